       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. TBLVAR01.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PARM-FILE ASSIGN TO PARMIN
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-PARM-STATUS.
    SELECT TABLE-FILE ASSIGN TO TBLIN
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-TABLE-STATUS.
    SELECT OPTIONAL PRIOR-HISTORY-FILE ASSIGN TO HISTPRV
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-PRIOR-STATUS.
    SELECT OPTIONAL HISTORY-FILE ASSIGN TO HISTIN
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-HISTORY-STATUS.
    SELECT REPORT-FILE ASSIGN TO VARRPT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  PARM-FILE
    RECORDING MODE IS F
    RECORD CONTAINS 80 CHARACTERS.
01  PARM-RECORD.
    05  PARM-PERCENT               PIC 9(3).
    05  PARM-MULTIPLE              PIC 9(2)V9.
    05  PARM-NEW-ID-AMOUNT         PIC 9(9)V99.
    05  FILLER                     PIC X(63).

FD  TABLE-FILE
    RECORDING MODE IS F
    RECORD CONTAINS 85 CHARACTERS.
01  TABLE-RECORD.
    05  TBL-TRANS-ID               PIC X(10).
    05  FILLER                     PIC X(3).
    05  TBL-AMOUNT-EDIT            PIC X(12).
    05  FILLER                     PIC X(3).
    05  TBL-TRANS-DATE             PIC X(8).
    05  FILLER                     PIC X(3).
    05  TBL-TRANS-CNT              PIC X(5).
    05  FILLER                     PIC X(3).
    05  TBL-COMPANY                PIC X(3).
    05  FILLER                     PIC X(35).

FD  PRIOR-HISTORY-FILE
    RECORDING MODE IS F
    RECORD CONTAINS 93 CHARACTERS.
01  PRIOR-HISTORY-RECORD.
    05  PHS-RUN-DATE               PIC X(8).
    05  PHS-TABLE-DATA.
        10  PHS-TRANS-ID           PIC X(10).
        10  FILLER                 PIC X(3).
        10  PHS-AMOUNT-EDIT        PIC X(12).
        10  FILLER                 PIC X(3).
        10  PHS-TRANS-DATE         PIC X(8).
        10  FILLER                 PIC X(49).

FD  HISTORY-FILE
    RECORDING MODE IS F
    RECORD CONTAINS 93 CHARACTERS.
01  HISTORY-RECORD.
    05  HIST-RUN-DATE              PIC X(8).
    05  HIST-TABLE-DATA.
        10  HIST-TRANS-ID          PIC X(10).
        10  FILLER                 PIC X(3).
        10  HIST-AMOUNT-EDIT       PIC X(12).
        10  FILLER                 PIC X(3).
        10  HIST-TRANS-DATE        PIC X(8).
        10  FILLER                 PIC X(49).

FD  REPORT-FILE
    RECORDING MODE IS F
    RECORD CONTAINS 132 CHARACTERS.
01  REPORT-RECORD                  PIC X(132).

WORKING-STORAGE SECTION.
01  WS-FILE-STATUSES.
    05  WS-PARM-STATUS             PIC XX VALUE SPACES.
    05  WS-TABLE-STATUS            PIC XX VALUE SPACES.
    05  WS-PRIOR-STATUS            PIC XX VALUE SPACES.
    05  WS-HISTORY-STATUS          PIC XX VALUE SPACES.
    05  WS-REPORT-STATUS           PIC XX VALUE SPACES.

01  WS-SWITCHES.
    05  WS-TABLE-EOF-SW            PIC X VALUE "N".
        88  WS-TABLE-EOF               VALUE "Y".
    05  WS-PRIOR-EOF-SW            PIC X VALUE "N".
        88  WS-PRIOR-EOF               VALUE "Y".
    05  WS-HISTORY-EOF-SW          PIC X VALUE "N".
        88  WS-HISTORY-EOF             VALUE "Y".
    05  WS-ID-FOUND-SW             PIC X VALUE "N".
        88  WS-ID-FOUND                VALUE "Y".
    05  WS-ANY-ERROR-SW            PIC X VALUE "N".
        88  WS-ANY-ERROR               VALUE "Y".
    05  WS-SWAP-NEEDED-SW          PIC X VALUE "N".
        88  WS-SWAP-NEEDED             VALUE "Y".

01  WS-RUN-DATE-AREA.
    05  WS-RUN-DATE-YYYYMMDD.
        10  WS-RUN-YYYY            PIC 9(4).
        10  WS-RUN-MM              PIC 9(2).
        10  WS-RUN-DD              PIC 9(2).
    05  WS-RUN-DATE-EDIT           PIC X(10).

01  WS-PARM-VALUES.
    05  WS-VAR-PERCENT             PIC 9(3) VALUE 100.
    05  WS-VAR-MULTIPLE            PIC 9(2)V9 VALUE 3.0.
    05  WS-NEW-ID-AMOUNT           PIC 9(9)V99 VALUE 10000.00.

01  WS-VARIANCE-TOTALS.
    05  WS-IDS-EXAMINED            PIC 9(7) VALUE 0.
    05  WS-IDS-WITH-HISTORY        PIC 9(7) VALUE 0.
    05  WS-IDS-NEW                 PIC 9(7) VALUE 0.
    05  WS-PRIOR-READ-COUNT        PIC 9(7) VALUE 0.
    05  WS-HISTORY-READ-COUNT      PIC 9(7) VALUE 0.
    05  WS-TONIGHT-SKIP-COUNT      PIC 9(7) VALUE 0.
    05  WS-PERCENT-COUNT           PIC 9(7) VALUE 0.
    05  WS-MULTIPLE-COUNT          PIC 9(7) VALUE 0.
    05  WS-FLIP-COUNT              PIC 9(7) VALUE 0.
    05  WS-NEW-ID-COUNT            PIC 9(7) VALUE 0.
    05  WS-EXCEPTION-COUNT         PIC 9(7) VALUE 0.
    05  WS-CO-EXCEPTION-COUNT      PIC 9(7) VALUE 0.
    05  WS-CO-DEVIATION-TOTAL      PIC S9(13)V99 VALUE 0.
    05  WS-HIST-FIRST-RUN          PIC X(8) VALUE SPACES.
    05  WS-HIST-LAST-RUN           PIC X(8) VALUE SPACES.
    05  WS-COUNT-EDIT              PIC ZZZZZZ9.
    05  WS-REPORT-LABEL            PIC X(29).

01  WS-EDIT-FIELDS.
    05  WS-AMOUNT-IN               PIC S9(9)V99.
    05  WS-AMOUNT-EDIT             PIC ZZZZZZZZZZZZ9.99-.
    05  WS-TODAY-EDIT              PIC ZZZZZZZZZ9.99-.
    05  WS-AVERAGE-EDIT            PIC ZZZZZZZZZ9.99-.
    05  WS-LOW-EDIT                PIC ZZZZZZZZZ9.99-.
    05  WS-HIGH-EDIT               PIC ZZZZZZZZZ9.99-.
    05  WS-DEVIATION-EDIT          PIC ZZZZZZZZZ9.99.
    05  WS-DEV-PCT-EDIT            PIC ZZZ9.9.
    05  WS-MULTIPLE-EDIT           PIC ZZZZ9.9.
    05  WS-NIGHTS-EDIT             PIC ZZZZ9.
    05  WS-RANK-EDIT               PIC ZZZ9.
    05  WS-AVERAGE-PRT             PIC X(14) VALUE SPACES.
    05  WS-LOW-PRT                 PIC X(14) VALUE SPACES.
    05  WS-HIGH-PRT                PIC X(14) VALUE SPACES.
    05  WS-NIGHTS-PRT              PIC X(5) VALUE SPACES.
    05  WS-DEV-PCT-PRT             PIC X(6) VALUE SPACES.

01  WS-WORK-FIELDS.
    05  WS-VAR-IDX                 PIC 9(5) VALUE 0.
    05  WS-FOUND-IDX               PIC 9(5) VALUE 0.
    05  WS-EXC-IDX                 PIC 9(5) VALUE 0.
    05  WS-SRT-IDX                 PIC 9(5) VALUE 0.
    05  WS-SRT-JDX                 PIC 9(5) VALUE 0.
    05  WS-SWAP-IDX                PIC 9(5) VALUE 0.
    05  WS-RANK                    PIC 9(4) VALUE 0.
    05  WS-WORK-ID                 PIC X(10) VALUE SPACES.
    05  WS-WORK-RUN-DATE           PIC X(8) VALUE SPACES.
    05  WS-WORK-COMPANY            PIC X(3) VALUE SPACES.
    05  WS-PRIOR-COMPANY           PIC X(3) VALUE SPACES.
    05  WS-ABS-TODAY               PIC 9(11)V99 VALUE 0.
    05  WS-ABS-AVERAGE             PIC 9(11)V99 VALUE 0.
    05  WS-ABS-NIGHT               PIC 9(11)V99 VALUE 0.
    05  WS-PEAK-LIMIT              PIC 9(13)V99 VALUE 0.
    05  WS-PCT-WORK                PIC 9(9)V9 VALUE 0.
    05  WS-FLAG-PTR                PIC 9(3) VALUE 1.

01  WS-RETURN-CODE                 PIC 9(4) VALUE 0.

01  WS-VARIANCE-AREA.
    05  WS-VAR-MAX-OCCURS          PIC 9(5) VALUE 500.
    05  WS-VAR-COUNT               PIC 9(5) VALUE 0.
    05  WS-VAR-TABLE OCCURS 500 TIMES.
        10  WS-VAR-ID              PIC X(10).
        10  WS-VAR-COMPANY         PIC X(3).
        10  WS-VAR-AMOUNT          PIC S9(11)V99.
        10  WS-VAR-NIGHTS          PIC 9(5).
        10  WS-VAR-HIST-SUM        PIC S9(13)V99.
        10  WS-VAR-LOW             PIC S9(11)V99.
        10  WS-VAR-HIGH            PIC S9(11)V99.
        10  WS-VAR-PEAK            PIC 9(11)V99.
        10  WS-VAR-LAST-AMOUNT     PIC S9(11)V99.
        10  WS-VAR-OPEN-RUN        PIC X(8).
        10  WS-VAR-OPEN-AMOUNT     PIC S9(11)V99.
        10  WS-VAR-AVERAGE         PIC S9(11)V99.
        10  WS-VAR-DEVIATION       PIC 9(11)V99.
        10  WS-VAR-DEV-PCT         PIC 9(4)V9.
        10  WS-VAR-FLAGS           PIC X(20).

01  WS-EXCEPTION-AREA.
    05  WS-EXC-COUNT               PIC 9(5) VALUE 0.
    05  WS-EXC-ENTRY OCCURS 500 TIMES.
        10  WS-EXC-VAR-IDX         PIC 9(5).

PROCEDURE DIVISION.
0000-MAIN-LOGIC.
    PERFORM 0100-INITIALIZE
    PERFORM 0200-LOAD-TONIGHT
    PERFORM 0300-LOAD-HISTORY
    PERFORM 0400-TEST-VARIANCE
    PERFORM 0450-RANK-EXCEPTIONS
    PERFORM 0500-PRINT-EXCEPTIONS
    PERFORM 0600-VARIANCE-TOTALS
    PERFORM 0900-TERMINATE
    STOP RUN.

0100-INITIALIZE.
    ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
    STRING WS-RUN-MM DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           WS-RUN-DD DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           WS-RUN-YYYY DELIMITED BY SIZE
           INTO WS-RUN-DATE-EDIT
    END-STRING
    PERFORM 0110-READ-PARM-CARD
    OPEN INPUT TABLE-FILE
    IF WS-TABLE-STATUS NOT = "00"
        DISPLAY "TBLVAR01 - UNABLE TO OPEN TBLIN, STATUS=" WS-TABLE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT REPORT-FILE
    IF WS-REPORT-STATUS NOT = "00"
        DISPLAY "TBLVAR01 - UNABLE TO OPEN VARRPT, STATUS="
            WS-REPORT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE SPACES TO REPORT-RECORD
    STRING "TBLVAR01 - VARIANCE EXCEPTION REPORT" DELIMITED BY SIZE
           "   RUN DATE: " DELIMITED BY SIZE
           WS-RUN-DATE-EDIT DELIMITED BY SIZE
           INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD
    MOVE SPACES TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE "PERCENT OF TRAILING AVERAGE: " TO WS-REPORT-LABEL
    MOVE WS-VAR-PERCENT TO WS-COUNT-EDIT
    PERFORM 0610-WRITE-COUNT-LINE
    MOVE "MULTIPLE OF HISTORY PEAK . : " TO WS-REPORT-LABEL
    MOVE WS-VAR-MULTIPLE TO WS-MULTIPLE-EDIT
    MOVE SPACES TO REPORT-RECORD
    STRING WS-REPORT-LABEL DELIMITED BY SIZE
           WS-MULTIPLE-EDIT DELIMITED BY SIZE
           INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD
    MOVE "NEW-ID AMOUNT THRESHOLD  . : " TO WS-REPORT-LABEL
    MOVE WS-NEW-ID-AMOUNT TO WS-AMOUNT-EDIT
    PERFORM 0620-WRITE-AMOUNT-LINE.

0110-READ-PARM-CARD.
    OPEN INPUT PARM-FILE
    IF WS-PARM-STATUS = "00"
        READ PARM-FILE
        IF WS-PARM-STATUS = "00"
            IF PARM-PERCENT IS NUMERIC
                MOVE PARM-PERCENT TO WS-VAR-PERCENT
            END-IF
            IF PARM-MULTIPLE IS NUMERIC
                MOVE PARM-MULTIPLE TO WS-VAR-MULTIPLE
            END-IF
            IF PARM-NEW-ID-AMOUNT IS NUMERIC
                MOVE PARM-NEW-ID-AMOUNT TO WS-NEW-ID-AMOUNT
            END-IF
        END-IF
        CLOSE PARM-FILE
    END-IF.

0120-READ-TABLE-RECORD.
    READ TABLE-FILE
        AT END
            SET WS-TABLE-EOF TO TRUE
    END-READ.

0130-READ-PRIOR-RECORD.
    READ PRIOR-HISTORY-FILE
        AT END
            SET WS-PRIOR-EOF TO TRUE
    END-READ.

0140-READ-HISTORY-RECORD.
    READ HISTORY-FILE
        AT END
            SET WS-HISTORY-EOF TO TRUE
    END-READ.

0200-LOAD-TONIGHT.
    PERFORM 0120-READ-TABLE-RECORD
    PERFORM UNTIL WS-TABLE-EOF
        IF TBL-TRANS-ID NOT = SPACES
                AND TBL-AMOUNT-EDIT NOT = SPACES
                AND TBL-TRANS-DATE NOT = SPACES
            COMPUTE WS-AMOUNT-IN = FUNCTION NUMVAL(TBL-AMOUNT-EDIT)
            MOVE TBL-TRANS-ID TO WS-WORK-ID
            MOVE TBL-COMPANY TO WS-WORK-COMPANY
            PERFORM 2100-POST-TONIGHT
        END-IF
        PERFORM 0120-READ-TABLE-RECORD
    END-PERFORM.

2100-POST-TONIGHT.
    PERFORM 2200-FIND-ID
    IF WS-ID-FOUND
        ADD WS-AMOUNT-IN TO WS-VAR-AMOUNT(WS-FOUND-IDX)
    ELSE
        IF WS-VAR-COUNT >= WS-VAR-MAX-OCCURS
            SET WS-ANY-ERROR TO TRUE
            DISPLAY "TBLVAR01 - ID TABLE FULL - ID "
                WS-WORK-ID " NOT TESTED"
        ELSE
            ADD 1 TO WS-VAR-COUNT
            INITIALIZE WS-VAR-TABLE(WS-VAR-COUNT)
            MOVE WS-WORK-ID TO WS-VAR-ID(WS-VAR-COUNT)
            MOVE WS-WORK-COMPANY TO WS-VAR-COMPANY(WS-VAR-COUNT)
            MOVE WS-AMOUNT-IN TO WS-VAR-AMOUNT(WS-VAR-COUNT)
        END-IF
    END-IF.

2200-FIND-ID.
    MOVE "N" TO WS-ID-FOUND-SW
    MOVE 0 TO WS-FOUND-IDX
    PERFORM VARYING WS-VAR-IDX FROM 1 BY 1
            UNTIL WS-VAR-IDX > WS-VAR-COUNT OR WS-ID-FOUND
        IF WS-VAR-ID(WS-VAR-IDX) = WS-WORK-ID
            SET WS-ID-FOUND TO TRUE
            MOVE WS-VAR-IDX TO WS-FOUND-IDX
        END-IF
    END-PERFORM.

0300-LOAD-HISTORY.
    OPEN INPUT PRIOR-HISTORY-FILE
    IF WS-PRIOR-STATUS NOT = "00"
        SET WS-PRIOR-EOF TO TRUE
    ELSE
        PERFORM 0130-READ-PRIOR-RECORD
    END-IF
    PERFORM UNTIL WS-PRIOR-EOF
        ADD 1 TO WS-PRIOR-READ-COUNT
        IF PHS-TRANS-ID NOT = SPACES
                AND PHS-AMOUNT-EDIT NOT = SPACES
                AND PHS-TRANS-DATE NOT = SPACES
            COMPUTE WS-AMOUNT-IN = FUNCTION NUMVAL(PHS-AMOUNT-EDIT)
            MOVE PHS-TRANS-ID TO WS-WORK-ID
            MOVE PHS-RUN-DATE TO WS-WORK-RUN-DATE
            PERFORM 3100-POST-HISTORY
        END-IF
        PERFORM 0130-READ-PRIOR-RECORD
    END-PERFORM
    IF WS-PRIOR-STATUS = "00" OR WS-PRIOR-STATUS = "10"
        CLOSE PRIOR-HISTORY-FILE
    END-IF
    OPEN INPUT HISTORY-FILE
    IF WS-HISTORY-STATUS NOT = "00"
        SET WS-HISTORY-EOF TO TRUE
    ELSE
        PERFORM 0140-READ-HISTORY-RECORD
    END-IF
    PERFORM UNTIL WS-HISTORY-EOF
        ADD 1 TO WS-HISTORY-READ-COUNT
        IF HIST-TRANS-ID NOT = SPACES
                AND HIST-AMOUNT-EDIT NOT = SPACES
                AND HIST-TRANS-DATE NOT = SPACES
            COMPUTE WS-AMOUNT-IN = FUNCTION NUMVAL(HIST-AMOUNT-EDIT)
            MOVE HIST-TRANS-ID TO WS-WORK-ID
            MOVE HIST-RUN-DATE TO WS-WORK-RUN-DATE
            PERFORM 3100-POST-HISTORY
        END-IF
        PERFORM 0140-READ-HISTORY-RECORD
    END-PERFORM
    IF WS-HISTORY-STATUS = "00" OR WS-HISTORY-STATUS = "10"
        CLOSE HISTORY-FILE
    END-IF
    PERFORM VARYING WS-FOUND-IDX FROM 1 BY 1
            UNTIL WS-FOUND-IDX > WS-VAR-COUNT
        IF WS-VAR-OPEN-RUN(WS-FOUND-IDX) NOT = SPACES
            PERFORM 3200-CLOSE-HISTORY-NIGHT
        END-IF
    END-PERFORM.

3100-POST-HISTORY.
    IF WS-WORK-RUN-DATE NOT < WS-RUN-DATE-YYYYMMDD
        ADD 1 TO WS-TONIGHT-SKIP-COUNT
    ELSE
        IF WS-HIST-FIRST-RUN = SPACES
                OR WS-WORK-RUN-DATE < WS-HIST-FIRST-RUN
            MOVE WS-WORK-RUN-DATE TO WS-HIST-FIRST-RUN
        END-IF
        IF WS-WORK-RUN-DATE > WS-HIST-LAST-RUN
            MOVE WS-WORK-RUN-DATE TO WS-HIST-LAST-RUN
        END-IF
        PERFORM 2200-FIND-ID
        IF WS-ID-FOUND
            IF WS-VAR-OPEN-RUN(WS-FOUND-IDX) = WS-WORK-RUN-DATE
                ADD WS-AMOUNT-IN TO WS-VAR-OPEN-AMOUNT(WS-FOUND-IDX)
            ELSE
                IF WS-VAR-OPEN-RUN(WS-FOUND-IDX) NOT = SPACES
                    PERFORM 3200-CLOSE-HISTORY-NIGHT
                END-IF
                MOVE WS-WORK-RUN-DATE TO WS-VAR-OPEN-RUN(WS-FOUND-IDX)
                MOVE WS-AMOUNT-IN TO WS-VAR-OPEN-AMOUNT(WS-FOUND-IDX)
            END-IF
        END-IF
    END-IF.

3200-CLOSE-HISTORY-NIGHT.
    IF WS-VAR-NIGHTS(WS-FOUND-IDX) = 0
        MOVE WS-VAR-OPEN-AMOUNT(WS-FOUND-IDX)
            TO WS-VAR-LOW(WS-FOUND-IDX)
        MOVE WS-VAR-OPEN-AMOUNT(WS-FOUND-IDX)
            TO WS-VAR-HIGH(WS-FOUND-IDX)
    END-IF
    IF WS-VAR-OPEN-AMOUNT(WS-FOUND-IDX) < WS-VAR-LOW(WS-FOUND-IDX)
        MOVE WS-VAR-OPEN-AMOUNT(WS-FOUND-IDX)
            TO WS-VAR-LOW(WS-FOUND-IDX)
    END-IF
    IF WS-VAR-OPEN-AMOUNT(WS-FOUND-IDX) > WS-VAR-HIGH(WS-FOUND-IDX)
        MOVE WS-VAR-OPEN-AMOUNT(WS-FOUND-IDX)
            TO WS-VAR-HIGH(WS-FOUND-IDX)
    END-IF
    MOVE WS-VAR-OPEN-AMOUNT(WS-FOUND-IDX) TO WS-ABS-NIGHT
    IF WS-ABS-NIGHT > WS-VAR-PEAK(WS-FOUND-IDX)
        MOVE WS-ABS-NIGHT TO WS-VAR-PEAK(WS-FOUND-IDX)
    END-IF
    ADD 1 TO WS-VAR-NIGHTS(WS-FOUND-IDX)
    ADD WS-VAR-OPEN-AMOUNT(WS-FOUND-IDX) TO WS-VAR-HIST-SUM(WS-FOUND-IDX)
    MOVE WS-VAR-OPEN-AMOUNT(WS-FOUND-IDX)
        TO WS-VAR-LAST-AMOUNT(WS-FOUND-IDX)
    MOVE SPACES TO WS-VAR-OPEN-RUN(WS-FOUND-IDX)
    MOVE 0 TO WS-VAR-OPEN-AMOUNT(WS-FOUND-IDX).

0400-TEST-VARIANCE.
    PERFORM VARYING WS-VAR-IDX FROM 1 BY 1
            UNTIL WS-VAR-IDX > WS-VAR-COUNT
        ADD 1 TO WS-IDS-EXAMINED
        MOVE SPACES TO WS-VAR-FLAGS(WS-VAR-IDX)
        MOVE 1 TO WS-FLAG-PTR
        MOVE WS-VAR-AMOUNT(WS-VAR-IDX) TO WS-ABS-TODAY
        IF WS-VAR-NIGHTS(WS-VAR-IDX) = 0
            ADD 1 TO WS-IDS-NEW
            PERFORM 4100-TEST-NEW-ID
        ELSE
            ADD 1 TO WS-IDS-WITH-HISTORY
            PERFORM 4200-TEST-KNOWN-ID
        END-IF
        IF WS-VAR-FLAGS(WS-VAR-IDX) NOT = SPACES
            ADD 1 TO WS-EXCEPTION-COUNT
            ADD 1 TO WS-EXC-COUNT
            MOVE WS-VAR-IDX TO WS-EXC-VAR-IDX(WS-EXC-COUNT)
        END-IF
    END-PERFORM.

4100-TEST-NEW-ID.
    MOVE WS-ABS-TODAY TO WS-VAR-DEVIATION(WS-VAR-IDX)
    MOVE 0 TO WS-VAR-DEV-PCT(WS-VAR-IDX)
    IF WS-ABS-TODAY > WS-NEW-ID-AMOUNT
        ADD 1 TO WS-NEW-ID-COUNT
        STRING "NEW-ID " DELIMITED BY SIZE
               INTO WS-VAR-FLAGS(WS-VAR-IDX)
               WITH POINTER WS-FLAG-PTR
        END-STRING
    END-IF.

4200-TEST-KNOWN-ID.
    COMPUTE WS-VAR-AVERAGE(WS-VAR-IDX) ROUNDED =
        WS-VAR-HIST-SUM(WS-VAR-IDX) / WS-VAR-NIGHTS(WS-VAR-IDX)
    COMPUTE WS-VAR-DEVIATION(WS-VAR-IDX) =
        WS-VAR-AMOUNT(WS-VAR-IDX) - WS-VAR-AVERAGE(WS-VAR-IDX)
    MOVE WS-VAR-AVERAGE(WS-VAR-IDX) TO WS-ABS-AVERAGE
    IF WS-ABS-AVERAGE = 0
        IF WS-VAR-DEVIATION(WS-VAR-IDX) = 0
            MOVE 0 TO WS-VAR-DEV-PCT(WS-VAR-IDX)
        ELSE
            MOVE 9999.9 TO WS-VAR-DEV-PCT(WS-VAR-IDX)
        END-IF
    ELSE
        COMPUTE WS-PCT-WORK ROUNDED =
            WS-VAR-DEVIATION(WS-VAR-IDX) * 100 / WS-ABS-AVERAGE
        IF WS-PCT-WORK > 9999.9
            MOVE 9999.9 TO WS-VAR-DEV-PCT(WS-VAR-IDX)
        ELSE
            MOVE WS-PCT-WORK TO WS-VAR-DEV-PCT(WS-VAR-IDX)
        END-IF
    END-IF
    IF WS-VAR-PERCENT > 0
            AND WS-VAR-DEV-PCT(WS-VAR-IDX) > WS-VAR-PERCENT
        ADD 1 TO WS-PERCENT-COUNT
        STRING "PCT " DELIMITED BY SIZE
               INTO WS-VAR-FLAGS(WS-VAR-IDX)
               WITH POINTER WS-FLAG-PTR
        END-STRING
    END-IF
    COMPUTE WS-PEAK-LIMIT =
        WS-VAR-PEAK(WS-VAR-IDX) * WS-VAR-MULTIPLE
    IF WS-VAR-MULTIPLE > 0
            AND WS-ABS-TODAY > WS-PEAK-LIMIT
        ADD 1 TO WS-MULTIPLE-COUNT
        STRING "MULT " DELIMITED BY SIZE
               INTO WS-VAR-FLAGS(WS-VAR-IDX)
               WITH POINTER WS-FLAG-PTR
        END-STRING
    END-IF
    IF (WS-VAR-AMOUNT(WS-VAR-IDX) > 0
            AND WS-VAR-LAST-AMOUNT(WS-VAR-IDX) < 0)
            OR (WS-VAR-AMOUNT(WS-VAR-IDX) < 0
            AND WS-VAR-LAST-AMOUNT(WS-VAR-IDX) > 0)
        ADD 1 TO WS-FLIP-COUNT
        STRING "D/C-FLIP " DELIMITED BY SIZE
               INTO WS-VAR-FLAGS(WS-VAR-IDX)
               WITH POINTER WS-FLAG-PTR
        END-STRING
    END-IF.

0450-RANK-EXCEPTIONS.
    PERFORM VARYING WS-SRT-IDX FROM 1 BY 1
            UNTIL WS-SRT-IDX >= WS-EXC-COUNT
        COMPUTE WS-SRT-JDX = WS-SRT-IDX + 1
        PERFORM VARYING WS-SRT-JDX FROM WS-SRT-JDX BY 1
                UNTIL WS-SRT-JDX > WS-EXC-COUNT
            PERFORM 4500-COMPARE-EXCEPTIONS
            IF WS-SWAP-NEEDED
                MOVE WS-EXC-VAR-IDX(WS-SRT-IDX) TO WS-SWAP-IDX
                MOVE WS-EXC-VAR-IDX(WS-SRT-JDX)
                    TO WS-EXC-VAR-IDX(WS-SRT-IDX)
                MOVE WS-SWAP-IDX TO WS-EXC-VAR-IDX(WS-SRT-JDX)
            END-IF
        END-PERFORM
    END-PERFORM.

4500-COMPARE-EXCEPTIONS.
    MOVE "N" TO WS-SWAP-NEEDED-SW
    MOVE WS-EXC-VAR-IDX(WS-SRT-IDX) TO WS-VAR-IDX
    MOVE WS-EXC-VAR-IDX(WS-SRT-JDX) TO WS-FOUND-IDX
    EVALUATE TRUE
        WHEN WS-VAR-COMPANY(WS-FOUND-IDX) < WS-VAR-COMPANY(WS-VAR-IDX)
            SET WS-SWAP-NEEDED TO TRUE
        WHEN WS-VAR-COMPANY(WS-FOUND-IDX) > WS-VAR-COMPANY(WS-VAR-IDX)
            CONTINUE
        WHEN WS-VAR-DEVIATION(WS-FOUND-IDX)
                > WS-VAR-DEVIATION(WS-VAR-IDX)
            SET WS-SWAP-NEEDED TO TRUE
        WHEN WS-VAR-DEVIATION(WS-FOUND-IDX)
                = WS-VAR-DEVIATION(WS-VAR-IDX)
                AND WS-VAR-ID(WS-FOUND-IDX) < WS-VAR-ID(WS-VAR-IDX)
            SET WS-SWAP-NEEDED TO TRUE
    END-EVALUATE.

0500-PRINT-EXCEPTIONS.
    MOVE SPACES TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE SPACES TO REPORT-RECORD
    IF WS-HIST-FIRST-RUN = SPACES
        MOVE "HISTORY RUNS USED: NONE" TO REPORT-RECORD
    ELSE
        STRING "HISTORY RUNS USED: " DELIMITED BY SIZE
               WS-HIST-FIRST-RUN DELIMITED BY SIZE
               " THRU " DELIMITED BY SIZE
               WS-HIST-LAST-RUN DELIMITED BY SIZE
               INTO REPORT-RECORD
        END-STRING
    END-IF
    WRITE REPORT-RECORD
    IF WS-EXC-COUNT = 0
        MOVE SPACES TO REPORT-RECORD
        WRITE REPORT-RECORD
        MOVE "*** NO VARIANCE EXCEPTIONS ***" TO REPORT-RECORD
        WRITE REPORT-RECORD
    END-IF
    MOVE SPACES TO WS-PRIOR-COMPANY
    MOVE 0 TO WS-RANK
    PERFORM VARYING WS-EXC-IDX FROM 1 BY 1
            UNTIL WS-EXC-IDX > WS-EXC-COUNT
        MOVE WS-EXC-VAR-IDX(WS-EXC-IDX) TO WS-VAR-IDX
        IF WS-EXC-IDX = 1
                OR WS-VAR-COMPANY(WS-VAR-IDX) NOT = WS-PRIOR-COMPANY
            IF WS-EXC-IDX > 1
                PERFORM 5300-COMPANY-TOTAL
            END-IF
            PERFORM 5100-COMPANY-HEADER
        END-IF
        PERFORM 5200-WRITE-EXCEPTION-LINE
    END-PERFORM
    IF WS-EXC-COUNT > 0
        PERFORM 5300-COMPANY-TOTAL
    END-IF.

5100-COMPANY-HEADER.
    MOVE WS-VAR-COMPANY(WS-VAR-IDX) TO WS-PRIOR-COMPANY
    MOVE 0 TO WS-RANK
    MOVE 0 TO WS-CO-EXCEPTION-COUNT
    MOVE 0 TO WS-CO-DEVIATION-TOTAL
    MOVE SPACES TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE SPACES TO REPORT-RECORD
    STRING "COMPANY: " DELIMITED BY SIZE
           WS-PRIOR-COMPANY DELIMITED BY SIZE
           INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD
    MOVE SPACES TO REPORT-RECORD
    STRING "RANK  TRANS-ID      TODAY AMOUNT   TRAILING AVG"
               DELIMITED BY SIZE
           "     RANGE LOW     RANGE HIGH  NIGHTS" DELIMITED BY SIZE
           "      DEVIATION  DEV PCT  EXCEPTION" DELIMITED BY SIZE
           INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD.

5200-WRITE-EXCEPTION-LINE.
    ADD 1 TO WS-RANK
    ADD 1 TO WS-CO-EXCEPTION-COUNT
    ADD WS-VAR-DEVIATION(WS-VAR-IDX) TO WS-CO-DEVIATION-TOTAL
    MOVE WS-RANK TO WS-RANK-EDIT
    MOVE WS-VAR-AMOUNT(WS-VAR-IDX) TO WS-TODAY-EDIT
    MOVE WS-VAR-DEVIATION(WS-VAR-IDX) TO WS-DEVIATION-EDIT
    IF WS-VAR-NIGHTS(WS-VAR-IDX) = 0
        MOVE SPACES TO WS-AVERAGE-PRT
        MOVE SPACES TO WS-LOW-PRT
        MOVE SPACES TO WS-HIGH-PRT
        MOVE "  NEW" TO WS-NIGHTS-PRT
        MOVE SPACES TO WS-DEV-PCT-PRT
    ELSE
        MOVE WS-VAR-AVERAGE(WS-VAR-IDX) TO WS-AVERAGE-EDIT
        MOVE WS-AVERAGE-EDIT TO WS-AVERAGE-PRT
        MOVE WS-VAR-LOW(WS-VAR-IDX) TO WS-LOW-EDIT
        MOVE WS-LOW-EDIT TO WS-LOW-PRT
        MOVE WS-VAR-HIGH(WS-VAR-IDX) TO WS-HIGH-EDIT
        MOVE WS-HIGH-EDIT TO WS-HIGH-PRT
        MOVE WS-VAR-NIGHTS(WS-VAR-IDX) TO WS-NIGHTS-EDIT
        MOVE WS-NIGHTS-EDIT TO WS-NIGHTS-PRT
        MOVE WS-VAR-DEV-PCT(WS-VAR-IDX) TO WS-DEV-PCT-EDIT
        MOVE WS-DEV-PCT-EDIT TO WS-DEV-PCT-PRT
    END-IF
    MOVE SPACES TO REPORT-RECORD
    STRING WS-RANK-EDIT DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-VAR-ID(WS-VAR-IDX) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-TODAY-EDIT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-AVERAGE-PRT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-LOW-PRT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-HIGH-PRT DELIMITED BY SIZE
           "   " DELIMITED BY SIZE
           WS-NIGHTS-PRT DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-DEVIATION-EDIT DELIMITED BY SIZE
           "   " DELIMITED BY SIZE
           WS-DEV-PCT-PRT DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-VAR-FLAGS(WS-VAR-IDX) DELIMITED BY SIZE
           INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD.

5300-COMPANY-TOTAL.
    MOVE SPACES TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE "COMPANY EXCEPTIONS . . . . : " TO WS-REPORT-LABEL
    MOVE WS-CO-EXCEPTION-COUNT TO WS-COUNT-EDIT
    PERFORM 0610-WRITE-COUNT-LINE
    MOVE "COMPANY TOTAL DEVIATION  . : " TO WS-REPORT-LABEL
    MOVE WS-CO-DEVIATION-TOTAL TO WS-AMOUNT-EDIT
    PERFORM 0620-WRITE-AMOUNT-LINE.

0600-VARIANCE-TOTALS.
    MOVE SPACES TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE "IDS EXAMINED . . . . . . . : " TO WS-REPORT-LABEL
    MOVE WS-IDS-EXAMINED TO WS-COUNT-EDIT
    PERFORM 0610-WRITE-COUNT-LINE
    MOVE "IDS WITH HISTORY . . . . . : " TO WS-REPORT-LABEL
    MOVE WS-IDS-WITH-HISTORY TO WS-COUNT-EDIT
    PERFORM 0610-WRITE-COUNT-LINE
    MOVE "FIRST-TIME IDS . . . . . . : " TO WS-REPORT-LABEL
    MOVE WS-IDS-NEW TO WS-COUNT-EDIT
    PERFORM 0610-WRITE-COUNT-LINE
    MOVE "PRIOR-MONTH HISTORY READ . : " TO WS-REPORT-LABEL
    MOVE WS-PRIOR-READ-COUNT TO WS-COUNT-EDIT
    PERFORM 0610-WRITE-COUNT-LINE
    MOVE "MONTH-TO-DATE HISTORY READ : " TO WS-REPORT-LABEL
    MOVE WS-HISTORY-READ-COUNT TO WS-COUNT-EDIT
    PERFORM 0610-WRITE-COUNT-LINE
    MOVE "TONIGHT'S HISTORY SKIPPED  : " TO WS-REPORT-LABEL
    MOVE WS-TONIGHT-SKIP-COUNT TO WS-COUNT-EDIT
    PERFORM 0610-WRITE-COUNT-LINE
    MOVE "OVER PERCENT OF AVERAGE  . : " TO WS-REPORT-LABEL
    MOVE WS-PERCENT-COUNT TO WS-COUNT-EDIT
    PERFORM 0610-WRITE-COUNT-LINE
    MOVE "OVER MULTIPLE OF PEAK  . . : " TO WS-REPORT-LABEL
    MOVE WS-MULTIPLE-COUNT TO WS-COUNT-EDIT
    PERFORM 0610-WRITE-COUNT-LINE
    MOVE "DEBIT/CREDIT FLIPS . . . . : " TO WS-REPORT-LABEL
    MOVE WS-FLIP-COUNT TO WS-COUNT-EDIT
    PERFORM 0610-WRITE-COUNT-LINE
    MOVE "NEW IDS OVER THRESHOLD . . : " TO WS-REPORT-LABEL
    MOVE WS-NEW-ID-COUNT TO WS-COUNT-EDIT
    PERFORM 0610-WRITE-COUNT-LINE
    MOVE "IDS WITH EXCEPTIONS  . . . : " TO WS-REPORT-LABEL
    MOVE WS-EXCEPTION-COUNT TO WS-COUNT-EDIT
    PERFORM 0610-WRITE-COUNT-LINE.

0610-WRITE-COUNT-LINE.
    MOVE SPACES TO REPORT-RECORD
    STRING WS-REPORT-LABEL DELIMITED BY SIZE
           WS-COUNT-EDIT DELIMITED BY SIZE
           INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD.

0620-WRITE-AMOUNT-LINE.
    MOVE SPACES TO REPORT-RECORD
    STRING WS-REPORT-LABEL DELIMITED BY SIZE
           WS-AMOUNT-EDIT DELIMITED BY SIZE
           INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD.

0900-TERMINATE.
    CLOSE TABLE-FILE
    CLOSE REPORT-FILE
    DISPLAY "TBLVAR01 - IDS WITH VARIANCE EXCEPTIONS: "
        WS-EXCEPTION-COUNT
    IF WS-EXCEPTION-COUNT > 0 OR WS-ANY-ERROR
        MOVE 4 TO WS-RETURN-CODE
    END-IF
    MOVE WS-RETURN-CODE TO RETURN-CODE.
