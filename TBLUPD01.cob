    SELECT JOURNAL-FILE ASSIGN TO JRNLOUT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-JOURNAL-STATUS.
    SELECT COMPANY-FILE ASSIGN TO COMPMST
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-COMPANY-STATUS.
    SELECT RATE-FILE ASSIGN TO FXRATE
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-RATE-STATUS.

DATA DIVISION.
FILE SECTION.
    05  TRANS-COMPANY              PIC X(3).
    05  TRANS-DC-IND               PIC X(1).
        88  TRANS-IS-CREDIT            VALUE "C".
    05  TRANS-CURRENCY             PIC X(3).
    05  FILLER                     PIC X(43).

FD  NEW-MASTER-FILE
    RECORDING MODE IS F
    05  JRN-AFTER-IMAGE            PIC X(85).
    05  FILLER                     PIC X(1).

FD  COMPANY-FILE
    RECORDING MODE IS F
    RECORD CONTAINS 100 CHARACTERS.
01  COMPANY-RECORD.
    05  COMP-CODE                  PIC X(3).
    05  FILLER                     PIC X(17).
    05  COMP-BASE-CURRENCY         PIC X(3).
    05  FILLER                     PIC X(77).

FD  RATE-FILE
    RECORDING MODE IS F
    RECORD CONTAINS 80 CHARACTERS.
01  RATE-RECORD.
    05  RATE-FROM-CURRENCY         PIC X(3).
    05  RATE-TO-CURRENCY           PIC X(3).
    05  RATE-DATE                  PIC X(8).
    05  RATE-VALUE                 PIC 9(5)V9(7).
    05  FILLER                     PIC X(54).

WORKING-STORAGE SECTION.
01  WS-FILE-STATUSES.
    05  WS-OLDMAST-STATUS          PIC XX VALUE SPACES.
    05  WS-ERROR-STATUS            PIC XX VALUE SPACES.
    05  WS-REPORT-STATUS           PIC XX VALUE SPACES.
    05  WS-JOURNAL-STATUS          PIC XX VALUE SPACES.
    05  WS-COMPANY-STATUS          PIC XX VALUE SPACES.
    05  WS-RATE-STATUS             PIC XX VALUE SPACES.

01  WS-SWITCHES.
    05  WS-OLDMAST-EOF-SW          PIC X VALUE "N".
        88  WS-MATCH-FOUND             VALUE "Y".
    05  WS-ANY-ERROR-SW            PIC X VALUE "N".
        88  WS-ANY-ERROR               VALUE "Y".
    05  WS-COMPANY-EOF-SW          PIC X VALUE "N".
        88  WS-COMPANY-EOF             VALUE "Y".
    05  WS-RATE-EOF-SW             PIC X VALUE "N".
        88  WS-RATE-EOF                VALUE "Y".
    05  WS-COMPANY-FOUND-SW        PIC X VALUE "N".
        88  WS-COMPANY-FOUND           VALUE "Y".
    05  WS-RATE-FOUND-SW           PIC X VALUE "N".
        88  WS-RATE-FOUND              VALUE "Y".

01  WS-RUN-DATE-AREA.
    05  WS-RUN-DATE-YYYYMMDD.
01  WS-TRANS-EDIT-FIELDS.
    05  WS-AMOUNT-EDIT             PIC ZZZZZZZ9.99-.
    05  WS-AMOUNT-SIGNED           PIC S9(9)V99 VALUE 0.
    05  WS-CONVERTED-SIGNED        PIC S9(9)V99 VALUE 0.

01  WS-MATCH-KEYS.
    05  WS-OLD-KEY                 PIC X(10) VALUE LOW-VALUES.
        10  WS-GRP-DELETED-SW      PIC X.
            88  WS-GRP-DELETED         VALUE "Y".

01  WS-COMPANY-AREA.
    05  WS-COMP-MAX-OCCURS         PIC 9(4) VALUE 999.
    05  WS-COMP-COUNT              PIC 9(4) VALUE 0.
    05  WS-COMP-IDX                PIC 9(4) VALUE 0.
    05  WS-COMP-TABLE OCCURS 999 TIMES.
        10  WS-COMP-CODE           PIC X(3).
        10  WS-COMP-BASE-CURRENCY  PIC X(3).

01  WS-CURRENCY-AREA.
    05  WS-RATE-MAX-OCCURS         PIC 9(4) VALUE 5000.
    05  WS-RATE-COUNT              PIC 9(4) VALUE 0.
    05  WS-RATE-IDX                PIC 9(4) VALUE 0.
    05  WS-RATE-TABLE OCCURS 5000 TIMES.
        10  WS-RATE-FROM           PIC X(3).
        10  WS-RATE-TO             PIC X(3).
        10  WS-RATE-DATE           PIC X(8).
        10  WS-RATE-VALUE          PIC 9(5)V9(7).
    05  WS-BASE-CURRENCY           PIC X(3) VALUE SPACES.
    05  WS-TRANS-CURRENCY          PIC X(3) VALUE SPACES.
    05  WS-CONVERT-RATE            PIC 9(5)V9(7) VALUE 0.
    05  WS-NO-RATE-COUNT           PIC 9(7) VALUE 0.

PROCEDURE DIVISION.
0000-MAIN-LOGIC.
    PERFORM 0100-INITIALIZE
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF
    PERFORM 0150-LOAD-COMPANY-TABLE
    PERFORM 0160-LOAD-RATE-TABLE.

0150-LOAD-COMPANY-TABLE.
    OPEN INPUT COMPANY-FILE
    IF WS-COMPANY-STATUS NOT = "00"
        DISPLAY "TBLUPD01 - UNABLE TO OPEN COMPMST, STATUS="
            WS-COMPANY-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 0155-READ-COMPANY-RECORD
    PERFORM UNTIL WS-COMPANY-EOF
        IF COMP-CODE NOT = SPACES
            IF WS-COMP-COUNT NOT < WS-COMP-MAX-OCCURS
                DISPLAY "TBLUPD01 - COMPMST HAS MORE THAN "
                    WS-COMP-MAX-OCCURS " COMPANIES - TABLE FULL"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-COMP-COUNT
            MOVE COMP-CODE TO WS-COMP-CODE(WS-COMP-COUNT)
            MOVE COMP-BASE-CURRENCY TO WS-COMP-BASE-CURRENCY(WS-COMP-COUNT)
        END-IF
        PERFORM 0155-READ-COMPANY-RECORD
    END-PERFORM
    CLOSE COMPANY-FILE.

0155-READ-COMPANY-RECORD.
    READ COMPANY-FILE
        AT END
            SET WS-COMPANY-EOF TO TRUE
    END-READ.

0160-LOAD-RATE-TABLE.
    OPEN INPUT RATE-FILE
    IF WS-RATE-STATUS NOT = "00"
        DISPLAY "TBLUPD01 - UNABLE TO OPEN FXRATE, STATUS="
            WS-RATE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 0165-READ-RATE-RECORD
    PERFORM UNTIL WS-RATE-EOF
        IF RATE-FROM-CURRENCY NOT = SPACES
            IF WS-RATE-COUNT NOT < WS-RATE-MAX-OCCURS
                DISPLAY "TBLUPD01 - FXRATE HAS MORE THAN "
                    WS-RATE-MAX-OCCURS " ENTRIES - TABLE FULL"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-RATE-COUNT
            MOVE RATE-FROM-CURRENCY TO WS-RATE-FROM(WS-RATE-COUNT)
            MOVE RATE-TO-CURRENCY TO WS-RATE-TO(WS-RATE-COUNT)
            MOVE RATE-DATE TO WS-RATE-DATE(WS-RATE-COUNT)
            IF RATE-VALUE NUMERIC
                MOVE RATE-VALUE TO WS-RATE-VALUE(WS-RATE-COUNT)
            ELSE
                MOVE 0 TO WS-RATE-VALUE(WS-RATE-COUNT)
            END-IF
        END-IF
        PERFORM 0165-READ-RATE-RECORD
    END-PERFORM
    CLOSE RATE-FILE.

0165-READ-RATE-RECORD.
    READ RATE-FILE
        AT END
            SET WS-RATE-EOF TO TRUE
    END-READ.

0210-READ-OLD-MASTER.
    READ OLD-MASTER-FILE
    ELSE
        MOVE TRANS-AMOUNT TO WS-AMOUNT-SIGNED
    END-IF
    PERFORM 3520-CONVERT-AMOUNT
    MOVE WS-CONVERTED-SIGNED TO WS-AMOUNT-EDIT
    MOVE WS-AMOUNT-EDIT TO WS-WORK-ENTRY(14:12)
    MOVE TRANS-DATE TO WS-WORK-ENTRY(29:8)
    MOVE TRANS-COMPANY TO WS-WORK-ENTRY(48:3)
    MOVE WS-TRANS-CURRENCY TO WS-WORK-ENTRY(54:3)
    MOVE WS-AMOUNT-SIGNED TO WS-AMOUNT-EDIT
    MOVE WS-AMOUNT-EDIT TO WS-WORK-ENTRY(59:12)
    MOVE WS-BASE-CURRENCY TO WS-WORK-ENTRY(73:3).

3510-MOVE-ENTRY-TO-GROUP.
    MOVE WS-WORK-ENTRY TO WS-GRP-ENTRY(WS-FOUND-IDX)
    MOVE "N" TO WS-GRP-DELETED-SW(WS-FOUND-IDX).

3520-CONVERT-AMOUNT.
    MOVE SPACES TO WS-BASE-CURRENCY
    MOVE "N" TO WS-COMPANY-FOUND-SW
    PERFORM VARYING WS-COMP-IDX FROM 1 BY 1
            UNTIL WS-COMP-IDX > WS-COMP-COUNT OR WS-COMPANY-FOUND
        IF WS-COMP-CODE(WS-COMP-IDX) = TRANS-COMPANY
            SET WS-COMPANY-FOUND TO TRUE
            MOVE WS-COMP-BASE-CURRENCY(WS-COMP-IDX) TO WS-BASE-CURRENCY
        END-IF
    END-PERFORM
    MOVE TRANS-CURRENCY TO WS-TRANS-CURRENCY
    IF WS-TRANS-CURRENCY = SPACES
        MOVE WS-BASE-CURRENCY TO WS-TRANS-CURRENCY
    END-IF
    IF WS-TRANS-CURRENCY = WS-BASE-CURRENCY
        MOVE WS-AMOUNT-SIGNED TO WS-CONVERTED-SIGNED
    ELSE
        MOVE "N" TO WS-RATE-FOUND-SW
        PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                UNTIL WS-RATE-IDX > WS-RATE-COUNT OR WS-RATE-FOUND
            IF WS-RATE-FROM(WS-RATE-IDX) = WS-TRANS-CURRENCY
                    AND WS-RATE-TO(WS-RATE-IDX) = WS-BASE-CURRENCY
                    AND WS-RATE-DATE(WS-RATE-IDX) = TRANS-DATE
                    AND WS-RATE-VALUE(WS-RATE-IDX) > 0
                SET WS-RATE-FOUND TO TRUE
                MOVE WS-RATE-VALUE(WS-RATE-IDX) TO WS-CONVERT-RATE
            END-IF
        END-PERFORM
        IF WS-RATE-FOUND
            COMPUTE WS-CONVERTED-SIGNED ROUNDED =
                WS-AMOUNT-SIGNED * WS-CONVERT-RATE
        ELSE
            ADD 1 TO WS-NO-RATE-COUNT
            MOVE 0 TO WS-CONVERTED-SIGNED
            SET WS-ANY-ERROR TO TRUE
            MOVE SPACES TO ERROR-RECORD
            STRING "NO EXCHANGE RATE - ID " DELIMITED BY SIZE
                   TRANS-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-TRANS-CURRENCY DELIMITED BY SIZE
                   " TO " DELIMITED BY SIZE
                   WS-BASE-CURRENCY DELIMITED BY SIZE
                   " ON " DELIMITED BY SIZE
                   TRANS-DATE DELIMITED BY SIZE
                   " - CONVERTED AS ZERO" DELIMITED BY SIZE
                   INTO ERROR-RECORD
            END-STRING
            WRITE ERROR-RECORD
        END-IF
    END-IF.

3800-WRITE-JOURNAL.
    MOVE SPACES TO JOURNAL-RECORD
    MOVE WS-RUN-DATE-YYYYMMDD TO JRN-RUN-DATE
    PERFORM 0510-WRITE-COUNT-LINE
    MOVE "JOURNAL RECORDS WRITTEN  . : " TO WS-REPORT-LABEL
    MOVE WS-JOURNAL-COUNT TO WS-COUNT-EDIT
    PERFORM 0510-WRITE-COUNT-LINE
    IF WS-NO-RATE-COUNT > 0
        MOVE "ITEMS WITH NO RATE . . . . : " TO WS-REPORT-LABEL
        MOVE WS-NO-RATE-COUNT TO WS-COUNT-EDIT
        PERFORM 0510-WRITE-COUNT-LINE
    END-IF.

0510-WRITE-COUNT-LINE.
    MOVE SPACES TO REPORT-RECORD
