    SELECT TRANS-FILE ASSIGN TO TRANSIN
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-TRANS-STATUS.
    SELECT OPTIONAL HOLD-FILE ASSIGN TO HOLDIN
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-HOLD-STATUS.
    SELECT TABLE-FILE ASSIGN TO TBLIN
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-TABLE-STATUS.
    SELECT REPORT-FILE ASSIGN TO BALRPT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.
    SELECT COMPANY-FILE ASSIGN TO COMPMST
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-COMPANY-STATUS.
    SELECT RATE-FILE ASSIGN TO FXRATE
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-RATE-STATUS.
    SELECT OPTIONAL STATS-CONTROL-FILE ASSIGN TO STATCTL
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-STATCTL-STATUS.
    SELECT OPTIONAL RUN-STATS-FILE ASSIGN TO RUNSTATS
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-RUNSTATS-STATUS.

DATA DIVISION.
FILE SECTION.
    05  TRANS-COMPANY              PIC X(3).
    05  TRANS-DC-IND               PIC X(1).
        88  TRANS-IS-CREDIT            VALUE "C".
    05  TRANS-CURRENCY             PIC X(3).
    05  FILLER                     PIC X(43).

FD  HOLD-FILE
    RECORDING MODE IS F
    RECORD CONTAINS 120 CHARACTERS.
01  HOLD-RECORD.
    05  HOLD-TRANS-ID              PIC X(10).
    05  HOLD-AMOUNT                PIC 9(9)V99.
    05  HOLD-TRANS-DATE            PIC X(8).
    05  HOLD-REC-TYPE              PIC X(1).
    05  HOLD-COMPANY               PIC X(3).
    05  HOLD-DC-IND                PIC X(1).
        88  HOLD-IS-CREDIT             VALUE "C".
    05  HOLD-CURRENCY              PIC X(3).
    05  FILLER                     PIC X(43).
    05  HOLD-HELD-DATE             PIC X(8).
    05  FILLER                     PIC X(32).

FD  TABLE-FILE
    RECORDING MODE IS F
    05  TBL-TRANS-CNT              PIC X(5).
    05  FILLER                     PIC X(3).
    05  TBL-COMPANY                PIC X(3).
    05  FILLER                     PIC X(3).
    05  TBL-CURRENCY               PIC X(3).
    05  FILLER                     PIC X(2).
    05  TBL-ORIG-AMOUNT-EDIT       PIC X(12).
    05  FILLER                     PIC X(2).
    05  TBL-BASE-CURRENCY          PIC X(3).
    05  FILLER                     PIC X(10).

FD  REPORT-FILE
    RECORDING MODE IS F
    RECORD CONTAINS 132 CHARACTERS.
01  REPORT-RECORD                  PIC X(132).

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

FD  STATS-CONTROL-FILE
    RECORDING MODE IS F
    RECORD CONTAINS 80 CHARACTERS.
01  STATS-CONTROL-RECORD.
    05  STATCTL-STEP-NAME          PIC X(8).
    05  FILLER                     PIC X(72).

FD  RUN-STATS-FILE
    RECORDING MODE IS F
    RECORD CONTAINS 200 CHARACTERS.
01  RUN-STATS-RECORD.
    05  STS-BUSINESS-DATE          PIC X(8).
    05  STS-STEP-NAME              PIC X(8).
    05  STS-PROGRAM-ID             PIC X(8).
    05  STS-RUN-DATE               PIC X(8).
    05  STS-RUN-TIME               PIC X(6).
    05  STS-RETURN-CODE            PIC 9(4).
    05  STS-COUNT                  PIC 9(9) OCCURS 8 TIMES.
    05  STS-AMOUNT                 PIC +9(13).99 OCCURS 4 TIMES.
    05  FILLER                     PIC X(18).

WORKING-STORAGE SECTION.
01  WS-FILE-STATUSES.
    05  WS-PARM-STATUS             PIC XX VALUE SPACES.
    05  WS-TRANS-STATUS            PIC XX VALUE SPACES.
    05  WS-HOLD-STATUS             PIC XX VALUE SPACES.
    05  WS-TABLE-STATUS            PIC XX VALUE SPACES.
    05  WS-REPORT-STATUS           PIC XX VALUE SPACES.
    05  WS-COMPANY-STATUS          PIC XX VALUE SPACES.
    05  WS-RATE-STATUS             PIC XX VALUE SPACES.
    05  WS-STATCTL-STATUS          PIC XX VALUE SPACES.
    05  WS-RUNSTATS-STATUS         PIC XX VALUE SPACES.

01  WS-SWITCHES.
    05  WS-TRANS-EOF-SW            PIC X VALUE "N".
        88  WS-TRANS-EOF               VALUE "Y".
    05  WS-HOLD-EOF-SW             PIC X VALUE "N".
        88  WS-HOLD-EOF                VALUE "Y".
    05  WS-HOLD-PRESENT-SW         PIC X VALUE "N".
        88  WS-HOLD-PRESENT            VALUE "Y".
    05  WS-TABLE-EOF-SW            PIC X VALUE "N".
        88  WS-TABLE-EOF               VALUE "Y".
    05  WS-PROCESS-MODE-SW         PIC X VALUE " ".
    05  WS-BALANCED-SW             PIC X VALUE "Y".
        88  WS-BALANCED                VALUE "Y".
        88  WS-OUT-OF-BALANCE          VALUE "N".
    05  WS-COMPANY-EOF-SW          PIC X VALUE "N".
        88  WS-COMPANY-EOF             VALUE "Y".
    05  WS-RATE-EOF-SW             PIC X VALUE "N".
        88  WS-RATE-EOF                VALUE "Y".
    05  WS-RATE-FOUND-SW           PIC X VALUE "N".
        88  WS-RATE-FOUND              VALUE "Y".
    05  WS-COMPANY-FOUND-SW        PIC X VALUE "N".
        88  WS-COMPANY-FOUND           VALUE "Y".

01  WS-RUN-DATE-AREA.
    05  WS-RUN-DATE-YYYYMMDD.
    05  WS-TRANS-COUNT             PIC 9(9) VALUE 0.
    05  WS-TRANS-BYPASSED          PIC 9(9) VALUE 0.
    05  WS-TRANS-AMOUNT-TOT        PIC S9(13)V99 VALUE 0.
    05  WS-HELD-COUNT              PIC 9(9) VALUE 0.
    05  WS-HELD-AMOUNT-TOT         PIC S9(13)V99 VALUE 0.
    05  WS-CLEAN-COUNT             PIC 9(9) VALUE 0.
    05  WS-CLEAN-AMOUNT-TOT        PIC S9(13)V99 VALUE 0.
    05  WS-TABLE-COUNT             PIC 9(9) VALUE 0.
    05  WS-TABLE-TRANS-CNT         PIC 9(9) VALUE 0.
    05  WS-TABLE-FALLBACK          PIC 9(9) VALUE 0.
    05  WS-TABLE-AMOUNT-TOT        PIC S9(13)V99 VALUE 0.
    05  WS-NO-RATE-COUNT           PIC 9(9) VALUE 0.

01  WS-EDIT-FIELDS.
    05  WS-AMOUNT-IN               PIC S9(9)V99.
    05  WS-AMOUNT-SIGNED           PIC S9(9)V99 VALUE 0.
    05  WS-CONVERTED-SIGNED        PIC S9(11)V99 VALUE 0.
    05  WS-ORIG-AMOUNT-IN          PIC S9(9)V99.
    05  WS-COUNT-EDIT              PIC ZZZZZZZZ9.
    05  WS-AMOUNT-EDIT             PIC ZZZZZZZZZZZZ9.99-.
    05  WS-REPORT-LABEL            PIC X(29).
01  WS-RETURN-CODE                 PIC 9(4) VALUE 0.

01  WS-COMPANY-AREA.
    05  WS-CO-MAX-OCCURS           PIC 9(4) VALUE 999.
    05  WS-CO-COUNT                PIC 9(4) VALUE 0.
    05  WS-CO-IDX                  PIC 9(4) VALUE 0.
    05  WS-CO-FOUND-IDX            PIC 9(4) VALUE 0.
    05  WS-CO-WORK-CODE            PIC X(3) VALUE SPACES.
    05  WS-CO-TABLE OCCURS 999 TIMES.
        10  WS-CO-CODE             PIC X(3).
        10  WS-CO-TRANS-COUNT      PIC 9(9).
        10  WS-CO-TRANS-AMOUNT     PIC S9(13)V99.
        10  WS-CO-HELD-COUNT       PIC 9(9).
        10  WS-CO-HELD-AMOUNT      PIC S9(13)V99.
        10  WS-CO-TABLE-COUNT      PIC 9(9).
        10  WS-CO-TABLE-TRANS-CNT  PIC 9(9).
        10  WS-CO-TABLE-AMOUNT     PIC S9(13)V99.

01  WS-CURRENCY-TOTALS-AREA.
    05  WS-CUR-MAX-OCCURS          PIC 9(4) VALUE 200.
    05  WS-CUR-COUNT               PIC 9(4) VALUE 0.
    05  WS-CUR-IDX                 PIC 9(4) VALUE 0.
    05  WS-CUR-FOUND-IDX           PIC 9(4) VALUE 0.
    05  WS-CUR-WORK-CODE           PIC X(3) VALUE SPACES.
    05  WS-CUR-TABLE OCCURS 200 TIMES.
        10  WS-CUR-CODE            PIC X(3).
        10  WS-CUR-TRANS-COUNT     PIC 9(9).
        10  WS-CUR-TRANS-AMOUNT    PIC S9(13)V99.
        10  WS-CUR-HELD-COUNT      PIC 9(9).
        10  WS-CUR-HELD-AMOUNT     PIC S9(13)V99.
        10  WS-CUR-TABLE-COUNT     PIC 9(9).
        10  WS-CUR-TABLE-AMOUNT    PIC S9(13)V99.

01  WS-COMPANY-MASTER-AREA.
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
    05  WS-CONV-COMPANY            PIC X(3) VALUE SPACES.
    05  WS-CONV-CURRENCY           PIC X(3) VALUE SPACES.
    05  WS-CONV-DATE               PIC X(8) VALUE SPACES.
    05  WS-BASE-CURRENCY           PIC X(3) VALUE SPACES.
    05  WS-CONVERT-RATE            PIC 9(5)V9(7) VALUE 0.

01  WS-RUN-STATS-AREA.
    05  WS-STATS-STEP-NAME         PIC X(8) VALUE SPACES.
    05  WS-STATS-BUSINESS-DATE     PIC X(8) VALUE SPACES.
    05  WS-STATS-TIME              PIC X(8) VALUE SPACES.
    05  WS-STATS-IDX               PIC 9(2) VALUE 0.
    05  WS-STATS-EOF-SW            PIC X VALUE "N".
        88  WS-STATS-EOF               VALUE "Y".

PROCEDURE DIVISION.
0000-MAIN-LOGIC.
    PERFORM 0100-INITIALIZE
    PERFORM 0200-TOTAL-TRANS-SIDE
    PERFORM 0250-TOTAL-HELD-ITEMS
    PERFORM 0300-TOTAL-TABLE-SIDE
    PERFORM 0400-COMPARE-SIDES
    PERFORM 0500-BALANCE-REPORT
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 0110-READ-PARM-CARD
    PERFORM 0120-LOAD-COMPANY-TABLE
    PERFORM 0130-LOAD-RATE-TABLE.

0110-READ-PARM-CARD.
    OPEN INPUT PARM-FILE
        CLOSE PARM-FILE
    END-IF.

0120-LOAD-COMPANY-TABLE.
    OPEN INPUT COMPANY-FILE
    IF WS-COMPANY-STATUS NOT = "00"
        DISPLAY "TBLBAL01 - UNABLE TO OPEN COMPMST, STATUS="
            WS-COMPANY-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 0125-READ-COMPANY-RECORD
    PERFORM UNTIL WS-COMPANY-EOF
        IF COMP-CODE NOT = SPACES
            IF WS-COMP-COUNT NOT < WS-COMP-MAX-OCCURS
                DISPLAY "TBLBAL01 - COMPMST HAS MORE THAN "
                    WS-COMP-MAX-OCCURS " COMPANIES - TABLE FULL"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-COMP-COUNT
            MOVE COMP-CODE TO WS-COMP-CODE(WS-COMP-COUNT)
            MOVE COMP-BASE-CURRENCY TO WS-COMP-BASE-CURRENCY(WS-COMP-COUNT)
        END-IF
        PERFORM 0125-READ-COMPANY-RECORD
    END-PERFORM
    CLOSE COMPANY-FILE.

0125-READ-COMPANY-RECORD.
    READ COMPANY-FILE
        AT END
            SET WS-COMPANY-EOF TO TRUE
    END-READ.

0130-LOAD-RATE-TABLE.
    OPEN INPUT RATE-FILE
    IF WS-RATE-STATUS NOT = "00"
        DISPLAY "TBLBAL01 - UNABLE TO OPEN FXRATE, STATUS="
            WS-RATE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 0135-READ-RATE-RECORD
    PERFORM UNTIL WS-RATE-EOF
        IF RATE-FROM-CURRENCY NOT = SPACES
            IF WS-RATE-COUNT NOT < WS-RATE-MAX-OCCURS
                DISPLAY "TBLBAL01 - FXRATE HAS MORE THAN "
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
        PERFORM 0135-READ-RATE-RECORD
    END-PERFORM
    CLOSE RATE-FILE.

0135-READ-RATE-RECORD.
    READ RATE-FILE
        AT END
            SET WS-RATE-EOF TO TRUE
    END-READ.

0200-TOTAL-TRANS-SIDE.
    PERFORM 0210-READ-TRANS-RECORD
    PERFORM UNTIL WS-TRANS-EOF
            ELSE
                MOVE TRANS-AMOUNT TO WS-AMOUNT-SIGNED
            END-IF
            MOVE TRANS-COMPANY TO WS-CONV-COMPANY
            MOVE TRANS-CURRENCY TO WS-CONV-CURRENCY
            MOVE TRANS-DATE TO WS-CONV-DATE
            PERFORM 0700-CONVERT-AMOUNT
            ADD WS-CONVERTED-SIGNED TO WS-TRANS-AMOUNT-TOT
            MOVE TRANS-COMPANY TO WS-CO-WORK-CODE
            PERFORM 0600-FIND-COMPANY-ROW
            IF WS-CO-FOUND-IDX > 0
                ADD 1 TO WS-CO-TRANS-COUNT(WS-CO-FOUND-IDX)
                ADD WS-CONVERTED-SIGNED
                    TO WS-CO-TRANS-AMOUNT(WS-CO-FOUND-IDX)
            END-IF
            MOVE WS-CONV-CURRENCY TO WS-CUR-WORK-CODE
            PERFORM 0650-FIND-CURRENCY-ROW
            IF WS-CUR-FOUND-IDX > 0
                ADD 1 TO WS-CUR-TRANS-COUNT(WS-CUR-FOUND-IDX)
                ADD WS-AMOUNT-SIGNED
                    TO WS-CUR-TRANS-AMOUNT(WS-CUR-FOUND-IDX)
            END-IF
        END-IF
        PERFORM 0210-READ-TRANS-RECORD
    END-PERFORM.
            SET WS-TRANS-EOF TO TRUE
    END-READ.

0250-TOTAL-HELD-ITEMS.
    OPEN INPUT HOLD-FILE
    IF WS-HOLD-STATUS = "00"
        SET WS-HOLD-PRESENT TO TRUE
        PERFORM 0260-READ-HOLD-RECORD
    ELSE
        SET WS-HOLD-EOF TO TRUE
    END-IF
    PERFORM UNTIL WS-HOLD-EOF
        IF HOLD-TRANS-DATE NOT < WS-FROM-DATE
                AND HOLD-TRANS-DATE NOT > WS-THRU-DATE
            ADD 1 TO WS-HELD-COUNT
            IF HOLD-IS-CREDIT
                COMPUTE WS-AMOUNT-SIGNED = 0 - HOLD-AMOUNT
            ELSE
                MOVE HOLD-AMOUNT TO WS-AMOUNT-SIGNED
            END-IF
            MOVE HOLD-COMPANY TO WS-CONV-COMPANY
            MOVE HOLD-CURRENCY TO WS-CONV-CURRENCY
            MOVE HOLD-TRANS-DATE TO WS-CONV-DATE
            PERFORM 0700-CONVERT-AMOUNT
            ADD WS-CONVERTED-SIGNED TO WS-HELD-AMOUNT-TOT
            MOVE HOLD-COMPANY TO WS-CO-WORK-CODE
            PERFORM 0600-FIND-COMPANY-ROW
            IF WS-CO-FOUND-IDX > 0
                ADD 1 TO WS-CO-HELD-COUNT(WS-CO-FOUND-IDX)
                ADD WS-CONVERTED-SIGNED
                    TO WS-CO-HELD-AMOUNT(WS-CO-FOUND-IDX)
            END-IF
            MOVE WS-CONV-CURRENCY TO WS-CUR-WORK-CODE
            PERFORM 0650-FIND-CURRENCY-ROW
            IF WS-CUR-FOUND-IDX > 0
                ADD 1 TO WS-CUR-HELD-COUNT(WS-CUR-FOUND-IDX)
                ADD WS-AMOUNT-SIGNED
                    TO WS-CUR-HELD-AMOUNT(WS-CUR-FOUND-IDX)
            END-IF
        END-IF
        PERFORM 0260-READ-HOLD-RECORD
    END-PERFORM
    IF WS-HOLD-STATUS = "00" OR WS-HOLD-STATUS = "10"
        CLOSE HOLD-FILE
    END-IF
    COMPUTE WS-CLEAN-COUNT = WS-TRANS-COUNT + WS-HELD-COUNT
    COMPUTE WS-CLEAN-AMOUNT-TOT =
        WS-TRANS-AMOUNT-TOT + WS-HELD-AMOUNT-TOT.

0260-READ-HOLD-RECORD.
    READ HOLD-FILE
        AT END
            SET WS-HOLD-EOF TO TRUE
    END-READ.

0300-TOTAL-TABLE-SIDE.
    PERFORM 0310-READ-TABLE-RECORD
    PERFORM UNTIL WS-TABLE-EOF
                    ADD 1 TO WS-CO-TABLE-TRANS-CNT(WS-CO-FOUND-IDX)
                END-IF
            END-IF
            PERFORM 0320-TOTAL-TABLE-CURRENCY
        ELSE
            ADD 1 TO WS-TABLE-FALLBACK
        END-IF
        PERFORM 0310-READ-TABLE-RECORD
    END-PERFORM.

0320-TOTAL-TABLE-CURRENCY.
    IF TBL-CURRENCY = SPACES
        MOVE TBL-COMPANY TO WS-CONV-COMPANY
        PERFORM 0710-FIND-BASE-CURRENCY
        MOVE WS-BASE-CURRENCY TO WS-CUR-WORK-CODE
        MOVE WS-AMOUNT-IN TO WS-ORIG-AMOUNT-IN
    ELSE
        MOVE TBL-CURRENCY TO WS-CUR-WORK-CODE
        COMPUTE WS-ORIG-AMOUNT-IN =
            FUNCTION NUMVAL(TBL-ORIG-AMOUNT-EDIT)
    END-IF
    PERFORM 0650-FIND-CURRENCY-ROW
    IF WS-CUR-FOUND-IDX > 0
        ADD 1 TO WS-CUR-TABLE-COUNT(WS-CUR-FOUND-IDX)
        ADD WS-ORIG-AMOUNT-IN TO WS-CUR-TABLE-AMOUNT(WS-CUR-FOUND-IDX)
    END-IF.

0310-READ-TABLE-RECORD.
    READ TABLE-FILE
        AT END
                SET WS-OUT-OF-BALANCE TO TRUE
            END-IF
        END-IF
    END-PERFORM
    PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
            UNTIL WS-CUR-IDX > WS-CUR-COUNT
        IF WS-CUR-TRANS-AMOUNT(WS-CUR-IDX)
                NOT = WS-CUR-TABLE-AMOUNT(WS-CUR-IDX)
            SET WS-OUT-OF-BALANCE TO TRUE
        END-IF
    END-PERFORM.

0600-FIND-COMPANY-ROW.
            MOVE WS-CO-IDX TO WS-CO-FOUND-IDX
        END-IF
    END-PERFORM
    IF WS-CO-FOUND-IDX = 0
        IF WS-CO-COUNT NOT < WS-CO-MAX-OCCURS
            DISPLAY "TBLBAL01 - MORE THAN " WS-CO-MAX-OCCURS
                " COMPANIES - TABLE FULL"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO WS-CO-COUNT
        MOVE WS-CO-WORK-CODE TO WS-CO-CODE(WS-CO-COUNT)
        MOVE 0 TO WS-CO-TRANS-COUNT(WS-CO-COUNT)
        MOVE 0 TO WS-CO-TRANS-AMOUNT(WS-CO-COUNT)
        MOVE 0 TO WS-CO-HELD-COUNT(WS-CO-COUNT)
        MOVE 0 TO WS-CO-HELD-AMOUNT(WS-CO-COUNT)
        MOVE 0 TO WS-CO-TABLE-COUNT(WS-CO-COUNT)
        MOVE 0 TO WS-CO-TABLE-TRANS-CNT(WS-CO-COUNT)
        MOVE 0 TO WS-CO-TABLE-AMOUNT(WS-CO-COUNT)
        MOVE WS-CO-COUNT TO WS-CO-FOUND-IDX
    END-IF.

0650-FIND-CURRENCY-ROW.
    MOVE 0 TO WS-CUR-FOUND-IDX
    PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
            UNTIL WS-CUR-IDX > WS-CUR-COUNT OR WS-CUR-FOUND-IDX > 0
        IF WS-CUR-CODE(WS-CUR-IDX) = WS-CUR-WORK-CODE
            MOVE WS-CUR-IDX TO WS-CUR-FOUND-IDX
        END-IF
    END-PERFORM
    IF WS-CUR-FOUND-IDX = 0
        IF WS-CUR-COUNT NOT < WS-CUR-MAX-OCCURS
            DISPLAY "TBLBAL01 - MORE THAN " WS-CUR-MAX-OCCURS
                " CURRENCIES - TABLE FULL"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO WS-CUR-COUNT
        MOVE WS-CUR-WORK-CODE TO WS-CUR-CODE(WS-CUR-COUNT)
        MOVE 0 TO WS-CUR-TRANS-COUNT(WS-CUR-COUNT)
        MOVE 0 TO WS-CUR-TRANS-AMOUNT(WS-CUR-COUNT)
        MOVE 0 TO WS-CUR-HELD-COUNT(WS-CUR-COUNT)
        MOVE 0 TO WS-CUR-HELD-AMOUNT(WS-CUR-COUNT)
        MOVE 0 TO WS-CUR-TABLE-COUNT(WS-CUR-COUNT)
        MOVE 0 TO WS-CUR-TABLE-AMOUNT(WS-CUR-COUNT)
        MOVE WS-CUR-COUNT TO WS-CUR-FOUND-IDX
    END-IF.

0700-CONVERT-AMOUNT.
    PERFORM 0710-FIND-BASE-CURRENCY
    IF WS-CONV-CURRENCY = SPACES
        MOVE WS-BASE-CURRENCY TO WS-CONV-CURRENCY
    END-IF
    IF WS-CONV-CURRENCY = WS-BASE-CURRENCY
        MOVE WS-AMOUNT-SIGNED TO WS-CONVERTED-SIGNED
    ELSE
        MOVE "N" TO WS-RATE-FOUND-SW
        PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                UNTIL WS-RATE-IDX > WS-RATE-COUNT OR WS-RATE-FOUND
            IF WS-RATE-FROM(WS-RATE-IDX) = WS-CONV-CURRENCY
                    AND WS-RATE-TO(WS-RATE-IDX) = WS-BASE-CURRENCY
                    AND WS-RATE-DATE(WS-RATE-IDX) = WS-CONV-DATE
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
        END-IF
    END-IF.

0710-FIND-BASE-CURRENCY.
    MOVE SPACES TO WS-BASE-CURRENCY
    MOVE "N" TO WS-COMPANY-FOUND-SW
    PERFORM VARYING WS-COMP-IDX FROM 1 BY 1
            UNTIL WS-COMP-IDX > WS-COMP-COUNT OR WS-COMPANY-FOUND
        IF WS-COMP-CODE(WS-COMP-IDX) = WS-CONV-COMPANY
            SET WS-COMPANY-FOUND TO TRUE
            MOVE WS-COMP-BASE-CURRENCY(WS-COMP-IDX) TO WS-BASE-CURRENCY
        END-IF
    END-PERFORM.

0500-BALANCE-REPORT.
    MOVE SPACES TO REPORT-RECORD
    STRING "TBLBAL01 - INPUT/OUTPUT BALANCING REPORT"
    MOVE "INPUT AMOUNT TOTAL . . . . : " TO WS-REPORT-LABEL
    MOVE WS-TRANS-AMOUNT-TOT TO WS-AMOUNT-EDIT
    PERFORM 0520-WRITE-AMOUNT-LINE
    IF WS-HOLD-PRESENT
        MOVE "HELD FOR APPROVAL  . . . . : " TO WS-REPORT-LABEL
        MOVE WS-HELD-COUNT TO WS-COUNT-EDIT
        PERFORM 0510-WRITE-COUNT-LINE
        MOVE "HELD AMOUNT TOTAL  . . . . : " TO WS-REPORT-LABEL
        MOVE WS-HELD-AMOUNT-TOT TO WS-AMOUNT-EDIT
        PERFORM 0520-WRITE-AMOUNT-LINE
        MOVE "EDITED CLEAN (INPUT+HELD)  : " TO WS-REPORT-LABEL
        MOVE WS-CLEAN-COUNT TO WS-COUNT-EDIT
        PERFORM 0510-WRITE-COUNT-LINE
        MOVE "EDITED CLEAN AMOUNT  . . . : " TO WS-REPORT-LABEL
        MOVE WS-CLEAN-AMOUNT-TOT TO WS-AMOUNT-EDIT
        PERFORM 0520-WRITE-AMOUNT-LINE
    END-IF
    MOVE "TABLE RECORDS  . . . . . . : " TO WS-REPORT-LABEL
    MOVE WS-TABLE-COUNT TO WS-COUNT-EDIT
    PERFORM 0510-WRITE-COUNT-LINE
    MOVE "TABLE AMOUNT TOTAL . . . . : " TO WS-REPORT-LABEL
    MOVE WS-TABLE-AMOUNT-TOT TO WS-AMOUNT-EDIT
    PERFORM 0520-WRITE-AMOUNT-LINE
    IF WS-NO-RATE-COUNT > 0
        MOVE "INPUT ITEMS WITH NO RATE . : " TO WS-REPORT-LABEL
        MOVE WS-NO-RATE-COUNT TO WS-COUNT-EDIT
        PERFORM 0510-WRITE-COUNT-LINE
    END-IF
    PERFORM VARYING WS-CO-IDX FROM 1 BY 1
            UNTIL WS-CO-IDX > WS-CO-COUNT
        PERFORM 0530-WRITE-COMPANY-SECTION
    MOVE SPACES TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE SPACES TO REPORT-RECORD
    MOVE "ORIGINAL CURRENCY TOTALS" TO REPORT-RECORD
    WRITE REPORT-RECORD
    PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
            UNTIL WS-CUR-IDX > WS-CUR-COUNT
        PERFORM 0540-WRITE-CURRENCY-SECTION
    END-PERFORM
    MOVE SPACES TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE SPACES TO REPORT-RECORD
    IF WS-BALANCED
        MOVE "RESULT: IN BALANCE" TO REPORT-RECORD
    ELSE
    MOVE "  INPUT AMOUNT TOTAL . . . : " TO WS-REPORT-LABEL
    MOVE WS-CO-TRANS-AMOUNT(WS-CO-IDX) TO WS-AMOUNT-EDIT
    PERFORM 0520-WRITE-AMOUNT-LINE
    IF WS-CO-HELD-COUNT(WS-CO-IDX) > 0
        MOVE "  HELD FOR APPROVAL  . . . : " TO WS-REPORT-LABEL
        MOVE WS-CO-HELD-COUNT(WS-CO-IDX) TO WS-COUNT-EDIT
        PERFORM 0510-WRITE-COUNT-LINE
        MOVE "  HELD AMOUNT TOTAL  . . . : " TO WS-REPORT-LABEL
        MOVE WS-CO-HELD-AMOUNT(WS-CO-IDX) TO WS-AMOUNT-EDIT
        PERFORM 0520-WRITE-AMOUNT-LINE
    END-IF
    MOVE "  TABLE RECORDS  . . . . . : " TO WS-REPORT-LABEL
    MOVE WS-CO-TABLE-COUNT(WS-CO-IDX) TO WS-COUNT-EDIT
    PERFORM 0510-WRITE-COUNT-LINE
    MOVE WS-CO-TABLE-AMOUNT(WS-CO-IDX) TO WS-AMOUNT-EDIT
    PERFORM 0520-WRITE-AMOUNT-LINE.

0540-WRITE-CURRENCY-SECTION.
    MOVE SPACES TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE SPACES TO REPORT-RECORD
    STRING "CURRENCY " DELIMITED BY SIZE
           WS-CUR-CODE(WS-CUR-IDX) DELIMITED BY SIZE
           INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD
    MOVE "  TRANSACTIONS SELECTED  . : " TO WS-REPORT-LABEL
    MOVE WS-CUR-TRANS-COUNT(WS-CUR-IDX) TO WS-COUNT-EDIT
    PERFORM 0510-WRITE-COUNT-LINE
    MOVE "  INPUT ORIGINAL AMOUNT. . : " TO WS-REPORT-LABEL
    MOVE WS-CUR-TRANS-AMOUNT(WS-CUR-IDX) TO WS-AMOUNT-EDIT
    PERFORM 0520-WRITE-AMOUNT-LINE
    IF WS-CUR-HELD-COUNT(WS-CUR-IDX) > 0
        MOVE "  HELD FOR APPROVAL  . . . : " TO WS-REPORT-LABEL
        MOVE WS-CUR-HELD-COUNT(WS-CUR-IDX) TO WS-COUNT-EDIT
        PERFORM 0510-WRITE-COUNT-LINE
        MOVE "  HELD ORIGINAL AMOUNT . . : " TO WS-REPORT-LABEL
        MOVE WS-CUR-HELD-AMOUNT(WS-CUR-IDX) TO WS-AMOUNT-EDIT
        PERFORM 0520-WRITE-AMOUNT-LINE
    END-IF
    MOVE "  TABLE RECORDS  . . . . . : " TO WS-REPORT-LABEL
    MOVE WS-CUR-TABLE-COUNT(WS-CUR-IDX) TO WS-COUNT-EDIT
    PERFORM 0510-WRITE-COUNT-LINE
    MOVE "  TABLE ORIGINAL AMOUNT. . : " TO WS-REPORT-LABEL
    MOVE WS-CUR-TABLE-AMOUNT(WS-CUR-IDX) TO WS-AMOUNT-EDIT
    PERFORM 0520-WRITE-AMOUNT-LINE.

0520-WRITE-AMOUNT-LINE.
    MOVE SPACES TO REPORT-RECORD
    STRING WS-REPORT-LABEL DELIMITED BY SIZE
    IF WS-OUT-OF-BALANCE
        MOVE 8 TO WS-RETURN-CODE
    END-IF
    PERFORM 0950-WRITE-RUN-STATS
    MOVE WS-RETURN-CODE TO RETURN-CODE.

0950-WRITE-RUN-STATS.
    OPEN INPUT STATS-CONTROL-FILE
    IF WS-STATCTL-STATUS = "00"
        READ STATS-CONTROL-FILE
        IF WS-STATCTL-STATUS = "00"
            MOVE STATCTL-STEP-NAME TO WS-STATS-STEP-NAME
        END-IF
        CLOSE STATS-CONTROL-FILE
    END-IF
    IF WS-STATS-STEP-NAME NOT = SPACES
        PERFORM 0960-FIND-BUSINESS-DATE
        OPEN EXTEND RUN-STATS-FILE
        IF WS-RUNSTATS-STATUS NOT = "00" AND WS-RUNSTATS-STATUS NOT = "05"
            OPEN OUTPUT RUN-STATS-FILE
        END-IF
        IF WS-RUNSTATS-STATUS = "00" OR WS-RUNSTATS-STATUS = "05"
            PERFORM 0970-BUILD-STATS-RECORD
            WRITE RUN-STATS-RECORD
            CLOSE RUN-STATS-FILE
        ELSE
            DISPLAY "TBLBAL01 - UNABLE TO OPEN RUNSTATS, STATUS="
                WS-RUNSTATS-STATUS
        END-IF
    END-IF.

0960-FIND-BUSINESS-DATE.
    MOVE WS-RUN-DATE-YYYYMMDD TO WS-STATS-BUSINESS-DATE
    OPEN INPUT RUN-STATS-FILE
    IF WS-RUNSTATS-STATUS = "00"
        PERFORM 0965-READ-RUN-STATS
    ELSE
        SET WS-STATS-EOF TO TRUE
    END-IF
    PERFORM UNTIL WS-STATS-EOF
        IF STS-PROGRAM-ID = "TRNEDT01"
            MOVE STS-BUSINESS-DATE TO WS-STATS-BUSINESS-DATE
        END-IF
        PERFORM 0965-READ-RUN-STATS
    END-PERFORM
    IF WS-RUNSTATS-STATUS = "00" OR WS-RUNSTATS-STATUS = "05"
            OR WS-RUNSTATS-STATUS = "10"
        CLOSE RUN-STATS-FILE
    END-IF.

0965-READ-RUN-STATS.
    READ RUN-STATS-FILE
        AT END
            SET WS-STATS-EOF TO TRUE
    END-READ.

0970-BUILD-STATS-RECORD.
    ACCEPT WS-STATS-TIME FROM TIME
    MOVE SPACES TO RUN-STATS-RECORD
    MOVE WS-STATS-BUSINESS-DATE TO STS-BUSINESS-DATE
    MOVE WS-STATS-STEP-NAME TO STS-STEP-NAME
    MOVE "TBLBAL01" TO STS-PROGRAM-ID
    MOVE WS-RUN-DATE-YYYYMMDD TO STS-RUN-DATE
    MOVE WS-STATS-TIME(1:6) TO STS-RUN-TIME
    MOVE WS-RETURN-CODE TO STS-RETURN-CODE
    PERFORM VARYING WS-STATS-IDX FROM 1 BY 1 UNTIL WS-STATS-IDX > 8
        MOVE 0 TO STS-COUNT(WS-STATS-IDX)
    END-PERFORM
    PERFORM VARYING WS-STATS-IDX FROM 1 BY 1 UNTIL WS-STATS-IDX > 4
        MOVE 0 TO STS-AMOUNT(WS-STATS-IDX)
    END-PERFORM
    COMPUTE STS-COUNT(1) = WS-TRANS-COUNT + WS-TRANS-BYPASSED
    MOVE WS-TRANS-COUNT TO STS-COUNT(2)
    MOVE WS-TRANS-BYPASSED TO STS-COUNT(3)
    MOVE WS-HELD-COUNT TO STS-COUNT(4)
    COMPUTE STS-COUNT(5) = WS-TABLE-COUNT + WS-TABLE-FALLBACK
    MOVE WS-TABLE-COUNT TO STS-COUNT(6)
    MOVE WS-TABLE-TRANS-CNT TO STS-COUNT(7)
    MOVE WS-NO-RATE-COUNT TO STS-COUNT(8)
    MOVE WS-TRANS-AMOUNT-TOT TO STS-AMOUNT(1)
    MOVE WS-HELD-AMOUNT-TOT TO STS-AMOUNT(2)
    MOVE WS-TABLE-AMOUNT-TOT TO STS-AMOUNT(3).
