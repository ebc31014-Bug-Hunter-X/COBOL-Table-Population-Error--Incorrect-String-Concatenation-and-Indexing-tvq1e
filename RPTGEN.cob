    SELECT REPORT-FILE ASSIGN TO RPTOUT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.
    SELECT OPTIONAL COMPANY-FILE ASSIGN TO COMPMST
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-COMPANY-STATUS.
    SELECT SORT-FILE ASSIGN TO SORTWK01.

DATA DIVISION.
    05  TBL-TRANS-DATE             PIC X(8).
    05  FILLER                     PIC X(11).
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
    05  COMP-NAME                  PIC X(30).
    05  FILLER                     PIC X(47).

SD  SORT-FILE
    RECORD CONTAINS 33 CHARACTERS.
01  SORT-RECORD.
01  WS-FILE-STATUSES.
    05  WS-TABLE-STATUS            PIC XX VALUE SPACES.
    05  WS-REPORT-STATUS           PIC XX VALUE SPACES.
    05  WS-COMPANY-STATUS          PIC XX VALUE SPACES.

01  WS-SWITCHES.
    05  WS-TABLE-EOF-SW            PIC X VALUE "N".
        88  WS-TABLE-EOF               VALUE "Y".
    05  WS-SORT-EOF-SW             PIC X VALUE "N".
        88  WS-SORT-EOF                VALUE "Y".
    05  WS-COMPANY-EOF-SW          PIC X VALUE "N".
        88  WS-COMPANY-EOF             VALUE "Y".
    05  WS-COMPANY-FOUND-SW        PIC X VALUE "N".
        88  WS-COMPANY-FOUND           VALUE "Y".

01  WS-PRINT-CONTROL.
    05  WS-LINE-COUNT              PIC 9(3) VALUE 0.

01  WS-EDIT-FIELDS.
    05  WS-AMOUNT-IN               PIC S9(9)V99.
    05  WS-ORIG-AMOUNT-IN          PIC S9(9)V99.
    05  WS-AMOUNT-EDIT             PIC ZZZZZZZZZZZZ9.99-.
    05  WS-COUNT-EDIT              PIC ZZZZZZ9.

01  WS-COMPANY-AREA.
    05  WS-COMP-MAX-OCCURS         PIC 9(4) VALUE 999.
    05  WS-COMP-TABLE-COUNT        PIC 9(4) VALUE 0.
    05  WS-COMP-IDX                PIC 9(4) VALUE 0.
    05  WS-COMP-NAME-PRINT         PIC X(30) VALUE SPACES.
    05  WS-COMP-TABLE OCCURS 999 TIMES.
        10  WS-COMP-CODE           PIC X(3).
        10  WS-COMP-NAME           PIC X(30).
        10  WS-COMP-BASE-CURRENCY  PIC X(3).
    05  WS-COMP-BASE-PRINT         PIC X(3) VALUE SPACES.

01  WS-CURRENCY-TOTALS-AREA.
    05  WS-CUR-MAX-OCCURS          PIC 9(4) VALUE 200.
    05  WS-CUR-COUNT               PIC 9(4) VALUE 0.
    05  WS-CUR-IDX                 PIC 9(4) VALUE 0.
    05  WS-CUR-FOUND-IDX           PIC 9(4) VALUE 0.
    05  WS-CUR-WORK-CODE           PIC X(3) VALUE SPACES.
    05  WS-CUR-TABLE OCCURS 200 TIMES.
        10  WS-CUR-CODE            PIC X(3).
        10  WS-CUR-ITEM-COUNT      PIC 9(7).
        10  WS-CUR-ORIG-AMOUNT     PIC S9(13)V99.
        10  WS-CUR-CONV-AMOUNT     PIC S9(13)V99.
    05  WS-ORIG-AMOUNT-EDIT        PIC ZZZZZZZZZZZZ9.99-.

01  WS-RETURN-CODE                 PIC 9(4) VALUE 0.

PROCEDURE DIVISION.
        DISPLAY "RPTGEN   - UNABLE TO OPEN RPTOUT, STATUS=" WS-REPORT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 0120-LOAD-COMPANY-TABLE.

0120-LOAD-COMPANY-TABLE.
    OPEN INPUT COMPANY-FILE
    IF WS-COMPANY-STATUS NOT = "00" AND WS-COMPANY-STATUS NOT = "05"
        DISPLAY "RPTGEN   - UNABLE TO OPEN COMPMST, STATUS="
            WS-COMPANY-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 0125-READ-COMPANY-RECORD
    PERFORM UNTIL WS-COMPANY-EOF
        IF COMP-CODE NOT = SPACES
            IF WS-COMP-TABLE-COUNT NOT < WS-COMP-MAX-OCCURS
                DISPLAY "RPTGEN   - COMPMST HAS MORE THAN "
                    WS-COMP-MAX-OCCURS " COMPANIES - TABLE FULL"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-COMP-TABLE-COUNT
            MOVE COMP-CODE TO WS-COMP-CODE(WS-COMP-TABLE-COUNT)
            MOVE COMP-NAME TO WS-COMP-NAME(WS-COMP-TABLE-COUNT)
            MOVE COMP-BASE-CURRENCY
                TO WS-COMP-BASE-CURRENCY(WS-COMP-TABLE-COUNT)
        END-IF
        PERFORM 0125-READ-COMPANY-RECORD
    END-PERFORM
    CLOSE COMPANY-FILE.

0125-READ-COMPANY-RECORD.
    READ COMPANY-FILE
        AT END
            SET WS-COMPANY-EOF TO TRUE
    END-READ.

1000-SELECT-INPUT.
    PERFORM 1100-READ-TABLE-RECORD
            MOVE TBL-TRANS-ID TO SRT-TRANS-ID
            MOVE WS-AMOUNT-IN TO SRT-AMOUNT
            RELEASE SORT-RECORD
            PERFORM 1200-TOTAL-CURRENCY
        ELSE
            ADD 1 TO WS-DROPPED-COUNT
        END-IF
            SET WS-TABLE-EOF TO TRUE
    END-READ.

1200-TOTAL-CURRENCY.
    IF TBL-CURRENCY = SPACES
        MOVE SPACES TO WS-CUR-WORK-CODE
        PERFORM VARYING WS-COMP-IDX FROM 1 BY 1
                UNTIL WS-COMP-IDX > WS-COMP-TABLE-COUNT
                    OR WS-CUR-WORK-CODE NOT = SPACES
            IF WS-COMP-CODE(WS-COMP-IDX) = TBL-COMPANY
                MOVE WS-COMP-BASE-CURRENCY(WS-COMP-IDX)
                    TO WS-CUR-WORK-CODE
            END-IF
        END-PERFORM
        MOVE WS-AMOUNT-IN TO WS-ORIG-AMOUNT-IN
    ELSE
        MOVE TBL-CURRENCY TO WS-CUR-WORK-CODE
        COMPUTE WS-ORIG-AMOUNT-IN =
            FUNCTION NUMVAL(TBL-ORIG-AMOUNT-EDIT)
    END-IF
    MOVE 0 TO WS-CUR-FOUND-IDX
    PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
            UNTIL WS-CUR-IDX > WS-CUR-COUNT OR WS-CUR-FOUND-IDX > 0
        IF WS-CUR-CODE(WS-CUR-IDX) = WS-CUR-WORK-CODE
            MOVE WS-CUR-IDX TO WS-CUR-FOUND-IDX
        END-IF
    END-PERFORM
    IF WS-CUR-FOUND-IDX = 0
        IF WS-CUR-COUNT NOT < WS-CUR-MAX-OCCURS
            DISPLAY "RPTGEN   - MORE THAN " WS-CUR-MAX-OCCURS
                " CURRENCIES - TABLE FULL"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO WS-CUR-COUNT
        MOVE WS-CUR-WORK-CODE TO WS-CUR-CODE(WS-CUR-COUNT)
        MOVE 0 TO WS-CUR-ITEM-COUNT(WS-CUR-COUNT)
        MOVE 0 TO WS-CUR-ORIG-AMOUNT(WS-CUR-COUNT)
        MOVE 0 TO WS-CUR-CONV-AMOUNT(WS-CUR-COUNT)
        MOVE WS-CUR-COUNT TO WS-CUR-FOUND-IDX
    END-IF
    ADD 1 TO WS-CUR-ITEM-COUNT(WS-CUR-FOUND-IDX)
    ADD WS-ORIG-AMOUNT-IN TO WS-CUR-ORIG-AMOUNT(WS-CUR-FOUND-IDX)
    ADD WS-AMOUNT-IN TO WS-CUR-CONV-AMOUNT(WS-CUR-FOUND-IDX).

2000-SUMMARIZE.
    PERFORM 2100-RETURN-SORT-RECORD
    PERFORM 2200-WRITE-REPORT-HEADER
    IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
        PERFORM 2200-WRITE-REPORT-HEADER
    END-IF
    MOVE "N" TO WS-COMPANY-FOUND-SW
    MOVE "(NOT ON COMPANY MASTER)" TO WS-COMP-NAME-PRINT
    MOVE SPACES TO WS-COMP-BASE-PRINT
    PERFORM VARYING WS-COMP-IDX FROM 1 BY 1
            UNTIL WS-COMP-IDX > WS-COMP-TABLE-COUNT OR WS-COMPANY-FOUND
        IF WS-COMP-CODE(WS-COMP-IDX) = WS-PRIOR-COMPANY
            SET WS-COMPANY-FOUND TO TRUE
            MOVE WS-COMP-NAME(WS-COMP-IDX) TO WS-COMP-NAME-PRINT
            MOVE WS-COMP-BASE-CURRENCY(WS-COMP-IDX) TO WS-COMP-BASE-PRINT
        END-IF
    END-PERFORM
    MOVE SPACES TO REPORT-RECORD
    STRING "COMPANY " DELIMITED BY SIZE
           WS-PRIOR-COMPANY DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-COMP-NAME-PRINT DELIMITED BY SIZE
           "  BASE CURRENCY " DELIMITED BY SIZE
           WS-COMP-BASE-PRINT DELIMITED BY SIZE
           INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD
               INTO REPORT-RECORD
        END-STRING
        WRITE REPORT-RECORD
    END-IF
    PERFORM 2500-WRITE-CURRENCY-TOTALS.

2500-WRITE-CURRENCY-TOTALS.
    MOVE SPACES TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE "ORIGINAL CURRENCY TOTALS" TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE SPACES TO REPORT-RECORD
    STRING "CURRENCY" DELIMITED BY SIZE
           "         ITEMS" DELIMITED BY SIZE
           "    ORIGINAL AMOUNT" DELIMITED BY SIZE
           "   CONVERTED AMOUNT" DELIMITED BY SIZE
           INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD
    PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
            UNTIL WS-CUR-IDX > WS-CUR-COUNT
        MOVE WS-CUR-ITEM-COUNT(WS-CUR-IDX) TO WS-COUNT-EDIT
        MOVE WS-CUR-ORIG-AMOUNT(WS-CUR-IDX) TO WS-ORIG-AMOUNT-EDIT
        MOVE WS-CUR-CONV-AMOUNT(WS-CUR-IDX) TO WS-AMOUNT-EDIT
        MOVE SPACES TO REPORT-RECORD
        STRING "CURRENCY " DELIMITED BY SIZE
               WS-CUR-CODE(WS-CUR-IDX) DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-ORIG-AMOUNT-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-RECORD
        END-STRING
        WRITE REPORT-RECORD
    END-PERFORM.

0900-TERMINATE.
    CLOSE TABLE-FILE
