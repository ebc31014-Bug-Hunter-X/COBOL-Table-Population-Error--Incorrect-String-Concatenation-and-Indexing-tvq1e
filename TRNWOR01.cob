       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. TRNWOR01.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PARM-FILE ASSIGN TO PARMIN
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-PARM-STATUS.
    SELECT OPTIONAL ACTION-LOG-FILE ASSIGN TO SUSPLOG
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-SUSPLOG-STATUS.
    SELECT OPTIONAL WRITE-OFF-FILE ASSIGN TO SUSPWOF
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-SUSPWOF-STATUS.
    SELECT OPTIONAL RUN-STATS-FILE ASSIGN TO RUNSTATS
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-RUNSTATS-STATUS.
    SELECT OPTIONAL COMPANY-FILE ASSIGN TO COMPMST
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-COMPANY-STATUS.
    SELECT REPORT-FILE ASSIGN TO WORRPT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  PARM-FILE
    RECORDING MODE IS F
    RECORD CONTAINS 80 CHARACTERS.
01  PARM-RECORD.
    05  PARM-REGISTER-DATE         PIC X(8).
    05  FILLER                     PIC X(1).
    05  PARM-REGISTER-MODE         PIC X(1).
        88  PARM-APPLIED-MODE          VALUE "A".
    05  FILLER                     PIC X(70).

FD  ACTION-LOG-FILE
    RECORDING MODE IS F
    RECORD CONTAINS 250 CHARACTERS.
01  ACTION-LOG-RECORD.
    05  LOG-DATE                   PIC X(8).
    05  LOG-TIME.
        10  LOG-TIME-HH            PIC X(2).
        10  LOG-TIME-MM            PIC X(2).
        10  LOG-TIME-SS            PIC X(2).
    05  LOG-OPERATOR-ID            PIC X(8).
    05  LOG-ACTION                 PIC X(1).
        88  LOG-RELEASE                VALUE "R".
        88  LOG-WRITE-OFF              VALUE "W".
    05  LOG-WO-REASON              PIC X(3).
    05  LOG-WO-TEXT                PIC X(30).
    05  LOG-SUSP-REASON            PIC X(3).
    05  LOG-FIRST-SEEN             PIC X(8).
    05  LOG-ATTEMPTS               PIC 9(3).
    05  LOG-ORIG-DATA.
        10  LOG-TRANS-ID           PIC X(10).
        10  LOG-AMOUNT-X           PIC X(11).
        10  LOG-AMOUNT-N REDEFINES LOG-AMOUNT-X
                                   PIC 9(9)V99.
        10  LOG-TRANS-DATE         PIC X(8).
        10  LOG-REC-TYPE           PIC X(1).
        10  LOG-COMPANY            PIC X(3).
        10  LOG-DC-IND             PIC X(1).
        10  LOG-CURRENCY           PIC X(3).
        10  FILLER                 PIC X(43).
    05  LOG-NEW-DATA               PIC X(80).
    05  FILLER                     PIC X(20).

FD  WRITE-OFF-FILE
    RECORDING MODE IS F
    RECORD CONTAINS 200 CHARACTERS.
01  WRITE-OFF-RECORD.
    05  WOF-TRANS-DATA             PIC X(80).
    05  WOF-SUSP-REASON            PIC X(3).
    05  WOF-FIRST-SEEN             PIC X(8).
    05  WOF-ATTEMPTS               PIC 9(3).
    05  WOF-REASON-HIST            PIC X(12).
    05  WOF-WO-REASON              PIC X(3).
    05  WOF-WO-TEXT                PIC X(30).
    05  WOF-OPERATOR-ID            PIC X(8).
    05  WOF-ACTION-DATE            PIC X(8).
    05  WOF-ACTION-TIME.
        10  WOF-ACTION-HH          PIC X(2).
        10  WOF-ACTION-MM          PIC X(2).
        10  WOF-ACTION-SS          PIC X(2).
    05  WOF-RUN-DATE               PIC X(8).
    05  FILLER                     PIC X(31).

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

FD  COMPANY-FILE
    RECORDING MODE IS F
    RECORD CONTAINS 100 CHARACTERS.
01  COMPANY-RECORD.
    05  COMP-CODE                  PIC X(3).
    05  FILLER                     PIC X(17).
    05  COMP-BASE-CURRENCY         PIC X(3).
    05  COMP-NAME                  PIC X(30).
    05  FILLER                     PIC X(47).

FD  REPORT-FILE
    RECORDING MODE IS F
    RECORD CONTAINS 132 CHARACTERS.
01  REPORT-RECORD                  PIC X(132).

WORKING-STORAGE SECTION.
01  WS-FILE-STATUSES.
    05  WS-PARM-STATUS             PIC XX VALUE SPACES.
    05  WS-SUSPLOG-STATUS          PIC XX VALUE SPACES.
    05  WS-SUSPWOF-STATUS          PIC XX VALUE SPACES.
    05  WS-RUNSTATS-STATUS         PIC XX VALUE SPACES.
    05  WS-COMPANY-STATUS          PIC XX VALUE SPACES.
    05  WS-REPORT-STATUS           PIC XX VALUE SPACES.

01  WS-SWITCHES.
    05  WS-SUSPLOG-EOF-SW          PIC X VALUE "N".
        88  WS-SUSPLOG-EOF             VALUE "Y".
    05  WS-SUSPWOF-EOF-SW          PIC X VALUE "N".
        88  WS-SUSPWOF-EOF             VALUE "Y".
    05  WS-STATS-EOF-SW            PIC X VALUE "N".
        88  WS-STATS-EOF               VALUE "Y".
    05  WS-COMPANY-EOF-SW          PIC X VALUE "N".
        88  WS-COMPANY-EOF             VALUE "Y".
    05  WS-REASON-FOUND-SW         PIC X VALUE "N".
        88  WS-REASON-FOUND            VALUE "Y".
    05  WS-REGISTER-MODE-SW        PIC X VALUE "L".
        88  WS-LOGGED-REGISTER         VALUE "L".
        88  WS-APPLIED-REGISTER        VALUE "A".
    05  WS-PARM-DATE-SW            PIC X VALUE "N".
        88  WS-PARM-DATE-GIVEN         VALUE "Y".
    05  WS-STATS-FOUND-SW          PIC X VALUE "N".
        88  WS-STATS-FOUND             VALUE "Y".

01  WS-PRINT-CONTROL.
    05  WS-LINE-COUNT              PIC 9(3) VALUE 0.
    05  WS-PAGE-COUNT              PIC 9(3) VALUE 0.
    05  WS-LINES-PER-PAGE          PIC 9(3) VALUE 60.

01  WS-RUN-DATE-AREA.
    05  WS-RUN-DATE-YYYYMMDD.
        10  WS-RUN-YYYY            PIC 9(4).
        10  WS-RUN-MM              PIC 9(2).
        10  WS-RUN-DD              PIC 9(2).
    05  WS-RUN-DATE-EDIT           PIC X(10).
    05  WS-REGISTER-DATE           PIC X(8).

01  WS-WRITE-OFF-REASON-VALUES.
    05  FILLER PIC X(33) VALUE "DUPDUPLICATE OF A POSTED ITEM    ".
    05  FILLER PIC X(33) VALUE "SRCRESENT BY SOURCE SYSTEM       ".
    05  FILLER PIC X(33) VALUE "UNRNOT RECOVERABLE FROM SOURCE   ".
    05  FILLER PIC X(33) VALUE "OLDTOO OLD TO POST               ".
    05  FILLER PIC X(33) VALUE "OTHOTHER - SEE TEXT              ".
    05  FILLER PIC X(33) VALUE "???UNKNOWN REASON CODE           ".
01  WS-WRITE-OFF-REASON-TABLE REDEFINES WS-WRITE-OFF-REASON-VALUES.
    05  WS-WOR-ENTRY OCCURS 6 TIMES.
        10  WS-WOR-CODE            PIC X(3).
        10  WS-WOR-DESC            PIC X(30).

01  WS-REASON-TOTALS.
    05  WS-WOR-IDX                 PIC 9(2) VALUE 0.
    05  WS-WOR-TOTAL OCCURS 6 TIMES.
        10  WS-WOR-COUNT           PIC 9(7).

01  WS-WRITE-OFF-ITEM.
    05  WS-WO-DATE.
        10  FILLER                 PIC X(4).
        10  WS-WO-DATE-MM          PIC X(2).
        10  WS-WO-DATE-DD          PIC X(2).
    05  WS-WO-TIME.
        10  WS-WO-TIME-HH          PIC X(2).
        10  WS-WO-TIME-MM          PIC X(2).
        10  WS-WO-TIME-SS          PIC X(2).
    05  WS-WO-OPERATOR-ID          PIC X(8).
    05  WS-WO-REASON               PIC X(3).
    05  WS-WO-TEXT                 PIC X(30).
    05  WS-WO-SUSP-REASON          PIC X(3).
    05  WS-WO-FIRST-SEEN           PIC X(8).
    05  WS-WO-ATTEMPTS             PIC 9(3).
    05  WS-WO-TRANS-DATA.
        10  WS-WO-TRANS-ID         PIC X(10).
        10  WS-WO-AMOUNT-X         PIC X(11).
        10  WS-WO-AMOUNT-N REDEFINES WS-WO-AMOUNT-X
                                   PIC 9(9)V99.
        10  WS-WO-TRANS-DATE       PIC X(8).
        10  WS-WO-REC-TYPE         PIC X(1).
        10  WS-WO-COMPANY          PIC X(3).
        10  WS-WO-DC-IND           PIC X(1).
            88  WS-WO-IS-CREDIT        VALUE "C".
        10  WS-WO-CURRENCY         PIC X(3).
        10  FILLER                 PIC X(43).
    05  WS-WO-PRINT-CURRENCY       PIC X(3).

01  WS-COMPANY-AREA.
    05  WS-COMP-MAX-OCCURS         PIC 9(4) VALUE 999.
    05  WS-COMP-TABLE-COUNT        PIC 9(4) VALUE 0.
    05  WS-COMP-IDX                PIC 9(4) VALUE 0.
    05  WS-COMP-TABLE OCCURS 999 TIMES.
        10  WS-COMP-CODE           PIC X(3).
        10  WS-COMP-BASE-CURRENCY  PIC X(3).

01  WS-CURRENCY-AREA.
    05  WS-CURR-MAX-OCCURS         PIC 9(4) VALUE 200.
    05  WS-CURR-COUNT              PIC 9(4) VALUE 0.
    05  WS-CURR-IDX                PIC 9(4) VALUE 0.
    05  WS-CURR-FOUND-IDX          PIC 9(4) VALUE 0.
    05  WS-CURR-TABLE OCCURS 200 TIMES.
        10  WS-CURR-CODE           PIC X(3).
        10  WS-CURR-WO-COUNT       PIC 9(7).
        10  WS-CURR-DEBIT-COUNT    PIC 9(7).
        10  WS-CURR-DEBIT-AMOUNT   PIC 9(13)V99.
        10  WS-CURR-CREDIT-COUNT   PIC 9(7).
        10  WS-CURR-CREDIT-AMOUNT  PIC 9(13)V99.

01  WS-REGISTER-COUNTS.
    05  WS-READ-COUNT              PIC 9(7) VALUE 0.
    05  WS-WRITE-OFF-COUNT         PIC 9(7) VALUE 0.
    05  WS-RELEASE-COUNT           PIC 9(7) VALUE 0.
    05  WS-NON-NUMERIC-COUNT       PIC 9(7) VALUE 0.
    05  WS-STATS-WRITTEN-OFF       PIC 9(9) VALUE 0.
    05  WS-COUNT-EDIT              PIC ZZZZZZ9.
    05  WS-AMOUNT-EDIT             PIC ZZZZZZZZZZZZ9.99-.
    05  WS-DEBIT-EDIT              PIC ZZZZZZZZZZZZ9.99.
    05  WS-CREDIT-EDIT             PIC ZZZZZZZZZZZZ9.99.
    05  WS-DEBIT-COUNT-EDIT        PIC ZZZZZZ9.
    05  WS-CREDIT-COUNT-EDIT       PIC ZZZZZZ9.
    05  WS-REPORT-LABEL            PIC X(29).

01  WS-LINE-FIELDS.
    05  WS-LINE-KEYED              PIC X(11).
    05  WS-LINE-AMOUNT-EDIT        PIC ZZZZZZZZ9.99.
    05  WS-LINE-AMOUNT-X REDEFINES WS-LINE-AMOUNT-EDIT
                                   PIC X(12).
    05  WS-LINE-ATTEMPT-EDIT       PIC ZZ9.

01  WS-RETURN-CODE                 PIC 9(4) VALUE 0.

PROCEDURE DIVISION.
0000-MAIN-LOGIC.
    PERFORM 0100-INITIALIZE
    IF WS-APPLIED-REGISTER
        PERFORM 0300-PRINT-APPLIED-WRITE-OFFS
    ELSE
        PERFORM 0200-PRINT-WRITE-OFFS
    END-IF
    PERFORM 0400-REGISTER-TOTALS
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
    MOVE WS-RUN-DATE-YYYYMMDD TO WS-REGISTER-DATE
    PERFORM VARYING WS-WOR-IDX FROM 1 BY 1 UNTIL WS-WOR-IDX > 6
        MOVE 0 TO WS-WOR-COUNT(WS-WOR-IDX)
    END-PERFORM
    PERFORM 0110-READ-PARM-CARD
    IF WS-APPLIED-REGISTER
        OPEN INPUT WRITE-OFF-FILE
        IF WS-SUSPWOF-STATUS NOT = "00" AND WS-SUSPWOF-STATUS NOT = "05"
            DISPLAY "TRNWOR01 - UNABLE TO OPEN SUSPWOF, STATUS="
                WS-SUSPWOF-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM 0130-FIND-SUSPENSE-RUN
    ELSE
        OPEN INPUT ACTION-LOG-FILE
        IF WS-SUSPLOG-STATUS NOT = "00" AND WS-SUSPLOG-STATUS NOT = "05"
            DISPLAY "TRNWOR01 - UNABLE TO OPEN SUSPLOG, STATUS="
                WS-SUSPLOG-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF
    PERFORM 0150-LOAD-COMPANY-TABLE
    OPEN OUTPUT REPORT-FILE
    IF WS-REPORT-STATUS NOT = "00"
        DISPLAY "TRNWOR01 - UNABLE TO OPEN WORRPT, STATUS="
            WS-REPORT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 0510-WRITE-PAGE-HEADER.

0110-READ-PARM-CARD.
    OPEN INPUT PARM-FILE
    IF WS-PARM-STATUS = "00"
        READ PARM-FILE
        IF WS-PARM-STATUS = "00"
            IF PARM-REGISTER-DATE IS NUMERIC
                    AND PARM-REGISTER-DATE > "00000000"
                MOVE PARM-REGISTER-DATE TO WS-REGISTER-DATE
                SET WS-PARM-DATE-GIVEN TO TRUE
            END-IF
            IF PARM-APPLIED-MODE
                SET WS-APPLIED-REGISTER TO TRUE
            END-IF
        END-IF
        CLOSE PARM-FILE
    END-IF.

0120-READ-LOG-RECORD.
    READ ACTION-LOG-FILE
        AT END
            SET WS-SUSPLOG-EOF TO TRUE
    END-READ.

0130-FIND-SUSPENSE-RUN.
    OPEN INPUT RUN-STATS-FILE
    IF WS-RUNSTATS-STATUS = "00"
        PERFORM 0135-READ-RUN-STATS
    ELSE
        SET WS-STATS-EOF TO TRUE
    END-IF
    PERFORM UNTIL WS-STATS-EOF
        IF STS-PROGRAM-ID = "TRNRCY01"
            IF NOT WS-PARM-DATE-GIVEN
                MOVE STS-RUN-DATE TO WS-REGISTER-DATE
            END-IF
            IF STS-RUN-DATE = WS-REGISTER-DATE
                SET WS-STATS-FOUND TO TRUE
                MOVE STS-COUNT(6) TO WS-STATS-WRITTEN-OFF
            END-IF
        END-IF
        PERFORM 0135-READ-RUN-STATS
    END-PERFORM
    IF WS-RUNSTATS-STATUS = "00" OR WS-RUNSTATS-STATUS = "05"
            OR WS-RUNSTATS-STATUS = "10"
        CLOSE RUN-STATS-FILE
    END-IF.

0135-READ-RUN-STATS.
    READ RUN-STATS-FILE
        AT END
            SET WS-STATS-EOF TO TRUE
    END-READ.

0140-READ-WRITE-OFF-RECORD.
    READ WRITE-OFF-FILE
        AT END
            SET WS-SUSPWOF-EOF TO TRUE
    END-READ.

0150-LOAD-COMPANY-TABLE.
    OPEN INPUT COMPANY-FILE
    IF WS-COMPANY-STATUS NOT = "00" AND WS-COMPANY-STATUS NOT = "05"
        DISPLAY "TRNWOR01 - UNABLE TO OPEN COMPMST, STATUS="
            WS-COMPANY-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 0155-READ-COMPANY-RECORD
    PERFORM UNTIL WS-COMPANY-EOF
        IF COMP-CODE NOT = SPACES
                AND WS-COMP-TABLE-COUNT < WS-COMP-MAX-OCCURS
            ADD 1 TO WS-COMP-TABLE-COUNT
            MOVE COMP-CODE TO WS-COMP-CODE(WS-COMP-TABLE-COUNT)
            MOVE COMP-BASE-CURRENCY
                TO WS-COMP-BASE-CURRENCY(WS-COMP-TABLE-COUNT)
        END-IF
        PERFORM 0155-READ-COMPANY-RECORD
    END-PERFORM
    CLOSE COMPANY-FILE.

0155-READ-COMPANY-RECORD.
    READ COMPANY-FILE
        AT END
            SET WS-COMPANY-EOF TO TRUE
    END-READ.

0200-PRINT-WRITE-OFFS.
    IF WS-SUSPLOG-STATUS NOT = "00"
        SET WS-SUSPLOG-EOF TO TRUE
    ELSE
        PERFORM 0120-READ-LOG-RECORD
    END-IF
    PERFORM UNTIL WS-SUSPLOG-EOF
        ADD 1 TO WS-READ-COUNT
        IF LOG-DATE = WS-REGISTER-DATE
            IF LOG-WRITE-OFF
                MOVE LOG-DATE TO WS-WO-DATE
                MOVE LOG-TIME TO WS-WO-TIME
                MOVE LOG-OPERATOR-ID TO WS-WO-OPERATOR-ID
                MOVE LOG-WO-REASON TO WS-WO-REASON
                MOVE LOG-WO-TEXT TO WS-WO-TEXT
                MOVE LOG-SUSP-REASON TO WS-WO-SUSP-REASON
                MOVE LOG-FIRST-SEEN TO WS-WO-FIRST-SEEN
                MOVE LOG-ATTEMPTS TO WS-WO-ATTEMPTS
                MOVE LOG-ORIG-DATA TO WS-WO-TRANS-DATA
                PERFORM 2000-PRINT-ONE-WRITE-OFF
            ELSE
                IF LOG-RELEASE
                    ADD 1 TO WS-RELEASE-COUNT
                END-IF
            END-IF
        END-IF
        PERFORM 0120-READ-LOG-RECORD
    END-PERFORM
    IF WS-WRITE-OFF-COUNT = 0
        MOVE SPACES TO REPORT-RECORD
        STRING "*** NO WRITE-OFFS LOGGED FOR " DELIMITED BY SIZE
               WS-REGISTER-DATE DELIMITED BY SIZE
               " ***" DELIMITED BY SIZE
               INTO REPORT-RECORD
        END-STRING
        WRITE REPORT-RECORD
    END-IF.

0300-PRINT-APPLIED-WRITE-OFFS.
    IF WS-SUSPWOF-STATUS NOT = "00"
        SET WS-SUSPWOF-EOF TO TRUE
    ELSE
        PERFORM 0140-READ-WRITE-OFF-RECORD
    END-IF
    PERFORM UNTIL WS-SUSPWOF-EOF
        ADD 1 TO WS-READ-COUNT
        IF WOF-RUN-DATE = WS-REGISTER-DATE
            MOVE WOF-ACTION-DATE TO WS-WO-DATE
            MOVE WOF-ACTION-TIME TO WS-WO-TIME
            MOVE WOF-OPERATOR-ID TO WS-WO-OPERATOR-ID
            MOVE WOF-WO-REASON TO WS-WO-REASON
            MOVE WOF-WO-TEXT TO WS-WO-TEXT
            MOVE WOF-SUSP-REASON TO WS-WO-SUSP-REASON
            MOVE WOF-FIRST-SEEN TO WS-WO-FIRST-SEEN
            MOVE WOF-ATTEMPTS TO WS-WO-ATTEMPTS
            MOVE WOF-TRANS-DATA TO WS-WO-TRANS-DATA
            PERFORM 2000-PRINT-ONE-WRITE-OFF
        END-IF
        PERFORM 0140-READ-WRITE-OFF-RECORD
    END-PERFORM
    IF WS-WRITE-OFF-COUNT = 0
        MOVE SPACES TO REPORT-RECORD
        STRING "*** NO WRITE-OFFS APPLIED ON " DELIMITED BY SIZE
               WS-REGISTER-DATE DELIMITED BY SIZE
               " ***" DELIMITED BY SIZE
               INTO REPORT-RECORD
        END-STRING
        WRITE REPORT-RECORD
    END-IF.

2000-PRINT-ONE-WRITE-OFF.
    ADD 1 TO WS-WRITE-OFF-COUNT
    IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
        PERFORM 0510-WRITE-PAGE-HEADER
    END-IF
    MOVE "N" TO WS-REASON-FOUND-SW
    PERFORM VARYING WS-WOR-IDX FROM 1 BY 1
            UNTIL WS-WOR-IDX > 5 OR WS-REASON-FOUND
        IF WS-WOR-CODE(WS-WOR-IDX) = WS-WO-REASON
            SET WS-REASON-FOUND TO TRUE
        END-IF
    END-PERFORM
    IF WS-REASON-FOUND
        SUBTRACT 1 FROM WS-WOR-IDX
    END-IF
    ADD 1 TO WS-WOR-COUNT(WS-WOR-IDX)
    PERFORM 2100-RESOLVE-CURRENCY
    PERFORM 2200-ADD-TO-CURRENCY
    IF WS-WO-AMOUNT-X IS NUMERIC
        MOVE WS-WO-AMOUNT-N TO WS-LINE-AMOUNT-EDIT
    ELSE
        MOVE SPACES TO WS-LINE-AMOUNT-X
        MOVE WS-WO-AMOUNT-X TO WS-LINE-AMOUNT-X(2:11)
    END-IF
    MOVE WS-WO-ATTEMPTS TO WS-LINE-ATTEMPT-EDIT
    MOVE SPACES TO WS-LINE-KEYED
    STRING WS-WO-DATE-MM DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           WS-WO-DATE-DD DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-WO-TIME-HH DELIMITED BY SIZE
           ":" DELIMITED BY SIZE
           WS-WO-TIME-MM DELIMITED BY SIZE
           INTO WS-LINE-KEYED
    END-STRING
    MOVE SPACES TO REPORT-RECORD
    STRING WS-LINE-KEYED DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-WO-OPERATOR-ID DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-WO-TRANS-ID DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-WO-COMPANY DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-WO-PRINT-CURRENCY DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-LINE-AMOUNT-X DELIMITED BY SIZE
           "   " DELIMITED BY SIZE
           WS-WO-DC-IND DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-WO-TRANS-DATE DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-WO-SUSP-REASON DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-WO-FIRST-SEEN DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-LINE-ATTEMPT-EDIT DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-WO-REASON DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-WO-TEXT DELIMITED BY SIZE
           INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD
    ADD 1 TO WS-LINE-COUNT.

2100-RESOLVE-CURRENCY.
    MOVE WS-WO-CURRENCY TO WS-WO-PRINT-CURRENCY
    IF WS-WO-PRINT-CURRENCY = SPACES
        PERFORM VARYING WS-COMP-IDX FROM 1 BY 1
                UNTIL WS-COMP-IDX > WS-COMP-TABLE-COUNT
                   OR WS-WO-PRINT-CURRENCY NOT = SPACES
            IF WS-COMP-CODE(WS-COMP-IDX) = WS-WO-COMPANY
                MOVE WS-COMP-BASE-CURRENCY(WS-COMP-IDX)
                    TO WS-WO-PRINT-CURRENCY
            END-IF
        END-PERFORM
    END-IF
    IF WS-WO-PRINT-CURRENCY = SPACES
        MOVE "???" TO WS-WO-PRINT-CURRENCY
    END-IF.

2200-ADD-TO-CURRENCY.
    MOVE 0 TO WS-CURR-FOUND-IDX
    PERFORM VARYING WS-CURR-IDX FROM 1 BY 1
            UNTIL WS-CURR-IDX > WS-CURR-COUNT
               OR WS-CURR-FOUND-IDX > 0
        IF WS-CURR-CODE(WS-CURR-IDX) = WS-WO-PRINT-CURRENCY
            MOVE WS-CURR-IDX TO WS-CURR-FOUND-IDX
        END-IF
    END-PERFORM
    IF WS-CURR-FOUND-IDX = 0
        IF WS-CURR-COUNT NOT < WS-CURR-MAX-OCCURS
            DISPLAY "TRNWOR01 - MORE THAN " WS-CURR-MAX-OCCURS
                " CURRENCIES - TABLE FULL"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO WS-CURR-COUNT
        MOVE WS-CURR-COUNT TO WS-CURR-FOUND-IDX
        MOVE WS-WO-PRINT-CURRENCY TO WS-CURR-CODE(WS-CURR-FOUND-IDX)
        MOVE 0 TO WS-CURR-WO-COUNT(WS-CURR-FOUND-IDX)
        MOVE 0 TO WS-CURR-DEBIT-COUNT(WS-CURR-FOUND-IDX)
        MOVE 0 TO WS-CURR-DEBIT-AMOUNT(WS-CURR-FOUND-IDX)
        MOVE 0 TO WS-CURR-CREDIT-COUNT(WS-CURR-FOUND-IDX)
        MOVE 0 TO WS-CURR-CREDIT-AMOUNT(WS-CURR-FOUND-IDX)
    END-IF
    ADD 1 TO WS-CURR-WO-COUNT(WS-CURR-FOUND-IDX)
    IF WS-WO-AMOUNT-X IS NUMERIC
        IF WS-WO-IS-CREDIT
            ADD 1 TO WS-CURR-CREDIT-COUNT(WS-CURR-FOUND-IDX)
            ADD WS-WO-AMOUNT-N TO WS-CURR-CREDIT-AMOUNT(WS-CURR-FOUND-IDX)
        ELSE
            ADD 1 TO WS-CURR-DEBIT-COUNT(WS-CURR-FOUND-IDX)
            ADD WS-WO-AMOUNT-N TO WS-CURR-DEBIT-AMOUNT(WS-CURR-FOUND-IDX)
        END-IF
    ELSE
        ADD 1 TO WS-NON-NUMERIC-COUNT
    END-IF.

0510-WRITE-PAGE-HEADER.
    ADD 1 TO WS-PAGE-COUNT
    MOVE 0 TO WS-LINE-COUNT
    MOVE SPACES TO REPORT-RECORD
    STRING "TRNWOR01 - SUSPENSE WRITE-OFF REGISTER"
               DELIMITED BY SIZE
           "   RUN DATE: " DELIMITED BY SIZE
           WS-RUN-DATE-EDIT DELIMITED BY SIZE
           "   PAGE: " DELIMITED BY SIZE
           WS-PAGE-COUNT DELIMITED BY SIZE
           INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD
    MOVE SPACES TO REPORT-RECORD
    IF WS-APPLIED-REGISTER
        STRING "WRITE-OFFS APPLIED BY THE SUSPENSE RUN OF "
                   DELIMITED BY SIZE
               WS-REGISTER-DATE DELIMITED BY SIZE
               INTO REPORT-RECORD
        END-STRING
    ELSE
        STRING "WRITE-OFFS LOGGED ON " DELIMITED BY SIZE
               WS-REGISTER-DATE DELIMITED BY SIZE
               INTO REPORT-RECORD
        END-STRING
    END-IF
    WRITE REPORT-RECORD
    MOVE SPACES TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE SPACES TO REPORT-RECORD
    STRING "KEYED        OPERATOR  TRANS-ID    CO   CUR"
               DELIMITED BY SIZE
           "        AMOUNT  D/C  TRN-DATE  RSN  FIRST-SN  ATT"
               DELIMITED BY SIZE
           "  W/O REASON" DELIMITED BY SIZE
           INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD
    ADD 4 TO WS-LINE-COUNT.

0400-REGISTER-TOTALS.
    MOVE SPACES TO REPORT-RECORD
    WRITE REPORT-RECORD
    PERFORM VARYING WS-WOR-IDX FROM 1 BY 1 UNTIL WS-WOR-IDX > 6
        IF WS-WOR-COUNT(WS-WOR-IDX) > 0
            PERFORM 0420-WRITE-REASON-LINE
        END-IF
    END-PERFORM
    IF WS-CURR-COUNT > 0
        MOVE SPACES TO REPORT-RECORD
        WRITE REPORT-RECORD
        MOVE SPACES TO REPORT-RECORD
        STRING "  CUR    COUNT   DEBITS      DEBIT AMOUNT"
                   DELIMITED BY SIZE
               "  CREDITS     CREDIT AMOUNT"
                   DELIMITED BY SIZE
               INTO REPORT-RECORD
        END-STRING
        WRITE REPORT-RECORD
        PERFORM VARYING WS-CURR-IDX FROM 1 BY 1
                UNTIL WS-CURR-IDX > WS-CURR-COUNT
            PERFORM 0440-WRITE-CURRENCY-LINE
        END-PERFORM
    END-IF
    MOVE SPACES TO REPORT-RECORD
    WRITE REPORT-RECORD
    IF WS-APPLIED-REGISTER
        MOVE "WRITE-OFF HISTORY READ . . : " TO WS-REPORT-LABEL
        MOVE WS-READ-COUNT TO WS-COUNT-EDIT
        PERFORM 0410-WRITE-COUNT-LINE
        MOVE "WRITE-OFFS APPLIED ON DATE : " TO WS-REPORT-LABEL
        MOVE WS-WRITE-OFF-COUNT TO WS-COUNT-EDIT
        PERFORM 0410-WRITE-COUNT-LINE
        PERFORM 0450-CHECK-RUN-STATS
    ELSE
        MOVE "LOG RECORDS READ . . . . . : " TO WS-REPORT-LABEL
        MOVE WS-READ-COUNT TO WS-COUNT-EDIT
        PERFORM 0410-WRITE-COUNT-LINE
        MOVE "RELEASES LOGGED ON DATE  . : " TO WS-REPORT-LABEL
        MOVE WS-RELEASE-COUNT TO WS-COUNT-EDIT
        PERFORM 0410-WRITE-COUNT-LINE
        MOVE "WRITE-OFFS LOGGED ON DATE  : " TO WS-REPORT-LABEL
        MOVE WS-WRITE-OFF-COUNT TO WS-COUNT-EDIT
        PERFORM 0410-WRITE-COUNT-LINE
    END-IF
    IF WS-NON-NUMERIC-COUNT > 0
        MOVE "  NON-NUMERIC AMOUNTS  . . : " TO WS-REPORT-LABEL
        MOVE WS-NON-NUMERIC-COUNT TO WS-COUNT-EDIT
        PERFORM 0410-WRITE-COUNT-LINE
    END-IF
    MOVE SPACES TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE SPACES TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE SPACES TO REPORT-RECORD
    STRING "REVIEWED AND APPROVED BY : " DELIMITED BY SIZE
           "______________________________" DELIMITED BY SIZE
           "   DATE: ____________" DELIMITED BY SIZE
           INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD.

0410-WRITE-COUNT-LINE.
    MOVE SPACES TO REPORT-RECORD
    STRING WS-REPORT-LABEL DELIMITED BY SIZE
           WS-COUNT-EDIT DELIMITED BY SIZE
           INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD.

0420-WRITE-REASON-LINE.
    MOVE WS-WOR-COUNT(WS-WOR-IDX) TO WS-COUNT-EDIT
    MOVE SPACES TO REPORT-RECORD
    STRING "  " DELIMITED BY SIZE
           WS-WOR-CODE(WS-WOR-IDX) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-WOR-DESC(WS-WOR-IDX) DELIMITED BY SIZE
           WS-COUNT-EDIT DELIMITED BY SIZE
           INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD.

0440-WRITE-CURRENCY-LINE.
    MOVE WS-CURR-WO-COUNT(WS-CURR-IDX) TO WS-COUNT-EDIT
    MOVE WS-CURR-DEBIT-COUNT(WS-CURR-IDX) TO WS-DEBIT-COUNT-EDIT
    MOVE WS-CURR-DEBIT-AMOUNT(WS-CURR-IDX) TO WS-DEBIT-EDIT
    MOVE WS-CURR-CREDIT-COUNT(WS-CURR-IDX) TO WS-CREDIT-COUNT-EDIT
    MOVE WS-CURR-CREDIT-AMOUNT(WS-CURR-IDX) TO WS-CREDIT-EDIT
    MOVE SPACES TO REPORT-RECORD
    STRING "  " DELIMITED BY SIZE
           WS-CURR-CODE(WS-CURR-IDX) DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-COUNT-EDIT DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-DEBIT-COUNT-EDIT DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-DEBIT-EDIT DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-CREDIT-COUNT-EDIT DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-CREDIT-EDIT DELIMITED BY SIZE
           INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD.

0450-CHECK-RUN-STATS.
    IF WS-STATS-FOUND
        MOVE "APPLIED PER RUN STATISTICS : " TO WS-REPORT-LABEL
        MOVE WS-STATS-WRITTEN-OFF TO WS-COUNT-EDIT
        PERFORM 0410-WRITE-COUNT-LINE
        IF WS-STATS-WRITTEN-OFF NOT = WS-WRITE-OFF-COUNT
            MOVE SPACES TO REPORT-RECORD
            STRING "*** WRITE-OFF HISTORY DOES NOT AGREE WITH THE "
                       DELIMITED BY SIZE
                   "SUSPENSE RUN - CHECK SUSPWOF ***"
                       DELIMITED BY SIZE
                   INTO REPORT-RECORD
            END-STRING
            WRITE REPORT-RECORD
            DISPLAY "TRNWOR01 - SUSPWOF HOLDS " WS-WRITE-OFF-COUNT
                " WRITE-OFFS FOR " WS-REGISTER-DATE
                ", RUNSTATS SHOWS " WS-STATS-WRITTEN-OFF
            MOVE 4 TO WS-RETURN-CODE
        END-IF
    ELSE
        MOVE SPACES TO REPORT-RECORD
        STRING "*** NO SUSPENSE RUN STATISTICS FOR " DELIMITED BY SIZE
               WS-REGISTER-DATE DELIMITED BY SIZE
               " - COUNT NOT PROVED ***" DELIMITED BY SIZE
               INTO REPORT-RECORD
        END-STRING
        WRITE REPORT-RECORD
    END-IF.

0900-TERMINATE.
    IF WS-SUSPLOG-STATUS = "00" OR WS-SUSPLOG-STATUS = "10"
        CLOSE ACTION-LOG-FILE
    END-IF
    IF WS-SUSPWOF-STATUS = "00" OR WS-SUSPWOF-STATUS = "10"
        CLOSE WRITE-OFF-FILE
    END-IF
    CLOSE REPORT-FILE
    MOVE WS-RETURN-CODE TO RETURN-CODE.
