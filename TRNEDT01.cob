    SELECT REPORT-FILE ASSIGN TO EDITRPT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.
    SELECT COMPANY-FILE ASSIGN TO COMPMST
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-COMPANY-STATUS.
    SELECT OPTIONAL FEED-CONTROL-FILE ASSIGN TO FEEDCTL
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-FEEDCTL-STATUS.
    SELECT OPTIONAL FEED-REGISTER-FILE ASSIGN TO FEEDREG
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-FEEDREG-STATUS.
    SELECT HOLD-FILE ASSIGN TO HOLDOUT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-HOLD-STATUS.
    SELECT OPTIONAL RELEASE-FILE ASSIGN TO APPRREL
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-RELEASE-STATUS.
    SELECT CALENDAR-FILE ASSIGN TO CALENDAR
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-CALENDAR-STATUS.
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
01  TRANS-RECORD.
    05  TRANS-ID                   PIC X(10).
    05  TRANS-AMOUNT-X             PIC X(11).
    05  TRANS-AMOUNT-N REDEFINES TRANS-AMOUNT-X
                                   PIC 9(9)V99.
    05  TRANS-DATE-X.
        10  TRANS-YYYY             PIC 9(4).
        10  TRANS-MM               PIC 9(2).
        10  TRANS-DD               PIC 9(2).
    05  TRANS-REC-TYPE             PIC X(1).
        88  TRANS-TYPE-VALID           VALUE "A" "C" "D" " ".
        88  TRANS-IS-FEED-HEADER       VALUE "H".
        88  TRANS-IS-FEED-TRAILER      VALUE "T".
    05  TRANS-COMPANY              PIC X(3).
    05  TRANS-DC-IND               PIC X(1).
        88  TRANS-DC-VALID             VALUE "D" "C" " ".
        88  TRANS-IS-CREDIT            VALUE "C".
    05  TRANS-CURRENCY             PIC X(3).
    05  FILLER                     PIC X(43).
01  FEED-HEADER-RECORD.
    05  HDR-SOURCE-SYSTEM          PIC X(8).
    05  HDR-BATCH-SEQ              PIC X(6).
    05  HDR-BUSINESS-DATE          PIC X(8).
    05  FILLER                     PIC X(7).
    05  HDR-REC-TYPE               PIC X(1).
    05  FILLER                     PIC X(50).
01  FEED-TRAILER-RECORD.
    05  TRL-RECORD-COUNT           PIC X(9).
    05  TRL-AMOUNT-HASH            PIC X(15).
    05  TRL-AMOUNT-HASH-N REDEFINES TRL-AMOUNT-HASH
                                   PIC 9(13)V99.
    05  FILLER                     PIC X(5).
    05  TRL-REC-TYPE               PIC X(1).
    05  FILLER                     PIC X(50).

FD  VALID-FILE
    RECORDING MODE IS F

FD  COMPANY-FILE
    RECORDING MODE IS F
    RECORD CONTAINS 100 CHARACTERS.
01  COMPANY-RECORD.
    05  COMP-CODE                  PIC X(3).
    05  COMP-STATUS                PIC X(1).
        88  COMP-ACTIVE                VALUE "A".
    05  COMP-EFFECTIVE-FROM        PIC X(8).
    05  COMP-EFFECTIVE-TO          PIC X(8).
    05  COMP-BASE-CURRENCY         PIC X(3).
    05  COMP-NAME                  PIC X(30).
    05  COMP-LAST-MAINT-DATE       PIC X(8).
    05  COMP-APPROVAL-LIMIT        PIC 9(9)V99.
    05  FILLER                     PIC X(28).

FD  FEED-CONTROL-FILE
    RECORDING MODE IS F
    RECORD CONTAINS 80 CHARACTERS.
01  FEED-CONTROL-RECORD.
    05  FEEDCTL-MODE               PIC X(9).
        88  FEEDCTL-IS-REGISTER        VALUE "REGISTER ".
        88  FEEDCTL-IS-CHECK           VALUE "CHECK    ".
    05  FILLER                     PIC X(71).

FD  FEED-REGISTER-FILE
    RECORDING MODE IS F
    RECORD CONTAINS 80 CHARACTERS.
01  FEED-REGISTER-RECORD.
    05  REG-SOURCE-SYSTEM          PIC X(8).
    05  REG-BATCH-SEQ              PIC 9(6).
    05  REG-BUSINESS-DATE          PIC X(8).
    05  REG-RUN-DATE               PIC X(8).
    05  REG-RECORD-COUNT           PIC 9(9).
    05  REG-AMOUNT-HASH            PIC 9(13)V99.
    05  FILLER                     PIC X(26).

FD  HOLD-FILE
    RECORDING MODE IS F
    RECORD CONTAINS 120 CHARACTERS.
01  HOLD-RECORD.
    05  HOLD-TRANS-DATA            PIC X(80).
    05  HOLD-DATE                  PIC X(8).
    05  HOLD-APPROVAL-LIMIT        PIC 9(9)V99.
    05  HOLD-BASE-AMOUNT           PIC 9(9)V99.
    05  HOLD-BASE-CURRENCY         PIC X(3).
    05  FILLER                     PIC X(7).

FD  RELEASE-FILE
    RECORDING MODE IS F
    RECORD CONTAINS 80 CHARACTERS.
01  RELEASE-RECORD                 PIC X(80).

FD  CALENDAR-FILE
    RECORDING MODE IS F
    RECORD CONTAINS 80 CHARACTERS.
01  CALENDAR-RECORD.
    05  CAL-COMPANY                PIC X(3).
    05  CAL-DATE                   PIC X(8).
    05  CAL-DAY-TYPE               PIC X(1).
    05  CAL-DESCRIPTION            PIC X(30).
    05  CAL-LAST-MAINT-DATE        PIC X(8).
    05  FILLER                     PIC X(30).

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
    05  WS-REJECT-STATUS           PIC XX VALUE SPACES.
    05  WS-REPORT-STATUS           PIC XX VALUE SPACES.
    05  WS-COMPANY-STATUS          PIC XX VALUE SPACES.
    05  WS-FEEDCTL-STATUS          PIC XX VALUE SPACES.
    05  WS-FEEDREG-STATUS          PIC XX VALUE SPACES.
    05  WS-HOLD-STATUS             PIC XX VALUE SPACES.
    05  WS-RELEASE-STATUS          PIC XX VALUE SPACES.
    05  WS-CALENDAR-STATUS         PIC XX VALUE SPACES.
    05  WS-RATE-STATUS             PIC XX VALUE SPACES.
    05  WS-STATCTL-STATUS          PIC XX VALUE SPACES.
    05  WS-RUNSTATS-STATUS         PIC XX VALUE SPACES.

01  WS-SWITCHES.
    05  WS-TRANS-EOF-SW            PIC X VALUE "N".
        88  WS-COMPANY-EOF             VALUE "Y".
    05  WS-COMPANY-FOUND-SW        PIC X VALUE "N".
        88  WS-COMPANY-FOUND           VALUE "Y".
    05  WS-COMPANY-IN-EFFECT-SW    PIC X VALUE "N".
        88  WS-COMPANY-IN-EFFECT       VALUE "Y".
    05  WS-FEEDREG-EOF-SW          PIC X VALUE "N".
        88  WS-FEEDREG-EOF             VALUE "Y".
    05  WS-RELEASE-EOF-SW          PIC X VALUE "N".
        88  WS-RELEASE-EOF             VALUE "Y".
    05  WS-RELEASE-PASS-SW         PIC X VALUE "N".
        88  WS-RELEASE-PASS            VALUE "Y".
    05  WS-CALENDAR-EOF-SW         PIC X VALUE "N".
        88  WS-CALENDAR-EOF            VALUE "Y".
    05  WS-BUSINESS-DAY-SW         PIC X VALUE "Y".
        88  WS-BUSINESS-DAY            VALUE "Y".
    05  WS-RATE-EOF-SW             PIC X VALUE "N".
        88  WS-RATE-EOF                VALUE "Y".
    05  WS-CURRENCY-KNOWN-SW       PIC X VALUE "N".
        88  WS-CURRENCY-KNOWN          VALUE "Y".
    05  WS-RATE-FOUND-SW           PIC X VALUE "N".
        88  WS-RATE-FOUND              VALUE "Y".

01  WS-RUN-DATE-AREA.
    05  WS-RUN-DATE-YYYYMMDD.
    05  WS-REJ-DTE-COUNT           PIC 9(7) VALUE 0.
    05  WS-REJ-TYP-COUNT           PIC 9(7) VALUE 0.
    05  WS-REJ-CMP-COUNT           PIC 9(7) VALUE 0.
    05  WS-REJ-CIN-COUNT           PIC 9(7) VALUE 0.
    05  WS-HELD-COUNT              PIC 9(7) VALUE 0.
    05  WS-RELEASE-COUNT           PIC 9(7) VALUE 0.
    05  WS-HOLD-LIMIT              PIC 9(9)V99 VALUE 0.
    05  WS-REJ-DCR-COUNT           PIC 9(7) VALUE 0.
    05  WS-REJ-FUT-COUNT           PIC 9(7) VALUE 0.
    05  WS-REJ-NBD-COUNT           PIC 9(7) VALUE 0.
    05  WS-REJ-CUR-COUNT           PIC 9(7) VALUE 0.
    05  WS-REJ-RTE-COUNT           PIC 9(7) VALUE 0.
    05  WS-ACCEPT-AMOUNT           PIC S9(13)V99 VALUE 0.
    05  WS-HELD-AMOUNT             PIC S9(13)V99 VALUE 0.
    05  WS-COUNT-EDIT              PIC ZZZZZZ9.
    05  WS-REPORT-LABEL            PIC X(29).


01  WS-RETURN-CODE                 PIC 9(4) VALUE 0.

01  WS-FEED-CONTROL-AREA.
    05  WS-FEED-MODE               PIC X(9) VALUE SPACES.
        88  WS-FEED-REGISTER           VALUE "REGISTER ".
        88  WS-FEED-CONTROLLED         VALUE "REGISTER " "CHECK    ".
    05  WS-FEED-STATE-SW           PIC X VALUE "R".
        88  WS-FEED-BEFORE-HEADER      VALUE "R".
        88  WS-FEED-IN-BATCH           VALUE "B".
        88  WS-FEED-AFTER-TRAILER      VALUE "T".
    05  WS-FEED-ERROR-SW           PIC X VALUE "N".
        88  WS-FEED-ERROR              VALUE "Y".
    05  WS-TRAILER-TOTALS-SW       PIC X VALUE "N".
        88  WS-TRAILER-TOTALS-OK       VALUE "Y".
    05  WS-FEED-ERROR-MSG          PIC X(60) VALUE SPACES.
    05  WS-FEED-FIRST-ERROR        PIC X(60) VALUE SPACES.
    05  WS-FEED-ERROR-COUNT        PIC 9(3) VALUE 0.
    05  WS-FEED-SOURCE             PIC X(8) VALUE SPACES.
    05  WS-FEED-BATCH-SEQ          PIC 9(6) VALUE 0.
    05  WS-FEED-BUSINESS-DATE      PIC X(8) VALUE SPACES.
    05  WS-FEED-DETAIL-COUNT       PIC 9(9) VALUE 0.
    05  WS-FEED-AMOUNT-HASH        PIC 9(13)V99 VALUE 0.
    05  WS-TRL-RECORD-COUNT        PIC 9(9) VALUE 0.
    05  WS-TRL-AMOUNT-HASH         PIC 9(13)V99 VALUE 0.
    05  WS-RECYCLE-COUNT           PIC 9(7) VALUE 0.
    05  WS-AFTER-TRAILER-COUNT     PIC 9(7) VALUE 0.
    05  WS-REG-ENTRY-COUNT         PIC 9(7) VALUE 0.
    05  WS-REG-LAST-SEQ            PIC 9(6) VALUE 0.
    05  WS-REG-LAST-DATE           PIC X(8) VALUE SPACES.
    05  WS-REG-EXPECTED-SEQ        PIC 9(6) VALUE 0.
    05  WS-REG-SOURCE-SEEN-SW      PIC X VALUE "N".
        88  WS-REG-SOURCE-SEEN         VALUE "Y".
    05  WS-REG-REPEAT-SW           PIC X VALUE "N".
        88  WS-REG-REPEATED            VALUE "Y".
    05  WS-HASH-EDIT               PIC ZZZZZZZZZZZZ9.99.
    05  WS-SEQ-EDIT                PIC ZZZZZ9.
    05  WS-FEED-COUNT-EDIT         PIC ZZZZZZZZ9.

01  WS-COMPANY-AREA.
    05  WS-COMP-MAX-OCCURS         PIC 9(4) VALUE 999.
    05  WS-COMP-COUNT              PIC 9(4) VALUE 0.
    05  WS-COMP-IDX                PIC 9(4) VALUE 0.
    05  WS-COMP-TABLE OCCURS 999 TIMES.
        10  WS-COMP-CODE           PIC X(3).
        10  WS-COMP-STATUS         PIC X(1).
            88  WS-COMP-ACTIVE         VALUE "A".
        10  WS-COMP-EFFECTIVE-FROM PIC X(8).
        10  WS-COMP-EFFECTIVE-TO   PIC X(8).
        10  WS-COMP-NAME           PIC X(30).
        10  WS-COMP-APPROVAL-LIMIT PIC 9(9)V99.
        10  WS-COMP-BASE-CURRENCY  PIC X(3).

01  WS-CALENDAR-AREA.
    05  WS-CAL-MAX-OCCURS          PIC 9(4) VALUE 3000.
    05  WS-CAL-COUNT               PIC 9(4) VALUE 0.
    05  WS-CAL-IDX                 PIC 9(4) VALUE 0.
    05  WS-CAL-TABLE OCCURS 3000 TIMES.
        10  WS-CAL-COMPANY         PIC X(3).
        10  WS-CAL-DATE            PIC X(8).
        10  WS-CAL-DAY-TYPE        PIC X(1).
    05  WS-BDAY-COMPANY            PIC X(3).
    05  WS-BDAY-DATE               PIC X(8).
    05  WS-BDAY-DATE-NUM REDEFINES WS-BDAY-DATE
                                   PIC 9(8).
    05  WS-BDAY-ALL-TYPE           PIC X(1).
    05  WS-BDAY-CO-TYPE            PIC X(1).
    05  WS-BDAY-WEEKDAY            PIC 9 VALUE 0.

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
    05  WS-CONVERTED-AMOUNT        PIC 9(13)V99 VALUE 0.

01  WS-RUN-STATS-AREA.
    05  WS-STATS-STEP-NAME         PIC X(8) VALUE SPACES.
    05  WS-STATS-BUSINESS-DATE     PIC X(8) VALUE SPACES.
    05  WS-STATS-TIME              PIC X(8) VALUE SPACES.
    05  WS-STATS-IDX               PIC 9(2) VALUE 0.

PROCEDURE DIVISION.
0000-MAIN-LOGIC.
        STOP RUN
    END-IF
    PERFORM 0120-LOAD-COMPANY-TABLE
    PERFORM 0140-LOAD-CALENDAR-TABLE
    PERFORM 0150-LOAD-RATE-TABLE
    PERFORM 0130-READ-FEED-CONTROL-CARD
    IF WS-FEED-CONTROLLED
        OPEN OUTPUT HOLD-FILE
        IF WS-HOLD-STATUS NOT = "00"
            DISPLAY "TRNEDT01 - UNABLE TO OPEN HOLDOUT, STATUS="
                WS-HOLD-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        OPEN INPUT RELEASE-FILE
        IF WS-RELEASE-STATUS NOT = "00" AND WS-RELEASE-STATUS NOT = "05"
            DISPLAY "TRNEDT01 - UNABLE TO OPEN APPRREL, STATUS="
                WS-RELEASE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF
    PERFORM 0110-READ-TRANS-RECORD.

0130-READ-FEED-CONTROL-CARD.
    OPEN INPUT FEED-CONTROL-FILE
    IF WS-FEEDCTL-STATUS = "00"
        READ FEED-CONTROL-FILE
        IF WS-FEEDCTL-STATUS = "00"
                AND (FEEDCTL-IS-REGISTER OR FEEDCTL-IS-CHECK)
            MOVE FEEDCTL-MODE TO WS-FEED-MODE
        END-IF
        CLOSE FEED-CONTROL-FILE
    END-IF.

0120-LOAD-COMPANY-TABLE.
    OPEN INPUT COMPANY-FILE
    IF WS-COMPANY-STATUS NOT = "00"
        DISPLAY "TRNEDT01 - UNABLE TO OPEN COMPMST, STATUS="
            WS-COMPANY-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    PERFORM 0125-READ-COMPANY-RECORD
    PERFORM UNTIL WS-COMPANY-EOF
        IF COMP-CODE NOT = SPACES
            IF WS-COMP-COUNT NOT < WS-COMP-MAX-OCCURS
                DISPLAY "TRNEDT01 - COMPMST HAS MORE THAN "
                    WS-COMP-MAX-OCCURS " COMPANIES - TABLE FULL"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-COMP-COUNT
            MOVE COMP-CODE TO WS-COMP-CODE(WS-COMP-COUNT)
            MOVE COMP-STATUS TO WS-COMP-STATUS(WS-COMP-COUNT)
            MOVE COMP-EFFECTIVE-FROM
                TO WS-COMP-EFFECTIVE-FROM(WS-COMP-COUNT)
            MOVE COMP-EFFECTIVE-TO TO WS-COMP-EFFECTIVE-TO(WS-COMP-COUNT)
            MOVE COMP-NAME TO WS-COMP-NAME(WS-COMP-COUNT)
            MOVE COMP-BASE-CURRENCY TO WS-COMP-BASE-CURRENCY(WS-COMP-COUNT)
            IF COMP-APPROVAL-LIMIT NUMERIC
                MOVE COMP-APPROVAL-LIMIT
                    TO WS-COMP-APPROVAL-LIMIT(WS-COMP-COUNT)
            ELSE
                MOVE 0 TO WS-COMP-APPROVAL-LIMIT(WS-COMP-COUNT)
            END-IF
        END-IF
        PERFORM 0125-READ-COMPANY-RECORD
    END-PERFORM
    CLOSE COMPANY-FILE
    IF WS-COMP-COUNT = 0
        DISPLAY "TRNEDT01 - COMPMST IS EMPTY - NO COMPANY CODES"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
            SET WS-COMPANY-EOF TO TRUE
    END-READ.

0140-LOAD-CALENDAR-TABLE.
    OPEN INPUT CALENDAR-FILE
    IF WS-CALENDAR-STATUS NOT = "00"
        DISPLAY "TRNEDT01 - UNABLE TO OPEN CALENDAR, STATUS="
            WS-CALENDAR-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 0145-READ-CALENDAR-RECORD
    PERFORM UNTIL WS-CALENDAR-EOF
        IF CAL-COMPANY NOT = SPACES
            IF WS-CAL-COUNT NOT < WS-CAL-MAX-OCCURS
                DISPLAY "TRNEDT01 - CALENDAR HAS MORE THAN "
                    WS-CAL-MAX-OCCURS " ENTRIES - TABLE FULL"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-CAL-COUNT
            MOVE CAL-COMPANY TO WS-CAL-COMPANY(WS-CAL-COUNT)
            MOVE CAL-DATE TO WS-CAL-DATE(WS-CAL-COUNT)
            MOVE CAL-DAY-TYPE TO WS-CAL-DAY-TYPE(WS-CAL-COUNT)
        END-IF
        PERFORM 0145-READ-CALENDAR-RECORD
    END-PERFORM
    CLOSE CALENDAR-FILE.

0145-READ-CALENDAR-RECORD.
    READ CALENDAR-FILE
        AT END
            SET WS-CALENDAR-EOF TO TRUE
    END-READ.

0150-LOAD-RATE-TABLE.
    OPEN INPUT RATE-FILE
    IF WS-RATE-STATUS NOT = "00"
        DISPLAY "TRNEDT01 - UNABLE TO OPEN FXRATE, STATUS="
            WS-RATE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 0155-READ-RATE-RECORD
    PERFORM UNTIL WS-RATE-EOF
        IF RATE-FROM-CURRENCY NOT = SPACES
            IF WS-RATE-COUNT NOT < WS-RATE-MAX-OCCURS
                DISPLAY "TRNEDT01 - FXRATE HAS MORE THAN "
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
        PERFORM 0155-READ-RATE-RECORD
    END-PERFORM
    CLOSE RATE-FILE.

0155-READ-RATE-RECORD.
    READ RATE-FILE
        AT END
            SET WS-RATE-EOF TO TRUE
    END-READ.

0110-READ-TRANS-RECORD.
    READ TRANS-FILE
        AT END

0200-EDIT-TRANSACTIONS.
    PERFORM UNTIL WS-TRANS-EOF
        IF WS-FEED-CONTROLLED
                AND (TRANS-IS-FEED-HEADER OR TRANS-IS-FEED-TRAILER)
            PERFORM 2500-FEED-CONTROL-RECORD
        ELSE
            ADD 1 TO WS-READ-COUNT
            IF WS-FEED-CONTROLLED
                PERFORM 2600-COUNT-FEED-DETAIL
            END-IF
            PERFORM 2000-EDIT-RECORD
            PERFORM 2800-WRITE-EDITED-RECORD
        END-IF
        PERFORM 0110-READ-TRANS-RECORD
    END-PERFORM
    IF WS-FEED-CONTROLLED
        PERFORM 2700-PROVE-FEED-TRAILER
        PERFORM 0300-EDIT-RELEASED-ITEMS
    END-IF.

0300-EDIT-RELEASED-ITEMS.
    SET WS-RELEASE-PASS TO TRUE
    IF WS-RELEASE-STATUS NOT = "00"
        SET WS-RELEASE-EOF TO TRUE
    ELSE
        PERFORM 0310-READ-RELEASE-RECORD
    END-IF
    PERFORM UNTIL WS-RELEASE-EOF
        ADD 1 TO WS-READ-COUNT
        ADD 1 TO WS-RELEASE-COUNT
        MOVE RELEASE-RECORD TO TRANS-RECORD
        PERFORM 2000-EDIT-RECORD
        PERFORM 2800-WRITE-EDITED-RECORD
        PERFORM 0310-READ-RELEASE-RECORD
    END-PERFORM.

0310-READ-RELEASE-RECORD.
    READ RELEASE-FILE
        AT END
            SET WS-RELEASE-EOF TO TRUE
    END-READ.

2000-EDIT-RECORD.
    SET WS-RECORD-OK TO TRUE
    MOVE SPACES TO WS-REJECT-CODE
            IF WS-RECORD-REJECTED
                MOVE "DTE" TO WS-REJECT-CODE
                ADD 1 TO WS-REJ-DTE-COUNT
            ELSE
            IF TRANS-DATE-X > WS-RUN-DATE-YYYYMMDD
                SET WS-RECORD-REJECTED TO TRUE
                MOVE "FUT" TO WS-REJECT-CODE
                ADD 1 TO WS-REJ-FUT-COUNT
            ELSE
                IF NOT TRANS-TYPE-VALID
                    SET WS-RECORD-REJECTED TO TRUE
                        MOVE "CMP" TO WS-REJECT-CODE
                        ADD 1 TO WS-REJ-CMP-COUNT
                    ELSE
                    IF NOT WS-COMPANY-IN-EFFECT
                        SET WS-RECORD-REJECTED TO TRUE
                        MOVE "CIN" TO WS-REJECT-CODE
                        ADD 1 TO WS-REJ-CIN-COUNT
                    ELSE
                        MOVE TRANS-COMPANY TO WS-BDAY-COMPANY
                        MOVE TRANS-DATE-X TO WS-BDAY-DATE
                        PERFORM 2400-CHECK-BUSINESS-DAY
                        IF NOT WS-BUSINESS-DAY
                            SET WS-RECORD-REJECTED TO TRUE
                            MOVE "NBD" TO WS-REJECT-CODE
                            ADD 1 TO WS-REJ-NBD-COUNT
                        ELSE
                        IF NOT TRANS-DC-VALID
                            SET WS-RECORD-REJECTED TO TRUE
                            MOVE "DCR" TO WS-REJECT-CODE
                            ADD 1 TO WS-REJ-DCR-COUNT
                        ELSE
                            PERFORM 2450-EDIT-CURRENCY
                        END-IF
                        END-IF
                    END-IF
                    END-IF
                END-IF
            END-IF
            END-IF
        END-IF
        END-IF
    END-IF.

2300-EDIT-COMPANY.
    MOVE "N" TO WS-COMPANY-FOUND-SW
    MOVE "N" TO WS-COMPANY-IN-EFFECT-SW
    MOVE 0 TO WS-HOLD-LIMIT
    MOVE SPACES TO WS-BASE-CURRENCY
    PERFORM VARYING WS-COMP-IDX FROM 1 BY 1
            UNTIL WS-COMP-IDX > WS-COMP-COUNT OR WS-COMPANY-FOUND
        IF WS-COMP-CODE(WS-COMP-IDX) = TRANS-COMPANY
            SET WS-COMPANY-FOUND TO TRUE
            MOVE WS-COMP-APPROVAL-LIMIT(WS-COMP-IDX) TO WS-HOLD-LIMIT
            MOVE WS-COMP-BASE-CURRENCY(WS-COMP-IDX) TO WS-BASE-CURRENCY
            IF WS-COMP-ACTIVE(WS-COMP-IDX)
                    AND TRANS-DATE-X NOT < WS-COMP-EFFECTIVE-FROM(WS-COMP-IDX)
                    AND TRANS-DATE-X NOT > WS-COMP-EFFECTIVE-TO(WS-COMP-IDX)
                SET WS-COMPANY-IN-EFFECT TO TRUE
            END-IF
        END-IF
    END-PERFORM
    IF NOT WS-COMPANY-FOUND
        SET WS-RECORD-REJECTED TO TRUE
    END-IF.

2400-CHECK-BUSINESS-DAY.
    MOVE SPACE TO WS-BDAY-ALL-TYPE
    MOVE SPACE TO WS-BDAY-CO-TYPE
    PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
            UNTIL WS-CAL-IDX > WS-CAL-COUNT
        IF WS-CAL-DATE(WS-CAL-IDX) = WS-BDAY-DATE
            IF WS-CAL-COMPANY(WS-CAL-IDX) = "***"
                MOVE WS-CAL-DAY-TYPE(WS-CAL-IDX) TO WS-BDAY-ALL-TYPE
            END-IF
            IF WS-CAL-COMPANY(WS-CAL-IDX) = WS-BDAY-COMPANY
                MOVE WS-CAL-DAY-TYPE(WS-CAL-IDX) TO WS-BDAY-CO-TYPE
            END-IF
        END-IF
    END-PERFORM
    EVALUATE TRUE
        WHEN WS-BDAY-CO-TYPE = "H"
            MOVE "N" TO WS-BUSINESS-DAY-SW
        WHEN WS-BDAY-CO-TYPE = "B"
            SET WS-BUSINESS-DAY TO TRUE
        WHEN WS-BDAY-ALL-TYPE = "H"
            MOVE "N" TO WS-BUSINESS-DAY-SW
        WHEN WS-BDAY-ALL-TYPE = "B"
            SET WS-BUSINESS-DAY TO TRUE
        WHEN OTHER
            COMPUTE WS-BDAY-WEEKDAY = FUNCTION MOD(
                FUNCTION INTEGER-OF-DATE(WS-BDAY-DATE-NUM) - 1, 7)
            IF WS-BDAY-WEEKDAY < 5
                SET WS-BUSINESS-DAY TO TRUE
            ELSE
                MOVE "N" TO WS-BUSINESS-DAY-SW
            END-IF
    END-EVALUATE.

2450-EDIT-CURRENCY.
    MOVE TRANS-CURRENCY TO WS-TRANS-CURRENCY
    IF WS-TRANS-CURRENCY = SPACES
        MOVE WS-BASE-CURRENCY TO WS-TRANS-CURRENCY
    END-IF
    IF WS-TRANS-CURRENCY = WS-BASE-CURRENCY
        MOVE 1 TO WS-CONVERT-RATE
        MOVE TRANS-AMOUNT-N TO WS-CONVERTED-AMOUNT
    ELSE
        MOVE "N" TO WS-CURRENCY-KNOWN-SW
        PERFORM VARYING WS-COMP-IDX FROM 1 BY 1
                UNTIL WS-COMP-IDX > WS-COMP-COUNT OR WS-CURRENCY-KNOWN
            IF WS-COMP-BASE-CURRENCY(WS-COMP-IDX) = WS-TRANS-CURRENCY
                SET WS-CURRENCY-KNOWN TO TRUE
            END-IF
        END-PERFORM
        MOVE "N" TO WS-RATE-FOUND-SW
        PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                UNTIL WS-RATE-IDX > WS-RATE-COUNT OR WS-RATE-FOUND
            IF WS-RATE-FROM(WS-RATE-IDX) = WS-TRANS-CURRENCY
                SET WS-CURRENCY-KNOWN TO TRUE
                IF WS-RATE-TO(WS-RATE-IDX) = WS-BASE-CURRENCY
                        AND WS-RATE-DATE(WS-RATE-IDX) = TRANS-DATE-X
                        AND WS-RATE-VALUE(WS-RATE-IDX) > 0
                    SET WS-RATE-FOUND TO TRUE
                    MOVE WS-RATE-VALUE(WS-RATE-IDX) TO WS-CONVERT-RATE
                END-IF
            END-IF
        END-PERFORM
        IF NOT WS-CURRENCY-KNOWN
            SET WS-RECORD-REJECTED TO TRUE
            MOVE "CUR" TO WS-REJECT-CODE
            ADD 1 TO WS-REJ-CUR-COUNT
        ELSE
            IF NOT WS-RATE-FOUND
                SET WS-RECORD-REJECTED TO TRUE
                MOVE "RTE" TO WS-REJECT-CODE
                ADD 1 TO WS-REJ-RTE-COUNT
            ELSE
                COMPUTE WS-CONVERTED-AMOUNT ROUNDED =
                    TRANS-AMOUNT-N * WS-CONVERT-RATE
                IF WS-CONVERTED-AMOUNT NOT < 100000000
                    SET WS-RECORD-REJECTED TO TRUE
                    MOVE "AMX" TO WS-REJECT-CODE
                    ADD 1 TO WS-REJ-AMX-COUNT
                END-IF
            END-IF
        END-IF
    END-IF.

2500-FEED-CONTROL-RECORD.
    IF TRANS-IS-FEED-HEADER
        IF NOT WS-FEED-BEFORE-HEADER
            MOVE "MORE THAN ONE HEADER RECORD IN THE FEED"
                TO WS-FEED-ERROR-MSG
            PERFORM 2900-FEED-ERROR
        ELSE
            SET WS-FEED-IN-BATCH TO TRUE
            MOVE HDR-SOURCE-SYSTEM TO WS-FEED-SOURCE
            MOVE HDR-BUSINESS-DATE TO WS-FEED-BUSINESS-DATE
            IF HDR-BATCH-SEQ NOT NUMERIC
                MOVE "HEADER BATCH SEQUENCE IS NOT NUMERIC"
                    TO WS-FEED-ERROR-MSG
                PERFORM 2900-FEED-ERROR
            ELSE
                IF HDR-BUSINESS-DATE NOT NUMERIC
                    MOVE "HEADER BUSINESS DATE IS NOT NUMERIC"
                        TO WS-FEED-ERROR-MSG
                    PERFORM 2900-FEED-ERROR
                ELSE
                    MOVE HDR-BATCH-SEQ TO WS-FEED-BATCH-SEQ
                    PERFORM 2550-CHECK-FEED-REGISTER
                END-IF
            END-IF
        END-IF
    ELSE
        IF NOT WS-FEED-IN-BATCH
            MOVE "TRAILER RECORD WITHOUT A PRECEDING HEADER"
                TO WS-FEED-ERROR-MSG
            PERFORM 2900-FEED-ERROR
        ELSE
            SET WS-FEED-AFTER-TRAILER TO TRUE
            IF TRL-RECORD-COUNT NOT NUMERIC
                    OR TRL-AMOUNT-HASH NOT NUMERIC
                MOVE "TRAILER CONTROL TOTALS ARE NOT NUMERIC"
                    TO WS-FEED-ERROR-MSG
                PERFORM 2900-FEED-ERROR
            ELSE
                MOVE TRL-RECORD-COUNT TO WS-TRL-RECORD-COUNT
                MOVE TRL-AMOUNT-HASH-N TO WS-TRL-AMOUNT-HASH
                SET WS-TRAILER-TOTALS-OK TO TRUE
            END-IF
        END-IF
    END-IF.

2550-CHECK-FEED-REGISTER.
    MOVE "N" TO WS-FEEDREG-EOF-SW
    MOVE "N" TO WS-REG-SOURCE-SEEN-SW
    MOVE "N" TO WS-REG-REPEAT-SW
    MOVE 0 TO WS-REG-LAST-SEQ
    MOVE SPACES TO WS-REG-LAST-DATE
    OPEN INPUT FEED-REGISTER-FILE
    IF WS-FEEDREG-STATUS NOT = "00" AND WS-FEEDREG-STATUS NOT = "05"
        SET WS-FEEDREG-EOF TO TRUE
    ELSE
        PERFORM 2560-READ-FEED-REGISTER
    END-IF
    PERFORM UNTIL WS-FEEDREG-EOF
        ADD 1 TO WS-REG-ENTRY-COUNT
        IF REG-SOURCE-SYSTEM = WS-FEED-SOURCE
            SET WS-REG-SOURCE-SEEN TO TRUE
            IF REG-BATCH-SEQ = WS-FEED-BATCH-SEQ
                SET WS-REG-REPEATED TO TRUE
            END-IF
            IF REG-BATCH-SEQ > WS-REG-LAST-SEQ
                MOVE REG-BATCH-SEQ TO WS-REG-LAST-SEQ
                MOVE REG-BUSINESS-DATE TO WS-REG-LAST-DATE
            END-IF
        END-IF
        PERFORM 2560-READ-FEED-REGISTER
    END-PERFORM
    IF WS-FEEDREG-STATUS = "00" OR WS-FEEDREG-STATUS = "10"
        CLOSE FEED-REGISTER-FILE
    END-IF
    IF WS-REG-REPEATED
        MOVE "BATCH SEQUENCE ALREADY PROCESSED FOR THIS SOURCE"
            TO WS-FEED-ERROR-MSG
        PERFORM 2900-FEED-ERROR
    ELSE
        IF WS-REG-SOURCE-SEEN
            COMPUTE WS-REG-EXPECTED-SEQ = WS-REG-LAST-SEQ + 1
            IF WS-FEED-BATCH-SEQ NOT = WS-REG-EXPECTED-SEQ
                MOVE "BATCH SEQUENCE OUT OF SEQUENCE WITH FEED REGISTER"
                    TO WS-FEED-ERROR-MSG
                PERFORM 2900-FEED-ERROR
            ELSE
                IF WS-FEED-BUSINESS-DATE < WS-REG-LAST-DATE
                    MOVE "BUSINESS DATE EARLIER THAN LAST REGISTERED BATCH"
                        TO WS-FEED-ERROR-MSG
                    PERFORM 2900-FEED-ERROR
                END-IF
            END-IF
        END-IF
    END-IF.

2560-READ-FEED-REGISTER.
    READ FEED-REGISTER-FILE
        AT END
            SET WS-FEEDREG-EOF TO TRUE
    END-READ.

2600-COUNT-FEED-DETAIL.
    EVALUATE TRUE
        WHEN WS-FEED-BEFORE-HEADER
            ADD 1 TO WS-RECYCLE-COUNT
        WHEN WS-FEED-IN-BATCH
            ADD 1 TO WS-FEED-DETAIL-COUNT
            IF TRANS-AMOUNT-X NUMERIC
                ADD TRANS-AMOUNT-N TO WS-FEED-AMOUNT-HASH
            END-IF
        WHEN OTHER
            ADD 1 TO WS-AFTER-TRAILER-COUNT
    END-EVALUATE.

2700-PROVE-FEED-TRAILER.
    EVALUATE TRUE
        WHEN WS-FEED-BEFORE-HEADER
            MOVE "NO HEADER RECORD - FEED MISSING OR TRUNCATED"
                TO WS-FEED-ERROR-MSG
            PERFORM 2900-FEED-ERROR
        WHEN WS-FEED-IN-BATCH
            MOVE "NO TRAILER RECORD - FEED TRUNCATED"
                TO WS-FEED-ERROR-MSG
            PERFORM 2900-FEED-ERROR
        WHEN WS-TRAILER-TOTALS-OK
            IF WS-FEED-DETAIL-COUNT NOT = WS-TRL-RECORD-COUNT
                MOVE "DETAIL RECORD COUNT DOES NOT AGREE WITH TRAILER"
                    TO WS-FEED-ERROR-MSG
                PERFORM 2900-FEED-ERROR
            END-IF
            IF WS-FEED-AMOUNT-HASH NOT = WS-TRL-AMOUNT-HASH
                MOVE "DETAIL AMOUNT HASH DOES NOT AGREE WITH TRAILER"
                    TO WS-FEED-ERROR-MSG
                PERFORM 2900-FEED-ERROR
            END-IF
    END-EVALUATE
    IF WS-AFTER-TRAILER-COUNT > 0
        MOVE "DETAIL RECORDS FOLLOW THE TRAILER RECORD"
            TO WS-FEED-ERROR-MSG
        PERFORM 2900-FEED-ERROR
    END-IF.

2800-WRITE-EDITED-RECORD.
    IF WS-RECORD-OK
        IF WS-FEED-CONTROLLED AND NOT WS-RELEASE-PASS
                AND WS-HOLD-LIMIT > 0
                AND WS-CONVERTED-AMOUNT > WS-HOLD-LIMIT
            ADD 1 TO WS-HELD-COUNT
            IF TRANS-IS-CREDIT
                SUBTRACT WS-CONVERTED-AMOUNT FROM WS-HELD-AMOUNT
            ELSE
                ADD WS-CONVERTED-AMOUNT TO WS-HELD-AMOUNT
            END-IF
            MOVE TRANS-RECORD TO HOLD-TRANS-DATA
            MOVE WS-RUN-DATE-YYYYMMDD TO HOLD-DATE
            MOVE WS-HOLD-LIMIT TO HOLD-APPROVAL-LIMIT
            MOVE WS-CONVERTED-AMOUNT TO HOLD-BASE-AMOUNT
            MOVE WS-BASE-CURRENCY TO HOLD-BASE-CURRENCY
            WRITE HOLD-RECORD
        ELSE
            ADD 1 TO WS-ACCEPT-COUNT
            IF TRANS-IS-CREDIT
                SUBTRACT WS-CONVERTED-AMOUNT FROM WS-ACCEPT-AMOUNT
            ELSE
                ADD WS-CONVERTED-AMOUNT TO WS-ACCEPT-AMOUNT
            END-IF
            MOVE TRANS-RECORD TO VALID-RECORD
            WRITE VALID-RECORD
        END-IF
    ELSE
        ADD 1 TO WS-REJECT-COUNT
        MOVE TRANS-RECORD TO REJECT-TRANS-DATA
        MOVE WS-REJECT-CODE TO REJECT-REASON
        WRITE REJECT-RECORD
    END-IF.

2900-FEED-ERROR.
    SET WS-FEED-ERROR TO TRUE
    ADD 1 TO WS-FEED-ERROR-COUNT
    IF WS-FEED-FIRST-ERROR = SPACES
        MOVE WS-FEED-ERROR-MSG TO WS-FEED-FIRST-ERROR
    END-IF
    DISPLAY "TRNEDT01 - FEED CONTROL FAILURE: " WS-FEED-ERROR-MSG.

0400-EDIT-REPORT.
    MOVE SPACES TO REPORT-RECORD
    STRING "TRNEDT01 - TRANSACTION EDIT REPORT" DELIMITED BY SIZE
    MOVE "RECORDS REJECTED . . . . . : " TO WS-REPORT-LABEL
    MOVE WS-REJECT-COUNT TO WS-COUNT-EDIT
    PERFORM 0410-WRITE-COUNT-LINE
    IF WS-FEED-CONTROLLED
        MOVE "RECORDS HELD FOR APPROVAL  : " TO WS-REPORT-LABEL
        MOVE WS-HELD-COUNT TO WS-COUNT-EDIT
        PERFORM 0410-WRITE-COUNT-LINE
        MOVE "RELEASED FROM APPROVAL . . : " TO WS-REPORT-LABEL
        MOVE WS-RELEASE-COUNT TO WS-COUNT-EDIT
        PERFORM 0410-WRITE-COUNT-LINE
    END-IF
    MOVE "  BLANK TRANS-ID (ID). . . : " TO WS-REPORT-LABEL
    MOVE WS-REJ-ID-COUNT TO WS-COUNT-EDIT
    PERFORM 0410-WRITE-COUNT-LINE
    MOVE "  INVALID DATE (DTE) . . . : " TO WS-REPORT-LABEL
    MOVE WS-REJ-DTE-COUNT TO WS-COUNT-EDIT
    PERFORM 0410-WRITE-COUNT-LINE
    MOVE "  FUTURE DATE (FUT)  . . . : " TO WS-REPORT-LABEL
    MOVE WS-REJ-FUT-COUNT TO WS-COUNT-EDIT
    PERFORM 0410-WRITE-COUNT-LINE
    MOVE "  INVALID REC TYPE (TYP) . : " TO WS-REPORT-LABEL
    MOVE WS-REJ-TYP-COUNT TO WS-COUNT-EDIT
    PERFORM 0410-WRITE-COUNT-LINE
    MOVE "  INVALID COMPANY (CMP). . : " TO WS-REPORT-LABEL
    MOVE WS-REJ-CMP-COUNT TO WS-COUNT-EDIT
    PERFORM 0410-WRITE-COUNT-LINE
    MOVE "  INACTIVE COMPANY (CIN) . : " TO WS-REPORT-LABEL
    MOVE WS-REJ-CIN-COUNT TO WS-COUNT-EDIT
    PERFORM 0410-WRITE-COUNT-LINE
    MOVE "  NON-BUSINESS DAY (NBD) . : " TO WS-REPORT-LABEL
    MOVE WS-REJ-NBD-COUNT TO WS-COUNT-EDIT
    PERFORM 0410-WRITE-COUNT-LINE
    MOVE "  INVALID D/C IND (DCR). . : " TO WS-REPORT-LABEL
    MOVE WS-REJ-DCR-COUNT TO WS-COUNT-EDIT
    PERFORM 0410-WRITE-COUNT-LINE
    MOVE "  UNKNOWN CURRENCY (CUR) . : " TO WS-REPORT-LABEL
    MOVE WS-REJ-CUR-COUNT TO WS-COUNT-EDIT
    PERFORM 0410-WRITE-COUNT-LINE
    MOVE "  NO EXCHANGE RATE (RTE) . : " TO WS-REPORT-LABEL
    MOVE WS-REJ-RTE-COUNT TO WS-COUNT-EDIT
    PERFORM 0410-WRITE-COUNT-LINE
    IF WS-FEED-CONTROLLED
        PERFORM 0420-FEED-CONTROL-REPORT
    END-IF.

0410-WRITE-COUNT-LINE.
    MOVE SPACES TO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD.

0420-FEED-CONTROL-REPORT.
    MOVE SPACES TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE SPACES TO REPORT-RECORD
    STRING "FEED CONTROL . . . . . . . : " DELIMITED BY SIZE
           WS-FEED-MODE DELIMITED BY SIZE
           INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD
    MOVE SPACES TO REPORT-RECORD
    STRING "SOURCE SYSTEM. . . . . . . : " DELIMITED BY SIZE
           WS-FEED-SOURCE DELIMITED BY SIZE
           INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD
    MOVE WS-FEED-BATCH-SEQ TO WS-SEQ-EDIT
    MOVE SPACES TO REPORT-RECORD
    STRING "BATCH SEQUENCE . . . . . . : " DELIMITED BY SIZE
           WS-SEQ-EDIT DELIMITED BY SIZE
           INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD
    MOVE SPACES TO REPORT-RECORD
    STRING "BUSINESS DATE. . . . . . . : " DELIMITED BY SIZE
           WS-FEED-BUSINESS-DATE DELIMITED BY SIZE
           INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD
    MOVE WS-REG-LAST-SEQ TO WS-SEQ-EDIT
    MOVE SPACES TO REPORT-RECORD
    STRING "LAST REGISTERED BATCH. . . : " DELIMITED BY SIZE
           WS-SEQ-EDIT DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-REG-LAST-DATE DELIMITED BY SIZE
           INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD
    MOVE "RECYCLED RECORDS . . . . . : " TO WS-REPORT-LABEL
    MOVE WS-RECYCLE-COUNT TO WS-COUNT-EDIT
    PERFORM 0410-WRITE-COUNT-LINE
    MOVE "  DETAIL RECORDS IN FEED . : " TO WS-REPORT-LABEL
    MOVE WS-FEED-DETAIL-COUNT TO WS-FEED-COUNT-EDIT
    PERFORM 0430-WRITE-FEED-COUNT-LINE
    MOVE "  TRAILER RECORD COUNT . . : " TO WS-REPORT-LABEL
    MOVE WS-TRL-RECORD-COUNT TO WS-FEED-COUNT-EDIT
    PERFORM 0430-WRITE-FEED-COUNT-LINE
    MOVE "  DETAIL AMOUNT HASH . . . : " TO WS-REPORT-LABEL
    MOVE WS-FEED-AMOUNT-HASH TO WS-HASH-EDIT
    PERFORM 0440-WRITE-HASH-LINE
    MOVE "  TRAILER AMOUNT HASH. . . : " TO WS-REPORT-LABEL
    MOVE WS-TRL-AMOUNT-HASH TO WS-HASH-EDIT
    PERFORM 0440-WRITE-HASH-LINE
    MOVE SPACES TO REPORT-RECORD
    IF WS-FEED-ERROR
        STRING "RESULT: FEED REJECTED - " DELIMITED BY SIZE
               WS-FEED-FIRST-ERROR DELIMITED BY SIZE
               INTO REPORT-RECORD
        END-STRING
    ELSE
        IF WS-FEED-REGISTER
            MOVE "RESULT: FEED IN BALANCE - BATCH ADDED TO FEED REGISTER"
                TO REPORT-RECORD
        ELSE
            MOVE "RESULT: FEED IN BALANCE - CHECK ONLY, REGISTER NOT UPDATED"
                TO REPORT-RECORD
        END-IF
    END-IF
    WRITE REPORT-RECORD.

0430-WRITE-FEED-COUNT-LINE.
    MOVE SPACES TO REPORT-RECORD
    STRING WS-REPORT-LABEL DELIMITED BY SIZE
           WS-FEED-COUNT-EDIT DELIMITED BY SIZE
           INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD.

0440-WRITE-HASH-LINE.
    MOVE SPACES TO REPORT-RECORD
    STRING WS-REPORT-LABEL DELIMITED BY SIZE
           WS-HASH-EDIT DELIMITED BY SIZE
           INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD.

0450-REGISTER-FEED.
    OPEN EXTEND FEED-REGISTER-FILE
    IF WS-FEEDREG-STATUS NOT = "00" AND WS-FEEDREG-STATUS NOT = "05"
        OPEN OUTPUT FEED-REGISTER-FILE
    END-IF
    IF WS-FEEDREG-STATUS NOT = "00" AND WS-FEEDREG-STATUS NOT = "05"
        DISPLAY "TRNEDT01 - UNABLE TO OPEN FEEDREG, STATUS="
            WS-FEEDREG-STATUS
        MOVE 16 TO WS-RETURN-CODE
    ELSE
        MOVE SPACES TO FEED-REGISTER-RECORD
        MOVE WS-FEED-SOURCE TO REG-SOURCE-SYSTEM
        MOVE WS-FEED-BATCH-SEQ TO REG-BATCH-SEQ
        MOVE WS-FEED-BUSINESS-DATE TO REG-BUSINESS-DATE
        MOVE WS-RUN-DATE-YYYYMMDD TO REG-RUN-DATE
        MOVE WS-FEED-DETAIL-COUNT TO REG-RECORD-COUNT
        MOVE WS-FEED-AMOUNT-HASH TO REG-AMOUNT-HASH
        WRITE FEED-REGISTER-RECORD
        CLOSE FEED-REGISTER-FILE
    END-IF.

0900-TERMINATE.
    CLOSE TRANS-FILE
    CLOSE VALID-FILE
    CLOSE REJECT-FILE
    CLOSE REPORT-FILE
    IF WS-FEED-CONTROLLED
        CLOSE HOLD-FILE
        IF WS-RELEASE-STATUS = "00" OR WS-RELEASE-STATUS = "10"
            CLOSE RELEASE-FILE
        END-IF
    END-IF
    IF WS-REJECT-COUNT > 0
        MOVE 4 TO WS-RETURN-CODE
    END-IF
    IF WS-FEED-ERROR
        MOVE 8 TO WS-RETURN-CODE
    ELSE
        IF WS-FEED-REGISTER
            PERFORM 0450-REGISTER-FEED
        END-IF
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
            DISPLAY "TRNEDT01 - UNABLE TO OPEN RUNSTATS, STATUS="
                WS-RUNSTATS-STATUS
        END-IF
    END-IF.

0960-FIND-BUSINESS-DATE.
    IF WS-FEED-BUSINESS-DATE IS NUMERIC
        MOVE WS-FEED-BUSINESS-DATE TO WS-STATS-BUSINESS-DATE
    ELSE
        MOVE WS-RUN-DATE-YYYYMMDD TO WS-STATS-BUSINESS-DATE
    END-IF.

0970-BUILD-STATS-RECORD.
    ACCEPT WS-STATS-TIME FROM TIME
    MOVE SPACES TO RUN-STATS-RECORD
    MOVE WS-STATS-BUSINESS-DATE TO STS-BUSINESS-DATE
    MOVE WS-STATS-STEP-NAME TO STS-STEP-NAME
    MOVE "TRNEDT01" TO STS-PROGRAM-ID
    MOVE WS-RUN-DATE-YYYYMMDD TO STS-RUN-DATE
    MOVE WS-STATS-TIME(1:6) TO STS-RUN-TIME
    MOVE WS-RETURN-CODE TO STS-RETURN-CODE
    PERFORM VARYING WS-STATS-IDX FROM 1 BY 1 UNTIL WS-STATS-IDX > 8
        MOVE 0 TO STS-COUNT(WS-STATS-IDX)
    END-PERFORM
    PERFORM VARYING WS-STATS-IDX FROM 1 BY 1 UNTIL WS-STATS-IDX > 4
        MOVE 0 TO STS-AMOUNT(WS-STATS-IDX)
    END-PERFORM
    MOVE WS-READ-COUNT TO STS-COUNT(1)
    MOVE WS-ACCEPT-COUNT TO STS-COUNT(2)
    MOVE WS-REJECT-COUNT TO STS-COUNT(3)
    MOVE WS-HELD-COUNT TO STS-COUNT(4)
    MOVE WS-RELEASE-COUNT TO STS-COUNT(5)
    MOVE WS-RECYCLE-COUNT TO STS-COUNT(6)
    MOVE WS-FEED-DETAIL-COUNT TO STS-COUNT(7)
    MOVE WS-FEED-ERROR-COUNT TO STS-COUNT(8)
    MOVE WS-ACCEPT-AMOUNT TO STS-AMOUNT(1)
    MOVE WS-HELD-AMOUNT TO STS-AMOUNT(2)
    MOVE WS-FEED-AMOUNT-HASH TO STS-AMOUNT(3).
