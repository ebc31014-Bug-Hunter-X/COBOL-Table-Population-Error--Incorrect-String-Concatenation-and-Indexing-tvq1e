    SELECT AUDIT-FILE ASSIGN TO AUDITLOG
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.
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

FD  OUTPUT-FILE
    RECORDING MODE IS F
    RECORD CONTAINS 85 CHARACTERS.
01  ERROR-RECORD                   PIC X(85).

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
    05  WS-PRINT-STATUS            PIC XX VALUE SPACES.
    05  WS-EXCP-STATUS             PIC XX VALUE SPACES.
    05  WS-AUDIT-STATUS            PIC XX VALUE SPACES.
    05  WS-COMPANY-STATUS          PIC XX VALUE SPACES.
    05  WS-RATE-STATUS             PIC XX VALUE SPACES.
    05  WS-STATCTL-STATUS          PIC XX VALUE SPACES.
    05  WS-RUNSTATS-STATUS         PIC XX VALUE SPACES.

01  WS-SWITCHES.
    05  WS-BOUNDS-OK-SW            PIC X VALUE "Y".
        88  WS-TRANS-SELECTED          VALUE "Y".
    05  WS-RUN-MODE-SW             PIC X VALUE " ".
        88  WS-VALIDATE-MODE           VALUE "V".
    05  WS-COMPANY-EOF-SW          PIC X VALUE "N".
        88  WS-COMPANY-EOF             VALUE "Y".
    05  WS-RATE-EOF-SW             PIC X VALUE "N".
        88  WS-RATE-EOF                VALUE "Y".
    05  WS-RATE-FOUND-SW           PIC X VALUE "N".
        88  WS-RATE-FOUND              VALUE "Y".
    05  WS-COMPANY-FOUND-SW        PIC X VALUE "N".
        88  WS-COMPANY-FOUND           VALUE "Y".

01  WS-CHECKPOINT-AREA.
    05  WS-CHECKPOINT-INTERVAL     PIC 9(3) VALUE 25.
01  WS-TRANS-EDIT-FIELDS.
    05  WS-AMOUNT-EDIT             PIC ZZZZZZZ9.99-.
    05  WS-AMOUNT-SIGNED           PIC S9(9)V99 VALUE 0.
    05  WS-CONVERTED-SIGNED        PIC S9(11)V99 VALUE 0.

01  WS-DATE-RANGE-AREA.
    05  WS-FROM-DATE               PIC X(8) VALUE "00000000".
            15  WS-AGG-TRANS-CNT   PIC 9(5).
            15  WS-AGG-DATE        PIC X(8).
            15  WS-AGG-COMPANY     PIC X(3).
            15  WS-AGG-CURRENCY    PIC X(3).
            15  WS-AGG-ORIG-AMOUNT PIC S9(11)V99.
            15  WS-AGG-BASE-CURRENCY
                                   PIC X(3).
    05  WS-AGG-SWAP-ENTRY          PIC X(58).
    05  WS-AGG-CNT-OUT             PIC 9(5).

01  WS-AREA.
        10  WS-TABLE-ENTRY         PIC X(85).
    05  WS-RECORD-STRING           PIC X(85).

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
    05  WS-FOREIGN-COUNT           PIC 9(7) VALUE 0.
    05  WS-NO-RATE-COUNT           PIC 9(7) VALUE 0.

01  WS-RUN-STATS-AREA.
    05  WS-STATS-STEP-NAME         PIC X(8) VALUE SPACES.
    05  WS-STATS-BUSINESS-DATE     PIC X(8) VALUE SPACES.
    05  WS-STATS-TIME              PIC X(8) VALUE SPACES.
    05  WS-STATS-IDX               PIC 9(2) VALUE 0.
    05  WS-STATS-EOF-SW            PIC X VALUE "N".
        88  WS-STATS-EOF               VALUE "Y".
    05  WS-STATS-DATA-ROWS         PIC 9(9) VALUE 0.
    05  WS-STATS-TABLE-AMOUNT      PIC S9(13)V99 VALUE 0.

PROCEDURE DIVISION.
0000-MAIN-LOGIC.
    PERFORM 0100-INITIALIZE
        STOP RUN
    END-IF
    PERFORM 0110-READ-PARM-CARD
    PERFORM 0150-LOAD-COMPANY-TABLE
    PERFORM 0160-LOAD-RATE-TABLE
    PERFORM 0130-CHECK-RESTART
    IF NOT WS-VALIDATE-MODE
        IF WS-RESTART-FOUND
        END-IF
    END-PERFORM.

0150-LOAD-COMPANY-TABLE.
    OPEN INPUT COMPANY-FILE
    IF WS-COMPANY-STATUS NOT = "00"
        DISPLAY "TBLPOP01 - UNABLE TO OPEN COMPMST, STATUS="
            WS-COMPANY-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 0155-READ-COMPANY-RECORD
    PERFORM UNTIL WS-COMPANY-EOF
        IF COMP-CODE NOT = SPACES
            IF WS-COMP-COUNT NOT < WS-COMP-MAX-OCCURS
                DISPLAY "TBLPOP01 - COMPMST HAS MORE THAN "
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
        DISPLAY "TBLPOP01 - UNABLE TO OPEN FXRATE, STATUS="
            WS-RATE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 0165-READ-RATE-RECORD
    PERFORM UNTIL WS-RATE-EOF
        IF RATE-FROM-CURRENCY NOT = SPACES
            IF WS-RATE-COUNT NOT < WS-RATE-MAX-OCCURS
                DISPLAY "TBLPOP01 - FXRATE HAS MORE THAN "
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

0110-READ-PARM-CARD.
    OPEN INPUT PARM-FILE
    IF WS-PARM-STATUS = "00"
    PERFORM 0270-WRITE-AGGREGATE-TABLE.

2500-AGGREGATE-ONE-TRANS.
    PERFORM 2070-SIGN-TRANS-AMOUNT
    PERFORM 2080-CONVERT-TRANS-AMOUNT
    MOVE "N" TO WS-AGG-FOUND-SW
    PERFORM VARYING WS-AGG-IDX FROM 1 BY 1
            UNTIL WS-AGG-IDX > WS-AGG-COUNT OR WS-AGG-FOUND
        IF WS-AGG-ID(WS-AGG-IDX) = TRANS-ID
                AND WS-AGG-COMPANY(WS-AGG-IDX) = TRANS-COMPANY
                AND WS-AGG-CURRENCY(WS-AGG-IDX) = WS-TRANS-CURRENCY
            SET WS-AGG-FOUND TO TRUE
            MOVE WS-AGG-IDX TO WS-AGG-FOUND-IDX
        END-IF
    END-PERFORM
    IF WS-AGG-FOUND
        ADD WS-CONVERTED-SIGNED TO WS-AGG-AMOUNT(WS-AGG-FOUND-IDX)
        ADD WS-AMOUNT-SIGNED TO WS-AGG-ORIG-AMOUNT(WS-AGG-FOUND-IDX)
        ADD 1 TO WS-AGG-TRANS-CNT(WS-AGG-FOUND-IDX)
        IF TRANS-DATE > WS-AGG-DATE(WS-AGG-FOUND-IDX)
            MOVE TRANS-DATE TO WS-AGG-DATE(WS-AGG-FOUND-IDX)
        ELSE
            ADD 1 TO WS-AGG-COUNT
            MOVE TRANS-ID TO WS-AGG-ID(WS-AGG-COUNT)
            MOVE WS-CONVERTED-SIGNED TO WS-AGG-AMOUNT(WS-AGG-COUNT)
            MOVE 1 TO WS-AGG-TRANS-CNT(WS-AGG-COUNT)
            MOVE TRANS-DATE TO WS-AGG-DATE(WS-AGG-COUNT)
            MOVE TRANS-COMPANY TO WS-AGG-COMPANY(WS-AGG-COUNT)
            MOVE WS-TRANS-CURRENCY TO WS-AGG-CURRENCY(WS-AGG-COUNT)
            MOVE WS-AMOUNT-SIGNED TO WS-AGG-ORIG-AMOUNT(WS-AGG-COUNT)
            MOVE WS-BASE-CURRENCY
                TO WS-AGG-BASE-CURRENCY(WS-AGG-COUNT)
        END-IF
    END-IF.

                    OR (WS-AGG-ID(WS-AGG-JDX) = WS-AGG-ID(WS-AGG-IDX)
                        AND WS-AGG-COMPANY(WS-AGG-JDX)
                            < WS-AGG-COMPANY(WS-AGG-IDX))
                    OR (WS-AGG-ID(WS-AGG-JDX) = WS-AGG-ID(WS-AGG-IDX)
                        AND WS-AGG-COMPANY(WS-AGG-JDX)
                            = WS-AGG-COMPANY(WS-AGG-IDX)
                        AND WS-AGG-CURRENCY(WS-AGG-JDX)
                            < WS-AGG-CURRENCY(WS-AGG-IDX))
                MOVE WS-AGG-ENTRY(WS-AGG-IDX) TO WS-AGG-SWAP-ENTRY
                MOVE WS-AGG-ENTRY(WS-AGG-JDX)
                    TO WS-AGG-ENTRY(WS-AGG-IDX)
        MOVE WS-AGG-ID(WS-AGG-IDX) TO WS-RECORD-STRING(1:10)
        IF WS-AGG-AMOUNT(WS-AGG-IDX) > 99999999.99
                OR WS-AGG-AMOUNT(WS-AGG-IDX) < -99999999.99
                OR WS-AGG-ORIG-AMOUNT(WS-AGG-IDX) > 99999999.99
                OR WS-AGG-ORIG-AMOUNT(WS-AGG-IDX) < -99999999.99
            SET WS-ANY-ERROR TO TRUE
            MOVE SPACES TO ERROR-RECORD
            STRING "AGGREGATE AMOUNT OVERFLOW - ID " DELIMITED BY SIZE
        MOVE WS-AGG-TRANS-CNT(WS-AGG-IDX) TO WS-AGG-CNT-OUT
        MOVE WS-AGG-CNT-OUT TO WS-RECORD-STRING(40:5)
        MOVE WS-AGG-COMPANY(WS-AGG-IDX) TO WS-RECORD-STRING(48:3)
        MOVE WS-AGG-CURRENCY(WS-AGG-IDX) TO WS-RECORD-STRING(54:3)
        MOVE WS-AGG-ORIG-AMOUNT(WS-AGG-IDX) TO WS-AMOUNT-EDIT
        MOVE WS-AMOUNT-EDIT TO WS-RECORD-STRING(59:12)
        MOVE WS-AGG-BASE-CURRENCY(WS-AGG-IDX) TO WS-RECORD-STRING(73:3)
        MOVE WS-AGG-IDX TO WS-COUNT
        MOVE WS-RECORD-STRING TO WS-TABLE(WS-COUNT)
        IF NOT WS-VALIDATE-MODE
        MOVE SPACES TO WS-RECORD-STRING
        MOVE TRANS-ID TO WS-RECORD-STRING(1:10)
        PERFORM 2070-SIGN-TRANS-AMOUNT
        PERFORM 2080-CONVERT-TRANS-AMOUNT
        MOVE WS-CONVERTED-SIGNED TO WS-AMOUNT-EDIT
        MOVE WS-AMOUNT-EDIT TO WS-RECORD-STRING(14:12)
        MOVE TRANS-DATE TO WS-RECORD-STRING(29:8)
        MOVE TRANS-COMPANY TO WS-RECORD-STRING(48:3)
        MOVE WS-TRANS-CURRENCY TO WS-RECORD-STRING(54:3)
        MOVE WS-AMOUNT-SIGNED TO WS-AMOUNT-EDIT
        MOVE WS-AMOUNT-EDIT TO WS-RECORD-STRING(59:12)
        MOVE WS-BASE-CURRENCY TO WS-RECORD-STRING(73:3)
        ADD 1 TO WS-RECORDS-SELECTED
        PERFORM 0120-READ-TRANS-RECORD
    END-IF.
        MOVE TRANS-AMOUNT TO WS-AMOUNT-SIGNED
    END-IF.

2080-CONVERT-TRANS-AMOUNT.
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
        ADD 1 TO WS-FOREIGN-COUNT
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

2900-BUILD-FALLBACK-RECORD.
    MOVE "Record " TO WS-RECORD-STRING
    MOVE WS-COUNT TO WS-RECORD-STRING(9:5).
    DISPLAY "LAST WS-COUNT WRITTEN  . . : " WS-LAST-COUNT
    DISPLAY "RECORDS SELECTED . . . . . : " WS-RECORDS-SELECTED
    DISPLAY "RECORDS BYPASSED . . . . . : " WS-RECORDS-BYPASSED
    DISPLAY "FOREIGN CURRENCY ITEMS . . : " WS-FOREIGN-COUNT
    DISPLAY "ITEMS WITH NO RATE . . . . : " WS-NO-RATE-COUNT
    DISPLAY "SELECTION WINDOW . . . . . : " WS-FROM-DATE " - " WS-THRU-DATE
    DISPLAY "TABLE CHECKSUM . . . . . . : " WS-CHECKSUM
    DISPLAY "************************************".
    END-IF
    CLOSE ERROR-FILE
    CLOSE TRANS-FILE
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
            DISPLAY "TBLPOP01 - UNABLE TO OPEN RUNSTATS, STATUS="
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
    MOVE "TBLPOP01" TO STS-PROGRAM-ID
    MOVE WS-RUN-DATE-YYYYMMDD TO STS-RUN-DATE
    MOVE WS-STATS-TIME(1:6) TO STS-RUN-TIME
    MOVE WS-RETURN-CODE TO STS-RETURN-CODE
    PERFORM VARYING WS-STATS-IDX FROM 1 BY 1 UNTIL WS-STATS-IDX > 8
        MOVE 0 TO STS-COUNT(WS-STATS-IDX)
    END-PERFORM
    PERFORM VARYING WS-STATS-IDX FROM 1 BY 1 UNTIL WS-STATS-IDX > 4
        MOVE 0 TO STS-AMOUNT(WS-STATS-IDX)
    END-PERFORM
    PERFORM VARYING WS-CS-IDX FROM 1 BY 1 UNTIL WS-CS-IDX > WS-LAST-COUNT
        IF WS-TABLE-ENTRY(WS-CS-IDX)(1:10) NOT = SPACES
                AND WS-TABLE-ENTRY(WS-CS-IDX)(14:12) NOT = SPACES
                AND WS-TABLE-ENTRY(WS-CS-IDX)(29:8) NOT = SPACES
            ADD 1 TO WS-STATS-DATA-ROWS
            ADD FUNCTION NUMVAL(WS-TABLE-ENTRY(WS-CS-IDX)(14:12))
                TO WS-STATS-TABLE-AMOUNT
        END-IF
    END-PERFORM
    COMPUTE STS-COUNT(1) = WS-RECORDS-SELECTED + WS-RECORDS-BYPASSED
    MOVE WS-RECORDS-SELECTED TO STS-COUNT(2)
    MOVE WS-RECORDS-BYPASSED TO STS-COUNT(3)
    MOVE WS-LAST-COUNT TO STS-COUNT(4)
    MOVE WS-STATS-DATA-ROWS TO STS-COUNT(5)
    MOVE WS-DUP-COUNT TO STS-COUNT(6)
    MOVE WS-FOREIGN-COUNT TO STS-COUNT(7)
    MOVE WS-NO-RATE-COUNT TO STS-COUNT(8)
    MOVE WS-STATS-TABLE-AMOUNT TO STS-AMOUNT(1).
