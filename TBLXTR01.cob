    SELECT SHIP-LOG-FILE ASSIGN TO SHIPLOG
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-SHIPLOG-STATUS.
    SELECT OPTIONAL STATS-CONTROL-FILE ASSIGN TO STATCTL
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-STATCTL-STATUS.
    SELECT OPTIONAL RUN-STATS-FILE ASSIGN TO RUNSTATS
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-RUNSTATS-STATUS.

DATA DIVISION.
FILE SECTION.
        10  TBL-DATE-DD            PIC X(2).
    05  FILLER                     PIC X(11).
    05  TBL-COMPANY                PIC X(3).
    05  FILLER                     PIC X(3).
    05  TBL-CURRENCY               PIC X(3).
    05  FILLER                     PIC X(2).
    05  TBL-ORIG-AMOUNT-EDIT       PIC X(12).
    05  FILLER                     PIC X(2).
    05  TBL-BASE-CURRENCY          PIC X(3).
    05  FILLER                     PIC X(10).

FD  AUDIT-FILE
    RECORDING MODE IS F
    05  SHP-HASH                   PIC X(17).
    05  FILLER                     PIC X(43).

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
    05  WS-TABLE-STATUS            PIC XX VALUE SPACES.
    05  WS-AUDIT-STATUS            PIC XX VALUE SPACES.
    05  WS-EXTRACT-STATUS          PIC XX VALUE SPACES.
    05  WS-SHIPLOG-STATUS          PIC XX VALUE SPACES.
    05  WS-STATCTL-STATUS          PIC XX VALUE SPACES.
    05  WS-RUNSTATS-STATUS         PIC XX VALUE SPACES.

01  WS-SWITCHES.
    05  WS-TABLE-EOF-SW            PIC X VALUE "N".

01  WS-EXTRACT-FIELDS.
    05  WS-AMOUNT-IN               PIC S9(9)V99.
    05  WS-ORIG-AMOUNT-IN          PIC S9(9)V99.
    05  WS-CURRENCY-OUT            PIC X(3).
    05  WS-AMOUNT-OUT              PIC +9(9).99.
    05  WS-HASH-OUT                PIC +9(13).99.
    05  WS-COUNT-OUT               PIC 9(9).

01  WS-CURRENCY-TOTALS-AREA.
    05  WS-CUR-MAX-OCCURS          PIC 9(4) VALUE 200.
    05  WS-CUR-COUNT               PIC 9(4) VALUE 0.
    05  WS-CUR-IDX                 PIC 9(4) VALUE 0.
    05  WS-CUR-FOUND-IDX           PIC 9(4) VALUE 0.
    05  WS-CUR-TABLE OCCURS 200 TIMES.
        10  WS-CUR-CODE            PIC X(3).
        10  WS-CUR-ITEM-COUNT      PIC 9(9).
        10  WS-CUR-ORIG-HASH       PIC S9(13)V99.

01  WS-RETURN-CODE                 PIC 9(4) VALUE 0.

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
    PERFORM 0150-GET-AUDIT-STAMP
    PERFORM 0200-WRITE-HEADER
    PERFORM 0300-EXTRACT-TABLE
    PERFORM 0350-WRITE-CURRENCY-TOTALS
    PERFORM 0400-WRITE-TRAILER
    PERFORM 0500-WRITE-SHIP-LOG
    PERFORM 0900-TERMINATE
    ADD WS-AMOUNT-IN TO WS-HASH-TOTAL
    ADD 1 TO WS-DETAIL-COUNT
    MOVE WS-AMOUNT-IN TO WS-AMOUNT-OUT
    IF TBL-CURRENCY = SPACES
        MOVE TBL-BASE-CURRENCY TO WS-CURRENCY-OUT
        MOVE WS-AMOUNT-IN TO WS-ORIG-AMOUNT-IN
    ELSE
        MOVE TBL-CURRENCY TO WS-CURRENCY-OUT
        COMPUTE WS-ORIG-AMOUNT-IN = FUNCTION NUMVAL(TBL-ORIG-AMOUNT-EDIT)
    END-IF
    PERFORM 3100-TOTAL-CURRENCY
    MOVE SPACES TO EXTRACT-RECORD
    STRING TBL-TRANS-ID DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           TBL-DATE-DD DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           TBL-COMPANY DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           WS-CURRENCY-OUT DELIMITED BY SIZE
           INTO EXTRACT-RECORD
    END-STRING
    WRITE EXTRACT-RECORD.

3100-TOTAL-CURRENCY.
    MOVE 0 TO WS-CUR-FOUND-IDX
    PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
            UNTIL WS-CUR-IDX > WS-CUR-COUNT OR WS-CUR-FOUND-IDX > 0
        IF WS-CUR-CODE(WS-CUR-IDX) = WS-CURRENCY-OUT
            MOVE WS-CUR-IDX TO WS-CUR-FOUND-IDX
        END-IF
    END-PERFORM
    IF WS-CUR-FOUND-IDX = 0
        IF WS-CUR-COUNT NOT < WS-CUR-MAX-OCCURS
            DISPLAY "TBLXTR01 - MORE THAN " WS-CUR-MAX-OCCURS
                " CURRENCIES - TABLE FULL"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO WS-CUR-COUNT
        MOVE WS-CURRENCY-OUT TO WS-CUR-CODE(WS-CUR-COUNT)
        MOVE 0 TO WS-CUR-ITEM-COUNT(WS-CUR-COUNT)
        MOVE 0 TO WS-CUR-ORIG-HASH(WS-CUR-COUNT)
        MOVE WS-CUR-COUNT TO WS-CUR-FOUND-IDX
    END-IF
    ADD 1 TO WS-CUR-ITEM-COUNT(WS-CUR-FOUND-IDX)
    ADD WS-ORIG-AMOUNT-IN TO WS-CUR-ORIG-HASH(WS-CUR-FOUND-IDX).

0350-WRITE-CURRENCY-TOTALS.
    PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
            UNTIL WS-CUR-IDX > WS-CUR-COUNT
        MOVE WS-CUR-ITEM-COUNT(WS-CUR-IDX) TO WS-COUNT-OUT
        MOVE WS-CUR-ORIG-HASH(WS-CUR-IDX) TO WS-HASH-OUT
        MOVE SPACES TO EXTRACT-RECORD
        STRING "CUR|" DELIMITED BY SIZE
               WS-CUR-CODE(WS-CUR-IDX) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-COUNT-OUT DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-HASH-OUT DELIMITED BY SIZE
               INTO EXTRACT-RECORD
        END-STRING
        WRITE EXTRACT-RECORD
    END-PERFORM.

0400-WRITE-TRAILER.
    MOVE WS-DETAIL-COUNT TO WS-COUNT-OUT
    MOVE WS-HASH-TOTAL TO WS-HASH-OUT
0900-TERMINATE.
    CLOSE TABLE-FILE
    CLOSE EXTRACT-FILE
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
            DISPLAY "TBLXTR01 - UNABLE TO OPEN RUNSTATS, STATUS="
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
    MOVE "TBLXTR01" TO STS-PROGRAM-ID
    MOVE WS-RUN-DATE-YYYYMMDD TO STS-RUN-DATE
    MOVE WS-STATS-TIME(1:6) TO STS-RUN-TIME
    MOVE WS-RETURN-CODE TO STS-RETURN-CODE
    PERFORM VARYING WS-STATS-IDX FROM 1 BY 1 UNTIL WS-STATS-IDX > 8
        MOVE 0 TO STS-COUNT(WS-STATS-IDX)
    END-PERFORM
    PERFORM VARYING WS-STATS-IDX FROM 1 BY 1 UNTIL WS-STATS-IDX > 4
        MOVE 0 TO STS-AMOUNT(WS-STATS-IDX)
    END-PERFORM
    COMPUTE STS-COUNT(1) = WS-DETAIL-COUNT + WS-SKIPPED-COUNT
    MOVE WS-DETAIL-COUNT TO STS-COUNT(2)
    MOVE WS-SKIPPED-COUNT TO STS-COUNT(3)
    MOVE WS-CUR-COUNT TO STS-COUNT(4)
    MOVE WS-HASH-TOTAL TO STS-AMOUNT(1).
