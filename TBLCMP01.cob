    SELECT REPORT-FILE ASSIGN TO CMPRPT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.
    SELECT OPTIONAL STATS-CONTROL-FILE ASSIGN TO STATCTL
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-STATCTL-STATUS.
    SELECT OPTIONAL RUN-STATS-FILE ASSIGN TO RUNSTATS
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-RUNSTATS-STATUS.

DATA DIVISION.
FILE SECTION.
    RECORD CONTAINS 132 CHARACTERS.
01  REPORT-RECORD                  PIC X(132).

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
    05  WS-PRIOR-STATUS            PIC XX VALUE SPACES.
    05  WS-TABLE-STATUS            PIC XX VALUE SPACES.
    05  WS-REPORT-STATUS           PIC XX VALUE SPACES.
    05  WS-STATCTL-STATUS          PIC XX VALUE SPACES.
    05  WS-RUNSTATS-STATUS         PIC XX VALUE SPACES.

01  WS-SWITCHES.
    05  WS-PRIOR-EOF-SW            PIC X VALUE "N".
    05  WS-DROP-AMOUNT             PIC S9(13)V99 VALUE 0.
    05  WS-CHANGE-COUNT            PIC 9(7) VALUE 0.
    05  WS-UNCHANGED-COUNT         PIC 9(7) VALUE 0.
    05  WS-PRIOR-ROW-COUNT         PIC 9(7) VALUE 0.
    05  WS-TODAY-ROW-COUNT         PIC 9(7) VALUE 0.
    05  WS-NET-MOVEMENT            PIC S9(13)V99 VALUE 0.
    05  WS-DIFF-AMOUNT             PIC S9(13)V99 VALUE 0.
    05  WS-COUNT-EDIT              PIC ZZZZZZ9.
            15  WS-NEW-ID          PIC X(10).
            15  WS-NEW-AMOUNT      PIC S9(11)V99.

01  WS-RUN-STATS-AREA.
    05  WS-STATS-STEP-NAME         PIC X(8) VALUE SPACES.
    05  WS-STATS-BUSINESS-DATE     PIC X(8) VALUE SPACES.
    05  WS-STATS-TIME              PIC X(8) VALUE SPACES.
    05  WS-STATS-IDX               PIC 9(2) VALUE 0.
    05  WS-STATS-EOF-SW            PIC X VALUE "N".
        88  WS-STATS-EOF               VALUE "Y".
    05  WS-STATS-TODAY-AMOUNT      PIC S9(13)V99 VALUE 0.

PROCEDURE DIVISION.
0000-MAIN-LOGIC.
    PERFORM 0100-INITIALIZE
        PERFORM 0110-READ-PRIOR-RECORD
    END-IF
    PERFORM UNTIL WS-PRIOR-EOF
        ADD 1 TO WS-PRIOR-ROW-COUNT
        IF PRV-TRANS-ID NOT = SPACES
                AND PRV-AMOUNT-EDIT NOT = SPACES
                AND PRV-TRANS-DATE NOT = SPACES
0300-LOAD-TODAY-SIDE.
    PERFORM 0120-READ-TABLE-RECORD
    PERFORM UNTIL WS-TABLE-EOF
        ADD 1 TO WS-TODAY-ROW-COUNT
        IF TBL-TRANS-ID NOT = SPACES
                AND TBL-AMOUNT-EDIT NOT = SPACES
                AND TBL-TRANS-DATE NOT = SPACES
    IF WS-ANY-ERROR
        MOVE 4 TO WS-RETURN-CODE
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
            DISPLAY "TBLCMP01 - UNABLE TO OPEN RUNSTATS, STATUS="
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
    MOVE "TBLCMP01" TO STS-PROGRAM-ID
    MOVE WS-RUN-DATE-YYYYMMDD TO STS-RUN-DATE
    MOVE WS-STATS-TIME(1:6) TO STS-RUN-TIME
    MOVE WS-RETURN-CODE TO STS-RETURN-CODE
    PERFORM VARYING WS-STATS-IDX FROM 1 BY 1 UNTIL WS-STATS-IDX > 8
        MOVE 0 TO STS-COUNT(WS-STATS-IDX)
    END-PERFORM
    PERFORM VARYING WS-STATS-IDX FROM 1 BY 1 UNTIL WS-STATS-IDX > 4
        MOVE 0 TO STS-AMOUNT(WS-STATS-IDX)
    END-PERFORM
    PERFORM VARYING WS-NEW-IDX FROM 1 BY 1
            UNTIL WS-NEW-IDX > WS-NEW-COUNT
        ADD WS-NEW-AMOUNT(WS-NEW-IDX) TO WS-STATS-TODAY-AMOUNT
    END-PERFORM
    MOVE WS-PRIOR-ROW-COUNT TO STS-COUNT(1)
    MOVE WS-TODAY-ROW-COUNT TO STS-COUNT(2)
    MOVE WS-OLD-COUNT TO STS-COUNT(3)
    MOVE WS-NEW-COUNT TO STS-COUNT(4)
    MOVE WS-ADD-COUNT TO STS-COUNT(5)
    MOVE WS-DROP-COUNT TO STS-COUNT(6)
    MOVE WS-CHANGE-COUNT TO STS-COUNT(7)
    MOVE WS-UNCHANGED-COUNT TO STS-COUNT(8)
    MOVE WS-ADD-AMOUNT TO STS-AMOUNT(1)
    MOVE WS-DROP-AMOUNT TO STS-AMOUNT(2)
    MOVE WS-NET-MOVEMENT TO STS-AMOUNT(3)
    MOVE WS-STATS-TODAY-AMOUNT TO STS-AMOUNT(4).
