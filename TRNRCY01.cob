    SELECT REPORT-FILE ASSIGN TO AGERPT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.
    SELECT CALENDAR-FILE ASSIGN TO CALENDAR
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-CALENDAR-STATUS.
    SELECT OPTIONAL ACTION-FILE ASSIGN TO SUSPACT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-SUSPACT-STATUS.
    SELECT WRITE-OFF-FILE ASSIGN TO SUSPWOF
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-SUSPWOF-STATUS.
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

FD  ACTION-FILE
    RECORDING MODE IS F
    RECORD CONTAINS 250 CHARACTERS.
01  ACTION-RECORD.
    05  ACT-DATE                   PIC X(8).
    05  ACT-TIME                   PIC X(6).
    05  ACT-OPERATOR-ID            PIC X(8).
    05  ACT-ACTION                 PIC X(1).
        88  ACT-RELEASE                VALUE "R".
        88  ACT-WRITE-OFF              VALUE "W".
    05  ACT-WO-REASON              PIC X(3).
    05  ACT-WO-TEXT                PIC X(30).
    05  ACT-SUSP-REASON            PIC X(3).
    05  ACT-FIRST-SEEN             PIC X(8).
    05  ACT-ATTEMPTS               PIC 9(3).
    05  ACT-ORIG-DATA.
        10  ACT-ORIG-TRANS-ID      PIC X(10).
        10  FILLER                 PIC X(70).
    05  ACT-NEW-DATA.
        10  ACT-NEW-TRANS-ID       PIC X(10).
        10  FILLER                 PIC X(70).
    05  FILLER                     PIC X(20).

FD  WRITE-OFF-FILE
    RECORDING MODE IS F
    RECORD CONTAINS 200 CHARACTERS.
01  WRITE-OFF-RECORD.
    05  WOF-SUSP-ENTRY             PIC X(106).
    05  WOF-WO-REASON              PIC X(3).
    05  WOF-WO-TEXT                PIC X(30).
    05  WOF-OPERATOR-ID            PIC X(8).
    05  WOF-ACTION-DATE            PIC X(8).
    05  WOF-ACTION-TIME            PIC X(6).
    05  WOF-RUN-DATE               PIC X(8).
    05  FILLER                     PIC X(31).

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
    05  WS-SUSPNEW-STATUS          PIC XX VALUE SPACES.
    05  WS-RECYCLE-STATUS          PIC XX VALUE SPACES.
    05  WS-REPORT-STATUS           PIC XX VALUE SPACES.
    05  WS-CALENDAR-STATUS         PIC XX VALUE SPACES.
    05  WS-SUSPACT-STATUS          PIC XX VALUE SPACES.
    05  WS-SUSPWOF-STATUS          PIC XX VALUE SPACES.
    05  WS-STATCTL-STATUS          PIC XX VALUE SPACES.
    05  WS-RUNSTATS-STATUS         PIC XX VALUE SPACES.

01  WS-SWITCHES.
    05  WS-REJECT-EOF-SW           PIC X VALUE "N".
        88  WS-ID-CLEARED              VALUE "Y".
    05  WS-ANY-ERROR-SW            PIC X VALUE "N".
        88  WS-ANY-ERROR               VALUE "Y".
    05  WS-CALENDAR-EOF-SW         PIC X VALUE "N".
        88  WS-CALENDAR-EOF            VALUE "Y".
    05  WS-BUSINESS-DAY-SW         PIC X VALUE "Y".
        88  WS-BUSINESS-DAY            VALUE "Y".
    05  WS-SUSPACT-EOF-SW          PIC X VALUE "N".
        88  WS-SUSPACT-EOF             VALUE "Y".

01  WS-RUN-DATE-AREA.
    05  WS-RUN-DATE-YYYYMMDD.
01  WS-AGING-CONTROLS.
    05  WS-AGE-DAYS                PIC 9(3) VALUE 30.
    05  WS-RUN-DATE-INT            PIC 9(9) VALUE 0.
    05  WS-FIRST-SEEN-INT          PIC 9(9) VALUE 0.
    05  WS-FIRST-SEEN-NUM          PIC 9(8) VALUE 0.
    05  WS-AGE-DATE-INT            PIC 9(9) VALUE 0.
    05  WS-BUSINESS-DAYS-OLD       PIC 9(4) VALUE 0.

01  WS-SUSPENSE-COUNTS.
    05  WS-OLD-SUSP-COUNT          PIC 9(7) VALUE 0.
    05  WS-CORRECTED-COUNT         PIC 9(7) VALUE 0.
    05  WS-AGED-COUNT              PIC 9(7) VALUE 0.
    05  WS-CARRIED-COUNT           PIC 9(7) VALUE 0.
    05  WS-ACTION-COUNT            PIC 9(7) VALUE 0.
    05  WS-ACTION-ERR-COUNT        PIC 9(7) VALUE 0.
    05  WS-OVERTAKEN-COUNT         PIC 9(7) VALUE 0.
    05  WS-RELEASED-COUNT          PIC 9(7) VALUE 0.
    05  WS-WRITTEN-OFF-COUNT       PIC 9(7) VALUE 0.
    05  WS-COUNT-EDIT              PIC ZZZZZZ9.
    05  WS-REPORT-LABEL            PIC X(29).

    05  WS-VAL-IDX                 PIC 9(5) VALUE 0.
    05  WS-HIST-WORK               PIC X(12).
    05  WS-ATTEMPT-EDIT            PIC ZZ9.
    05  WS-ERROR-TEXT              PIC X(40).

01  WS-RETURN-CODE                 PIC 9(4) VALUE 0.

                                   PIC X(12).
        10  WS-SUSP-SEEN-SW        PIC X.
            88  WS-SUSP-SEEN           VALUE "Y".
        10  WS-SUSP-ACTION         PIC X.
            88  WS-SUSP-NO-ACTION      VALUE " ".
            88  WS-SUSP-RELEASED       VALUE "R".
            88  WS-SUSP-WRITTEN-OFF    VALUE "W".
        10  WS-SUSP-NEW-DATA       PIC X(80).
        10  WS-SUSP-OPERATOR-ID    PIC X(8).
        10  WS-SUSP-ACT-DATE       PIC X(8).
        10  WS-SUSP-ACT-TIME       PIC X(6).
        10  WS-SUSP-WO-REASON      PIC X(3).
        10  WS-SUSP-WO-TEXT        PIC X(30).

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

01  WS-RUN-STATS-AREA.
    05  WS-STATS-STEP-NAME         PIC X(8) VALUE SPACES.
    05  WS-STATS-BUSINESS-DATE     PIC X(8) VALUE SPACES.
    05  WS-STATS-TIME              PIC X(8) VALUE SPACES.
    05  WS-STATS-IDX               PIC 9(2) VALUE 0.
    05  WS-STATS-EOF-SW            PIC X VALUE "N".
        88  WS-STATS-EOF               VALUE "Y".

PROCEDURE DIVISION.
0000-MAIN-LOGIC.
    PERFORM 0200-LOAD-OLD-SUSPENSE
    PERFORM 0250-LOAD-VALID-IDS
    PERFORM 0300-MERGE-REJECTS
    PERFORM 0350-APPLY-WORKQ-ACTIONS
    PERFORM 0400-DISPOSE-ENTRIES
    PERFORM 0500-SUSPENSE-SUMMARY
    PERFORM 0900-TERMINATE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN EXTEND WRITE-OFF-FILE
    IF WS-SUSPWOF-STATUS NOT = "00" AND WS-SUSPWOF-STATUS NOT = "05"
        OPEN OUTPUT WRITE-OFF-FILE
        IF WS-SUSPWOF-STATUS NOT = "00"
            DISPLAY "TRNRCY01 - UNABLE TO OPEN SUSPWOF, STATUS="
                WS-SUSPWOF-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF
    OPEN OUTPUT REPORT-FILE
    IF WS-REPORT-STATUS NOT = "00"
        DISPLAY "TRNRCY01 - UNABLE TO OPEN AGERPT, STATUS="
        STOP RUN
    END-IF
    PERFORM 0110-READ-PARM-CARD
    PERFORM 0150-LOAD-CALENDAR-TABLE
    COMPUTE WS-RUN-DATE-INT =
        FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
    PERFORM 0520-WRITE-REPORT-HEADER.

0110-READ-PARM-CARD.
            SET WS-VALID-EOF TO TRUE
    END-READ.

0145-READ-ACTION.
    READ ACTION-FILE
        AT END
            SET WS-SUSPACT-EOF TO TRUE
    END-READ.

0150-LOAD-CALENDAR-TABLE.
    OPEN INPUT CALENDAR-FILE
    IF WS-CALENDAR-STATUS NOT = "00"
        DISPLAY "TRNRCY01 - UNABLE TO OPEN CALENDAR, STATUS="
            WS-CALENDAR-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 0155-READ-CALENDAR-RECORD
    PERFORM UNTIL WS-CALENDAR-EOF
        IF CAL-COMPANY NOT = SPACES
            IF WS-CAL-COUNT NOT < WS-CAL-MAX-OCCURS
                DISPLAY "TRNRCY01 - CALENDAR HAS MORE THAN "
                    WS-CAL-MAX-OCCURS " ENTRIES - TABLE FULL"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-CAL-COUNT
            MOVE CAL-COMPANY TO WS-CAL-COMPANY(WS-CAL-COUNT)
            MOVE CAL-DATE TO WS-CAL-DATE(WS-CAL-COUNT)
            MOVE CAL-DAY-TYPE TO WS-CAL-DAY-TYPE(WS-CAL-COUNT)
        END-IF
        PERFORM 0155-READ-CALENDAR-RECORD
    END-PERFORM
    CLOSE CALENDAR-FILE.

0155-READ-CALENDAR-RECORD.
    READ CALENDAR-FILE
        AT END
            SET WS-CALENDAR-EOF TO TRUE
    END-READ.

0200-LOAD-OLD-SUSPENSE.
    OPEN INPUT OLD-SUSPENSE-FILE
    IF WS-SUSPOLD-STATUS NOT = "00"
            ADD 1 TO WS-OLD-SUSP-COUNT
            MOVE OLD-SUSPENSE-RECORD TO WS-SUSP-ENTRY(WS-SUSP-COUNT)
            MOVE "N" TO WS-SUSP-SEEN-SW(WS-SUSP-COUNT)
            MOVE SPACE TO WS-SUSP-ACTION(WS-SUSP-COUNT)
            PERFORM 0130-READ-OLD-SUSPENSE
        END-IF
    END-PERFORM
            MOVE REJ-REASON
                TO WS-SUSP-REASON-HIST(WS-SUSP-COUNT)(1:3)
            SET WS-SUSP-SEEN(WS-SUSP-COUNT) TO TRUE
            MOVE SPACE TO WS-SUSP-ACTION(WS-SUSP-COUNT)
        END-IF
    END-IF.

0350-APPLY-WORKQ-ACTIONS.
    OPEN INPUT ACTION-FILE
    IF WS-SUSPACT-STATUS NOT = "00"
        SET WS-SUSPACT-EOF TO TRUE
    ELSE
        PERFORM 0145-READ-ACTION
    END-IF
    PERFORM UNTIL WS-SUSPACT-EOF
        ADD 1 TO WS-ACTION-COUNT
        PERFORM 3500-APPLY-ONE-ACTION
        PERFORM 0145-READ-ACTION
    END-PERFORM
    IF WS-SUSPACT-STATUS = "00" OR WS-SUSPACT-STATUS = "10"
        CLOSE ACTION-FILE
    END-IF.

3500-APPLY-ONE-ACTION.
    MOVE SPACES TO WS-ERROR-TEXT
    EVALUATE TRUE
        WHEN NOT ACT-RELEASE AND NOT ACT-WRITE-OFF
            MOVE "ACTION MUST BE R OR W" TO WS-ERROR-TEXT
        WHEN ACT-OPERATOR-ID = SPACES
            MOVE "OPERATOR ID IS BLANK" TO WS-ERROR-TEXT
        WHEN ACT-WRITE-OFF AND ACT-WO-REASON = SPACES
            MOVE "WRITE-OFF REASON IS BLANK" TO WS-ERROR-TEXT
        WHEN ACT-RELEASE AND ACT-NEW-TRANS-ID = SPACES
            MOVE "CORRECTED TRANS-ID IS BLANK" TO WS-ERROR-TEXT
    END-EVALUATE
    IF WS-ERROR-TEXT = SPACES
        MOVE "N" TO WS-ENTRY-FOUND-SW
        PERFORM VARYING WS-SUSP-IDX FROM 1 BY 1
                UNTIL WS-SUSP-IDX > WS-SUSP-COUNT OR WS-ENTRY-FOUND
            IF WS-SUSP-TRANS-DATA(WS-SUSP-IDX) = ACT-ORIG-DATA
                    AND WS-SUSP-NO-ACTION(WS-SUSP-IDX)
                SET WS-ENTRY-FOUND TO TRUE
                PERFORM 3600-RECORD-ACTION
            END-IF
        END-PERFORM
        IF NOT WS-ENTRY-FOUND
            MOVE "NOT ON SUSPENSE OR ALREADY ACTIONED"
                TO WS-ERROR-TEXT
        END-IF
    END-IF
    IF WS-ERROR-TEXT NOT = SPACES
        PERFORM 3900-ACTION-ERROR
    END-IF.

3600-RECORD-ACTION.
    MOVE ACT-ACTION TO WS-SUSP-ACTION(WS-SUSP-IDX)
    MOVE ACT-NEW-DATA TO WS-SUSP-NEW-DATA(WS-SUSP-IDX)
    MOVE ACT-OPERATOR-ID TO WS-SUSP-OPERATOR-ID(WS-SUSP-IDX)
    MOVE ACT-DATE TO WS-SUSP-ACT-DATE(WS-SUSP-IDX)
    MOVE ACT-TIME TO WS-SUSP-ACT-TIME(WS-SUSP-IDX)
    MOVE ACT-WO-REASON TO WS-SUSP-WO-REASON(WS-SUSP-IDX)
    MOVE ACT-WO-TEXT TO WS-SUSP-WO-TEXT(WS-SUSP-IDX).

3900-ACTION-ERROR.
    SET WS-ANY-ERROR TO TRUE
    ADD 1 TO WS-ACTION-ERR-COUNT
    MOVE SPACES TO REPORT-RECORD
    STRING "WORK-QUEUE ACTION REJECTED: " DELIMITED BY SIZE
           ACT-ACTION DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           ACT-ORIG-TRANS-ID DELIMITED BY SIZE
           " BY " DELIMITED BY SIZE
           ACT-OPERATOR-ID DELIMITED BY SIZE
           " - " DELIMITED BY SIZE
           WS-ERROR-TEXT DELIMITED BY SIZE
           INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD.

0400-DISPOSE-ENTRIES.
    PERFORM VARYING WS-SUSP-IDX FROM 1 BY 1
            UNTIL WS-SUSP-IDX > WS-SUSP-COUNT
            ADD 1 TO WS-RESOLVED-COUNT
            MOVE "CLEARED ON RECYCLE " TO WS-REPORT-LABEL
            PERFORM 4400-WRITE-ENTRY-LINE
            PERFORM 4450-CHECK-OVERTAKEN
        WHEN WS-ID-CLEARED
            ADD 1 TO WS-CORRECTED-COUNT
            MOVE "CORRECTED SAME DAY " TO WS-REPORT-LABEL
            PERFORM 4400-WRITE-ENTRY-LINE
            PERFORM 4450-CHECK-OVERTAKEN
        WHEN WS-SUSP-WRITTEN-OFF(WS-SUSP-IDX)
            PERFORM 4500-WRITE-OFF-ENTRY
        WHEN WS-SUSP-RELEASED(WS-SUSP-IDX)
            PERFORM 4600-RELEASE-ENTRY
        WHEN OTHER
            PERFORM 4200-CHECK-AGING
    END-EVALUATE.
    END-PERFORM.

4200-CHECK-AGING.
    MOVE 0 TO WS-BUSINESS-DAYS-OLD
    IF WS-SUSP-FIRST-SEEN(WS-SUSP-IDX) IS NUMERIC
        MOVE WS-SUSP-FIRST-SEEN(WS-SUSP-IDX) TO WS-FIRST-SEEN-NUM
        COMPUTE WS-FIRST-SEEN-INT =
            FUNCTION INTEGER-OF-DATE(WS-FIRST-SEEN-NUM)
        PERFORM 4250-COUNT-BUSINESS-DAYS
    ELSE
        COMPUTE WS-BUSINESS-DAYS-OLD = WS-AGE-DAYS + 1
    END-IF
    IF WS-BUSINESS-DAYS-OLD > WS-AGE-DAYS
        ADD 1 TO WS-AGED-COUNT
        MOVE "AGED OFF SUSPENSE  " TO WS-REPORT-LABEL
        PERFORM 4400-WRITE-ENTRY-LINE
        PERFORM 4300-CARRY-ENTRY-FORWARD
    END-IF.

4250-COUNT-BUSINESS-DAYS.
    MOVE WS-SUSP-TRANS-DATA(WS-SUSP-IDX)(31:3) TO WS-BDAY-COMPANY
    COMPUTE WS-AGE-DATE-INT = WS-FIRST-SEEN-INT + 1
    PERFORM UNTIL WS-AGE-DATE-INT > WS-RUN-DATE-INT
            OR WS-BUSINESS-DAYS-OLD > WS-AGE-DAYS
        COMPUTE WS-BDAY-DATE-NUM =
            FUNCTION DATE-OF-INTEGER(WS-AGE-DATE-INT)
        PERFORM 4260-CHECK-BUSINESS-DAY
        IF WS-BUSINESS-DAY
            ADD 1 TO WS-BUSINESS-DAYS-OLD
        END-IF
        ADD 1 TO WS-AGE-DATE-INT
    END-PERFORM.

4260-CHECK-BUSINESS-DAY.
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

4300-CARRY-ENTRY-FORWARD.
    ADD 1 TO WS-CARRIED-COUNT
    MOVE WS-SUSP-ENTRY(WS-SUSP-IDX) TO NEW-SUSPENSE-RECORD
    END-STRING
    WRITE REPORT-RECORD.

4450-CHECK-OVERTAKEN.
    IF NOT WS-SUSP-NO-ACTION(WS-SUSP-IDX)
        ADD 1 TO WS-OVERTAKEN-COUNT
        MOVE "  ACTION OVERTAKEN " TO WS-REPORT-LABEL
        PERFORM 4400-WRITE-ENTRY-LINE
    END-IF.

4500-WRITE-OFF-ENTRY.
    ADD 1 TO WS-WRITTEN-OFF-COUNT
    MOVE SPACES TO WRITE-OFF-RECORD
    MOVE WS-SUSP-ENTRY(WS-SUSP-IDX) TO WOF-SUSP-ENTRY
    MOVE WS-SUSP-WO-REASON(WS-SUSP-IDX) TO WOF-WO-REASON
    MOVE WS-SUSP-WO-TEXT(WS-SUSP-IDX) TO WOF-WO-TEXT
    MOVE WS-SUSP-OPERATOR-ID(WS-SUSP-IDX) TO WOF-OPERATOR-ID
    MOVE WS-SUSP-ACT-DATE(WS-SUSP-IDX) TO WOF-ACTION-DATE
    MOVE WS-SUSP-ACT-TIME(WS-SUSP-IDX) TO WOF-ACTION-TIME
    MOVE WS-RUN-DATE-YYYYMMDD TO WOF-RUN-DATE
    WRITE WRITE-OFF-RECORD
    MOVE "WRITTEN OFF        " TO WS-REPORT-LABEL
    PERFORM 4400-WRITE-ENTRY-LINE.

4600-RELEASE-ENTRY.
    ADD 1 TO WS-RELEASED-COUNT
    MOVE "RELEASED CORRECTED " TO WS-REPORT-LABEL
    PERFORM 4400-WRITE-ENTRY-LINE
    MOVE WS-SUSP-NEW-DATA(WS-SUSP-IDX) TO WS-SUSP-TRANS-DATA(WS-SUSP-IDX)
    PERFORM 4300-CARRY-ENTRY-FORWARD.

0500-SUSPENSE-SUMMARY.
    MOVE SPACES TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE "CORRECTED SAME DAY . . . . : " TO WS-REPORT-LABEL
    MOVE WS-CORRECTED-COUNT TO WS-COUNT-EDIT
    PERFORM 0510-WRITE-COUNT-LINE
    MOVE "WORK-QUEUE ACTIONS READ  . : " TO WS-REPORT-LABEL
    MOVE WS-ACTION-COUNT TO WS-COUNT-EDIT
    PERFORM 0510-WRITE-COUNT-LINE
    MOVE "  ACTIONS REJECTED . . . . : " TO WS-REPORT-LABEL
    MOVE WS-ACTION-ERR-COUNT TO WS-COUNT-EDIT
    PERFORM 0510-WRITE-COUNT-LINE
    MOVE "  ACTIONS OVERTAKEN  . . . : " TO WS-REPORT-LABEL
    MOVE WS-OVERTAKEN-COUNT TO WS-COUNT-EDIT
    PERFORM 0510-WRITE-COUNT-LINE
    MOVE "RELEASED CORRECTED . . . . : " TO WS-REPORT-LABEL
    MOVE WS-RELEASED-COUNT TO WS-COUNT-EDIT
    PERFORM 0510-WRITE-COUNT-LINE
    MOVE "WRITTEN OFF  . . . . . . . : " TO WS-REPORT-LABEL
    MOVE WS-WRITTEN-OFF-COUNT TO WS-COUNT-EDIT
    PERFORM 0510-WRITE-COUNT-LINE
    MOVE "AGED OFF SUSPENSE  . . . . : " TO WS-REPORT-LABEL
    MOVE WS-AGED-COUNT TO WS-COUNT-EDIT
    PERFORM 0510-WRITE-COUNT-LINE
    WRITE REPORT-RECORD
    MOVE WS-AGE-DAYS TO WS-COUNT-EDIT
    MOVE SPACES TO REPORT-RECORD
    STRING "AGING THRESHOLD (BUS DAYS) : " DELIMITED BY SIZE
           WS-COUNT-EDIT DELIMITED BY SIZE
           INTO REPORT-RECORD
    END-STRING
    CLOSE REJECT-FILE
    CLOSE NEW-SUSPENSE-FILE
    CLOSE RECYCLE-FILE
    CLOSE WRITE-OFF-FILE
    CLOSE REPORT-FILE
    IF WS-AGED-COUNT > 0 OR WS-ANY-ERROR
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
            DISPLAY "TRNRCY01 - UNABLE TO OPEN RUNSTATS, STATUS="
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
    MOVE "TRNRCY01" TO STS-PROGRAM-ID
    MOVE WS-RUN-DATE-YYYYMMDD TO STS-RUN-DATE
    MOVE WS-STATS-TIME(1:6) TO STS-RUN-TIME
    MOVE WS-RETURN-CODE TO STS-RETURN-CODE
    PERFORM VARYING WS-STATS-IDX FROM 1 BY 1 UNTIL WS-STATS-IDX > 8
        MOVE 0 TO STS-COUNT(WS-STATS-IDX)
    END-PERFORM
    PERFORM VARYING WS-STATS-IDX FROM 1 BY 1 UNTIL WS-STATS-IDX > 4
        MOVE 0 TO STS-AMOUNT(WS-STATS-IDX)
    END-PERFORM
    MOVE WS-REJECT-IN-COUNT TO STS-COUNT(1)
    MOVE WS-OLD-SUSP-COUNT TO STS-COUNT(2)
    MOVE WS-NEW-ENTRY-COUNT TO STS-COUNT(3)
    MOVE WS-RESOLVED-COUNT TO STS-COUNT(4)
    MOVE WS-CORRECTED-COUNT TO STS-COUNT(5)
    MOVE WS-WRITTEN-OFF-COUNT TO STS-COUNT(6)
    MOVE WS-AGED-COUNT TO STS-COUNT(7)
    MOVE WS-CARRIED-COUNT TO STS-COUNT(8).
