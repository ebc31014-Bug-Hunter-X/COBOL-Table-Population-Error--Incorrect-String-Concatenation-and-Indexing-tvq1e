       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. RUNCTL01.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL RUN-STATS-FILE ASSIGN TO RUNSTATS
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-RUNSTATS-STATUS.
    SELECT OPTIONAL STATS-CONTROL-FILE ASSIGN TO STATCTL
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-STATCTL-STATUS.
    SELECT REPORT-FILE ASSIGN TO CTLRPT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
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

FD  STATS-CONTROL-FILE
    RECORDING MODE IS F
    RECORD CONTAINS 80 CHARACTERS.
01  STATS-CONTROL-RECORD.
    05  STATCTL-STEP-NAME          PIC X(8).
    05  FILLER                     PIC X(72).

FD  REPORT-FILE
    RECORDING MODE IS F
    RECORD CONTAINS 132 CHARACTERS.
01  REPORT-RECORD                  PIC X(132).

WORKING-STORAGE SECTION.
01  WS-FILE-STATUSES.
    05  WS-RUNSTATS-STATUS         PIC XX VALUE SPACES.
    05  WS-STATCTL-STATUS          PIC XX VALUE SPACES.
    05  WS-REPORT-STATUS           PIC XX VALUE SPACES.

01  WS-SWITCHES.
    05  WS-STATS-EOF-SW            PIC X VALUE "N".
        88  WS-STATS-EOF               VALUE "Y".
    05  WS-STATS-OPEN-SW           PIC X VALUE "N".
        88  WS-STATS-OPEN              VALUE "Y".
    05  WS-TONIGHT-FOUND-SW        PIC X VALUE "N".
        88  WS-TONIGHT-FOUND           VALUE "Y".
    05  WS-HALF-PENDING-SW         PIC X VALUE "N".
        88  WS-HALF-PENDING            VALUE "Y".

01  WS-RUN-DATE-AREA.
    05  WS-RUN-DATE-YYYYMMDD.
        10  WS-RUN-YYYY            PIC 9(4).
        10  WS-RUN-MM              PIC 9(2).
        10  WS-RUN-DD              PIC 9(2).
    05  WS-RUN-DATE-EDIT           PIC X(10).
    05  WS-RUN-DATE-NUM            PIC 9(8) VALUE 0.
    05  WS-RUN-TIME                PIC X(8).
    05  WS-RUN-TIME-PARTS REDEFINES WS-RUN-TIME.
        10  WS-RUN-HH              PIC 9(2).
        10  WS-RUN-MI              PIC 9(2).
        10  WS-RUN-SS              PIC 9(2).
        10  FILLER                 PIC X(2).

01  WS-LATEST-AREA.
    05  WS-LATEST-COUNT            PIC 9(7) VALUE 0.
    05  WS-LATEST-BUSINESS-DATE    PIC X(8) VALUE SPACES.
    05  WS-LATEST-RUN-DATE         PIC X(8) VALUE SPACES.
    05  WS-LATEST-RUN-DATE-N REDEFINES WS-LATEST-RUN-DATE
                                   PIC 9(8).
    05  WS-LATEST-RUN-TIME         PIC X(6) VALUE SPACES.
    05  WS-LATEST-RUN-TIME-PARTS REDEFINES WS-LATEST-RUN-TIME.
        10  WS-LATEST-HH           PIC 9(2).
        10  WS-LATEST-MI           PIC 9(2).
        10  WS-LATEST-SS           PIC 9(2).
    05  WS-NOW-SECONDS             PIC 9(11) VALUE 0.
    05  WS-LATEST-SECONDS          PIC 9(11) VALUE 0.
    05  WS-FRESH-SECONDS           PIC 9(11) VALUE 43200.
    05  WS-TONIGHT-DATE            PIC X(8) VALUE SPACES.
    05  WS-LAST-NIGHT-DATE         PIC X(8) VALUE SPACES.

01  WS-STEP-VALUES.
    05  FILLER PIC X(40) VALUE "STEP015 TRNEDT01TRANSACTION EDIT        ".
    05  FILLER PIC X(40) VALUE "STEP017 TRNRCY01SUSPENSE RECYCLE        ".
    05  FILLER PIC X(40) VALUE "STEP020 TBLPOP01TABLE POPULATION        ".
    05  FILLER PIC X(40) VALUE "STEP025 TBLBAL01TABLE BALANCING         ".
    05  FILLER PIC X(40) VALUE "STEP028 TBLCMP01DAY-OVER-DAY COMPARE    ".
    05  FILLER PIC X(40) VALUE "STEP050 TBLXTR01WAREHOUSE EXTRACT       ".
    05  FILLER PIC X(40) VALUE "STEP055 TBLHST01TABLE HISTORY APPEND    ".
01  WS-STEP-TABLE REDEFINES WS-STEP-VALUES.
    05  WS-STEP-ENTRY OCCURS 7 TIMES.
        10  WS-STEP-NAME           PIC X(8).
        10  WS-STEP-PROGRAM        PIC X(8).
        10  WS-STEP-TITLE          PIC X(24).

01  WS-LABEL-VALUES.
    05  FILLER PIC X(18) VALUE "RECORDS READ      ".
    05  FILLER PIC X(18) VALUE "ACCEPTED          ".
    05  FILLER PIC X(18) VALUE "REJECTED          ".
    05  FILLER PIC X(18) VALUE "HELD FOR APPROVAL ".
    05  FILLER PIC X(18) VALUE "RELEASES RE-EDITED".
    05  FILLER PIC X(18) VALUE "RECYCLED REJECTS  ".
    05  FILLER PIC X(18) VALUE "FEED DETAILS      ".
    05  FILLER PIC X(18) VALUE "FEED ERRORS       ".
    05  FILLER PIC X(18) VALUE "ACCEPTED AMOUNT   ".
    05  FILLER PIC X(18) VALUE "HELD AMOUNT       ".
    05  FILLER PIC X(18) VALUE "FEED HASH         ".
    05  FILLER PIC X(18) VALUE SPACES.
    05  FILLER PIC X(18) VALUE "REJECTS IN        ".
    05  FILLER PIC X(18) VALUE "BROUGHT FORWARD   ".
    05  FILLER PIC X(18) VALUE "NEW ENTRIES       ".
    05  FILLER PIC X(18) VALUE "CLEARED ON RECYCLE".
    05  FILLER PIC X(18) VALUE "CORRECTED SAME DAY".
    05  FILLER PIC X(18) VALUE "WRITTEN OFF       ".
    05  FILLER PIC X(18) VALUE "AGED OFF          ".
    05  FILLER PIC X(18) VALUE "CARRIED FORWARD   ".
    05  FILLER PIC X(18) VALUE SPACES.
    05  FILLER PIC X(18) VALUE SPACES.
    05  FILLER PIC X(18) VALUE SPACES.
    05  FILLER PIC X(18) VALUE SPACES.
    05  FILLER PIC X(18) VALUE "TRANS READ        ".
    05  FILLER PIC X(18) VALUE "SELECTED          ".
    05  FILLER PIC X(18) VALUE "BYPASSED          ".
    05  FILLER PIC X(18) VALUE "TABLE ROWS        ".
    05  FILLER PIC X(18) VALUE "DATA ROWS         ".
    05  FILLER PIC X(18) VALUE "DUPLICATES        ".
    05  FILLER PIC X(18) VALUE "FOREIGN CURRENCY  ".
    05  FILLER PIC X(18) VALUE "NO RATE           ".
    05  FILLER PIC X(18) VALUE "TABLE AMOUNT      ".
    05  FILLER PIC X(18) VALUE SPACES.
    05  FILLER PIC X(18) VALUE SPACES.
    05  FILLER PIC X(18) VALUE SPACES.
    05  FILLER PIC X(18) VALUE "TRANS READ        ".
    05  FILLER PIC X(18) VALUE "SELECTED          ".
    05  FILLER PIC X(18) VALUE "BYPASSED          ".
    05  FILLER PIC X(18) VALUE "HELD FOR APPROVAL ".
    05  FILLER PIC X(18) VALUE "TABLE ROWS        ".
    05  FILLER PIC X(18) VALUE "DATA ROWS         ".
    05  FILLER PIC X(18) VALUE "TABLE TRANS COUNT ".
    05  FILLER PIC X(18) VALUE "NO RATE           ".
    05  FILLER PIC X(18) VALUE "INPUT AMOUNT      ".
    05  FILLER PIC X(18) VALUE "HELD AMOUNT       ".
    05  FILLER PIC X(18) VALUE "TABLE AMOUNT      ".
    05  FILLER PIC X(18) VALUE SPACES.
    05  FILLER PIC X(18) VALUE "PRIOR ROWS        ".
    05  FILLER PIC X(18) VALUE "TODAY ROWS        ".
    05  FILLER PIC X(18) VALUE "PRIOR IDS         ".
    05  FILLER PIC X(18) VALUE "TODAY IDS         ".
    05  FILLER PIC X(18) VALUE "IDS ADDED         ".
    05  FILLER PIC X(18) VALUE "IDS DROPPED       ".
    05  FILLER PIC X(18) VALUE "IDS CHANGED       ".
    05  FILLER PIC X(18) VALUE "IDS UNCHANGED     ".
    05  FILLER PIC X(18) VALUE "AMOUNT ADDED      ".
    05  FILLER PIC X(18) VALUE "AMOUNT DROPPED    ".
    05  FILLER PIC X(18) VALUE "NET MOVEMENT      ".
    05  FILLER PIC X(18) VALUE "TODAY TOTAL       ".
    05  FILLER PIC X(18) VALUE "ROWS READ         ".
    05  FILLER PIC X(18) VALUE "DETAILS SHIPPED   ".
    05  FILLER PIC X(18) VALUE "ROWS SKIPPED      ".
    05  FILLER PIC X(18) VALUE "CURRENCIES        ".
    05  FILLER PIC X(18) VALUE SPACES.
    05  FILLER PIC X(18) VALUE SPACES.
    05  FILLER PIC X(18) VALUE SPACES.
    05  FILLER PIC X(18) VALUE SPACES.
    05  FILLER PIC X(18) VALUE "HASH TOTAL        ".
    05  FILLER PIC X(18) VALUE SPACES.
    05  FILLER PIC X(18) VALUE SPACES.
    05  FILLER PIC X(18) VALUE SPACES.
    05  FILLER PIC X(18) VALUE "ROWS READ         ".
    05  FILLER PIC X(18) VALUE "ROWS APPENDED     ".
    05  FILLER PIC X(18) VALUE "ROWS SKIPPED      ".
    05  FILLER PIC X(18) VALUE SPACES.
    05  FILLER PIC X(18) VALUE SPACES.
    05  FILLER PIC X(18) VALUE SPACES.
    05  FILLER PIC X(18) VALUE SPACES.
    05  FILLER PIC X(18) VALUE SPACES.
    05  FILLER PIC X(18) VALUE "AMOUNT APPENDED   ".
    05  FILLER PIC X(18) VALUE SPACES.
    05  FILLER PIC X(18) VALUE SPACES.
    05  FILLER PIC X(18) VALUE SPACES.
01  WS-LABEL-TABLE REDEFINES WS-LABEL-VALUES.
    05  WS-LABEL-STEP OCCURS 7 TIMES.
        10  WS-LABEL-TEXT          PIC X(18) OCCURS 12 TIMES.

01  WS-STEP-FIGURES.
    05  WS-SF-STEP OCCURS 7 TIMES.
        10  WS-TN-FOUND-SW         PIC X.
            88  WS-TN-FOUND            VALUE "Y".
        10  WS-TN-RETURN-CODE      PIC 9(4).
        10  WS-TN-RUN-DATE         PIC X(8).
        10  WS-TN-RUN-TIME         PIC X(6).
        10  WS-TN-FIGURE           PIC S9(13)V99 OCCURS 12 TIMES.
        10  WS-LN-FOUND-SW         PIC X.
            88  WS-LN-FOUND            VALUE "Y".
        10  WS-LN-BUSINESS-DATE    PIC X(8).
        10  WS-LN-RETURN-CODE      PIC 9(4).
        10  WS-LN-FIGURE           PIC S9(13)V99 OCCURS 12 TIMES.

01  WS-WORK-FIELDS.
    05  WS-STEP-IDX                PIC 9(2) VALUE 0.
    05  WS-FOUND-IDX               PIC 9(2) VALUE 0.
    05  WS-FIG-IDX                 PIC 9(2) VALUE 0.
    05  WS-HALF-IDX                PIC 9(1) VALUE 0.
    05  WS-FIGURE-WORK             PIC S9(13)V99 VALUE 0.
    05  WS-FIGURE-PRT              PIC X(17) VALUE SPACES.
    05  WS-RC-PRT                  PIC X(4) VALUE SPACES.
    05  WS-STEP-FLAG               PIC X(19) VALUE SPACES.
    05  WS-REPORT-LABEL            PIC X(29).

01  WS-CHECK-FIELDS.
    05  WS-CHK-TEXT                PIC X(46) VALUE SPACES.
    05  WS-CHK-KIND                PIC X VALUE "C".
        88  WS-CHK-IS-AMOUNT           VALUE "A".
    05  WS-CHK-LEFT                PIC S9(13)V99 VALUE 0.
    05  WS-CHK-RIGHT               PIC S9(13)V99 VALUE 0.
    05  WS-CHK-LEFT-PRT            PIC X(17) VALUE SPACES.
    05  WS-CHK-RIGHT-PRT           PIC X(17) VALUE SPACES.
    05  WS-CHK-RESULT              PIC X(30) VALUE SPACES.

01  WS-CONTROL-TOTALS.
    05  WS-STEPS-RUN               PIC 9(7) VALUE 0.
    05  WS-STEPS-MISSING           PIC 9(7) VALUE 0.
    05  WS-STEPS-WARNING           PIC 9(7) VALUE 0.
    05  WS-STEPS-FAILED            PIC 9(7) VALUE 0.
    05  WS-CHECKS-MADE             PIC 9(7) VALUE 0.
    05  WS-CHECKS-FAILED           PIC 9(7) VALUE 0.
    05  WS-CHECKS-SKIPPED          PIC 9(7) VALUE 0.

01  WS-EDIT-FIELDS.
    05  WS-COUNT-EDIT              PIC ZZZZZZ9.
    05  WS-FIG-COUNT-EDIT          PIC ZZZZZZZZZZZZ9.
    05  WS-AMOUNT-EDIT             PIC ZZZZZZZZZZZZ9.99-.
    05  WS-RC-EDIT                 PIC ZZZ9.

01  WS-FIGURE-LINE.
    05  WS-FL-HALF OCCURS 2 TIMES.
        10  FILLER                 PIC X(2).
        10  WS-FL-LABEL            PIC X(18).
        10  FILLER                 PIC X(1).
        10  WS-FL-TONIGHT          PIC X(17).
        10  FILLER                 PIC X(2).
        10  WS-FL-LAST-NIGHT       PIC X(17).
        10  FILLER                 PIC X(9).

01  WS-RETURN-CODE                 PIC 9(4) VALUE 0.

01  WS-RUN-STATS-AREA.
    05  WS-STATS-STEP-NAME         PIC X(8) VALUE SPACES.
    05  WS-STATS-TIME              PIC X(8) VALUE SPACES.
    05  WS-STATS-IDX               PIC 9(2) VALUE 0.

PROCEDURE DIVISION.
0000-MAIN-LOGIC.
    PERFORM 0100-INITIALIZE
    PERFORM 0200-FIND-TONIGHT
    IF WS-TONIGHT-FOUND
        PERFORM 0300-LOAD-STATISTICS
    END-IF
    PERFORM 0400-PRINT-STEPS
    PERFORM 0500-CROSS-FOOT
    PERFORM 0600-CONTROL-TOTALS
    PERFORM 0900-TERMINATE
    STOP RUN.

0100-INITIALIZE.
    ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
    ACCEPT WS-RUN-TIME FROM TIME
    MOVE WS-RUN-DATE-YYYYMMDD TO WS-RUN-DATE-NUM
    STRING WS-RUN-MM DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           WS-RUN-DD DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           WS-RUN-YYYY DELIMITED BY SIZE
           INTO WS-RUN-DATE-EDIT
    END-STRING
    PERFORM VARYING WS-STEP-IDX FROM 1 BY 1 UNTIL WS-STEP-IDX > 7
        MOVE "N" TO WS-TN-FOUND-SW(WS-STEP-IDX)
        MOVE "N" TO WS-LN-FOUND-SW(WS-STEP-IDX)
        MOVE 0 TO WS-TN-RETURN-CODE(WS-STEP-IDX)
        MOVE 0 TO WS-LN-RETURN-CODE(WS-STEP-IDX)
        MOVE SPACES TO WS-LN-BUSINESS-DATE(WS-STEP-IDX)
        PERFORM VARYING WS-FIG-IDX FROM 1 BY 1 UNTIL WS-FIG-IDX > 12
            MOVE 0 TO WS-TN-FIGURE(WS-STEP-IDX, WS-FIG-IDX)
            MOVE 0 TO WS-LN-FIGURE(WS-STEP-IDX, WS-FIG-IDX)
        END-PERFORM
    END-PERFORM
    OPEN OUTPUT REPORT-FILE
    IF WS-REPORT-STATUS NOT = "00"
        DISPLAY "RUNCTL01 - UNABLE TO OPEN CTLRPT, STATUS="
            WS-REPORT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE SPACES TO REPORT-RECORD
    STRING "RUNCTL01 - TBLPOP NIGHTLY CONTROL SHEET" DELIMITED BY SIZE
           "   RUN DATE: " DELIMITED BY SIZE
           WS-RUN-DATE-EDIT DELIMITED BY SIZE
           INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD.

0110-OPEN-RUN-STATS.
    MOVE "N" TO WS-STATS-EOF-SW
    MOVE "N" TO WS-STATS-OPEN-SW
    OPEN INPUT RUN-STATS-FILE
    IF WS-RUNSTATS-STATUS = "00"
        SET WS-STATS-OPEN TO TRUE
        PERFORM 0120-READ-RUN-STATS
    ELSE
        IF WS-RUNSTATS-STATUS = "05"
            SET WS-STATS-OPEN TO TRUE
        ELSE
            DISPLAY "RUNCTL01 - UNABLE TO OPEN RUNSTATS, STATUS="
                WS-RUNSTATS-STATUS
        END-IF
        SET WS-STATS-EOF TO TRUE
    END-IF.

0120-READ-RUN-STATS.
    READ RUN-STATS-FILE
        AT END
            SET WS-STATS-EOF TO TRUE
    END-READ.

0130-CLOSE-RUN-STATS.
    IF WS-STATS-OPEN
        CLOSE RUN-STATS-FILE
        MOVE "N" TO WS-STATS-OPEN-SW
    END-IF.

0200-FIND-TONIGHT.
    PERFORM 0110-OPEN-RUN-STATS
    PERFORM UNTIL WS-STATS-EOF
        IF STS-PROGRAM-ID NOT = "RUNCTL01"
            ADD 1 TO WS-LATEST-COUNT
            MOVE STS-BUSINESS-DATE TO WS-LATEST-BUSINESS-DATE
            MOVE STS-RUN-DATE TO WS-LATEST-RUN-DATE
            MOVE STS-RUN-TIME TO WS-LATEST-RUN-TIME
        END-IF
        PERFORM 0120-READ-RUN-STATS
    END-PERFORM
    PERFORM 0130-CLOSE-RUN-STATS
    IF WS-LATEST-COUNT > 0
            AND WS-LATEST-RUN-DATE IS NUMERIC
            AND WS-LATEST-RUN-TIME IS NUMERIC
            AND WS-LATEST-BUSINESS-DATE NOT = SPACES
        COMPUTE WS-NOW-SECONDS =
            FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM) * 86400
            + WS-RUN-HH * 3600 + WS-RUN-MI * 60 + WS-RUN-SS
        COMPUTE WS-LATEST-SECONDS =
            FUNCTION INTEGER-OF-DATE(WS-LATEST-RUN-DATE-N) * 86400
            + WS-LATEST-HH * 3600 + WS-LATEST-MI * 60 + WS-LATEST-SS
        IF WS-LATEST-SECONDS NOT > WS-NOW-SECONDS
                AND WS-NOW-SECONDS - WS-LATEST-SECONDS
                    NOT > WS-FRESH-SECONDS
            SET WS-TONIGHT-FOUND TO TRUE
            MOVE WS-LATEST-BUSINESS-DATE TO WS-TONIGHT-DATE
        END-IF
    END-IF.

0300-LOAD-STATISTICS.
    PERFORM 0110-OPEN-RUN-STATS
    PERFORM UNTIL WS-STATS-EOF
        PERFORM 3000-POST-RECORD
        PERFORM 0120-READ-RUN-STATS
    END-PERFORM
    PERFORM 0130-CLOSE-RUN-STATS.

3000-POST-RECORD.
    MOVE 0 TO WS-FOUND-IDX
    PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
            UNTIL WS-STEP-IDX > 7 OR WS-FOUND-IDX > 0
        IF WS-STEP-NAME(WS-STEP-IDX) = STS-STEP-NAME
                AND WS-STEP-PROGRAM(WS-STEP-IDX) = STS-PROGRAM-ID
            MOVE WS-STEP-IDX TO WS-FOUND-IDX
        END-IF
    END-PERFORM
    IF WS-FOUND-IDX > 0
        IF STS-BUSINESS-DATE = WS-TONIGHT-DATE
            PERFORM 3100-POST-TONIGHT
        ELSE
            IF STS-BUSINESS-DATE < WS-TONIGHT-DATE
                    AND (NOT WS-LN-FOUND(WS-FOUND-IDX)
                    OR STS-BUSINESS-DATE NOT <
                        WS-LN-BUSINESS-DATE(WS-FOUND-IDX))
                PERFORM 3200-POST-LAST-NIGHT
            END-IF
        END-IF
    END-IF.

3100-POST-TONIGHT.
    SET WS-TN-FOUND(WS-FOUND-IDX) TO TRUE
    MOVE STS-RUN-DATE TO WS-TN-RUN-DATE(WS-FOUND-IDX)
    MOVE STS-RUN-TIME TO WS-TN-RUN-TIME(WS-FOUND-IDX)
    IF STS-RETURN-CODE IS NUMERIC
        MOVE STS-RETURN-CODE TO WS-TN-RETURN-CODE(WS-FOUND-IDX)
    ELSE
        MOVE 16 TO WS-TN-RETURN-CODE(WS-FOUND-IDX)
    END-IF
    PERFORM VARYING WS-FIG-IDX FROM 1 BY 1 UNTIL WS-FIG-IDX > 12
        PERFORM 3300-CONVERT-FIGURE
        MOVE WS-FIGURE-WORK TO WS-TN-FIGURE(WS-FOUND-IDX, WS-FIG-IDX)
    END-PERFORM.

3200-POST-LAST-NIGHT.
    SET WS-LN-FOUND(WS-FOUND-IDX) TO TRUE
    MOVE STS-BUSINESS-DATE TO WS-LN-BUSINESS-DATE(WS-FOUND-IDX)
    IF STS-BUSINESS-DATE > WS-LAST-NIGHT-DATE
            OR WS-LAST-NIGHT-DATE = SPACES
        MOVE STS-BUSINESS-DATE TO WS-LAST-NIGHT-DATE
    END-IF
    IF STS-RETURN-CODE IS NUMERIC
        MOVE STS-RETURN-CODE TO WS-LN-RETURN-CODE(WS-FOUND-IDX)
    ELSE
        MOVE 16 TO WS-LN-RETURN-CODE(WS-FOUND-IDX)
    END-IF
    PERFORM VARYING WS-FIG-IDX FROM 1 BY 1 UNTIL WS-FIG-IDX > 12
        PERFORM 3300-CONVERT-FIGURE
        MOVE WS-FIGURE-WORK TO WS-LN-FIGURE(WS-FOUND-IDX, WS-FIG-IDX)
    END-PERFORM.

3300-CONVERT-FIGURE.
    MOVE 0 TO WS-FIGURE-WORK
    IF WS-FIG-IDX > 8
        IF STS-AMOUNT(WS-FIG-IDX - 8) NOT = SPACES
            COMPUTE WS-FIGURE-WORK =
                FUNCTION NUMVAL(STS-AMOUNT(WS-FIG-IDX - 8))
        END-IF
    ELSE
        IF STS-COUNT(WS-FIG-IDX) IS NUMERIC
            MOVE STS-COUNT(WS-FIG-IDX) TO WS-FIGURE-WORK
        END-IF
    END-IF.

0400-PRINT-STEPS.
    MOVE SPACES TO REPORT-RECORD
    IF WS-TONIGHT-FOUND
        IF WS-LAST-NIGHT-DATE = SPACES
            MOVE "(NONE ON FILE)" TO WS-LAST-NIGHT-DATE
        END-IF
        STRING "BUSINESS DATE: " DELIMITED BY SIZE
               WS-TONIGHT-DATE DELIMITED BY SIZE
               "   COMPARED WITH BUSINESS DATE: " DELIMITED BY SIZE
               WS-LAST-NIGHT-DATE DELIMITED BY SIZE
               INTO REPORT-RECORD
        END-STRING
    ELSE
        STRING "*** NO RUN STATISTICS WRITTEN IN THE LAST 12 HOURS"
                   DELIMITED BY SIZE
               " - JOB DID NOT RUN OR RUNSTATS NOT WRITTEN ***"
                   DELIMITED BY SIZE
               INTO REPORT-RECORD
        END-STRING
    END-IF
    WRITE REPORT-RECORD
    MOVE SPACES TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE SPACES TO WS-FIGURE-LINE
    PERFORM VARYING WS-HALF-IDX FROM 1 BY 1 UNTIL WS-HALF-IDX > 2
        MOVE "FIGURE" TO WS-FL-LABEL(WS-HALF-IDX)
        MOVE "          TONIGHT" TO WS-FL-TONIGHT(WS-HALF-IDX)
        MOVE "       LAST NIGHT" TO WS-FL-LAST-NIGHT(WS-HALF-IDX)
    END-PERFORM
    MOVE WS-FIGURE-LINE TO REPORT-RECORD
    WRITE REPORT-RECORD
    PERFORM VARYING WS-STEP-IDX FROM 1 BY 1 UNTIL WS-STEP-IDX > 7
        PERFORM 4000-PRINT-ONE-STEP
    END-PERFORM.

4000-PRINT-ONE-STEP.
    MOVE SPACES TO REPORT-RECORD
    IF WS-TN-FOUND(WS-STEP-IDX)
        ADD 1 TO WS-STEPS-RUN
        IF WS-LN-FOUND(WS-STEP-IDX)
            MOVE WS-LN-RETURN-CODE(WS-STEP-IDX) TO WS-RC-PRT
        ELSE
            MOVE "NONE" TO WS-RC-PRT
        END-IF
        EVALUATE TRUE
            WHEN WS-TN-RETURN-CODE(WS-STEP-IDX) > 4
                ADD 1 TO WS-STEPS-FAILED
                MOVE "*** STEP FAILED ***" TO WS-STEP-FLAG
            WHEN WS-TN-RETURN-CODE(WS-STEP-IDX) > 0
                ADD 1 TO WS-STEPS-WARNING
                MOVE "WARNING" TO WS-STEP-FLAG
            WHEN OTHER
                MOVE SPACES TO WS-STEP-FLAG
        END-EVALUATE
        STRING WS-STEP-NAME(WS-STEP-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-STEP-PROGRAM(WS-STEP-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-STEP-TITLE(WS-STEP-IDX) DELIMITED BY SIZE
               "RC " DELIMITED BY SIZE
               WS-TN-RETURN-CODE(WS-STEP-IDX) DELIMITED BY SIZE
               "  RAN " DELIMITED BY SIZE
               WS-TN-RUN-DATE(WS-STEP-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-TN-RUN-TIME(WS-STEP-IDX) DELIMITED BY SIZE
               "   LAST NIGHT RC " DELIMITED BY SIZE
               WS-RC-PRT DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-STEP-FLAG DELIMITED BY SIZE
               INTO REPORT-RECORD
        END-STRING
        WRITE REPORT-RECORD
        PERFORM 4100-PRINT-FIGURES
    ELSE
        ADD 1 TO WS-STEPS-MISSING
        STRING WS-STEP-NAME(WS-STEP-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-STEP-PROGRAM(WS-STEP-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-STEP-TITLE(WS-STEP-IDX) DELIMITED BY SIZE
               "*** DID NOT RUN - NO STATISTICS FOR THIS BUSINESS DATE ***"
                   DELIMITED BY SIZE
               INTO REPORT-RECORD
        END-STRING
        WRITE REPORT-RECORD
    END-IF.

4100-PRINT-FIGURES.
    MOVE SPACES TO WS-FIGURE-LINE
    MOVE 1 TO WS-HALF-IDX
    MOVE "N" TO WS-HALF-PENDING-SW
    PERFORM VARYING WS-FIG-IDX FROM 1 BY 1 UNTIL WS-FIG-IDX > 12
        IF WS-LABEL-TEXT(WS-STEP-IDX, WS-FIG-IDX) NOT = SPACES
            PERFORM 4200-FORMAT-FIGURE
        END-IF
    END-PERFORM
    IF WS-HALF-PENDING
        MOVE WS-FIGURE-LINE TO REPORT-RECORD
        WRITE REPORT-RECORD
    END-IF.

4200-FORMAT-FIGURE.
    MOVE WS-LABEL-TEXT(WS-STEP-IDX, WS-FIG-IDX) TO WS-FL-LABEL(WS-HALF-IDX)
    MOVE WS-TN-FIGURE(WS-STEP-IDX, WS-FIG-IDX) TO WS-FIGURE-WORK
    PERFORM 4300-EDIT-FIGURE
    MOVE WS-FIGURE-PRT TO WS-FL-TONIGHT(WS-HALF-IDX)
    IF WS-LN-FOUND(WS-STEP-IDX)
        MOVE WS-LN-FIGURE(WS-STEP-IDX, WS-FIG-IDX) TO WS-FIGURE-WORK
        PERFORM 4300-EDIT-FIGURE
        MOVE WS-FIGURE-PRT TO WS-FL-LAST-NIGHT(WS-HALF-IDX)
    ELSE
        MOVE "           (NONE)" TO WS-FL-LAST-NIGHT(WS-HALF-IDX)
    END-IF
    IF WS-HALF-IDX = 1
        MOVE 2 TO WS-HALF-IDX
        SET WS-HALF-PENDING TO TRUE
    ELSE
        MOVE WS-FIGURE-LINE TO REPORT-RECORD
        WRITE REPORT-RECORD
        MOVE SPACES TO WS-FIGURE-LINE
        MOVE 1 TO WS-HALF-IDX
        MOVE "N" TO WS-HALF-PENDING-SW
    END-IF.

4300-EDIT-FIGURE.
    MOVE SPACES TO WS-FIGURE-PRT
    IF WS-FIG-IDX > 8
        MOVE WS-FIGURE-WORK TO WS-AMOUNT-EDIT
        MOVE WS-AMOUNT-EDIT TO WS-FIGURE-PRT
    ELSE
        MOVE WS-FIGURE-WORK TO WS-FIG-COUNT-EDIT
        MOVE WS-FIG-COUNT-EDIT TO WS-FIGURE-PRT(1:13)
    END-IF.

0500-CROSS-FOOT.
    MOVE SPACES TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE SPACES TO REPORT-RECORD
    STRING "CROSS-FOOT CHECK" DELIMITED BY SIZE
           "                                              " DELIMITED BY SIZE
           "             LEFT" DELIMITED BY SIZE
           "              RIGHT" DELIMITED BY SIZE
           "  RESULT" DELIMITED BY SIZE
           INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD
    IF NOT WS-TONIGHT-FOUND
        MOVE "NO CHECKS MADE - NO STATISTICS FOR TONIGHT" TO REPORT-RECORD
        WRITE REPORT-RECORD
    ELSE
        PERFORM 0510-EDIT-CHECKS
        PERFORM 0520-TABLE-COUNT-CHECKS
        PERFORM 0530-TABLE-AMOUNT-CHECKS
    END-IF.

0510-EDIT-CHECKS.
    MOVE "C" TO WS-CHK-KIND
    MOVE "TRNEDT01 READ = ACCEPTED + REJECTED + HELD" TO WS-CHK-TEXT
    IF WS-TN-FOUND(1)
        MOVE WS-TN-FIGURE(1, 1) TO WS-CHK-LEFT
        COMPUTE WS-CHK-RIGHT = WS-TN-FIGURE(1, 2) + WS-TN-FIGURE(1, 3)
            + WS-TN-FIGURE(1, 4)
        PERFORM 5000-TEST-CHECK
    ELSE
        PERFORM 5100-SKIP-CHECK
    END-IF
    MOVE "TRNEDT01 REJECTED = TRNRCY01 REJECTS IN" TO WS-CHK-TEXT
    IF WS-TN-FOUND(1) AND WS-TN-FOUND(2)
        MOVE WS-TN-FIGURE(1, 3) TO WS-CHK-LEFT
        MOVE WS-TN-FIGURE(2, 1) TO WS-CHK-RIGHT
        PERFORM 5000-TEST-CHECK
    ELSE
        PERFORM 5100-SKIP-CHECK
    END-IF
    MOVE "TRNRCY01 BROUGHT FWD = LAST NIGHT CARRIED FWD" TO WS-CHK-TEXT
    IF WS-TN-FOUND(2) AND WS-LN-FOUND(2)
        MOVE WS-TN-FIGURE(2, 2) TO WS-CHK-LEFT
        MOVE WS-LN-FIGURE(2, 8) TO WS-CHK-RIGHT
        PERFORM 5000-TEST-CHECK
    ELSE
        IF WS-TN-FOUND(2)
            PERFORM 5150-SKIP-NO-PRIOR
        ELSE
            PERFORM 5100-SKIP-CHECK
        END-IF
    END-IF
    MOVE "TRNRCY01 FWD + NEW = CLEARED/CORR/WOFF/AGED/CF" TO WS-CHK-TEXT
    IF WS-TN-FOUND(2)
        COMPUTE WS-CHK-LEFT = WS-TN-FIGURE(2, 2) + WS-TN-FIGURE(2, 3)
        COMPUTE WS-CHK-RIGHT = WS-TN-FIGURE(2, 4) + WS-TN-FIGURE(2, 5)
            + WS-TN-FIGURE(2, 6) + WS-TN-FIGURE(2, 7) + WS-TN-FIGURE(2, 8)
        PERFORM 5000-TEST-CHECK
    ELSE
        PERFORM 5100-SKIP-CHECK
    END-IF
    MOVE "TRNEDT01 ACCEPTED = TBLPOP01 TRANS READ" TO WS-CHK-TEXT
    IF WS-TN-FOUND(1) AND WS-TN-FOUND(3)
        MOVE WS-TN-FIGURE(1, 2) TO WS-CHK-LEFT
        MOVE WS-TN-FIGURE(3, 1) TO WS-CHK-RIGHT
        PERFORM 5000-TEST-CHECK
    ELSE
        PERFORM 5100-SKIP-CHECK
    END-IF
    MOVE "TRNEDT01 ACCEPTED = TBLBAL01 TRANS READ" TO WS-CHK-TEXT
    IF WS-TN-FOUND(1) AND WS-TN-FOUND(4)
        MOVE WS-TN-FIGURE(1, 2) TO WS-CHK-LEFT
        MOVE WS-TN-FIGURE(4, 1) TO WS-CHK-RIGHT
        PERFORM 5000-TEST-CHECK
    ELSE
        PERFORM 5100-SKIP-CHECK
    END-IF.

0520-TABLE-COUNT-CHECKS.
    MOVE "C" TO WS-CHK-KIND
    MOVE "TBLPOP01 TABLE ROWS = TBLBAL01 TABLE ROWS" TO WS-CHK-TEXT
    IF WS-TN-FOUND(3) AND WS-TN-FOUND(4)
        MOVE WS-TN-FIGURE(3, 4) TO WS-CHK-LEFT
        MOVE WS-TN-FIGURE(4, 5) TO WS-CHK-RIGHT
        PERFORM 5000-TEST-CHECK
    ELSE
        PERFORM 5100-SKIP-CHECK
    END-IF
    MOVE "TBLPOP01 TABLE ROWS = TBLCMP01 TODAY ROWS" TO WS-CHK-TEXT
    IF WS-TN-FOUND(3) AND WS-TN-FOUND(5)
        MOVE WS-TN-FIGURE(3, 4) TO WS-CHK-LEFT
        MOVE WS-TN-FIGURE(5, 2) TO WS-CHK-RIGHT
        PERFORM 5000-TEST-CHECK
    ELSE
        PERFORM 5100-SKIP-CHECK
    END-IF
    MOVE "TBLCMP01 PRIOR ROWS = LAST NIGHT TBLPOP01 ROWS" TO WS-CHK-TEXT
    IF WS-TN-FOUND(5) AND WS-LN-FOUND(3)
        MOVE WS-TN-FIGURE(5, 1) TO WS-CHK-LEFT
        MOVE WS-LN-FIGURE(3, 4) TO WS-CHK-RIGHT
        PERFORM 5000-TEST-CHECK
    ELSE
        IF WS-TN-FOUND(5)
            PERFORM 5150-SKIP-NO-PRIOR
        ELSE
            PERFORM 5100-SKIP-CHECK
        END-IF
    END-IF
    MOVE "TBLPOP01 TABLE ROWS = TBLXTR01 ROWS READ" TO WS-CHK-TEXT
    IF WS-TN-FOUND(3) AND WS-TN-FOUND(6)
        MOVE WS-TN-FIGURE(3, 4) TO WS-CHK-LEFT
        MOVE WS-TN-FIGURE(6, 1) TO WS-CHK-RIGHT
        PERFORM 5000-TEST-CHECK
    ELSE
        PERFORM 5100-SKIP-CHECK
    END-IF
    MOVE "TBLPOP01 DATA ROWS = TBLXTR01 DETAILS SHIPPED" TO WS-CHK-TEXT
    IF WS-TN-FOUND(3) AND WS-TN-FOUND(6)
        MOVE WS-TN-FIGURE(3, 5) TO WS-CHK-LEFT
        MOVE WS-TN-FIGURE(6, 2) TO WS-CHK-RIGHT
        PERFORM 5000-TEST-CHECK
    ELSE
        PERFORM 5100-SKIP-CHECK
    END-IF
    MOVE "TBLPOP01 TABLE ROWS = TBLHST01 ROWS READ" TO WS-CHK-TEXT
    IF WS-TN-FOUND(3) AND WS-TN-FOUND(7)
        MOVE WS-TN-FIGURE(3, 4) TO WS-CHK-LEFT
        MOVE WS-TN-FIGURE(7, 1) TO WS-CHK-RIGHT
        PERFORM 5000-TEST-CHECK
    ELSE
        PERFORM 5100-SKIP-CHECK
    END-IF
    MOVE "TBLPOP01 DATA ROWS = TBLHST01 ROWS APPENDED" TO WS-CHK-TEXT
    IF WS-TN-FOUND(3) AND WS-TN-FOUND(7)
        MOVE WS-TN-FIGURE(3, 5) TO WS-CHK-LEFT
        MOVE WS-TN-FIGURE(7, 2) TO WS-CHK-RIGHT
        PERFORM 5000-TEST-CHECK
    ELSE
        PERFORM 5100-SKIP-CHECK
    END-IF.

0530-TABLE-AMOUNT-CHECKS.
    MOVE "A" TO WS-CHK-KIND
    MOVE "TRNEDT01 ACCEPTED AMT = TBLBAL01 INPUT AMT" TO WS-CHK-TEXT
    IF WS-TN-FOUND(1) AND WS-TN-FOUND(4)
        IF WS-TN-FIGURE(4, 3) = 0
            MOVE WS-TN-FIGURE(1, 9) TO WS-CHK-LEFT
            MOVE WS-TN-FIGURE(4, 9) TO WS-CHK-RIGHT
            PERFORM 5000-TEST-CHECK
        ELSE
            MOVE "NOT CHECKED - DATE WINDOW USED" TO WS-CHK-RESULT
            PERFORM 5200-WRITE-SKIPPED-LINE
        END-IF
    ELSE
        PERFORM 5100-SKIP-CHECK
    END-IF
    MOVE "TBLBAL01 INPUT AMOUNT = TBLBAL01 TABLE AMOUNT" TO WS-CHK-TEXT
    IF WS-TN-FOUND(4)
        MOVE WS-TN-FIGURE(4, 9) TO WS-CHK-LEFT
        MOVE WS-TN-FIGURE(4, 11) TO WS-CHK-RIGHT
        PERFORM 5000-TEST-CHECK
    ELSE
        PERFORM 5100-SKIP-CHECK
    END-IF
    MOVE "TBLPOP01 TABLE AMOUNT = TBLBAL01 TABLE AMOUNT" TO WS-CHK-TEXT
    IF WS-TN-FOUND(3) AND WS-TN-FOUND(4)
        MOVE WS-TN-FIGURE(3, 9) TO WS-CHK-LEFT
        MOVE WS-TN-FIGURE(4, 11) TO WS-CHK-RIGHT
        PERFORM 5000-TEST-CHECK
    ELSE
        PERFORM 5100-SKIP-CHECK
    END-IF
    MOVE "TBLPOP01 TABLE AMOUNT = TBLCMP01 TODAY TOTAL" TO WS-CHK-TEXT
    IF WS-TN-FOUND(3) AND WS-TN-FOUND(5)
        MOVE WS-TN-FIGURE(3, 9) TO WS-CHK-LEFT
        MOVE WS-TN-FIGURE(5, 12) TO WS-CHK-RIGHT
        PERFORM 5000-TEST-CHECK
    ELSE
        PERFORM 5100-SKIP-CHECK
    END-IF
    MOVE "TBLPOP01 TABLE AMOUNT = TBLXTR01 HASH TOTAL" TO WS-CHK-TEXT
    IF WS-TN-FOUND(3) AND WS-TN-FOUND(6)
        MOVE WS-TN-FIGURE(3, 9) TO WS-CHK-LEFT
        MOVE WS-TN-FIGURE(6, 9) TO WS-CHK-RIGHT
        PERFORM 5000-TEST-CHECK
    ELSE
        PERFORM 5100-SKIP-CHECK
    END-IF
    MOVE "TBLPOP01 TABLE AMOUNT = TBLHST01 AMT APPENDED" TO WS-CHK-TEXT
    IF WS-TN-FOUND(3) AND WS-TN-FOUND(7)
        MOVE WS-TN-FIGURE(3, 9) TO WS-CHK-LEFT
        MOVE WS-TN-FIGURE(7, 9) TO WS-CHK-RIGHT
        PERFORM 5000-TEST-CHECK
    ELSE
        PERFORM 5100-SKIP-CHECK
    END-IF.

5000-TEST-CHECK.
    ADD 1 TO WS-CHECKS-MADE
    IF WS-CHK-LEFT = WS-CHK-RIGHT
        MOVE "OK" TO WS-CHK-RESULT
    ELSE
        ADD 1 TO WS-CHECKS-FAILED
        MOVE "*** DOES NOT CARRY FORWARD ***" TO WS-CHK-RESULT
    END-IF
    IF WS-CHK-IS-AMOUNT
        MOVE WS-CHK-LEFT TO WS-AMOUNT-EDIT
        MOVE WS-AMOUNT-EDIT TO WS-CHK-LEFT-PRT
        MOVE WS-CHK-RIGHT TO WS-AMOUNT-EDIT
        MOVE WS-AMOUNT-EDIT TO WS-CHK-RIGHT-PRT
    ELSE
        MOVE SPACES TO WS-CHK-LEFT-PRT
        MOVE SPACES TO WS-CHK-RIGHT-PRT
        MOVE WS-CHK-LEFT TO WS-FIG-COUNT-EDIT
        MOVE WS-FIG-COUNT-EDIT TO WS-CHK-LEFT-PRT(1:13)
        MOVE WS-CHK-RIGHT TO WS-FIG-COUNT-EDIT
        MOVE WS-FIG-COUNT-EDIT TO WS-CHK-RIGHT-PRT(1:13)
    END-IF
    PERFORM 5300-WRITE-CHECK-LINE.

5100-SKIP-CHECK.
    MOVE "NOT CHECKED - STEP DID NOT RUN" TO WS-CHK-RESULT
    PERFORM 5200-WRITE-SKIPPED-LINE.

5150-SKIP-NO-PRIOR.
    MOVE "NOT CHECKED - NO PRIOR NIGHT" TO WS-CHK-RESULT
    PERFORM 5200-WRITE-SKIPPED-LINE.

5200-WRITE-SKIPPED-LINE.
    ADD 1 TO WS-CHECKS-SKIPPED
    MOVE SPACES TO WS-CHK-LEFT-PRT
    MOVE SPACES TO WS-CHK-RIGHT-PRT
    PERFORM 5300-WRITE-CHECK-LINE.

5300-WRITE-CHECK-LINE.
    MOVE SPACES TO REPORT-RECORD
    STRING WS-CHK-TEXT DELIMITED BY SIZE
           "    " DELIMITED BY SIZE
           WS-CHK-LEFT-PRT DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-CHK-RIGHT-PRT DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-CHK-RESULT DELIMITED BY SIZE
           INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD.

0600-CONTROL-TOTALS.
    EVALUATE TRUE
        WHEN NOT WS-TONIGHT-FOUND
            MOVE 16 TO WS-RETURN-CODE
        WHEN WS-STEPS-MISSING > 0
                OR WS-STEPS-FAILED > 0
                OR WS-CHECKS-FAILED > 0
            MOVE 8 TO WS-RETURN-CODE
        WHEN WS-STEPS-WARNING > 0
            MOVE 4 TO WS-RETURN-CODE
        WHEN OTHER
            MOVE 0 TO WS-RETURN-CODE
    END-EVALUATE
    MOVE SPACES TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE "STEPS RUN / NOT RUN  . . . : " TO WS-REPORT-LABEL
    MOVE WS-STEPS-RUN TO WS-COUNT-EDIT
    MOVE SPACES TO REPORT-RECORD
    STRING WS-REPORT-LABEL DELIMITED BY SIZE
           WS-COUNT-EDIT DELIMITED BY SIZE
           " /" DELIMITED BY SIZE
           INTO REPORT-RECORD
    END-STRING
    MOVE WS-STEPS-MISSING TO WS-COUNT-EDIT
    MOVE WS-COUNT-EDIT TO REPORT-RECORD(39:7)
    MOVE "STEPS WARNING / FAILED . . : " TO REPORT-RECORD(67:29)
    MOVE WS-STEPS-WARNING TO WS-COUNT-EDIT
    MOVE WS-COUNT-EDIT TO REPORT-RECORD(96:7)
    MOVE " /" TO REPORT-RECORD(103:2)
    MOVE WS-STEPS-FAILED TO WS-COUNT-EDIT
    MOVE WS-COUNT-EDIT TO REPORT-RECORD(106:7)
    WRITE REPORT-RECORD
    MOVE "CHECKS MADE / NOT MADE . . : " TO WS-REPORT-LABEL
    MOVE WS-CHECKS-MADE TO WS-COUNT-EDIT
    MOVE SPACES TO REPORT-RECORD
    STRING WS-REPORT-LABEL DELIMITED BY SIZE
           WS-COUNT-EDIT DELIMITED BY SIZE
           " /" DELIMITED BY SIZE
           INTO REPORT-RECORD
    END-STRING
    MOVE WS-CHECKS-SKIPPED TO WS-COUNT-EDIT
    MOVE WS-COUNT-EDIT TO REPORT-RECORD(39:7)
    MOVE "CHECKS FAILED  . . . . . . : " TO REPORT-RECORD(67:29)
    MOVE WS-CHECKS-FAILED TO WS-COUNT-EDIT
    MOVE WS-COUNT-EDIT TO REPORT-RECORD(96:7)
    WRITE REPORT-RECORD
    MOVE WS-RETURN-CODE TO WS-RC-EDIT
    MOVE SPACES TO REPORT-RECORD
    STRING "OVERALL RETURN CODE  . . . : " DELIMITED BY SIZE
           "   " DELIMITED BY SIZE
           WS-RC-EDIT DELIMITED BY SIZE
           "   " DELIMITED BY SIZE
           INTO REPORT-RECORD
    END-STRING
    EVALUATE WS-RETURN-CODE
        WHEN 0
            MOVE "NIGHT RAN CLEAN" TO REPORT-RECORD(40:15)
        WHEN 4
            MOVE "WARNINGS ONLY - REVIEW STEP REPORTS" TO REPORT-RECORD(40:35)
        WHEN 8
            MOVE "*** ATTENTION REQUIRED ***" TO REPORT-RECORD(40:26)
        WHEN OTHER
            MOVE "*** NO STATISTICS - JOB DID NOT RUN ***"
                TO REPORT-RECORD(40:39)
    END-EVALUATE
    WRITE REPORT-RECORD
    DISPLAY "RUNCTL01 - BUSINESS DATE " WS-TONIGHT-DATE
        " STEPS NOT RUN=" WS-STEPS-MISSING
        " STEPS FAILED=" WS-STEPS-FAILED
        " CHECKS FAILED=" WS-CHECKS-FAILED
        " RC=" WS-RETURN-CODE.

0900-TERMINATE.
    CLOSE REPORT-FILE
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
        OPEN EXTEND RUN-STATS-FILE
        IF WS-RUNSTATS-STATUS NOT = "00" AND WS-RUNSTATS-STATUS NOT = "05"
            OPEN OUTPUT RUN-STATS-FILE
        END-IF
        IF WS-RUNSTATS-STATUS = "00" OR WS-RUNSTATS-STATUS = "05"
            PERFORM 0970-BUILD-STATS-RECORD
            WRITE RUN-STATS-RECORD
            CLOSE RUN-STATS-FILE
        ELSE
            DISPLAY "RUNCTL01 - UNABLE TO OPEN RUNSTATS, STATUS="
                WS-RUNSTATS-STATUS
        END-IF
    END-IF.

0970-BUILD-STATS-RECORD.
    ACCEPT WS-STATS-TIME FROM TIME
    MOVE SPACES TO RUN-STATS-RECORD
    IF WS-TONIGHT-FOUND
        MOVE WS-TONIGHT-DATE TO STS-BUSINESS-DATE
    ELSE
        MOVE WS-RUN-DATE-YYYYMMDD TO STS-BUSINESS-DATE
    END-IF
    MOVE WS-STATS-STEP-NAME TO STS-STEP-NAME
    MOVE "RUNCTL01" TO STS-PROGRAM-ID
    MOVE WS-RUN-DATE-YYYYMMDD TO STS-RUN-DATE
    MOVE WS-STATS-TIME(1:6) TO STS-RUN-TIME
    MOVE WS-RETURN-CODE TO STS-RETURN-CODE
    PERFORM VARYING WS-STATS-IDX FROM 1 BY 1 UNTIL WS-STATS-IDX > 8
        MOVE 0 TO STS-COUNT(WS-STATS-IDX)
    END-PERFORM
    PERFORM VARYING WS-STATS-IDX FROM 1 BY 1 UNTIL WS-STATS-IDX > 4
        MOVE 0 TO STS-AMOUNT(WS-STATS-IDX)
    END-PERFORM
    MOVE WS-STEPS-RUN TO STS-COUNT(1)
    MOVE WS-STEPS-MISSING TO STS-COUNT(2)
    MOVE WS-STEPS-WARNING TO STS-COUNT(3)
    MOVE WS-STEPS-FAILED TO STS-COUNT(4)
    MOVE WS-CHECKS-MADE TO STS-COUNT(5)
    MOVE WS-CHECKS-FAILED TO STS-COUNT(6)
    MOVE WS-CHECKS-SKIPPED TO STS-COUNT(7).
