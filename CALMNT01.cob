       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CALMNT01.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL OLD-CALENDAR-FILE ASSIGN TO OLDMAST
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-OLDMAST-STATUS.
    SELECT TRANS-FILE ASSIGN TO CALTRAN
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-TRANS-STATUS.
    SELECT NEW-CALENDAR-FILE ASSIGN TO NEWMAST
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-NEWMAST-STATUS.
    SELECT REPORT-FILE ASSIGN TO MNTRPT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.
    SELECT LISTING-FILE ASSIGN TO CALLIST
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-LISTING-STATUS.

DATA DIVISION.
FILE SECTION.
FD  OLD-CALENDAR-FILE
    RECORDING MODE IS F
    RECORD CONTAINS 80 CHARACTERS.
01  OLD-CALENDAR-RECORD.
    05  OLD-CAL-KEY.
        10  OLD-CAL-COMPANY        PIC X(3).
        10  OLD-CAL-DATE           PIC X(8).
    05  FILLER                     PIC X(69).

FD  TRANS-FILE
    RECORDING MODE IS F
    RECORD CONTAINS 80 CHARACTERS.
01  TRANS-RECORD.
    05  CLT-ACTION                 PIC X(1).
        88  CLT-ADD                    VALUE "A".
        88  CLT-CHANGE                 VALUE "C".
        88  CLT-DELETE                 VALUE "D".
    05  CLT-KEY.
        10  CLT-COMPANY            PIC X(3).
        10  CLT-DATE               PIC X(8).
    05  CLT-DAY-TYPE               PIC X(1).
        88  CLT-DAY-TYPE-VALID         VALUE "H" "B".
    05  CLT-DESCRIPTION            PIC X(30).
    05  FILLER                     PIC X(37).

FD  NEW-CALENDAR-FILE
    RECORDING MODE IS F
    RECORD CONTAINS 80 CHARACTERS.
01  NEW-CALENDAR-RECORD            PIC X(80).

FD  REPORT-FILE
    RECORDING MODE IS F
    RECORD CONTAINS 132 CHARACTERS.
01  REPORT-RECORD                  PIC X(132).

FD  LISTING-FILE
    RECORDING MODE IS F
    RECORD CONTAINS 132 CHARACTERS.
01  LISTING-RECORD                 PIC X(132).

WORKING-STORAGE SECTION.
01  WS-FILE-STATUSES.
    05  WS-OLDMAST-STATUS          PIC XX VALUE SPACES.
    05  WS-TRANS-STATUS            PIC XX VALUE SPACES.
    05  WS-NEWMAST-STATUS          PIC XX VALUE SPACES.
    05  WS-REPORT-STATUS           PIC XX VALUE SPACES.
    05  WS-LISTING-STATUS          PIC XX VALUE SPACES.

01  WS-SWITCHES.
    05  WS-OLDMAST-EOF-SW          PIC X VALUE "N".
        88  WS-OLDMAST-EOF              VALUE "Y".
    05  WS-TRANS-EOF-SW            PIC X VALUE "N".
        88  WS-TRANS-EOF               VALUE "Y".
    05  WS-ON-CALENDAR-SW          PIC X VALUE "N".
        88  WS-ON-CALENDAR             VALUE "Y".
    05  WS-TRANS-OK-SW             PIC X VALUE "Y".
        88  WS-TRANS-OK                VALUE "Y".
        88  WS-TRANS-BAD               VALUE "N".
    05  WS-ANY-ERROR-SW            PIC X VALUE "N".
        88  WS-ANY-ERROR               VALUE "Y".

01  WS-RUN-DATE-AREA.
    05  WS-RUN-DATE-YYYYMMDD.
        10  WS-RUN-YYYY            PIC 9(4).
        10  WS-RUN-MM              PIC 9(2).
        10  WS-RUN-DD              PIC 9(2).
    05  WS-RUN-DATE-EDIT           PIC X(10).

01  WS-MAINT-COUNTS.
    05  WS-OLDMAST-COUNT           PIC 9(7) VALUE 0.
    05  WS-TRANS-COUNT             PIC 9(7) VALUE 0.
    05  WS-ADD-COUNT               PIC 9(7) VALUE 0.
    05  WS-CHANGE-COUNT            PIC 9(7) VALUE 0.
    05  WS-DELETE-COUNT            PIC 9(7) VALUE 0.
    05  WS-ERROR-COUNT             PIC 9(7) VALUE 0.
    05  WS-NEWMAST-COUNT           PIC 9(7) VALUE 0.
    05  WS-HOLIDAY-COUNT           PIC 9(7) VALUE 0.
    05  WS-BUSINESS-COUNT          PIC 9(7) VALUE 0.
    05  WS-CO-ENTRY-COUNT          PIC 9(7) VALUE 0.
    05  WS-COUNT-EDIT              PIC ZZZZZZ9.
    05  WS-REPORT-LABEL            PIC X(29).

01  WS-MATCH-KEYS.
    05  WS-OLD-KEY                 PIC X(11) VALUE LOW-VALUES.
    05  WS-TRN-KEY                 PIC X(11) VALUE LOW-VALUES.
    05  WS-CURRENT-KEY             PIC X(11) VALUE LOW-VALUES.
    05  WS-PREV-OLD-KEY            PIC X(11) VALUE LOW-VALUES.
    05  WS-PREV-TRN-KEY            PIC X(11) VALUE LOW-VALUES.
    05  WS-LIST-COMPANY            PIC X(3) VALUE LOW-VALUES.

01  WS-CALENDAR-WORK.
    05  WS-CL-COMPANY              PIC X(3).
    05  WS-CL-DATE                 PIC X(8).
    05  WS-CL-DAY-TYPE             PIC X(1).
        88  WS-CL-HOLIDAY              VALUE "H".
        88  WS-CL-BUSINESS-DAY         VALUE "B".
    05  WS-CL-DESCRIPTION          PIC X(30).
    05  WS-CL-LAST-MAINT-DATE      PIC X(8).
    05  FILLER                     PIC X(30).

01  WS-IMAGE-AREA.
    05  WS-BEFORE-IMAGE            PIC X(80).
    05  WS-IMAGE                   PIC X(80).
    05  WS-IMAGE-FIELDS REDEFINES WS-IMAGE.
        10  WS-IMG-COMPANY         PIC X(3).
        10  WS-IMG-DATE            PIC X(8).
        10  WS-IMG-DAY-TYPE        PIC X(1).
        10  WS-IMG-DESCRIPTION     PIC X(30).
        10  WS-IMG-LAST-MAINT-DATE PIC X(8).
        10  FILLER                 PIC X(30).
    05  WS-IMAGE-TEXT              PIC X(60).
    05  WS-ACTION-WORD             PIC X(10).
    05  WS-ERROR-TEXT              PIC X(60).

01  WS-DATE-CHECK.
    05  WS-CHECK-DATE.
        10  WS-CHECK-YYYY          PIC 9(4).
        10  WS-CHECK-MM            PIC 9(2).
        10  WS-CHECK-DD            PIC 9(2).
    05  WS-CHECK-DATE-NUM REDEFINES WS-CHECK-DATE
                                   PIC 9(8).
    05  WS-MAX-DD                  PIC 9(2) VALUE 0.
    05  WS-LEAP-REM                PIC 9(4) VALUE 0.
    05  WS-DAYS-TABLE-X            PIC X(24)
                                   VALUE "312831303130313130313031".
    05  WS-DAYS-TABLE REDEFINES WS-DAYS-TABLE-X.
        10  WS-DAYS-IN-MONTH OCCURS 12 TIMES
                                   PIC 9(2).
    05  WS-DATE-INT                PIC 9(9) VALUE 0.
    05  WS-WEEKDAY                 PIC 9 VALUE 0.
    05  WS-WEEKDAY-NAMES-X         PIC X(21)
                                   VALUE "MONTUEWEDTHUFRISATSUN".
    05  WS-WEEKDAY-NAMES REDEFINES WS-WEEKDAY-NAMES-X.
        10  WS-WEEKDAY-NAME OCCURS 7 TIMES
                                   PIC X(3).
    05  WS-DAY-TYPE-TEXT           PIC X(12).
    05  WS-COMPANY-TEXT            PIC X(13).

01  WS-RETURN-CODE                 PIC 9(4) VALUE 0.

PROCEDURE DIVISION.
0000-MAIN-LOGIC.
    PERFORM 0100-INITIALIZE
    PERFORM 0300-MATCH-MERGE
    PERFORM 0500-MAINT-TOTALS
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
    OPEN INPUT OLD-CALENDAR-FILE
    IF WS-OLDMAST-STATUS NOT = "00" AND WS-OLDMAST-STATUS NOT = "05"
        DISPLAY "CALMNT01 - UNABLE TO OPEN OLDMAST, STATUS="
            WS-OLDMAST-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT TRANS-FILE
    IF WS-TRANS-STATUS NOT = "00"
        DISPLAY "CALMNT01 - UNABLE TO OPEN CALTRAN, STATUS="
            WS-TRANS-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT NEW-CALENDAR-FILE
    IF WS-NEWMAST-STATUS NOT = "00"
        DISPLAY "CALMNT01 - UNABLE TO OPEN NEWMAST, STATUS="
            WS-NEWMAST-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT REPORT-FILE
    IF WS-REPORT-STATUS NOT = "00"
        DISPLAY "CALMNT01 - UNABLE TO OPEN MNTRPT, STATUS="
            WS-REPORT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT LISTING-FILE
    IF WS-LISTING-STATUS NOT = "00"
        DISPLAY "CALMNT01 - UNABLE TO OPEN CALLIST, STATUS="
            WS-LISTING-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE SPACES TO REPORT-RECORD
    STRING "CALMNT01 - BUSINESS CALENDAR MAINTENANCE LISTING"
               DELIMITED BY SIZE
           "   RUN DATE: " DELIMITED BY SIZE
           WS-RUN-DATE-EDIT DELIMITED BY SIZE
           INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD
    MOVE SPACES TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE SPACES TO REPORT-RECORD
    STRING "ACTION     CO  DATE      IMAGE   TYPE DESCRIPTION"
               DELIMITED BY SIZE
           "                    LAST MAINT" DELIMITED BY SIZE
           INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD
    MOVE SPACES TO LISTING-RECORD
    STRING "CALMNT01 - BUSINESS CALENDAR LISTING" DELIMITED BY SIZE
           "   RUN DATE: " DELIMITED BY SIZE
           WS-RUN-DATE-EDIT DELIMITED BY SIZE
           INTO LISTING-RECORD
    END-STRING
    WRITE LISTING-RECORD
    MOVE "MONDAY-FRIDAY ARE BUSINESS DAYS UNLESS LISTED AS HOLIDAYS"
        TO LISTING-RECORD
    WRITE LISTING-RECORD
    MOVE "A COMPANY ENTRY OVERRIDES AN ALL-COMPANIES (***) ENTRY"
        TO LISTING-RECORD
    WRITE LISTING-RECORD.

0210-READ-OLD-CALENDAR.
    READ OLD-CALENDAR-FILE
        AT END
            SET WS-OLDMAST-EOF TO TRUE
    END-READ
    IF WS-OLDMAST-EOF
        MOVE HIGH-VALUES TO WS-OLD-KEY
    ELSE
        ADD 1 TO WS-OLDMAST-COUNT
        MOVE WS-OLD-KEY TO WS-PREV-OLD-KEY
        MOVE OLD-CAL-KEY TO WS-OLD-KEY
        IF WS-OLD-KEY NOT > WS-PREV-OLD-KEY
            DISPLAY "CALMNT01 - OLDMAST OUT OF SEQUENCE AT "
                OLD-CAL-COMPANY " " OLD-CAL-DATE
                " - SORT THE CALENDAR AND RERUN"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.

0310-READ-TRANS-RECORD.
    READ TRANS-FILE
        AT END
            SET WS-TRANS-EOF TO TRUE
    END-READ
    IF WS-TRANS-EOF
        MOVE HIGH-VALUES TO WS-TRN-KEY
    ELSE
        ADD 1 TO WS-TRANS-COUNT
        MOVE WS-TRN-KEY TO WS-PREV-TRN-KEY
        MOVE CLT-KEY TO WS-TRN-KEY
        IF WS-TRN-KEY < WS-PREV-TRN-KEY
            DISPLAY "CALMNT01 - CALTRAN OUT OF SEQUENCE AT "
                CLT-COMPANY " " CLT-DATE
                " - SORT THE TRANSACTIONS AND RERUN"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.

0300-MATCH-MERGE.
    PERFORM 0210-READ-OLD-CALENDAR
    PERFORM 0310-READ-TRANS-RECORD
    PERFORM UNTIL WS-OLDMAST-EOF AND WS-TRANS-EOF
        IF WS-OLD-KEY < WS-TRN-KEY
            MOVE WS-OLD-KEY TO WS-CURRENT-KEY
        ELSE
            MOVE WS-TRN-KEY TO WS-CURRENT-KEY
        END-IF
        IF WS-OLD-KEY = WS-CURRENT-KEY
            MOVE OLD-CALENDAR-RECORD TO WS-CALENDAR-WORK
            SET WS-ON-CALENDAR TO TRUE
            PERFORM 0210-READ-OLD-CALENDAR
        ELSE
            MOVE SPACES TO WS-CALENDAR-WORK
            MOVE "N" TO WS-ON-CALENDAR-SW
        END-IF
        PERFORM UNTIL WS-TRANS-EOF OR WS-TRN-KEY NOT = WS-CURRENT-KEY
            PERFORM 3000-APPLY-ONE-TRANS
            PERFORM 0310-READ-TRANS-RECORD
        END-PERFORM
        IF WS-ON-CALENDAR
            MOVE WS-CALENDAR-WORK TO NEW-CALENDAR-RECORD
            WRITE NEW-CALENDAR-RECORD
            ADD 1 TO WS-NEWMAST-COUNT
            IF WS-CL-HOLIDAY
                ADD 1 TO WS-HOLIDAY-COUNT
            ELSE
                ADD 1 TO WS-BUSINESS-COUNT
            END-IF
            PERFORM 4000-LIST-CALENDAR-ENTRY
        END-IF
    END-PERFORM
    IF WS-LIST-COMPANY NOT = LOW-VALUES
        PERFORM 4200-LIST-COMPANY-TOTAL
    END-IF.

3000-APPLY-ONE-TRANS.
    SET WS-TRANS-OK TO TRUE
    MOVE SPACES TO WS-ERROR-TEXT
    MOVE WS-CALENDAR-WORK TO WS-BEFORE-IMAGE
    EVALUATE TRUE
        WHEN CLT-ADD
            MOVE "ADD" TO WS-ACTION-WORD
            PERFORM 3200-APPLY-ADD
        WHEN CLT-CHANGE
            MOVE "CHANGE" TO WS-ACTION-WORD
            PERFORM 3300-APPLY-CHANGE
        WHEN CLT-DELETE
            MOVE "DELETE" TO WS-ACTION-WORD
            PERFORM 3400-APPLY-DELETE
        WHEN OTHER
            MOVE CLT-ACTION TO WS-ACTION-WORD
            SET WS-TRANS-BAD TO TRUE
            MOVE "INVALID ACTION CODE - MUST BE A, C OR D"
                TO WS-ERROR-TEXT
    END-EVALUATE
    IF WS-TRANS-OK
        IF WS-ON-CALENDAR
            MOVE WS-RUN-DATE-YYYYMMDD TO WS-CL-LAST-MAINT-DATE
        END-IF
        PERFORM 3700-LIST-BEFORE-AFTER
    ELSE
        MOVE WS-BEFORE-IMAGE TO WS-CALENDAR-WORK
        PERFORM 3900-TRANS-ERROR
    END-IF.

3200-APPLY-ADD.
    IF WS-ON-CALENDAR
        SET WS-TRANS-BAD TO TRUE
        MOVE "ADD FAILED - DATE ALREADY ON CALENDAR FOR THIS COMPANY"
            TO WS-ERROR-TEXT
    ELSE
        IF CLT-COMPANY = SPACES
            SET WS-TRANS-BAD TO TRUE
            MOVE "ADD FAILED - COMPANY CODE IS BLANK (*** = ALL)"
                TO WS-ERROR-TEXT
        ELSE
            MOVE CLT-DATE TO WS-CHECK-DATE
            PERFORM 3600-CHECK-DATE
            IF WS-TRANS-OK
                IF NOT CLT-DAY-TYPE-VALID
                    SET WS-TRANS-BAD TO TRUE
                    MOVE "ADD FAILED - DAY TYPE MUST BE H OR B"
                        TO WS-ERROR-TEXT
                END-IF
            END-IF
        END-IF
        IF WS-TRANS-OK
            MOVE SPACES TO WS-CALENDAR-WORK
            MOVE CLT-COMPANY TO WS-CL-COMPANY
            MOVE CLT-DATE TO WS-CL-DATE
            MOVE CLT-DAY-TYPE TO WS-CL-DAY-TYPE
            MOVE CLT-DESCRIPTION TO WS-CL-DESCRIPTION
            SET WS-ON-CALENDAR TO TRUE
            ADD 1 TO WS-ADD-COUNT
        END-IF
    END-IF.

3300-APPLY-CHANGE.
    IF NOT WS-ON-CALENDAR
        SET WS-TRANS-BAD TO TRUE
        MOVE "CHANGE FAILED - DATE NOT ON CALENDAR FOR THIS COMPANY"
            TO WS-ERROR-TEXT
    ELSE
        IF CLT-DAY-TYPE NOT = SPACE
            IF CLT-DAY-TYPE-VALID
                MOVE CLT-DAY-TYPE TO WS-CL-DAY-TYPE
            ELSE
                SET WS-TRANS-BAD TO TRUE
                MOVE "CHANGE FAILED - DAY TYPE MUST BE H OR B"
                    TO WS-ERROR-TEXT
            END-IF
        END-IF
        IF WS-TRANS-OK
            IF CLT-DESCRIPTION NOT = SPACES
                MOVE CLT-DESCRIPTION TO WS-CL-DESCRIPTION
            END-IF
            ADD 1 TO WS-CHANGE-COUNT
        END-IF
    END-IF.

3400-APPLY-DELETE.
    IF NOT WS-ON-CALENDAR
        SET WS-TRANS-BAD TO TRUE
        MOVE "DELETE FAILED - DATE NOT ON CALENDAR FOR THIS COMPANY"
            TO WS-ERROR-TEXT
    ELSE
        MOVE SPACES TO WS-CALENDAR-WORK
        MOVE "N" TO WS-ON-CALENDAR-SW
        ADD 1 TO WS-DELETE-COUNT
    END-IF.

3600-CHECK-DATE.
    IF WS-CHECK-DATE NOT NUMERIC
        SET WS-TRANS-BAD TO TRUE
    ELSE
        IF WS-CHECK-MM < 1 OR WS-CHECK-MM > 12
            SET WS-TRANS-BAD TO TRUE
        ELSE
            MOVE WS-DAYS-IN-MONTH(WS-CHECK-MM) TO WS-MAX-DD
            IF WS-CHECK-MM = 2
                PERFORM 3650-CHECK-LEAP-YEAR
            END-IF
            IF WS-CHECK-DD < 1 OR WS-CHECK-DD > WS-MAX-DD
                SET WS-TRANS-BAD TO TRUE
            END-IF
        END-IF
    END-IF
    IF WS-TRANS-BAD
        MOVE "ADD FAILED - DATE IS NOT A VALID YYYYMMDD DATE"
            TO WS-ERROR-TEXT
    END-IF.

3650-CHECK-LEAP-YEAR.
    COMPUTE WS-LEAP-REM = FUNCTION MOD(WS-CHECK-YYYY, 4)
    IF WS-LEAP-REM = 0
        COMPUTE WS-LEAP-REM = FUNCTION MOD(WS-CHECK-YYYY, 100)
        IF WS-LEAP-REM NOT = 0
            MOVE 29 TO WS-MAX-DD
        ELSE
            COMPUTE WS-LEAP-REM = FUNCTION MOD(WS-CHECK-YYYY, 400)
            IF WS-LEAP-REM = 0
                MOVE 29 TO WS-MAX-DD
            END-IF
        END-IF
    END-IF.

3700-LIST-BEFORE-AFTER.
    MOVE WS-BEFORE-IMAGE TO WS-IMAGE
    PERFORM 3750-FORMAT-IMAGE
    IF WS-BEFORE-IMAGE = SPACES
        MOVE "(NOT ON CALENDAR)" TO WS-IMAGE-TEXT
    END-IF
    MOVE SPACES TO REPORT-RECORD
    STRING WS-ACTION-WORD DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           CLT-COMPANY DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           CLT-DATE DELIMITED BY SIZE
           "  BEFORE  " DELIMITED BY SIZE
           WS-IMAGE-TEXT DELIMITED BY SIZE
           INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD
    MOVE WS-CALENDAR-WORK TO WS-IMAGE
    PERFORM 3750-FORMAT-IMAGE
    IF WS-CALENDAR-WORK = SPACES
        MOVE "(DELETED)" TO WS-IMAGE-TEXT
    END-IF
    MOVE SPACES TO REPORT-RECORD
    STRING "                          AFTER   " DELIMITED BY SIZE
           WS-IMAGE-TEXT DELIMITED BY SIZE
           INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD.

3750-FORMAT-IMAGE.
    MOVE SPACES TO WS-IMAGE-TEXT
    STRING WS-IMG-DAY-TYPE DELIMITED BY SIZE
           "    " DELIMITED BY SIZE
           WS-IMG-DESCRIPTION DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-IMG-LAST-MAINT-DATE DELIMITED BY SIZE
           INTO WS-IMAGE-TEXT
    END-STRING.

3900-TRANS-ERROR.
    SET WS-ANY-ERROR TO TRUE
    ADD 1 TO WS-ERROR-COUNT
    MOVE SPACES TO REPORT-RECORD
    STRING WS-ACTION-WORD DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           CLT-COMPANY DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           CLT-DATE DELIMITED BY SIZE
           "  *** REJECTED: " DELIMITED BY SIZE
           WS-ERROR-TEXT DELIMITED BY SIZE
           INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD.

4000-LIST-CALENDAR-ENTRY.
    IF WS-CL-COMPANY NOT = WS-LIST-COMPANY
        IF WS-LIST-COMPANY NOT = LOW-VALUES
            PERFORM 4200-LIST-COMPANY-TOTAL
        END-IF
        MOVE WS-CL-COMPANY TO WS-LIST-COMPANY
        MOVE 0 TO WS-CO-ENTRY-COUNT
        IF WS-CL-COMPANY = "***"
            MOVE "ALL COMPANIES" TO WS-COMPANY-TEXT
        ELSE
            MOVE SPACES TO WS-COMPANY-TEXT
        END-IF
        MOVE SPACES TO LISTING-RECORD
        WRITE LISTING-RECORD
        MOVE SPACES TO LISTING-RECORD
        STRING "COMPANY " DELIMITED BY SIZE
               WS-CL-COMPANY DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-COMPANY-TEXT DELIMITED BY SIZE
               INTO LISTING-RECORD
        END-STRING
        WRITE LISTING-RECORD
        MOVE "  DATE      DAY  TYPE         DESCRIPTION"
            TO LISTING-RECORD
        WRITE LISTING-RECORD
    END-IF
    ADD 1 TO WS-CO-ENTRY-COUNT
    MOVE SPACES TO WS-DAY-TYPE-TEXT
    MOVE WS-CL-DATE TO WS-CHECK-DATE
    SET WS-TRANS-OK TO TRUE
    PERFORM 3600-CHECK-DATE
    IF WS-TRANS-OK
        COMPUTE WS-DATE-INT =
            FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE-NUM)
        COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-DATE-INT - 1, 7) + 1
    ELSE
        MOVE 0 TO WS-WEEKDAY
    END-IF
    IF WS-CL-HOLIDAY
        MOVE "HOLIDAY" TO WS-DAY-TYPE-TEXT
    ELSE
        MOVE "BUSINESS DAY" TO WS-DAY-TYPE-TEXT
    END-IF
    MOVE SPACES TO LISTING-RECORD
    IF WS-WEEKDAY > 0
        STRING "  " DELIMITED BY SIZE
               WS-CL-DATE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-WEEKDAY-NAME(WS-WEEKDAY) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-DAY-TYPE-TEXT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CL-DESCRIPTION DELIMITED BY SIZE
               INTO LISTING-RECORD
        END-STRING
    ELSE
        STRING "  " DELIMITED BY SIZE
               WS-CL-DATE DELIMITED BY SIZE
               "  ???  " DELIMITED BY SIZE
               WS-DAY-TYPE-TEXT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CL-DESCRIPTION DELIMITED BY SIZE
               INTO LISTING-RECORD
        END-STRING
    END-IF
    WRITE LISTING-RECORD.

4200-LIST-COMPANY-TOTAL.
    MOVE WS-CO-ENTRY-COUNT TO WS-COUNT-EDIT
    MOVE SPACES TO LISTING-RECORD
    STRING "  ENTRIES FOR COMPANY  . . : " DELIMITED BY SIZE
           WS-COUNT-EDIT DELIMITED BY SIZE
           INTO LISTING-RECORD
    END-STRING
    WRITE LISTING-RECORD.

0500-MAINT-TOTALS.
    MOVE SPACES TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE "OLD CALENDAR ENTRIES . . . : " TO WS-REPORT-LABEL
    MOVE WS-OLDMAST-COUNT TO WS-COUNT-EDIT
    PERFORM 0510-WRITE-COUNT-LINE
    MOVE "TRANSACTIONS READ  . . . . : " TO WS-REPORT-LABEL
    MOVE WS-TRANS-COUNT TO WS-COUNT-EDIT
    PERFORM 0510-WRITE-COUNT-LINE
    MOVE "ADDS APPLIED . . . . . . . : " TO WS-REPORT-LABEL
    MOVE WS-ADD-COUNT TO WS-COUNT-EDIT
    PERFORM 0510-WRITE-COUNT-LINE
    MOVE "CHANGES APPLIED  . . . . . : " TO WS-REPORT-LABEL
    MOVE WS-CHANGE-COUNT TO WS-COUNT-EDIT
    PERFORM 0510-WRITE-COUNT-LINE
    MOVE "DELETES APPLIED  . . . . . : " TO WS-REPORT-LABEL
    MOVE WS-DELETE-COUNT TO WS-COUNT-EDIT
    PERFORM 0510-WRITE-COUNT-LINE
    MOVE "TRANSACTIONS REJECTED  . . : " TO WS-REPORT-LABEL
    MOVE WS-ERROR-COUNT TO WS-COUNT-EDIT
    PERFORM 0510-WRITE-COUNT-LINE
    MOVE "NEW CALENDAR ENTRIES . . . : " TO WS-REPORT-LABEL
    MOVE WS-NEWMAST-COUNT TO WS-COUNT-EDIT
    PERFORM 0510-WRITE-COUNT-LINE
    MOVE "  HOLIDAYS . . . . . . . . : " TO WS-REPORT-LABEL
    MOVE WS-HOLIDAY-COUNT TO WS-COUNT-EDIT
    PERFORM 0510-WRITE-COUNT-LINE
    MOVE "  BUSINESS-DAY OVERRIDES . : " TO WS-REPORT-LABEL
    MOVE WS-BUSINESS-COUNT TO WS-COUNT-EDIT
    PERFORM 0510-WRITE-COUNT-LINE
    MOVE SPACES TO LISTING-RECORD
    WRITE LISTING-RECORD
    MOVE WS-NEWMAST-COUNT TO WS-COUNT-EDIT
    MOVE SPACES TO LISTING-RECORD
    STRING "CALENDAR ENTRIES LISTED  . : " DELIMITED BY SIZE
           WS-COUNT-EDIT DELIMITED BY SIZE
           INTO LISTING-RECORD
    END-STRING
    WRITE LISTING-RECORD.

0510-WRITE-COUNT-LINE.
    MOVE SPACES TO REPORT-RECORD
    STRING WS-REPORT-LABEL DELIMITED BY SIZE
           WS-COUNT-EDIT DELIMITED BY SIZE
           INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD.

0900-TERMINATE.
    IF WS-OLDMAST-STATUS = "00" OR WS-OLDMAST-STATUS = "10"
        CLOSE OLD-CALENDAR-FILE
    END-IF
    CLOSE TRANS-FILE
    CLOSE NEW-CALENDAR-FILE
    CLOSE REPORT-FILE
    CLOSE LISTING-FILE
    IF WS-ANY-ERROR
        MOVE 4 TO WS-RETURN-CODE
    END-IF
    MOVE WS-RETURN-CODE TO RETURN-CODE.
