    SELECT REPORT-FILE ASSIGN TO VALRPT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.
    SELECT OPTIONAL CALENDAR-FILE ASSIGN TO CALENDAR
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-CALENDAR-STATUS.

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

WORKING-STORAGE SECTION.
01  WS-FILE-STATUSES.
    05  WS-PARM-STATUS             PIC XX VALUE SPACES.
    05  WS-STREAM-STATUS           PIC XX VALUE SPACES.
    05  WS-REPORT-STATUS           PIC XX VALUE SPACES.
    05  WS-CALENDAR-STATUS         PIC XX VALUE SPACES.

01  WS-SWITCHES.
    05  WS-ANY-ERROR-SW            PIC X VALUE "N".
        88  WS-FROM-GIVEN              VALUE "Y".
    05  WS-THRU-GIVEN-SW           PIC X VALUE "N".
        88  WS-THRU-GIVEN              VALUE "Y".
    05  WS-CALENDAR-EOF-SW         PIC X VALUE "N".
        88  WS-CALENDAR-EOF            VALUE "Y".
    05  WS-BUSINESS-DAY-SW         PIC X VALUE "Y".
        88  WS-BUSINESS-DAY            VALUE "Y".

01  WS-RUN-DATE-AREA.
    05  WS-RUN-DATE-YYYYMMDD.
        10  WS-CHECK-YYYY          PIC 9(4).
        10  WS-CHECK-MM            PIC 9(2).
        10  WS-CHECK-DD            PIC 9(2).
    05  WS-CHECK-DATE-NUM REDEFINES WS-CHECK-DATE
                                   PIC 9(8).
    05  WS-MAX-DD                  PIC 9(2) VALUE 0.
    05  WS-LEAP-REM                PIC 9(4) VALUE 0.
    05  WS-DAYS-TABLE-X            PIC X(24)

01  WS-ERROR-COUNT                 PIC 9(3) VALUE 0.

01  WS-WARNING-COUNT               PIC 9(3) VALUE 0.

01  WS-WARNING-EDIT                PIC ZZ9.

01  WS-CALENDAR-AREA.
    05  WS-CAL-MAX-OCCURS          PIC 9(4) VALUE 3000.
    05  WS-CAL-COUNT               PIC 9(4) VALUE 0.
    05  WS-CAL-IDX                 PIC 9(4) VALUE 0.
    05  WS-CAL-TABLE OCCURS 3000 TIMES.
        10  WS-CAL-DATE            PIC X(8).
        10  WS-CAL-DAY-TYPE        PIC X(1).
    05  WS-BDAY-ALL-TYPE           PIC X(1).
    05  WS-BDAY-WEEKDAY            PIC 9 VALUE 0.
    05  WS-BDAY-LABEL              PIC X(4).

01  WS-RETURN-CODE                 PIC 9(4) VALUE 0.

PROCEDURE DIVISION.
           INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD
    PERFORM 0150-READ-STREAM-CARD
    PERFORM 0160-LOAD-CALENDAR-TABLE.

0150-READ-STREAM-CARD.
    OPEN INPUT STREAM-FILE
    END-IF
    WRITE REPORT-RECORD.

0160-LOAD-CALENDAR-TABLE.
    OPEN INPUT CALENDAR-FILE
    IF WS-CALENDAR-STATUS NOT = "00" AND WS-CALENDAR-STATUS NOT = "05"
        DISPLAY "PRMVAL01 - UNABLE TO OPEN CALENDAR, STATUS="
            WS-CALENDAR-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 0165-READ-CALENDAR-RECORD
    PERFORM UNTIL WS-CALENDAR-EOF
        IF CAL-COMPANY = "***"
            IF WS-CAL-COUNT NOT < WS-CAL-MAX-OCCURS
                DISPLAY "PRMVAL01 - CALENDAR HAS MORE THAN "
                    WS-CAL-MAX-OCCURS " ENTRIES - TABLE FULL"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-CAL-COUNT
            MOVE CAL-DATE TO WS-CAL-DATE(WS-CAL-COUNT)
            MOVE CAL-DAY-TYPE TO WS-CAL-DAY-TYPE(WS-CAL-COUNT)
        END-IF
        PERFORM 0165-READ-CALENDAR-RECORD
    END-PERFORM
    IF WS-CALENDAR-STATUS = "00" OR WS-CALENDAR-STATUS = "10"
        CLOSE CALENDAR-FILE
    END-IF.

0165-READ-CALENDAR-RECORD.
    READ CALENDAR-FILE
        AT END
            SET WS-CALENDAR-EOF TO TRUE
    END-READ.

0200-READ-PARM-CARD.
    OPEN INPUT PARM-FILE
    IF WS-PARM-STATUS NOT = "00"
                   INTO REPORT-RECORD
            END-STRING
            WRITE REPORT-RECORD
            MOVE "FROM" TO WS-BDAY-LABEL
            PERFORM 3450-WARN-NON-BUSINESS-DAY
        ELSE
            PERFORM 8100-COUNT-ERROR
            MOVE SPACES TO REPORT-RECORD
                   INTO REPORT-RECORD
            END-STRING
            WRITE REPORT-RECORD
            MOVE "THRU" TO WS-BDAY-LABEL
            PERFORM 3450-WARN-NON-BUSINESS-DAY
        ELSE
            PERFORM 8100-COUNT-ERROR
            MOVE SPACES TO REPORT-RECORD
        WRITE REPORT-RECORD
    END-IF.

3450-WARN-NON-BUSINESS-DAY.
    PERFORM 3700-CHECK-BUSINESS-DAY
    IF NOT WS-BUSINESS-DAY
        PERFORM 8200-COUNT-WARNING
        STRING "*** WARNING: " DELIMITED BY SIZE
               WS-BDAY-LABEL DELIMITED BY SIZE
               " DATE " DELIMITED BY SIZE
               WS-CHECK-DATE DELIMITED BY SIZE
               " IS NOT A BUSINESS DAY" DELIMITED BY SIZE
               INTO REPORT-RECORD
        END-STRING
        WRITE REPORT-RECORD
    END-IF.

3500-CHECK-ONE-DATE.
    SET WS-DATE-OK TO TRUE
    IF WS-CHECK-DATE NOT NUMERIC
        END-IF
    END-IF.

3700-CHECK-BUSINESS-DAY.
    MOVE SPACE TO WS-BDAY-ALL-TYPE
    PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
            UNTIL WS-CAL-IDX > WS-CAL-COUNT
        IF WS-CAL-DATE(WS-CAL-IDX) = WS-CHECK-DATE
            MOVE WS-CAL-DAY-TYPE(WS-CAL-IDX) TO WS-BDAY-ALL-TYPE
        END-IF
    END-PERFORM
    EVALUATE TRUE
        WHEN WS-BDAY-ALL-TYPE = "H"
            MOVE "N" TO WS-BUSINESS-DAY-SW
        WHEN WS-BDAY-ALL-TYPE = "B"
            SET WS-BUSINESS-DAY TO TRUE
        WHEN OTHER
            COMPUTE WS-BDAY-WEEKDAY = FUNCTION MOD(
                FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE-NUM) - 1, 7)
            IF WS-BDAY-WEEKDAY < 5
                SET WS-BUSINESS-DAY TO TRUE
            ELSE
                MOVE "N" TO WS-BUSINESS-DAY-SW
            END-IF
    END-EVALUATE.

8100-COUNT-ERROR.
    SET WS-ANY-ERROR TO TRUE
    ADD 1 TO WS-ERROR-COUNT
    MOVE SPACES TO REPORT-RECORD.

8200-COUNT-WARNING.
    ADD 1 TO WS-WARNING-COUNT
    MOVE SPACES TO REPORT-RECORD.

0400-VALIDATION-SUMMARY.
    MOVE SPACES TO REPORT-RECORD
    WRITE REPORT-RECORD
    IF WS-WARNING-COUNT > 0
        MOVE WS-WARNING-COUNT TO WS-WARNING-EDIT
        MOVE SPACES TO REPORT-RECORD
        STRING "WARNINGS . . . . . . . . . : " DELIMITED BY SIZE
               WS-WARNING-EDIT DELIMITED BY SIZE
               INTO REPORT-RECORD
        END-STRING
        WRITE REPORT-RECORD
    END-IF
    MOVE SPACES TO REPORT-RECORD
    IF WS-ANY-ERROR
        MOVE "RESULT: PARM CARD REJECTED - CORRECT THE CARD AND RESUBMIT"
            TO REPORT-RECORD
    ELSE
        IF WS-WARNING-COUNT > 0
            MOVE "RESULT: PARM CARD ACCEPTED WITH WARNINGS"
                TO REPORT-RECORD
        ELSE
            MOVE "RESULT: PARM CARD ACCEPTED" TO REPORT-RECORD
        END-IF
    END-IF
    WRITE REPORT-RECORD.

