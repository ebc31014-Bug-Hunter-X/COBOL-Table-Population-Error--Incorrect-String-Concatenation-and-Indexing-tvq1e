    SELECT REPORT-FILE ASSIGN TO STMRPT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.
    SELECT CALENDAR-FILE ASSIGN TO CALENDAR
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-CALENDAR-STATUS.
    SELECT ARCHIVE-FILE ASSIGN TO HISTARCH
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-ARCHIVE-STATUS.
    SELECT CARRY-FORWARD-FILE ASSIGN TO HISTCFWD
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-CARRY-STATUS.
    SELECT SORT-FILE ASSIGN TO SORTWK01.

DATA DIVISION.
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

FD  ARCHIVE-FILE
    RECORDING MODE IS F
    RECORD CONTAINS 93 CHARACTERS.
01  ARCHIVE-RECORD                 PIC X(93).

FD  CARRY-FORWARD-FILE
    RECORDING MODE IS F
    RECORD CONTAINS 93 CHARACTERS.
01  CARRY-FORWARD-RECORD           PIC X(93).

SD  SORT-FILE
    RECORD CONTAINS 35 CHARACTERS.
01  SORT-RECORD.
    05  WS-PARM-STATUS             PIC XX VALUE SPACES.
    05  WS-HISTORY-STATUS          PIC XX VALUE SPACES.
    05  WS-REPORT-STATUS           PIC XX VALUE SPACES.
    05  WS-CALENDAR-STATUS         PIC XX VALUE SPACES.
    05  WS-ARCHIVE-STATUS          PIC XX VALUE SPACES.
    05  WS-CARRY-STATUS            PIC XX VALUE SPACES.

01  WS-SWITCHES.
    05  WS-HISTORY-EOF-SW          PIC X VALUE "N".
        88  WS-HISTORY-EOF             VALUE "Y".
    05  WS-SORT-EOF-SW             PIC X VALUE "N".
        88  WS-SORT-EOF                VALUE "Y".
    05  WS-CALENDAR-EOF-SW         PIC X VALUE "N".
        88  WS-CALENDAR-EOF            VALUE "Y".
    05  WS-BUSINESS-DAY-SW         PIC X VALUE "Y".
        88  WS-BUSINESS-DAY            VALUE "Y".

01  WS-PRINT-CONTROL.
    05  WS-LINE-COUNT              PIC 9(3) VALUE 0.
    05  WS-STMT-MONTH              PIC X(6) VALUE SPACES.
    05  WS-SELECTED-COUNT          PIC 9(7) VALUE 0.
    05  WS-BYPASSED-COUNT          PIC 9(7) VALUE 0.
    05  WS-ARCHIVED-COUNT          PIC 9(7) VALUE 0.
    05  WS-CARRIED-COUNT           PIC 9(7) VALUE 0.
    05  WS-PERIOD-START            PIC X(8) VALUE SPACES.
    05  WS-PERIOD-END              PIC X(8) VALUE SPACES.

01  WS-CALENDAR-AREA.
    05  WS-CAL-MAX-OCCURS          PIC 9(4) VALUE 3000.
    05  WS-CAL-COUNT               PIC 9(4) VALUE 0.
    05  WS-CAL-IDX                 PIC 9(4) VALUE 0.
    05  WS-CAL-TABLE OCCURS 3000 TIMES.
        10  WS-CAL-DATE            PIC X(8).
        10  WS-CAL-DAY-TYPE        PIC X(1).
    05  WS-LBD-MONTH.
        10  WS-LBD-YYYY            PIC 9(4).
        10  WS-LBD-MM              PIC 9(2).
    05  WS-LBD-FIRST-OF-NEXT.
        10  WS-LBD-NEXT-YYYY       PIC 9(4).
        10  WS-LBD-NEXT-MM         PIC 9(2).
        10  WS-LBD-NEXT-DD         PIC 9(2).
    05  WS-LBD-FIRST-NUM REDEFINES WS-LBD-FIRST-OF-NEXT
                                   PIC 9(8).
    05  WS-LBD-INT                 PIC 9(9) VALUE 0.
    05  WS-BDAY-DATE               PIC X(8).
    05  WS-BDAY-DATE-NUM REDEFINES WS-BDAY-DATE
                                   PIC 9(8).
    05  WS-BDAY-ALL-TYPE           PIC X(1).
    05  WS-BDAY-WEEKDAY            PIC 9 VALUE 0.

01  WS-ID-TOTALS.
    05  WS-PRIOR-ID                PIC X(10) VALUE LOW-VALUES.
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT ARCHIVE-FILE
    IF WS-ARCHIVE-STATUS NOT = "00"
        DISPLAY "TBLSTM01 - UNABLE TO OPEN HISTARCH, STATUS="
            WS-ARCHIVE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT CARRY-FORWARD-FILE
    IF WS-CARRY-STATUS NOT = "00"
        DISPLAY "TBLSTM01 - UNABLE TO OPEN HISTCFWD, STATUS="
            WS-CARRY-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 0110-READ-PARM-CARD
    PERFORM 0130-LOAD-CALENDAR-TABLE
    PERFORM 0140-SET-STATEMENT-PERIOD.

0110-READ-PARM-CARD.
    OPEN INPUT PARM-FILE
        READ PARM-FILE
        IF WS-PARM-STATUS = "00"
                AND PARM-STMT-MONTH IS NUMERIC
                AND PARM-STMT-MONTH(5:2) > "00"
                AND PARM-STMT-MONTH(5:2) < "13"
            MOVE PARM-STMT-MONTH TO WS-STMT-MONTH
        END-IF
        CLOSE PARM-FILE
            SET WS-HISTORY-EOF TO TRUE
    END-READ.

0130-LOAD-CALENDAR-TABLE.
    OPEN INPUT CALENDAR-FILE
    IF WS-CALENDAR-STATUS NOT = "00"
        DISPLAY "TBLSTM01 - UNABLE TO OPEN CALENDAR, STATUS="
            WS-CALENDAR-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 0135-READ-CALENDAR-RECORD
    PERFORM UNTIL WS-CALENDAR-EOF
        IF CAL-COMPANY = "***"
            IF WS-CAL-COUNT NOT < WS-CAL-MAX-OCCURS
                DISPLAY "TBLSTM01 - CALENDAR HAS MORE THAN "
                    WS-CAL-MAX-OCCURS " ENTRIES - TABLE FULL"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-CAL-COUNT
            MOVE CAL-DATE TO WS-CAL-DATE(WS-CAL-COUNT)
            MOVE CAL-DAY-TYPE TO WS-CAL-DAY-TYPE(WS-CAL-COUNT)
        END-IF
        PERFORM 0135-READ-CALENDAR-RECORD
    END-PERFORM
    CLOSE CALENDAR-FILE.

0135-READ-CALENDAR-RECORD.
    READ CALENDAR-FILE
        AT END
            SET WS-CALENDAR-EOF TO TRUE
    END-READ.

0140-SET-STATEMENT-PERIOD.
    MOVE WS-STMT-MONTH TO WS-LBD-MONTH
    PERFORM 0150-FIND-LAST-BUSINESS-DAY
    MOVE WS-BDAY-DATE TO WS-PERIOD-END
    MOVE WS-STMT-MONTH TO WS-LBD-MONTH
    IF WS-LBD-MM = 1
        SUBTRACT 1 FROM WS-LBD-YYYY
        MOVE 12 TO WS-LBD-MM
    ELSE
        SUBTRACT 1 FROM WS-LBD-MM
    END-IF
    PERFORM 0150-FIND-LAST-BUSINESS-DAY
    COMPUTE WS-LBD-INT =
        FUNCTION INTEGER-OF-DATE(WS-BDAY-DATE-NUM) + 1
    COMPUTE WS-BDAY-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-LBD-INT)
    MOVE WS-BDAY-DATE TO WS-PERIOD-START.

0150-FIND-LAST-BUSINESS-DAY.
    IF WS-LBD-MM = 12
        COMPUTE WS-LBD-NEXT-YYYY = WS-LBD-YYYY + 1
        MOVE 1 TO WS-LBD-NEXT-MM
    ELSE
        MOVE WS-LBD-YYYY TO WS-LBD-NEXT-YYYY
        COMPUTE WS-LBD-NEXT-MM = WS-LBD-MM + 1
    END-IF
    MOVE 1 TO WS-LBD-NEXT-DD
    COMPUTE WS-LBD-INT = FUNCTION INTEGER-OF-DATE(WS-LBD-FIRST-NUM)
    MOVE "N" TO WS-BUSINESS-DAY-SW
    PERFORM UNTIL WS-BUSINESS-DAY
        SUBTRACT 1 FROM WS-LBD-INT
        COMPUTE WS-BDAY-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-LBD-INT)
        IF WS-BDAY-DATE(1:6) NOT = WS-LBD-MONTH
            DISPLAY "TBLSTM01 - NO BUSINESS DAY ON THE CALENDAR IN "
                WS-LBD-MONTH
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM 0160-CHECK-BUSINESS-DAY
    END-PERFORM.

0160-CHECK-BUSINESS-DAY.
    MOVE SPACE TO WS-BDAY-ALL-TYPE
    PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
            UNTIL WS-CAL-IDX > WS-CAL-COUNT
        IF WS-CAL-DATE(WS-CAL-IDX) = WS-BDAY-DATE
            MOVE WS-CAL-DAY-TYPE(WS-CAL-IDX) TO WS-BDAY-ALL-TYPE
        END-IF
    END-PERFORM
    EVALUATE TRUE
        WHEN WS-BDAY-ALL-TYPE = "H"
            MOVE "N" TO WS-BUSINESS-DAY-SW
        WHEN WS-BDAY-ALL-TYPE = "B"
            SET WS-BUSINESS-DAY TO TRUE
        WHEN OTHER
            COMPUTE WS-BDAY-WEEKDAY = FUNCTION MOD(WS-LBD-INT - 1, 7)
            IF WS-BDAY-WEEKDAY < 5
                SET WS-BUSINESS-DAY TO TRUE
            ELSE
                MOVE "N" TO WS-BUSINESS-DAY-SW
            END-IF
    END-EVALUATE.

1000-SELECT-INPUT.
    PERFORM 0120-READ-HISTORY-RECORD
    PERFORM UNTIL WS-HISTORY-EOF
        IF HIST-RUN-DATE > WS-PERIOD-END
            ADD 1 TO WS-CARRIED-COUNT
            MOVE HISTORY-RECORD TO CARRY-FORWARD-RECORD
            WRITE CARRY-FORWARD-RECORD
        ELSE
            ADD 1 TO WS-ARCHIVED-COUNT
            MOVE HISTORY-RECORD TO ARCHIVE-RECORD
            WRITE ARCHIVE-RECORD
        END-IF
        IF HIST-RUN-DATE NOT < WS-PERIOD-START
                AND HIST-RUN-DATE NOT > WS-PERIOD-END
                AND HIST-TRANS-ID NOT = SPACES
                AND HIST-AMOUNT-EDIT NOT = SPACES
            ADD 1 TO WS-SELECTED-COUNT
               DELIMITED BY SIZE
           "   MONTH: " DELIMITED BY SIZE
           WS-STMT-MONTH DELIMITED BY SIZE
           " (" DELIMITED BY SIZE
           WS-PERIOD-START DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           WS-PERIOD-END DELIMITED BY SIZE
           ")" DELIMITED BY SIZE
           "   RUN DATE: " DELIMITED BY SIZE
           WS-RUN-DATE-EDIT DELIMITED BY SIZE
           "   PAGE: " DELIMITED BY SIZE
    MOVE "HISTORY ROWS BYPASSED  . . : " TO WS-REPORT-LABEL
    MOVE WS-BYPASSED-COUNT TO WS-COUNT-EDIT
    PERFORM 2410-WRITE-COUNT-LINE
    MOVE "HISTORY ROWS ARCHIVED  . . : " TO WS-REPORT-LABEL
    MOVE WS-ARCHIVED-COUNT TO WS-COUNT-EDIT
    PERFORM 2410-WRITE-COUNT-LINE
    MOVE "HISTORY ROWS CARRIED FWD . : " TO WS-REPORT-LABEL
    MOVE WS-CARRIED-COUNT TO WS-COUNT-EDIT
    PERFORM 2410-WRITE-COUNT-LINE
    MOVE WS-GRAND-AMOUNT TO WS-AMOUNT-EDIT
    MOVE SPACES TO REPORT-RECORD
    STRING "MONTH GRAND TOTAL  . . . . : " DELIMITED BY SIZE
0900-TERMINATE.
    CLOSE HISTORY-FILE
    CLOSE REPORT-FILE
    CLOSE ARCHIVE-FILE
    CLOSE CARRY-FORWARD-FILE
    MOVE WS-RETURN-CODE TO RETURN-CODE.
