       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CMPMNT01.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL OLD-MASTER-FILE ASSIGN TO OLDMAST
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-OLDMAST-STATUS.
    SELECT TRANS-FILE ASSIGN TO CMPTRAN
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-TRANS-STATUS.
    SELECT NEW-MASTER-FILE ASSIGN TO NEWMAST
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-NEWMAST-STATUS.
    SELECT REPORT-FILE ASSIGN TO MNTRPT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  OLD-MASTER-FILE
    RECORDING MODE IS F
    RECORD CONTAINS 100 CHARACTERS.
01  OLD-MASTER-RECORD.
    05  OLD-COMPANY-CODE           PIC X(3).
    05  FILLER                     PIC X(97).

FD  TRANS-FILE
    RECORDING MODE IS F
    RECORD CONTAINS 80 CHARACTERS.
01  TRANS-RECORD.
    05  CMT-ACTION                 PIC X(1).
        88  CMT-ADD                    VALUE "A".
        88  CMT-CHANGE                 VALUE "C".
        88  CMT-DEACTIVATE             VALUE "D".
    05  CMT-COMPANY-CODE           PIC X(3).
    05  CMT-STATUS                 PIC X(1).
        88  CMT-STATUS-VALID           VALUE "A" "I".
    05  CMT-EFFECTIVE-FROM         PIC X(8).
    05  CMT-EFFECTIVE-TO           PIC X(8).
    05  CMT-BASE-CURRENCY          PIC X(3).
    05  CMT-REPORTING-NAME         PIC X(30).
    05  CMT-APPROVAL-LIMIT-X       PIC X(11).
    05  CMT-APPROVAL-LIMIT REDEFINES CMT-APPROVAL-LIMIT-X
                                   PIC 9(9)V99.
    05  FILLER                     PIC X(15).

FD  NEW-MASTER-FILE
    RECORDING MODE IS F
    RECORD CONTAINS 100 CHARACTERS.
01  NEW-MASTER-RECORD              PIC X(100).

FD  REPORT-FILE
    RECORDING MODE IS F
    RECORD CONTAINS 132 CHARACTERS.
01  REPORT-RECORD                  PIC X(132).

WORKING-STORAGE SECTION.
01  WS-FILE-STATUSES.
    05  WS-OLDMAST-STATUS          PIC XX VALUE SPACES.
    05  WS-TRANS-STATUS            PIC XX VALUE SPACES.
    05  WS-NEWMAST-STATUS          PIC XX VALUE SPACES.
    05  WS-REPORT-STATUS           PIC XX VALUE SPACES.

01  WS-SWITCHES.
    05  WS-OLDMAST-EOF-SW          PIC X VALUE "N".
        88  WS-OLDMAST-EOF             VALUE "Y".
    05  WS-TRANS-EOF-SW            PIC X VALUE "N".
        88  WS-TRANS-EOF               VALUE "Y".
    05  WS-ON-MASTER-SW            PIC X VALUE "N".
        88  WS-ON-MASTER               VALUE "Y".
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
    05  WS-DEACT-COUNT             PIC 9(7) VALUE 0.
    05  WS-ERROR-COUNT             PIC 9(7) VALUE 0.
    05  WS-NEWMAST-COUNT           PIC 9(7) VALUE 0.
    05  WS-ACTIVE-COUNT            PIC 9(7) VALUE 0.
    05  WS-COUNT-EDIT              PIC ZZZZZZ9.
    05  WS-REPORT-LABEL            PIC X(29).

01  WS-MATCH-KEYS.
    05  WS-OLD-KEY                 PIC X(3) VALUE LOW-VALUES.
    05  WS-TRN-KEY                 PIC X(3) VALUE LOW-VALUES.
    05  WS-CURRENT-KEY             PIC X(3) VALUE LOW-VALUES.
    05  WS-PREV-OLD-KEY            PIC X(3) VALUE LOW-VALUES.
    05  WS-PREV-TRN-KEY            PIC X(3) VALUE LOW-VALUES.

01  WS-MASTER-WORK.
    05  WS-CM-COMPANY-CODE         PIC X(3).
    05  WS-CM-STATUS               PIC X(1).
        88  WS-CM-ACTIVE               VALUE "A".
        88  WS-CM-INACTIVE             VALUE "I".
    05  WS-CM-EFFECTIVE-FROM       PIC X(8).
    05  WS-CM-EFFECTIVE-TO         PIC X(8).
    05  WS-CM-BASE-CURRENCY        PIC X(3).
    05  WS-CM-REPORTING-NAME       PIC X(30).
    05  WS-CM-LAST-MAINT-DATE      PIC X(8).
    05  WS-CM-APPROVAL-LIMIT       PIC 9(9)V99.
    05  FILLER                     PIC X(28).

01  WS-IMAGE-AREA.
    05  WS-BEFORE-IMAGE            PIC X(100).
    05  WS-IMAGE                   PIC X(100).
    05  WS-IMAGE-FIELDS REDEFINES WS-IMAGE.
        10  WS-IMG-COMPANY-CODE    PIC X(3).
        10  WS-IMG-STATUS          PIC X(1).
        10  WS-IMG-EFFECTIVE-FROM  PIC X(8).
        10  WS-IMG-EFFECTIVE-TO    PIC X(8).
        10  WS-IMG-BASE-CURRENCY   PIC X(3).
        10  WS-IMG-REPORTING-NAME  PIC X(30).
        10  WS-IMG-LAST-MAINT-DATE PIC X(8).
        10  WS-IMG-APPROVAL-LIMIT  PIC 9(9)V99.
        10  FILLER                 PIC X(28).
    05  WS-LIMIT-EDIT              PIC ZZZZZZZZ9.99.
    05  WS-IMAGE-TEXT              PIC X(96).
    05  WS-ACTION-WORD             PIC X(10).
    05  WS-ERROR-TEXT              PIC X(60).

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
    OPEN INPUT OLD-MASTER-FILE
    IF WS-OLDMAST-STATUS NOT = "00" AND WS-OLDMAST-STATUS NOT = "05"
        DISPLAY "CMPMNT01 - UNABLE TO OPEN OLDMAST, STATUS="
            WS-OLDMAST-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT TRANS-FILE
    IF WS-TRANS-STATUS NOT = "00"
        DISPLAY "CMPMNT01 - UNABLE TO OPEN CMPTRAN, STATUS="
            WS-TRANS-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT NEW-MASTER-FILE
    IF WS-NEWMAST-STATUS NOT = "00"
        DISPLAY "CMPMNT01 - UNABLE TO OPEN NEWMAST, STATUS="
            WS-NEWMAST-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT REPORT-FILE
    IF WS-REPORT-STATUS NOT = "00"
        DISPLAY "CMPMNT01 - UNABLE TO OPEN MNTRPT, STATUS="
            WS-REPORT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE SPACES TO REPORT-RECORD
    STRING "CMPMNT01 - COMPANY MASTER MAINTENANCE LISTING"
               DELIMITED BY SIZE
           "   RUN DATE: " DELIMITED BY SIZE
           WS-RUN-DATE-EDIT DELIMITED BY SIZE
           INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD
    MOVE SPACES TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE SPACES TO REPORT-RECORD
    STRING "ACTION     CODE  IMAGE   ST FROM     TO       CUR "
               DELIMITED BY SIZE
           "REPORTING NAME                 LAST MAINT"
               DELIMITED BY SIZE
           " APPR LIMIT" DELIMITED BY SIZE
           INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD.

0210-READ-OLD-MASTER.
    READ OLD-MASTER-FILE
        AT END
            SET WS-OLDMAST-EOF TO TRUE
    END-READ
    IF WS-OLDMAST-EOF
        MOVE HIGH-VALUES TO WS-OLD-KEY
    ELSE
        ADD 1 TO WS-OLDMAST-COUNT
        MOVE WS-OLD-KEY TO WS-PREV-OLD-KEY
        MOVE OLD-COMPANY-CODE TO WS-OLD-KEY
        IF WS-OLD-KEY NOT > WS-PREV-OLD-KEY
            DISPLAY "CMPMNT01 - OLDMAST OUT OF SEQUENCE AT COMPANY "
                OLD-COMPANY-CODE " - SORT THE MASTER AND RERUN"
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
        MOVE CMT-COMPANY-CODE TO WS-TRN-KEY
        IF WS-TRN-KEY < WS-PREV-TRN-KEY
            DISPLAY "CMPMNT01 - CMPTRAN OUT OF SEQUENCE AT COMPANY "
                CMT-COMPANY-CODE " - SORT THE TRANSACTIONS AND RERUN"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.

0300-MATCH-MERGE.
    PERFORM 0210-READ-OLD-MASTER
    PERFORM 0310-READ-TRANS-RECORD
    PERFORM UNTIL WS-OLDMAST-EOF AND WS-TRANS-EOF
        IF WS-OLD-KEY < WS-TRN-KEY
            MOVE WS-OLD-KEY TO WS-CURRENT-KEY
        ELSE
            MOVE WS-TRN-KEY TO WS-CURRENT-KEY
        END-IF
        IF WS-OLD-KEY = WS-CURRENT-KEY
            MOVE OLD-MASTER-RECORD TO WS-MASTER-WORK
            SET WS-ON-MASTER TO TRUE
            PERFORM 0210-READ-OLD-MASTER
        ELSE
            MOVE SPACES TO WS-MASTER-WORK
            MOVE "N" TO WS-ON-MASTER-SW
        END-IF
        PERFORM UNTIL WS-TRANS-EOF OR WS-TRN-KEY NOT = WS-CURRENT-KEY
            PERFORM 3000-APPLY-ONE-TRANS
            PERFORM 0310-READ-TRANS-RECORD
        END-PERFORM
        IF WS-ON-MASTER
            MOVE WS-MASTER-WORK TO NEW-MASTER-RECORD
            WRITE NEW-MASTER-RECORD
            ADD 1 TO WS-NEWMAST-COUNT
            IF WS-CM-ACTIVE
                ADD 1 TO WS-ACTIVE-COUNT
            END-IF
        END-IF
    END-PERFORM.

3000-APPLY-ONE-TRANS.
    SET WS-TRANS-OK TO TRUE
    MOVE SPACES TO WS-ERROR-TEXT
    MOVE WS-MASTER-WORK TO WS-BEFORE-IMAGE
    EVALUATE TRUE
        WHEN CMT-ADD
            MOVE "ADD" TO WS-ACTION-WORD
            PERFORM 3200-APPLY-ADD
        WHEN CMT-CHANGE
            MOVE "CHANGE" TO WS-ACTION-WORD
            PERFORM 3300-APPLY-CHANGE
        WHEN CMT-DEACTIVATE
            MOVE "DEACTIVATE" TO WS-ACTION-WORD
            PERFORM 3400-APPLY-DEACTIVATE
        WHEN OTHER
            MOVE CMT-ACTION TO WS-ACTION-WORD
            SET WS-TRANS-BAD TO TRUE
            MOVE "INVALID ACTION CODE - MUST BE A, C OR D"
                TO WS-ERROR-TEXT
    END-EVALUATE
    IF WS-TRANS-OK
        MOVE WS-RUN-DATE-YYYYMMDD TO WS-CM-LAST-MAINT-DATE
        PERFORM 3700-LIST-BEFORE-AFTER
    ELSE
        MOVE WS-BEFORE-IMAGE TO WS-MASTER-WORK
        PERFORM 3900-TRANS-ERROR
    END-IF.

3200-APPLY-ADD.
    IF WS-ON-MASTER
        SET WS-TRANS-BAD TO TRUE
        MOVE "ADD FAILED - COMPANY ALREADY ON MASTER" TO WS-ERROR-TEXT
    ELSE
        MOVE SPACES TO WS-MASTER-WORK
        MOVE CMT-COMPANY-CODE TO WS-CM-COMPANY-CODE
        SET WS-CM-ACTIVE TO TRUE
        MOVE WS-RUN-DATE-YYYYMMDD TO WS-CM-EFFECTIVE-FROM
        MOVE "99999999" TO WS-CM-EFFECTIVE-TO
        MOVE 0 TO WS-CM-APPROVAL-LIMIT
        PERFORM 3500-APPLY-FIELDS
        IF WS-TRANS-OK
            IF WS-CM-REPORTING-NAME = SPACES
                    OR WS-CM-BASE-CURRENCY = SPACES
                SET WS-TRANS-BAD TO TRUE
                MOVE "ADD FAILED - REPORTING NAME AND CURRENCY REQUIRED"
                    TO WS-ERROR-TEXT
            END-IF
        END-IF
        IF WS-TRANS-OK
            SET WS-ON-MASTER TO TRUE
            ADD 1 TO WS-ADD-COUNT
        END-IF
    END-IF.

3300-APPLY-CHANGE.
    IF NOT WS-ON-MASTER
        SET WS-TRANS-BAD TO TRUE
        MOVE "CHANGE FAILED - COMPANY NOT ON MASTER" TO WS-ERROR-TEXT
    ELSE
        IF CMT-STATUS NOT = SPACE
            IF CMT-STATUS-VALID
                MOVE CMT-STATUS TO WS-CM-STATUS
            ELSE
                SET WS-TRANS-BAD TO TRUE
                MOVE "CHANGE FAILED - STATUS MUST BE A OR I"
                    TO WS-ERROR-TEXT
            END-IF
        END-IF
        IF WS-TRANS-OK
            PERFORM 3500-APPLY-FIELDS
        END-IF
        IF WS-TRANS-OK
            ADD 1 TO WS-CHANGE-COUNT
        END-IF
    END-IF.

3400-APPLY-DEACTIVATE.
    IF NOT WS-ON-MASTER
        SET WS-TRANS-BAD TO TRUE
        MOVE "DEACTIVATE FAILED - COMPANY NOT ON MASTER"
            TO WS-ERROR-TEXT
    ELSE
        IF WS-CM-INACTIVE
            SET WS-TRANS-BAD TO TRUE
            MOVE "DEACTIVATE FAILED - COMPANY ALREADY INACTIVE"
                TO WS-ERROR-TEXT
        ELSE
            SET WS-CM-INACTIVE TO TRUE
            IF CMT-EFFECTIVE-TO = SPACES
                MOVE WS-RUN-DATE-YYYYMMDD TO WS-CM-EFFECTIVE-TO
            ELSE
                IF CMT-EFFECTIVE-TO NOT NUMERIC
                    SET WS-TRANS-BAD TO TRUE
                    MOVE "DEACTIVATE FAILED - EFFECTIVE-TO NOT NUMERIC"
                        TO WS-ERROR-TEXT
                ELSE
                    MOVE CMT-EFFECTIVE-TO TO WS-CM-EFFECTIVE-TO
                END-IF
            END-IF
            IF WS-TRANS-OK
                ADD 1 TO WS-DEACT-COUNT
            END-IF
        END-IF
    END-IF.

3500-APPLY-FIELDS.
    IF CMT-EFFECTIVE-FROM NOT = SPACES
        IF CMT-EFFECTIVE-FROM NOT NUMERIC
            SET WS-TRANS-BAD TO TRUE
            MOVE "EFFECTIVE-FROM DATE NOT NUMERIC" TO WS-ERROR-TEXT
        ELSE
            MOVE CMT-EFFECTIVE-FROM TO WS-CM-EFFECTIVE-FROM
        END-IF
    END-IF
    IF CMT-EFFECTIVE-TO NOT = SPACES
        IF CMT-EFFECTIVE-TO NOT NUMERIC
            SET WS-TRANS-BAD TO TRUE
            MOVE "EFFECTIVE-TO DATE NOT NUMERIC" TO WS-ERROR-TEXT
        ELSE
            MOVE CMT-EFFECTIVE-TO TO WS-CM-EFFECTIVE-TO
        END-IF
    END-IF
    IF CMT-BASE-CURRENCY NOT = SPACES
        MOVE CMT-BASE-CURRENCY TO WS-CM-BASE-CURRENCY
    END-IF
    IF CMT-REPORTING-NAME NOT = SPACES
        MOVE CMT-REPORTING-NAME TO WS-CM-REPORTING-NAME
    END-IF
    IF CMT-APPROVAL-LIMIT-X NOT = SPACES
        IF CMT-APPROVAL-LIMIT-X NOT NUMERIC
            SET WS-TRANS-BAD TO TRUE
            MOVE "APPROVAL LIMIT NOT NUMERIC" TO WS-ERROR-TEXT
        ELSE
            MOVE CMT-APPROVAL-LIMIT TO WS-CM-APPROVAL-LIMIT
        END-IF
    END-IF
    IF WS-CM-APPROVAL-LIMIT NOT NUMERIC
        MOVE 0 TO WS-CM-APPROVAL-LIMIT
    END-IF
    IF WS-TRANS-OK
            AND WS-CM-EFFECTIVE-FROM > WS-CM-EFFECTIVE-TO
        SET WS-TRANS-BAD TO TRUE
        MOVE "EFFECTIVE-FROM DATE IS AFTER EFFECTIVE-TO DATE"
            TO WS-ERROR-TEXT
    END-IF.

3700-LIST-BEFORE-AFTER.
    MOVE WS-BEFORE-IMAGE TO WS-IMAGE
    PERFORM 3750-FORMAT-IMAGE
    IF WS-BEFORE-IMAGE = SPACES
        MOVE "(NOT ON MASTER)" TO WS-IMAGE-TEXT
    END-IF
    MOVE SPACES TO REPORT-RECORD
    STRING WS-ACTION-WORD DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           CMT-COMPANY-CODE DELIMITED BY SIZE
           "   BEFORE  " DELIMITED BY SIZE
           WS-IMAGE-TEXT DELIMITED BY SIZE
           INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD
    MOVE WS-MASTER-WORK TO WS-IMAGE
    PERFORM 3750-FORMAT-IMAGE
    MOVE SPACES TO REPORT-RECORD
    STRING "                 AFTER   " DELIMITED BY SIZE
           WS-IMAGE-TEXT DELIMITED BY SIZE
           INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD.

3750-FORMAT-IMAGE.
    MOVE SPACES TO WS-IMAGE-TEXT
    IF WS-IMG-APPROVAL-LIMIT NUMERIC
        MOVE WS-IMG-APPROVAL-LIMIT TO WS-LIMIT-EDIT
    ELSE
        MOVE 0 TO WS-LIMIT-EDIT
    END-IF
    STRING WS-IMG-STATUS DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-IMG-EFFECTIVE-FROM DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-IMG-EFFECTIVE-TO DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-IMG-BASE-CURRENCY DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-IMG-REPORTING-NAME DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-IMG-LAST-MAINT-DATE DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-LIMIT-EDIT DELIMITED BY SIZE
           INTO WS-IMAGE-TEXT
    END-STRING.

3900-TRANS-ERROR.
    SET WS-ANY-ERROR TO TRUE
    ADD 1 TO WS-ERROR-COUNT
    MOVE SPACES TO REPORT-RECORD
    STRING WS-ACTION-WORD DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           CMT-COMPANY-CODE DELIMITED BY SIZE
           "   *** REJECTED: " DELIMITED BY SIZE
           WS-ERROR-TEXT DELIMITED BY SIZE
           INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD.

0500-MAINT-TOTALS.
    MOVE SPACES TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE "OLD MASTER RECORDS . . . . : " TO WS-REPORT-LABEL
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
    MOVE "DEACTIVATIONS APPLIED  . . : " TO WS-REPORT-LABEL
    MOVE WS-DEACT-COUNT TO WS-COUNT-EDIT
    PERFORM 0510-WRITE-COUNT-LINE
    MOVE "TRANSACTIONS REJECTED  . . : " TO WS-REPORT-LABEL
    MOVE WS-ERROR-COUNT TO WS-COUNT-EDIT
    PERFORM 0510-WRITE-COUNT-LINE
    MOVE "NEW MASTER RECORDS . . . . : " TO WS-REPORT-LABEL
    MOVE WS-NEWMAST-COUNT TO WS-COUNT-EDIT
    PERFORM 0510-WRITE-COUNT-LINE
    MOVE "  ACTIVE COMPANIES . . . . : " TO WS-REPORT-LABEL
    MOVE WS-ACTIVE-COUNT TO WS-COUNT-EDIT
    PERFORM 0510-WRITE-COUNT-LINE.

0510-WRITE-COUNT-LINE.
    MOVE SPACES TO REPORT-RECORD
    STRING WS-REPORT-LABEL DELIMITED BY SIZE
           WS-COUNT-EDIT DELIMITED BY SIZE
           INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD.

0900-TERMINATE.
    IF WS-OLDMAST-STATUS = "00" OR WS-OLDMAST-STATUS = "10"
        CLOSE OLD-MASTER-FILE
    END-IF
    CLOSE TRANS-FILE
    CLOSE NEW-MASTER-FILE
    CLOSE REPORT-FILE
    IF WS-ANY-ERROR
        MOVE 4 TO WS-RETURN-CODE
    END-IF
    MOVE WS-RETURN-CODE TO RETURN-CODE.
