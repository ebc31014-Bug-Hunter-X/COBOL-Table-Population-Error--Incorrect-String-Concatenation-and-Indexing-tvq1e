       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. TRNAPR01.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PARM-FILE ASSIGN TO PARMIN
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-PARM-STATUS.
    SELECT OPTIONAL OLD-HOLD-FILE ASSIGN TO HOLDOLD
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-HOLDOLD-STATUS.
    SELECT OPTIONAL NEW-HOLDS-FILE ASSIGN TO HOLDIN
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-HOLDIN-STATUS.
    SELECT OPTIONAL DECISION-FILE ASSIGN TO APPRIN
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-DECISION-STATUS.
    SELECT NEW-HOLD-FILE ASSIGN TO HOLDNEW
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-HOLDNEW-STATUS.
    SELECT RELEASE-FILE ASSIGN TO RELOUT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-RELEASE-STATUS.
    SELECT APPROVAL-LOG-FILE ASSIGN TO APPRLOG
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-APPRLOG-STATUS.
    SELECT RATE-FILE ASSIGN TO FXRATE
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-RATE-STATUS.
    SELECT REPORT-FILE ASSIGN TO HOLDRPT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  PARM-FILE
    RECORDING MODE IS F
    RECORD CONTAINS 80 CHARACTERS.
01  PARM-RECORD.
    05  PARM-HOLD-DAYS             PIC 9(3).
    05  FILLER                     PIC X(77).

FD  OLD-HOLD-FILE
    RECORDING MODE IS F
    RECORD CONTAINS 120 CHARACTERS.
01  OLD-HOLD-RECORD                PIC X(120).

FD  NEW-HOLDS-FILE
    RECORDING MODE IS F
    RECORD CONTAINS 120 CHARACTERS.
01  NEW-HOLDS-RECORD               PIC X(120).

FD  DECISION-FILE
    RECORDING MODE IS F
    RECORD CONTAINS 80 CHARACTERS.
01  DECISION-RECORD.
    05  DEC-ACTION                 PIC X(1).
        88  DEC-APPROVE                VALUE "A".
        88  DEC-DECLINE                VALUE "D".
    05  DEC-TRANS-ID               PIC X(10).
    05  DEC-APPROVER-ID            PIC X(8).
    05  DEC-DATE                   PIC X(8).
    05  DEC-REASON                 PIC X(30).
    05  FILLER                     PIC X(23).

FD  NEW-HOLD-FILE
    RECORDING MODE IS F
    RECORD CONTAINS 120 CHARACTERS.
01  NEW-HOLD-RECORD                PIC X(120).

FD  RELEASE-FILE
    RECORDING MODE IS F
    RECORD CONTAINS 80 CHARACTERS.
01  RELEASE-RECORD                 PIC X(80).

FD  APPROVAL-LOG-FILE
    RECORDING MODE IS F
    RECORD CONTAINS 150 CHARACTERS.
01  APPROVAL-LOG-RECORD.
    05  LOG-DECISION-DATE          PIC X(8).
    05  LOG-RUN-DATE               PIC X(8).
    05  LOG-ACTION                 PIC X(1).
    05  LOG-APPROVER-ID            PIC X(8).
    05  LOG-REASON                 PIC X(30).
    05  LOG-HELD-DATE              PIC X(8).
    05  LOG-TRANS-DATA             PIC X(80).
    05  FILLER                     PIC X(7).

FD  RATE-FILE
    RECORDING MODE IS F
    RECORD CONTAINS 80 CHARACTERS.
01  RATE-RECORD.
    05  RATE-FROM-CURRENCY         PIC X(3).
    05  RATE-TO-CURRENCY           PIC X(3).
    05  RATE-DATE                  PIC X(8).
    05  RATE-VALUE                 PIC 9(5)V9(7).
    05  FILLER                     PIC X(54).

FD  REPORT-FILE
    RECORDING MODE IS F
    RECORD CONTAINS 132 CHARACTERS.
01  REPORT-RECORD                  PIC X(132).

WORKING-STORAGE SECTION.
01  WS-FILE-STATUSES.
    05  WS-PARM-STATUS             PIC XX VALUE SPACES.
    05  WS-HOLDOLD-STATUS          PIC XX VALUE SPACES.
    05  WS-HOLDIN-STATUS           PIC XX VALUE SPACES.
    05  WS-DECISION-STATUS         PIC XX VALUE SPACES.
    05  WS-HOLDNEW-STATUS          PIC XX VALUE SPACES.
    05  WS-RELEASE-STATUS          PIC XX VALUE SPACES.
    05  WS-APPRLOG-STATUS          PIC XX VALUE SPACES.
    05  WS-RATE-STATUS             PIC XX VALUE SPACES.
    05  WS-REPORT-STATUS           PIC XX VALUE SPACES.

01  WS-SWITCHES.
    05  WS-HOLDOLD-EOF-SW          PIC X VALUE "N".
        88  WS-HOLDOLD-EOF             VALUE "Y".
    05  WS-HOLDIN-EOF-SW           PIC X VALUE "N".
        88  WS-HOLDIN-EOF              VALUE "Y".
    05  WS-DECISION-EOF-SW         PIC X VALUE "N".
        88  WS-DECISION-EOF            VALUE "Y".
    05  WS-RATE-EOF-SW             PIC X VALUE "N".
        88  WS-RATE-EOF                VALUE "Y".
    05  WS-RATE-FOUND-SW           PIC X VALUE "N".
        88  WS-RATE-FOUND              VALUE "Y".
    05  WS-ENTRY-FOUND-SW          PIC X VALUE "N".
        88  WS-ENTRY-FOUND             VALUE "Y".
    05  WS-DECISION-OK-SW          PIC X VALUE "Y".
        88  WS-DECISION-OK             VALUE "Y".
        88  WS-DECISION-BAD            VALUE "N".
    05  WS-ANY-ERROR-SW            PIC X VALUE "N".
        88  WS-ANY-ERROR               VALUE "Y".

01  WS-RUN-DATE-AREA.
    05  WS-RUN-DATE-YYYYMMDD.
        10  WS-RUN-YYYY            PIC 9(4).
        10  WS-RUN-MM              PIC 9(2).
        10  WS-RUN-DD              PIC 9(2).
    05  WS-RUN-DATE-EDIT           PIC X(10).
    05  WS-RUN-DATE-NUM            PIC 9(8) VALUE 0.

01  WS-AGING-CONTROLS.
    05  WS-HOLD-DAYS               PIC 9(3) VALUE 5.
    05  WS-RUN-DATE-INT            PIC 9(9) VALUE 0.
    05  WS-HELD-DATE-INT           PIC 9(9) VALUE 0.
    05  WS-HELD-DATE-NUM           PIC 9(8) VALUE 0.
    05  WS-DAYS-HELD               PIC 9(5) VALUE 0.

01  WS-HOLD-COUNTS.
    05  WS-OLD-HOLD-COUNT          PIC 9(7) VALUE 0.
    05  WS-DECISION-COUNT          PIC 9(7) VALUE 0.
    05  WS-APPROVED-COUNT          PIC 9(7) VALUE 0.
    05  WS-DECLINED-COUNT          PIC 9(7) VALUE 0.
    05  WS-DECISION-ERR-COUNT      PIC 9(7) VALUE 0.
    05  WS-NEW-HOLD-COUNT          PIC 9(7) VALUE 0.
    05  WS-DUP-HOLD-COUNT          PIC 9(7) VALUE 0.
    05  WS-PENDING-COUNT           PIC 9(7) VALUE 0.
    05  WS-AGED-COUNT              PIC 9(7) VALUE 0.
    05  WS-NO-RATE-COUNT           PIC 9(7) VALUE 0.
    05  WS-COUNT-EDIT              PIC ZZZZZZ9.
    05  WS-REPORT-LABEL            PIC X(29).
    05  WS-APPROVED-COUNT-EDIT     PIC ZZZZZZ9.
    05  WS-APPROVED-AMOUNT-EDIT    PIC ZZZZZZZZZZZZ9.99-.
    05  WS-DECLINED-COUNT-EDIT     PIC ZZZZZZ9.
    05  WS-DECLINED-AMOUNT-EDIT    PIC ZZZZZZZZZZZZ9.99-.
    05  WS-PENDING-COUNT-EDIT      PIC ZZZZZZ9.
    05  WS-PENDING-AMOUNT-EDIT     PIC ZZZZZZZZZZZZ9.99-.

01  WS-CURRENCY-AREA.
    05  WS-CURR-MAX-OCCURS         PIC 9(4) VALUE 200.
    05  WS-CURR-COUNT              PIC 9(4) VALUE 0.
    05  WS-CURR-IDX                PIC 9(4) VALUE 0.
    05  WS-CURR-FOUND-IDX          PIC 9(4) VALUE 0.
    05  WS-HOLD-CURRENCY           PIC X(3) VALUE SPACES.
    05  WS-HOLD-SIGNED-AMOUNT      PIC S9(13)V99 VALUE 0.
    05  WS-CURR-TABLE OCCURS 200 TIMES.
        10  WS-CURR-CODE           PIC X(3).
        10  WS-CURR-APPROVED-COUNT PIC 9(7).
        10  WS-CURR-APPROVED-AMOUNT
                                   PIC S9(13)V99.
        10  WS-CURR-DECLINED-COUNT PIC 9(7).
        10  WS-CURR-DECLINED-AMOUNT
                                   PIC S9(13)V99.
        10  WS-CURR-PENDING-COUNT  PIC 9(7).
        10  WS-CURR-PENDING-AMOUNT PIC S9(13)V99.

01  WS-RATE-AREA.
    05  WS-RATE-MAX-OCCURS         PIC 9(4) VALUE 5000.
    05  WS-RATE-COUNT              PIC 9(4) VALUE 0.
    05  WS-RATE-IDX                PIC 9(4) VALUE 0.
    05  WS-RATE-TABLE OCCURS 5000 TIMES.
        10  WS-RATE-FROM           PIC X(3).
        10  WS-RATE-TO             PIC X(3).
        10  WS-RATE-DATE           PIC X(8).
        10  WS-RATE-VALUE          PIC 9(5)V9(7).

01  WS-SEARCH-FIELDS.
    05  WS-HLD-IDX                 PIC 9(5) VALUE 0.
    05  WS-LINE-AMOUNT-EDIT        PIC ZZZZZZZZ9.99.
    05  WS-LINE-BASE-EDIT          PIC ZZZZZZZZ9.99.
    05  WS-LINE-BASE-X REDEFINES WS-LINE-BASE-EDIT
                                   PIC X(12).
    05  WS-LINE-LIMIT-EDIT         PIC ZZZZZZZZ9.99.
    05  WS-DAYS-EDIT               PIC ZZZZ9.
    05  WS-LINE-LABEL              PIC X(10).
    05  WS-DECISION-DATE           PIC X(8).
    05  WS-ERROR-TEXT              PIC X(40).

01  WS-RETURN-CODE                 PIC 9(4) VALUE 0.

01  WS-HOLD-AREA.
    05  WS-HLD-MAX-OCCURS          PIC 9(5) VALUE 1000.
    05  WS-HLD-COUNT               PIC 9(5) VALUE 0.
    05  WS-HLD-TABLE OCCURS 1000 TIMES.
        10  WS-HLD-ENTRY.
            15  WS-HLD-TRANS-DATA.
                20  WS-HLD-TRANS-ID
                                   PIC X(10).
                20  WS-HLD-AMOUNT  PIC 9(9)V99.
                20  WS-HLD-TRANS-DATE
                                   PIC X(8).
                20  FILLER         PIC X(1).
                20  WS-HLD-COMPANY PIC X(3).
                20  WS-HLD-DC-IND  PIC X(1).
                    88  WS-HLD-IS-CREDIT
                                       VALUE "C".
                20  WS-HLD-CURRENCY
                                   PIC X(3).
                20  FILLER         PIC X(43).
            15  WS-HLD-HELD-DATE   PIC X(8).
            15  WS-HLD-LIMIT       PIC 9(9)V99.
            15  WS-HLD-BASE-AMOUNT PIC 9(9)V99.
            15  WS-HLD-BASE-CURRENCY
                                   PIC X(3).
            15  FILLER             PIC X(7).
        10  WS-HLD-DISPOSITION     PIC X.
            88  WS-HLD-PENDING         VALUE "P".
            88  WS-HLD-APPROVED        VALUE "A".
            88  WS-HLD-DECLINED        VALUE "D".
        10  WS-HLD-APPROVER-ID     PIC X(8).
        10  WS-HLD-REASON          PIC X(30).

PROCEDURE DIVISION.
0000-MAIN-LOGIC.
    PERFORM 0100-INITIALIZE
    PERFORM 0200-LOAD-PENDING-HOLDS
    PERFORM 0300-APPLY-DECISIONS
    PERFORM 0400-MERGE-NEW-HOLDS
    PERFORM 0500-DISPOSE-HOLDS
    PERFORM 0600-HOLD-SUMMARY
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
    MOVE WS-RUN-DATE-YYYYMMDD TO WS-RUN-DATE-NUM
    OPEN OUTPUT NEW-HOLD-FILE
    IF WS-HOLDNEW-STATUS NOT = "00"
        DISPLAY "TRNAPR01 - UNABLE TO OPEN HOLDNEW, STATUS="
            WS-HOLDNEW-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT RELEASE-FILE
    IF WS-RELEASE-STATUS NOT = "00"
        DISPLAY "TRNAPR01 - UNABLE TO OPEN RELOUT, STATUS="
            WS-RELEASE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN EXTEND APPROVAL-LOG-FILE
    IF WS-APPRLOG-STATUS NOT = "00" AND WS-APPRLOG-STATUS NOT = "05"
        OPEN OUTPUT APPROVAL-LOG-FILE
        IF WS-APPRLOG-STATUS NOT = "00"
            DISPLAY "TRNAPR01 - UNABLE TO OPEN APPRLOG, STATUS="
                WS-APPRLOG-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF
    OPEN OUTPUT REPORT-FILE
    IF WS-REPORT-STATUS NOT = "00"
        DISPLAY "TRNAPR01 - UNABLE TO OPEN HOLDRPT, STATUS="
            WS-REPORT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 0110-READ-PARM-CARD
    PERFORM 0150-LOAD-RATE-TABLE
    COMPUTE WS-RUN-DATE-INT =
        FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
    PERFORM 0620-WRITE-REPORT-HEADER.

0110-READ-PARM-CARD.
    OPEN INPUT PARM-FILE
    IF WS-PARM-STATUS = "00"
        READ PARM-FILE
        IF WS-PARM-STATUS = "00"
                AND PARM-HOLD-DAYS IS NUMERIC
                AND PARM-HOLD-DAYS > 0
            MOVE PARM-HOLD-DAYS TO WS-HOLD-DAYS
        END-IF
        CLOSE PARM-FILE
    END-IF.

0120-READ-OLD-HOLD.
    READ OLD-HOLD-FILE
        AT END
            SET WS-HOLDOLD-EOF TO TRUE
    END-READ.

0130-READ-NEW-HOLDS.
    READ NEW-HOLDS-FILE
        AT END
            SET WS-HOLDIN-EOF TO TRUE
    END-READ.

0140-READ-DECISION.
    READ DECISION-FILE
        AT END
            SET WS-DECISION-EOF TO TRUE
    END-READ.

0150-LOAD-RATE-TABLE.
    OPEN INPUT RATE-FILE
    IF WS-RATE-STATUS NOT = "00"
        DISPLAY "TRNAPR01 - UNABLE TO OPEN FXRATE, STATUS="
            WS-RATE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 0155-READ-RATE-RECORD
    PERFORM UNTIL WS-RATE-EOF
        IF RATE-FROM-CURRENCY NOT = SPACES
            IF WS-RATE-COUNT NOT < WS-RATE-MAX-OCCURS
                DISPLAY "TRNAPR01 - FXRATE HAS MORE THAN "
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

0200-LOAD-PENDING-HOLDS.
    OPEN INPUT OLD-HOLD-FILE
    IF WS-HOLDOLD-STATUS NOT = "00"
        SET WS-HOLDOLD-EOF TO TRUE
    ELSE
        PERFORM 0120-READ-OLD-HOLD
    END-IF
    PERFORM UNTIL WS-HOLDOLD-EOF
        IF WS-HLD-COUNT >= WS-HLD-MAX-OCCURS
            DISPLAY "TRNAPR01 - PENDING HOLDS EXCEED TABLE MAX "
                WS-HLD-MAX-OCCURS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO WS-HLD-COUNT
        ADD 1 TO WS-OLD-HOLD-COUNT
        MOVE OLD-HOLD-RECORD TO WS-HLD-ENTRY(WS-HLD-COUNT)
        SET WS-HLD-PENDING(WS-HLD-COUNT) TO TRUE
        MOVE SPACES TO WS-HLD-APPROVER-ID(WS-HLD-COUNT)
        MOVE SPACES TO WS-HLD-REASON(WS-HLD-COUNT)
        PERFORM 0120-READ-OLD-HOLD
    END-PERFORM
    IF WS-HOLDOLD-STATUS = "00" OR WS-HOLDOLD-STATUS = "10"
        CLOSE OLD-HOLD-FILE
    END-IF.

0300-APPLY-DECISIONS.
    OPEN INPUT DECISION-FILE
    IF WS-DECISION-STATUS NOT = "00"
        SET WS-DECISION-EOF TO TRUE
    ELSE
        PERFORM 0140-READ-DECISION
    END-IF
    PERFORM UNTIL WS-DECISION-EOF
        ADD 1 TO WS-DECISION-COUNT
        PERFORM 3000-APPLY-ONE-DECISION
        PERFORM 0140-READ-DECISION
    END-PERFORM
    IF WS-DECISION-STATUS = "00" OR WS-DECISION-STATUS = "10"
        CLOSE DECISION-FILE
    END-IF.

3000-APPLY-ONE-DECISION.
    SET WS-DECISION-OK TO TRUE
    MOVE SPACES TO WS-ERROR-TEXT
    MOVE DEC-DATE TO WS-DECISION-DATE
    IF WS-DECISION-DATE = SPACES
        MOVE WS-RUN-DATE-YYYYMMDD TO WS-DECISION-DATE
    END-IF
    EVALUATE TRUE
        WHEN NOT DEC-APPROVE AND NOT DEC-DECLINE
            SET WS-DECISION-BAD TO TRUE
            MOVE "ACTION MUST BE A OR D" TO WS-ERROR-TEXT
        WHEN DEC-TRANS-ID = SPACES
            SET WS-DECISION-BAD TO TRUE
            MOVE "TRANS-ID IS BLANK" TO WS-ERROR-TEXT
        WHEN DEC-APPROVER-ID = SPACES
            SET WS-DECISION-BAD TO TRUE
            MOVE "APPROVER ID IS BLANK" TO WS-ERROR-TEXT
        WHEN WS-DECISION-DATE NOT NUMERIC
            SET WS-DECISION-BAD TO TRUE
            MOVE "DECISION DATE NOT NUMERIC" TO WS-ERROR-TEXT
        WHEN DEC-DECLINE AND DEC-REASON = SPACES
            SET WS-DECISION-BAD TO TRUE
            MOVE "DECLINE REASON IS BLANK" TO WS-ERROR-TEXT
    END-EVALUATE
    IF WS-DECISION-OK
        MOVE "N" TO WS-ENTRY-FOUND-SW
        PERFORM VARYING WS-HLD-IDX FROM 1 BY 1
                UNTIL WS-HLD-IDX > WS-HLD-COUNT
            IF WS-HLD-TRANS-ID(WS-HLD-IDX) = DEC-TRANS-ID
                    AND WS-HLD-PENDING(WS-HLD-IDX)
                SET WS-ENTRY-FOUND TO TRUE
                PERFORM 3100-RECORD-DECISION
            END-IF
        END-PERFORM
        IF NOT WS-ENTRY-FOUND
            SET WS-DECISION-BAD TO TRUE
            MOVE "TRANS-ID IS NOT PENDING APPROVAL" TO WS-ERROR-TEXT
        END-IF
    END-IF
    IF WS-DECISION-BAD
        PERFORM 3900-DECISION-ERROR
    END-IF.

3100-RECORD-DECISION.
    MOVE DEC-ACTION TO WS-HLD-DISPOSITION(WS-HLD-IDX)
    MOVE DEC-APPROVER-ID TO WS-HLD-APPROVER-ID(WS-HLD-IDX)
    MOVE DEC-REASON TO WS-HLD-REASON(WS-HLD-IDX)
    MOVE SPACES TO APPROVAL-LOG-RECORD
    MOVE WS-DECISION-DATE TO LOG-DECISION-DATE
    MOVE WS-RUN-DATE-YYYYMMDD TO LOG-RUN-DATE
    MOVE DEC-ACTION TO LOG-ACTION
    MOVE DEC-APPROVER-ID TO LOG-APPROVER-ID
    MOVE DEC-REASON TO LOG-REASON
    MOVE WS-HLD-HELD-DATE(WS-HLD-IDX) TO LOG-HELD-DATE
    MOVE WS-HLD-TRANS-DATA(WS-HLD-IDX) TO LOG-TRANS-DATA
    WRITE APPROVAL-LOG-RECORD.

3900-DECISION-ERROR.
    SET WS-ANY-ERROR TO TRUE
    ADD 1 TO WS-DECISION-ERR-COUNT
    MOVE SPACES TO REPORT-RECORD
    STRING "DECISION REJECTED: " DELIMITED BY SIZE
           DEC-ACTION DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           DEC-TRANS-ID DELIMITED BY SIZE
           " BY " DELIMITED BY SIZE
           DEC-APPROVER-ID DELIMITED BY SIZE
           " - " DELIMITED BY SIZE
           WS-ERROR-TEXT DELIMITED BY SIZE
           INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD.

0400-MERGE-NEW-HOLDS.
    OPEN INPUT NEW-HOLDS-FILE
    IF WS-HOLDIN-STATUS NOT = "00"
        SET WS-HOLDIN-EOF TO TRUE
    ELSE
        PERFORM 0130-READ-NEW-HOLDS
    END-IF
    PERFORM UNTIL WS-HOLDIN-EOF
        PERFORM 4000-MERGE-ONE-HOLD
        PERFORM 0130-READ-NEW-HOLDS
    END-PERFORM
    IF WS-HOLDIN-STATUS = "00" OR WS-HOLDIN-STATUS = "10"
        CLOSE NEW-HOLDS-FILE
    END-IF.

4000-MERGE-ONE-HOLD.
    MOVE "N" TO WS-ENTRY-FOUND-SW
    PERFORM VARYING WS-HLD-IDX FROM 1 BY 1
            UNTIL WS-HLD-IDX > WS-HLD-COUNT OR WS-ENTRY-FOUND
        IF WS-HLD-ENTRY(WS-HLD-IDX) = NEW-HOLDS-RECORD
            SET WS-ENTRY-FOUND TO TRUE
        END-IF
    END-PERFORM
    IF WS-ENTRY-FOUND
        ADD 1 TO WS-DUP-HOLD-COUNT
    ELSE
        IF WS-HLD-COUNT >= WS-HLD-MAX-OCCURS
            DISPLAY "TRNAPR01 - PENDING HOLDS EXCEED TABLE MAX "
                WS-HLD-MAX-OCCURS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO WS-HLD-COUNT
        ADD 1 TO WS-NEW-HOLD-COUNT
        MOVE NEW-HOLDS-RECORD TO WS-HLD-ENTRY(WS-HLD-COUNT)
        SET WS-HLD-PENDING(WS-HLD-COUNT) TO TRUE
        MOVE SPACES TO WS-HLD-APPROVER-ID(WS-HLD-COUNT)
        MOVE SPACES TO WS-HLD-REASON(WS-HLD-COUNT)
    END-IF.

0500-DISPOSE-HOLDS.
    MOVE SPACES TO REPORT-RECORD
    STRING "DISPOSITION TRANS-ID   CO  CUR       AMOUNT D/C BASE AMOUNT "
               DELIMITED BY SIZE
           "CUR        LIMIT HELD ON   DAYS APPROVER REASON"
               DELIMITED BY SIZE
           INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD
    PERFORM VARYING WS-HLD-IDX FROM 1 BY 1
            UNTIL WS-HLD-IDX > WS-HLD-COUNT
        PERFORM 5000-DISPOSE-ONE-HOLD
    END-PERFORM.

5000-DISPOSE-ONE-HOLD.
    PERFORM 5100-COMPUTE-DAYS-HELD
    PERFORM 5200-FIND-CURRENCY
    IF WS-HLD-IS-CREDIT(WS-HLD-IDX)
        COMPUTE WS-HOLD-SIGNED-AMOUNT = 0 - WS-HLD-AMOUNT(WS-HLD-IDX)
    ELSE
        MOVE WS-HLD-AMOUNT(WS-HLD-IDX) TO WS-HOLD-SIGNED-AMOUNT
    END-IF
    EVALUATE TRUE
        WHEN WS-HLD-APPROVED(WS-HLD-IDX)
            ADD 1 TO WS-APPROVED-COUNT
            ADD 1 TO WS-CURR-APPROVED-COUNT(WS-CURR-FOUND-IDX)
            ADD WS-HOLD-SIGNED-AMOUNT
                TO WS-CURR-APPROVED-AMOUNT(WS-CURR-FOUND-IDX)
            MOVE WS-HLD-TRANS-DATA(WS-HLD-IDX) TO RELEASE-RECORD
            WRITE RELEASE-RECORD
            MOVE "RELEASED" TO WS-LINE-LABEL
        WHEN WS-HLD-DECLINED(WS-HLD-IDX)
            ADD 1 TO WS-DECLINED-COUNT
            ADD 1 TO WS-CURR-DECLINED-COUNT(WS-CURR-FOUND-IDX)
            ADD WS-HOLD-SIGNED-AMOUNT
                TO WS-CURR-DECLINED-AMOUNT(WS-CURR-FOUND-IDX)
            MOVE "DECLINED" TO WS-LINE-LABEL
        WHEN OTHER
            ADD 1 TO WS-PENDING-COUNT
            ADD 1 TO WS-CURR-PENDING-COUNT(WS-CURR-FOUND-IDX)
            ADD WS-HOLD-SIGNED-AMOUNT
                TO WS-CURR-PENDING-AMOUNT(WS-CURR-FOUND-IDX)
            MOVE WS-HLD-ENTRY(WS-HLD-IDX) TO NEW-HOLD-RECORD
            WRITE NEW-HOLD-RECORD
            IF WS-DAYS-HELD > WS-HOLD-DAYS
                ADD 1 TO WS-AGED-COUNT
                MOVE "*AGED*" TO WS-LINE-LABEL
            ELSE
                MOVE "PENDING" TO WS-LINE-LABEL
            END-IF
            PERFORM 5300-CHECK-RATE
            IF NOT WS-RATE-FOUND
                ADD 1 TO WS-NO-RATE-COUNT
                MOVE "*NO RATE*" TO WS-LINE-LABEL
            END-IF
    END-EVALUATE
    PERFORM 5400-WRITE-HOLD-LINE.

5100-COMPUTE-DAYS-HELD.
    IF WS-HLD-HELD-DATE(WS-HLD-IDX) IS NUMERIC
        MOVE WS-HLD-HELD-DATE(WS-HLD-IDX) TO WS-HELD-DATE-NUM
        COMPUTE WS-HELD-DATE-INT =
            FUNCTION INTEGER-OF-DATE(WS-HELD-DATE-NUM)
        COMPUTE WS-DAYS-HELD = WS-RUN-DATE-INT - WS-HELD-DATE-INT
    ELSE
        MOVE 0 TO WS-DAYS-HELD
    END-IF.

5200-FIND-CURRENCY.
    MOVE WS-HLD-CURRENCY(WS-HLD-IDX) TO WS-HOLD-CURRENCY
    IF WS-HOLD-CURRENCY = SPACES
        MOVE WS-HLD-BASE-CURRENCY(WS-HLD-IDX) TO WS-HOLD-CURRENCY
    END-IF
    IF WS-HOLD-CURRENCY = SPACES
        MOVE "???" TO WS-HOLD-CURRENCY
    END-IF
    MOVE 0 TO WS-CURR-FOUND-IDX
    PERFORM VARYING WS-CURR-IDX FROM 1 BY 1
            UNTIL WS-CURR-IDX > WS-CURR-COUNT
               OR WS-CURR-FOUND-IDX > 0
        IF WS-CURR-CODE(WS-CURR-IDX) = WS-HOLD-CURRENCY
            MOVE WS-CURR-IDX TO WS-CURR-FOUND-IDX
        END-IF
    END-PERFORM
    IF WS-CURR-FOUND-IDX = 0
        IF WS-CURR-COUNT NOT < WS-CURR-MAX-OCCURS
            DISPLAY "TRNAPR01 - MORE THAN " WS-CURR-MAX-OCCURS
                " CURRENCIES - TABLE FULL"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO WS-CURR-COUNT
        MOVE WS-CURR-COUNT TO WS-CURR-FOUND-IDX
        MOVE WS-HOLD-CURRENCY TO WS-CURR-CODE(WS-CURR-FOUND-IDX)
        MOVE 0 TO WS-CURR-APPROVED-COUNT(WS-CURR-FOUND-IDX)
        MOVE 0 TO WS-CURR-APPROVED-AMOUNT(WS-CURR-FOUND-IDX)
        MOVE 0 TO WS-CURR-DECLINED-COUNT(WS-CURR-FOUND-IDX)
        MOVE 0 TO WS-CURR-DECLINED-AMOUNT(WS-CURR-FOUND-IDX)
        MOVE 0 TO WS-CURR-PENDING-COUNT(WS-CURR-FOUND-IDX)
        MOVE 0 TO WS-CURR-PENDING-AMOUNT(WS-CURR-FOUND-IDX)
    END-IF.

5300-CHECK-RATE.
    SET WS-RATE-FOUND TO TRUE
    IF WS-HLD-CURRENCY(WS-HLD-IDX) NOT = SPACES
            AND WS-HLD-BASE-CURRENCY(WS-HLD-IDX) NOT = SPACES
            AND WS-HLD-CURRENCY(WS-HLD-IDX)
                NOT = WS-HLD-BASE-CURRENCY(WS-HLD-IDX)
        MOVE "N" TO WS-RATE-FOUND-SW
        PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                UNTIL WS-RATE-IDX > WS-RATE-COUNT OR WS-RATE-FOUND
            IF WS-RATE-FROM(WS-RATE-IDX) = WS-HLD-CURRENCY(WS-HLD-IDX)
                    AND WS-RATE-TO(WS-RATE-IDX)
                        = WS-HLD-BASE-CURRENCY(WS-HLD-IDX)
                    AND WS-RATE-DATE(WS-RATE-IDX)
                        = WS-HLD-TRANS-DATE(WS-HLD-IDX)
                    AND WS-RATE-VALUE(WS-RATE-IDX) > 0
                SET WS-RATE-FOUND TO TRUE
            END-IF
        END-PERFORM
    END-IF.

5400-WRITE-HOLD-LINE.
    MOVE WS-HLD-AMOUNT(WS-HLD-IDX) TO WS-LINE-AMOUNT-EDIT
    IF WS-HLD-BASE-AMOUNT(WS-HLD-IDX) IS NUMERIC
        MOVE WS-HLD-BASE-AMOUNT(WS-HLD-IDX) TO WS-LINE-BASE-EDIT
    ELSE
        MOVE SPACES TO WS-LINE-BASE-X
    END-IF
    MOVE WS-HLD-LIMIT(WS-HLD-IDX) TO WS-LINE-LIMIT-EDIT
    MOVE WS-DAYS-HELD TO WS-DAYS-EDIT
    MOVE SPACES TO REPORT-RECORD
    STRING WS-LINE-LABEL DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-HLD-TRANS-ID(WS-HLD-IDX) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-HLD-COMPANY(WS-HLD-IDX) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-HOLD-CURRENCY DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-LINE-AMOUNT-EDIT DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-HLD-DC-IND(WS-HLD-IDX) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-LINE-BASE-X DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-HLD-BASE-CURRENCY(WS-HLD-IDX) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-LINE-LIMIT-EDIT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-HLD-HELD-DATE(WS-HLD-IDX) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-DAYS-EDIT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-HLD-APPROVER-ID(WS-HLD-IDX) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-HLD-REASON(WS-HLD-IDX) DELIMITED BY SIZE
           INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD.

0600-HOLD-SUMMARY.
    MOVE SPACES TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE "HOLDS BROUGHT FORWARD  . . : " TO WS-REPORT-LABEL
    MOVE WS-OLD-HOLD-COUNT TO WS-COUNT-EDIT
    PERFORM 0610-WRITE-COUNT-LINE
    MOVE "DECISIONS READ . . . . . . : " TO WS-REPORT-LABEL
    MOVE WS-DECISION-COUNT TO WS-COUNT-EDIT
    PERFORM 0610-WRITE-COUNT-LINE
    MOVE "DECISIONS REJECTED . . . . : " TO WS-REPORT-LABEL
    MOVE WS-DECISION-ERR-COUNT TO WS-COUNT-EDIT
    PERFORM 0610-WRITE-COUNT-LINE
    MOVE "ITEMS APPROVED (RELEASED)  : " TO WS-REPORT-LABEL
    MOVE WS-APPROVED-COUNT TO WS-COUNT-EDIT
    PERFORM 0610-WRITE-COUNT-LINE
    MOVE "ITEMS DECLINED . . . . . . : " TO WS-REPORT-LABEL
    MOVE WS-DECLINED-COUNT TO WS-COUNT-EDIT
    PERFORM 0610-WRITE-COUNT-LINE
    MOVE "NEW HOLDS TONIGHT  . . . . : " TO WS-REPORT-LABEL
    MOVE WS-NEW-HOLD-COUNT TO WS-COUNT-EDIT
    PERFORM 0610-WRITE-COUNT-LINE
    IF WS-DUP-HOLD-COUNT > 0
        MOVE "HOLDS ALREADY PENDING  . . : " TO WS-REPORT-LABEL
        MOVE WS-DUP-HOLD-COUNT TO WS-COUNT-EDIT
        PERFORM 0610-WRITE-COUNT-LINE
    END-IF
    MOVE "PENDING CARRIED FORWARD  . : " TO WS-REPORT-LABEL
    MOVE WS-PENDING-COUNT TO WS-COUNT-EDIT
    PERFORM 0610-WRITE-COUNT-LINE
    MOVE "  HELD BEYOND THRESHOLD  . : " TO WS-REPORT-LABEL
    MOVE WS-AGED-COUNT TO WS-COUNT-EDIT
    PERFORM 0610-WRITE-COUNT-LINE
    MOVE "  NO RATE LEFT ON FXRATE . : " TO WS-REPORT-LABEL
    MOVE WS-NO-RATE-COUNT TO WS-COUNT-EDIT
    PERFORM 0610-WRITE-COUNT-LINE
    IF WS-CURR-COUNT > 0
        MOVE SPACES TO REPORT-RECORD
        WRITE REPORT-RECORD
        MOVE SPACES TO REPORT-RECORD
        STRING "  CUR APPROVED  AMOUNT RELEASED  DECLINED"
                   DELIMITED BY SIZE
               "  AMOUNT DECLINED   PENDING   AMOUNT PENDING"
                   DELIMITED BY SIZE
               INTO REPORT-RECORD
        END-STRING
        WRITE REPORT-RECORD
        PERFORM VARYING WS-CURR-IDX FROM 1 BY 1
                UNTIL WS-CURR-IDX > WS-CURR-COUNT
            PERFORM 0640-WRITE-CURRENCY-LINE
        END-PERFORM
    END-IF.

0610-WRITE-COUNT-LINE.
    MOVE SPACES TO REPORT-RECORD
    STRING WS-REPORT-LABEL DELIMITED BY SIZE
           WS-COUNT-EDIT DELIMITED BY SIZE
           INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD.

0620-WRITE-REPORT-HEADER.
    MOVE SPACES TO REPORT-RECORD
    STRING "TRNAPR01 - HIGH-VALUE APPROVAL HOLD REPORT"
               DELIMITED BY SIZE
           "   RUN DATE: " DELIMITED BY SIZE
           WS-RUN-DATE-EDIT DELIMITED BY SIZE
           INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD
    MOVE WS-HOLD-DAYS TO WS-COUNT-EDIT
    MOVE SPACES TO REPORT-RECORD
    STRING "HOLD THRESHOLD (DAYS) . . : " DELIMITED BY SIZE
           WS-COUNT-EDIT DELIMITED BY SIZE
           INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD
    MOVE SPACES TO REPORT-RECORD
    WRITE REPORT-RECORD.

0640-WRITE-CURRENCY-LINE.
    MOVE WS-CURR-APPROVED-COUNT(WS-CURR-IDX) TO WS-APPROVED-COUNT-EDIT
    MOVE WS-CURR-APPROVED-AMOUNT(WS-CURR-IDX) TO WS-APPROVED-AMOUNT-EDIT
    MOVE WS-CURR-DECLINED-COUNT(WS-CURR-IDX) TO WS-DECLINED-COUNT-EDIT
    MOVE WS-CURR-DECLINED-AMOUNT(WS-CURR-IDX) TO WS-DECLINED-AMOUNT-EDIT
    MOVE WS-CURR-PENDING-COUNT(WS-CURR-IDX) TO WS-PENDING-COUNT-EDIT
    MOVE WS-CURR-PENDING-AMOUNT(WS-CURR-IDX) TO WS-PENDING-AMOUNT-EDIT
    MOVE SPACES TO REPORT-RECORD
    STRING "  " DELIMITED BY SIZE
           WS-CURR-CODE(WS-CURR-IDX) DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-APPROVED-COUNT-EDIT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-APPROVED-AMOUNT-EDIT DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-DECLINED-COUNT-EDIT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-DECLINED-AMOUNT-EDIT DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-PENDING-COUNT-EDIT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-PENDING-AMOUNT-EDIT DELIMITED BY SIZE
           INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD.

0900-TERMINATE.
    CLOSE NEW-HOLD-FILE
    CLOSE RELEASE-FILE
    CLOSE APPROVAL-LOG-FILE
    CLOSE REPORT-FILE
    IF WS-AGED-COUNT > 0 OR WS-NO-RATE-COUNT > 0 OR WS-ANY-ERROR
        MOVE 4 TO WS-RETURN-CODE
    END-IF
    MOVE WS-RETURN-CODE TO RETURN-CODE.
