       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. GLPOST01.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TABLE-FILE ASSIGN TO TBLIN
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-TABLE-STATUS.
    SELECT MAP-FILE ASSIGN TO GLMAP
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-MAP-STATUS.
    SELECT JOURNAL-FILE ASSIGN TO GLJRNL
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-JOURNAL-STATUS.
    SELECT REPORT-FILE ASSIGN TO GLRPT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  TABLE-FILE
    RECORDING MODE IS F
    RECORD CONTAINS 85 CHARACTERS.
01  TABLE-RECORD.
    05  TBL-TRANS-ID               PIC X(10).
    05  FILLER                     PIC X(3).
    05  TBL-AMOUNT-EDIT            PIC X(12).
    05  FILLER                     PIC X(3).
    05  TBL-TRANS-DATE             PIC X(8).
    05  FILLER                     PIC X(3).
    05  TBL-TRANS-CNT              PIC X(5).
    05  FILLER                     PIC X(3).
    05  TBL-COMPANY                PIC X(3).
    05  FILLER                     PIC X(35).

FD  MAP-FILE
    RECORDING MODE IS F
    RECORD CONTAINS 80 CHARACTERS.
01  MAP-RECORD.
    05  MAP-COMPANY                PIC X(3).
    05  MAP-DIRECTION              PIC X(1).
        88  MAP-IS-DEBIT               VALUE "D".
        88  MAP-IS-CREDIT              VALUE "C".
        88  MAP-IS-CLEARING            VALUE "X".
    05  MAP-GL-ACCOUNT             PIC X(12).
    05  MAP-DESCRIPTION            PIC X(30).
    05  FILLER                     PIC X(34).

FD  JOURNAL-FILE
    RECORDING MODE IS F
    RECORD CONTAINS 80 CHARACTERS.
01  JOURNAL-RECORD.
    05  JE-POST-DATE               PIC X(8).
    05  JE-COMPANY                 PIC X(3).
    05  JE-GL-ACCOUNT              PIC X(12).
    05  JE-DC-IND                  PIC X(1).
    05  JE-AMOUNT                  PIC 9(11)V99.
    05  JE-TRANS-ID                PIC X(10).
    05  JE-TRANS-DATE              PIC X(8).
    05  JE-LINE-TYPE               PIC X(1).
    05  JE-SOURCE                  PIC X(8).
    05  FILLER                     PIC X(16).

FD  REPORT-FILE
    RECORDING MODE IS F
    RECORD CONTAINS 132 CHARACTERS.
01  REPORT-RECORD                  PIC X(132).

WORKING-STORAGE SECTION.
01  WS-FILE-STATUSES.
    05  WS-TABLE-STATUS            PIC XX VALUE SPACES.
    05  WS-MAP-STATUS              PIC XX VALUE SPACES.
    05  WS-JOURNAL-STATUS          PIC XX VALUE SPACES.
    05  WS-REPORT-STATUS           PIC XX VALUE SPACES.

01  WS-SWITCHES.
    05  WS-TABLE-EOF-SW            PIC X VALUE "N".
        88  WS-TABLE-EOF               VALUE "Y".
    05  WS-MAP-EOF-SW              PIC X VALUE "N".
        88  WS-MAP-EOF                 VALUE "Y".
    05  WS-POSTABLE-SW             PIC X VALUE "Y".
        88  WS-POSTABLE                VALUE "Y".
        88  WS-NOT-POSTABLE            VALUE "N".
    05  WS-POSTING-PASS-SW         PIC X VALUE "1".
        88  WS-PROVING-PASS            VALUE "1".
        88  WS-WRITING-PASS            VALUE "2".

01  WS-RUN-DATE-AREA.
    05  WS-RUN-DATE-YYYYMMDD.
        10  WS-RUN-YYYY            PIC 9(4).
        10  WS-RUN-MM              PIC 9(2).
        10  WS-RUN-DD              PIC 9(2).
    05  WS-RUN-DATE-EDIT           PIC X(10).

01  WS-POSTING-TOTALS.
    05  WS-TABLE-COUNT             PIC 9(9) VALUE 0.
    05  WS-TABLE-FALLBACK          PIC 9(9) VALUE 0.
    05  WS-ZERO-COUNT              PIC 9(9) VALUE 0.
    05  WS-TABLE-AMOUNT-TOT        PIC S9(13)V99 VALUE 0.
    05  WS-ENTRY-COUNT             PIC 9(9) VALUE 0.
    05  WS-DEBIT-TOT               PIC S9(13)V99 VALUE 0.
    05  WS-CREDIT-TOT              PIC S9(13)V99 VALUE 0.
    05  WS-JOURNAL-WRITTEN         PIC 9(9) VALUE 0.
    05  WS-UNMAPPED-COUNT          PIC 9(4) VALUE 0.
    05  WS-UNBALANCED-COUNT        PIC 9(4) VALUE 0.
    05  WS-JOURNAL-ERROR-COUNT     PIC 9(4) VALUE 0.
    05  WS-OFFSET-WRITTEN          PIC 9(9) VALUE 0.

01  WS-EDIT-FIELDS.
    05  WS-AMOUNT-IN               PIC S9(9)V99.
    05  WS-AMOUNT-ABS              PIC S9(13)V99 VALUE 0.
    05  WS-OFFSET-NET              PIC S9(13)V99 VALUE 0.
    05  WS-JE-LIMIT                PIC S9(13)V99 VALUE 99999999999.99.
    05  WS-COUNT-EDIT              PIC ZZZZZZZZ9.
    05  WS-AMOUNT-EDIT             PIC ZZZZZZZZZZZZ9.99-.
    05  WS-REPORT-LABEL            PIC X(29).
    05  WS-ACCOUNT-WORK            PIC X(12).

01  WS-RETURN-CODE                 PIC 9(4) VALUE 0.

01  WS-MAP-AREA.
    05  WS-MAP-MAX-OCCURS          PIC 9(4) VALUE 2997.
    05  WS-MAP-COUNT               PIC 9(4) VALUE 0.
    05  WS-MAP-IDX                 PIC 9(4) VALUE 0.
    05  WS-MAP-FOUND-IDX           PIC 9(4) VALUE 0.
    05  WS-MAP-WORK-COMPANY        PIC X(3) VALUE SPACES.
    05  WS-MAP-WORK-DIRECTION      PIC X(1) VALUE SPACES.
    05  WS-MAP-TABLE OCCURS 2997 TIMES.
        10  WS-MAP-COMPANY         PIC X(3).
        10  WS-MAP-DIRECTION       PIC X(1).
        10  WS-MAP-GL-ACCOUNT      PIC X(12).

01  WS-COMPANY-AREA.
    05  WS-CO-MAX-OCCURS           PIC 9(4) VALUE 999.
    05  WS-CO-COUNT                PIC 9(4) VALUE 0.
    05  WS-CO-IDX                  PIC 9(4) VALUE 0.
    05  WS-CO-FOUND-IDX            PIC 9(4) VALUE 0.
    05  WS-CO-WORK-CODE            PIC X(3) VALUE SPACES.
    05  WS-CO-TABLE OCCURS 999 TIMES.
        10  WS-CO-CODE             PIC X(3).
        10  WS-CO-DEBIT-COUNT      PIC 9(9).
        10  WS-CO-CREDIT-COUNT     PIC 9(9).
        10  WS-CO-DEBIT-TOT        PIC S9(13)V99.
        10  WS-CO-CREDIT-TOT       PIC S9(13)V99.
        10  WS-CO-OFFSET-AMOUNT    PIC S9(13)V99.
        10  WS-CO-DEBIT-ACCT       PIC X(12).
        10  WS-CO-CREDIT-ACCT      PIC X(12).
        10  WS-CO-CLEARING-ACCT    PIC X(12).
        10  WS-CO-JE-DEBIT-COUNT   PIC 9(9).
        10  WS-CO-JE-CREDIT-COUNT  PIC 9(9).
        10  WS-CO-JE-OFFSET-COUNT  PIC 9(9).
        10  WS-CO-JE-DEBIT-TOT     PIC S9(13)V99.
        10  WS-CO-JE-CREDIT-TOT    PIC S9(13)V99.
        10  WS-CO-JE-OFFSET-DR     PIC S9(13)V99.
        10  WS-CO-JE-OFFSET-CR     PIC S9(13)V99.
        10  WS-CO-STATUS-SW        PIC X.
            88  WS-CO-IN-BALANCE       VALUE "B".
            88  WS-CO-UNMAPPED         VALUE "M".
            88  WS-CO-UNBALANCED       VALUE "U".
            88  WS-CO-JOURNAL-ERROR    VALUE "J".

PROCEDURE DIVISION.
0000-MAIN-LOGIC.
    PERFORM 0100-INITIALIZE
    PERFORM 0200-PROVE-POSTING
    PERFORM 0300-CHECK-COMPANIES
    IF WS-POSTABLE
        PERFORM 0400-WRITE-JOURNAL
        PERFORM 0430-PROVE-JOURNAL
    END-IF
    PERFORM 0500-CONTROL-REPORT
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
    OPEN INPUT TABLE-FILE
    IF WS-TABLE-STATUS NOT = "00"
        DISPLAY "GLPOST01 - UNABLE TO OPEN TBLIN, STATUS="
            WS-TABLE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT REPORT-FILE
    IF WS-REPORT-STATUS NOT = "00"
        DISPLAY "GLPOST01 - UNABLE TO OPEN GLRPT, STATUS="
            WS-REPORT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 0120-LOAD-MAP-TABLE.

0120-LOAD-MAP-TABLE.
    OPEN INPUT MAP-FILE
    IF WS-MAP-STATUS NOT = "00"
        DISPLAY "GLPOST01 - UNABLE TO OPEN GLMAP, STATUS="
            WS-MAP-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 0125-READ-MAP-RECORD
    PERFORM UNTIL WS-MAP-EOF
        IF MAP-COMPANY NOT = SPACES
                AND (MAP-IS-DEBIT OR MAP-IS-CREDIT OR MAP-IS-CLEARING)
                AND MAP-GL-ACCOUNT NOT = SPACES
            IF WS-MAP-COUNT < WS-MAP-MAX-OCCURS
                ADD 1 TO WS-MAP-COUNT
                MOVE MAP-COMPANY TO WS-MAP-COMPANY(WS-MAP-COUNT)
                MOVE MAP-DIRECTION TO WS-MAP-DIRECTION(WS-MAP-COUNT)
                MOVE MAP-GL-ACCOUNT TO WS-MAP-GL-ACCOUNT(WS-MAP-COUNT)
            ELSE
                DISPLAY "GLPOST01 - GLMAP HAS MORE THAN "
                    WS-MAP-MAX-OCCURS " ENTRIES - TABLE FULL"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
        END-IF
        PERFORM 0125-READ-MAP-RECORD
    END-PERFORM
    CLOSE MAP-FILE
    IF WS-MAP-COUNT = 0
        DISPLAY "GLPOST01 - GLMAP IS EMPTY - NO ACCOUNT MAPPINGS"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

0125-READ-MAP-RECORD.
    READ MAP-FILE
        AT END
            SET WS-MAP-EOF TO TRUE
    END-READ.

0200-PROVE-POSTING.
    PERFORM 0210-READ-TABLE-RECORD
    PERFORM UNTIL WS-TABLE-EOF
        IF TBL-TRANS-ID NOT = SPACES
                AND TBL-AMOUNT-EDIT NOT = SPACES
                AND TBL-TRANS-DATE NOT = SPACES
            ADD 1 TO WS-TABLE-COUNT
            COMPUTE WS-AMOUNT-IN = FUNCTION NUMVAL(TBL-AMOUNT-EDIT)
            ADD WS-AMOUNT-IN TO WS-TABLE-AMOUNT-TOT
            MOVE TBL-COMPANY TO WS-CO-WORK-CODE
            PERFORM 0600-FIND-COMPANY-ROW
            IF WS-CO-FOUND-IDX = 0
                SET WS-NOT-POSTABLE TO TRUE
                DISPLAY "GLPOST01 - COMPANIES EXCEED TABLE MAX "
                    WS-CO-MAX-OCCURS " - COMPANY " TBL-COMPANY
                    " CANNOT BE POSTED"
            ELSE
                EVALUATE TRUE
                    WHEN WS-AMOUNT-IN > 0
                        ADD 1 TO WS-CO-DEBIT-COUNT(WS-CO-FOUND-IDX)
                        ADD WS-AMOUNT-IN
                            TO WS-CO-DEBIT-TOT(WS-CO-FOUND-IDX)
                    WHEN WS-AMOUNT-IN < 0
                        ADD 1 TO WS-CO-CREDIT-COUNT(WS-CO-FOUND-IDX)
                        SUBTRACT WS-AMOUNT-IN
                            FROM WS-CO-CREDIT-TOT(WS-CO-FOUND-IDX)
                    WHEN OTHER
                        ADD 1 TO WS-ZERO-COUNT
                END-EVALUATE
            END-IF
        ELSE
            ADD 1 TO WS-TABLE-FALLBACK
        END-IF
        PERFORM 0210-READ-TABLE-RECORD
    END-PERFORM
    CLOSE TABLE-FILE.

0210-READ-TABLE-RECORD.
    READ TABLE-FILE
        AT END
            SET WS-TABLE-EOF TO TRUE
    END-READ.

0300-CHECK-COMPANIES.
    PERFORM VARYING WS-CO-IDX FROM 1 BY 1
            UNTIL WS-CO-IDX > WS-CO-COUNT
        SET WS-CO-IN-BALANCE(WS-CO-IDX) TO TRUE
        MOVE WS-CO-CODE(WS-CO-IDX) TO WS-MAP-WORK-COMPANY
        IF WS-CO-DEBIT-COUNT(WS-CO-IDX) > 0
            MOVE "D" TO WS-MAP-WORK-DIRECTION
            PERFORM 0610-FIND-MAPPING
            IF WS-MAP-FOUND-IDX = 0
                SET WS-CO-UNMAPPED(WS-CO-IDX) TO TRUE
            ELSE
                MOVE WS-MAP-GL-ACCOUNT(WS-MAP-FOUND-IDX)
                    TO WS-CO-DEBIT-ACCT(WS-CO-IDX)
            END-IF
        END-IF
        IF WS-CO-CREDIT-COUNT(WS-CO-IDX) > 0
            MOVE "C" TO WS-MAP-WORK-DIRECTION
            PERFORM 0610-FIND-MAPPING
            IF WS-MAP-FOUND-IDX = 0
                SET WS-CO-UNMAPPED(WS-CO-IDX) TO TRUE
            ELSE
                MOVE WS-MAP-GL-ACCOUNT(WS-MAP-FOUND-IDX)
                    TO WS-CO-CREDIT-ACCT(WS-CO-IDX)
            END-IF
        END-IF
        COMPUTE WS-OFFSET-NET = WS-CO-DEBIT-TOT(WS-CO-IDX)
                              - WS-CO-CREDIT-TOT(WS-CO-IDX)
        MOVE WS-OFFSET-NET TO WS-CO-OFFSET-AMOUNT(WS-CO-IDX)
        IF WS-OFFSET-NET NOT = 0
            MOVE "X" TO WS-MAP-WORK-DIRECTION
            PERFORM 0610-FIND-MAPPING
            IF WS-MAP-FOUND-IDX = 0
                SET WS-CO-UNMAPPED(WS-CO-IDX) TO TRUE
            ELSE
                MOVE WS-MAP-GL-ACCOUNT(WS-MAP-FOUND-IDX)
                    TO WS-CO-CLEARING-ACCT(WS-CO-IDX)
            END-IF
        END-IF
        IF WS-CO-UNMAPPED(WS-CO-IDX)
            ADD 1 TO WS-UNMAPPED-COUNT
            SET WS-NOT-POSTABLE TO TRUE
        ELSE
            PERFORM 0310-PROVE-COMPANY-BALANCE
        END-IF
    END-PERFORM.

0310-PROVE-COMPANY-BALANCE.
    IF WS-OFFSET-NET < 0
        COMPUTE WS-AMOUNT-ABS = 0 - WS-OFFSET-NET
    ELSE
        MOVE WS-OFFSET-NET TO WS-AMOUNT-ABS
    END-IF
    IF WS-AMOUNT-ABS > WS-JE-LIMIT
            OR WS-CO-DEBIT-TOT(WS-CO-IDX) > WS-JE-LIMIT
            OR WS-CO-CREDIT-TOT(WS-CO-IDX) > WS-JE-LIMIT
        SET WS-CO-UNBALANCED(WS-CO-IDX) TO TRUE
    END-IF
    IF WS-CO-UNBALANCED(WS-CO-IDX)
        ADD 1 TO WS-UNBALANCED-COUNT
        SET WS-NOT-POSTABLE TO TRUE
    END-IF.

0400-WRITE-JOURNAL.
    SET WS-WRITING-PASS TO TRUE
    OPEN OUTPUT JOURNAL-FILE
    IF WS-JOURNAL-STATUS NOT = "00"
        DISPLAY "GLPOST01 - UNABLE TO OPEN GLJRNL, STATUS="
            WS-JOURNAL-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE "N" TO WS-TABLE-EOF-SW
    OPEN INPUT TABLE-FILE
    IF WS-TABLE-STATUS NOT = "00"
        DISPLAY "GLPOST01 - UNABLE TO REOPEN TBLIN, STATUS="
            WS-TABLE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 0210-READ-TABLE-RECORD
    PERFORM UNTIL WS-TABLE-EOF
        IF TBL-TRANS-ID NOT = SPACES
                AND TBL-AMOUNT-EDIT NOT = SPACES
                AND TBL-TRANS-DATE NOT = SPACES
            COMPUTE WS-AMOUNT-IN = FUNCTION NUMVAL(TBL-AMOUNT-EDIT)
            IF WS-AMOUNT-IN NOT = 0
                PERFORM 0410-WRITE-DETAIL-ENTRY
            END-IF
        END-IF
        PERFORM 0210-READ-TABLE-RECORD
    END-PERFORM
    CLOSE TABLE-FILE
    PERFORM VARYING WS-CO-IDX FROM 1 BY 1
            UNTIL WS-CO-IDX > WS-CO-COUNT
        IF WS-CO-OFFSET-AMOUNT(WS-CO-IDX) NOT = 0
            PERFORM 0420-WRITE-OFFSET-ENTRY
        END-IF
    END-PERFORM
    CLOSE JOURNAL-FILE.

0410-WRITE-DETAIL-ENTRY.
    MOVE TBL-COMPANY TO WS-CO-WORK-CODE
    PERFORM 0600-FIND-COMPANY-ROW
    MOVE SPACES TO JOURNAL-RECORD
    MOVE WS-RUN-DATE-YYYYMMDD TO JE-POST-DATE
    MOVE TBL-COMPANY TO JE-COMPANY
    IF WS-AMOUNT-IN > 0
        MOVE WS-CO-DEBIT-ACCT(WS-CO-FOUND-IDX) TO JE-GL-ACCOUNT
        MOVE "D" TO JE-DC-IND
        MOVE WS-AMOUNT-IN TO JE-AMOUNT
        ADD WS-AMOUNT-IN TO WS-DEBIT-TOT
        ADD 1 TO WS-CO-JE-DEBIT-COUNT(WS-CO-FOUND-IDX)
        ADD JE-AMOUNT TO WS-CO-JE-DEBIT-TOT(WS-CO-FOUND-IDX)
    ELSE
        MOVE WS-CO-CREDIT-ACCT(WS-CO-FOUND-IDX) TO JE-GL-ACCOUNT
        MOVE "C" TO JE-DC-IND
        COMPUTE JE-AMOUNT = 0 - WS-AMOUNT-IN
        SUBTRACT WS-AMOUNT-IN FROM WS-CREDIT-TOT
        ADD 1 TO WS-CO-JE-CREDIT-COUNT(WS-CO-FOUND-IDX)
        ADD JE-AMOUNT TO WS-CO-JE-CREDIT-TOT(WS-CO-FOUND-IDX)
    END-IF
    MOVE TBL-TRANS-ID TO JE-TRANS-ID
    MOVE TBL-TRANS-DATE TO JE-TRANS-DATE
    MOVE "D" TO JE-LINE-TYPE
    MOVE "TBLPOP  " TO JE-SOURCE
    WRITE JOURNAL-RECORD
    ADD 1 TO WS-JOURNAL-WRITTEN
    ADD 1 TO WS-ENTRY-COUNT.

0420-WRITE-OFFSET-ENTRY.
    MOVE SPACES TO JOURNAL-RECORD
    MOVE WS-RUN-DATE-YYYYMMDD TO JE-POST-DATE
    MOVE WS-CO-CODE(WS-CO-IDX) TO JE-COMPANY
    MOVE WS-CO-CLEARING-ACCT(WS-CO-IDX) TO JE-GL-ACCOUNT
    IF WS-CO-OFFSET-AMOUNT(WS-CO-IDX) > 0
        MOVE "C" TO JE-DC-IND
        MOVE WS-CO-OFFSET-AMOUNT(WS-CO-IDX) TO JE-AMOUNT
        ADD WS-CO-OFFSET-AMOUNT(WS-CO-IDX) TO WS-CREDIT-TOT
        ADD JE-AMOUNT TO WS-CO-JE-OFFSET-CR(WS-CO-IDX)
    ELSE
        MOVE "D" TO JE-DC-IND
        COMPUTE JE-AMOUNT = 0 - WS-CO-OFFSET-AMOUNT(WS-CO-IDX)
        SUBTRACT WS-CO-OFFSET-AMOUNT(WS-CO-IDX) FROM WS-DEBIT-TOT
        ADD JE-AMOUNT TO WS-CO-JE-OFFSET-DR(WS-CO-IDX)
    END-IF
    MOVE SPACES TO JE-TRANS-ID
    MOVE WS-RUN-DATE-YYYYMMDD TO JE-TRANS-DATE
    MOVE "O" TO JE-LINE-TYPE
    MOVE "TBLPOP  " TO JE-SOURCE
    WRITE JOURNAL-RECORD
    ADD 1 TO WS-JOURNAL-WRITTEN
    ADD 1 TO WS-OFFSET-WRITTEN
    ADD 1 TO WS-CO-JE-OFFSET-COUNT(WS-CO-IDX).

0430-PROVE-JOURNAL.
    PERFORM VARYING WS-CO-IDX FROM 1 BY 1
            UNTIL WS-CO-IDX > WS-CO-COUNT
        IF WS-CO-JE-DEBIT-TOT(WS-CO-IDX) + WS-CO-JE-OFFSET-DR(WS-CO-IDX)
                NOT = WS-CO-JE-CREDIT-TOT(WS-CO-IDX)
                    + WS-CO-JE-OFFSET-CR(WS-CO-IDX)
            OR WS-CO-JE-DEBIT-COUNT(WS-CO-IDX)
                NOT = WS-CO-DEBIT-COUNT(WS-CO-IDX)
            OR WS-CO-JE-CREDIT-COUNT(WS-CO-IDX)
                NOT = WS-CO-CREDIT-COUNT(WS-CO-IDX)
            OR WS-CO-JE-DEBIT-TOT(WS-CO-IDX)
                NOT = WS-CO-DEBIT-TOT(WS-CO-IDX)
            OR WS-CO-JE-CREDIT-TOT(WS-CO-IDX)
                NOT = WS-CO-CREDIT-TOT(WS-CO-IDX)
            SET WS-CO-JOURNAL-ERROR(WS-CO-IDX) TO TRUE
        END-IF
        IF WS-CO-OFFSET-AMOUNT(WS-CO-IDX) = 0
            IF WS-CO-JE-OFFSET-COUNT(WS-CO-IDX) NOT = 0
                SET WS-CO-JOURNAL-ERROR(WS-CO-IDX) TO TRUE
            END-IF
        ELSE
            IF WS-CO-JE-OFFSET-COUNT(WS-CO-IDX) NOT = 1
                SET WS-CO-JOURNAL-ERROR(WS-CO-IDX) TO TRUE
            END-IF
        END-IF
        IF WS-CO-JOURNAL-ERROR(WS-CO-IDX)
            ADD 1 TO WS-JOURNAL-ERROR-COUNT
            DISPLAY "GLPOST01 - JOURNAL WRITTEN FOR COMPANY "
                WS-CO-CODE(WS-CO-IDX) " DOES NOT PROVE"
        END-IF
    END-PERFORM
    IF WS-DEBIT-TOT NOT = WS-CREDIT-TOT
            OR WS-JOURNAL-WRITTEN NOT = WS-ENTRY-COUNT + WS-OFFSET-WRITTEN
        ADD 1 TO WS-JOURNAL-ERROR-COUNT
        DISPLAY "GLPOST01 - JOURNAL DEBITS, CREDITS OR LINE COUNT"
            " DO NOT PROVE"
    END-IF
    IF WS-JOURNAL-ERROR-COUNT > 0
        SET WS-NOT-POSTABLE TO TRUE
    END-IF.

0600-FIND-COMPANY-ROW.
    MOVE 0 TO WS-CO-FOUND-IDX
    PERFORM VARYING WS-CO-IDX FROM 1 BY 1
            UNTIL WS-CO-IDX > WS-CO-COUNT OR WS-CO-FOUND-IDX > 0
        IF WS-CO-CODE(WS-CO-IDX) = WS-CO-WORK-CODE
            MOVE WS-CO-IDX TO WS-CO-FOUND-IDX
        END-IF
    END-PERFORM
    IF WS-CO-FOUND-IDX = 0 AND WS-CO-COUNT < WS-CO-MAX-OCCURS
            AND WS-PROVING-PASS
        ADD 1 TO WS-CO-COUNT
        MOVE WS-CO-WORK-CODE TO WS-CO-CODE(WS-CO-COUNT)
        MOVE 0 TO WS-CO-DEBIT-COUNT(WS-CO-COUNT)
        MOVE 0 TO WS-CO-CREDIT-COUNT(WS-CO-COUNT)
        MOVE 0 TO WS-CO-DEBIT-TOT(WS-CO-COUNT)
        MOVE 0 TO WS-CO-CREDIT-TOT(WS-CO-COUNT)
        MOVE 0 TO WS-CO-OFFSET-AMOUNT(WS-CO-COUNT)
        MOVE 0 TO WS-CO-JE-DEBIT-COUNT(WS-CO-COUNT)
        MOVE 0 TO WS-CO-JE-CREDIT-COUNT(WS-CO-COUNT)
        MOVE 0 TO WS-CO-JE-OFFSET-COUNT(WS-CO-COUNT)
        MOVE 0 TO WS-CO-JE-DEBIT-TOT(WS-CO-COUNT)
        MOVE 0 TO WS-CO-JE-CREDIT-TOT(WS-CO-COUNT)
        MOVE 0 TO WS-CO-JE-OFFSET-DR(WS-CO-COUNT)
        MOVE 0 TO WS-CO-JE-OFFSET-CR(WS-CO-COUNT)
        MOVE SPACES TO WS-CO-DEBIT-ACCT(WS-CO-COUNT)
        MOVE SPACES TO WS-CO-CREDIT-ACCT(WS-CO-COUNT)
        MOVE SPACES TO WS-CO-CLEARING-ACCT(WS-CO-COUNT)
        MOVE SPACE TO WS-CO-STATUS-SW(WS-CO-COUNT)
        MOVE WS-CO-COUNT TO WS-CO-FOUND-IDX
    END-IF.

0610-FIND-MAPPING.
    MOVE 0 TO WS-MAP-FOUND-IDX
    PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
            UNTIL WS-MAP-IDX > WS-MAP-COUNT OR WS-MAP-FOUND-IDX > 0
        IF WS-MAP-COMPANY(WS-MAP-IDX) = WS-MAP-WORK-COMPANY
                AND WS-MAP-DIRECTION(WS-MAP-IDX) = WS-MAP-WORK-DIRECTION
            MOVE WS-MAP-IDX TO WS-MAP-FOUND-IDX
        END-IF
    END-PERFORM.

0500-CONTROL-REPORT.
    MOVE SPACES TO REPORT-RECORD
    STRING "GLPOST01 - GL POSTING CONTROL REPORT" DELIMITED BY SIZE
           "   RUN DATE: " DELIMITED BY SIZE
           WS-RUN-DATE-EDIT DELIMITED BY SIZE
           INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD
    MOVE SPACES TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE "TABLE RECORDS  . . . . . . : " TO WS-REPORT-LABEL
    MOVE WS-TABLE-COUNT TO WS-COUNT-EDIT
    PERFORM 0510-WRITE-COUNT-LINE
    IF WS-TABLE-FALLBACK > 0
        MOVE "TABLE FILLER RECORDS . . . : " TO WS-REPORT-LABEL
        MOVE WS-TABLE-FALLBACK TO WS-COUNT-EDIT
        PERFORM 0510-WRITE-COUNT-LINE
    END-IF
    IF WS-ZERO-COUNT > 0
        MOVE "ZERO AMOUNTS NOT POSTED  . : " TO WS-REPORT-LABEL
        MOVE WS-ZERO-COUNT TO WS-COUNT-EDIT
        PERFORM 0510-WRITE-COUNT-LINE
    END-IF
    MOVE "TABLE AMOUNT TOTAL . . . . : " TO WS-REPORT-LABEL
    MOVE WS-TABLE-AMOUNT-TOT TO WS-AMOUNT-EDIT
    PERFORM 0520-WRITE-AMOUNT-LINE
    PERFORM VARYING WS-CO-IDX FROM 1 BY 1
            UNTIL WS-CO-IDX > WS-CO-COUNT
        PERFORM 0530-WRITE-COMPANY-SECTION
    END-PERFORM
    MOVE SPACES TO REPORT-RECORD
    WRITE REPORT-RECORD
    IF WS-POSTABLE OR WS-JOURNAL-ERROR-COUNT > 0
        MOVE "JOURNAL ENTRIES WRITTEN  . : " TO WS-REPORT-LABEL
        MOVE WS-JOURNAL-WRITTEN TO WS-COUNT-EDIT
        PERFORM 0510-WRITE-COUNT-LINE
        MOVE "  DETAIL ENTRIES . . . . . : " TO WS-REPORT-LABEL
        MOVE WS-ENTRY-COUNT TO WS-COUNT-EDIT
        PERFORM 0510-WRITE-COUNT-LINE
        MOVE "TOTAL DEBITS POSTED  . . . : " TO WS-REPORT-LABEL
        MOVE WS-DEBIT-TOT TO WS-AMOUNT-EDIT
        PERFORM 0520-WRITE-AMOUNT-LINE
        MOVE "TOTAL CREDITS POSTED . . . : " TO WS-REPORT-LABEL
        MOVE WS-CREDIT-TOT TO WS-AMOUNT-EDIT
        PERFORM 0520-WRITE-AMOUNT-LINE
    END-IF
    IF WS-POSTABLE
        MOVE SPACES TO REPORT-RECORD
        WRITE REPORT-RECORD
        MOVE "RESULT: POSTED - EVERY COMPANY BALANCES TO ZERO"
            TO REPORT-RECORD
    ELSE
        MOVE "COMPANIES WITHOUT MAPPING  : " TO WS-REPORT-LABEL
        MOVE WS-UNMAPPED-COUNT TO WS-COUNT-EDIT
        PERFORM 0510-WRITE-COUNT-LINE
        MOVE "COMPANIES OUT OF BALANCE . : " TO WS-REPORT-LABEL
        MOVE WS-UNBALANCED-COUNT TO WS-COUNT-EDIT
        PERFORM 0510-WRITE-COUNT-LINE
        MOVE SPACES TO REPORT-RECORD
        WRITE REPORT-RECORD
        IF WS-JOURNAL-ERROR-COUNT > 0
            MOVE "JOURNAL PROOF ERRORS . . . : " TO WS-REPORT-LABEL
            MOVE WS-JOURNAL-ERROR-COUNT TO WS-COUNT-EDIT
            PERFORM 0510-WRITE-COUNT-LINE
            MOVE SPACES TO REPORT-RECORD
            WRITE REPORT-RECORD
            MOVE "RESULT: *** NOT POSTED - JOURNAL WRITTEN DOES NOT PROVE ***"
                TO REPORT-RECORD
        ELSE
            MOVE "RESULT: *** NOT POSTED - NO JOURNAL FILE WRITTEN ***"
                TO REPORT-RECORD
        END-IF
    END-IF
    WRITE REPORT-RECORD.

0510-WRITE-COUNT-LINE.
    MOVE SPACES TO REPORT-RECORD
    STRING WS-REPORT-LABEL DELIMITED BY SIZE
           WS-COUNT-EDIT DELIMITED BY SIZE
           INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD.

0520-WRITE-AMOUNT-LINE.
    MOVE SPACES TO REPORT-RECORD
    STRING WS-REPORT-LABEL DELIMITED BY SIZE
           WS-AMOUNT-EDIT DELIMITED BY SIZE
           INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD.

0530-WRITE-COMPANY-SECTION.
    MOVE SPACES TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE SPACES TO REPORT-RECORD
    EVALUATE TRUE
        WHEN WS-CO-UNMAPPED(WS-CO-IDX)
            STRING "COMPANY " DELIMITED BY SIZE
                   WS-CO-CODE(WS-CO-IDX) DELIMITED BY SIZE
                   "   *** NO ACCOUNT MAPPING ***" DELIMITED BY SIZE
                   INTO REPORT-RECORD
            END-STRING
        WHEN WS-CO-JOURNAL-ERROR(WS-CO-IDX)
            STRING "COMPANY " DELIMITED BY SIZE
                   WS-CO-CODE(WS-CO-IDX) DELIMITED BY SIZE
                   "   *** JOURNAL WRITTEN DOES NOT PROVE ***"
                       DELIMITED BY SIZE
                   INTO REPORT-RECORD
            END-STRING
        WHEN WS-CO-UNBALANCED(WS-CO-IDX)
            STRING "COMPANY " DELIMITED BY SIZE
                   WS-CO-CODE(WS-CO-IDX) DELIMITED BY SIZE
                   "   *** WILL NOT BALANCE ***" DELIMITED BY SIZE
                   INTO REPORT-RECORD
            END-STRING
        WHEN OTHER
            STRING "COMPANY " DELIMITED BY SIZE
                   WS-CO-CODE(WS-CO-IDX) DELIMITED BY SIZE
                   "   IN BALANCE" DELIMITED BY SIZE
                   INTO REPORT-RECORD
            END-STRING
    END-EVALUATE
    WRITE REPORT-RECORD
    MOVE "  DEBIT ENTRIES  . . . . . : " TO WS-REPORT-LABEL
    MOVE WS-CO-DEBIT-COUNT(WS-CO-IDX) TO WS-COUNT-EDIT
    PERFORM 0510-WRITE-COUNT-LINE
    MOVE "  DEBIT TOTAL  . . . . . . : " TO WS-REPORT-LABEL
    MOVE WS-CO-DEBIT-TOT(WS-CO-IDX) TO WS-AMOUNT-EDIT
    MOVE WS-CO-DEBIT-ACCT(WS-CO-IDX) TO WS-ACCOUNT-WORK
    PERFORM 0540-WRITE-ACCOUNT-LINE
    MOVE "  CREDIT ENTRIES . . . . . : " TO WS-REPORT-LABEL
    MOVE WS-CO-CREDIT-COUNT(WS-CO-IDX) TO WS-COUNT-EDIT
    PERFORM 0510-WRITE-COUNT-LINE
    MOVE "  CREDIT TOTAL . . . . . . : " TO WS-REPORT-LABEL
    MOVE WS-CO-CREDIT-TOT(WS-CO-IDX) TO WS-AMOUNT-EDIT
    MOVE WS-CO-CREDIT-ACCT(WS-CO-IDX) TO WS-ACCOUNT-WORK
    PERFORM 0540-WRITE-ACCOUNT-LINE
    MOVE "  CLEARING OFFSET  . . . . : " TO WS-REPORT-LABEL
    COMPUTE WS-AMOUNT-EDIT = 0 - WS-CO-OFFSET-AMOUNT(WS-CO-IDX)
    MOVE WS-CO-CLEARING-ACCT(WS-CO-IDX) TO WS-ACCOUNT-WORK
    PERFORM 0540-WRITE-ACCOUNT-LINE.

0540-WRITE-ACCOUNT-LINE.
    MOVE SPACES TO REPORT-RECORD
    STRING WS-REPORT-LABEL DELIMITED BY SIZE
           WS-AMOUNT-EDIT DELIMITED BY SIZE
           "  GL " DELIMITED BY SIZE
           WS-ACCOUNT-WORK DELIMITED BY SIZE
           INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD.

0900-TERMINATE.
    CLOSE REPORT-FILE
    IF WS-NOT-POSTABLE
        MOVE 8 TO WS-RETURN-CODE
    END-IF
    MOVE WS-RETURN-CODE TO RETURN-CODE.
