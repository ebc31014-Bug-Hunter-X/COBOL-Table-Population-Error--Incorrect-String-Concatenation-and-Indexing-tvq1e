       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. TRNWRK01.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SUSPENSE-FILE ASSIGN TO SUSPMST
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-SUSPMST-STATUS.
    SELECT OPTIONAL ACTION-FILE ASSIGN TO SUSPACT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-SUSPACT-STATUS.
    SELECT ACTION-LOG-FILE ASSIGN TO SUSPLOG
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-SUSPLOG-STATUS.
    SELECT OPTIONAL NIGHT-STATS-FILE ASSIGN TO RUNSTATS
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-NIGHT-STATS-STATUS.

DATA DIVISION.
FILE SECTION.
FD  SUSPENSE-FILE
    RECORDING MODE IS F
    RECORD CONTAINS 106 CHARACTERS.
01  SUSPENSE-RECORD                PIC X(106).

FD  ACTION-FILE
    RECORDING MODE IS F
    RECORD CONTAINS 250 CHARACTERS.
01  ACTION-RECORD.
    05  ACT-DATE                   PIC X(8).
    05  ACT-TIME                   PIC X(6).
    05  ACT-OPERATOR-ID            PIC X(8).
    05  ACT-ACTION                 PIC X(1).
    05  ACT-WO-REASON              PIC X(3).
    05  ACT-WO-TEXT                PIC X(30).
    05  ACT-SUSP-REASON            PIC X(3).
    05  ACT-FIRST-SEEN             PIC X(8).
    05  ACT-ATTEMPTS               PIC 9(3).
    05  ACT-ORIG-DATA              PIC X(80).
    05  ACT-NEW-DATA               PIC X(80).
    05  FILLER                     PIC X(20).

FD  ACTION-LOG-FILE
    RECORDING MODE IS F
    RECORD CONTAINS 250 CHARACTERS.
01  ACTION-LOG-RECORD              PIC X(250).

FD  NIGHT-STATS-FILE
    RECORDING MODE IS F
    RECORD CONTAINS 200 CHARACTERS.
01  NIGHT-STATS-RECORD.
    05  NST-BUSINESS-DATE          PIC X(8).
    05  NST-STEP-NAME              PIC X(8).
    05  NST-PROGRAM-ID             PIC X(8).
    05  NST-RUN-DATE               PIC X(8).
    05  NST-RUN-TIME               PIC X(6).
    05  FILLER                     PIC X(162).

WORKING-STORAGE SECTION.
01  WS-FILE-STATUSES.
    05  WS-SUSPMST-STATUS          PIC XX VALUE SPACES.
    05  WS-SUSPACT-STATUS          PIC XX VALUE SPACES.
    05  WS-SUSPLOG-STATUS          PIC XX VALUE SPACES.
    05  WS-NIGHT-STATS-STATUS      PIC XX VALUE SPACES.

01  WS-SWITCHES.
    05  WS-SUSPMST-EOF-SW          PIC X VALUE "N".
        88  WS-SUSPMST-EOF             VALUE "Y".
    05  WS-SUSPACT-EOF-SW          PIC X VALUE "N".
        88  WS-SUSPACT-EOF             VALUE "Y".
    05  WS-NIGHT-STATS-EOF-SW      PIC X VALUE "N".
        88  WS-NIGHT-STATS-EOF         VALUE "Y".
    05  WS-NIGHT-OPEN-SW           PIC X VALUE "N".
        88  WS-NIGHT-OPEN              VALUE "Y".
    05  WS-ENTRY-FOUND-SW          PIC X VALUE "N".
        88  WS-ENTRY-FOUND             VALUE "Y".
    05  WS-EXIT-SW                 PIC X VALUE "N".
        88  WS-EXIT-REQUESTED          VALUE "Y".
    05  WS-DETAIL-DONE-SW          PIC X VALUE "N".
        88  WS-DETAIL-DONE             VALUE "Y".
    05  WS-EDIT-OK-SW              PIC X VALUE "Y".
        88  WS-EDIT-OK                 VALUE "Y".
        88  WS-EDIT-BAD                VALUE "N".
    05  WS-MORE-SELECTED-SW        PIC X VALUE "N".
        88  WS-MORE-SELECTED           VALUE "Y".
    05  WS-ACTION-RECORDED-SW      PIC X VALUE "N".
        88  WS-ACTION-RECORDED         VALUE "Y".

01  WS-RUN-DATE-AREA.
    05  WS-RUN-DATE-YYYYMMDD.
        10  WS-RUN-YYYY            PIC 9(4).
        10  WS-RUN-MM              PIC 9(2).
        10  WS-RUN-DD              PIC 9(2).
    05  WS-ACTION-DATE             PIC X(8).
    05  WS-ACTION-TIME             PIC X(8).

01  WS-NIGHT-STATUS-AREA.
    05  WS-LAST-STEP-NAME          PIC X(8) VALUE SPACES.
    05  WS-LAST-PROGRAM-ID         PIC X(8) VALUE SPACES.

01  WS-CASE-CONVERSION.
    05  WS-LOWER-CASE              PIC X(26)
            VALUE "abcdefghijklmnopqrstuvwxyz".
    05  WS-UPPER-CASE              PIC X(26)
            VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

01  WS-DAYS-IN-MONTH-VALUES.
    05  FILLER                     PIC X(24)
            VALUE "312831303130313130313031".
01  WS-DAYS-IN-MONTH-TABLE REDEFINES WS-DAYS-IN-MONTH-VALUES.
    05  WS-DAYS-IN-MONTH           PIC 9(2) OCCURS 12 TIMES.

01  WS-REJECT-REASON-VALUES.
    05  FILLER PIC X(23) VALUE "ID BLANK TRANS-ID      ".
    05  FILLER PIC X(23) VALUE "AMTNON-NUMERIC AMOUNT  ".
    05  FILLER PIC X(23) VALUE "AMXAMOUNT OVER LIMIT   ".
    05  FILLER PIC X(23) VALUE "DTEINVALID DATE        ".
    05  FILLER PIC X(23) VALUE "FUTFUTURE DATE         ".
    05  FILLER PIC X(23) VALUE "TYPINVALID REC TYPE    ".
    05  FILLER PIC X(23) VALUE "CMPINVALID COMPANY     ".
    05  FILLER PIC X(23) VALUE "CININACTIVE COMPANY    ".
    05  FILLER PIC X(23) VALUE "NBDNON-BUSINESS DAY    ".
    05  FILLER PIC X(23) VALUE "DCRINVALID D/C IND     ".
    05  FILLER PIC X(23) VALUE "CURUNKNOWN CURRENCY    ".
    05  FILLER PIC X(23) VALUE "RTENO EXCHANGE RATE    ".
01  WS-REJECT-REASON-TABLE REDEFINES WS-REJECT-REASON-VALUES.
    05  WS-RSN-ENTRY OCCURS 12 TIMES.
        10  WS-RSN-CODE            PIC X(3).
        10  WS-RSN-DESC            PIC X(20).

01  WS-WRITE-OFF-REASON-VALUES.
    05  FILLER PIC X(33) VALUE "DUPDUPLICATE OF A POSTED ITEM    ".
    05  FILLER PIC X(33) VALUE "SRCRESENT BY SOURCE SYSTEM       ".
    05  FILLER PIC X(33) VALUE "UNRNOT RECOVERABLE FROM SOURCE   ".
    05  FILLER PIC X(33) VALUE "OLDTOO OLD TO POST               ".
    05  FILLER PIC X(33) VALUE "OTHOTHER - SEE TEXT              ".
01  WS-WRITE-OFF-REASON-TABLE REDEFINES WS-WRITE-OFF-REASON-VALUES.
    05  WS-WOR-ENTRY OCCURS 5 TIMES.
        10  WS-WOR-CODE            PIC X(3).
        10  WS-WOR-DESC            PIC X(30).

01  WS-COUNTS.
    05  WS-SUSP-COUNT              PIC 9(7) VALUE 0.
    05  WS-RELEASED-COUNT          PIC 9(5) VALUE 0.
    05  WS-WRITTEN-OFF-COUNT       PIC 9(5) VALUE 0.
    05  WS-COUNT-EDIT              PIC ZZZZ9.
    05  WS-RSN-IDX                 PIC 9(2) VALUE 0.
    05  WS-WOR-IDX                 PIC 9(2) VALUE 0.

01  WS-RETURN-CODE                 PIC 9(4) VALUE 0.

01  WS-SUSPENSE-ENTRY.
    05  WS-SUSP-TRANS-DATA.
        10  WS-SUSP-TRANS-ID       PIC X(10).
        10  WS-SUSP-AMOUNT-X       PIC X(11).
        10  WS-SUSP-AMOUNT-N REDEFINES WS-SUSP-AMOUNT-X
                                   PIC 9(9)V99.
        10  WS-SUSP-TRANS-DATE     PIC X(8).
        10  WS-SUSP-REC-TYPE       PIC X(1).
        10  WS-SUSP-COMPANY        PIC X(3).
        10  WS-SUSP-DC-IND         PIC X(1).
        10  WS-SUSP-CURRENCY       PIC X(3).
        10  FILLER                 PIC X(43).
    05  WS-SUSP-REASON             PIC X(3).
    05  WS-SUSP-FIRST-SEEN         PIC X(8).
    05  WS-SUSP-ATTEMPTS           PIC 9(3).
    05  WS-SUSP-REASON-HIST        PIC X(12).

01  WS-ISPF-SERVICES.
    05  WS-ISP-VDEFINE             PIC X(8) VALUE "VDEFINE ".
    05  WS-ISP-VGET                PIC X(8) VALUE "VGET    ".
    05  WS-ISP-TBCREATE            PIC X(8) VALUE "TBCREATE".
    05  WS-ISP-TBADD               PIC X(8) VALUE "TBADD   ".
    05  WS-ISP-TBPUT               PIC X(8) VALUE "TBPUT   ".
    05  WS-ISP-TBTOP               PIC X(8) VALUE "TBTOP   ".
    05  WS-ISP-TBSCAN              PIC X(8) VALUE "TBSCAN  ".
    05  WS-ISP-TBSORT              PIC X(8) VALUE "TBSORT  ".
    05  WS-ISP-TBVCLEAR            PIC X(8) VALUE "TBVCLEAR".
    05  WS-ISP-TBSARG              PIC X(8) VALUE "TBSARG  ".
    05  WS-ISP-TBDISPL             PIC X(8) VALUE "TBDISPL ".
    05  WS-ISP-TBEND               PIC X(8) VALUE "TBEND   ".
    05  WS-ISP-DISPLAY             PIC X(8) VALUE "DISPLAY ".

01  WS-ISPF-PARAMETERS.
    05  WS-ISP-TABLE               PIC X(8) VALUE "TRNWRKQ ".
    05  WS-ISP-LIST-PANEL          PIC X(8) VALUE "TRNWRKL ".
    05  WS-ISP-DETAIL-PANEL        PIC X(8) VALUE "TRNWRKD ".
    05  WS-ISP-CHAR                PIC X(8) VALUE "CHAR    ".
    05  WS-ISP-FIXED               PIC X(8) VALUE "FIXED   ".
    05  WS-ISP-NOWRITE             PIC X(8) VALUE "NOWRITE ".
    05  WS-ISP-REPLACE             PIC X(8) VALUE "REPLACE ".
    05  WS-ISP-ASIS                PIC X(8) VALUE "ASIS    ".
    05  WS-ISP-NO-KEYS             PIC X(8) VALUE SPACES.
    05  WS-ISP-ROW-NAMES           PIC X(80) VALUE
        "(SQTRNID SQCOMP SQRSN SQFIRST SQATT SQAMT SQTDATE SQSTAT SQHIST SQACT SQDATA)".
    05  WS-ISP-ORIG-NAMES          PIC X(60) VALUE
        "(SQOTRN SQOAMT SQODATE SQOTYPE SQOCOMP SQODC SQOCUR)".
    05  WS-ISP-EDIT-NAMES          PIC X(60) VALUE
        "(SQETRN SQEAMT SQEDATE SQETYPE SQECOMP SQEDC SQECUR)".
    05  WS-ISP-DIALOG-NAMES        PIC X(90) VALUE
        "(SQRDATE SQTOTAL SQFCOMP SQFRSN SQSEL SQRSNDS SQSTTXT SQDACT SQWORSN SQWOTXT SQMSG)".
    05  WS-ISP-USER-NAME           PIC X(8) VALUE "(ZUSER) ".
    05  WS-ISP-SELS-NAME           PIC X(9) VALUE "(ZTDSELS)".
    05  WS-ISP-SCAN-NAMES          PIC X(8) VALUE "(SQDATA)".
    05  WS-ISP-SORT-FIELDS         PIC X(40) VALUE
        "(SQCOMP,C,A,SQRSN,C,A,SQTRNID,C,A)".
    05  WS-ISP-USER-LENGTH         PIC S9(8) COMP VALUE 8.
    05  WS-ISP-SELS-LENGTH         PIC S9(8) COMP VALUE 4.
    05  WS-ISPF-RC                 PIC S9(8) COMP VALUE 0.
    05  WS-ISPF-RC-EDIT            PIC ZZZ9.
    05  WS-ISPF-FAILED-SERVICE     PIC X(8) VALUE SPACES.

01  WS-ISP-ROW-LENGTHS.
    05  FILLER                     PIC S9(8) COMP VALUE 10.
    05  FILLER                     PIC S9(8) COMP VALUE 3.
    05  FILLER                     PIC S9(8) COMP VALUE 3.
    05  FILLER                     PIC S9(8) COMP VALUE 8.
    05  FILLER                     PIC S9(8) COMP VALUE 3.
    05  FILLER                     PIC S9(8) COMP VALUE 12.
    05  FILLER                     PIC S9(8) COMP VALUE 8.
    05  FILLER                     PIC S9(8) COMP VALUE 8.
    05  FILLER                     PIC S9(8) COMP VALUE 12.
    05  FILLER                     PIC S9(8) COMP VALUE 1.
    05  FILLER                     PIC S9(8) COMP VALUE 80.

01  WS-ISP-TRANS-LENGTHS.
    05  FILLER                     PIC S9(8) COMP VALUE 10.
    05  FILLER                     PIC S9(8) COMP VALUE 11.
    05  FILLER                     PIC S9(8) COMP VALUE 8.
    05  FILLER                     PIC S9(8) COMP VALUE 1.
    05  FILLER                     PIC S9(8) COMP VALUE 3.
    05  FILLER                     PIC S9(8) COMP VALUE 1.
    05  FILLER                     PIC S9(8) COMP VALUE 3.

01  WS-ISP-DIALOG-LENGTHS.
    05  FILLER                     PIC S9(8) COMP VALUE 10.
    05  FILLER                     PIC S9(8) COMP VALUE 7.
    05  FILLER                     PIC S9(8) COMP VALUE 3.
    05  FILLER                     PIC S9(8) COMP VALUE 3.
    05  FILLER                     PIC S9(8) COMP VALUE 1.
    05  FILLER                     PIC S9(8) COMP VALUE 20.
    05  FILLER                     PIC S9(8) COMP VALUE 30.
    05  FILLER                     PIC S9(8) COMP VALUE 1.
    05  FILLER                     PIC S9(8) COMP VALUE 3.
    05  FILLER                     PIC S9(8) COMP VALUE 30.
    05  FILLER                     PIC S9(8) COMP VALUE 78.

01  WS-ROW-FIELDS.
    05  WS-ROW-TRANS-ID            PIC X(10).
    05  WS-ROW-COMPANY             PIC X(3).
    05  WS-ROW-REASON              PIC X(3).
    05  WS-ROW-FIRST-SEEN          PIC X(8).
    05  WS-ROW-ATTEMPTS            PIC 9(3).
    05  WS-ROW-AMOUNT-EDIT         PIC ZZZZZZZZ9.99.
    05  WS-ROW-AMOUNT-X REDEFINES WS-ROW-AMOUNT-EDIT
                                   PIC X(12).
    05  WS-ROW-TRANS-DATE          PIC X(8).
    05  WS-ROW-STATUS              PIC X(8).
    05  WS-ROW-REASON-HIST         PIC X(12).
    05  WS-ROW-ACTION              PIC X(1).
        88  WS-ROW-OPEN                VALUE " ".
        88  WS-ROW-RELEASED            VALUE "R".
        88  WS-ROW-WRITTEN-OFF         VALUE "W".
    05  WS-ROW-TRANS-DATA          PIC X(80).

01  WS-DIALOG-FIELDS.
    05  WS-RUN-DATE-EDIT           PIC X(10).
    05  WS-TOTAL-EDIT              PIC ZZZZZZ9.
    05  WS-FILTER-COMPANY          PIC X(3) VALUE SPACES.
    05  WS-FILTER-REASON           PIC X(3) VALUE SPACES.
    05  WS-LINE-SELECT             PIC X(1) VALUE SPACES.
    05  WS-CUR-REASON-DESC         PIC X(20).
    05  WS-CUR-STATUS-TEXT         PIC X(30).
    05  WS-DTL-ACTION              PIC X(1).
    05  WS-DTL-WO-REASON           PIC X(3).
    05  WS-DTL-WO-TEXT             PIC X(30).
    05  WS-MESSAGE                 PIC X(78) VALUE SPACES.

01  WS-SYSTEM-FIELDS.
    05  WS-OPERATOR-ID             PIC X(8) VALUE SPACES.
    05  WS-SELECTED-ROWS           PIC S9(8) COMP VALUE 0.

01  WS-FILTER-FIELDS.
    05  WS-PREV-FILTER-COMPANY     PIC X(3) VALUE SPACES.
    05  WS-PREV-FILTER-REASON      PIC X(3) VALUE SPACES.

01  WS-DETAIL-FIELDS.
    05  WS-ORIG-TRANS-DATA.
        10  WS-ORIG-TRANS-ID       PIC X(10).
        10  WS-ORIG-AMOUNT-X       PIC X(11).
        10  WS-ORIG-TRANS-DATE     PIC X(8).
        10  WS-ORIG-REC-TYPE       PIC X(1).
        10  WS-ORIG-COMPANY        PIC X(3).
        10  WS-ORIG-DC-IND         PIC X(1).
        10  WS-ORIG-CURRENCY       PIC X(3).
        10  FILLER                 PIC X(43).
    05  WS-EDIT-TRANS-DATA.
        10  WS-EDIT-TRANS-ID       PIC X(10).
        10  WS-EDIT-AMOUNT-X       PIC X(11).
        10  WS-EDIT-DATE-X.
            15  WS-EDIT-YYYY       PIC 9(4).
            15  WS-EDIT-MM         PIC 9(2).
            15  WS-EDIT-DD         PIC 9(2).
        10  WS-EDIT-REC-TYPE       PIC X(1).
            88  WS-EDIT-TYPE-VALID     VALUE "A" "C" "D" " ".
        10  WS-EDIT-COMPANY        PIC X(3).
        10  WS-EDIT-DC-IND         PIC X(1).
            88  WS-EDIT-DC-VALID       VALUE "D" "C" " ".
        10  WS-EDIT-CURRENCY       PIC X(3).
        10  FILLER                 PIC X(43).
    05  WS-MAX-DD                  PIC 9(2) VALUE 0.
    05  WS-LEAP-REM                PIC 9(4) VALUE 0.

PROCEDURE DIVISION.
0000-MAIN-LOGIC.
    PERFORM 0100-INITIALIZE
    PERFORM 0200-DEFINE-VARIABLES
    PERFORM 0300-LOAD-SUSPENSE
    PERFORM 0350-LOAD-PENDING-ACTIONS
    PERFORM 0400-ORDER-SUSPENSE
    PERFORM 2000-WORK-LIST UNTIL WS-EXIT-REQUESTED
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
    PERFORM 0150-CHECK-NIGHTLY-JOB
    IF WS-NIGHT-OPEN
        DISPLAY "TRNWRK01 - NIGHTLY TBLPOP JOB ACTIVE AT "
            WS-LAST-STEP-NAME " - WORK QUEUE NOT AVAILABLE"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT SUSPENSE-FILE
    IF WS-SUSPMST-STATUS NOT = "00"
        DISPLAY "TRNWRK01 - UNABLE TO OPEN SUSPMST, STATUS="
            WS-SUSPMST-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN EXTEND ACTION-LOG-FILE
    IF WS-SUSPLOG-STATUS NOT = "00" AND WS-SUSPLOG-STATUS NOT = "05"
        OPEN OUTPUT ACTION-LOG-FILE
        IF WS-SUSPLOG-STATUS NOT = "00"
            DISPLAY "TRNWRK01 - UNABLE TO OPEN SUSPLOG, STATUS="
                WS-SUSPLOG-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.

0110-READ-SUSPENSE.
    READ SUSPENSE-FILE
        AT END
            SET WS-SUSPMST-EOF TO TRUE
    END-READ.

0120-READ-ACTION.
    READ ACTION-FILE
        AT END
            SET WS-SUSPACT-EOF TO TRUE
    END-READ.

0150-CHECK-NIGHTLY-JOB.
    MOVE "N" TO WS-NIGHT-OPEN-SW
    OPEN INPUT NIGHT-STATS-FILE
    IF WS-NIGHT-STATS-STATUS NOT = "00"
            AND WS-NIGHT-STATS-STATUS NOT = "05"
        DISPLAY "TRNWRK01 - UNABLE TO OPEN RUNSTATS, STATUS="
            WS-NIGHT-STATS-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE "N" TO WS-NIGHT-STATS-EOF-SW
    PERFORM 0160-READ-NIGHT-STATS
    PERFORM UNTIL WS-NIGHT-STATS-EOF
        IF NST-PROGRAM-ID = "RUNCTL01"
            MOVE "N" TO WS-NIGHT-OPEN-SW
        ELSE
            SET WS-NIGHT-OPEN TO TRUE
            MOVE NST-STEP-NAME TO WS-LAST-STEP-NAME
            MOVE NST-PROGRAM-ID TO WS-LAST-PROGRAM-ID
        END-IF
        PERFORM 0160-READ-NIGHT-STATS
    END-PERFORM
    CLOSE NIGHT-STATS-FILE.

0160-READ-NIGHT-STATS.
    READ NIGHT-STATS-FILE
        AT END
            SET WS-NIGHT-STATS-EOF TO TRUE
    END-READ.

0200-DEFINE-VARIABLES.
    CALL "ISPLINK" USING WS-ISP-VDEFINE WS-ISP-ROW-NAMES
        WS-ROW-TRANS-ID WS-ISP-CHAR WS-ISP-ROW-LENGTHS
    MOVE WS-ISP-VDEFINE TO WS-ISPF-FAILED-SERVICE
    PERFORM 8000-CHECK-ISPF-RC
    CALL "ISPLINK" USING WS-ISP-VDEFINE WS-ISP-ORIG-NAMES
        WS-ORIG-TRANS-ID WS-ISP-CHAR WS-ISP-TRANS-LENGTHS
    PERFORM 8000-CHECK-ISPF-RC
    CALL "ISPLINK" USING WS-ISP-VDEFINE WS-ISP-EDIT-NAMES
        WS-EDIT-TRANS-ID WS-ISP-CHAR WS-ISP-TRANS-LENGTHS
    PERFORM 8000-CHECK-ISPF-RC
    CALL "ISPLINK" USING WS-ISP-VDEFINE WS-ISP-DIALOG-NAMES
        WS-RUN-DATE-EDIT WS-ISP-CHAR WS-ISP-DIALOG-LENGTHS
    PERFORM 8000-CHECK-ISPF-RC
    CALL "ISPLINK" USING WS-ISP-VDEFINE WS-ISP-USER-NAME
        WS-OPERATOR-ID WS-ISP-CHAR WS-ISP-USER-LENGTH
    PERFORM 8000-CHECK-ISPF-RC
    CALL "ISPLINK" USING WS-ISP-VDEFINE WS-ISP-SELS-NAME
        WS-SELECTED-ROWS WS-ISP-FIXED WS-ISP-SELS-LENGTH
    PERFORM 8000-CHECK-ISPF-RC
    CALL "ISPLINK" USING WS-ISP-VGET WS-ISP-USER-NAME WS-ISP-ASIS
    MOVE WS-ISP-VGET TO WS-ISPF-FAILED-SERVICE
    PERFORM 8000-CHECK-ISPF-RC.

0300-LOAD-SUSPENSE.
    CALL "ISPLINK" USING WS-ISP-TBCREATE WS-ISP-TABLE WS-ISP-NO-KEYS
        WS-ISP-ROW-NAMES WS-ISP-NOWRITE WS-ISP-REPLACE
    MOVE RETURN-CODE TO WS-ISPF-RC
    IF WS-ISPF-RC > 4
        MOVE WS-ISP-TBCREATE TO WS-ISPF-FAILED-SERVICE
        PERFORM 8100-ISPF-FAILURE
    END-IF
    MOVE WS-ISP-TBADD TO WS-ISPF-FAILED-SERVICE
    PERFORM 0110-READ-SUSPENSE
    PERFORM UNTIL WS-SUSPMST-EOF
        MOVE SUSPENSE-RECORD TO WS-SUSPENSE-ENTRY
        PERFORM 0310-FORMAT-ROW
        CALL "ISPLINK" USING WS-ISP-TBADD WS-ISP-TABLE
        PERFORM 8000-CHECK-ISPF-RC
        ADD 1 TO WS-SUSP-COUNT
        PERFORM 0110-READ-SUSPENSE
    END-PERFORM
    CLOSE SUSPENSE-FILE
    MOVE WS-SUSP-COUNT TO WS-TOTAL-EDIT.

0310-FORMAT-ROW.
    MOVE WS-SUSP-TRANS-ID TO WS-ROW-TRANS-ID
    MOVE WS-SUSP-COMPANY TO WS-ROW-COMPANY
    MOVE WS-SUSP-REASON TO WS-ROW-REASON
    MOVE WS-SUSP-FIRST-SEEN TO WS-ROW-FIRST-SEEN
    MOVE WS-SUSP-ATTEMPTS TO WS-ROW-ATTEMPTS
    IF WS-SUSP-AMOUNT-X IS NUMERIC
        MOVE WS-SUSP-AMOUNT-N TO WS-ROW-AMOUNT-EDIT
    ELSE
        MOVE SPACES TO WS-ROW-AMOUNT-X
        MOVE WS-SUSP-AMOUNT-X TO WS-ROW-AMOUNT-X(2:11)
    END-IF
    MOVE WS-SUSP-TRANS-DATE TO WS-ROW-TRANS-DATE
    MOVE SPACES TO WS-ROW-STATUS
    MOVE WS-SUSP-REASON-HIST TO WS-ROW-REASON-HIST
    MOVE SPACE TO WS-ROW-ACTION
    MOVE WS-SUSP-TRANS-DATA TO WS-ROW-TRANS-DATA.

0350-LOAD-PENDING-ACTIONS.
    OPEN INPUT ACTION-FILE
    IF WS-SUSPACT-STATUS NOT = "00"
        SET WS-SUSPACT-EOF TO TRUE
    ELSE
        PERFORM 0120-READ-ACTION
    END-IF
    PERFORM UNTIL WS-SUSPACT-EOF
        PERFORM 0360-MARK-PENDING-ACTION
        PERFORM 0120-READ-ACTION
    END-PERFORM
    IF WS-SUSPACT-STATUS = "00" OR WS-SUSPACT-STATUS = "05"
            OR WS-SUSPACT-STATUS = "10"
        CLOSE ACTION-FILE
    END-IF
    OPEN EXTEND ACTION-FILE
    IF WS-SUSPACT-STATUS NOT = "00" AND WS-SUSPACT-STATUS NOT = "05"
        OPEN OUTPUT ACTION-FILE
        IF WS-SUSPACT-STATUS NOT = "00"
            DISPLAY "TRNWRK01 - UNABLE TO OPEN SUSPACT, STATUS="
                WS-SUSPACT-STATUS
            CLOSE ACTION-LOG-FILE
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.

0360-MARK-PENDING-ACTION.
    CALL "ISPLINK" USING WS-ISP-TBTOP WS-ISP-TABLE
    MOVE WS-ISP-TBTOP TO WS-ISPF-FAILED-SERVICE
    PERFORM 8000-CHECK-ISPF-RC
    MOVE "N" TO WS-ENTRY-FOUND-SW
    MOVE 0 TO WS-ISPF-RC
    MOVE ACT-ORIG-DATA TO WS-ROW-TRANS-DATA
    PERFORM UNTIL WS-ENTRY-FOUND OR WS-ISPF-RC NOT = 0
        CALL "ISPLINK" USING WS-ISP-TBSCAN WS-ISP-TABLE
            WS-ISP-SCAN-NAMES
        MOVE RETURN-CODE TO WS-ISPF-RC
        IF WS-ISPF-RC = 0 AND WS-ROW-OPEN
            SET WS-ENTRY-FOUND TO TRUE
        END-IF
    END-PERFORM
    IF WS-ISPF-RC > 8
        MOVE WS-ISP-TBSCAN TO WS-ISPF-FAILED-SERVICE
        PERFORM 8100-ISPF-FAILURE
    END-IF
    IF WS-ENTRY-FOUND
        MOVE ACT-ACTION TO WS-ROW-ACTION
        PERFORM 3600-UPDATE-ROW
    END-IF.

0400-ORDER-SUSPENSE.
    CALL "ISPLINK" USING WS-ISP-TBSORT WS-ISP-TABLE
        WS-ISP-SORT-FIELDS
    MOVE WS-ISP-TBSORT TO WS-ISPF-FAILED-SERVICE
    PERFORM 8000-CHECK-ISPF-RC
    CALL "ISPLINK" USING WS-ISP-TBTOP WS-ISP-TABLE
    MOVE WS-ISP-TBTOP TO WS-ISPF-FAILED-SERVICE
    PERFORM 8000-CHECK-ISPF-RC.

2000-WORK-LIST.
    IF WS-MORE-SELECTED
        CALL "ISPLINK" USING WS-ISP-TBDISPL WS-ISP-TABLE
    ELSE
        MOVE SPACES TO WS-LINE-SELECT
        CALL "ISPLINK" USING WS-ISP-TBDISPL WS-ISP-TABLE
            WS-ISP-LIST-PANEL
    END-IF
    MOVE RETURN-CODE TO WS-ISPF-RC
    MOVE "N" TO WS-MORE-SELECTED-SW
    MOVE SPACES TO WS-MESSAGE
    EVALUATE TRUE
        WHEN WS-ISPF-RC = 8
            SET WS-EXIT-REQUESTED TO TRUE
        WHEN WS-ISPF-RC > 8
            MOVE WS-ISP-TBDISPL TO WS-ISPF-FAILED-SERVICE
            PERFORM 8100-ISPF-FAILURE
        WHEN OTHER
            INSPECT WS-FILTER-COMPANY
                CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
            INSPECT WS-FILTER-REASON
                CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
            IF WS-FILTER-COMPANY NOT = WS-PREV-FILTER-COMPANY
                    OR WS-FILTER-REASON NOT = WS-PREV-FILTER-REASON
                PERFORM 2050-CHANGE-FILTER
            ELSE
                IF WS-SELECTED-ROWS > 0
                    IF WS-ISPF-RC = 4
                        SET WS-MORE-SELECTED TO TRUE
                    END-IF
                    PERFORM 3000-WORK-ENTRY
                END-IF
            END-IF
    END-EVALUATE.

2050-CHANGE-FILTER.
    MOVE "N" TO WS-ENTRY-FOUND-SW
    IF WS-FILTER-REASON = SPACES
        SET WS-ENTRY-FOUND TO TRUE
    END-IF
    PERFORM VARYING WS-RSN-IDX FROM 1 BY 1
            UNTIL WS-RSN-IDX > 12 OR WS-ENTRY-FOUND
        IF WS-RSN-CODE(WS-RSN-IDX) = WS-FILTER-REASON
            SET WS-ENTRY-FOUND TO TRUE
        END-IF
    END-PERFORM
    IF WS-ENTRY-FOUND
        PERFORM 2060-SET-FILTER
    ELSE
        STRING "UNKNOWN REJECT REASON " DELIMITED BY SIZE
               WS-FILTER-REASON DELIMITED BY SIZE
               " - USE ID AMT AMX DTE FUT TYP CMP CIN NBD DCR CUR RTE"
                   DELIMITED BY SIZE
               INTO WS-MESSAGE
        END-STRING
        MOVE WS-PREV-FILTER-COMPANY TO WS-FILTER-COMPANY
        MOVE WS-PREV-FILTER-REASON TO WS-FILTER-REASON
    END-IF.

2060-SET-FILTER.
    CALL "ISPLINK" USING WS-ISP-TBVCLEAR WS-ISP-TABLE
    MOVE WS-ISP-TBVCLEAR TO WS-ISPF-FAILED-SERVICE
    PERFORM 8000-CHECK-ISPF-RC
    MOVE WS-FILTER-COMPANY TO WS-ROW-COMPANY
    MOVE WS-FILTER-REASON TO WS-ROW-REASON
    CALL "ISPLINK" USING WS-ISP-TBSARG WS-ISP-TABLE
    MOVE RETURN-CODE TO WS-ISPF-RC
    IF WS-ISPF-RC > 8
        MOVE WS-ISP-TBSARG TO WS-ISPF-FAILED-SERVICE
        PERFORM 8100-ISPF-FAILURE
    END-IF
    CALL "ISPLINK" USING WS-ISP-TBTOP WS-ISP-TABLE
    MOVE WS-ISP-TBTOP TO WS-ISPF-FAILED-SERVICE
    PERFORM 8000-CHECK-ISPF-RC
    MOVE WS-FILTER-COMPANY TO WS-PREV-FILTER-COMPANY
    MOVE WS-FILTER-REASON TO WS-PREV-FILTER-REASON.

3000-WORK-ENTRY.
    MOVE SPACES TO WS-LINE-SELECT
    MOVE WS-ROW-TRANS-DATA TO WS-ORIG-TRANS-DATA
    MOVE WS-ROW-TRANS-DATA TO WS-EDIT-TRANS-DATA
    MOVE SPACES TO WS-CUR-REASON-DESC
    PERFORM VARYING WS-RSN-IDX FROM 1 BY 1 UNTIL WS-RSN-IDX > 12
        IF WS-RSN-CODE(WS-RSN-IDX) = WS-ROW-REASON
            MOVE WS-RSN-DESC(WS-RSN-IDX) TO WS-CUR-REASON-DESC
        END-IF
    END-PERFORM
    EVALUATE TRUE
        WHEN WS-ROW-RELEASED
            MOVE "RELEASED - AWAITS RECYCLE" TO WS-CUR-STATUS-TEXT
        WHEN WS-ROW-WRITTEN-OFF
            MOVE "WRITTEN OFF TODAY" TO WS-CUR-STATUS-TEXT
        WHEN OTHER
            MOVE "OPEN" TO WS-CUR-STATUS-TEXT
    END-EVALUATE
    MOVE SPACES TO WS-DTL-ACTION
    MOVE SPACES TO WS-DTL-WO-REASON
    MOVE SPACES TO WS-DTL-WO-TEXT
    MOVE SPACES TO WS-MESSAGE
    MOVE "N" TO WS-DETAIL-DONE-SW
    PERFORM 3100-DETAIL-CYCLE UNTIL WS-DETAIL-DONE.

3100-DETAIL-CYCLE.
    CALL "ISPLINK" USING WS-ISP-DISPLAY WS-ISP-DETAIL-PANEL
    MOVE RETURN-CODE TO WS-ISPF-RC
    IF WS-ISPF-RC > 8
        MOVE WS-ISP-DISPLAY TO WS-ISPF-FAILED-SERVICE
        PERFORM 8100-ISPF-FAILURE
    END-IF
    MOVE SPACES TO WS-MESSAGE
    INSPECT WS-EDIT-REC-TYPE CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
    INSPECT WS-EDIT-COMPANY CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
    INSPECT WS-EDIT-DC-IND CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
    INSPECT WS-EDIT-CURRENCY CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
    INSPECT WS-DTL-ACTION CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
    INSPECT WS-DTL-WO-REASON CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
    INSPECT WS-DTL-WO-TEXT CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
    EVALUATE TRUE
        WHEN WS-ISPF-RC = 8
            SET WS-DETAIL-DONE TO TRUE
        WHEN WS-DTL-ACTION = "C"
            SET WS-DETAIL-DONE TO TRUE
        WHEN NOT WS-ROW-OPEN
            MOVE "ENTRY ALREADY ACTIONED TODAY - ENTER C TO RETURN"
                TO WS-MESSAGE
        WHEN WS-DTL-ACTION = "R"
            PERFORM 3200-RELEASE-ENTRY
        WHEN WS-DTL-ACTION = "W"
            PERFORM 3300-WRITE-OFF-ENTRY
        WHEN OTHER
            MOVE "ACTION MUST BE R, W OR C" TO WS-MESSAGE
    END-EVALUATE.

3200-RELEASE-ENTRY.
    SET WS-EDIT-OK TO TRUE
    EVALUATE TRUE
        WHEN WS-EDIT-TRANS-ID = SPACES
            SET WS-EDIT-BAD TO TRUE
            MOVE "TRANS-ID IS BLANK" TO WS-MESSAGE
        WHEN WS-EDIT-AMOUNT-X NOT NUMERIC
            SET WS-EDIT-BAD TO TRUE
            MOVE "AMOUNT MUST BE 11 DIGITS, 9(9)V99" TO WS-MESSAGE
        WHEN WS-EDIT-AMOUNT-X(1:1) NOT = "0"
            SET WS-EDIT-BAD TO TRUE
            MOVE "AMOUNT IS OVER THE LIMIT" TO WS-MESSAGE
        WHEN WS-EDIT-DATE-X NOT NUMERIC
            SET WS-EDIT-BAD TO TRUE
            MOVE "DATE MUST BE YYYYMMDD" TO WS-MESSAGE
        WHEN WS-EDIT-MM < 1 OR WS-EDIT-MM > 12
            SET WS-EDIT-BAD TO TRUE
            MOVE "DATE HAS AN INVALID MONTH" TO WS-MESSAGE
        WHEN NOT WS-EDIT-TYPE-VALID
            SET WS-EDIT-BAD TO TRUE
            MOVE "REC TYPE MUST BE A, C, D OR BLANK" TO WS-MESSAGE
        WHEN WS-EDIT-COMPANY = SPACES
            SET WS-EDIT-BAD TO TRUE
            MOVE "COMPANY IS BLANK" TO WS-MESSAGE
        WHEN NOT WS-EDIT-DC-VALID
            SET WS-EDIT-BAD TO TRUE
            MOVE "D/C IND MUST BE D, C OR BLANK" TO WS-MESSAGE
    END-EVALUATE
    IF WS-EDIT-OK
        PERFORM 3250-EDIT-DAY
    END-IF
    IF WS-EDIT-OK
        MOVE "R" TO ACT-ACTION
        MOVE SPACES TO ACT-WO-REASON
        MOVE SPACES TO ACT-WO-TEXT
        MOVE WS-EDIT-TRANS-DATA TO ACT-NEW-DATA
        PERFORM 3500-LOG-ACTION
        IF WS-ACTION-RECORDED
            SET WS-ROW-RELEASED TO TRUE
            PERFORM 3600-UPDATE-ROW
            ADD 1 TO WS-RELEASED-COUNT
            STRING "ENTRY " DELIMITED BY SIZE
                   WS-ORIG-TRANS-ID DELIMITED BY SIZE
                   " RELEASED TO THE NEXT RECYCLE" DELIMITED BY SIZE
                   INTO WS-MESSAGE
            END-STRING
            SET WS-DETAIL-DONE TO TRUE
        END-IF
    END-IF.

3250-EDIT-DAY.
    MOVE WS-DAYS-IN-MONTH(WS-EDIT-MM) TO WS-MAX-DD
    IF WS-EDIT-MM = 2
        COMPUTE WS-LEAP-REM = FUNCTION MOD(WS-EDIT-YYYY, 4)
        IF WS-LEAP-REM = 0
            COMPUTE WS-LEAP-REM = FUNCTION MOD(WS-EDIT-YYYY, 100)
            IF WS-LEAP-REM NOT = 0
                MOVE 29 TO WS-MAX-DD
            ELSE
                COMPUTE WS-LEAP-REM = FUNCTION MOD(WS-EDIT-YYYY, 400)
                IF WS-LEAP-REM = 0
                    MOVE 29 TO WS-MAX-DD
                END-IF
            END-IF
        END-IF
    END-IF
    IF WS-EDIT-DD < 1 OR WS-EDIT-DD > WS-MAX-DD
        SET WS-EDIT-BAD TO TRUE
        MOVE "DATE HAS AN INVALID DAY" TO WS-MESSAGE
    ELSE
        IF WS-EDIT-DATE-X > WS-RUN-DATE-YYYYMMDD
            SET WS-EDIT-BAD TO TRUE
            MOVE "DATE IS AFTER TODAY" TO WS-MESSAGE
        END-IF
    END-IF.

3300-WRITE-OFF-ENTRY.
    MOVE "N" TO WS-ENTRY-FOUND-SW
    PERFORM VARYING WS-WOR-IDX FROM 1 BY 1
            UNTIL WS-WOR-IDX > 5 OR WS-ENTRY-FOUND
        IF WS-WOR-CODE(WS-WOR-IDX) = WS-DTL-WO-REASON
            SET WS-ENTRY-FOUND TO TRUE
        END-IF
    END-PERFORM
    EVALUATE TRUE
        WHEN NOT WS-ENTRY-FOUND OR WS-DTL-WO-REASON = SPACES
            MOVE "WRITE-OFF REASON MUST BE DUP, SRC, UNR, OLD OR OTH"
                TO WS-MESSAGE
        WHEN WS-DTL-WO-REASON = "OTH" AND WS-DTL-WO-TEXT = SPACES
            MOVE "TEXT IS REQUIRED FOR WRITE-OFF REASON OTH"
                TO WS-MESSAGE
        WHEN OTHER
            MOVE "W" TO ACT-ACTION
            MOVE WS-DTL-WO-REASON TO ACT-WO-REASON
            MOVE WS-DTL-WO-TEXT TO ACT-WO-TEXT
            MOVE SPACES TO ACT-NEW-DATA
            PERFORM 3500-LOG-ACTION
            IF WS-ACTION-RECORDED
                SET WS-ROW-WRITTEN-OFF TO TRUE
                PERFORM 3600-UPDATE-ROW
                ADD 1 TO WS-WRITTEN-OFF-COUNT
                STRING "ENTRY " DELIMITED BY SIZE
                       WS-ORIG-TRANS-ID DELIMITED BY SIZE
                       " WRITTEN OFF - " DELIMITED BY SIZE
                       WS-DTL-WO-REASON DELIMITED BY SIZE
                       INTO WS-MESSAGE
                END-STRING
                SET WS-DETAIL-DONE TO TRUE
            END-IF
    END-EVALUATE.

3500-LOG-ACTION.
    MOVE "N" TO WS-ACTION-RECORDED-SW
    PERFORM 0150-CHECK-NIGHTLY-JOB
    IF WS-NIGHT-OPEN
        STRING "NIGHTLY TBLPOP JOB ACTIVE AT " DELIMITED BY SIZE
               WS-LAST-STEP-NAME DELIMITED BY SPACE
               " - NOTHING RECORDED, RETRY WHEN IT COMPLETES"
                   DELIMITED BY SIZE
               INTO WS-MESSAGE
        END-STRING
    ELSE
        ACCEPT WS-ACTION-DATE FROM DATE YYYYMMDD
        ACCEPT WS-ACTION-TIME FROM TIME
        MOVE WS-ACTION-DATE TO ACT-DATE
        MOVE WS-ACTION-TIME(1:6) TO ACT-TIME
        MOVE WS-OPERATOR-ID TO ACT-OPERATOR-ID
        MOVE WS-ROW-REASON TO ACT-SUSP-REASON
        MOVE WS-ROW-FIRST-SEEN TO ACT-FIRST-SEEN
        MOVE WS-ROW-ATTEMPTS TO ACT-ATTEMPTS
        MOVE WS-ROW-TRANS-DATA TO ACT-ORIG-DATA
        WRITE ACTION-RECORD
        IF WS-SUSPACT-STATUS NOT = "00"
            DISPLAY "TRNWRK01 - WRITE FAILED ON SUSPACT, STATUS="
                WS-SUSPACT-STATUS
            PERFORM 0900-TERMINATE
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE ACTION-RECORD TO ACTION-LOG-RECORD
        WRITE ACTION-LOG-RECORD
        IF WS-SUSPLOG-STATUS NOT = "00"
            DISPLAY "TRNWRK01 - WRITE FAILED ON SUSPLOG, STATUS="
                WS-SUSPLOG-STATUS
            PERFORM 0900-TERMINATE
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        SET WS-ACTION-RECORDED TO TRUE
    END-IF.

3600-UPDATE-ROW.
    EVALUATE TRUE
        WHEN WS-ROW-RELEASED
            MOVE "RELEASED" TO WS-ROW-STATUS
        WHEN WS-ROW-WRITTEN-OFF
            MOVE "WRT-OFF" TO WS-ROW-STATUS
        WHEN OTHER
            MOVE SPACES TO WS-ROW-STATUS
    END-EVALUATE
    CALL "ISPLINK" USING WS-ISP-TBPUT WS-ISP-TABLE
    MOVE WS-ISP-TBPUT TO WS-ISPF-FAILED-SERVICE
    PERFORM 8000-CHECK-ISPF-RC.

0900-TERMINATE.
    CALL "ISPLINK" USING WS-ISP-TBEND WS-ISP-TABLE
    CLOSE ACTION-FILE
    CLOSE ACTION-LOG-FILE
    MOVE WS-RELEASED-COUNT TO WS-COUNT-EDIT
    DISPLAY "TRNWRK01 - OPERATOR " WS-OPERATOR-ID
        " RELEASED " WS-COUNT-EDIT
    MOVE WS-WRITTEN-OFF-COUNT TO WS-COUNT-EDIT
    DISPLAY "TRNWRK01 - OPERATOR " WS-OPERATOR-ID
        " WROTE OFF " WS-COUNT-EDIT
    MOVE WS-RETURN-CODE TO RETURN-CODE.

8000-CHECK-ISPF-RC.
    MOVE RETURN-CODE TO WS-ISPF-RC
    IF WS-ISPF-RC NOT = 0
        PERFORM 8100-ISPF-FAILURE
    END-IF.

8100-ISPF-FAILURE.
    MOVE WS-ISPF-RC TO WS-ISPF-RC-EDIT
    DISPLAY "TRNWRK01 - ISPF " WS-ISPF-FAILED-SERVICE
        " FAILED, RC=" WS-ISPF-RC-EDIT
    MOVE 16 TO RETURN-CODE
    STOP RUN.
