       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. LOGARC01.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PARM-FILE ASSIGN TO PARMIN
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-PARM-STATUS.
    SELECT NIGHT-STATS-FILE ASSIGN TO RUNSTATS
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-NIGHT-STATS-STATUS.
    SELECT AUDIT-IN-FILE ASSIGN TO AUDITIN
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-AUDIT-IN-STATUS.
    SELECT AUDIT-NEW-FILE ASSIGN TO AUDITNEW
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-AUDIT-NEW-STATUS.
    SELECT AUDIT-ARCH-FILE ASSIGN TO AUDITARC
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-AUDIT-ARCH-STATUS.
    SELECT JOURNAL-IN-FILE ASSIGN TO JRNLIN
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-JOURNAL-IN-STATUS.
    SELECT JOURNAL-NEW-FILE ASSIGN TO JRNLNEW
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-JOURNAL-NEW-STATUS.
    SELECT JOURNAL-ARCH-FILE ASSIGN TO JRNLARC
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-JOURNAL-ARCH-STATUS.
    SELECT SHIP-IN-FILE ASSIGN TO SHIPIN
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-SHIP-IN-STATUS.
    SELECT SHIP-NEW-FILE ASSIGN TO SHIPNEW
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-SHIP-NEW-STATUS.
    SELECT SHIP-ARCH-FILE ASSIGN TO SHIPARC
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-SHIP-ARCH-STATUS.
    SELECT WOF-IN-FILE ASSIGN TO WOFIN
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-WOF-IN-STATUS.
    SELECT WOF-NEW-FILE ASSIGN TO WOFNEW
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-WOF-NEW-STATUS.
    SELECT WOF-ARCH-FILE ASSIGN TO WOFARC
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-WOF-ARCH-STATUS.
    SELECT STATS-IN-FILE ASSIGN TO RUNSTATS
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-STATS-IN-STATUS.
    SELECT STATS-NEW-FILE ASSIGN TO STATNEW
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-STATS-NEW-STATUS.
    SELECT STATS-ARCH-FILE ASSIGN TO STATARC
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-STATS-ARCH-STATUS.
    SELECT APRLOG-IN-FILE ASSIGN TO APRLIN
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-APRLOG-IN-STATUS.
    SELECT APRLOG-NEW-FILE ASSIGN TO APRLNEW
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-APRLOG-NEW-STATUS.
    SELECT APRLOG-ARCH-FILE ASSIGN TO APRLARC
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-APRLOG-ARCH-STATUS.
    SELECT ACTLOG-IN-FILE ASSIGN TO ACTLIN
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-ACTLOG-IN-STATUS.
    SELECT ACTLOG-NEW-FILE ASSIGN TO ACTLNEW
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-ACTLOG-NEW-STATUS.
    SELECT ACTLOG-ARCH-FILE ASSIGN TO ACTLARC
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-ACTLOG-ARCH-STATUS.
    SELECT FEEDREG-IN-FILE ASSIGN TO FREGIN
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-FEEDREG-IN-STATUS.
    SELECT FEEDREG-NEW-FILE ASSIGN TO FREGNEW
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-FEEDREG-NEW-STATUS.
    SELECT FEEDREG-ARCH-FILE ASSIGN TO FREGARC
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-FEEDREG-ARCH-STATUS.
    SELECT CONTROL-FILE ASSIGN TO IDCOUT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-CONTROL-STATUS.
    SELECT REPORT-FILE ASSIGN TO ARCRPT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  PARM-FILE
    RECORDING MODE IS F
    RECORD CONTAINS 80 CHARACTERS.
01  PARM-RECORD.
    05  PARM-AUDIT-DAYS            PIC 9(4).
    05  PARM-JOURNAL-DAYS          PIC 9(4).
    05  PARM-SHIP-DAYS             PIC 9(4).
    05  PARM-WOF-DAYS              PIC 9(4).
    05  PARM-STATS-DAYS            PIC 9(4).
    05  PARM-APRLOG-DAYS           PIC 9(4).
    05  PARM-ACTLOG-DAYS           PIC 9(4).
    05  PARM-FEEDREG-DAYS          PIC 9(4).
    05  FILLER                     PIC X(48).

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

FD  AUDIT-IN-FILE
    RECORDING MODE IS F
    RECORD CONTAINS 85 CHARACTERS.
01  AUDIT-IN-RECORD                PIC X(85).

FD  AUDIT-NEW-FILE
    RECORDING MODE IS F
    RECORD CONTAINS 85 CHARACTERS.
01  AUDIT-NEW-RECORD               PIC X(85).

FD  AUDIT-ARCH-FILE
    RECORDING MODE IS F
    RECORD CONTAINS 85 CHARACTERS.
01  AUDIT-ARCH-RECORD              PIC X(85).

FD  JOURNAL-IN-FILE
    RECORDING MODE IS F
    RECORD CONTAINS 190 CHARACTERS.
01  JOURNAL-IN-RECORD              PIC X(190).

FD  JOURNAL-NEW-FILE
    RECORDING MODE IS F
    RECORD CONTAINS 190 CHARACTERS.
01  JOURNAL-NEW-RECORD             PIC X(190).

FD  JOURNAL-ARCH-FILE
    RECORDING MODE IS F
    RECORD CONTAINS 190 CHARACTERS.
01  JOURNAL-ARCH-RECORD            PIC X(190).

FD  SHIP-IN-FILE
    RECORDING MODE IS F
    RECORD CONTAINS 85 CHARACTERS.
01  SHIP-IN-RECORD                 PIC X(85).

FD  SHIP-NEW-FILE
    RECORDING MODE IS F
    RECORD CONTAINS 85 CHARACTERS.
01  SHIP-NEW-RECORD                PIC X(85).

FD  SHIP-ARCH-FILE
    RECORDING MODE IS F
    RECORD CONTAINS 85 CHARACTERS.
01  SHIP-ARCH-RECORD               PIC X(85).

FD  WOF-IN-FILE
    RECORDING MODE IS F
    RECORD CONTAINS 200 CHARACTERS.
01  WOF-IN-RECORD                  PIC X(200).

FD  WOF-NEW-FILE
    RECORDING MODE IS F
    RECORD CONTAINS 200 CHARACTERS.
01  WOF-NEW-RECORD                 PIC X(200).

FD  WOF-ARCH-FILE
    RECORDING MODE IS F
    RECORD CONTAINS 200 CHARACTERS.
01  WOF-ARCH-RECORD                PIC X(200).

FD  STATS-IN-FILE
    RECORDING MODE IS F
    RECORD CONTAINS 200 CHARACTERS.
01  STATS-IN-RECORD                PIC X(200).

FD  STATS-NEW-FILE
    RECORDING MODE IS F
    RECORD CONTAINS 200 CHARACTERS.
01  STATS-NEW-RECORD               PIC X(200).

FD  STATS-ARCH-FILE
    RECORDING MODE IS F
    RECORD CONTAINS 200 CHARACTERS.
01  STATS-ARCH-RECORD              PIC X(200).

FD  APRLOG-IN-FILE
    RECORDING MODE IS F
    RECORD CONTAINS 150 CHARACTERS.
01  APRLOG-IN-RECORD               PIC X(150).

FD  APRLOG-NEW-FILE
    RECORDING MODE IS F
    RECORD CONTAINS 150 CHARACTERS.
01  APRLOG-NEW-RECORD              PIC X(150).

FD  APRLOG-ARCH-FILE
    RECORDING MODE IS F
    RECORD CONTAINS 150 CHARACTERS.
01  APRLOG-ARCH-RECORD             PIC X(150).

FD  ACTLOG-IN-FILE
    RECORDING MODE IS F
    RECORD CONTAINS 250 CHARACTERS.
01  ACTLOG-IN-RECORD               PIC X(250).

FD  ACTLOG-NEW-FILE
    RECORDING MODE IS F
    RECORD CONTAINS 250 CHARACTERS.
01  ACTLOG-NEW-RECORD              PIC X(250).

FD  ACTLOG-ARCH-FILE
    RECORDING MODE IS F
    RECORD CONTAINS 250 CHARACTERS.
01  ACTLOG-ARCH-RECORD             PIC X(250).

FD  FEEDREG-IN-FILE
    RECORDING MODE IS F
    RECORD CONTAINS 80 CHARACTERS.
01  FEEDREG-IN-RECORD              PIC X(80).

FD  FEEDREG-NEW-FILE
    RECORDING MODE IS F
    RECORD CONTAINS 80 CHARACTERS.
01  FEEDREG-NEW-RECORD             PIC X(80).

FD  FEEDREG-ARCH-FILE
    RECORDING MODE IS F
    RECORD CONTAINS 80 CHARACTERS.
01  FEEDREG-ARCH-RECORD            PIC X(80).

FD  CONTROL-FILE
    RECORDING MODE IS F
    RECORD CONTAINS 80 CHARACTERS.
01  CONTROL-RECORD                 PIC X(80).

FD  REPORT-FILE
    RECORDING MODE IS F
    RECORD CONTAINS 132 CHARACTERS.
01  REPORT-RECORD                  PIC X(132).

WORKING-STORAGE SECTION.
01  WS-FILE-STATUSES.
    05  WS-PARM-STATUS             PIC XX VALUE SPACES.
    05  WS-NIGHT-STATS-STATUS      PIC XX VALUE SPACES.
    05  WS-AUDIT-IN-STATUS         PIC XX VALUE SPACES.
    05  WS-AUDIT-NEW-STATUS        PIC XX VALUE SPACES.
    05  WS-AUDIT-ARCH-STATUS       PIC XX VALUE SPACES.
    05  WS-JOURNAL-IN-STATUS       PIC XX VALUE SPACES.
    05  WS-JOURNAL-NEW-STATUS      PIC XX VALUE SPACES.
    05  WS-JOURNAL-ARCH-STATUS     PIC XX VALUE SPACES.
    05  WS-SHIP-IN-STATUS          PIC XX VALUE SPACES.
    05  WS-SHIP-NEW-STATUS         PIC XX VALUE SPACES.
    05  WS-SHIP-ARCH-STATUS        PIC XX VALUE SPACES.
    05  WS-WOF-IN-STATUS           PIC XX VALUE SPACES.
    05  WS-WOF-NEW-STATUS          PIC XX VALUE SPACES.
    05  WS-WOF-ARCH-STATUS         PIC XX VALUE SPACES.
    05  WS-STATS-IN-STATUS         PIC XX VALUE SPACES.
    05  WS-STATS-NEW-STATUS        PIC XX VALUE SPACES.
    05  WS-STATS-ARCH-STATUS       PIC XX VALUE SPACES.
    05  WS-APRLOG-IN-STATUS        PIC XX VALUE SPACES.
    05  WS-APRLOG-NEW-STATUS       PIC XX VALUE SPACES.
    05  WS-APRLOG-ARCH-STATUS      PIC XX VALUE SPACES.
    05  WS-ACTLOG-IN-STATUS        PIC XX VALUE SPACES.
    05  WS-ACTLOG-NEW-STATUS       PIC XX VALUE SPACES.
    05  WS-ACTLOG-ARCH-STATUS      PIC XX VALUE SPACES.
    05  WS-FEEDREG-IN-STATUS       PIC XX VALUE SPACES.
    05  WS-FEEDREG-NEW-STATUS      PIC XX VALUE SPACES.
    05  WS-FEEDREG-ARCH-STATUS     PIC XX VALUE SPACES.
    05  WS-CONTROL-STATUS          PIC XX VALUE SPACES.
    05  WS-REPORT-STATUS           PIC XX VALUE SPACES.

01  WS-SWITCHES.
    05  WS-FILE-EOF-SW             PIC X VALUE "N".
        88  WS-FILE-EOF                VALUE "Y".
    05  WS-NIGHT-OPEN-SW           PIC X VALUE "N".
        88  WS-NIGHT-OPEN              VALUE "Y".
    05  WS-ARCHIVE-RECORD-SW       PIC X VALUE "N".
        88  WS-ARCHIVE-RECORD          VALUE "Y".
    05  WS-ANY-OUT-OF-BALANCE-SW   PIC X VALUE "N".
        88  WS-ANY-OUT-OF-BALANCE      VALUE "Y".
    05  WS-LATEST-RECORD-SW        PIC X VALUE "N".
        88  WS-LATEST-RECORD           VALUE "Y".

01  WS-RUN-DATE-AREA.
    05  WS-RUN-DATE-YYYYMMDD.
        10  WS-RUN-YYYY            PIC 9(4).
        10  WS-RUN-MM              PIC 9(2).
        10  WS-RUN-DD              PIC 9(2).
    05  WS-RUN-DATE-NUM            PIC 9(8) VALUE 0.
    05  WS-RUN-DATE-EDIT           PIC X(10).
    05  WS-ARCHIVE-SUFFIX          PIC X(7) VALUE SPACES.
    05  WS-CUTOFF-NUM              PIC 9(8) VALUE 0.
    05  WS-CUTOFF-DATE REDEFINES WS-CUTOFF-NUM PIC X(8).

01  WS-NIGHT-STATUS-AREA.
    05  WS-LAST-STEP-NAME          PIC X(8) VALUE SPACES.
    05  WS-LAST-PROGRAM-ID         PIC X(8) VALUE SPACES.
    05  WS-LAST-RUN-DATE           PIC X(8) VALUE SPACES.
    05  WS-LAST-RUN-TIME           PIC X(6) VALUE SPACES.
    05  WS-LAST-CLOSE-DATE         PIC X(8) VALUE SPACES.
    05  WS-LAST-CLOSE-TIME         PIC X(6) VALUE SPACES.
    05  WS-STATS-READ-COUNT        PIC 9(9) VALUE 0.

01  WS-DATASET-VALUES.
    05  FILLER                     PIC X(60) VALUE
        "PROD.TBLPOP.AUDITLOG          0400ENTRIES POPULATED         ".
    05  FILLER                     PIC X(60) VALUE
        "PROD.TBLPOP.MAINTJRN          2557AFTER (ELSE BEFORE) AMOUNT".
    05  FILLER                     PIC X(60) VALUE
        "PROD.TBLPOP.SHIPLOG           0400SHIPPED AMOUNT HASH       ".
    05  FILLER                     PIC X(60) VALUE
        "PROD.TBLPOP.SUSPWOF           2557WRITTEN-OFF AMOUNT        ".
    05  FILLER                     PIC X(60) VALUE
        "PROD.TBLPOP.RUNSTATS          0400FIRST AMOUNT FIGURE       ".
    05  FILLER                     PIC X(60) VALUE
        "PROD.TBLPOP.APPRLOG           2557HELD AMOUNT               ".
    05  FILLER                     PIC X(60) VALUE
        "PROD.TBLPOP.SUSPLOG           2557ORIGINAL AMOUNT           ".
    05  FILLER                     PIC X(60) VALUE
        "PROD.TBLPOP.FEEDREG           0400BATCH AMOUNT HASH         ".
01  WS-DATASET-TABLE REDEFINES WS-DATASET-VALUES.
    05  WS-DS-DEFAULT OCCURS 8 TIMES.
        10  WS-DS-DEFAULT-DSN      PIC X(30).
        10  WS-DS-DEFAULT-DAYS     PIC 9(4).
        10  WS-DS-DEFAULT-BASIS    PIC X(26).

01  WS-DATASET-TOTALS.
    05  WS-DS-IDX                  PIC 9(2) VALUE 0.
    05  WS-DS-ENTRY OCCURS 8 TIMES.
        10  WS-DS-DSN              PIC X(30).
        10  WS-DS-RETENTION        PIC 9(4).
        10  WS-DS-CUTOFF           PIC X(8).
        10  WS-DS-BALANCED-SW      PIC X.
            88  WS-DS-BALANCED         VALUE "Y".
        10  WS-DS-READ             PIC 9(9).
        10  WS-DS-READ-HASH        PIC S9(13)V99.
        10  WS-DS-KEPT             PIC 9(9).
        10  WS-DS-KEPT-HASH        PIC S9(13)V99.
        10  WS-DS-ARCH             PIC 9(9).
        10  WS-DS-ARCH-HASH        PIC S9(13)V99.
        10  WS-DS-UNDATED          PIC 9(9).
        10  WS-DS-LATEST           PIC 9(9).
        10  WS-DS-RECHECK-KEPT     PIC 9(9).
        10  WS-DS-RECHECK-KEPT-HASH PIC S9(13)V99.
        10  WS-DS-RECHECK-ARCH     PIC 9(9).
        10  WS-DS-RECHECK-ARCH-HASH PIC S9(13)V99.

01  WS-RECORD-FIELDS.
    05  WS-REC-DATE                PIC X(8) VALUE SPACES.
    05  WS-REC-AMOUNT              PIC S9(13)V99 VALUE 0.

01  WS-AUDIT-WORK.
    05  AWK-RUN-LIT                PIC X(4).
    05  AWK-RUN-MM                 PIC X(2).
    05  FILLER                     PIC X.
    05  AWK-RUN-DD                 PIC X(2).
    05  FILLER                     PIC X.
    05  AWK-RUN-YYYY               PIC X(4).
    05  FILLER                     PIC X(18).
    05  AWK-ENTRIES                PIC X(5).
    05  FILLER                     PIC X(48).

01  WS-JOURNAL-WORK.
    05  JWK-RUN-DATE               PIC X(8).
    05  JWK-ACTION                 PIC X.
    05  JWK-TRANS-ID               PIC X(10).
    05  JWK-BEFORE-IMAGE.
        10  FILLER                 PIC X(13).
        10  JWK-BEFORE-AMOUNT      PIC X(12).
        10  FILLER                 PIC X(60).
    05  JWK-AFTER-IMAGE.
        10  FILLER                 PIC X(13).
        10  JWK-AFTER-AMOUNT       PIC X(12).
        10  FILLER                 PIC X(60).
    05  FILLER                     PIC X.

01  WS-SHIP-WORK.
    05  SWK-LIT                    PIC X(4).
    05  SWK-STAMP-MM               PIC X(2).
    05  FILLER                     PIC X.
    05  SWK-STAMP-DD               PIC X(2).
    05  FILLER                     PIC X.
    05  SWK-STAMP-YYYY             PIC X(4).
    05  FILLER                     PIC X.
    05  SWK-COUNT                  PIC X(9).
    05  FILLER                     PIC X.
    05  SWK-HASH                   PIC X(17).
    05  FILLER                     PIC X(43).

01  WS-WOF-WORK.
    05  WWK-TRANS-ID               PIC X(10).
    05  WWK-AMOUNT-X               PIC X(11).
    05  WWK-AMOUNT-N REDEFINES WWK-AMOUNT-X PIC 9(9)V99.
    05  FILLER                     PIC X(140).
    05  WWK-RUN-DATE               PIC X(8).
    05  FILLER                     PIC X(31).

01  WS-STATS-WORK.
    05  RWK-BUSINESS-DATE          PIC X(8).
    05  FILLER                     PIC X(106).
    05  RWK-FIRST-AMOUNT           PIC X(17).
    05  FILLER                     PIC X(69).

01  WS-APRLOG-WORK.
    05  APK-DECISION-DATE          PIC X(8).
    05  APK-RUN-DATE               PIC X(8).
    05  FILLER                     PIC X(47).
    05  APK-TRANS-ID               PIC X(10).
    05  APK-AMOUNT-X               PIC X(11).
    05  APK-AMOUNT-N REDEFINES APK-AMOUNT-X PIC 9(9)V99.
    05  FILLER                     PIC X(66).

01  WS-ACTLOG-WORK.
    05  AKK-ACTION-DATE            PIC X(8).
    05  FILLER                     PIC X(62).
    05  AKK-TRANS-ID               PIC X(10).
    05  AKK-AMOUNT-X               PIC X(11).
    05  AKK-AMOUNT-N REDEFINES AKK-AMOUNT-X PIC 9(9)V99.
    05  FILLER                     PIC X(159).

01  WS-FEEDREG-WORK.
    05  FWK-SOURCE-SYSTEM          PIC X(8).
    05  FWK-BATCH-SEQ              PIC X(6).
    05  FWK-BUSINESS-DATE          PIC X(8).
    05  FWK-RUN-DATE               PIC X(8).
    05  FWK-RECORD-COUNT           PIC X(9).
    05  FWK-AMOUNT-HASH-X          PIC X(15).
    05  FWK-AMOUNT-HASH-N REDEFINES FWK-AMOUNT-HASH-X PIC 9(13)V99.
    05  FILLER                     PIC X(26).

01  WS-SOURCE-AREA.
    05  WS-SRC-MAX-OCCURS          PIC 9(4) VALUE 200.
    05  WS-SRC-COUNT               PIC 9(4) VALUE 0.
    05  WS-SRC-IDX                 PIC 9(4) VALUE 0.
    05  WS-SRC-FOUND-IDX           PIC 9(4) VALUE 0.
    05  WS-SRC-TABLE OCCURS 200 TIMES.
        10  WS-SRC-SYSTEM          PIC X(8).
        10  WS-SRC-LAST-SEQ        PIC X(6).

01  WS-REPORT-FIELDS.
    05  WS-REPORT-LABEL            PIC X(29) VALUE SPACES.
    05  WS-COUNT-EDIT              PIC ZZZZZZZZ9.
    05  WS-AMOUNT-EDIT             PIC ZZZZZZZZZZZZ9.99-.
    05  WS-DAYS-EDIT               PIC ZZZ9.
    05  WS-REPORT-TEXT             PIC X(60) VALUE SPACES.
    05  WS-OPEN-DD                 PIC X(8) VALUE SPACES.
    05  WS-OPEN-STATUS             PIC XX VALUE SPACES.

01  WS-RETURN-CODE                 PIC 9(4) VALUE 0.

PROCEDURE DIVISION.
0000-MAIN-LOGIC.
    PERFORM 0100-INITIALIZE
    PERFORM 0200-CHECK-NIGHTLY-JOB
    PERFORM 0300-ARCHIVE-AUDIT-LOG
    PERFORM 0400-ARCHIVE-JOURNAL
    PERFORM 0500-ARCHIVE-SHIP-LOG
    PERFORM 0600-ARCHIVE-WRITE-OFFS
    PERFORM 0700-ARCHIVE-RUN-STATS
    PERFORM 1000-ARCHIVE-APPROVAL-LOG
    PERFORM 1100-ARCHIVE-ACTION-LOG
    PERFORM 1200-ARCHIVE-FEED-REGISTER
    PERFORM 0800-WRITE-ROLL-STATEMENTS
    PERFORM 0900-TERMINATE
    STOP RUN.

0100-INITIALIZE.
    ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
    MOVE WS-RUN-DATE-YYYYMMDD TO WS-RUN-DATE-NUM
    STRING WS-RUN-MM DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           WS-RUN-DD DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           WS-RUN-YYYY DELIMITED BY SIZE
           INTO WS-RUN-DATE-EDIT
    END-STRING
    STRING "D" DELIMITED BY SIZE
           WS-RUN-DATE-YYYYMMDD(3:6) DELIMITED BY SIZE
           INTO WS-ARCHIVE-SUFFIX
    END-STRING
    PERFORM VARYING WS-DS-IDX FROM 1 BY 1 UNTIL WS-DS-IDX > 8
        MOVE WS-DS-DEFAULT-DSN(WS-DS-IDX) TO WS-DS-DSN(WS-DS-IDX)
        MOVE WS-DS-DEFAULT-DAYS(WS-DS-IDX) TO WS-DS-RETENTION(WS-DS-IDX)
        MOVE SPACES TO WS-DS-CUTOFF(WS-DS-IDX)
        MOVE "N" TO WS-DS-BALANCED-SW(WS-DS-IDX)
        MOVE 0 TO WS-DS-READ(WS-DS-IDX)
        MOVE 0 TO WS-DS-READ-HASH(WS-DS-IDX)
        MOVE 0 TO WS-DS-KEPT(WS-DS-IDX)
        MOVE 0 TO WS-DS-KEPT-HASH(WS-DS-IDX)
        MOVE 0 TO WS-DS-ARCH(WS-DS-IDX)
        MOVE 0 TO WS-DS-ARCH-HASH(WS-DS-IDX)
        MOVE 0 TO WS-DS-UNDATED(WS-DS-IDX)
        MOVE 0 TO WS-DS-LATEST(WS-DS-IDX)
        MOVE 0 TO WS-DS-RECHECK-KEPT(WS-DS-IDX)
        MOVE 0 TO WS-DS-RECHECK-KEPT-HASH(WS-DS-IDX)
        MOVE 0 TO WS-DS-RECHECK-ARCH(WS-DS-IDX)
        MOVE 0 TO WS-DS-RECHECK-ARCH-HASH(WS-DS-IDX)
    END-PERFORM
    PERFORM 0110-READ-PARM-CARD
    OPEN OUTPUT REPORT-FILE
    IF WS-REPORT-STATUS NOT = "00"
        DISPLAY "LOGARC01 - UNABLE TO OPEN ARCRPT, STATUS="
            WS-REPORT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE SPACES TO REPORT-RECORD
    STRING "LOGARC01 - TBLPOP LOG RETENTION AND ARCHIVE" DELIMITED BY SIZE
           "   RUN DATE: " DELIMITED BY SIZE
           WS-RUN-DATE-EDIT DELIMITED BY SIZE
           INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD
    MOVE SPACES TO REPORT-RECORD
    WRITE REPORT-RECORD.

0110-READ-PARM-CARD.
    OPEN INPUT PARM-FILE
    IF WS-PARM-STATUS = "00"
        READ PARM-FILE
        IF WS-PARM-STATUS = "00"
            IF PARM-AUDIT-DAYS IS NUMERIC
                MOVE PARM-AUDIT-DAYS TO WS-DS-RETENTION(1)
            END-IF
            IF PARM-JOURNAL-DAYS IS NUMERIC
                MOVE PARM-JOURNAL-DAYS TO WS-DS-RETENTION(2)
            END-IF
            IF PARM-SHIP-DAYS IS NUMERIC
                MOVE PARM-SHIP-DAYS TO WS-DS-RETENTION(3)
            END-IF
            IF PARM-WOF-DAYS IS NUMERIC
                MOVE PARM-WOF-DAYS TO WS-DS-RETENTION(4)
            END-IF
            IF PARM-STATS-DAYS IS NUMERIC
                MOVE PARM-STATS-DAYS TO WS-DS-RETENTION(5)
            END-IF
            IF PARM-APRLOG-DAYS IS NUMERIC
                MOVE PARM-APRLOG-DAYS TO WS-DS-RETENTION(6)
            END-IF
            IF PARM-ACTLOG-DAYS IS NUMERIC
                MOVE PARM-ACTLOG-DAYS TO WS-DS-RETENTION(7)
            END-IF
            IF PARM-FEEDREG-DAYS IS NUMERIC
                MOVE PARM-FEEDREG-DAYS TO WS-DS-RETENTION(8)
            END-IF
        END-IF
        CLOSE PARM-FILE
    END-IF.

0200-CHECK-NIGHTLY-JOB.
    OPEN INPUT NIGHT-STATS-FILE
    IF WS-NIGHT-STATS-STATUS NOT = "00"
        MOVE "RUNSTATS" TO WS-OPEN-DD
        MOVE WS-NIGHT-STATS-STATUS TO WS-OPEN-STATUS
        PERFORM 7900-OPEN-FAILURE
    END-IF
    MOVE "N" TO WS-FILE-EOF-SW
    PERFORM 0210-READ-NIGHT-STATS
    PERFORM UNTIL WS-FILE-EOF
        ADD 1 TO WS-STATS-READ-COUNT
        IF NST-PROGRAM-ID = "RUNCTL01"
            MOVE "N" TO WS-NIGHT-OPEN-SW
            MOVE NST-RUN-DATE TO WS-LAST-CLOSE-DATE
            MOVE NST-RUN-TIME TO WS-LAST-CLOSE-TIME
        ELSE
            SET WS-NIGHT-OPEN TO TRUE
            MOVE NST-STEP-NAME TO WS-LAST-STEP-NAME
            MOVE NST-PROGRAM-ID TO WS-LAST-PROGRAM-ID
            MOVE NST-RUN-DATE TO WS-LAST-RUN-DATE
            MOVE NST-RUN-TIME TO WS-LAST-RUN-TIME
        END-IF
        PERFORM 0210-READ-NIGHT-STATS
    END-PERFORM
    CLOSE NIGHT-STATS-FILE
    MOVE SPACES TO REPORT-RECORD
    IF WS-NIGHT-OPEN
        STRING "*** NIGHTLY TBLPOP JOB IS ACTIVE - " DELIMITED BY SIZE
               WS-LAST-STEP-NAME DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-LAST-PROGRAM-ID DELIMITED BY SPACE
               " WROTE STATISTICS " DELIMITED BY SIZE
               WS-LAST-RUN-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-LAST-RUN-TIME DELIMITED BY SIZE
               " AND NO CONTROL SHEET HAS CLOSED THE NIGHT ***"
                   DELIMITED BY SIZE
               INTO REPORT-RECORD
        END-STRING
        WRITE REPORT-RECORD
        MOVE "*** NOTHING ARCHIVED - RERUN AFTER THE NIGHTLY JOB COMPLETES ***"
            TO REPORT-RECORD
        WRITE REPORT-RECORD
        DISPLAY "LOGARC01 - NIGHTLY TBLPOP JOB ACTIVE AT "
            WS-LAST-STEP-NAME " - NOTHING ARCHIVED"
        CLOSE REPORT-FILE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-LAST-CLOSE-DATE = SPACES
        MOVE "NIGHTLY TBLPOP JOB . . . . : NOT ACTIVE - NO STATISTICS RECORDED"
            TO REPORT-RECORD
    ELSE
        STRING "NIGHTLY TBLPOP JOB . . . . : NOT ACTIVE - LAST CLOSED "
                   DELIMITED BY SIZE
               WS-LAST-CLOSE-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-LAST-CLOSE-TIME DELIMITED BY SIZE
               INTO REPORT-RECORD
        END-STRING
    END-IF
    WRITE REPORT-RECORD
    OPEN OUTPUT CONTROL-FILE
    IF WS-CONTROL-STATUS NOT = "00"
        MOVE "IDCOUT" TO WS-OPEN-DD
        MOVE WS-CONTROL-STATUS TO WS-OPEN-STATUS
        PERFORM 7900-OPEN-FAILURE
    END-IF.

0210-READ-NIGHT-STATS.
    READ NIGHT-STATS-FILE
        AT END
            SET WS-FILE-EOF TO TRUE
    END-READ.

0300-ARCHIVE-AUDIT-LOG.
    MOVE 1 TO WS-DS-IDX
    PERFORM 7000-START-DATASET
    IF WS-DS-RETENTION(WS-DS-IDX) > 0
        OPEN INPUT AUDIT-IN-FILE
        IF WS-AUDIT-IN-STATUS NOT = "00"
            MOVE "AUDITIN" TO WS-OPEN-DD
            MOVE WS-AUDIT-IN-STATUS TO WS-OPEN-STATUS
            PERFORM 7900-OPEN-FAILURE
        END-IF
        OPEN OUTPUT AUDIT-NEW-FILE
        IF WS-AUDIT-NEW-STATUS NOT = "00"
            MOVE "AUDITNEW" TO WS-OPEN-DD
            MOVE WS-AUDIT-NEW-STATUS TO WS-OPEN-STATUS
            PERFORM 7900-OPEN-FAILURE
        END-IF
        OPEN OUTPUT AUDIT-ARCH-FILE
        IF WS-AUDIT-ARCH-STATUS NOT = "00"
            MOVE "AUDITARC" TO WS-OPEN-DD
            MOVE WS-AUDIT-ARCH-STATUS TO WS-OPEN-STATUS
            PERFORM 7900-OPEN-FAILURE
        END-IF
        MOVE "N" TO WS-FILE-EOF-SW
        PERFORM 0310-READ-AUDIT-IN
        PERFORM UNTIL WS-FILE-EOF
            PERFORM 0340-EXTRACT-AUDIT-FIELDS
            PERFORM 7100-CLASSIFY-RECORD
            IF WS-ARCHIVE-RECORD
                WRITE AUDIT-ARCH-RECORD FROM AUDIT-IN-RECORD
            ELSE
                WRITE AUDIT-NEW-RECORD FROM AUDIT-IN-RECORD
            END-IF
            PERFORM 0310-READ-AUDIT-IN
        END-PERFORM
        CLOSE AUDIT-IN-FILE
        CLOSE AUDIT-NEW-FILE
        CLOSE AUDIT-ARCH-FILE
        OPEN INPUT AUDIT-NEW-FILE
        MOVE "N" TO WS-FILE-EOF-SW
        PERFORM 0320-READ-AUDIT-NEW
        PERFORM UNTIL WS-FILE-EOF
            PERFORM 0340-EXTRACT-AUDIT-FIELDS
            ADD 1 TO WS-DS-RECHECK-KEPT(WS-DS-IDX)
            ADD WS-REC-AMOUNT TO WS-DS-RECHECK-KEPT-HASH(WS-DS-IDX)
            PERFORM 0320-READ-AUDIT-NEW
        END-PERFORM
        CLOSE AUDIT-NEW-FILE
        OPEN INPUT AUDIT-ARCH-FILE
        MOVE "N" TO WS-FILE-EOF-SW
        PERFORM 0330-READ-AUDIT-ARCH
        PERFORM UNTIL WS-FILE-EOF
            PERFORM 0340-EXTRACT-AUDIT-FIELDS
            ADD 1 TO WS-DS-RECHECK-ARCH(WS-DS-IDX)
            ADD WS-REC-AMOUNT TO WS-DS-RECHECK-ARCH-HASH(WS-DS-IDX)
            PERFORM 0330-READ-AUDIT-ARCH
        END-PERFORM
        CLOSE AUDIT-ARCH-FILE
        PERFORM 7200-PROVE-DATASET
    END-IF
    PERFORM 7300-PRINT-DATASET.

0310-READ-AUDIT-IN.
    READ AUDIT-IN-FILE INTO WS-AUDIT-WORK
        AT END
            SET WS-FILE-EOF TO TRUE
    END-READ.

0320-READ-AUDIT-NEW.
    READ AUDIT-NEW-FILE INTO WS-AUDIT-WORK
        AT END
            SET WS-FILE-EOF TO TRUE
    END-READ.

0330-READ-AUDIT-ARCH.
    READ AUDIT-ARCH-FILE INTO WS-AUDIT-WORK
        AT END
            SET WS-FILE-EOF TO TRUE
    END-READ.

0340-EXTRACT-AUDIT-FIELDS.
    MOVE SPACES TO WS-REC-DATE
    MOVE 0 TO WS-REC-AMOUNT
    IF AWK-RUN-LIT = "RUN "
        STRING AWK-RUN-YYYY DELIMITED BY SIZE
               AWK-RUN-MM DELIMITED BY SIZE
               AWK-RUN-DD DELIMITED BY SIZE
               INTO WS-REC-DATE
        END-STRING
    END-IF
    IF AWK-ENTRIES IS NUMERIC
        MOVE AWK-ENTRIES TO WS-REC-AMOUNT
    END-IF.

0400-ARCHIVE-JOURNAL.
    MOVE 2 TO WS-DS-IDX
    PERFORM 7000-START-DATASET
    IF WS-DS-RETENTION(WS-DS-IDX) > 0
        OPEN INPUT JOURNAL-IN-FILE
        IF WS-JOURNAL-IN-STATUS NOT = "00"
            MOVE "JRNLIN" TO WS-OPEN-DD
            MOVE WS-JOURNAL-IN-STATUS TO WS-OPEN-STATUS
            PERFORM 7900-OPEN-FAILURE
        END-IF
        OPEN OUTPUT JOURNAL-NEW-FILE
        IF WS-JOURNAL-NEW-STATUS NOT = "00"
            MOVE "JRNLNEW" TO WS-OPEN-DD
            MOVE WS-JOURNAL-NEW-STATUS TO WS-OPEN-STATUS
            PERFORM 7900-OPEN-FAILURE
        END-IF
        OPEN OUTPUT JOURNAL-ARCH-FILE
        IF WS-JOURNAL-ARCH-STATUS NOT = "00"
            MOVE "JRNLARC" TO WS-OPEN-DD
            MOVE WS-JOURNAL-ARCH-STATUS TO WS-OPEN-STATUS
            PERFORM 7900-OPEN-FAILURE
        END-IF
        MOVE "N" TO WS-FILE-EOF-SW
        PERFORM 0410-READ-JOURNAL-IN
        PERFORM UNTIL WS-FILE-EOF
            PERFORM 0440-EXTRACT-JOURNAL-FIELDS
            PERFORM 7100-CLASSIFY-RECORD
            IF WS-ARCHIVE-RECORD
                WRITE JOURNAL-ARCH-RECORD FROM JOURNAL-IN-RECORD
            ELSE
                WRITE JOURNAL-NEW-RECORD FROM JOURNAL-IN-RECORD
            END-IF
            PERFORM 0410-READ-JOURNAL-IN
        END-PERFORM
        CLOSE JOURNAL-IN-FILE
        CLOSE JOURNAL-NEW-FILE
        CLOSE JOURNAL-ARCH-FILE
        OPEN INPUT JOURNAL-NEW-FILE
        MOVE "N" TO WS-FILE-EOF-SW
        PERFORM 0420-READ-JOURNAL-NEW
        PERFORM UNTIL WS-FILE-EOF
            PERFORM 0440-EXTRACT-JOURNAL-FIELDS
            ADD 1 TO WS-DS-RECHECK-KEPT(WS-DS-IDX)
            ADD WS-REC-AMOUNT TO WS-DS-RECHECK-KEPT-HASH(WS-DS-IDX)
            PERFORM 0420-READ-JOURNAL-NEW
        END-PERFORM
        CLOSE JOURNAL-NEW-FILE
        OPEN INPUT JOURNAL-ARCH-FILE
        MOVE "N" TO WS-FILE-EOF-SW
        PERFORM 0430-READ-JOURNAL-ARCH
        PERFORM UNTIL WS-FILE-EOF
            PERFORM 0440-EXTRACT-JOURNAL-FIELDS
            ADD 1 TO WS-DS-RECHECK-ARCH(WS-DS-IDX)
            ADD WS-REC-AMOUNT TO WS-DS-RECHECK-ARCH-HASH(WS-DS-IDX)
            PERFORM 0430-READ-JOURNAL-ARCH
        END-PERFORM
        CLOSE JOURNAL-ARCH-FILE
        PERFORM 7200-PROVE-DATASET
    END-IF
    PERFORM 7300-PRINT-DATASET.

0410-READ-JOURNAL-IN.
    READ JOURNAL-IN-FILE INTO WS-JOURNAL-WORK
        AT END
            SET WS-FILE-EOF TO TRUE
    END-READ.

0420-READ-JOURNAL-NEW.
    READ JOURNAL-NEW-FILE INTO WS-JOURNAL-WORK
        AT END
            SET WS-FILE-EOF TO TRUE
    END-READ.

0430-READ-JOURNAL-ARCH.
    READ JOURNAL-ARCH-FILE INTO WS-JOURNAL-WORK
        AT END
            SET WS-FILE-EOF TO TRUE
    END-READ.

0440-EXTRACT-JOURNAL-FIELDS.
    MOVE JWK-RUN-DATE TO WS-REC-DATE
    MOVE 0 TO WS-REC-AMOUNT
    IF JWK-AFTER-AMOUNT NOT = SPACES
        COMPUTE WS-REC-AMOUNT = FUNCTION NUMVAL(JWK-AFTER-AMOUNT)
    ELSE
        IF JWK-BEFORE-AMOUNT NOT = SPACES
            COMPUTE WS-REC-AMOUNT = FUNCTION NUMVAL(JWK-BEFORE-AMOUNT)
        END-IF
    END-IF.

0500-ARCHIVE-SHIP-LOG.
    MOVE 3 TO WS-DS-IDX
    PERFORM 7000-START-DATASET
    IF WS-DS-RETENTION(WS-DS-IDX) > 0
        OPEN INPUT SHIP-IN-FILE
        IF WS-SHIP-IN-STATUS NOT = "00"
            MOVE "SHIPIN" TO WS-OPEN-DD
            MOVE WS-SHIP-IN-STATUS TO WS-OPEN-STATUS
            PERFORM 7900-OPEN-FAILURE
        END-IF
        OPEN OUTPUT SHIP-NEW-FILE
        IF WS-SHIP-NEW-STATUS NOT = "00"
            MOVE "SHIPNEW" TO WS-OPEN-DD
            MOVE WS-SHIP-NEW-STATUS TO WS-OPEN-STATUS
            PERFORM 7900-OPEN-FAILURE
        END-IF
        OPEN OUTPUT SHIP-ARCH-FILE
        IF WS-SHIP-ARCH-STATUS NOT = "00"
            MOVE "SHIPARC" TO WS-OPEN-DD
            MOVE WS-SHIP-ARCH-STATUS TO WS-OPEN-STATUS
            PERFORM 7900-OPEN-FAILURE
        END-IF
        MOVE "N" TO WS-FILE-EOF-SW
        PERFORM 0510-READ-SHIP-IN
        PERFORM UNTIL WS-FILE-EOF
            PERFORM 0540-EXTRACT-SHIP-FIELDS
            PERFORM 7100-CLASSIFY-RECORD
            IF WS-ARCHIVE-RECORD
                WRITE SHIP-ARCH-RECORD FROM SHIP-IN-RECORD
            ELSE
                WRITE SHIP-NEW-RECORD FROM SHIP-IN-RECORD
            END-IF
            PERFORM 0510-READ-SHIP-IN
        END-PERFORM
        CLOSE SHIP-IN-FILE
        CLOSE SHIP-NEW-FILE
        CLOSE SHIP-ARCH-FILE
        OPEN INPUT SHIP-NEW-FILE
        MOVE "N" TO WS-FILE-EOF-SW
        PERFORM 0520-READ-SHIP-NEW
        PERFORM UNTIL WS-FILE-EOF
            PERFORM 0540-EXTRACT-SHIP-FIELDS
            ADD 1 TO WS-DS-RECHECK-KEPT(WS-DS-IDX)
            ADD WS-REC-AMOUNT TO WS-DS-RECHECK-KEPT-HASH(WS-DS-IDX)
            PERFORM 0520-READ-SHIP-NEW
        END-PERFORM
        CLOSE SHIP-NEW-FILE
        OPEN INPUT SHIP-ARCH-FILE
        MOVE "N" TO WS-FILE-EOF-SW
        PERFORM 0530-READ-SHIP-ARCH
        PERFORM UNTIL WS-FILE-EOF
            PERFORM 0540-EXTRACT-SHIP-FIELDS
            ADD 1 TO WS-DS-RECHECK-ARCH(WS-DS-IDX)
            ADD WS-REC-AMOUNT TO WS-DS-RECHECK-ARCH-HASH(WS-DS-IDX)
            PERFORM 0530-READ-SHIP-ARCH
        END-PERFORM
        CLOSE SHIP-ARCH-FILE
        PERFORM 7200-PROVE-DATASET
    END-IF
    PERFORM 7300-PRINT-DATASET.

0510-READ-SHIP-IN.
    READ SHIP-IN-FILE INTO WS-SHIP-WORK
        AT END
            SET WS-FILE-EOF TO TRUE
    END-READ.

0520-READ-SHIP-NEW.
    READ SHIP-NEW-FILE INTO WS-SHIP-WORK
        AT END
            SET WS-FILE-EOF TO TRUE
    END-READ.

0530-READ-SHIP-ARCH.
    READ SHIP-ARCH-FILE INTO WS-SHIP-WORK
        AT END
            SET WS-FILE-EOF TO TRUE
    END-READ.

0540-EXTRACT-SHIP-FIELDS.
    MOVE SPACES TO WS-REC-DATE
    MOVE 0 TO WS-REC-AMOUNT
    IF SWK-LIT = "SHP "
        STRING SWK-STAMP-YYYY DELIMITED BY SIZE
               SWK-STAMP-MM DELIMITED BY SIZE
               SWK-STAMP-DD DELIMITED BY SIZE
               INTO WS-REC-DATE
        END-STRING
    END-IF
    IF SWK-HASH NOT = SPACES
        COMPUTE WS-REC-AMOUNT = FUNCTION NUMVAL(SWK-HASH)
    END-IF.

0600-ARCHIVE-WRITE-OFFS.
    MOVE 4 TO WS-DS-IDX
    PERFORM 7000-START-DATASET
    IF WS-DS-RETENTION(WS-DS-IDX) > 0
        OPEN INPUT WOF-IN-FILE
        IF WS-WOF-IN-STATUS NOT = "00"
            MOVE "WOFIN" TO WS-OPEN-DD
            MOVE WS-WOF-IN-STATUS TO WS-OPEN-STATUS
            PERFORM 7900-OPEN-FAILURE
        END-IF
        OPEN OUTPUT WOF-NEW-FILE
        IF WS-WOF-NEW-STATUS NOT = "00"
            MOVE "WOFNEW" TO WS-OPEN-DD
            MOVE WS-WOF-NEW-STATUS TO WS-OPEN-STATUS
            PERFORM 7900-OPEN-FAILURE
        END-IF
        OPEN OUTPUT WOF-ARCH-FILE
        IF WS-WOF-ARCH-STATUS NOT = "00"
            MOVE "WOFARC" TO WS-OPEN-DD
            MOVE WS-WOF-ARCH-STATUS TO WS-OPEN-STATUS
            PERFORM 7900-OPEN-FAILURE
        END-IF
        MOVE "N" TO WS-FILE-EOF-SW
        PERFORM 0610-READ-WOF-IN
        PERFORM UNTIL WS-FILE-EOF
            PERFORM 0640-EXTRACT-WOF-FIELDS
            PERFORM 7100-CLASSIFY-RECORD
            IF WS-ARCHIVE-RECORD
                WRITE WOF-ARCH-RECORD FROM WOF-IN-RECORD
            ELSE
                WRITE WOF-NEW-RECORD FROM WOF-IN-RECORD
            END-IF
            PERFORM 0610-READ-WOF-IN
        END-PERFORM
        CLOSE WOF-IN-FILE
        CLOSE WOF-NEW-FILE
        CLOSE WOF-ARCH-FILE
        OPEN INPUT WOF-NEW-FILE
        MOVE "N" TO WS-FILE-EOF-SW
        PERFORM 0620-READ-WOF-NEW
        PERFORM UNTIL WS-FILE-EOF
            PERFORM 0640-EXTRACT-WOF-FIELDS
            ADD 1 TO WS-DS-RECHECK-KEPT(WS-DS-IDX)
            ADD WS-REC-AMOUNT TO WS-DS-RECHECK-KEPT-HASH(WS-DS-IDX)
            PERFORM 0620-READ-WOF-NEW
        END-PERFORM
        CLOSE WOF-NEW-FILE
        OPEN INPUT WOF-ARCH-FILE
        MOVE "N" TO WS-FILE-EOF-SW
        PERFORM 0630-READ-WOF-ARCH
        PERFORM UNTIL WS-FILE-EOF
            PERFORM 0640-EXTRACT-WOF-FIELDS
            ADD 1 TO WS-DS-RECHECK-ARCH(WS-DS-IDX)
            ADD WS-REC-AMOUNT TO WS-DS-RECHECK-ARCH-HASH(WS-DS-IDX)
            PERFORM 0630-READ-WOF-ARCH
        END-PERFORM
        CLOSE WOF-ARCH-FILE
        PERFORM 7200-PROVE-DATASET
    END-IF
    PERFORM 7300-PRINT-DATASET.

0610-READ-WOF-IN.
    READ WOF-IN-FILE INTO WS-WOF-WORK
        AT END
            SET WS-FILE-EOF TO TRUE
    END-READ.

0620-READ-WOF-NEW.
    READ WOF-NEW-FILE INTO WS-WOF-WORK
        AT END
            SET WS-FILE-EOF TO TRUE
    END-READ.

0630-READ-WOF-ARCH.
    READ WOF-ARCH-FILE INTO WS-WOF-WORK
        AT END
            SET WS-FILE-EOF TO TRUE
    END-READ.

0640-EXTRACT-WOF-FIELDS.
    MOVE WWK-RUN-DATE TO WS-REC-DATE
    MOVE 0 TO WS-REC-AMOUNT
    IF WWK-AMOUNT-X IS NUMERIC
        MOVE WWK-AMOUNT-N TO WS-REC-AMOUNT
    END-IF.

0700-ARCHIVE-RUN-STATS.
    MOVE 5 TO WS-DS-IDX
    PERFORM 7000-START-DATASET
    IF WS-DS-RETENTION(WS-DS-IDX) > 0
        OPEN INPUT STATS-IN-FILE
        IF WS-STATS-IN-STATUS NOT = "00"
            MOVE "RUNSTATS" TO WS-OPEN-DD
            MOVE WS-STATS-IN-STATUS TO WS-OPEN-STATUS
            PERFORM 7900-OPEN-FAILURE
        END-IF
        OPEN OUTPUT STATS-NEW-FILE
        IF WS-STATS-NEW-STATUS NOT = "00"
            MOVE "STATNEW" TO WS-OPEN-DD
            MOVE WS-STATS-NEW-STATUS TO WS-OPEN-STATUS
            PERFORM 7900-OPEN-FAILURE
        END-IF
        OPEN OUTPUT STATS-ARCH-FILE
        IF WS-STATS-ARCH-STATUS NOT = "00"
            MOVE "STATARC" TO WS-OPEN-DD
            MOVE WS-STATS-ARCH-STATUS TO WS-OPEN-STATUS
            PERFORM 7900-OPEN-FAILURE
        END-IF
        MOVE "N" TO WS-FILE-EOF-SW
        PERFORM 0710-READ-STATS-IN
        PERFORM UNTIL WS-FILE-EOF
            PERFORM 0740-EXTRACT-STATS-FIELDS
            PERFORM 7100-CLASSIFY-RECORD
            IF WS-ARCHIVE-RECORD
                WRITE STATS-ARCH-RECORD FROM STATS-IN-RECORD
            ELSE
                WRITE STATS-NEW-RECORD FROM STATS-IN-RECORD
            END-IF
            PERFORM 0710-READ-STATS-IN
        END-PERFORM
        CLOSE STATS-IN-FILE
        CLOSE STATS-NEW-FILE
        CLOSE STATS-ARCH-FILE
        OPEN INPUT STATS-NEW-FILE
        MOVE "N" TO WS-FILE-EOF-SW
        PERFORM 0720-READ-STATS-NEW
        PERFORM UNTIL WS-FILE-EOF
            PERFORM 0740-EXTRACT-STATS-FIELDS
            ADD 1 TO WS-DS-RECHECK-KEPT(WS-DS-IDX)
            ADD WS-REC-AMOUNT TO WS-DS-RECHECK-KEPT-HASH(WS-DS-IDX)
            PERFORM 0720-READ-STATS-NEW
        END-PERFORM
        CLOSE STATS-NEW-FILE
        OPEN INPUT STATS-ARCH-FILE
        MOVE "N" TO WS-FILE-EOF-SW
        PERFORM 0730-READ-STATS-ARCH
        PERFORM UNTIL WS-FILE-EOF
            PERFORM 0740-EXTRACT-STATS-FIELDS
            ADD 1 TO WS-DS-RECHECK-ARCH(WS-DS-IDX)
            ADD WS-REC-AMOUNT TO WS-DS-RECHECK-ARCH-HASH(WS-DS-IDX)
            PERFORM 0730-READ-STATS-ARCH
        END-PERFORM
        CLOSE STATS-ARCH-FILE
        PERFORM 7200-PROVE-DATASET
    END-IF
    PERFORM 7300-PRINT-DATASET.

0710-READ-STATS-IN.
    READ STATS-IN-FILE INTO WS-STATS-WORK
        AT END
            SET WS-FILE-EOF TO TRUE
    END-READ.

0720-READ-STATS-NEW.
    READ STATS-NEW-FILE INTO WS-STATS-WORK
        AT END
            SET WS-FILE-EOF TO TRUE
    END-READ.

0730-READ-STATS-ARCH.
    READ STATS-ARCH-FILE INTO WS-STATS-WORK
        AT END
            SET WS-FILE-EOF TO TRUE
    END-READ.

0740-EXTRACT-STATS-FIELDS.
    MOVE RWK-BUSINESS-DATE TO WS-REC-DATE
    MOVE 0 TO WS-REC-AMOUNT
    IF RWK-FIRST-AMOUNT NOT = SPACES
        COMPUTE WS-REC-AMOUNT = FUNCTION NUMVAL(RWK-FIRST-AMOUNT)
    END-IF.

0800-WRITE-ROLL-STATEMENTS.
    PERFORM VARYING WS-DS-IDX FROM 1 BY 1 UNTIL WS-DS-IDX > 8
        IF WS-DS-BALANCED(WS-DS-IDX) AND WS-DS-ARCH(WS-DS-IDX) > 0
            MOVE SPACES TO CONTROL-RECORD
            STRING "  ALTER  '" DELIMITED BY SIZE
                   WS-DS-DSN(WS-DS-IDX) DELIMITED BY SPACE
                   ".ARCH' -" DELIMITED BY SIZE
                   INTO CONTROL-RECORD
            END-STRING
            WRITE CONTROL-RECORD
            MOVE SPACES TO CONTROL-RECORD
            STRING "         NEWNAME('" DELIMITED BY SIZE
                   WS-DS-DSN(WS-DS-IDX) DELIMITED BY SPACE
                   "." DELIMITED BY SIZE
                   WS-ARCHIVE-SUFFIX DELIMITED BY SIZE
                   "')" DELIMITED BY SIZE
                   INTO CONTROL-RECORD
            END-STRING
            WRITE CONTROL-RECORD
            MOVE "  IF LASTCC = 0 THEN DO" TO CONTROL-RECORD
            WRITE CONTROL-RECORD
            MOVE SPACES TO CONTROL-RECORD
            STRING "    DELETE '" DELIMITED BY SIZE
                   WS-DS-DSN(WS-DS-IDX) DELIMITED BY SPACE
                   "' NONVSAM" DELIMITED BY SIZE
                   INTO CONTROL-RECORD
            END-STRING
            WRITE CONTROL-RECORD
            MOVE SPACES TO CONTROL-RECORD
            STRING "    ALTER  '" DELIMITED BY SIZE
                   WS-DS-DSN(WS-DS-IDX) DELIMITED BY SPACE
                   ".NEW' -" DELIMITED BY SIZE
                   INTO CONTROL-RECORD
            END-STRING
            WRITE CONTROL-RECORD
            MOVE SPACES TO CONTROL-RECORD
            STRING "           NEWNAME('" DELIMITED BY SIZE
                   WS-DS-DSN(WS-DS-IDX) DELIMITED BY SPACE
                   "')" DELIMITED BY SIZE
                   INTO CONTROL-RECORD
            END-STRING
            WRITE CONTROL-RECORD
            MOVE "  END" TO CONTROL-RECORD
            WRITE CONTROL-RECORD
        ELSE
            MOVE SPACES TO CONTROL-RECORD
            STRING "  DELETE '" DELIMITED BY SIZE
                   WS-DS-DSN(WS-DS-IDX) DELIMITED BY SPACE
                   ".ARCH' NONVSAM" DELIMITED BY SIZE
                   INTO CONTROL-RECORD
            END-STRING
            WRITE CONTROL-RECORD
            MOVE SPACES TO CONTROL-RECORD
            STRING "  DELETE '" DELIMITED BY SIZE
                   WS-DS-DSN(WS-DS-IDX) DELIMITED BY SPACE
                   ".NEW' NONVSAM" DELIMITED BY SIZE
                   INTO CONTROL-RECORD
            END-STRING
            WRITE CONTROL-RECORD
        END-IF
    END-PERFORM
    CLOSE CONTROL-FILE.

0900-TERMINATE.
    MOVE SPACES TO REPORT-RECORD
    WRITE REPORT-RECORD
    IF WS-ANY-OUT-OF-BALANCE
        MOVE "*** OUT OF BALANCE - NO LIVE DATASET REPLACED ***"
            TO REPORT-RECORD
        MOVE 16 TO WS-RETURN-CODE
    ELSE
        MOVE "ALL DATASETS IN BALANCE - IN = KEPT + ARCHIVED" TO REPORT-RECORD
    END-IF
    WRITE REPORT-RECORD
    CLOSE REPORT-FILE
    DISPLAY "LOGARC01 - RETENTION RUN COMPLETE, RC=" WS-RETURN-CODE
    MOVE WS-RETURN-CODE TO RETURN-CODE.

1000-ARCHIVE-APPROVAL-LOG.
    MOVE 6 TO WS-DS-IDX
    PERFORM 7000-START-DATASET
    IF WS-DS-RETENTION(WS-DS-IDX) > 0
        OPEN INPUT APRLOG-IN-FILE
        IF WS-APRLOG-IN-STATUS NOT = "00"
            MOVE "APRLIN" TO WS-OPEN-DD
            MOVE WS-APRLOG-IN-STATUS TO WS-OPEN-STATUS
            PERFORM 7900-OPEN-FAILURE
        END-IF
        OPEN OUTPUT APRLOG-NEW-FILE
        IF WS-APRLOG-NEW-STATUS NOT = "00"
            MOVE "APRLNEW" TO WS-OPEN-DD
            MOVE WS-APRLOG-NEW-STATUS TO WS-OPEN-STATUS
            PERFORM 7900-OPEN-FAILURE
        END-IF
        OPEN OUTPUT APRLOG-ARCH-FILE
        IF WS-APRLOG-ARCH-STATUS NOT = "00"
            MOVE "APRLARC" TO WS-OPEN-DD
            MOVE WS-APRLOG-ARCH-STATUS TO WS-OPEN-STATUS
            PERFORM 7900-OPEN-FAILURE
        END-IF
        MOVE "N" TO WS-FILE-EOF-SW
        PERFORM 1010-READ-APRLOG-IN
        PERFORM UNTIL WS-FILE-EOF
            PERFORM 1040-EXTRACT-APRLOG-FIELDS
            PERFORM 7100-CLASSIFY-RECORD
            IF WS-ARCHIVE-RECORD
                WRITE APRLOG-ARCH-RECORD FROM APRLOG-IN-RECORD
            ELSE
                WRITE APRLOG-NEW-RECORD FROM APRLOG-IN-RECORD
            END-IF
            PERFORM 1010-READ-APRLOG-IN
        END-PERFORM
        CLOSE APRLOG-IN-FILE
        CLOSE APRLOG-NEW-FILE
        CLOSE APRLOG-ARCH-FILE
        OPEN INPUT APRLOG-NEW-FILE
        MOVE "N" TO WS-FILE-EOF-SW
        PERFORM 1020-READ-APRLOG-NEW
        PERFORM UNTIL WS-FILE-EOF
            PERFORM 1040-EXTRACT-APRLOG-FIELDS
            ADD 1 TO WS-DS-RECHECK-KEPT(WS-DS-IDX)
            ADD WS-REC-AMOUNT TO WS-DS-RECHECK-KEPT-HASH(WS-DS-IDX)
            PERFORM 1020-READ-APRLOG-NEW
        END-PERFORM
        CLOSE APRLOG-NEW-FILE
        OPEN INPUT APRLOG-ARCH-FILE
        MOVE "N" TO WS-FILE-EOF-SW
        PERFORM 1030-READ-APRLOG-ARCH
        PERFORM UNTIL WS-FILE-EOF
            PERFORM 1040-EXTRACT-APRLOG-FIELDS
            ADD 1 TO WS-DS-RECHECK-ARCH(WS-DS-IDX)
            ADD WS-REC-AMOUNT TO WS-DS-RECHECK-ARCH-HASH(WS-DS-IDX)
            PERFORM 1030-READ-APRLOG-ARCH
        END-PERFORM
        CLOSE APRLOG-ARCH-FILE
        PERFORM 7200-PROVE-DATASET
    END-IF
    PERFORM 7300-PRINT-DATASET.

1010-READ-APRLOG-IN.
    READ APRLOG-IN-FILE INTO WS-APRLOG-WORK
        AT END
            SET WS-FILE-EOF TO TRUE
    END-READ.

1020-READ-APRLOG-NEW.
    READ APRLOG-NEW-FILE INTO WS-APRLOG-WORK
        AT END
            SET WS-FILE-EOF TO TRUE
    END-READ.

1030-READ-APRLOG-ARCH.
    READ APRLOG-ARCH-FILE INTO WS-APRLOG-WORK
        AT END
            SET WS-FILE-EOF TO TRUE
    END-READ.

1040-EXTRACT-APRLOG-FIELDS.
    MOVE APK-RUN-DATE TO WS-REC-DATE
    MOVE 0 TO WS-REC-AMOUNT
    IF APK-AMOUNT-X IS NUMERIC
        MOVE APK-AMOUNT-N TO WS-REC-AMOUNT
    END-IF.

1100-ARCHIVE-ACTION-LOG.
    MOVE 7 TO WS-DS-IDX
    PERFORM 7000-START-DATASET
    IF WS-DS-RETENTION(WS-DS-IDX) > 0
        OPEN INPUT ACTLOG-IN-FILE
        IF WS-ACTLOG-IN-STATUS NOT = "00"
            MOVE "ACTLIN" TO WS-OPEN-DD
            MOVE WS-ACTLOG-IN-STATUS TO WS-OPEN-STATUS
            PERFORM 7900-OPEN-FAILURE
        END-IF
        OPEN OUTPUT ACTLOG-NEW-FILE
        IF WS-ACTLOG-NEW-STATUS NOT = "00"
            MOVE "ACTLNEW" TO WS-OPEN-DD
            MOVE WS-ACTLOG-NEW-STATUS TO WS-OPEN-STATUS
            PERFORM 7900-OPEN-FAILURE
        END-IF
        OPEN OUTPUT ACTLOG-ARCH-FILE
        IF WS-ACTLOG-ARCH-STATUS NOT = "00"
            MOVE "ACTLARC" TO WS-OPEN-DD
            MOVE WS-ACTLOG-ARCH-STATUS TO WS-OPEN-STATUS
            PERFORM 7900-OPEN-FAILURE
        END-IF
        MOVE "N" TO WS-FILE-EOF-SW
        PERFORM 1110-READ-ACTLOG-IN
        PERFORM UNTIL WS-FILE-EOF
            PERFORM 1140-EXTRACT-ACTLOG-FIELDS
            PERFORM 7100-CLASSIFY-RECORD
            IF WS-ARCHIVE-RECORD
                WRITE ACTLOG-ARCH-RECORD FROM ACTLOG-IN-RECORD
            ELSE
                WRITE ACTLOG-NEW-RECORD FROM ACTLOG-IN-RECORD
            END-IF
            PERFORM 1110-READ-ACTLOG-IN
        END-PERFORM
        CLOSE ACTLOG-IN-FILE
        CLOSE ACTLOG-NEW-FILE
        CLOSE ACTLOG-ARCH-FILE
        OPEN INPUT ACTLOG-NEW-FILE
        MOVE "N" TO WS-FILE-EOF-SW
        PERFORM 1120-READ-ACTLOG-NEW
        PERFORM UNTIL WS-FILE-EOF
            PERFORM 1140-EXTRACT-ACTLOG-FIELDS
            ADD 1 TO WS-DS-RECHECK-KEPT(WS-DS-IDX)
            ADD WS-REC-AMOUNT TO WS-DS-RECHECK-KEPT-HASH(WS-DS-IDX)
            PERFORM 1120-READ-ACTLOG-NEW
        END-PERFORM
        CLOSE ACTLOG-NEW-FILE
        OPEN INPUT ACTLOG-ARCH-FILE
        MOVE "N" TO WS-FILE-EOF-SW
        PERFORM 1130-READ-ACTLOG-ARCH
        PERFORM UNTIL WS-FILE-EOF
            PERFORM 1140-EXTRACT-ACTLOG-FIELDS
            ADD 1 TO WS-DS-RECHECK-ARCH(WS-DS-IDX)
            ADD WS-REC-AMOUNT TO WS-DS-RECHECK-ARCH-HASH(WS-DS-IDX)
            PERFORM 1130-READ-ACTLOG-ARCH
        END-PERFORM
        CLOSE ACTLOG-ARCH-FILE
        PERFORM 7200-PROVE-DATASET
    END-IF
    PERFORM 7300-PRINT-DATASET.

1110-READ-ACTLOG-IN.
    READ ACTLOG-IN-FILE INTO WS-ACTLOG-WORK
        AT END
            SET WS-FILE-EOF TO TRUE
    END-READ.

1120-READ-ACTLOG-NEW.
    READ ACTLOG-NEW-FILE INTO WS-ACTLOG-WORK
        AT END
            SET WS-FILE-EOF TO TRUE
    END-READ.

1130-READ-ACTLOG-ARCH.
    READ ACTLOG-ARCH-FILE INTO WS-ACTLOG-WORK
        AT END
            SET WS-FILE-EOF TO TRUE
    END-READ.

1140-EXTRACT-ACTLOG-FIELDS.
    MOVE AKK-ACTION-DATE TO WS-REC-DATE
    MOVE 0 TO WS-REC-AMOUNT
    IF AKK-AMOUNT-X IS NUMERIC
        MOVE AKK-AMOUNT-N TO WS-REC-AMOUNT
    END-IF.

1200-ARCHIVE-FEED-REGISTER.
    MOVE 8 TO WS-DS-IDX
    PERFORM 7000-START-DATASET
    IF WS-DS-RETENTION(WS-DS-IDX) > 0
        PERFORM 1250-FIND-LATEST-BATCHES
        OPEN INPUT FEEDREG-IN-FILE
        IF WS-FEEDREG-IN-STATUS NOT = "00"
            MOVE "FREGIN" TO WS-OPEN-DD
            MOVE WS-FEEDREG-IN-STATUS TO WS-OPEN-STATUS
            PERFORM 7900-OPEN-FAILURE
        END-IF
        OPEN OUTPUT FEEDREG-NEW-FILE
        IF WS-FEEDREG-NEW-STATUS NOT = "00"
            MOVE "FREGNEW" TO WS-OPEN-DD
            MOVE WS-FEEDREG-NEW-STATUS TO WS-OPEN-STATUS
            PERFORM 7900-OPEN-FAILURE
        END-IF
        OPEN OUTPUT FEEDREG-ARCH-FILE
        IF WS-FEEDREG-ARCH-STATUS NOT = "00"
            MOVE "FREGARC" TO WS-OPEN-DD
            MOVE WS-FEEDREG-ARCH-STATUS TO WS-OPEN-STATUS
            PERFORM 7900-OPEN-FAILURE
        END-IF
        MOVE "N" TO WS-FILE-EOF-SW
        PERFORM 1210-READ-FEEDREG-IN
        PERFORM UNTIL WS-FILE-EOF
            PERFORM 1240-EXTRACT-FEEDREG-FIELDS
            PERFORM 7100-CLASSIFY-RECORD
            IF WS-ARCHIVE-RECORD
                WRITE FEEDREG-ARCH-RECORD FROM FEEDREG-IN-RECORD
            ELSE
                WRITE FEEDREG-NEW-RECORD FROM FEEDREG-IN-RECORD
            END-IF
            PERFORM 1210-READ-FEEDREG-IN
        END-PERFORM
        CLOSE FEEDREG-IN-FILE
        CLOSE FEEDREG-NEW-FILE
        CLOSE FEEDREG-ARCH-FILE
        OPEN INPUT FEEDREG-NEW-FILE
        MOVE "N" TO WS-FILE-EOF-SW
        PERFORM 1220-READ-FEEDREG-NEW
        PERFORM UNTIL WS-FILE-EOF
            PERFORM 1240-EXTRACT-FEEDREG-FIELDS
            ADD 1 TO WS-DS-RECHECK-KEPT(WS-DS-IDX)
            ADD WS-REC-AMOUNT TO WS-DS-RECHECK-KEPT-HASH(WS-DS-IDX)
            PERFORM 1220-READ-FEEDREG-NEW
        END-PERFORM
        CLOSE FEEDREG-NEW-FILE
        OPEN INPUT FEEDREG-ARCH-FILE
        MOVE "N" TO WS-FILE-EOF-SW
        PERFORM 1230-READ-FEEDREG-ARCH
        PERFORM UNTIL WS-FILE-EOF
            PERFORM 1240-EXTRACT-FEEDREG-FIELDS
            ADD 1 TO WS-DS-RECHECK-ARCH(WS-DS-IDX)
            ADD WS-REC-AMOUNT TO WS-DS-RECHECK-ARCH-HASH(WS-DS-IDX)
            PERFORM 1230-READ-FEEDREG-ARCH
        END-PERFORM
        CLOSE FEEDREG-ARCH-FILE
        PERFORM 7200-PROVE-DATASET
    END-IF
    PERFORM 7300-PRINT-DATASET.

1210-READ-FEEDREG-IN.
    READ FEEDREG-IN-FILE INTO WS-FEEDREG-WORK
        AT END
            SET WS-FILE-EOF TO TRUE
    END-READ.

1220-READ-FEEDREG-NEW.
    READ FEEDREG-NEW-FILE INTO WS-FEEDREG-WORK
        AT END
            SET WS-FILE-EOF TO TRUE
    END-READ.

1230-READ-FEEDREG-ARCH.
    READ FEEDREG-ARCH-FILE INTO WS-FEEDREG-WORK
        AT END
            SET WS-FILE-EOF TO TRUE
    END-READ.

1240-EXTRACT-FEEDREG-FIELDS.
    MOVE "N" TO WS-LATEST-RECORD-SW
    MOVE FWK-RUN-DATE TO WS-REC-DATE
    MOVE 0 TO WS-REC-AMOUNT
    IF FWK-AMOUNT-HASH-X IS NUMERIC
        MOVE FWK-AMOUNT-HASH-N TO WS-REC-AMOUNT
    END-IF
    PERFORM 1260-FIND-SOURCE
    IF WS-SRC-FOUND-IDX > 0
        IF FWK-BATCH-SEQ = WS-SRC-LAST-SEQ(WS-SRC-FOUND-IDX)
            SET WS-LATEST-RECORD TO TRUE
        END-IF
    END-IF.

1250-FIND-LATEST-BATCHES.
    OPEN INPUT FEEDREG-IN-FILE
    IF WS-FEEDREG-IN-STATUS NOT = "00"
        MOVE "FREGIN" TO WS-OPEN-DD
        MOVE WS-FEEDREG-IN-STATUS TO WS-OPEN-STATUS
        PERFORM 7900-OPEN-FAILURE
    END-IF
    MOVE "N" TO WS-FILE-EOF-SW
    PERFORM 1210-READ-FEEDREG-IN
    PERFORM UNTIL WS-FILE-EOF
        PERFORM 1260-FIND-SOURCE
        IF WS-SRC-FOUND-IDX = 0
            IF WS-SRC-COUNT NOT < WS-SRC-MAX-OCCURS
                DISPLAY "LOGARC01 - FEEDREG HAS MORE THAN "
                    WS-SRC-MAX-OCCURS " SOURCE SYSTEMS - TABLE FULL"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-SRC-COUNT
            MOVE FWK-SOURCE-SYSTEM TO WS-SRC-SYSTEM(WS-SRC-COUNT)
            MOVE FWK-BATCH-SEQ TO WS-SRC-LAST-SEQ(WS-SRC-COUNT)
        ELSE
            IF FWK-BATCH-SEQ > WS-SRC-LAST-SEQ(WS-SRC-FOUND-IDX)
                MOVE FWK-BATCH-SEQ TO WS-SRC-LAST-SEQ(WS-SRC-FOUND-IDX)
            END-IF
        END-IF
        PERFORM 1210-READ-FEEDREG-IN
    END-PERFORM
    CLOSE FEEDREG-IN-FILE.

1260-FIND-SOURCE.
    MOVE 0 TO WS-SRC-FOUND-IDX
    PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
            UNTIL WS-SRC-IDX > WS-SRC-COUNT OR WS-SRC-FOUND-IDX > 0
        IF WS-SRC-SYSTEM(WS-SRC-IDX) = FWK-SOURCE-SYSTEM
            MOVE WS-SRC-IDX TO WS-SRC-FOUND-IDX
        END-IF
    END-PERFORM.

7000-START-DATASET.
    MOVE 0 TO WS-CUTOFF-NUM
    IF WS-DS-RETENTION(WS-DS-IDX) > 0
        COMPUTE WS-CUTOFF-NUM = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
            - WS-DS-RETENTION(WS-DS-IDX))
        MOVE WS-CUTOFF-DATE TO WS-DS-CUTOFF(WS-DS-IDX)
    END-IF.

7100-CLASSIFY-RECORD.
    ADD 1 TO WS-DS-READ(WS-DS-IDX)
    ADD WS-REC-AMOUNT TO WS-DS-READ-HASH(WS-DS-IDX)
    MOVE "N" TO WS-ARCHIVE-RECORD-SW
    IF WS-REC-DATE IS NUMERIC
        IF WS-REC-DATE < WS-DS-CUTOFF(WS-DS-IDX)
            IF WS-LATEST-RECORD
                ADD 1 TO WS-DS-LATEST(WS-DS-IDX)
            ELSE
                SET WS-ARCHIVE-RECORD TO TRUE
            END-IF
        END-IF
    ELSE
        ADD 1 TO WS-DS-UNDATED(WS-DS-IDX)
    END-IF
    MOVE "N" TO WS-LATEST-RECORD-SW
    IF WS-ARCHIVE-RECORD
        ADD 1 TO WS-DS-ARCH(WS-DS-IDX)
        ADD WS-REC-AMOUNT TO WS-DS-ARCH-HASH(WS-DS-IDX)
    ELSE
        ADD 1 TO WS-DS-KEPT(WS-DS-IDX)
        ADD WS-REC-AMOUNT TO WS-DS-KEPT-HASH(WS-DS-IDX)
    END-IF.

7200-PROVE-DATASET.
    IF WS-DS-KEPT(WS-DS-IDX) + WS-DS-ARCH(WS-DS-IDX)
            = WS-DS-READ(WS-DS-IDX)
        AND WS-DS-KEPT-HASH(WS-DS-IDX) + WS-DS-ARCH-HASH(WS-DS-IDX)
            = WS-DS-READ-HASH(WS-DS-IDX)
        AND WS-DS-RECHECK-KEPT(WS-DS-IDX) = WS-DS-KEPT(WS-DS-IDX)
        AND WS-DS-RECHECK-KEPT-HASH(WS-DS-IDX) = WS-DS-KEPT-HASH(WS-DS-IDX)
        AND WS-DS-RECHECK-ARCH(WS-DS-IDX) = WS-DS-ARCH(WS-DS-IDX)
        AND WS-DS-RECHECK-ARCH-HASH(WS-DS-IDX) = WS-DS-ARCH-HASH(WS-DS-IDX)
        SET WS-DS-BALANCED(WS-DS-IDX) TO TRUE
    ELSE
        SET WS-ANY-OUT-OF-BALANCE TO TRUE
        DISPLAY "LOGARC01 - " WS-DS-DSN(WS-DS-IDX)
            " OUT OF BALANCE AFTER ARCHIVE"
    END-IF.

7300-PRINT-DATASET.
    MOVE SPACES TO REPORT-RECORD
    WRITE REPORT-RECORD
    MOVE WS-DS-RETENTION(WS-DS-IDX) TO WS-DAYS-EDIT
    MOVE SPACES TO REPORT-RECORD
    IF WS-DS-RETENTION(WS-DS-IDX) = 0
        STRING WS-DS-DSN(WS-DS-IDX) DELIMITED BY SPACE
               " - RETENTION 0 - NOT PROCESSED, LIVE DATASET UNCHANGED"
                   DELIMITED BY SIZE
               INTO REPORT-RECORD
        END-STRING
        WRITE REPORT-RECORD
    ELSE
        STRING WS-DS-DSN(WS-DS-IDX) DELIMITED BY SPACE
               " - RETAIN " DELIMITED BY SIZE
               WS-DAYS-EDIT DELIMITED BY SIZE
               " DAYS, ARCHIVE RECORDS DATED BEFORE " DELIMITED BY SIZE
               WS-DS-CUTOFF(WS-DS-IDX) DELIMITED BY SIZE
               INTO REPORT-RECORD
        END-STRING
        WRITE REPORT-RECORD
        MOVE SPACES TO REPORT-RECORD
        STRING "                               RECORDS  HASH - "
                   DELIMITED BY SIZE
               WS-DS-DEFAULT-BASIS(WS-DS-IDX) DELIMITED BY SIZE
               INTO REPORT-RECORD
        END-STRING
        WRITE REPORT-RECORD
        MOVE "READ FROM LIVE DATASET . . : " TO WS-REPORT-LABEL
        MOVE WS-DS-READ(WS-DS-IDX) TO WS-COUNT-EDIT
        MOVE WS-DS-READ-HASH(WS-DS-IDX) TO WS-AMOUNT-EDIT
        PERFORM 7310-WRITE-TOTAL-LINE
        MOVE "KEPT ON LIVE DATASET . . . : " TO WS-REPORT-LABEL
        MOVE WS-DS-KEPT(WS-DS-IDX) TO WS-COUNT-EDIT
        MOVE WS-DS-KEPT-HASH(WS-DS-IDX) TO WS-AMOUNT-EDIT
        PERFORM 7310-WRITE-TOTAL-LINE
        MOVE "ARCHIVED . . . . . . . . . : " TO WS-REPORT-LABEL
        MOVE WS-DS-ARCH(WS-DS-IDX) TO WS-COUNT-EDIT
        MOVE WS-DS-ARCH-HASH(WS-DS-IDX) TO WS-AMOUNT-EDIT
        PERFORM 7310-WRITE-TOTAL-LINE
        MOVE "RE-READ FROM NEW LIVE COPY : " TO WS-REPORT-LABEL
        MOVE WS-DS-RECHECK-KEPT(WS-DS-IDX) TO WS-COUNT-EDIT
        MOVE WS-DS-RECHECK-KEPT-HASH(WS-DS-IDX) TO WS-AMOUNT-EDIT
        PERFORM 7310-WRITE-TOTAL-LINE
        MOVE "RE-READ FROM ARCHIVE COPY  : " TO WS-REPORT-LABEL
        MOVE WS-DS-RECHECK-ARCH(WS-DS-IDX) TO WS-COUNT-EDIT
        MOVE WS-DS-RECHECK-ARCH-HASH(WS-DS-IDX) TO WS-AMOUNT-EDIT
        PERFORM 7310-WRITE-TOTAL-LINE
        MOVE SPACES TO REPORT-RECORD
        MOVE WS-DS-UNDATED(WS-DS-IDX) TO WS-COUNT-EDIT
        STRING "UNDATED - KEPT . . . . . . : " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-RECORD
        END-STRING
        WRITE REPORT-RECORD
        IF WS-DS-IDX = 8
            MOVE SPACES TO REPORT-RECORD
            MOVE WS-DS-LATEST(WS-DS-IDX) TO WS-COUNT-EDIT
            STRING "LAST BATCH OF SOURCE - KEPT: " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-RECORD
            END-STRING
            WRITE REPORT-RECORD
        END-IF
        MOVE SPACES TO REPORT-RECORD
        IF NOT WS-DS-BALANCED(WS-DS-IDX)
            MOVE "*** OUT OF BALANCE - LIVE DATASET NOT REPLACED ***"
                TO WS-REPORT-TEXT
        ELSE
            IF WS-DS-ARCH(WS-DS-IDX) = 0
                MOVE "NONE - NOTHING OLDER THAN THE CUTOFF"
                    TO WS-REPORT-TEXT
            ELSE
                MOVE SPACES TO WS-REPORT-TEXT
                STRING WS-DS-DSN(WS-DS-IDX) DELIMITED BY SPACE
                       "." DELIMITED BY SIZE
                       WS-ARCHIVE-SUFFIX DELIMITED BY SIZE
                       INTO WS-REPORT-TEXT
                END-STRING
            END-IF
        END-IF
        STRING "ARCHIVE DATASET  . . . . . : " DELIMITED BY SIZE
               WS-REPORT-TEXT DELIMITED BY SIZE
               INTO REPORT-RECORD
        END-STRING
        WRITE REPORT-RECORD
    END-IF.

7310-WRITE-TOTAL-LINE.
    MOVE SPACES TO REPORT-RECORD
    STRING WS-REPORT-LABEL DELIMITED BY SIZE
           WS-COUNT-EDIT DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-AMOUNT-EDIT DELIMITED BY SIZE
           INTO REPORT-RECORD
    END-STRING
    WRITE REPORT-RECORD.

7900-OPEN-FAILURE.
    DISPLAY "LOGARC01 - UNABLE TO OPEN " WS-OPEN-DD ", STATUS="
        WS-OPEN-STATUS
    MOVE 16 TO RETURN-CODE
    STOP RUN.
