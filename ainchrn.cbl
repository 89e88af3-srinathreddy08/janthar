       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AINCHRN1.
       AUTHOR.        ADDRESS-REVIEW-SYSTEMS.
      *REMARKS.       AIN CHURN AND FLIP-FLOP ANALYSIS.
      *                AINHIST1 RECORDS EVERY AIN CHANGE AND AINQRY1
      *                SHOWS ONE SUBJECT'S, BUT NOBODY LOOKED ACROSS
      *                SUBJECTS -- A NAS MATCHING PROBLEM OR A BAD
      *                PROVIDER FEED WAS ONLY EVER FOUND BY ACCIDENT.
      *                THIS PERIODIC JOB READS THE AIN-HISTORY KSDS
      *                (SEE AINHKS.CPY) OVER THE WINDOW ON THE
      *                AINCPARM CARD AND FLAGS THREE PATTERNS:
      *                  FLIP-FLOP -- A CHANGE THAT PUTS BACK THE AIN
      *                  THE SUBJECT'S PREVIOUS CHANGE REPLACED;
      *                  HIGH FREQUENCY -- A SUBJECT WHOSE AIN CHANGED
      *                  ON AT LEAST THE CARD'S SHARE OF THE WINDOW'S
      *                  RUN DATES, AND AT LEAST ITS MINIMUM NUMBER OF
      *                  TIMES;
      *                  FAN-IN -- ONE N-AIN-FROM-NAS VALUE MOVED ONTO
      *                  AT LEAST THE CARD'S NUMBER OF SUBJECT IDS ON
      *                  ONE RUN DATE.
      *                THE KSDS IS READ TWICE. THE FIRST PASS COUNTS
      *                THE CHANGES PER RUN DATE AND SORTS EVERY CHANGE
      *                BY RUN DATE AND AIN TO FIND THE FAN-IN GROUPS;
      *                THE SECOND WALKS EACH SUBJECT'S CHANGES IN
      *                DATE ORDER, TESTS THE OTHER TWO PATTERNS AND
      *                ITS FAN-IN MEMBERSHIP, AND SORTS THE FLAGGED
      *                SUBJECTS BY N-DATA-PROVIDER (TAKEN FROM THE
      *                SUBJECT ID'S FIRST SEQUENCE ON AUDITKS, SAME
      *                ALTERNATE-PATH BROWSE AS CHGDLT1). EACH FLAGGED
      *                SUBJECT IS WRITTEN ONCE TO AINCHRN FOR THE
      *                REVIEW DESK (SEE AINCHRN.CPY), SEALED WITH THE
      *                STANDARD COUNT/HASH TRAILER, AND LISTED ON THE
      *                AINCRPT REPORT WITH PROVIDER SUBTOTALS. THE
      *                REPORT ENDS WITH THE AIN-CHANGE VOLUME OF EVERY
      *                RUN DATE IN THE WINDOW AGAINST THE WINDOW'S
      *                AVERAGE, MARKING AS A SPIKE ANY DATE AT OR ABOVE
      *                THE CARD'S SPIKE PERCENTAGE.
      *                AINCPARM CARD --
      *                  COLUMNS  1-8   WINDOW START DATE (YYYYMMDD)
      *                  COLUMNS  9-16  WINDOW END DATE (YYYYMMDD)
      *                  COLUMNS 17-19  HIGH-FREQUENCY MINIMUM CHANGES
      *                                 (DEFAULT 005)
      *                  COLUMNS 20-22  HIGH-FREQUENCY PERCENT OF RUN
      *                                 DATES (DEFAULT 050)
      *                  COLUMNS 23-25  FAN-IN MINIMUM SUBJECT IDS
      *                                 (DEFAULT 010)
      *                  COLUMNS 26-28  SPIKE PERCENT OF AVERAGE
      *                                 (DEFAULT 200)
      *                THE DATES ARE REQUIRED; A BLANK THRESHOLD TAKES
      *                ITS DEFAULT. A RUN DATE IS ONE ON WHICH AT LEAST
      *                ONE AIN CHANGE WAS RECORDED. THE JOB TAKES NO
      *                BUSINESS DATE AND DOES NOT WRITE RUNSTAT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE            ASSIGN TO AINCPARM
               ORGANIZATION IS SEQUENTIAL.

           SELECT AIN-HISTORY-KSDS
               ASSIGN TO AINHKS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AHK-INQUIRY-KEY
               FILE STATUS IS WS-AHKS-FILE-STATUS.

           SELECT AUDIT-KSDS-FILE
               ASSIGN TO AUDITKS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AK-AUDIT-KEY
               ALTERNATE RECORD KEY IS AK-SUBJECT-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-KSDS-FILE-STATUS.

           SELECT CHURN-FILE           ASSIGN TO AINCHRN
               ORGANIZATION IS SEQUENTIAL.

           SELECT CHURN-REPORT         ASSIGN TO AINCRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE       ASSIGN TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-CARD                   PIC X(80).

       FD  AIN-HISTORY-KSDS.
       COPY "ainhks.cpy".

       FD  AUDIT-KSDS-FILE.
       COPY "auditks.cpy".

       FD  CHURN-FILE
           RECORD CONTAINS 93 CHARACTERS.
       COPY "ainchrn.cpy".

       FD  CHURN-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                 PIC X(132).

      *    THE SAME WORK FILE SERVES BOTH SORTS -- ONE CHANGE PER
      *    RECORD IN RUN-DATE/AIN/SUBJECT ORDER FOR THE FAN-IN PASS,
      *    THEN ONE FLAGGED SUBJECT PER RECORD (ITS AINCHRN IMAGE) IN
      *    PROVIDER/SUBJECT ORDER FOR THE REVIEW FILE AND REPORT.
       SD  SORT-WORK-FILE.
       01  FAN-SORT-RECORD.
           05  FN-RUN-DT               PIC X(08).
           05  FN-AIN                  PIC S9(09) COMP.
           05  FN-SUBJ-ID-NB           PIC S9(04) COMP.
           05  FILLER                  PIC X(86).
       01  FLAG-SORT-RECORD.
           05  FL-DATA-PROVIDER        PIC X(05).
           05  FL-SUBJ-ID-NB           PIC S9(04) COMP.
           05  FL-CHURN-IMAGE          PIC X(93).

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-HIST-EOF-SW         PIC X(01) VALUE 'N'.
               88  WS-HIST-EOF        VALUE 'Y' FALSE 'N'.
           05  WS-SORT-EOF-SW         PIC X(01) VALUE 'N'.
               88  WS-SORT-EOF        VALUE 'Y' FALSE 'N'.
           05  WS-AHKS-FILE-STATUS    PIC X(02) VALUE '00'.
           05  WS-KSDS-FILE-STATUS    PIC X(02) VALUE '00'.
           05  WS-RD-FOUND-SW         PIC X(01) VALUE 'N'.
               88  WS-RD-FOUND        VALUE 'Y' FALSE 'N'.
           05  WS-FAN-FOUND-SW        PIC X(01) VALUE 'N'.
               88  WS-FAN-FOUND       VALUE 'Y' FALSE 'N'.
           05  WS-PROVIDER-DONE-SW    PIC X(01) VALUE 'N'.
               88  WS-PROVIDER-DONE   VALUE 'Y' FALSE 'N'.

       01  WS-COUNTERS.
           05  WS-HIST-READ           PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-HIST-IN-WINDOW      PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-SUBJECTS-ANALYZED   PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-SUBJECTS-FLAGGED    PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-PAGE-NB             PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-LINE-CT             PIC S9(03) COMP-3 VALUE 99.

      *    THE AINCPARM CARD, AS EDITED.
       01  WS-PARM-VALUES.
           05  WS-WINDOW-START-DT     PIC X(08) VALUE SPACES.
           05  WS-WINDOW-END-DT       PIC X(08) VALUE SPACES.
           05  WS-MIN-CHANGES         PIC 9(03) VALUE 5.
           05  WS-FREQ-PCT            PIC 9(03) VALUE 50.
           05  WS-FAN-IN-MIN          PIC 9(03) VALUE 10.
           05  WS-SPIKE-PCT           PIC 9(03) VALUE 200.

      *    THE HISTORY RECORD JUST READ, WITH ITS RAW BINARY FIELDS
      *    DECODED THROUGH THE REDEFINES BELOW (SAME TECHNIQUE AS
      *    AINQRY1).
       01  WS-HIST-SUBJ-ID-NB         PIC S9(04) COMP VALUE ZERO.
       01  WS-HIST-NAS-AIN            PIC S9(09) COMP VALUE ZERO.
       01  WS-HIST-SRC-AIN            PIC S9(09) COMP VALUE ZERO.

       01  WS-HALF-WORK.
           05  WS-HALF-BIN            PIC S9(04) COMP VALUE ZERO.
       01  WS-HALF-X REDEFINES WS-HALF-WORK
                                      PIC X(02).

       01  WS-AIN-WORK.
           05  WS-AIN-BIN             PIC S9(09) COMP VALUE ZERO.
       01  WS-AIN-X REDEFINES WS-AIN-WORK
                                      PIC X(04).

      *    THE SUBJECT ID BEING LOOKED UP ON AUDITKS FOR ITS PROVIDER,
      *    AS THE RAW IMAGE THE ALTERNATE-PATH START NEEDS.
       01  WS-TARGET-KEY-WORK.
           05  WS-TK-SUBJ-ID-BIN      PIC S9(04) COMP VALUE ZERO.
           05  WS-TK-SUBJ-SEQ-BIN     PIC S9(04) COMP VALUE ZERO.
       01  WS-TARGET-KEY-X REDEFINES WS-TARGET-KEY-WORK
                                      PIC X(04).

      *    AIN CHANGES PER RUN DATE IN THE WINDOW, KEPT IN DATE ORDER.
      *    THE TABLE ABENDS RATHER THAN DROP A DATE.
       01  WS-RUN-DATE-TABLE.
           05  WS-RD-COUNT            PIC S9(04) COMP VALUE ZERO.
           05  WS-RD-ENTRY OCCURS 400 TIMES.
               10  WS-RD-DT           PIC X(08).
               10  WS-RD-CHANGES      PIC S9(09) COMP-3.
       01  WS-RD-IDX                  PIC S9(04) COMP VALUE ZERO.
       01  WS-RD-SHIFT                PIC S9(04) COMP VALUE ZERO.

      *    THE FAN-IN GROUPS FOUND BY THE FIRST PASS, IN RUN-DATE AND
      *    AIN ORDER, SEARCHED SERIALLY BY THE SECOND.
       01  WS-FAN-IN-TABLE.
           05  WS-FAN-COUNT           PIC S9(04) COMP VALUE ZERO.
           05  WS-FAN-ENTRY OCCURS 500 TIMES.
               10  WS-FAN-DT          PIC X(08).
               10  WS-FAN-AIN         PIC S9(09) COMP.
               10  WS-FAN-SUBJECTS    PIC S9(05) COMP-3.
       01  WS-FAN-IDX                 PIC S9(04) COMP VALUE ZERO.

      *    THE RUN-DATE/AIN GROUP BEING COUNTED BY THE FAN-IN PASS.
       01  WS-GROUP-FIELDS.
           05  WS-GRP-DT              PIC X(08) VALUE SPACES.
           05  WS-GRP-AIN             PIC S9(09) COMP VALUE ZERO.
           05  WS-GRP-LAST-SUBJ-ID    PIC S9(04) COMP VALUE -1.
           05  WS-GRP-SUBJECTS        PIC S9(05) COMP-3 VALUE ZERO.

      *    THE SUBJECT BEING ANALYZED BY THE SECOND PASS.
       01  WS-SUBJECT-FIELDS.
           05  WS-CUR-SUBJ-ID-NB      PIC S9(04) COMP VALUE -1.
           05  WS-CUR-CHANGES         PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-CUR-RUNS            PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-CUR-FLIPS           PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-CUR-FIRST-DT        PIC X(08) VALUE SPACES.
           05  WS-CUR-LAST-DT         PIC X(08) VALUE SPACES.
           05  WS-CUR-LAST-AIN        PIC S9(09) COMP VALUE ZERO.
           05  WS-CUR-PREV-SRC-AIN    PIC S9(09) COMP VALUE ZERO.
           05  WS-CUR-FAN-AIN         PIC S9(09) COMP VALUE ZERO.
           05  WS-CUR-FAN-DT          PIC X(08) VALUE SPACES.
           05  WS-CUR-FAN-SUBJECTS    PIC S9(05) COMP-3 VALUE ZERO.

      *    HIGH-FREQUENCY TEST -- RUNS WITH A CHANGE AS A PERCENTAGE
      *    OF THE WINDOW'S RUN DATES, COMPARED WITHOUT DIVIDING.
       01  WS-FREQ-ACTUAL             PIC S9(09) COMP-3 VALUE ZERO.
       01  WS-FREQ-NEEDED             PIC S9(09) COMP-3 VALUE ZERO.

      *    PROVIDER FOUND FOR THE LAST SUBJECT ID LOOKED UP.
       01  WS-LOOK-PROVIDER           PIC X(05) VALUE SPACES.

      *    PROVIDER AND SUBJECT BREAKS FOR THE REVIEW LISTING.
       01  WS-PRIOR-PROVIDER          PIC X(05) VALUE SPACES.
       01  WS-PROVIDER-STARTED-SW     PIC X(01) VALUE 'N'.
           88  WS-PROVIDER-STARTED    VALUE 'Y' FALSE 'N'.

       01  WS-PROVIDER-TOTALS.
           05  WS-PV-SUBJECTS         PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-PV-FLIP-FLOP        PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-PV-HIGH-FREQ        PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-PV-FAN-IN           PIC S9(07) COMP-3 VALUE ZERO.

       01  WS-REPORT-TOTALS.
           05  WS-RT-SUBJECTS         PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-RT-FLIP-FLOP        PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-RT-HIGH-FREQ        PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-RT-FAN-IN           PIC S9(07) COMP-3 VALUE ZERO.

      *    RUN-DATE VOLUME BASELINE.
       01  WS-VOLUME-FIELDS.
           05  WS-VOL-TOTAL           PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-VOL-AVERAGE         PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-VOL-PCT             PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-VOL-SPIKES          PIC S9(05) COMP-3 VALUE ZERO.

      *    AINCHRN OUTBOUND TRAILER TOTALS.
       01  WS-TRAILER-CONTROL.
           05  WS-TRL-OUT-COUNT       PIC S9(18) COMP VALUE ZERO.
           05  WS-TRL-OUT-HASH        PIC S9(18) COMP VALUE ZERO.

      *    THE SECTION BEING PRINTED -- ITS TITLE AND COLUMN HEADINGS
      *    ARE REPEATED AT THE TOP OF EVERY PAGE.
       01  WS-SECTION-TITLE           PIC X(132) VALUE SPACES.
       01  WS-SECTION-COLUMNS         PIC X(132) VALUE SPACES.

       01  WS-HDG1.
           05  FILLER                 PIC X(01) VALUE '1'.
           05  FILLER                 PIC X(34) VALUE
               'AIN CHURN AND FLIP-FLOP ANALYSIS'.
           05  FILLER                 PIC X(07) VALUE 'WINDOW '.
           05  WS-HDG1-START          PIC X(08).
           05  FILLER                 PIC X(06) VALUE ' THRU '.
           05  WS-HDG1-END            PIC X(08).
           05  FILLER                 PIC X(10) VALUE SPACES.
           05  FILLER                 PIC X(05) VALUE 'PAGE '.
           05  WS-HDG1-PAGE           PIC ZZZZ9.

       01  WS-HDG2.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(25) VALUE
               'THRESHOLDS -- HIGH FREQ '.
           05  WS-HDG2-MIN            PIC ZZ9.
           05  FILLER                 PIC X(14) VALUE ' CHANGES, ON '.
           05  WS-HDG2-PCT            PIC ZZ9.
           05  FILLER                 PIC X(17) VALUE
               '% OF RUN DATES   '.
           05  FILLER                 PIC X(08) VALUE 'FAN-IN '.
           05  WS-HDG2-FAN            PIC ZZ9.
           05  FILLER                 PIC X(19) VALUE
               ' SUBJECT IDS   '.
           05  FILLER                 PIC X(07) VALUE 'SPIKE '.
           05  WS-HDG2-SPIKE          PIC ZZ9.
           05  FILLER                 PIC X(13) VALUE '% OF AVERAGE'.

       01  WS-FAN-TITLE.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(30) VALUE
               'FAN-IN -- ONE AIN MOVED ONTO '.
           05  FILLER                 PIC X(32) VALUE
               'MANY SUBJECT IDS ON ONE RUN DATE'.

       01  WS-FAN-COLUMNS.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(12) VALUE 'RUN DATE'.
           05  FILLER                 PIC X(16) VALUE 'AIN FROM NAS'.
           05  FILLER                 PIC X(11) VALUE 'SUBJECT IDS'.

       01  WS-FAN-LINE.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS-FL-DT               PIC X(08).
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  WS-FL-AIN              PIC ZZZZZZZZ9.
           05  FILLER                 PIC X(09) VALUE SPACES.
           05  WS-FL-SUBJECTS         PIC ZZZZ9.

       01  WS-FLAG-TITLE.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(18) VALUE
               'DATA PROVIDER -- '.
           05  WS-FT-PROVIDER         PIC X(16).

       01  WS-FLAG-COLUMNS.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(09) VALUE 'SUBJ ID'.
           05  FILLER                 PIC X(12) VALUE 'FLAGS'.
           05  FILLER                 PIC X(09) VALUE 'CHANGES'.
           05  FILLER                 PIC X(07) VALUE 'RUNS'.
           05  FILLER                 PIC X(07) VALUE 'FLIPS'.
           05  FILLER                 PIC X(10) VALUE 'FIRST'.
           05  FILLER                 PIC X(10) VALUE 'LAST'.
           05  FILLER                 PIC X(12) VALUE 'LAST AIN'.
           05  FILLER                 PIC X(12) VALUE 'FAN-IN AIN'.
           05  FILLER                 PIC X(10) VALUE 'FAN DATE'.
           05  FILLER                 PIC X(09) VALUE 'FAN SUBJ'.

       01  WS-FLAG-LINE.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS-GL-SUBJ-ID          PIC ZZZZ9.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  WS-GL-FF               PIC X(03).
           05  WS-GL-HF               PIC X(03).
           05  WS-GL-FI               PIC X(03).
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  WS-GL-CHANGES          PIC ZZZZ9.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  WS-GL-RUNS             PIC ZZZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-GL-FLIPS            PIC ZZZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-GL-FIRST-DT         PIC X(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-GL-LAST-DT          PIC X(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-GL-LAST-AIN         PIC ZZZZZZZZ9.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  WS-GL-FAN-AIN          PIC ZZZZZZZZ9.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  WS-GL-FAN-DT           PIC X(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-GL-FAN-SUBJECTS     PIC ZZZZ9.

       01  WS-TOTAL-LINE.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS-TL-LABEL            PIC X(20).
           05  FILLER                 PIC X(10) VALUE 'SUBJECTS '.
           05  WS-TL-SUBJECTS         PIC ZZZZZZ9.
           05  FILLER                 PIC X(13) VALUE '   FLIP-FLOP '.
           05  WS-TL-FLIP-FLOP        PIC ZZZZZZ9.
           05  FILLER                 PIC X(13) VALUE '   HIGH FREQ '.
           05  WS-TL-HIGH-FREQ        PIC ZZZZZZ9.
           05  FILLER                 PIC X(10) VALUE '   FAN-IN '.
           05  WS-TL-FAN-IN           PIC ZZZZZZ9.

       01  WS-VOLUME-TITLE.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(29) VALUE
               'AIN-CHANGE VOLUME BY RUN DATE'.

       01  WS-VOLUME-COLUMNS.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(12) VALUE 'RUN DATE'.
           05  FILLER                 PIC X(12) VALUE 'CHANGES'.
           05  FILLER                 PIC X(12) VALUE '% OF AVG'.

       01  WS-VOLUME-LINE.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS-VL-DT               PIC X(08).
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  WS-VL-CHANGES          PIC ZZZZZZZZ9.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  WS-VL-PCT              PIC ZZZZZZ9.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  WS-VL-SPIKE            PIC X(09).

       01  WS-AVERAGE-LINE.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(11) VALUE 'RUN DATES '.
           05  WS-AL-RUN-DATES        PIC ZZZ9.
           05  FILLER                 PIC X(18) VALUE
               '   TOTAL CHANGES '.
           05  WS-AL-TOTAL            PIC ZZZZZZZZ9.
           05  FILLER                 PIC X(24) VALUE
               '   AVERAGE PER RUN DATE '.
           05  WS-AL-AVERAGE          PIC ZZZZZZZZ9.
           05  FILLER                 PIC X(10) VALUE '   SPIKES '.
           05  WS-AL-SPIKES           PIC ZZZ9.

       01  WS-NONE-LINE.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS-NL-TEXT             PIC X(60).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY FN-RUN-DT
                                FN-AIN
                                FN-SUBJ-ID-NB
               INPUT PROCEDURE IS 2000-SCAN-FOR-FAN-IN
               OUTPUT PROCEDURE IS 3000-FIND-FAN-IN
           PERFORM 3900-REWIND-HISTORY
           SORT SORT-WORK-FILE
               ON ASCENDING KEY FL-DATA-PROVIDER
                                FL-SUBJ-ID-NB
               INPUT PROCEDURE IS 4000-ANALYZE-SUBJECTS
               OUTPUT PROCEDURE IS 6000-WRITE-FLAGGED
           PERFORM 7000-PRINT-RUN-VOLUME
           PERFORM 9000-TERMINATE
           STOP RUN.

      *    BOTH KSDS ARE OPENED INPUT -- THE ANALYSIS ONLY READS.
       1000-INITIALIZE.
           PERFORM 1100-READ-PARM-CARD
           OPEN INPUT AIN-HISTORY-KSDS
           IF WS-AHKS-FILE-STATUS NOT = '00'
               DISPLAY 'AINCHRN1 ABEND - CANNOT OPEN AINHKS, '
                   'STATUS ' WS-AHKS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT AUDIT-KSDS-FILE
           IF WS-KSDS-FILE-STATUS NOT = '00'
               DISPLAY 'AINCHRN1 ABEND - CANNOT OPEN AUDITKS, '
                   'STATUS ' WS-KSDS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT CHURN-FILE
           OPEN OUTPUT CHURN-REPORT
           MOVE WS-WINDOW-START-DT TO WS-HDG1-START
           MOVE WS-WINDOW-END-DT   TO WS-HDG1-END
           MOVE WS-MIN-CHANGES     TO WS-HDG2-MIN
           MOVE WS-FREQ-PCT        TO WS-HDG2-PCT
           MOVE WS-FAN-IN-MIN      TO WS-HDG2-FAN
           MOVE WS-SPIKE-PCT       TO WS-HDG2-SPIKE.

      *    THE WINDOW DATES ARE REQUIRED; A BLANK THRESHOLD KEEPS ITS
      *    DEFAULT. ANYTHING ELSE NOT NUMERIC IS A HARD STOP -- A
      *    MISPUNCHED CARD MUST NOT PASS AS A QUIET WINDOW.
       1100-READ-PARM-CARD.
           OPEN INPUT PARM-FILE
           READ PARM-FILE
               AT END
                   DISPLAY 'AINCHRN1 ABEND - AINCPARM CARD MISSING'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE PARM-FILE
           IF PARM-CARD (1:16) NOT NUMERIC
               DISPLAY 'AINCHRN1 ABEND - AINCPARM WINDOW DATES '
                   'MISSING OR NOT NUMERIC'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PARM-CARD (1:8) TO WS-WINDOW-START-DT
           MOVE PARM-CARD (9:8) TO WS-WINDOW-END-DT
           IF WS-WINDOW-START-DT > WS-WINDOW-END-DT
               DISPLAY 'AINCHRN1 ABEND - AINCPARM WINDOW START '
                   WS-WINDOW-START-DT ' IS AFTER ITS END '
                   WS-WINDOW-END-DT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF PARM-CARD (17:3) NOT = SPACES
               IF PARM-CARD (17:3) NOT NUMERIC
                   PERFORM 1190-BAD-THRESHOLD
               END-IF
               MOVE PARM-CARD (17:3) TO WS-MIN-CHANGES
           END-IF
           IF PARM-CARD (20:3) NOT = SPACES
               IF PARM-CARD (20:3) NOT NUMERIC
                   PERFORM 1190-BAD-THRESHOLD
               END-IF
               MOVE PARM-CARD (20:3) TO WS-FREQ-PCT
           END-IF
           IF PARM-CARD (23:3) NOT = SPACES
               IF PARM-CARD (23:3) NOT NUMERIC
                   PERFORM 1190-BAD-THRESHOLD
               END-IF
               MOVE PARM-CARD (23:3) TO WS-FAN-IN-MIN
           END-IF
           IF PARM-CARD (26:3) NOT = SPACES
               IF PARM-CARD (26:3) NOT NUMERIC
                   PERFORM 1190-BAD-THRESHOLD
               END-IF
               MOVE PARM-CARD (26:3) TO WS-SPIKE-PCT
           END-IF.

       1190-BAD-THRESHOLD.
           DISPLAY 'AINCHRN1 ABEND - AINCPARM THRESHOLD IN COLUMNS '
               '17-28 NOT NUMERIC: ' PARM-CARD (17:12)
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      *    ONE HISTORY RECORD, WITH ITS BINARY FIELDS DECODED.
       1900-READ-HISTORY.
           READ AIN-HISTORY-KSDS NEXT RECORD
               AT END
                   SET WS-HIST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-HIST-READ
                   MOVE AHK-SRC-SUBJ-ID-NB TO WS-HALF-X
                   MOVE WS-HALF-BIN        TO WS-HIST-SUBJ-ID-NB
                   MOVE AHK-AIN-FROM-NAS   TO WS-AIN-X
                   MOVE WS-AIN-BIN         TO WS-HIST-NAS-AIN
                   MOVE AHK-SRC-AIN        TO WS-AIN-X
                   MOVE WS-AIN-BIN         TO WS-HIST-SRC-AIN
           END-READ.

      *****************************************************************
      *    FIRST PASS, SORT INPUT PROCEDURE -- EVERY CHANGE IN THE
      *    WINDOW IS COUNTED AGAINST ITS RUN DATE AND RELEASED FOR THE
      *    FAN-IN GROUPING.
      *****************************************************************
       2000-SCAN-FOR-FAN-IN.
           PERFORM 1900-READ-HISTORY
           PERFORM 2100-TAKE-FAN-CHANGE UNTIL WS-HIST-EOF.

       2100-TAKE-FAN-CHANGE.
           IF AHK-PROC-START-DT NOT < WS-WINDOW-START-DT
              AND AHK-PROC-START-DT NOT > WS-WINDOW-END-DT
               ADD 1 TO WS-HIST-IN-WINDOW
               PERFORM 2200-TALLY-RUN-DATE
               MOVE SPACES             TO FAN-SORT-RECORD
               MOVE AHK-PROC-START-DT  TO FN-RUN-DT
               MOVE WS-HIST-NAS-AIN    TO FN-AIN
               MOVE WS-HIST-SUBJ-ID-NB TO FN-SUBJ-ID-NB
               RELEASE FAN-SORT-RECORD
           END-IF
           PERFORM 1900-READ-HISTORY.

      *    THE HISTORY IS IN SUBJECT ORDER, SO RUN DATES ARRIVE IN ANY
      *    ORDER -- EACH NEW ONE IS INSERTED IN DATE ORDER (SAME
      *    DISCIPLINE AS EXCQBLD1'S ASSIGNEE TABLE).
       2200-TALLY-RUN-DATE.
           SET WS-RD-FOUND TO FALSE
           PERFORM VARYING WS-RD-IDX FROM 1 BY 1
                   UNTIL WS-RD-IDX > WS-RD-COUNT
                      OR WS-RD-FOUND
               IF WS-RD-DT (WS-RD-IDX) >= AHK-PROC-START-DT
                   SET WS-RD-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-RD-FOUND
               SUBTRACT 1 FROM WS-RD-IDX
               IF WS-RD-DT (WS-RD-IDX) NOT = AHK-PROC-START-DT
                   PERFORM 2250-INSERT-RUN-DATE
               END-IF
           ELSE
               PERFORM 2250-INSERT-RUN-DATE
           END-IF
           ADD 1 TO WS-RD-CHANGES (WS-RD-IDX).

       2250-INSERT-RUN-DATE.
           IF WS-RD-COUNT >= 400
               DISPLAY 'AINCHRN1 ABEND - MORE THAN 400 RUN DATES IN '
                   'THE WINDOW'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-RD-SHIFT FROM WS-RD-COUNT BY -1
                   UNTIL WS-RD-SHIFT < WS-RD-IDX
               MOVE WS-RD-ENTRY (WS-RD-SHIFT)
                   TO WS-RD-ENTRY (WS-RD-SHIFT + 1)
           END-PERFORM
           ADD 1 TO WS-RD-COUNT
           MOVE AHK-PROC-START-DT TO WS-RD-DT (WS-RD-IDX)
           MOVE ZERO              TO WS-RD-CHANGES (WS-RD-IDX).

      *****************************************************************
      *    FIRST PASS, SORT OUTPUT PROCEDURE -- COUNTS THE DISTINCT
      *    SUBJECT IDS EACH AIN WAS MOVED ONTO PER RUN DATE, LISTS AND
      *    TABLES EVERY GROUP AT OR ABOVE THE FAN-IN THRESHOLD.
      *****************************************************************
       3000-FIND-FAN-IN.
           MOVE WS-FAN-TITLE   TO WS-SECTION-TITLE
           MOVE WS-FAN-COLUMNS TO WS-SECTION-COLUMNS
           PERFORM 8100-PRINT-HEADINGS
           PERFORM 6900-RETURN-SORT-RECORD
           PERFORM 3100-TAKE-FAN-RECORD UNTIL WS-SORT-EOF
           IF WS-GRP-DT NOT = SPACES
               PERFORM 3500-CLOSE-FAN-GROUP
           END-IF
           IF WS-FAN-COUNT = ZERO
               MOVE 'NO AIN REACHED THE FAN-IN THRESHOLD'
                   TO WS-NL-TEXT
               WRITE REPORT-LINE FROM WS-NONE-LINE
           END-IF.

       3100-TAKE-FAN-RECORD.
           IF FN-RUN-DT NOT = WS-GRP-DT
              OR FN-AIN NOT = WS-GRP-AIN
               IF WS-GRP-DT NOT = SPACES
                   PERFORM 3500-CLOSE-FAN-GROUP
               END-IF
               MOVE FN-RUN-DT TO WS-GRP-DT
               MOVE FN-AIN    TO WS-GRP-AIN
               MOVE -1        TO WS-GRP-LAST-SUBJ-ID
               MOVE ZERO      TO WS-GRP-SUBJECTS
           END-IF
           IF FN-SUBJ-ID-NB NOT = WS-GRP-LAST-SUBJ-ID
               MOVE FN-SUBJ-ID-NB TO WS-GRP-LAST-SUBJ-ID
               ADD 1 TO WS-GRP-SUBJECTS
           END-IF
           PERFORM 6900-RETURN-SORT-RECORD.

       3500-CLOSE-FAN-GROUP.
           IF WS-GRP-SUBJECTS >= WS-FAN-IN-MIN
               IF WS-FAN-COUNT >= 500
                   DISPLAY 'AINCHRN1 ABEND - MORE THAN 500 FAN-IN '
                       'GROUPS -- RAISE THE AINCPARM FAN-IN '
                       'THRESHOLD'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-FAN-COUNT
               MOVE WS-GRP-DT       TO WS-FAN-DT (WS-FAN-COUNT)
               MOVE WS-GRP-AIN      TO WS-FAN-AIN (WS-FAN-COUNT)
               MOVE WS-GRP-SUBJECTS TO WS-FAN-SUBJECTS (WS-FAN-COUNT)
               IF WS-LINE-CT > 54
                   PERFORM 8100-PRINT-HEADINGS
               END-IF
               MOVE WS-GRP-DT       TO WS-FL-DT
               MOVE WS-GRP-AIN      TO WS-FL-AIN
               MOVE WS-GRP-SUBJECTS TO WS-FL-SUBJECTS
               WRITE REPORT-LINE FROM WS-FAN-LINE
               ADD 1 TO WS-LINE-CT
           END-IF.

      *    THE SECOND PASS STARTS THE HISTORY OVER FROM THE TOP.
       3900-REWIND-HISTORY.
           CLOSE AIN-HISTORY-KSDS
           OPEN INPUT AIN-HISTORY-KSDS
           IF WS-AHKS-FILE-STATUS NOT = '00'
               DISPLAY 'AINCHRN1 ABEND - CANNOT REOPEN AINHKS, '
                   'STATUS ' WS-AHKS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET WS-HIST-EOF TO FALSE
           SET WS-SORT-EOF TO FALSE.

      *****************************************************************
      *    SECOND PASS, SORT INPUT PROCEDURE -- ONE SUBJECT ID AT A
      *    TIME, ITS CHANGES IN DATE/TIME ORDER. A SUBJECT THAT TRIPS
      *    ANY PATTERN IS RELEASED ONCE, AS ITS FINISHED AINCHRN IMAGE.
      *****************************************************************
       4000-ANALYZE-SUBJECTS.
           PERFORM 1900-READ-HISTORY
           PERFORM 4100-TAKE-SUBJECT-CHANGE UNTIL WS-HIST-EOF
           IF WS-CUR-SUBJ-ID-NB NOT = -1
               PERFORM 4500-CLOSE-SUBJECT
           END-IF.

       4100-TAKE-SUBJECT-CHANGE.
           IF AHK-PROC-START-DT NOT < WS-WINDOW-START-DT
              AND AHK-PROC-START-DT NOT > WS-WINDOW-END-DT
               IF WS-HIST-SUBJ-ID-NB NOT = WS-CUR-SUBJ-ID-NB
                   IF WS-CUR-SUBJ-ID-NB NOT = -1
                       PERFORM 4500-CLOSE-SUBJECT
                   END-IF
                   PERFORM 4200-OPEN-SUBJECT
               END-IF
               PERFORM 4300-TALLY-CHANGE
           END-IF
           PERFORM 1900-READ-HISTORY.

       4200-OPEN-SUBJECT.
           MOVE WS-HIST-SUBJ-ID-NB TO WS-CUR-SUBJ-ID-NB
           MOVE ZERO               TO WS-CUR-CHANGES
           MOVE ZERO               TO WS-CUR-RUNS
           MOVE ZERO               TO WS-CUR-FLIPS
           MOVE SPACES             TO WS-CUR-FIRST-DT
           MOVE SPACES             TO WS-CUR-LAST-DT
           MOVE ZERO               TO WS-CUR-LAST-AIN
           MOVE ZERO               TO WS-CUR-PREV-SRC-AIN
           MOVE ZERO               TO WS-CUR-FAN-AIN
           MOVE SPACES             TO WS-CUR-FAN-DT
           MOVE ZERO               TO WS-CUR-FAN-SUBJECTS
           ADD 1 TO WS-SUBJECTS-ANALYZED.

      *    A FLIP-FLOP IS A CHANGE WHOSE NEW AIN (THE ONE THE NAS
      *    SENT) IS THE AIN THE PREVIOUS CHANGE REPLACED.
       4300-TALLY-CHANGE.
           ADD 1 TO WS-CUR-CHANGES
           IF WS-CUR-CHANGES = 1
               MOVE AHK-PROC-START-DT TO WS-CUR-FIRST-DT
           ELSE
               IF WS-HIST-NAS-AIN = WS-CUR-PREV-SRC-AIN
                   ADD 1 TO WS-CUR-FLIPS
               END-IF
           END-IF
           IF AHK-PROC-START-DT NOT = WS-CUR-LAST-DT
               ADD 1 TO WS-CUR-RUNS
               MOVE AHK-PROC-START-DT TO WS-CUR-LAST-DT
           END-IF
           MOVE WS-HIST-SRC-AIN TO WS-CUR-PREV-SRC-AIN
           MOVE WS-HIST-NAS-AIN TO WS-CUR-LAST-AIN
           PERFORM 4400-FIND-FAN-IN-GROUP
           IF WS-FAN-FOUND
               IF WS-FAN-SUBJECTS (WS-FAN-IDX) > WS-CUR-FAN-SUBJECTS
                   MOVE WS-FAN-AIN (WS-FAN-IDX) TO WS-CUR-FAN-AIN
                   MOVE WS-FAN-DT (WS-FAN-IDX)  TO WS-CUR-FAN-DT
                   MOVE WS-FAN-SUBJECTS (WS-FAN-IDX)
                       TO WS-CUR-FAN-SUBJECTS
               END-IF
           END-IF.

       4400-FIND-FAN-IN-GROUP.
           SET WS-FAN-FOUND TO FALSE
           PERFORM VARYING WS-FAN-IDX FROM 1 BY 1
                   UNTIL WS-FAN-IDX > WS-FAN-COUNT
                      OR WS-FAN-FOUND
               IF WS-FAN-DT (WS-FAN-IDX) = AHK-PROC-START-DT
                  AND WS-FAN-AIN (WS-FAN-IDX) = WS-HIST-NAS-AIN
                   SET WS-FAN-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-FAN-FOUND
               SUBTRACT 1 FROM WS-FAN-IDX
           END-IF.

       4500-CLOSE-SUBJECT.
           MOVE SPACES TO AIN-CHURN-RECORD
           MOVE 'N'    TO CH-FLIP-FLOP-SW
           MOVE 'N'    TO CH-HIGH-FREQ-SW
           MOVE 'N'    TO CH-FAN-IN-SW
           IF WS-CUR-FLIPS > ZERO
               MOVE 'Y' TO CH-FLIP-FLOP-SW
           END-IF
           COMPUTE WS-FREQ-ACTUAL = WS-CUR-RUNS * 100
           COMPUTE WS-FREQ-NEEDED = WS-RD-COUNT * WS-FREQ-PCT
           IF WS-CUR-CHANGES >= WS-MIN-CHANGES
              AND WS-FREQ-ACTUAL >= WS-FREQ-NEEDED
               MOVE 'Y' TO CH-HIGH-FREQ-SW
           END-IF
           IF WS-CUR-FAN-SUBJECTS > ZERO
               MOVE 'Y' TO CH-FAN-IN-SW
           END-IF
           IF CH-FLIP-FLOP OR CH-HIGH-FREQ OR CH-FAN-IN
               PERFORM 4600-RELEASE-FLAGGED
           END-IF.

       4600-RELEASE-FLAGGED.
           PERFORM 4700-LOOKUP-PROVIDER
           MOVE WS-CUR-SUBJ-ID-NB   TO CH-SRC-SUBJ-ID-NB
           MOVE WS-LOOK-PROVIDER    TO CH-DATA-PROVIDER
           MOVE WS-WINDOW-START-DT  TO CH-WINDOW-START-DT
           MOVE WS-WINDOW-END-DT    TO CH-WINDOW-END-DT
           MOVE WS-CUR-CHANGES      TO CH-CHANGE-COUNT
           MOVE WS-CUR-RUNS         TO CH-CHANGE-RUNS
           MOVE WS-RD-COUNT         TO CH-WINDOW-RUNS
           MOVE WS-CUR-FLIPS        TO CH-FLIP-COUNT
           MOVE WS-CUR-FIRST-DT     TO CH-FIRST-CHANGE-DT
           MOVE WS-CUR-LAST-DT      TO CH-LAST-CHANGE-DT
           MOVE WS-CUR-LAST-AIN     TO CH-LAST-AIN
           MOVE WS-CUR-FAN-AIN      TO CH-FAN-IN-AIN
           MOVE WS-CUR-FAN-DT       TO CH-FAN-IN-DT
           MOVE WS-CUR-FAN-SUBJECTS TO CH-FAN-IN-SUBJECTS
           MOVE WS-LOOK-PROVIDER    TO FL-DATA-PROVIDER
           MOVE WS-CUR-SUBJ-ID-NB   TO FL-SUBJ-ID-NB
           MOVE AIN-CHURN-RECORD    TO FL-CHURN-IMAGE
           RELEASE FLAG-SORT-RECORD
           ADD 1 TO WS-SUBJECTS-FLAGGED.

      *    THE ALTERNATE PATH IS POSITIONED AT SEQUENCE ZERO OF THE ID
      *    AND THE FIRST RECORD READ, IF IT STILL BELONGS TO THE ID,
      *    GIVES THE PROVIDER.
       4700-LOOKUP-PROVIDER.
           MOVE SPACES            TO WS-LOOK-PROVIDER
           MOVE WS-CUR-SUBJ-ID-NB TO WS-TK-SUBJ-ID-BIN
           MOVE ZERO              TO WS-TK-SUBJ-SEQ-BIN
           MOVE WS-TARGET-KEY-X   TO AK-SUBJECT-KEY
           SET WS-PROVIDER-DONE TO FALSE
           START AUDIT-KSDS-FILE
               KEY IS NOT LESS THAN AK-SUBJECT-KEY
               INVALID KEY
                   SET WS-PROVIDER-DONE TO TRUE
           END-START
           IF NOT WS-PROVIDER-DONE
               READ AUDIT-KSDS-FILE NEXT RECORD
                   AT END
                       SET WS-PROVIDER-DONE TO TRUE
               END-READ
           END-IF
           IF NOT WS-PROVIDER-DONE
              AND AK-SUBJ-ID-NB = WS-TARGET-KEY-X (1:2)
               MOVE AUDIT-KSDS-RECORD (1511:5) TO WS-LOOK-PROVIDER
           END-IF.

      *****************************************************************
      *    SECOND PASS, SORT OUTPUT PROCEDURE -- THE REVIEW FILE AND
      *    THE FLAGGED-SUBJECT LISTING, ONE SECTION PER PROVIDER.
      *****************************************************************
       6000-WRITE-FLAGGED.
           MOVE WS-FLAG-COLUMNS TO WS-SECTION-COLUMNS
           PERFORM 6900-RETURN-SORT-RECORD
           PERFORM 6100-TAKE-FLAGGED-SUBJECT UNTIL WS-SORT-EOF
           IF WS-PROVIDER-STARTED
               PERFORM 6600-PRINT-PROVIDER-TOTALS
           ELSE
               MOVE SPACES TO WS-FT-PROVIDER
               MOVE WS-FLAG-TITLE TO WS-SECTION-TITLE
               PERFORM 8100-PRINT-HEADINGS
               MOVE 'NO SUBJECT WAS FLAGGED IN THE WINDOW'
                   TO WS-NL-TEXT
               WRITE REPORT-LINE FROM WS-NONE-LINE
           END-IF
           PERFORM 6700-PRINT-REPORT-TOTALS
           PERFORM 9900-WRITE-CHURN-TRAILER.

       6100-TAKE-FLAGGED-SUBJECT.
           IF NOT WS-PROVIDER-STARTED
              OR FL-DATA-PROVIDER NOT = WS-PRIOR-PROVIDER
               IF WS-PROVIDER-STARTED
                   PERFORM 6600-PRINT-PROVIDER-TOTALS
               END-IF
               PERFORM 6200-START-PROVIDER
           END-IF
           MOVE FL-CHURN-IMAGE TO AIN-CHURN-RECORD
           WRITE AIN-CHURN-RECORD
           ADD 1                 TO WS-TRL-OUT-COUNT
           ADD CH-SRC-SUBJ-ID-NB TO WS-TRL-OUT-HASH
           PERFORM 6300-PRINT-FLAGGED-SUBJECT
           PERFORM 6900-RETURN-SORT-RECORD.

       6200-START-PROVIDER.
           SET WS-PROVIDER-STARTED TO TRUE
           MOVE FL-DATA-PROVIDER TO WS-PRIOR-PROVIDER
           MOVE ZERO TO WS-PV-SUBJECTS
           MOVE ZERO TO WS-PV-FLIP-FLOP
           MOVE ZERO TO WS-PV-HIGH-FREQ
           MOVE ZERO TO WS-PV-FAN-IN
           IF FL-DATA-PROVIDER = SPACES
               MOVE '(NOT ON AUDITKS)' TO WS-FT-PROVIDER
           ELSE
               MOVE FL-DATA-PROVIDER   TO WS-FT-PROVIDER
           END-IF
           MOVE WS-FLAG-TITLE TO WS-SECTION-TITLE
           PERFORM 8100-PRINT-HEADINGS.

       6300-PRINT-FLAGGED-SUBJECT.
           ADD 1 TO WS-PV-SUBJECTS
           MOVE SPACES TO WS-GL-FF
           MOVE SPACES TO WS-GL-HF
           MOVE SPACES TO WS-GL-FI
           IF CH-FLIP-FLOP
               ADD 1 TO WS-PV-FLIP-FLOP
               MOVE 'FF' TO WS-GL-FF
           END-IF
           IF CH-HIGH-FREQ
               ADD 1 TO WS-PV-HIGH-FREQ
               MOVE 'HF' TO WS-GL-HF
           END-IF
           MOVE SPACES TO WS-GL-FAN-DT
           MOVE ZERO   TO WS-GL-FAN-AIN
           MOVE ZERO   TO WS-GL-FAN-SUBJECTS
           IF CH-FAN-IN
               ADD 1 TO WS-PV-FAN-IN
               MOVE 'FI' TO WS-GL-FI
               MOVE CH-FAN-IN-AIN      TO WS-GL-FAN-AIN
               MOVE CH-FAN-IN-DT       TO WS-GL-FAN-DT
               MOVE CH-FAN-IN-SUBJECTS TO WS-GL-FAN-SUBJECTS
           END-IF
           IF WS-LINE-CT > 54
               PERFORM 8100-PRINT-HEADINGS
           END-IF
           MOVE CH-SRC-SUBJ-ID-NB  TO WS-GL-SUBJ-ID
           MOVE CH-CHANGE-COUNT    TO WS-GL-CHANGES
           MOVE CH-CHANGE-RUNS     TO WS-GL-RUNS
           MOVE CH-FLIP-COUNT      TO WS-GL-FLIPS
           MOVE CH-FIRST-CHANGE-DT TO WS-GL-FIRST-DT
           MOVE CH-LAST-CHANGE-DT  TO WS-GL-LAST-DT
           MOVE CH-LAST-AIN        TO WS-GL-LAST-AIN
           WRITE REPORT-LINE FROM WS-FLAG-LINE
           ADD 1 TO WS-LINE-CT.

       6600-PRINT-PROVIDER-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'PROVIDER TOTAL'   TO WS-TL-LABEL
           MOVE WS-PV-SUBJECTS     TO WS-TL-SUBJECTS
           MOVE WS-PV-FLIP-FLOP    TO WS-TL-FLIP-FLOP
           MOVE WS-PV-HIGH-FREQ    TO WS-TL-HIGH-FREQ
           MOVE WS-PV-FAN-IN       TO WS-TL-FAN-IN
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           ADD 2 TO WS-LINE-CT
           ADD WS-PV-SUBJECTS      TO WS-RT-SUBJECTS
           ADD WS-PV-FLIP-FLOP     TO WS-RT-FLIP-FLOP
           ADD WS-PV-HIGH-FREQ     TO WS-RT-HIGH-FREQ
           ADD WS-PV-FAN-IN        TO WS-RT-FAN-IN.

       6700-PRINT-REPORT-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'ALL PROVIDERS'    TO WS-TL-LABEL
           MOVE WS-RT-SUBJECTS     TO WS-TL-SUBJECTS
           MOVE WS-RT-FLIP-FLOP    TO WS-TL-FLIP-FLOP
           MOVE WS-RT-HIGH-FREQ    TO WS-TL-HIGH-FREQ
           MOVE WS-RT-FAN-IN       TO WS-TL-FAN-IN
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           ADD 2 TO WS-LINE-CT.

       6900-RETURN-SORT-RECORD.
           RETURN SORT-WORK-FILE
               AT END
                   SET WS-SORT-EOF TO TRUE
           END-RETURN.

      *****************************************************************
      *    AIN-CHANGE VOLUME PER RUN DATE AGAINST THE WINDOW AVERAGE,
      *    SO A SPIKE STANDS OUT FROM THE NORMAL BASELINE.
      *****************************************************************
       7000-PRINT-RUN-VOLUME.
           MOVE WS-VOLUME-TITLE   TO WS-SECTION-TITLE
           MOVE WS-VOLUME-COLUMNS TO WS-SECTION-COLUMNS
           PERFORM 8100-PRINT-HEADINGS
           MOVE ZERO TO WS-VOL-TOTAL
           PERFORM VARYING WS-RD-IDX FROM 1 BY 1
                   UNTIL WS-RD-IDX > WS-RD-COUNT
               ADD WS-RD-CHANGES (WS-RD-IDX) TO WS-VOL-TOTAL
           END-PERFORM
           IF WS-RD-COUNT > ZERO
               COMPUTE WS-VOL-AVERAGE ROUNDED =
                   WS-VOL-TOTAL / WS-RD-COUNT
           END-IF
           PERFORM 7100-PRINT-ONE-RUN-DATE
               VARYING WS-RD-IDX FROM 1 BY 1
               UNTIL WS-RD-IDX > WS-RD-COUNT
           IF WS-RD-COUNT = ZERO
               MOVE 'NO AIN CHANGES IN THE WINDOW' TO WS-NL-TEXT
               WRITE REPORT-LINE FROM WS-NONE-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RD-COUNT    TO WS-AL-RUN-DATES
           MOVE WS-VOL-TOTAL   TO WS-AL-TOTAL
           MOVE WS-VOL-AVERAGE TO WS-AL-AVERAGE
           MOVE WS-VOL-SPIKES  TO WS-AL-SPIKES
           WRITE REPORT-LINE FROM WS-AVERAGE-LINE.

       7100-PRINT-ONE-RUN-DATE.
           IF WS-LINE-CT > 54
               PERFORM 8100-PRINT-HEADINGS
           END-IF
           MOVE ZERO   TO WS-VOL-PCT
           IF WS-VOL-AVERAGE > ZERO
               COMPUTE WS-VOL-PCT ROUNDED =
                   WS-RD-CHANGES (WS-RD-IDX) * 100 / WS-VOL-AVERAGE
           END-IF
           MOVE SPACES TO WS-VL-SPIKE
           IF WS-VOL-PCT >= WS-SPIKE-PCT
               MOVE '*** SPIKE' TO WS-VL-SPIKE
               ADD 1 TO WS-VOL-SPIKES
           END-IF
           MOVE WS-RD-DT (WS-RD-IDX)      TO WS-VL-DT
           MOVE WS-RD-CHANGES (WS-RD-IDX) TO WS-VL-CHANGES
           MOVE WS-VOL-PCT                TO WS-VL-PCT
           WRITE REPORT-LINE FROM WS-VOLUME-LINE
           ADD 1 TO WS-LINE-CT.

       8100-PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-NB
           MOVE WS-PAGE-NB TO WS-HDG1-PAGE
           WRITE REPORT-LINE FROM WS-HDG1
           WRITE REPORT-LINE FROM WS-HDG2
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-SECTION-TITLE
           WRITE REPORT-LINE FROM WS-SECTION-COLUMNS
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 6 TO WS-LINE-CT.

      *    THE REVIEW FILE IS SEALED EVEN WHEN NOTHING WAS FLAGGED.
       9900-WRITE-CHURN-TRAILER.
           MOVE SPACES            TO AIN-CHURN-TRAILER
           MOVE HIGH-VALUES       TO CHT-TRAILER-ID
           MOVE WS-TRL-OUT-COUNT  TO CHT-RECORD-COUNT
           MOVE WS-TRL-OUT-HASH   TO CHT-KEY-HASH
           WRITE AIN-CHURN-TRAILER.

       9000-TERMINATE.
           CLOSE AIN-HISTORY-KSDS
           CLOSE AUDIT-KSDS-FILE
           CLOSE CHURN-FILE
           CLOSE CHURN-REPORT
           DISPLAY 'AINCHRN1 HISTORY RECORDS READ: ' WS-HIST-READ
           DISPLAY 'AINCHRN1 CHANGES IN WINDOW:    '
               WS-HIST-IN-WINDOW
           DISPLAY 'AINCHRN1 RUN DATES IN WINDOW:  ' WS-RD-COUNT
           DISPLAY 'AINCHRN1 FAN-IN GROUPS:        ' WS-FAN-COUNT
           DISPLAY 'AINCHRN1 SUBJECT IDS ANALYZED: '
               WS-SUBJECTS-ANALYZED
           DISPLAY 'AINCHRN1 SUBJECT IDS FLAGGED:  '
               WS-SUBJECTS-FLAGGED
           DISPLAY 'AINCHRN1 RUN-DATE SPIKES:      ' WS-VOL-SPIKES.
