       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CHGDLT1.
       AUTHOR.        ADDRESS-REVIEW-SYSTEMS.
      *REMARKS.       DAILY SUBJECT CHANGE-DELTA EXTRACT.
      *                THE DOWNSTREAM SUBJECT BASE, THE PIN MASTER
      *                OWNER AND THE MAILING HOUSE TOOK THE FULL
      *                STANDARDIZED EXTRACT EVERY NIGHT AND DIFFED IT
      *                THEMSELVES, BECAUSE NOTHING SAID WHAT THE SHOP
      *                HAD ACTUALLY CHANGED THAT DAY. THIS STEP RUNS
      *                AFTER THE DAY'S POSTING STEPS AND WRITES ONE
      *                CHGDELTA RECORD PER SUBJECT THAT CHANGED ON THE
      *                BUSINESS DATE (SEE CHGDLT.CPY), GATHERED FROM:
      *                  ADDRCORR -- APPROVED CLASSIFICATION
      *                  CORRECTIONS ('C') AND NCOA MOVES POSTED ('M')
      *                  WHOSE APPROVAL (OR, FOR A MOVE, POSTING) DATE
      *                  FALLS AFTER THE PRIOR BUSINESS DATE AND ON OR
      *                  BEFORE THIS ONE, SO A CORRECTION APPROVED OVER
      *                  A WEEKEND OR HOLIDAY IS PICKED UP BY THE NEXT
      *                  NIGHT'S RUN;
      *                  AINHIST -- THE APPENDED AIN HISTORY, TAKING
      *                  ONLY THE CHANGES FROM PROVIDER BATCHES THE
      *                  FRONT DOOR ACCEPTED ON THIS BUSINESS DATE
      *                  (THEIR AH-PROC-START-DT/TM MATCHES A FEEDREG
      *                  ENTRY WITH FR-ACCEPT-DT = THE RUN DATE -- SEE
      *                  FEEDREG.CPY), SPREAD TO EVERY SEQUENCE OF THE
      *                  SUBJECT ID ON AUDITKS;
      *                  NIXHIST -- NIXIEPR1'S NEW GENERATION, TAKING
      *                  ONLY THE RETURNS POSTED ON THIS BUSINESS DATE;
      *                  HSEXREF AND HSEXREFP -- TONIGHT'S AND THE
      *                  PRIOR NIGHT'S HOUSEHOLD CROSS-REFERENCE, FOR
      *                  LINKS GAINED OR LOST;
      *                  DINDISP -- DINS APPLIED BY DINAPLY1.
      *                EVERY CHANGE IS RELEASED AS ONE EVENT TO AN
      *                INTERNAL SORT ON SUBJECT, KIND AND DATE/TIME
      *                (SAME SORT-PROCEDURE STYLE AS DOSSIER1); THE
      *                OUTPUT PROCEDURE FOLDS EACH SUBJECT'S EVENTS
      *                INTO ONE RECORD CARRYING THE NET BEFORE/AFTER
      *                VALUES. A SUBJECT WHOSE ONLY EVENTS ARE ITS
      *                HOUSEHOLD LINK ON BOTH NIGHTS HAS NOT CHANGED
      *                AND IS NOT WRITTEN.
      *                THE NIXHIST AND BOTH HSEXREF TRAILERS ARE
      *                VERIFIED AT END OF FILE (NINE-DIGIT TRUNCATED
      *                COMPARE); ADDRCORR, AINHIST AND DINDISP CARRY
      *                NO TRAILERS. CHGDELTA IS SEALED WITH ITS OWN
      *                TRAILER EVEN ON A NIGHT WITH NO CHANGES. THE
      *                RUNSTAT RECORD COUNTS EVENTS IN, SUBJECTS
      *                WRITTEN (CHGDELTA) AND EVENTS FOLDED INTO A
      *                SUBJECT ALREADY WRITTEN OR NETTED OUT
      *                (CHGMERGD), SO FLOWBAL1 CAN PROVE EVERY EVENT
      *                WAS ACCOUNTED FOR. THE BUSINESS DATE COMES FROM
      *                THE CYCLDATE CONTROL FILE AND THE STEP ABENDS
      *                UNLESS CYCLEND1 HAS OPENED THAT DATE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-KSDS-FILE
               ASSIGN TO AUDITKS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AK-AUDIT-KEY
               ALTERNATE RECORD KEY IS AK-SUBJECT-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-KSDS-FILE-STATUS.

           SELECT CORR-TRAIL-FILE      ASSIGN TO ADDRCORR
               ORGANIZATION IS SEQUENTIAL.

           SELECT AIN-HISTORY-FILE     ASSIGN TO AINHIST
               ORGANIZATION IS SEQUENTIAL.

           SELECT FEED-REG-FILE        ASSIGN TO FEEDREG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REG-FILE-STATUS.

           SELECT NIXHIST-FILE         ASSIGN TO NIXHIST
               ORGANIZATION IS SEQUENTIAL.

           SELECT HOUSEHOLD-XREF-FILE  ASSIGN TO HSEXREF
               ORGANIZATION IS SEQUENTIAL.

           SELECT PRIOR-XREF-FILE      ASSIGN TO HSEXREFP
               ORGANIZATION IS SEQUENTIAL.

           SELECT DISPOSITION-FILE     ASSIGN TO DINDISP
               ORGANIZATION IS SEQUENTIAL.

           SELECT CHANGE-DELTA-FILE    ASSIGN TO CHGDELTA
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-STAT-FILE        ASSIGN TO RUNSTAT
               ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-WORK-FILE       ASSIGN TO SORTWK01.

           SELECT CYCLE-DATE-FILE      ASSIGN TO CYCLDATE
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-KSDS-FILE.
       COPY "auditks.cpy".

      *    THE TRAIL MIXES THE ORIGINAL 24-BYTE RECORDS WITH THE
      *    EXTENDED 167-BYTE FORM (SEE ADDRCORR.CPY); A SHORT RECORD
      *    IS NORMALIZED IN 2210-DEFAULT-PRE-EXTENSION, SAME AS
      *    DOSSIER1.
       FD  CORR-TRAIL-FILE
           RECORDING MODE IS V
           RECORD IS VARYING IN SIZE FROM 24 TO 167
               CHARACTERS DEPENDING ON WS-CORR-REC-LEN.
       COPY "addrcorr.cpy".

       FD  AIN-HISTORY-FILE
           RECORD CONTAINS 22 CHARACTERS.
       COPY "ainhist.cpy".

       FD  FEED-REG-FILE
           RECORD CONTAINS 41 CHARACTERS.
       COPY "feedreg.cpy".

       FD  NIXHIST-FILE
           RECORD CONTAINS 24 CHARACTERS.
       COPY "nixhist.cpy".

       FD  HOUSEHOLD-XREF-FILE
           RECORD CONTAINS 13 CHARACTERS.
       COPY "hsexref.cpy".

      *    THE PRIOR NIGHT'S GENERATION IS READ AS A RAW IMAGE AND
      *    DECODED THROUGH HOUSEHOLD-XREF-RECORD ONCE TONIGHT'S FILE
      *    HAS BEEN READ OUT, SO THE TWO NEVER NEED THE SAME NAMES.
       FD  PRIOR-XREF-FILE
           RECORD CONTAINS 13 CHARACTERS.
       01  PRIOR-XREF-IMAGE            PIC X(13).

       FD  DISPOSITION-FILE
           RECORD CONTAINS 19 CHARACTERS.
       COPY "dindisp.cpy".

       FD  CHANGE-DELTA-FILE
           RECORD CONTAINS 204 CHARACTERS.
       COPY "chgdlt.cpy".

       FD  RUN-STAT-FILE
           RECORD CONTAINS 101 CHARACTERS.
       COPY "runstat.cpy".

      *    ONE EVENT PER CHANGE, SORTED INTO SUBJECT ORDER WITH EACH
      *    SUBJECT'S EVENTS GROUPED BY KIND AND IN DATE/TIME ORDER
      *    WITHIN THE KIND. ONLY THE VALUE FIELDS OF THE EVENT'S OWN
      *    KIND ARE SET. A HOUSEHOLD EVENT IS ONE NIGHT'S LINK, TAGGED
      *    WITH THE NIGHT IT CAME FROM.
       SD  SORT-WORK-FILE.
       01  CHANGE-SORT-RECORD.
           05  CS-SUBJ-ID-NB           PIC S9(04) COMP.
           05  CS-SUBJ-SEQ-NB          PIC S9(04) COMP.
           05  CS-CHANGE-KIND          PIC X(01).
               88  CS-KIND-CLASS       VALUE 'C'.
               88  CS-KIND-MOVE        VALUE 'M'.
               88  CS-KIND-AIN         VALUE 'A'.
               88  CS-KIND-RETURN      VALUE 'R'.
               88  CS-KIND-HOUSEHOLD   VALUE 'H'.
               88  CS-KIND-DIN         VALUE 'D'.
           05  CS-EVENT-DT             PIC X(08).
           05  CS-EVENT-TM             PIC X(06).
           05  CS-OLD-ADDR-QTY         PIC X(01).
           05  CS-NEW-ADDR-QTY         PIC X(01).
           05  CS-OLD-ADDR-LINE1       PIC X(60).
           05  CS-NEW-ADDR-LINE1       PIC X(60).
           05  CS-OLD-AIN              PIC S9(09) COMP.
           05  CS-NEW-AIN              PIC S9(09) COMP.
           05  CS-RETURN-REASON        PIC X(02).
           05  CS-RETURN-DT            PIC X(08).
           05  CS-HOUSEHOLD-ID         PIC S9(07) COMP-3.
           05  CS-HH-NIGHT             PIC X(01).
               88  CS-HH-PRIOR-NIGHT   VALUE 'P'.
               88  CS-HH-TONIGHT       VALUE 'T'.
           05  CS-DIN                  PIC S9(18) COMP.
           05  CS-DIN-SUBJ-ID-NB       PIC S9(04) COMP.
           05  CS-DIN-SUBJ-SEQ-NB      PIC S9(04) COMP.

       FD  CYCLE-DATE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY "cycdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-CORR-EOF-SW         PIC X(01) VALUE 'N'.
               88  WS-CORR-EOF        VALUE 'Y'.
           05  WS-AINH-EOF-SW         PIC X(01) VALUE 'N'.
               88  WS-AINH-EOF        VALUE 'Y'.
           05  WS-REG-EOF-SW          PIC X(01) VALUE 'N'.
               88  WS-REG-EOF         VALUE 'Y'.
           05  WS-REG-FILE-STATUS     PIC X(02) VALUE '00'.
           05  WS-BATCH-TONIGHT-SW    PIC X(01) VALUE 'N'.
               88  WS-BATCH-TONIGHT   VALUE 'Y' FALSE 'N'.
           05  WS-HIST-EOF-SW         PIC X(01) VALUE 'N'.
               88  WS-HIST-EOF        VALUE 'Y'.
           05  WS-HSX-EOF-SW          PIC X(01) VALUE 'N'.
               88  WS-HSX-EOF         VALUE 'Y'.
           05  WS-PSX-EOF-SW          PIC X(01) VALUE 'N'.
               88  WS-PSX-EOF         VALUE 'Y'.
           05  WS-DISP-EOF-SW         PIC X(01) VALUE 'N'.
               88  WS-DISP-EOF        VALUE 'Y'.
           05  WS-SORT-EOF-SW         PIC X(01) VALUE 'N'.
               88  WS-SORT-EOF        VALUE 'Y'.
           05  WS-KSDS-FILE-STATUS    PIC X(02) VALUE '00'.
           05  WS-SUBJ-DONE-SW        PIC X(01) VALUE 'N'.
               88  WS-SUBJ-DONE       VALUE 'Y' FALSE 'N'.
           05  WS-AIN-SPREAD-SW       PIC X(01) VALUE 'N'.
               88  WS-AIN-SPREAD      VALUE 'Y' FALSE 'N'.
           05  WS-HH-PRIOR-SW         PIC X(01) VALUE 'N'.
               88  WS-HH-ON-PRIOR     VALUE 'Y' FALSE 'N'.
           05  WS-HH-TONIGHT-SW       PIC X(01) VALUE 'N'.
               88  WS-HH-ON-TONIGHT   VALUE 'Y' FALSE 'N'.

       01  WS-COUNTERS.
           05  WS-CORR-READ           PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-AIN-READ            PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-AIN-EARLIER         PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-RETURNS-READ        PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-XREF-READ           PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-PRIOR-XREF-READ     PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-DISP-READ           PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-AIN-UNSPREAD        PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-EVENTS-RELEASED     PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-DELTAS-WRITTEN      PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-EVENTS-MERGED       PIC S9(09) COMP-3 VALUE ZERO.
      *    THE CURRENT SUBJECT'S EVENTS, AND ITS CHANGES -- EVERY
      *    EVENT BUT THE HOUSEHOLD ONES, PLUS ONE FOR A LINK GAINED
      *    OR LOST.
           05  WS-SUBJ-EVENTS         PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-SUBJ-CHANGES        PIC S9(05) COMP-3 VALUE ZERO.

      *    BUSINESS DATES FROM THE CYCLDATE CONTROL RECORD -- THE
      *    ADDRCORR WINDOW RUNS FROM THE DAY AFTER THE PRIOR BUSINESS
      *    DATE THROUGH THE RUN DATE.
       01  WS-RUN-DT                  PIC X(08) VALUE SPACES.
       01  WS-PRIOR-BUS-DT            PIC X(08) VALUE SPACES.
       01  WS-CORR-EVENT-DT           PIC X(08) VALUE SPACES.
       01  WS-CORR-EVENT-TM           PIC X(06) VALUE SPACES.

      *    THE BATCHES THE FRONT DOOR ACCEPTED ON THIS BUSINESS DATE,
      *    LOADED FROM FEEDREG AT STARTUP AND SEARCHED SERIALLY BY AIN
      *    HISTORY'S BATCH STAMP -- SAME DISCIPLINE AS AUDEDIT1'S
      *    REGISTRY TABLE; THE LOAD ABENDS IF THE NIGHT'S BATCHES EVER
      *    OUTGROW THE TABLE SO THE CEILING CANNOT TRUNCATE SILENTLY.
       01  WS-TONIGHT-BATCH-TABLE.
           05  WS-TB-ENTRY-COUNT      PIC S9(04) COMP VALUE ZERO.
           05  WS-TB-ENTRY OCCURS 200 TIMES.
               10  WS-TB-PROC-START-DT PIC X(08).
               10  WS-TB-PROC-START-TM PIC X(04).

       01  WS-TB-IDX                  PIC S9(04) COMP VALUE ZERO.

      *    LENGTH OF THE CORRECTION RECORD JUST READ -- A LENGTH UNDER
      *    167 MARKS A PRE-EXTENSION RECORD.
       01  WS-CORR-REC-LEN            PIC 9(05) COMP VALUE ZERO.

      *    THE SUBJECT ID BEING SPREAD ACROSS ITS SEQUENCES, AND ITS
      *    RAW BINARY IMAGE FOR THE KSDS ALTERNATE-PATH BROWSE -- SAME
      *    REDEFINES TECHNIQUE AS DOSSIER1.
       01  WS-TARGET-KEY-WORK.
           05  WS-TK-SUBJ-ID-BIN      PIC S9(04) COMP VALUE ZERO.
           05  WS-TK-SUBJ-SEQ-BIN     PIC S9(04) COMP VALUE ZERO.
       01  WS-TARGET-KEY-X REDEFINES WS-TARGET-KEY-WORK
                                      PIC X(04).

       01  WS-HALF-WORK.
           05  WS-HALF-BIN            PIC S9(04) COMP VALUE ZERO.
       01  WS-HALF-X REDEFINES WS-HALF-WORK
                                      PIC X(02).

       01  WS-LAST-SEQ-NB             PIC S9(04) COMP VALUE ZERO.

      *    THE HOUSEHOLD THE CURRENT SUBJECT WAS LINKED TO ON EACH
      *    NIGHT.
       01  WS-HH-PRIOR-ID             PIC S9(07) COMP-3 VALUE ZERO.
       01  WS-HH-TONIGHT-ID           PIC S9(07) COMP-3 VALUE ZERO.

      *    THE SUBJECT WHOSE DELTA IS BEING BUILT.
       01  WS-PRIOR-SUBJ-KEY.
           05  WS-PR-SUBJ-ID-NB       PIC S9(04) COMP VALUE -1.
           05  WS-PR-SUBJ-SEQ-NB      PIC S9(04) COMP VALUE -1.

      *    CONTROL-TRAILER ACCOUNTING -- ONE SET PER VERIFIED INPUT
      *    PLUS THE DELTA'S OUTBOUND TOTALS.
       01  WS-TRAILER-CONTROL.
           05  WS-TRL-OUT-COUNT       PIC S9(18) COMP VALUE ZERO.
           05  WS-TRL-OUT-HASH        PIC S9(18) COMP VALUE ZERO.

       01  WS-HIST-TRAILER-CONTROL.
           05  WS-HTL-SEEN-SW         PIC X(01) VALUE 'N'.
               88  WS-HTL-SEEN        VALUE 'Y'.
           05  WS-HTL-EXPECTED-COUNT  PIC S9(18) COMP VALUE ZERO.
           05  WS-HTL-EXPECTED-HASH   PIC S9(18) COMP VALUE ZERO.
           05  WS-HTL-ACTUAL-COUNT    PIC S9(18) COMP VALUE ZERO.
           05  WS-HTL-ACTUAL-HASH     PIC S9(18) COMP VALUE ZERO.
           05  WS-HTL-EXPECTED-TRUNC  PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-HTL-ACTUAL-TRUNC    PIC S9(09) COMP-3 VALUE ZERO.

       01  WS-HSX-TRAILER-CONTROL.
           05  WS-XTL-SEEN-SW         PIC X(01) VALUE 'N'.
               88  WS-XTL-SEEN        VALUE 'Y'.
           05  WS-XTL-EXPECTED-COUNT  PIC S9(18) COMP VALUE ZERO.
           05  WS-XTL-EXPECTED-HASH   PIC S9(18) COMP VALUE ZERO.
           05  WS-XTL-ACTUAL-COUNT    PIC S9(18) COMP VALUE ZERO.
           05  WS-XTL-ACTUAL-HASH     PIC S9(18) COMP VALUE ZERO.
           05  WS-XTL-EXPECTED-TRUNC  PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-XTL-ACTUAL-TRUNC    PIC S9(09) COMP-3 VALUE ZERO.

       01  WS-PSX-TRAILER-CONTROL.
           05  WS-PTL-SEEN-SW         PIC X(01) VALUE 'N'.
               88  WS-PTL-SEEN        VALUE 'Y'.
           05  WS-PTL-EXPECTED-COUNT  PIC S9(18) COMP VALUE ZERO.
           05  WS-PTL-EXPECTED-HASH   PIC S9(18) COMP VALUE ZERO.
           05  WS-PTL-ACTUAL-COUNT    PIC S9(18) COMP VALUE ZERO.
           05  WS-PTL-ACTUAL-HASH     PIC S9(18) COMP VALUE ZERO.
           05  WS-PTL-EXPECTED-TRUNC  PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-PTL-ACTUAL-TRUNC    PIC S9(09) COMP-3 VALUE ZERO.

      *    RUN-STATISTICS STAMPS -- ACCEPT FROM TIME RETURNS HHMMSSHH;
      *    ONLY THE FIRST SIX BYTES RIDE TO THE RUNSTAT RECORD.
       01  WS-RS-START-TM-RAW             PIC X(08) VALUE SPACES.
       01  WS-RS-END-TM-RAW               PIC X(08) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY CS-SUBJ-ID-NB
                                CS-SUBJ-SEQ-NB
                                CS-CHANGE-KIND
                                CS-EVENT-DT
                                CS-EVENT-TM
               INPUT PROCEDURE IS 2000-GATHER-CHANGES
               OUTPUT PROCEDURE IS 6000-BUILD-DELTA
           PERFORM 9000-TERMINATE
           STOP RUN.

      *    THE KSDS IS OPENED INPUT -- IT IS ONLY BROWSED TO FIND THE
      *    SEQUENCES AN AIN CHANGE APPLIES TO.
       1000-INITIALIZE.
           PERFORM 1050-READ-CYCLE-DATE
           ACCEPT WS-RS-START-TM-RAW FROM TIME
           PERFORM 1300-LOAD-TONIGHT-BATCHES
           OPEN INPUT AUDIT-KSDS-FILE
           IF WS-KSDS-FILE-STATUS NOT = '00'
               DISPLAY 'CHGDLT1 ABEND - CANNOT OPEN AUDITKS, '
                   'STATUS ' WS-KSDS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT  CORR-TRAIL-FILE
           OPEN INPUT  AIN-HISTORY-FILE
           OPEN INPUT  NIXHIST-FILE
           OPEN INPUT  HOUSEHOLD-XREF-FILE
           OPEN INPUT  PRIOR-XREF-FILE
           OPEN INPUT  DISPOSITION-FILE
           OPEN OUTPUT CHANGE-DELTA-FILE.

      *    THE BUSINESS DATE IS TAKEN FROM THE CYCLDATE CONTROL RECORD
      *    AND THE STEP REFUSES TO RUN UNLESS THAT DATE IS OPEN.
       1050-READ-CYCLE-DATE.
           OPEN INPUT CYCLE-DATE-FILE
           READ CYCLE-DATE-FILE
               AT END
                   MOVE SPACES TO CYCLE-DATE-RECORD
           END-READ
           IF NOT CD-CONTROL-REC
               DISPLAY 'CHGDLT1 ABEND - NO CONTROL RECORD AT THE HEAD '
                   'OF CYCLDATE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT CD-CYCLE-OPEN
               DISPLAY 'CHGDLT1 ABEND - BUSINESS DATE '
                   CD-CURRENT-BUS-DT ' IS NOT OPEN'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE CD-CURRENT-BUS-DT TO WS-RUN-DT
           MOVE CD-PRIOR-BUS-DT   TO WS-PRIOR-BUS-DT
           CLOSE CYCLE-DATE-FILE.

      *    CONTROL-TRAILER RECORDS ARE TALLIED AND SKIPPED BY THE
      *    READ PARAGRAPHS; THE ACTUAL TALLIES COME FROM THE DATA
      *    RECORDS.
      *    FEEDREG IS WRITTEN BY THE FRONT DOOR EVERY NIGHT BEFORE
      *    THIS STEP RUNS, SO A MISSING REGISTRY IS A JCL ERROR, NOT
      *    A NIGHT WITHOUT AIN CHANGES.
       1300-LOAD-TONIGHT-BATCHES.
           OPEN INPUT FEED-REG-FILE
           IF WS-REG-FILE-STATUS NOT = '00'
               DISPLAY 'CHGDLT1 ABEND - CANNOT OPEN FEEDREG, '
                   'STATUS ' WS-REG-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1350-LOAD-ONE-REGISTRATION UNTIL WS-REG-EOF
           CLOSE FEED-REG-FILE.

       1350-LOAD-ONE-REGISTRATION.
           READ FEED-REG-FILE
               AT END
                   SET WS-REG-EOF TO TRUE
               NOT AT END
                   IF FR-ACCEPT-DT = WS-RUN-DT
                       IF WS-TB-ENTRY-COUNT >= 200
                           DISPLAY 'CHGDLT1 ABEND - FEEDREG HOLDS MORE '
                               'THAN 200 BATCHES FOR ' WS-RUN-DT
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-TB-ENTRY-COUNT
                       MOVE FR-PROC-START-DT
                           TO WS-TB-PROC-START-DT (WS-TB-ENTRY-COUNT)
                       MOVE FR-PROC-START-TM
                           TO WS-TB-PROC-START-TM (WS-TB-ENTRY-COUNT)
                   END-IF
           END-READ.

       1930-READ-NIXHIST.
           PERFORM 1935-READ-HIST-ONCE
           PERFORM UNTIL WS-HIST-EOF OR NOT NHT-TRAILER-PRESENT
               SET WS-HTL-SEEN TO TRUE
               ADD NHT-RECORD-COUNT TO WS-HTL-EXPECTED-COUNT
               ADD NHT-KEY-HASH     TO WS-HTL-EXPECTED-HASH
               PERFORM 1935-READ-HIST-ONCE
           END-PERFORM
           IF NOT WS-HIST-EOF
               ADD 1                  TO WS-HTL-ACTUAL-COUNT
               ADD NH-SRC-SUBJ-ID-NB  TO WS-HTL-ACTUAL-HASH
               ADD NH-SRC-SUBJ-SEQ-NB TO WS-HTL-ACTUAL-HASH
           END-IF.

       1935-READ-HIST-ONCE.
           READ NIXHIST-FILE
               AT END
                   SET WS-HIST-EOF TO TRUE
           END-READ.

       1970-READ-HOUSEHOLD-XREF.
           PERFORM 1975-READ-HSX-ONCE
           PERFORM UNTIL WS-HSX-EOF OR NOT HXT-TRAILER-PRESENT
               SET WS-XTL-SEEN TO TRUE
               ADD HXT-RECORD-COUNT TO WS-XTL-EXPECTED-COUNT
               ADD HXT-KEY-HASH     TO WS-XTL-EXPECTED-HASH
               PERFORM 1975-READ-HSX-ONCE
           END-PERFORM
           IF NOT WS-HSX-EOF
               ADD 1                  TO WS-XTL-ACTUAL-COUNT
               ADD HX-SRC-SUBJ-ID-NB  TO WS-XTL-ACTUAL-HASH
               ADD HX-SRC-SUBJ-SEQ-NB TO WS-XTL-ACTUAL-HASH
           END-IF.

       1975-READ-HSX-ONCE.
           READ HOUSEHOLD-XREF-FILE
               AT END
                   SET WS-HSX-EOF TO TRUE
           END-READ.

      *    THE PRIOR NIGHT'S IMAGE IS LAID OVER HOUSEHOLD-XREF-RECORD
      *    -- TONIGHT'S FILE IS AT END BY NOW -- AND DECODED THROUGH
      *    THE SAME NAMES.
       1980-READ-PRIOR-XREF.
           PERFORM 1985-READ-PSX-ONCE
           PERFORM UNTIL WS-PSX-EOF OR NOT HXT-TRAILER-PRESENT
               SET WS-PTL-SEEN TO TRUE
               ADD HXT-RECORD-COUNT TO WS-PTL-EXPECTED-COUNT
               ADD HXT-KEY-HASH     TO WS-PTL-EXPECTED-HASH
               PERFORM 1985-READ-PSX-ONCE
           END-PERFORM
           IF NOT WS-PSX-EOF
               ADD 1                  TO WS-PTL-ACTUAL-COUNT
               ADD HX-SRC-SUBJ-ID-NB  TO WS-PTL-ACTUAL-HASH
               ADD HX-SRC-SUBJ-SEQ-NB TO WS-PTL-ACTUAL-HASH
           END-IF.

       1985-READ-PSX-ONCE.
           READ PRIOR-XREF-FILE
               AT END
                   SET WS-PSX-EOF TO TRUE
               NOT AT END
                   MOVE PRIOR-XREF-IMAGE TO HOUSEHOLD-XREF-RECORD
           END-READ.

      *****************************************************************
      *    SORT INPUT PROCEDURE -- ONE PASS PER SOURCE, RELEASING ONE
      *    EVENT FOR EVERY CHANGE THAT BELONGS TO THIS BUSINESS DATE.
      *****************************************************************
       2000-GATHER-CHANGES.
           PERFORM 2200-SCAN-CORR-TRAIL    UNTIL WS-CORR-EOF
           PERFORM 2300-SCAN-AIN-HISTORY   UNTIL WS-AINH-EOF
           PERFORM 1930-READ-NIXHIST
           PERFORM 2400-SCAN-NIXHIST       UNTIL WS-HIST-EOF
           PERFORM 9810-VERIFY-HIST-TRAILER
           PERFORM 1970-READ-HOUSEHOLD-XREF
           PERFORM 2500-SCAN-HOUSEHOLD-XREF UNTIL WS-HSX-EOF
           PERFORM 9820-VERIFY-HSX-TRAILER
           PERFORM 1980-READ-PRIOR-XREF
           PERFORM 2550-SCAN-PRIOR-XREF    UNTIL WS-PSX-EOF
           PERFORM 9830-VERIFY-PSX-TRAILER
           PERFORM 2600-SCAN-DISPOSITIONS  UNTIL WS-DISP-EOF.

       2200-SCAN-CORR-TRAIL.
           READ CORR-TRAIL-FILE
               AT END
                   SET WS-CORR-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CORR-READ
                   IF WS-CORR-REC-LEN < 167
                       PERFORM 2210-DEFAULT-PRE-EXTENSION
                   END-IF
                   PERFORM 2220-SELECT-CORRECTION
           END-READ.

      *    A PRE-EXTENSION RECORD ENDS AT AC-CORR-TERMID -- IT CAN
      *    ONLY BE AN ONLINE CLASSIFICATION CORRECTION, SO THE TYPE,
      *    THE ADDRESS LINES AND THE APPROVER FIELDS ARE SPACE-FILLED
      *    (SAME AS DOSSIER1).
       2210-DEFAULT-PRE-EXTENSION.
           MOVE SPACES TO AC-CORR-TYPE
           MOVE SPACES TO AC-OLD-ADDR-LINE1
           MOVE SPACES TO AC-NEW-ADDR-LINE1
           MOVE SPACES TO AC-APPR-OPER-ID
           MOVE SPACES TO AC-APPR-DT
           MOVE SPACES TO AC-APPR-TM.

      *    A CLASSIFICATION CORRECTION TAKES EFFECT WHEN IT IS
      *    APPROVED; ONE WITH NO APPROVAL ON IT (A PRE-EXTENSION
      *    RECORD) AND AN NCOA MOVE, WHICH NCOAAPL1 POSTS DIRECTLY,
      *    ARE DATED BY THEIR CORRECTION DATE.
       2220-SELECT-CORRECTION.
           IF AC-TYPE-CLASSIFICATION
              AND AC-APPR-DT NOT = SPACES
               MOVE AC-APPR-DT TO WS-CORR-EVENT-DT
               MOVE AC-APPR-TM TO WS-CORR-EVENT-TM
           ELSE
               MOVE AC-CORR-DT TO WS-CORR-EVENT-DT
               MOVE AC-CORR-TM TO WS-CORR-EVENT-TM
           END-IF
           IF WS-CORR-EVENT-DT > WS-PRIOR-BUS-DT
              AND WS-CORR-EVENT-DT NOT > WS-RUN-DT
               PERFORM 3700-CLEAR-EVENT
               MOVE AC-SRC-SUBJ-ID-NB  TO CS-SUBJ-ID-NB
               MOVE AC-SRC-SUBJ-SEQ-NB TO CS-SUBJ-SEQ-NB
               MOVE WS-CORR-EVENT-DT   TO CS-EVENT-DT
               MOVE WS-CORR-EVENT-TM   TO CS-EVENT-TM
               IF AC-TYPE-NCOA-MOVE
                   SET CS-KIND-MOVE TO TRUE
                   MOVE AC-OLD-ADDR-LINE1 TO CS-OLD-ADDR-LINE1
                   MOVE AC-NEW-ADDR-LINE1 TO CS-NEW-ADDR-LINE1
               ELSE
                   SET CS-KIND-CLASS TO TRUE
                   MOVE AC-OLD-ADDR-QTY   TO CS-OLD-ADDR-QTY
                   MOVE AC-NEW-ADDR-QTY   TO CS-NEW-ADDR-QTY
               END-IF
               PERFORM 3800-RELEASE-EVENT
           END-IF.

      *    AIN HISTORY IS THE WHOLE APPENDED RECORD OF AIN CHANGES;
      *    ONLY A CHANGE FROM A BATCH ACCEPTED TONIGHT BELONGS TO THIS
      *    BUSINESS DATE. IT CARRIES ONLY THE SUBJECT ID -- THE CHANGE
      *    IS RELEASED ONCE FOR EVERY SEQUENCE OF THAT ID ON AUDITKS.
       2300-SCAN-AIN-HISTORY.
           READ AIN-HISTORY-FILE
               AT END
                   SET WS-AINH-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-AIN-READ
                   PERFORM 2310-CHECK-TONIGHT-BATCH
                   IF WS-BATCH-TONIGHT
                       PERFORM 2350-SPREAD-AIN-CHANGE
                   ELSE
                       ADD 1 TO WS-AIN-EARLIER
                   END-IF
           END-READ.

       2310-CHECK-TONIGHT-BATCH.
           SET WS-BATCH-TONIGHT TO FALSE
           PERFORM VARYING WS-TB-IDX FROM 1 BY 1
                   UNTIL WS-TB-IDX > WS-TB-ENTRY-COUNT
                      OR WS-BATCH-TONIGHT
               IF WS-TB-PROC-START-DT (WS-TB-IDX) = AH-PROC-START-DT
                  AND WS-TB-PROC-START-TM (WS-TB-IDX)
                                         = AH-PROC-START-TM
                   SET WS-BATCH-TONIGHT TO TRUE
               END-IF
           END-PERFORM.

      *    THE ALTERNATE PATH IS POSITIONED AT SEQUENCE ZERO OF THE ID
      *    AND READ FORWARD WHILE THE ID HOLDS. A SEQUENCE IS KEYED
      *    ONCE PER DIN, SO ONLY THE FIRST RECORD OF EACH SEQUENCE
      *    RELEASES AN EVENT. AN ID NO LONGER ON AUDITKS IS RELEASED
      *    ONCE WITH SEQUENCE ZERO.
       2350-SPREAD-AIN-CHANGE.
           MOVE AH-SRC-SUBJ-ID-NB TO WS-TK-SUBJ-ID-BIN
           MOVE ZERO              TO WS-TK-SUBJ-SEQ-BIN
           MOVE WS-TARGET-KEY-X   TO AK-SUBJECT-KEY
           MOVE -1                TO WS-LAST-SEQ-NB
           SET WS-SUBJ-DONE  TO FALSE
           SET WS-AIN-SPREAD TO FALSE
           START AUDIT-KSDS-FILE
               KEY IS NOT LESS THAN AK-SUBJECT-KEY
               INVALID KEY
                   SET WS-SUBJ-DONE TO TRUE
           END-START
           IF NOT WS-SUBJ-DONE
               PERFORM 2360-READ-NEXT-SEQUENCE
           END-IF
           PERFORM 2370-RELEASE-AIN-SEQUENCE
               UNTIL WS-SUBJ-DONE
           IF NOT WS-AIN-SPREAD
               ADD 1 TO WS-AIN-UNSPREAD
               MOVE ZERO TO WS-HALF-BIN
               PERFORM 2380-RELEASE-AIN-EVENT
           END-IF.

       2360-READ-NEXT-SEQUENCE.
           READ AUDIT-KSDS-FILE NEXT RECORD
               AT END
                   SET WS-SUBJ-DONE TO TRUE
           END-READ
           IF NOT WS-SUBJ-DONE
              AND AK-SUBJ-ID-NB NOT = WS-TARGET-KEY-X (1:2)
               SET WS-SUBJ-DONE TO TRUE
           END-IF.

       2370-RELEASE-AIN-SEQUENCE.
           MOVE AK-SUBJ-SEQ-NB TO WS-HALF-X
           IF WS-HALF-BIN NOT = WS-LAST-SEQ-NB
               MOVE WS-HALF-BIN TO WS-LAST-SEQ-NB
               SET WS-AIN-SPREAD TO TRUE
               PERFORM 2380-RELEASE-AIN-EVENT
           END-IF
           PERFORM 2360-READ-NEXT-SEQUENCE.

       2380-RELEASE-AIN-EVENT.
           PERFORM 3700-CLEAR-EVENT
           SET CS-KIND-AIN TO TRUE
           MOVE AH-SRC-SUBJ-ID-NB TO CS-SUBJ-ID-NB
           MOVE WS-HALF-BIN       TO CS-SUBJ-SEQ-NB
           MOVE AH-PROC-START-DT  TO CS-EVENT-DT
           MOVE AH-PROC-START-TM  TO CS-EVENT-TM
           MOVE AH-SRC-AIN        TO CS-OLD-AIN
           MOVE AH-AIN-FROM-NAS   TO CS-NEW-AIN
           PERFORM 3800-RELEASE-EVENT.

      *    THE HISTORY CARRIES EVERY RETURN IN THE WINDOW; ONLY THE
      *    ONES NIXIEPR1 POSTED ON THIS BUSINESS DATE ARE NEW.
       2400-SCAN-NIXHIST.
           ADD 1 TO WS-RETURNS-READ
           IF NH-PROC-DT = WS-RUN-DT
               PERFORM 3700-CLEAR-EVENT
               SET CS-KIND-RETURN TO TRUE
               MOVE NH-SRC-SUBJ-ID-NB  TO CS-SUBJ-ID-NB
               MOVE NH-SRC-SUBJ-SEQ-NB TO CS-SUBJ-SEQ-NB
               MOVE NH-RETURN-DT       TO CS-EVENT-DT
               MOVE NH-RETURN-REASON   TO CS-RETURN-REASON
               MOVE NH-RETURN-DT       TO CS-RETURN-DT
               PERFORM 3800-RELEASE-EVENT
           END-IF
           PERFORM 1930-READ-NIXHIST.

      *    EVERY LINK ON EITHER NIGHT IS RELEASED; THE OUTPUT
      *    PROCEDURE KEEPS ONLY THE SUBJECTS LINKED ON ONE NIGHT.
       2500-SCAN-HOUSEHOLD-XREF.
           ADD 1 TO WS-XREF-READ
           PERFORM 3700-CLEAR-EVENT
           SET CS-KIND-HOUSEHOLD TO TRUE
           SET CS-HH-TONIGHT     TO TRUE
           PERFORM 2560-RELEASE-LINK
           PERFORM 1970-READ-HOUSEHOLD-XREF.

       2550-SCAN-PRIOR-XREF.
           ADD 1 TO WS-PRIOR-XREF-READ
           PERFORM 3700-CLEAR-EVENT
           SET CS-KIND-HOUSEHOLD TO TRUE
           SET CS-HH-PRIOR-NIGHT TO TRUE
           PERFORM 2560-RELEASE-LINK
           PERFORM 1980-READ-PRIOR-XREF.

       2560-RELEASE-LINK.
           MOVE HX-SRC-SUBJ-ID-NB  TO CS-SUBJ-ID-NB
           MOVE HX-SRC-SUBJ-SEQ-NB TO CS-SUBJ-SEQ-NB
           MOVE WS-RUN-DT          TO CS-EVENT-DT
           MOVE HX-HOUSEHOLD-ID    TO CS-HOUSEHOLD-ID
           PERFORM 3800-RELEASE-EVENT.

      *    DISPOSITIONS CARRY NO DATE -- AN APPLIED DIN IS DATED WITH
      *    THE BUSINESS DATE DINAPLY1 RAN UNDER.
       2600-SCAN-DISPOSITIONS.
           READ DISPOSITION-FILE
               AT END
                   SET WS-DISP-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-DISP-READ
                   IF DP-APPLIED
                       PERFORM 3700-CLEAR-EVENT
                       SET CS-KIND-DIN TO TRUE
                       MOVE DP-SRC-SUBJ-ID-NB  TO CS-SUBJ-ID-NB
                       MOVE DP-SRC-SUBJ-SEQ-NB TO CS-SUBJ-SEQ-NB
                       MOVE WS-RUN-DT          TO CS-EVENT-DT
                       MOVE DP-DIN             TO CS-DIN
                       MOVE DP-SUBJ-ID-NB      TO CS-DIN-SUBJ-ID-NB
                       MOVE DP-SUBJ-SEQ-NB     TO CS-DIN-SUBJ-SEQ-NB
                       PERFORM 3800-RELEASE-EVENT
                   END-IF
           END-READ.

       3700-CLEAR-EVENT.
           MOVE SPACES TO CHANGE-SORT-RECORD
           MOVE ZERO   TO CS-OLD-AIN
           MOVE ZERO   TO CS-NEW-AIN
           MOVE ZERO   TO CS-HOUSEHOLD-ID
           MOVE ZERO   TO CS-DIN
           MOVE ZERO   TO CS-DIN-SUBJ-ID-NB
           MOVE ZERO   TO CS-DIN-SUBJ-SEQ-NB.

       3800-RELEASE-EVENT.
           RELEASE CHANGE-SORT-RECORD
           ADD 1 TO WS-EVENTS-RELEASED.

      *****************************************************************
      *    SORT OUTPUT PROCEDURE -- ONE DELTA RECORD PER SUBJECT, ITS
      *    EVENTS FOLDED IN AS THEY COME BACK IN KIND AND DATE/TIME
      *    ORDER, SO THE FIRST EVENT OF A KIND GIVES THE BEFORE VALUE
      *    AND THE LAST THE AFTER VALUE.
      *****************************************************************
       6000-BUILD-DELTA.
           PERFORM 6900-RETURN-SORT-RECORD
           PERFORM 6100-FOLD-ONE-EVENT UNTIL WS-SORT-EOF
           IF WS-PR-SUBJ-ID-NB NOT = -1
               PERFORM 6500-WRITE-SUBJECT-DELTA
           END-IF
           PERFORM 9900-WRITE-DELTA-TRAILER.

       6100-FOLD-ONE-EVENT.
           IF CS-SUBJ-ID-NB NOT = WS-PR-SUBJ-ID-NB
              OR CS-SUBJ-SEQ-NB NOT = WS-PR-SUBJ-SEQ-NB
               IF WS-PR-SUBJ-ID-NB NOT = -1
                   PERFORM 6500-WRITE-SUBJECT-DELTA
               END-IF
               MOVE CS-SUBJ-ID-NB  TO WS-PR-SUBJ-ID-NB
               MOVE CS-SUBJ-SEQ-NB TO WS-PR-SUBJ-SEQ-NB
               PERFORM 6050-START-SUBJECT
           END-IF
           ADD 1 TO WS-SUBJ-EVENTS
           EVALUATE TRUE
               WHEN CS-KIND-CLASS
                   PERFORM 6110-FOLD-CLASSIFICATION
               WHEN CS-KIND-MOVE
                   PERFORM 6120-FOLD-MOVE
               WHEN CS-KIND-AIN
                   PERFORM 6130-FOLD-AIN
               WHEN CS-KIND-RETURN
                   PERFORM 6140-FOLD-RETURN
               WHEN CS-KIND-HOUSEHOLD
                   PERFORM 6150-FOLD-HOUSEHOLD
               WHEN CS-KIND-DIN
                   PERFORM 6160-FOLD-DIN
           END-EVALUATE
           PERFORM 6900-RETURN-SORT-RECORD.

       6050-START-SUBJECT.
           MOVE SPACES            TO CHANGE-DELTA-RECORD
           MOVE WS-PR-SUBJ-ID-NB  TO CDL-SRC-SUBJ-ID-NB
           MOVE WS-PR-SUBJ-SEQ-NB TO CDL-SRC-SUBJ-SEQ-NB
           MOVE WS-RUN-DT         TO CDL-BUS-DT
           MOVE 'N'               TO CDL-CLASS-SW
           MOVE 'N'               TO CDL-MOVE-SW
           MOVE 'N'               TO CDL-AIN-SW
           MOVE 'N'               TO CDL-RETURN-SW
           MOVE 'N'               TO CDL-HOUSEHOLD-SW
           MOVE 'N'               TO CDL-DIN-SW
           MOVE ZERO              TO CDL-CHANGE-COUNT
           MOVE ZERO              TO CDL-OLD-AIN
           MOVE ZERO              TO CDL-NEW-AIN
           MOVE ZERO              TO CDL-OLD-HOUSEHOLD-ID
           MOVE ZERO              TO CDL-NEW-HOUSEHOLD-ID
           MOVE ZERO              TO CDL-DIN
           MOVE ZERO              TO CDL-DIN-SUBJ-ID-NB
           MOVE ZERO              TO CDL-DIN-SUBJ-SEQ-NB
           MOVE ZERO              TO CDL-DIN-COUNT
           MOVE ZERO              TO WS-SUBJ-EVENTS
           MOVE ZERO              TO WS-SUBJ-CHANGES
           MOVE ZERO              TO WS-HH-PRIOR-ID
           MOVE ZERO              TO WS-HH-TONIGHT-ID
           SET WS-HH-ON-PRIOR     TO FALSE
           SET WS-HH-ON-TONIGHT   TO FALSE.

       6110-FOLD-CLASSIFICATION.
           IF NOT CDL-CLASS-CHANGED
               MOVE 'Y'             TO CDL-CLASS-SW
               MOVE CS-OLD-ADDR-QTY TO CDL-OLD-ADDR-QTY
           END-IF
           MOVE CS-NEW-ADDR-QTY TO CDL-NEW-ADDR-QTY
           ADD 1 TO WS-SUBJ-CHANGES.

       6120-FOLD-MOVE.
           IF NOT CDL-MOVE-POSTED
               MOVE 'Y'               TO CDL-MOVE-SW
               MOVE CS-OLD-ADDR-LINE1 TO CDL-OLD-ADDR-LINE1
           END-IF
           MOVE CS-NEW-ADDR-LINE1 TO CDL-NEW-ADDR-LINE1
           ADD 1 TO WS-SUBJ-CHANGES.

       6130-FOLD-AIN.
           IF NOT CDL-AIN-CHANGED
               MOVE 'Y'        TO CDL-AIN-SW
               MOVE CS-OLD-AIN TO CDL-OLD-AIN
           END-IF
           MOVE CS-NEW-AIN TO CDL-NEW-AIN
           ADD 1 TO WS-SUBJ-CHANGES.

       6140-FOLD-RETURN.
           MOVE 'Y'              TO CDL-RETURN-SW
           MOVE CS-RETURN-REASON TO CDL-RETURN-REASON
           MOVE CS-RETURN-DT     TO CDL-RETURN-DT
           ADD 1 TO WS-SUBJ-CHANGES.

       6150-FOLD-HOUSEHOLD.
           IF CS-HH-TONIGHT
               SET WS-HH-ON-TONIGHT TO TRUE
               MOVE CS-HOUSEHOLD-ID TO WS-HH-TONIGHT-ID
           ELSE
               SET WS-HH-ON-PRIOR   TO TRUE
               MOVE CS-HOUSEHOLD-ID TO WS-HH-PRIOR-ID
           END-IF.

       6160-FOLD-DIN.
           MOVE 'Y'                TO CDL-DIN-SW
           MOVE CS-DIN             TO CDL-DIN
           MOVE CS-DIN-SUBJ-ID-NB  TO CDL-DIN-SUBJ-ID-NB
           MOVE CS-DIN-SUBJ-SEQ-NB TO CDL-DIN-SUBJ-SEQ-NB
           ADD 1 TO CDL-DIN-COUNT
           ADD 1 TO WS-SUBJ-CHANGES.

      *    A SUBJECT LINKED ON BOTH NIGHTS HAS NOT CHANGED HOUSEHOLD,
      *    WHATEVER NUMBER IT CARRIES. A SUBJECT WITH NO CHANGE LEFT
      *    IS NOT WRITTEN; ALL OF ITS EVENTS COUNT AS NETTED OUT.
       6500-WRITE-SUBJECT-DELTA.
           IF WS-HH-ON-TONIGHT AND NOT WS-HH-ON-PRIOR
               SET CDL-HH-GAINED TO TRUE
               MOVE WS-HH-TONIGHT-ID TO CDL-NEW-HOUSEHOLD-ID
               ADD 1 TO WS-SUBJ-CHANGES
           END-IF
           IF WS-HH-ON-PRIOR AND NOT WS-HH-ON-TONIGHT
               SET CDL-HH-LOST TO TRUE
               MOVE WS-HH-PRIOR-ID TO CDL-OLD-HOUSEHOLD-ID
               ADD 1 TO WS-SUBJ-CHANGES
           END-IF
           IF WS-SUBJ-CHANGES > ZERO
               MOVE WS-SUBJ-CHANGES TO CDL-CHANGE-COUNT
               WRITE CHANGE-DELTA-RECORD
               ADD 1                   TO WS-DELTAS-WRITTEN
               ADD 1                   TO WS-TRL-OUT-COUNT
               ADD CDL-SRC-SUBJ-ID-NB  TO WS-TRL-OUT-HASH
               ADD CDL-SRC-SUBJ-SEQ-NB TO WS-TRL-OUT-HASH
               SUBTRACT 1 FROM WS-SUBJ-EVENTS
           END-IF
           ADD WS-SUBJ-EVENTS TO WS-EVENTS-MERGED.

       6900-RETURN-SORT-RECORD.
           RETURN SORT-WORK-FILE
               AT END
                   SET WS-SORT-EOF TO TRUE
           END-RETURN.

       9810-VERIFY-HIST-TRAILER.
           IF NOT WS-HTL-SEEN
               DISPLAY 'CHGDLT1 ABEND - NO CONTROL TRAILER ON '
                   'NIXHIST'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-HTL-ACTUAL-COUNT   TO WS-HTL-ACTUAL-TRUNC
           MOVE WS-HTL-EXPECTED-COUNT TO WS-HTL-EXPECTED-TRUNC
           IF WS-HTL-ACTUAL-TRUNC NOT = WS-HTL-EXPECTED-TRUNC
               DISPLAY 'CHGDLT1 ABEND - NIXHIST TRAILER MISMATCH'
               DISPLAY '  RECORDS EXPECTED ' WS-HTL-EXPECTED-TRUNC
                   ' READ ' WS-HTL-ACTUAL-TRUNC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-HTL-ACTUAL-HASH   TO WS-HTL-ACTUAL-TRUNC
           MOVE WS-HTL-EXPECTED-HASH TO WS-HTL-EXPECTED-TRUNC
           IF WS-HTL-ACTUAL-TRUNC NOT = WS-HTL-EXPECTED-TRUNC
               DISPLAY 'CHGDLT1 ABEND - NIXHIST TRAILER MISMATCH'
               DISPLAY '  KEY HASH EXPECTED ' WS-HTL-EXPECTED-TRUNC
                   ' ACCUMULATED ' WS-HTL-ACTUAL-TRUNC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       9820-VERIFY-HSX-TRAILER.
           IF NOT WS-XTL-SEEN
               DISPLAY 'CHGDLT1 ABEND - NO CONTROL TRAILER ON '
                   'HSEXREF'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-XTL-ACTUAL-COUNT   TO WS-XTL-ACTUAL-TRUNC
           MOVE WS-XTL-EXPECTED-COUNT TO WS-XTL-EXPECTED-TRUNC
           IF WS-XTL-ACTUAL-TRUNC NOT = WS-XTL-EXPECTED-TRUNC
               DISPLAY 'CHGDLT1 ABEND - HSEXREF TRAILER MISMATCH'
               DISPLAY '  RECORDS EXPECTED ' WS-XTL-EXPECTED-TRUNC
                   ' READ ' WS-XTL-ACTUAL-TRUNC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-XTL-ACTUAL-HASH   TO WS-XTL-ACTUAL-TRUNC
           MOVE WS-XTL-EXPECTED-HASH TO WS-XTL-EXPECTED-TRUNC
           IF WS-XTL-ACTUAL-TRUNC NOT = WS-XTL-EXPECTED-TRUNC
               DISPLAY 'CHGDLT1 ABEND - HSEXREF TRAILER MISMATCH'
               DISPLAY '  KEY HASH EXPECTED ' WS-XTL-EXPECTED-TRUNC
                   ' ACCUMULATED ' WS-XTL-ACTUAL-TRUNC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       9830-VERIFY-PSX-TRAILER.
           IF NOT WS-PTL-SEEN
               DISPLAY 'CHGDLT1 ABEND - NO CONTROL TRAILER ON '
                   'HSEXREFP'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-PTL-ACTUAL-COUNT   TO WS-PTL-ACTUAL-TRUNC
           MOVE WS-PTL-EXPECTED-COUNT TO WS-PTL-EXPECTED-TRUNC
           IF WS-PTL-ACTUAL-TRUNC NOT = WS-PTL-EXPECTED-TRUNC
               DISPLAY 'CHGDLT1 ABEND - HSEXREFP TRAILER MISMATCH'
               DISPLAY '  RECORDS EXPECTED ' WS-PTL-EXPECTED-TRUNC
                   ' READ ' WS-PTL-ACTUAL-TRUNC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-PTL-ACTUAL-HASH   TO WS-PTL-ACTUAL-TRUNC
           MOVE WS-PTL-EXPECTED-HASH TO WS-PTL-EXPECTED-TRUNC
           IF WS-PTL-ACTUAL-TRUNC NOT = WS-PTL-EXPECTED-TRUNC
               DISPLAY 'CHGDLT1 ABEND - HSEXREFP TRAILER MISMATCH'
               DISPLAY '  KEY HASH EXPECTED ' WS-PTL-EXPECTED-TRUNC
                   ' ACCUMULATED ' WS-PTL-ACTUAL-TRUNC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    THE DELTA IS SEALED EVEN ON A NIGHT WITH NO CHANGES -- A
      *    CONSUMER TELLS AN EMPTY DELTA FROM A LOST ONE BY THE
      *    TRAILER.
       9900-WRITE-DELTA-TRAILER.
           MOVE SPACES            TO CHANGE-DELTA-TRAILER
           MOVE HIGH-VALUES       TO CDT-TRAILER-ID
           MOVE WS-TRL-OUT-COUNT  TO CDT-RECORD-COUNT
           MOVE WS-TRL-OUT-HASH   TO CDT-KEY-HASH
           WRITE CHANGE-DELTA-TRAILER.

      *    ONE RUN-STATISTICS RECORD FOR THE FLOW-BALANCING STEP
      *    (FLOWBAL1): EVERY EVENT RELEASED EITHER OPENS A SUBJECT'S
      *    DELTA RECORD OR IS FOLDED INTO ONE (OR NETTED OUT WITH ITS
      *    SUBJECT).
       9700-WRITE-RUN-STATISTICS.
           ACCEPT WS-RS-END-TM-RAW FROM TIME
           MOVE SPACES                   TO RUN-STATISTICS-RECORD
           MOVE 'CHGDLT1'                TO RS-PROGRAM-ID
           MOVE WS-RUN-DT                TO RS-RUN-DT
           MOVE WS-RS-START-TM-RAW (1:6) TO RS-START-TM
           MOVE WS-RS-END-TM-RAW (1:6)   TO RS-END-TM
           MOVE WS-EVENTS-RELEASED       TO RS-RECORDS-IN
           MOVE 2                        TO RS-OUT-COUNT
           MOVE 'CHGDELTA'               TO RS-OUT-DDNAME (1)
           MOVE WS-DELTAS-WRITTEN        TO RS-OUT-RECORDS (1)
           MOVE 'CHGMERGD'               TO RS-OUT-DDNAME (2)
           MOVE WS-EVENTS-MERGED         TO RS-OUT-RECORDS (2)
           MOVE ZERO                     TO RS-OUT-RECORDS (3)
           MOVE ZERO                     TO RS-OUT-RECORDS (4)
           MOVE ZERO                     TO RS-SUSPENDED
           MOVE ZERO                     TO RS-REJECTED
           OPEN EXTEND RUN-STAT-FILE
           WRITE RUN-STATISTICS-RECORD
           CLOSE RUN-STAT-FILE.

       9000-TERMINATE.
           PERFORM 9700-WRITE-RUN-STATISTICS
           CLOSE AUDIT-KSDS-FILE
           CLOSE CORR-TRAIL-FILE
           CLOSE AIN-HISTORY-FILE
           CLOSE NIXHIST-FILE
           CLOSE HOUSEHOLD-XREF-FILE
           CLOSE PRIOR-XREF-FILE
           CLOSE DISPOSITION-FILE
           CLOSE CHANGE-DELTA-FILE
           DISPLAY 'CHGDLT1 CORRECTIONS READ:     ' WS-CORR-READ
           DISPLAY 'CHGDLT1 AIN CHANGES READ:     ' WS-AIN-READ
           DISPLAY 'CHGDLT1 AIN CHANGES EARLIER:  ' WS-AIN-EARLIER
           DISPLAY 'CHGDLT1 AIN IDS NOT ON KSDS:  ' WS-AIN-UNSPREAD
           DISPLAY 'CHGDLT1 NIXIE HISTORY READ:   ' WS-RETURNS-READ
           DISPLAY 'CHGDLT1 HOUSEHOLD LINKS READ: ' WS-XREF-READ
           DISPLAY 'CHGDLT1 PRIOR LINKS READ:     '
               WS-PRIOR-XREF-READ
           DISPLAY 'CHGDLT1 DISPOSITIONS READ:    ' WS-DISP-READ
           DISPLAY 'CHGDLT1 CHANGE EVENTS:        '
               WS-EVENTS-RELEASED
           DISPLAY 'CHGDLT1 SUBJECTS WRITTEN:     ' WS-DELTAS-WRITTEN
           DISPLAY 'CHGDLT1 EVENTS MERGED/NETTED: ' WS-EVENTS-MERGED.
