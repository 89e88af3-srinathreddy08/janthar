       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FDBKBLD1.
       AUTHOR.        ADDRESS-REVIEW-SYSTEMS.
      *REMARKS.       NIGHTLY PROVIDER REJECTION-FEEDBACK BUILD.
      *                WHEN THE CHAIN REJECTS OR FLAGS A SUBJECT THE
      *                PROVIDER NEVER HEARD ABOUT IT, SO THE SAME BAD
      *                SUBJECTS CAME BACK NIGHT AFTER NIGHT AND
      *                PRVTREND ONLY SHOWED THE DAMAGE AT MONTH END.
      *                THIS STEP GATHERS THE NIGHT'S PROBLEM SUBJECTS
      *                FROM EVERY STEP THAT RAISES ONE --
      *                  AUDEDIT1 FRONT-DOOR REJECTS (AUDITREJ, THE
      *                    RECORD'S OWN 0008/0009/0010/0020 CODE),
      *                  CASS NOT-STANDARDIZABLE SUBJECTS (A BLANK
      *                    FORMAT CODE ON THE STANDARDIZED EXTRACT --
      *                    AUDITSTD, OR CASSRDV1'S MERGED EXTRACT WHEN
      *                    THE RE-DRIVE RAN -- REPORTED AS '0015'),
      *                  NCOAAPL1 MOVES THAT COULD NOT BE APPLIED
      *                    (NCOAFDBK, '0016'/'0017'),
      *                  NIXIEPR1 RETURNS POSTED (NIXFDBK, '0011') --
      *                SORTS THEM BY N-DATA-PROVIDER AND SUBJECT, AND
      *                WRITES THE OUTBOUND FEEDBACK FILE (SEE
      *                FDBKREC.CPY): ONE HEADER/DETAIL/TRAILER GROUP
      *                PER PROVIDER, WHICH THE TRANSMISSION STEP
      *                SPLITS INTO ONE FILE PER PROVIDER. EACH DETAIL
      *                CARRIES THE SUBJECT KEY, N-SEQUENCE-NB, THE
      *                ERROR CODE WITH ITS ERRCDMST DESCRIPTION AND
      *                SEVERITY, AND THE ORIGINAL N-PROC-START-DT/TM
      *                THAT TIES IT BACK TO THE BATCH'S FEEDREG
      *                REGISTRATION. THE NEW CODES ARE ADDED TO
      *                ERRCDMST AS DATA, NOT HARDWIRED HERE.
      *                EVERY PROVIDER WITH A BATCH REGISTERED ON
      *                FEEDREG FOR THE RUN DATE GETS A GROUP EVEN ON A
      *                CLEAN NIGHT -- A HEADER AND A ZERO-COUNT
      *                TRAILER -- SO IT KNOWS ITS BATCH WAS PROCESSED
      *                AND NOT LOST.
      *                EVERY INPUT'S CONTROL TRAILER IS VERIFIED AT
      *                END OF FILE (THE ITEM FILES WITH THE NINE-DIGIT
      *                TRUNCATED COMPARE, SAME AS DINAPLY1).
      *                THE RUN DATE IS THE OPEN BUSINESS DATE FROM THE
      *                CYCLDATE CONTROL FILE (SEE CYCDATE.CPY), NOT THE
      *                SYSTEM CLOCK, SO A RERUN CARRIES THE DATE OF THE
      *                CYCLE IT BELONGS TO; THE STEP ABENDS UNLESS
      *                CYCLEND1 HAS OPENED THAT DATE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-REJECT-FILE    ASSIGN TO AUDITREJ
               ORGANIZATION IS SEQUENTIAL.

           SELECT AUDIT-STD-FILE       ASSIGN TO AUDITSTD
               ORGANIZATION IS SEQUENTIAL.

           SELECT NCOA-FDBK-FILE       ASSIGN TO NCOAFDBK
               ORGANIZATION IS SEQUENTIAL.

           SELECT NIXIE-FDBK-FILE      ASSIGN TO NIXFDBK
               ORGANIZATION IS SEQUENTIAL.

           SELECT FEED-REG-FILE        ASSIGN TO FEEDREG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REG-FILE-STATUS.

           SELECT ERROR-MASTER-FILE    ASSIGN TO ERRCDMST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ERRM-FILE-STATUS.

           SELECT FEEDBACK-OUT-FILE    ASSIGN TO FDBKOUT
               ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-WORK-FILE       ASSIGN TO SORTWK01.

           SELECT CYCLE-DATE-FILE      ASSIGN TO CYCLDATE
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    SAME FIXED 32000-BYTE IMAGE AUDEDIT1 WRITES ITS REJECTS IN.
       FD  AUDIT-REJECT-FILE
           RECORD CONTAINS 32000 CHARACTERS.
       01  AUDIT-REJECT-RECORD         PIC X(32000).

      *    SAME RECORD FORM AS CASSIFC1 WRITES THE EXTRACT WITH.
       FD  AUDIT-STD-FILE
           RECORDING MODE IS V.
       01  AUDIT-STD-RECORD            PIC X(32000).

      *    THE TWO FEEDBACK-ITEM FILES ARE READ AS RAW IMAGES AND
      *    DECODED THROUGH THE WORKING-STORAGE COPY OF FDBKITM.CPY, SO
      *    THE ONE LAYOUT SERVES BOTH.
       FD  NCOA-FDBK-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  NCOA-FDBK-IMAGE             PIC X(40).

       FD  NIXIE-FDBK-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  NIXIE-FDBK-IMAGE            PIC X(40).

       FD  FEED-REG-FILE
           RECORD CONTAINS 41 CHARACTERS.
       COPY "feedreg.cpy".

       FD  ERROR-MASTER-FILE
           RECORD CONTAINS 45 CHARACTERS.
       COPY "errcd.cpy".

       FD  FEEDBACK-OUT-FILE
           RECORD CONTAINS 120 CHARACTERS.
       COPY "fdbkrec.cpy".

      *    ONE FEEDBACK ENTRY, OR A PROVIDER MARKER (CLASS '0') FOR
      *    EACH PROVIDER WITH A BATCH REGISTERED TONIGHT -- THE MARKER
      *    SORTS AHEAD OF THE PROVIDER'S ENTRIES AND GUARANTEES IT A
      *    GROUP EVEN WHEN IT HAS NONE.
       SD  SORT-WORK-FILE.
       01  FEEDBACK-SORT-RECORD.
           05  SR-DATA-PROVIDER        PIC X(05).
           05  SR-CLASS                PIC X(01).
               88  SR-PROVIDER-MARKER  VALUE '0'.
               88  SR-FEEDBACK-ENTRY   VALUE '1'.
           05  SR-SRC-SUBJ-ID-NB       PIC S9(04) COMP.
           05  SR-SRC-SUBJ-SEQ-NB      PIC S9(04) COMP.
           05  SR-ERROR-CODE           PIC X(04).
           05  SR-SOURCE-PGM           PIC X(08).
           05  SR-SEQUENCE-NB          PIC X(06).
           05  SR-PROC-START-DT        PIC X(08).
           05  SR-PROC-START-TM        PIC X(04).

       FD  CYCLE-DATE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY "cycdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-REJ-EOF-SW          PIC X(01) VALUE 'N'.
               88  WS-REJ-EOF         VALUE 'Y'.
           05  WS-STD-EOF-SW          PIC X(01) VALUE 'N'.
               88  WS-STD-EOF         VALUE 'Y'.
           05  WS-NCOA-EOF-SW         PIC X(01) VALUE 'N'.
               88  WS-NCOA-EOF        VALUE 'Y'.
           05  WS-NIX-EOF-SW          PIC X(01) VALUE 'N'.
               88  WS-NIX-EOF         VALUE 'Y'.
           05  WS-REG-EOF-SW          PIC X(01) VALUE 'N'.
               88  WS-REG-EOF         VALUE 'Y'.
           05  WS-REG-FILE-STATUS     PIC X(02) VALUE '00'.
           05  WS-ERRM-EOF-SW         PIC X(01) VALUE 'N'.
               88  WS-ERRM-EOF        VALUE 'Y'.
           05  WS-ERRM-FILE-STATUS    PIC X(02) VALUE '00'.
           05  WS-ERR-FOUND-SW        PIC X(01) VALUE 'N'.
               88  WS-ERR-FOUND       VALUE 'Y' FALSE 'N'.
           05  WS-SORT-EOF-SW         PIC X(01) VALUE 'N'.
               88  WS-SORT-EOF        VALUE 'Y'.
           05  WS-GROUP-OPEN-SW       PIC X(01) VALUE 'N'.
               88  WS-GROUP-OPEN      VALUE 'Y' FALSE 'N'.

       COPY "errtbl.cpy".

       01  WS-ERR-IDX                 PIC S9(04) COMP VALUE ZERO.
       01  WS-ERR-DESC-OUT            PIC X(40) VALUE SPACES.
       01  WS-ERR-SEV-OUT             PIC X(01) VALUE SPACE.

       01  WS-COUNTERS.
           05  WS-REJECTS-READ        PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-EXTRACT-READ        PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-CASS-ITEMS          PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-NCOA-ITEMS          PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-NIXIE-ITEMS         PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-BATCHES-TONIGHT     PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-GROUPS-WRITTEN      PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-ENTRIES-WRITTEN     PIC S9(09) COMP-3 VALUE ZERO.

      *    THE PROVIDER WHOSE GROUP IS BEING WRITTEN AND ITS TOTALS.
       01  WS-CUR-PROVIDER            PIC X(05) VALUE SPACES.
       01  WS-GROUP-COUNT             PIC S9(09) COMP-3 VALUE ZERO.
       01  WS-GROUP-HASH              PIC S9(09) COMP-3 VALUE ZERO.

       01  WS-RUN-DT                  PIC X(08) VALUE SPACES.

      *    CONTROL-TRAILER ACCOUNTING -- ONE SET PER VERIFIED INPUT.
      *    THE ITEM FILES CARRY THEIR COUNT AND HASH IN NINE DIGITS,
      *    SO THEIR FULL-WIDTH ACTUALS ARE TRUNCATED BEFORE THE
      *    COMPARE.
       01  WS-REJ-TRAILER-CONTROL.
           05  WS-RTL-SEEN-SW         PIC X(01) VALUE 'N'.
               88  WS-RTL-SEEN        VALUE 'Y'.
           05  WS-RTL-EXPECTED-COUNT  PIC S9(18) COMP VALUE ZERO.
           05  WS-RTL-EXPECTED-HASH   PIC S9(18) COMP VALUE ZERO.
           05  WS-RTL-ACTUAL-COUNT    PIC S9(18) COMP VALUE ZERO.
           05  WS-RTL-ACTUAL-HASH     PIC S9(18) COMP VALUE ZERO.

       01  WS-STD-TRAILER-CONTROL.
           05  WS-STL-SEEN-SW         PIC X(01) VALUE 'N'.
               88  WS-STL-SEEN        VALUE 'Y'.
           05  WS-STL-EXPECTED-COUNT  PIC S9(18) COMP VALUE ZERO.
           05  WS-STL-EXPECTED-HASH   PIC S9(18) COMP VALUE ZERO.
           05  WS-STL-ACTUAL-COUNT    PIC S9(18) COMP VALUE ZERO.
           05  WS-STL-ACTUAL-HASH     PIC S9(18) COMP VALUE ZERO.

       01  WS-NCOA-TRAILER-CONTROL.
           05  WS-NTL-SEEN-SW         PIC X(01) VALUE 'N'.
               88  WS-NTL-SEEN        VALUE 'Y'.
           05  WS-NTL-EXPECTED-COUNT  PIC S9(18) COMP VALUE ZERO.
           05  WS-NTL-EXPECTED-HASH   PIC S9(18) COMP VALUE ZERO.
           05  WS-NTL-ACTUAL-COUNT    PIC S9(18) COMP VALUE ZERO.
           05  WS-NTL-ACTUAL-HASH     PIC S9(18) COMP VALUE ZERO.

       01  WS-NIX-TRAILER-CONTROL.
           05  WS-XTL-SEEN-SW         PIC X(01) VALUE 'N'.
               88  WS-XTL-SEEN        VALUE 'Y'.
           05  WS-XTL-EXPECTED-COUNT  PIC S9(18) COMP VALUE ZERO.
           05  WS-XTL-EXPECTED-HASH   PIC S9(18) COMP VALUE ZERO.
           05  WS-XTL-ACTUAL-COUNT    PIC S9(18) COMP VALUE ZERO.
           05  WS-XTL-ACTUAL-HASH     PIC S9(18) COMP VALUE ZERO.

       01  WS-TRL-EXPECTED-TRUNC      PIC S9(09) COMP-3 VALUE ZERO.
       01  WS-TRL-ACTUAL-TRUNC        PIC S9(09) COMP-3 VALUE ZERO.

       COPY "trlrimg.cpy".

      *    THE AUDIT RECORD GROUP LIVES IN WORKING-STORAGE (SAME
      *    TECHNIQUE AS HOUSHLD1) BECAUSE BOTH AUDIT INPUTS CARRY RAW
      *    IMAGES; ONLY THE FIXED FIELDS ARE NEEDED.
       COPY "audit.cpy".

       COPY "fdbkitm.cpy".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-DATA-PROVIDER
                                SR-CLASS
                                SR-SRC-SUBJ-ID-NB
                                SR-SRC-SUBJ-SEQ-NB
                                SR-ERROR-CODE
                                SR-SOURCE-PGM
               INPUT PROCEDURE IS 2000-GATHER-FEEDBACK
               OUTPUT PROCEDURE IS 6000-WRITE-FEEDBACK
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1050-READ-CYCLE-DATE
           PERFORM 1500-LOAD-ERROR-MASTER
           OPEN INPUT  AUDIT-REJECT-FILE
           OPEN INPUT  AUDIT-STD-FILE
           OPEN INPUT  NCOA-FDBK-FILE
           OPEN INPUT  NIXIE-FDBK-FILE
           OPEN OUTPUT FEEDBACK-OUT-FILE.

      *    THE BUSINESS DATE IS TAKEN FROM THE CYCLDATE CONTROL RECORD
      *    AND THE STEP REFUSES TO RUN UNLESS THAT DATE IS OPEN.
       1050-READ-CYCLE-DATE.
           OPEN INPUT CYCLE-DATE-FILE
           READ CYCLE-DATE-FILE
               AT END
                   MOVE SPACES TO CYCLE-DATE-RECORD
           END-READ
           IF NOT CD-CONTROL-REC
               DISPLAY 'FDBKBLD1 ABEND - NO CONTROL RECORD AT THE HEAD '
                   'OF CYCLDATE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT CD-CYCLE-OPEN
               DISPLAY 'FDBKBLD1 ABEND - BUSINESS DATE '
                   CD-CURRENT-BUS-DT ' IS NOT OPEN'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE CD-CURRENT-BUS-DT TO WS-RUN-DT
           CLOSE CYCLE-DATE-FILE.

      *    LOADS THE ERROR-CODE MASTER INTO THE IN-STORAGE TABLE --
      *    SAME LOAD AND HARD-STOP DISCIPLINE AS ADEXCRPT/RPTDRV1.
       1500-LOAD-ERROR-MASTER.
           OPEN INPUT ERROR-MASTER-FILE
           IF WS-ERRM-FILE-STATUS NOT = '00'
               DISPLAY 'FDBKBLD1 ABEND - CANNOT OPEN ERRCDMST, '
                   'STATUS ' WS-ERRM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1550-LOAD-ONE-ERROR-CODE UNTIL WS-ERRM-EOF
           CLOSE ERROR-MASTER-FILE.

       1550-LOAD-ONE-ERROR-CODE.
           READ ERROR-MASTER-FILE
               AT END
                   SET WS-ERRM-EOF TO TRUE
               NOT AT END
                   IF WS-ERR-ENTRY-COUNT >= 50
                       DISPLAY 'FDBKBLD1 ABEND - ERRCDMST EXCEEDS '
                           'THE 50-ENTRY ERROR TABLE'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-ERR-ENTRY-COUNT
                   MOVE EC-ERROR-CODE
                       TO WS-ERR-CODE (WS-ERR-ENTRY-COUNT)
                   MOVE EC-DESCRIPTION
                       TO WS-ERR-DESC (WS-ERR-ENTRY-COUNT)
                   MOVE EC-SEVERITY-CLASS
                       TO WS-ERR-SEV (WS-ERR-ENTRY-COUNT)
           END-READ.

      *    CONTROL-TRAILER RECORDS ARE TALLIED AND SKIPPED IN EVERY
      *    READ PARAGRAPH SO THE GATHER ONLY EVER SEES DATA RECORDS.
       1900-READ-REJECT-FILE.
           PERFORM 1905-READ-REJECT-ONCE
           PERFORM UNTIL WS-REJ-EOF
               OR AUDIT-REJECT-RECORD (1:8) NOT = '99999999'
               SET WS-RTL-SEEN TO TRUE
               MOVE AUDIT-REJECT-RECORD (1:40)
                   TO AUDIT-CONTROL-TRAILER (1:40)
               ADD CT-RECORD-COUNT TO WS-RTL-EXPECTED-COUNT
               ADD CT-KEY-HASH     TO WS-RTL-EXPECTED-HASH
               PERFORM 1905-READ-REJECT-ONCE
           END-PERFORM.

       1905-READ-REJECT-ONCE.
           READ AUDIT-REJECT-FILE
               AT END
                   SET WS-REJ-EOF TO TRUE
           END-READ.

       1920-READ-STD-EXTRACT.
           PERFORM 1925-READ-STD-ONCE
           PERFORM UNTIL WS-STD-EOF
               OR AUDIT-STD-RECORD (1:8) NOT = '99999999'
               SET WS-STL-SEEN TO TRUE
               MOVE AUDIT-STD-RECORD (1:40)
                   TO AUDIT-CONTROL-TRAILER (1:40)
               ADD CT-RECORD-COUNT TO WS-STL-EXPECTED-COUNT
               ADD CT-KEY-HASH     TO WS-STL-EXPECTED-HASH
               PERFORM 1925-READ-STD-ONCE
           END-PERFORM.

       1925-READ-STD-ONCE.
           READ AUDIT-STD-FILE
               AT END
                   SET WS-STD-EOF TO TRUE
           END-READ.

       1940-READ-NCOA-FDBK.
           PERFORM 1945-READ-NCOA-ONCE
           PERFORM UNTIL WS-NCOA-EOF
               OR NCOA-FDBK-IMAGE (1:2) NOT = HIGH-VALUES
               SET WS-NTL-SEEN TO TRUE
               MOVE NCOA-FDBK-IMAGE TO FEEDBACK-ITEM-TRAILER
               ADD FIT-RECORD-COUNT TO WS-NTL-EXPECTED-COUNT
               ADD FIT-KEY-HASH     TO WS-NTL-EXPECTED-HASH
               PERFORM 1945-READ-NCOA-ONCE
           END-PERFORM.

       1945-READ-NCOA-ONCE.
           READ NCOA-FDBK-FILE
               AT END
                   SET WS-NCOA-EOF TO TRUE
           END-READ.

       1960-READ-NIXIE-FDBK.
           PERFORM 1965-READ-NIXIE-ONCE
           PERFORM UNTIL WS-NIX-EOF
               OR NIXIE-FDBK-IMAGE (1:2) NOT = HIGH-VALUES
               SET WS-XTL-SEEN TO TRUE
               MOVE NIXIE-FDBK-IMAGE TO FEEDBACK-ITEM-TRAILER
               ADD FIT-RECORD-COUNT TO WS-XTL-EXPECTED-COUNT
               ADD FIT-KEY-HASH     TO WS-XTL-EXPECTED-HASH
               PERFORM 1965-READ-NIXIE-ONCE
           END-PERFORM.

       1965-READ-NIXIE-ONCE.
           READ NIXIE-FDBK-FILE
               AT END
                   SET WS-NIX-EOF TO TRUE
           END-READ.

      *****************************************************************
      *    SORT INPUT PROCEDURE -- ONE PASS OVER EACH SOURCE IN TURN,
      *    THEN ONE PROVIDER MARKER PER BATCH REGISTERED TONIGHT.
      *    EACH SOURCE'S TRAILER IS VERIFIED AS SOON AS IT IS READ
      *    OUT, BEFORE ANYTHING IS WRITTEN.
      *****************************************************************
       2000-GATHER-FEEDBACK.
           PERFORM 1900-READ-REJECT-FILE
           PERFORM 2100-RELEASE-REJECT UNTIL WS-REJ-EOF
           PERFORM 9800-VERIFY-REJECT-TRAILER
           PERFORM 1920-READ-STD-EXTRACT
           PERFORM 2200-SCAN-EXTRACT-RECORD UNTIL WS-STD-EOF
           PERFORM 9810-VERIFY-EXTRACT-TRAILER
           PERFORM 1940-READ-NCOA-FDBK
           PERFORM 2300-RELEASE-NCOA-ITEM UNTIL WS-NCOA-EOF
           PERFORM 9820-VERIFY-NCOA-TRAILER
           PERFORM 1960-READ-NIXIE-FDBK
           PERFORM 2400-RELEASE-NIXIE-ITEM UNTIL WS-NIX-EOF
           PERFORM 9830-VERIFY-NIXIE-TRAILER
           PERFORM 2500-RELEASE-PROVIDER-MARKERS.

      *    A FRONT-DOOR REJECT CARRIES ITS OWN ERROR CODE AND BATCH
      *    IDENTITY. A 0009 REJECT'S N-SEQUENCE-NB IS THE VERY FIELD
      *    THAT FAILED, SO IT IS PASSED BACK AS THE RAW BYTES THE
      *    PROVIDER SENT.
       2100-RELEASE-REJECT.
           ADD 1 TO WS-REJECTS-READ
           MOVE AUDIT-REJECT-RECORD (1:1527) TO N-FIX-LEN-FIELDS
           ADD 1                 TO WS-RTL-ACTUAL-COUNT
           ADD N-SRC-SUBJ-ID-NB  TO WS-RTL-ACTUAL-HASH
           ADD N-SRC-SUBJ-SEQ-NB TO WS-RTL-ACTUAL-HASH
           MOVE N-ERROR-CODE                 TO SR-ERROR-CODE
           MOVE 'AUDEDIT1'                   TO SR-SOURCE-PGM
           PERFORM 2900-RELEASE-FROM-AUDIT
           PERFORM 1900-READ-REJECT-FILE.

       2200-SCAN-EXTRACT-RECORD.
           ADD 1 TO WS-EXTRACT-READ
           MOVE AUDIT-STD-RECORD (1:1527) TO N-FIX-LEN-FIELDS
           ADD 1                 TO WS-STL-ACTUAL-COUNT
           ADD N-SRC-SUBJ-ID-NB  TO WS-STL-ACTUAL-HASH
           ADD N-SRC-SUBJ-SEQ-NB TO WS-STL-ACTUAL-HASH
           IF N-SRC-ADDR-FRMT-CD = SPACES
               ADD 1 TO WS-CASS-ITEMS
               MOVE '0015'     TO SR-ERROR-CODE
               MOVE 'CASSIFC1' TO SR-SOURCE-PGM
               PERFORM 2900-RELEASE-FROM-AUDIT
           END-IF
           PERFORM 1920-READ-STD-EXTRACT.

       2300-RELEASE-NCOA-ITEM.
           ADD 1 TO WS-NCOA-ITEMS
           MOVE NCOA-FDBK-IMAGE TO FEEDBACK-ITEM-RECORD
           ADD 1                  TO WS-NTL-ACTUAL-COUNT
           ADD FI-SRC-SUBJ-ID-NB  TO WS-NTL-ACTUAL-HASH
           ADD FI-SRC-SUBJ-SEQ-NB TO WS-NTL-ACTUAL-HASH
           PERFORM 2950-RELEASE-FROM-ITEM
           PERFORM 1940-READ-NCOA-FDBK.

       2400-RELEASE-NIXIE-ITEM.
           ADD 1 TO WS-NIXIE-ITEMS
           MOVE NIXIE-FDBK-IMAGE TO FEEDBACK-ITEM-RECORD
           ADD 1                  TO WS-XTL-ACTUAL-COUNT
           ADD FI-SRC-SUBJ-ID-NB  TO WS-XTL-ACTUAL-HASH
           ADD FI-SRC-SUBJ-SEQ-NB TO WS-XTL-ACTUAL-HASH
           PERFORM 2950-RELEASE-FROM-ITEM
           PERFORM 1960-READ-NIXIE-FDBK.

      *    THE PROVIDERS TO ANSWER TONIGHT ARE THOSE WITH A BATCH
      *    ACCEPTED ON THE RUN DATE. A PROVIDER WITH SEVERAL BATCHES
      *    GETS SEVERAL MARKERS; THE OUTPUT SIDE ONLY CARES ABOUT THE
      *    FIRST.
       2500-RELEASE-PROVIDER-MARKERS.
           OPEN INPUT FEED-REG-FILE
           IF WS-REG-FILE-STATUS NOT = '00'
               DISPLAY 'FDBKBLD1 ABEND - CANNOT OPEN FEEDREG, '
                   'STATUS ' WS-REG-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2550-READ-ONE-REGISTRATION UNTIL WS-REG-EOF
           CLOSE FEED-REG-FILE.

       2550-READ-ONE-REGISTRATION.
           READ FEED-REG-FILE
               AT END
                   SET WS-REG-EOF TO TRUE
               NOT AT END
                   IF FR-ACCEPT-DT = WS-RUN-DT
                       ADD 1 TO WS-BATCHES-TONIGHT
                       MOVE SPACES           TO FEEDBACK-SORT-RECORD
                       MOVE FR-DATA-PROVIDER TO SR-DATA-PROVIDER
                       SET SR-PROVIDER-MARKER TO TRUE
                       MOVE ZERO             TO SR-SRC-SUBJ-ID-NB
                       MOVE ZERO             TO SR-SRC-SUBJ-SEQ-NB
                       RELEASE FEEDBACK-SORT-RECORD
                   END-IF
           END-READ.

      *    THE CALLER HAS SET SR-ERROR-CODE AND SR-SOURCE-PGM; THE
      *    REST COMES FROM THE UNPACKED AUDIT FIELDS.
       2900-RELEASE-FROM-AUDIT.
           MOVE N-DATA-PROVIDER    TO SR-DATA-PROVIDER
           SET SR-FEEDBACK-ENTRY   TO TRUE
           MOVE N-SRC-SUBJ-ID-NB   TO SR-SRC-SUBJ-ID-NB
           MOVE N-SRC-SUBJ-SEQ-NB  TO SR-SRC-SUBJ-SEQ-NB
           MOVE N-FIX-LEN-FIELDS (1516:6) TO SR-SEQUENCE-NB
           MOVE N-PROC-START-DT    TO SR-PROC-START-DT
           MOVE N-PROC-START-TM    TO SR-PROC-START-TM
           RELEASE FEEDBACK-SORT-RECORD.

       2950-RELEASE-FROM-ITEM.
           MOVE FI-DATA-PROVIDER   TO SR-DATA-PROVIDER
           SET SR-FEEDBACK-ENTRY   TO TRUE
           MOVE FI-SRC-SUBJ-ID-NB  TO SR-SRC-SUBJ-ID-NB
           MOVE FI-SRC-SUBJ-SEQ-NB TO SR-SRC-SUBJ-SEQ-NB
           MOVE FI-ERROR-CODE      TO SR-ERROR-CODE
           MOVE FI-SOURCE-PGM      TO SR-SOURCE-PGM
           MOVE FI-SEQUENCE-NB     TO SR-SEQUENCE-NB
           MOVE FI-PROC-START-DT   TO SR-PROC-START-DT
           MOVE FI-PROC-START-TM   TO SR-PROC-START-TM
           RELEASE FEEDBACK-SORT-RECORD.

      *****************************************************************
      *    SORT OUTPUT PROCEDURE -- ENTRIES COME BACK IN PROVIDER
      *    ORDER, EACH PROVIDER'S MARKERS FIRST. A CHANGE OF PROVIDER
      *    CLOSES THE PREVIOUS GROUP WITH ITS TRAILER AND OPENS THE
      *    NEXT WITH ITS HEADER.
      *****************************************************************
       6000-WRITE-FEEDBACK.
           PERFORM 6900-RETURN-SORT-RECORD
           PERFORM 6100-WRITE-ONE-SORT-RECORD UNTIL WS-SORT-EOF
           IF WS-GROUP-OPEN
               PERFORM 6300-CLOSE-PROVIDER-GROUP
           END-IF.

       6100-WRITE-ONE-SORT-RECORD.
           IF NOT WS-GROUP-OPEN
              OR SR-DATA-PROVIDER NOT = WS-CUR-PROVIDER
               IF WS-GROUP-OPEN
                   PERFORM 6300-CLOSE-PROVIDER-GROUP
               END-IF
               PERFORM 6200-OPEN-PROVIDER-GROUP
           END-IF
           IF SR-FEEDBACK-ENTRY
               PERFORM 6400-WRITE-DETAIL
           END-IF
           PERFORM 6900-RETURN-SORT-RECORD.

       6200-OPEN-PROVIDER-GROUP.
           MOVE SR-DATA-PROVIDER  TO WS-CUR-PROVIDER
           MOVE ZERO              TO WS-GROUP-COUNT
           MOVE ZERO              TO WS-GROUP-HASH
           SET WS-GROUP-OPEN      TO TRUE
           ADD 1 TO WS-GROUPS-WRITTEN
           MOVE SPACES            TO FEEDBACK-HEADER-RECORD
           SET FBH-HEADER         TO TRUE
           MOVE WS-CUR-PROVIDER   TO FBH-DATA-PROVIDER
           MOVE WS-RUN-DT         TO FBH-RUN-DT
           MOVE 'ARSFDBK1'        TO FBH-FILE-ID
           WRITE FEEDBACK-HEADER-RECORD.

       6300-CLOSE-PROVIDER-GROUP.
           MOVE SPACES            TO FEEDBACK-TRAILER-RECORD
           SET FBT-TRAILER        TO TRUE
           MOVE WS-CUR-PROVIDER   TO FBT-DATA-PROVIDER
           MOVE WS-RUN-DT         TO FBT-RUN-DT
           MOVE WS-GROUP-COUNT    TO FBT-RECORD-COUNT
           MOVE WS-GROUP-HASH     TO FBT-KEY-HASH
           WRITE FEEDBACK-TRAILER-RECORD
           DISPLAY 'FDBKBLD1 PROVIDER ' WS-CUR-PROVIDER
               ' ENTRIES: ' WS-GROUP-COUNT
           SET WS-GROUP-OPEN      TO FALSE.

       6400-WRITE-DETAIL.
           PERFORM 6500-LOOK-UP-ERROR-CODE
           MOVE SPACES             TO FEEDBACK-DETAIL-RECORD
           SET FBD-DETAIL          TO TRUE
           MOVE SR-DATA-PROVIDER   TO FBD-DATA-PROVIDER
           MOVE SR-SRC-SUBJ-ID-NB  TO FBD-SRC-SUBJ-ID-NB
           MOVE SR-SRC-SUBJ-SEQ-NB TO FBD-SRC-SUBJ-SEQ-NB
           MOVE SR-SEQUENCE-NB     TO FBD-SEQUENCE-NB
           MOVE SR-PROC-START-DT   TO FBD-PROC-START-DT
           MOVE SR-PROC-START-TM   TO FBD-PROC-START-TM
           MOVE SR-ERROR-CODE      TO FBD-ERROR-CODE
           MOVE WS-ERR-SEV-OUT     TO FBD-SEVERITY
           MOVE WS-ERR-DESC-OUT    TO FBD-DESCRIPTION
           MOVE SR-SOURCE-PGM      TO FBD-SOURCE-PGM
           WRITE FEEDBACK-DETAIL-RECORD
           ADD 1 TO WS-ENTRIES-WRITTEN
           ADD 1                  TO WS-GROUP-COUNT
           ADD SR-SRC-SUBJ-ID-NB  TO WS-GROUP-HASH
           ADD SR-SRC-SUBJ-SEQ-NB TO WS-GROUP-HASH.

       6500-LOOK-UP-ERROR-CODE.
           SET WS-ERR-FOUND TO FALSE
           PERFORM VARYING WS-ERR-IDX FROM 1 BY 1
                   UNTIL WS-ERR-IDX > WS-ERR-ENTRY-COUNT
                      OR WS-ERR-FOUND
               IF WS-ERR-CODE (WS-ERR-IDX) = SR-ERROR-CODE
                   SET WS-ERR-FOUND TO TRUE
                   MOVE WS-ERR-DESC (WS-ERR-IDX) TO WS-ERR-DESC-OUT
                   MOVE WS-ERR-SEV (WS-ERR-IDX)  TO WS-ERR-SEV-OUT
               END-IF
           END-PERFORM
           IF NOT WS-ERR-FOUND
               MOVE '*** NOT ON ERROR MASTER ***' TO WS-ERR-DESC-OUT
               MOVE SPACE TO WS-ERR-SEV-OUT
           END-IF.

       6900-RETURN-SORT-RECORD.
           RETURN SORT-WORK-FILE
               AT END
                   SET WS-SORT-EOF TO TRUE
           END-RETURN.

       9800-VERIFY-REJECT-TRAILER.
           IF NOT WS-RTL-SEEN
               DISPLAY 'FDBKBLD1 ABEND - NO CONTROL TRAILER ON '
                   'AUDITREJ'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-RTL-ACTUAL-COUNT NOT = WS-RTL-EXPECTED-COUNT
              OR WS-RTL-ACTUAL-HASH NOT = WS-RTL-EXPECTED-HASH
               DISPLAY 'FDBKBLD1 ABEND - AUDITREJ TRAILER MISMATCH'
               DISPLAY '  RECORDS EXPECTED ' WS-RTL-EXPECTED-COUNT
                   ' READ ' WS-RTL-ACTUAL-COUNT
               DISPLAY '  KEY HASH EXPECTED ' WS-RTL-EXPECTED-HASH
                   ' ACCUMULATED ' WS-RTL-ACTUAL-HASH
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       9810-VERIFY-EXTRACT-TRAILER.
           IF NOT WS-STL-SEEN
               DISPLAY 'FDBKBLD1 ABEND - NO CONTROL TRAILER ON '
                   'AUDITSTD'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-STL-ACTUAL-COUNT NOT = WS-STL-EXPECTED-COUNT
              OR WS-STL-ACTUAL-HASH NOT = WS-STL-EXPECTED-HASH
               DISPLAY 'FDBKBLD1 ABEND - AUDITSTD TRAILER MISMATCH'
               DISPLAY '  RECORDS EXPECTED ' WS-STL-EXPECTED-COUNT
                   ' READ ' WS-STL-ACTUAL-COUNT
               DISPLAY '  KEY HASH EXPECTED ' WS-STL-EXPECTED-HASH
                   ' ACCUMULATED ' WS-STL-ACTUAL-HASH
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       9820-VERIFY-NCOA-TRAILER.
           IF NOT WS-NTL-SEEN
               DISPLAY 'FDBKBLD1 ABEND - NO CONTROL TRAILER ON '
                   'NCOAFDBK'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-NTL-ACTUAL-COUNT   TO WS-TRL-ACTUAL-TRUNC
           MOVE WS-NTL-EXPECTED-COUNT TO WS-TRL-EXPECTED-TRUNC
           IF WS-TRL-ACTUAL-TRUNC NOT = WS-TRL-EXPECTED-TRUNC
               DISPLAY 'FDBKBLD1 ABEND - NCOAFDBK TRAILER MISMATCH'
               DISPLAY '  RECORDS EXPECTED ' WS-TRL-EXPECTED-TRUNC
                   ' READ ' WS-TRL-ACTUAL-TRUNC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-NTL-ACTUAL-HASH   TO WS-TRL-ACTUAL-TRUNC
           MOVE WS-NTL-EXPECTED-HASH TO WS-TRL-EXPECTED-TRUNC
           IF WS-TRL-ACTUAL-TRUNC NOT = WS-TRL-EXPECTED-TRUNC
               DISPLAY 'FDBKBLD1 ABEND - NCOAFDBK TRAILER MISMATCH'
               DISPLAY '  KEY HASH EXPECTED ' WS-TRL-EXPECTED-TRUNC
                   ' ACCUMULATED ' WS-TRL-ACTUAL-TRUNC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       9830-VERIFY-NIXIE-TRAILER.
           IF NOT WS-XTL-SEEN
               DISPLAY 'FDBKBLD1 ABEND - NO CONTROL TRAILER ON '
                   'NIXFDBK'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-XTL-ACTUAL-COUNT   TO WS-TRL-ACTUAL-TRUNC
           MOVE WS-XTL-EXPECTED-COUNT TO WS-TRL-EXPECTED-TRUNC
           IF WS-TRL-ACTUAL-TRUNC NOT = WS-TRL-EXPECTED-TRUNC
               DISPLAY 'FDBKBLD1 ABEND - NIXFDBK TRAILER MISMATCH'
               DISPLAY '  RECORDS EXPECTED ' WS-TRL-EXPECTED-TRUNC
                   ' READ ' WS-TRL-ACTUAL-TRUNC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-XTL-ACTUAL-HASH   TO WS-TRL-ACTUAL-TRUNC
           MOVE WS-XTL-EXPECTED-HASH TO WS-TRL-EXPECTED-TRUNC
           IF WS-TRL-ACTUAL-TRUNC NOT = WS-TRL-EXPECTED-TRUNC
               DISPLAY 'FDBKBLD1 ABEND - NIXFDBK TRAILER MISMATCH'
               DISPLAY '  KEY HASH EXPECTED ' WS-TRL-EXPECTED-TRUNC
                   ' ACCUMULATED ' WS-TRL-ACTUAL-TRUNC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       9000-TERMINATE.
           CLOSE AUDIT-REJECT-FILE
           CLOSE AUDIT-STD-FILE
           CLOSE NCOA-FDBK-FILE
           CLOSE NIXIE-FDBK-FILE
           CLOSE FEEDBACK-OUT-FILE
           DISPLAY 'FDBKBLD1 FRONT-DOOR REJECTS:    ' WS-REJECTS-READ
           DISPLAY 'FDBKBLD1 EXTRACT RECORDS READ:  ' WS-EXTRACT-READ
           DISPLAY 'FDBKBLD1 CASS NOT STANDARDIZED: ' WS-CASS-ITEMS
           DISPLAY 'FDBKBLD1 NCOA MOVES UNAPPLIED:  ' WS-NCOA-ITEMS
           DISPLAY 'FDBKBLD1 RETURNS POSTED:        ' WS-NIXIE-ITEMS
           DISPLAY 'FDBKBLD1 BATCHES REGISTERED:    '
               WS-BATCHES-TONIGHT
           DISPLAY 'FDBKBLD1 PROVIDER GROUPS:       '
               WS-GROUPS-WRITTEN
           DISPLAY 'FDBKBLD1 ENTRIES WRITTEN:       '
               WS-ENTRIES-WRITTEN.
