      *                EXTRACT ONCE THE SERVICE IS BACK -- A TWO-HOUR
      *                OUTAGE NO LONGER COSTS A FULL DAY OF ADDRESS
      *                QUALITY.
      *                THE RUN DATE IS THE OPEN BUSINESS DATE FROM THE
      *                CYCLDATE CONTROL FILE (SEE CYCDATE.CPY), NOT THE
      *                SYSTEM CLOCK, SO A RERUN CARRIES THE DATE OF THE
      *                CYCLE IT BELONGS TO; THE STEP ABENDS UNLESS
      *                CYCLEND1 HAS OPENED THAT DATE.
      *                EVERY CASSINTF CALL IS LOGGED TO THE VNDUSAGE
      *                FILE (SEE VNDUSG.CPY) WITH ITS RETURN CODE, AND
      *                THE RUN'S CALLS ARE SEALED THERE WITH THEIR OWN
      *                TRAILER, FOR THE MONTH-END INVOICE
      *                RECONCILIATION (VNDRECN1).
      *                ON A PARTITIONED NIGHT (SEE STRMSPL1) THE STEP
      *                RUNS AS ONE OF SEVERAL PARALLEL STREAMS. THE
      *                OPTIONAL STRMPARM CARD (SEE STRMPRM.CPY) NAMES
      *                THE STREAM; THE JOB'S AUDITIN, AUDITSTD, CASSRTRY
      *                AND VNDUSAGE DDS THEN POINT AT THAT STREAM'S OWN
      *                DATASETS, AND THE STREAM NUMBER AND COUNT ARE
      *                STAMPED ON THE RUNSTAT RECORD. A FAILED STREAM IS
      *                RERUN ON ITS OWN -- ITS NEW RUNSTAT RECORD
      *                SUPERSEDES THE FAILED ATTEMPT'S AND NO OTHER
      *                STREAM IS TOUCHED. NO CARD, OR A BLANK ONE, IS AN
      *                ORDINARY RUN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
               ASSIGN TO CASSRTRY
               ORGANIZATION IS SEQUENTIAL.

           SELECT VENDOR-USAGE-FILE
               ASSIGN TO VNDUSAGE
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-STAT-FILE
               ASSIGN TO RUNSTAT
               ORGANIZATION IS SEQUENTIAL.

           SELECT CYCLE-DATE-FILE      ASSIGN TO CYCLDATE
               ORGANIZATION IS SEQUENTIAL.

           SELECT STREAM-PARM-FILE     ASSIGN TO STRMPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STRM-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-IN-FILE
           RECORD CONTAINS 32000 CHARACTERS.
       01  RETRY-QUEUE-RECORD                 PIC X(32000).

       FD  VENDOR-USAGE-FILE
           RECORD CONTAINS 48 CHARACTERS.
       COPY "vndusg.cpy".

       FD  RUN-STAT-FILE
           RECORD CONTAINS 101 CHARACTERS.
       COPY "runstat.cpy".

       FD  CYCLE-DATE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY "cycdate.cpy".

       FD  STREAM-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY "strmprm.cpy".

       WORKING-STORAGE SECTION.
       01  WS-EOF-SW                      PIC X(01) VALUE 'N'.
           88  WS-EOF                     VALUE 'Y'.
       01  WS-RS-START-TM-RAW             PIC X(08) VALUE SPACES.
       01  WS-RS-END-TM-RAW               PIC X(08) VALUE SPACES.

      *    STREAM NUMBER AND COUNT OF A PARTITIONED RUN, FROM THE
      *    STRMPARM CARD; SPACES FOR AN ORDINARY RUN.
       01  WS-STREAM-ID                   PIC X(02) VALUE SPACES.
       01  WS-STREAM-COUNT                PIC X(02) VALUE SPACES.
       01  WS-STRM-PARM-STATUS            PIC X(02) VALUE '00'.

       01  WS-RECORDS-READ                PIC 9(07) VALUE ZERO.
       01  WS-RECORDS-STANDARDIZED        PIC 9(07) VALUE ZERO.
       01  WS-RECORDS-SKIPPED             PIC 9(07) VALUE ZERO.
           05  WS-TRL-OUT-HASH            PIC S9(18) COMP VALUE ZERO.
           05  WS-TRL-RTRY-COUNT          PIC S9(18) COMP VALUE ZERO.
           05  WS-TRL-RTRY-HASH           PIC S9(18) COMP VALUE ZERO.
           05  WS-TRL-USAGE-COUNT         PIC S9(18) COMP VALUE ZERO.
           05  WS-TRL-USAGE-HASH          PIC S9(18) COMP VALUE ZERO.

       COPY "trlrimg.cpy".

           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1050-READ-CYCLE-DATE
           PERFORM 1100-READ-STREAM-PARM
           ACCEPT WS-RS-START-TM-RAW FROM TIME
           OPEN INPUT  AUDIT-IN-FILE
           OPEN OUTPUT AUDIT-STD-FILE
           OPEN OUTPUT RETRY-QUEUE-FILE
           OPEN EXTEND VENDOR-USAGE-FILE
           PERFORM 1900-READ-AUDIT-INPUT.

      *    THE BUSINESS DATE IS TAKEN FROM THE CYCLDATE CONTROL RECORD
      *    AND THE STEP REFUSES TO RUN UNLESS THAT DATE IS OPEN.
       1050-READ-CYCLE-DATE.
           OPEN INPUT CYCLE-DATE-FILE
           READ CYCLE-DATE-FILE
               AT END
                   MOVE SPACES TO CYCLE-DATE-RECORD
           END-READ
           IF NOT CD-CONTROL-REC
               DISPLAY 'CASSIFC1 ABEND - NO CONTROL RECORD AT THE HEAD '
                   'OF CYCLDATE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT CD-CYCLE-OPEN
               DISPLAY 'CASSIFC1 ABEND - BUSINESS DATE '
                   CD-CURRENT-BUS-DT ' IS NOT OPEN'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE CD-CURRENT-BUS-DT TO WS-RS-RUN-DT
           CLOSE CYCLE-DATE-FILE.

      *    THE STRMPARM CARD IS OPTIONAL -- A MISSING DD OR A BLANK
      *    STREAM NUMBER IS AN ORDINARY, UNPARTITIONED RUN. A CARD
      *    THAT NAMES A STREAM MUST NAME A VALID ONE, OR FLOWBAL1
      *    WOULD BALANCE THE NIGHT AGAINST THE WRONG STREAM.
       1100-READ-STREAM-PARM.
           OPEN INPUT STREAM-PARM-FILE
           IF WS-STRM-PARM-STATUS = '00'
               READ STREAM-PARM-FILE
                   AT END
                       MOVE SPACES TO STREAM-PARM-CARD
               END-READ
               IF SP-STREAM-ID NOT = SPACES
                   PERFORM 1150-EDIT-STREAM-PARM
               END-IF
               CLOSE STREAM-PARM-FILE
           END-IF.

       1150-EDIT-STREAM-PARM.
           IF SP-STREAM-ID NOT NUMERIC
              OR SP-STREAM-COUNT NOT NUMERIC
               DISPLAY 'CASSIFC1 ABEND - STRMPARM STREAM ' SP-STREAM-ID
                   ' OF ' SP-STREAM-COUNT ' IS NOT NUMERIC'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF SP-STREAM-ID-NB < 1
              OR SP-STREAM-COUNT-NB > 8
              OR SP-STREAM-ID-NB > SP-STREAM-COUNT-NB
               DISPLAY 'CASSIFC1 ABEND - STRMPARM STREAM ' SP-STREAM-ID
                   ' OF ' SP-STREAM-COUNT ' IS OUT OF RANGE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SP-STREAM-ID    TO WS-STREAM-ID
           MOVE SP-STREAM-COUNT TO WS-STREAM-COUNT
           DISPLAY 'CASSIFC1 RUNNING AS STREAM ' WS-STREAM-ID
               ' OF ' WS-STREAM-COUNT.

      *    CONTROL-TRAILER RECORDS ARE TALLIED AND SKIPPED HERE SO THE
      *    STANDARDIZATION AND THE EXTRACT ONLY EVER SEE DATA RECORDS.
       1900-READ-AUDIT-INPUT.
      *    DOWNSTREAM ERROR CODE CAN STILL BE ASSIGNED ON N-SRC-ADDR
      *    CONTENT, NOT ON A STANDARDIZATION FAILURE.
       2100-STANDARDIZE-ADDRESS.
           PERFORM 2110-BUILD-CLIENT-REF
           CALL 'CASSINTF' USING N-SRC-NAME OF AUDIT-INPUT-FILE
                                  N-SRC-ADDR OF AUDIT-INPUT-FILE
                                  N-SRC-ADDR-FRMT-CD OF AUDIT-INPUT-FILE
                                  N-FORMATTED-ADDR OF AUDIT-INPUT-FILE
                                  WS-CASS-RETURN-CODE
                                  VU-CLIENT-REF
           PERFORM 2190-LOG-VENDOR-CALL
           EVALUATE TRUE
               WHEN WS-CASS-OK
                   ADD 1 TO WS-RECORDS-STANDARDIZED
                   ADD 1 TO WS-RECORDS-SKIPPED
           END-EVALUATE.

      *    THE USAGE RECORD IS BUILT AHEAD OF THE CALL SO ITS CLIENT
      *    REFERENCE CAN RIDE ON THE SUBMISSION.
       2110-BUILD-CLIENT-REF.
           MOVE SPACES            TO VENDOR-USAGE-RECORD
           MOVE WS-RS-RUN-DT      TO VU-CALL-DT
           MOVE N-SRC-SUBJ-ID-NB  TO VU-REF-SUBJ-ID-NB
           MOVE N-SRC-SUBJ-SEQ-NB TO VU-REF-SUBJ-SEQ-NB
           MOVE 'CASS'            TO VU-SERVICE
           MOVE 'CASSIFC1'        TO VU-PROGRAM-ID
           MOVE N-DATA-PROVIDER   TO VU-DATA-PROVIDER.

      *    EVERY CALL IS BILLED, SO EVERY CALL IS LOGGED -- A
      *    VENDOR-UNAVAILABLE RETURN INCLUDED.
       2190-LOG-VENDOR-CALL.
           MOVE WS-CASS-RETURN-CODE TO VU-RETURN-CD
           WRITE VENDOR-USAGE-RECORD
           ADD 1                  TO WS-TRL-USAGE-COUNT
           ADD VU-REF-SUBJ-ID-NB  TO WS-TRL-USAGE-HASH
           ADD VU-REF-SUBJ-SEQ-NB TO WS-TRL-USAGE-HASH.

      *    THE VENDOR COULD NOT BE REACHED -- THE SUBJECT GOES TO THE
      *    RETRY QUEUE INSTEAD OF THE EXTRACT, SO IT IS NEITHER LOST
      *    NOR PASSED DOWNSTREAM UN-STANDARDIZED. THE RAW IMAGE IS
           MOVE WS-TRL-RTRY-HASH  TO CT-KEY-HASH
           MOVE SPACES TO RETRY-QUEUE-RECORD
           MOVE AUDIT-CONTROL-TRAILER TO RETRY-QUEUE-RECORD (1:1527)
           WRITE RETRY-QUEUE-RECORD
           MOVE SPACES             TO VENDOR-USAGE-TRAILER
           MOVE HIGH-VALUES        TO VUT-TRAILER-ID
           MOVE 'CASSIFC1'         TO VUT-PROGRAM-ID
           MOVE WS-TRL-USAGE-COUNT TO VUT-RECORD-COUNT
           MOVE WS-TRL-USAGE-HASH  TO VUT-KEY-HASH
           WRITE VENDOR-USAGE-TRAILER.

      *    ONE RUN-STATISTICS RECORD FOR THE FLOW-BALANCING STEP
      *    (FLOWBAL1): THE CLEAN FEED IN, THE EXTRACT AND THE RETRY
           MOVE ZERO                     TO RS-OUT-RECORDS (4)
           MOVE WS-RECORDS-RETRY-QUEUED  TO RS-SUSPENDED
           MOVE ZERO                     TO RS-REJECTED
           MOVE WS-STREAM-ID             TO RS-STREAM-ID
           MOVE WS-STREAM-COUNT          TO RS-STREAM-COUNT
           OPEN EXTEND RUN-STAT-FILE
           WRITE RUN-STATISTICS-RECORD
           CLOSE RUN-STAT-FILE.
           CLOSE AUDIT-IN-FILE
                 AUDIT-STD-FILE
                 RETRY-QUEUE-FILE
                 VENDOR-USAGE-FILE
           DISPLAY 'CASSIFC1 RECORDS READ:          ' WS-RECORDS-READ
           DISPLAY 'CASSIFC1 RECORDS STANDARDIZED:   '
               WS-RECORDS-STANDARDIZED
           DISPLAY 'CASSIFC1 RECORDS SKIPPED:        '
               WS-RECORDS-SKIPPED
           DISPLAY 'CASSIFC1 RECORDS RETRY-QUEUED:   '
               WS-RECORDS-RETRY-QUEUED
           DISPLAY 'CASSIFC1 VENDOR CALLS LOGGED:    '
               WS-TRL-USAGE-COUNT.
