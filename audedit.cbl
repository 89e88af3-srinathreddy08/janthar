      *                RE-REGISTERS THE BATCH. THE REGISTRY ALSO GIVES
      *                THE DESK A BROWSEABLE RECORD OF EXACTLY WHICH
      *                PROVIDER BATCHES HAVE BEEN ACCEPTED, AND WHEN.
      *                A FEED IS ONLY TAKEN FROM A PROVIDER THE SHOP
      *                KNOWS: EVERY NEW PROVIDER BATCH IS LOOKED UP ON
      *                THE DATA-PROVIDER MASTER (SEE PROVMST.CPY), AND
      *                A BATCH FROM A PROVIDER NOT ON IT, OR MARKED
      *                INACTIVE, IS ANNOUNCED ON THE CONSOLE AND EVERY
      *                ONE OF ITS RECORDS GOES TO THE REJECT FILE WITH
      *                '0020' AGAINST N-DATA-PROVIDER. A REJECTED BATCH
      *                IS NOT REGISTERED ON FEEDREG -- IT WAS NOT
      *                ACCEPTED -- SO ONCE THE MASTER IS PUT RIGHT THE
      *                SAME FILE CAN BE RUN THROUGH AGAIN.
      *                THE RUN DATE IS THE OPEN BUSINESS DATE FROM THE
      *                CYCLDATE CONTROL FILE (SEE CYCDATE.CPY), NOT THE
      *                SYSTEM CLOCK, SO A RERUN CARRIES THE DATE OF THE
      *                CYCLE IT BELONGS TO; THE STEP ABENDS UNLESS
      *                CYCLEND1 HAS OPENED THAT DATE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REG-FILE-STATUS.

           SELECT PROVIDER-MASTER-FILE ASSIGN TO PROVMST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROV-FILE-STATUS.

           SELECT PARM-FILE            ASSIGN TO FEEDPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT RUN-STAT-FILE        ASSIGN TO RUNSTAT
               ORGANIZATION IS SEQUENTIAL.

           SELECT CYCLE-DATE-FILE      ASSIGN TO CYCLDATE
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-IN-FILE
       01  REPORT-LINE                PIC X(132).

       FD  FEED-REG-FILE
           RECORD CONTAINS 41 CHARACTERS.
       COPY "feedreg.cpy".

       FD  PROVIDER-MASTER-FILE
           RECORD CONTAINS 150 CHARACTERS.
       COPY "provmst.cpy".

       FD  PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-CARD                  PIC X(80).

       FD  RUN-STAT-FILE
           RECORD CONTAINS 101 CHARACTERS.
       COPY "runstat.cpy".

       FD  CYCLE-DATE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY "cycdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-EOF-SW              PIC X(01) VALUE 'N'.
               88  WS-OVERRIDE-SET    VALUE 'Y'.
           05  WS-BATCH-FOUND-SW      PIC X(01) VALUE 'N'.
               88  WS-BATCH-FOUND     VALUE 'Y' FALSE 'N'.
           05  WS-PROV-EOF-SW         PIC X(01) VALUE 'N'.
               88  WS-PROV-EOF        VALUE 'Y'.
           05  WS-PROV-FILE-STATUS    PIC X(02) VALUE '00'.
           05  WS-PROVIDER-OK-SW      PIC X(01) VALUE 'N'.
               88  WS-PROVIDER-OK     VALUE 'Y' FALSE 'N'.
      *    SET PER RECORD FROM ITS BATCH -- ON WHEN THE BATCH CAME
      *    FROM AN UNKNOWN OR INACTIVE PROVIDER.
           05  WS-BATCH-REJECTED-SW   PIC X(01) VALUE 'N'.
               88  WS-BATCH-REJECTED  VALUE 'Y' FALSE 'N'.

       COPY "provtbl.cpy".

      *    REGISTRATION KEYS ACCEPTED BY PRIOR RUNS, LOADED FROM
      *    FEEDREG AT STARTUP AND SEARCHED SERIALLY PER BATCH KEY --
      *    THE DISTINCT PROVIDER BATCHES SEEN ON THIS RUN'S FEED (A
      *    CONCATENATED FEED CARRIES ONE PER GENERATION), EACH WITH
      *    ITS OWN RECORD COUNT AND SUBJECT-KEY HASH -- WRITTEN TO THE
      *    REGISTRY ONCE THE FEED TRAILER HAS VERIFIED, UNLESS THE
      *    PROVIDER ITSELF WAS REJECTED.
       01  WS-RUN-BATCH-TABLE.
           05  WS-BATCH-COUNT         PIC S9(04) COMP VALUE ZERO.
           05  WS-BATCH-ENTRY OCCURS 50 TIMES.
                   15  WS-BT-TM        PIC X(04).
               10  WS-BT-REC-COUNT    PIC S9(09) COMP-3.
               10  WS-BT-KEY-HASH     PIC S9(09) COMP-3.
               10  WS-BT-STATUS       PIC X(01).
                   88  WS-BT-ACCEPTED          VALUE 'A'.
                   88  WS-BT-PROVIDER-REJECTED VALUE 'R'.

       01  WS-REG-IDX                 PIC S9(04) COMP VALUE ZERO.
       01  WS-BATCH-IDX               PIC S9(04) COMP VALUE ZERO.
           05  WS-RECORDS-READ        PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-RECORDS-PASSED      PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-RECORDS-REJECTED    PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-BATCHES-REJECTED    PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-PAGE-NB             PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-LINE-CT             PIC S9(03) COMP-3 VALUE 99.

           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1050-READ-CYCLE-DATE
           ACCEPT WS-RS-START-TM-RAW FROM TIME
           PERFORM 1200-READ-OVERRIDE-PARM
           PERFORM 1300-LOAD-FEED-REGISTRY
           PERFORM 1400-LOAD-PROVIDER-MASTER
           OPEN INPUT  AUDIT-IN-FILE
           OPEN OUTPUT AUDIT-CLEAN-FILE
           OPEN OUTPUT AUDIT-REJECT-FILE
           OPEN OUTPUT EDIT-REPORT
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
               DISPLAY 'AUDEDIT1 ABEND - NO CONTROL RECORD AT THE HEAD '
                   'OF CYCLDATE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT CD-CYCLE-OPEN
               DISPLAY 'AUDEDIT1 ABEND - BUSINESS DATE '
                   CD-CURRENT-BUS-DT ' IS NOT OPEN'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE CD-CURRENT-BUS-DT TO WS-RUN-DT
           CLOSE CYCLE-DATE-FILE.

      *    THE FEEDPARM CARD IS OPTIONAL -- ABSENT OR BLANK MEANS
      *    NORMAL DUPLICATE CHECKING. 'OVERRIDE' IN COLUMNS 1-8 LETS A
      *    LEGITIMATE RESEND THROUGH THE REGISTRY CHECK; THE ACCEPTED
                       TO WS-REG-TM (WS-REG-ENTRY-COUNT)
           END-READ.

      *    LOADS THE DATA-PROVIDER MASTER INTO THE IN-STORAGE TABLE --
      *    SAME LOAD AND HARD-STOP DISCIPLINE AS THE ERROR-CODE MASTER
      *    IN FDBKBLD1. UNLIKE FEEDREG THE MASTER MUST BE THERE: WITHOUT
      *    IT EVERY FEED WOULD BE REJECTED.
       1400-LOAD-PROVIDER-MASTER.
           OPEN INPUT PROVIDER-MASTER-FILE
           IF WS-PROV-FILE-STATUS NOT = '00'
               DISPLAY 'AUDEDIT1 ABEND - CANNOT OPEN PROVMST, '
                   'STATUS ' WS-PROV-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1450-LOAD-ONE-PROVIDER UNTIL WS-PROV-EOF
           CLOSE PROVIDER-MASTER-FILE.

       1450-LOAD-ONE-PROVIDER.
           READ PROVIDER-MASTER-FILE
               AT END
                   SET WS-PROV-EOF TO TRUE
               NOT AT END
                   IF WS-PRV-ENTRY-COUNT >= 200
                       DISPLAY 'AUDEDIT1 ABEND - PROVMST EXCEEDS '
                           'THE 200-ENTRY PROVIDER TABLE'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-PRV-ENTRY-COUNT
                   MOVE PM-DATA-PROVIDER
                       TO WS-PRV-PROVIDER (WS-PRV-ENTRY-COUNT)
                   MOVE PM-PROVIDER-NM
                       TO WS-PRV-NAME (WS-PRV-ENTRY-COUNT)
                   MOVE PM-CONTACT-NM
                       TO WS-PRV-CONTACT-NM (WS-PRV-ENTRY-COUNT)
                   MOVE PM-CONTACT-PHONE
                       TO WS-PRV-CONTACT-PHONE (WS-PRV-ENTRY-COUNT)
                   MOVE PM-DELIVERY-DAYS
                       TO WS-PRV-DELIVERY-DAYS (WS-PRV-ENTRY-COUNT)
                   MOVE PM-CUTOFF-TM
                       TO WS-PRV-CUTOFF-TM (WS-PRV-ENTRY-COUNT)
                   MOVE PM-PROVIDER-STATUS
                       TO WS-PRV-STATUS (WS-PRV-ENTRY-COUNT)
                   MOVE PM-VOLUME-TOL-PCT
                       TO WS-PRV-VOLUME-TOL-PCT (WS-PRV-ENTRY-COUNT)
           END-READ.

      *    CONTROL-TRAILER RECORDS ARE TALLIED AND SKIPPED HERE SO THE
      *    EDIT AND THE DOWNSTREAM WRITES ONLY EVER SEE DATA RECORDS;
      *    A CONCATENATED FEED MAY CARRY ONE TRAILER PER GENERATION.
                      OR WS-BATCH-FOUND
               IF WS-BT-KEY (WS-BATCH-IDX) = WS-THIS-BATCH-KEY
                   SET WS-BATCH-FOUND TO TRUE
                   SET WS-BATCH-REJECTED TO FALSE
                   IF WS-BT-PROVIDER-REJECTED (WS-BATCH-IDX)
                       SET WS-BATCH-REJECTED TO TRUE
                   END-IF
                   ADD 1                 TO WS-BT-REC-COUNT
                                            (WS-BATCH-IDX)
                   ADD N-SRC-SUBJ-ID-NB  TO WS-BT-KEY-HASH
           END-IF.

       2550-OPEN-NEW-BATCH.
           PERFORM 2560-CHECK-PROVIDER
           IF NOT WS-BATCH-REJECTED
               PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                       UNTIL WS-REG-IDX > WS-REG-ENTRY-COUNT
                   IF WS-REG-KEY (WS-REG-IDX) = WS-THIS-BATCH-KEY
                       PERFORM 2590-DUPLICATE-FEED-STOP
                   END-IF
               END-PERFORM
           END-IF
           IF WS-BATCH-COUNT >= 50
               DISPLAY 'AUDEDIT1 ABEND - FEED CARRIES MORE THAN 50 '
                   'PROVIDER BATCHES'
           MOVE 1                 TO WS-BT-REC-COUNT (WS-BATCH-COUNT)
           MOVE ZERO              TO WS-BT-KEY-HASH (WS-BATCH-COUNT)
           ADD N-SRC-SUBJ-ID-NB   TO WS-BT-KEY-HASH (WS-BATCH-COUNT)
           ADD N-SRC-SUBJ-SEQ-NB  TO WS-BT-KEY-HASH (WS-BATCH-COUNT)
           IF WS-BATCH-REJECTED
               SET WS-BT-PROVIDER-REJECTED (WS-BATCH-COUNT) TO TRUE
               ADD 1 TO WS-BATCHES-REJECTED
           ELSE
               SET WS-BT-ACCEPTED (WS-BATCH-COUNT) TO TRUE
           END-IF.

      *    A NEW BATCH IS ONLY ACCEPTED FROM A PROVIDER ON THE MASTER
      *    AND ACTIVE. ANYTHING ELSE IS ANNOUNCED HERE, ONCE PER BATCH,
      *    AND THE BATCH'S RECORDS ARE REJECTED BY THE EDIT.
       2560-CHECK-PROVIDER.
           SET WS-PROVIDER-OK TO FALSE
           SET WS-BATCH-REJECTED TO FALSE
           PERFORM VARYING WS-PRV-IDX FROM 1 BY 1
                   UNTIL WS-PRV-IDX > WS-PRV-ENTRY-COUNT
                      OR WS-PROVIDER-OK
                      OR WS-BATCH-REJECTED
               IF WS-PRV-PROVIDER (WS-PRV-IDX) = WS-TB-PROVIDER
                   IF WS-PRV-ACTIVE (WS-PRV-IDX)
                       SET WS-PROVIDER-OK TO TRUE
                   ELSE
                       SET WS-BATCH-REJECTED TO TRUE
                       DISPLAY 'AUDEDIT1 FEED REJECTED - PROVIDER '
                           WS-TB-PROVIDER ' IS INACTIVE ON PROVMST, '
                           'DATE ' WS-TB-DT ' TIME ' WS-TB-TM
                   END-IF
               END-IF
           END-PERFORM
           IF NOT WS-PROVIDER-OK AND NOT WS-BATCH-REJECTED
               SET WS-BATCH-REJECTED TO TRUE
               DISPLAY 'AUDEDIT1 FEED REJECTED - PROVIDER '
                   WS-TB-PROVIDER ' IS NOT ON PROVMST, '
                   'DATE ' WS-TB-DT ' TIME ' WS-TB-TM
           END-IF.

      *    THE FRONT DOOR HAS SEEN THIS BATCH BEFORE. WITHOUT THE
      *    OPERATOR OVERRIDE THE RUN STOPS HERE, BEFORE A SINGLE
           SET WS-RECORD-CLEAN TO TRUE
           MOVE SPACES TO WS-EDIT-ERROR-CODE
           MOVE SPACES TO WS-EDIT-FIELD-NAME
           PERFORM 3050-EDIT-PROVIDER
           IF WS-RECORD-CLEAN
               PERFORM 3100-EDIT-ARRAY-COUNTS
           END-IF
           IF WS-RECORD-CLEAN
               PERFORM 3200-EDIT-SEQUENCE-NB
           END-IF
               PERFORM 3300-EDIT-CODED-FIELDS
           END-IF.

       3050-EDIT-PROVIDER.
           IF WS-BATCH-REJECTED
               MOVE 'N-DATA-PROVIDER' TO WS-EDIT-FIELD-NAME
               MOVE '0020'            TO WS-EDIT-ERROR-CODE
               SET WS-RECORD-CLEAN TO FALSE
           END-IF.

       3100-EDIT-ARRAY-COUNTS.
           EVALUATE TRUE
               WHEN N-PIN-COUNT < ZERO OR N-PIN-COUNT > 500
           END-IF
           PERFORM VARYING WS-BATCH-IDX FROM 1 BY 1
                   UNTIL WS-BATCH-IDX > WS-BATCH-COUNT
               IF WS-BT-ACCEPTED (WS-BATCH-IDX)
                   MOVE WS-BT-PROVIDER (WS-BATCH-IDX)
                       TO FR-DATA-PROVIDER
                   MOVE WS-BT-DT (WS-BATCH-IDX)  TO FR-PROC-START-DT
                   MOVE WS-BT-TM (WS-BATCH-IDX)  TO FR-PROC-START-TM
                   MOVE WS-BT-REC-COUNT (WS-BATCH-IDX)
                       TO FR-RECORD-COUNT
                   MOVE WS-BT-KEY-HASH (WS-BATCH-IDX)
                       TO FR-KEY-HASH
                   MOVE WS-RUN-DT TO FR-ACCEPT-DT
                   MOVE WS-RS-START-TM-RAW (1:6) TO FR-ACCEPT-TM
                   WRITE FEED-REGISTRATION-RECORD
               END-IF
           END-PERFORM
           CLOSE FEED-REG-FILE.

           CLOSE EDIT-REPORT
           DISPLAY 'AUDEDIT1 RECORDS READ:     ' WS-RECORDS-READ
           DISPLAY 'AUDEDIT1 RECORDS PASSED:   ' WS-RECORDS-PASSED
           DISPLAY 'AUDEDIT1 RECORDS REJECTED: ' WS-RECORDS-REJECTED
           DISPLAY 'AUDEDIT1 BATCHES REJECTED: ' WS-BATCHES-REJECTED.
