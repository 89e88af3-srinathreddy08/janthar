      *                GENERATION AND THE HOLD LIST ARE SEALED WITH
      *                FRESH TRAILERS. THE FIRST NIXHIST GENERATION IS
      *                PRIMED BY OPERATIONS AS A TRAILER-ONLY FILE.
      *                EVERY RETURN POSTED TO THE HISTORY ALSO GOES TO
      *                THE NIXFDBK FEEDBACK-ITEM FILE (SEE FDBKITM.CPY)
      *                AS A '0011' ITEM FOR THE PROVIDER FEEDBACK BUILD
      *                (FDBKBLD1), CARRYING THE PROVIDER AND BATCH
      *                IDENTITY FROM THE SUBJECT'S FIRST KSDS RECORD.
      *                UNMATCHED AND INVALID RETURNS HAVE NO PROVIDER
      *                TO ROUTE TO AND STAY ON THE EXCEPTION REPORT.
      *                THE RUN DATE IS THE OPEN BUSINESS DATE FROM THE
      *                CYCLDATE CONTROL FILE (SEE CYCDATE.CPY), NOT THE
      *                SYSTEM CLOCK, SO A RERUN CARRIES THE DATE OF THE
      *                CYCLE IT BELONGS TO; THE STEP ABENDS UNLESS
      *                CYCLEND1 HAS OPENED THAT DATE.
      *                THE WINDOW CAN ALSO BE GIVEN AS A NUMBER OF
      *                BUSINESS DAYS: THREE DIGITS IN COLUMNS 1-3 OF
      *                NIXPARM WITH COLUMNS 4-8 BLANK. THE WINDOW THEN
      *                STARTS THAT MANY BUSINESS DAYS BACK, COUNTING
      *                TONIGHT'S BUSINESS DATE AS THE FIRST, AGAINST
      *                THE CYCLDATE NON-PROCESSING CALENDAR (SEE
      *                BUSDAYS), SO A HOLIDAY WEEK DOES NOT SHRINK IT.
      *                EVERY '0012', '0013' AND '0014' LINE ON THE
      *                EXCEPTION REPORT ALSO GOES TO THE NIXEXCQ ITEM
      *                FILE (SAME FDBKITM.CPY LAYOUT, SEALED WITH ITS
      *                OWN TRAILER) FOR THE EXCEPTION WORK-QUEUE LOAD
      *                (EXCQBLD1). A HOLD IS RE-DERIVED FROM THE
      *                HISTORY WINDOW EVERY NIGHT, SO ITS ITEM IS MARKED
      *                A STANDING CONDITION; UNMATCHED AND INVALID
      *                RETURNS ARE ONE-TIME EVENTS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
           SELECT EXCEPTION-REPORT     ASSIGN TO NIXERPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FEEDBACK-ITEM-FILE   ASSIGN TO NIXFDBK
               ORGANIZATION IS SEQUENTIAL.

           SELECT EXCQ-ITEM-FILE       ASSIGN TO NIXEXCQ
               ORGANIZATION IS SEQUENTIAL.

           SELECT CYCLE-DATE-FILE      ASSIGN TO CYCLDATE
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                 PIC X(132).

       FD  FEEDBACK-ITEM-FILE
           RECORD CONTAINS 40 CHARACTERS.
       COPY "fdbkitm.cpy".

      *    EXCEPTION-QUEUE ITEMS -- A RAW IMAGE OF THE SAME 40-BYTE
      *    FDBKITM.CPY LAYOUT, BUILT IN WS-EXCQ-ITEM-WORK, SO ITS FIELD
      *    NAMES NEVER COLLIDE WITH FEEDBACK-ITEM-FILE'S OWN.
       FD  EXCQ-ITEM-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  EXCQ-ITEM-RECORD            PIC X(40).

       FD  CYCLE-DATE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY "cycdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-PARM-EOF-SW             PIC X(01) VALUE 'N'.
               88  WS-SUBJ-FOUND          VALUE 'Y' FALSE 'N'.
           05  WS-SUBJ-DONE-SW            PIC X(01) VALUE 'N'.
               88  WS-SUBJ-DONE           VALUE 'Y' FALSE 'N'.
           05  WS-CYCLE-EOF-SW            PIC X(01) VALUE 'N'.
               88  WS-CYCLE-EOF           VALUE 'Y'.

       COPY "errtbl.cpy".

           05  WS-HIST-CARRIED            PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-SUBJECTS-FLAGGED        PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-SUBJECTS-HELD           PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-EXCQ-ITEMS              PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-KSDS-RECS-FLAGGED       PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-PAGE-NB                 PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-LINE-CT                 PIC S9(03) COMP-3 VALUE 99.

      *    START OF THE REPEAT-OFFENDER WINDOW, FROM THE NIXPARM CARD
      *    -- GIVEN AS A DATE, OR WORKED BACK FROM A BUSINESS-DAY
      *    COUNT.
       01  WS-WINDOW-START                PIC X(08) VALUE SPACES.
       01  WS-WINDOW-BUS-DAYS             PIC 9(03) VALUE ZERO.
       01  WS-WINDOW-STEPS                PIC S9(04) COMP VALUE ZERO.

       COPY "caltbl.cpy".

      *    RUN DATE STAMPED ON EVERY HISTORY RECORD POSTED TONIGHT.
       01  WS-RUN-DT                      PIC X(08) VALUE SPACES.
           05  WS-CUR-SUBJ-SEQ-NB         PIC S9(04) COMP VALUE ZERO.
       01  WS-WINDOW-COUNT                PIC S9(05) COMP-3 VALUE ZERO.

      *    PROVIDER AND BATCH IDENTITY OF THE CURRENT SUBJECT'S FIRST
      *    KSDS RECORD (RAW OFFSETS OF N-DATA-PROVIDER, N-SEQUENCE-NB
      *    AND N-PROC-START-DT/TM) FOR ITS FEEDBACK ITEMS.
       01  WS-SUBJ-IDENTITY.
           05  WS-SI-DATA-PROVIDER        PIC X(05) VALUE SPACES.
           05  WS-SI-SEQUENCE-NB          PIC X(06) VALUE SPACES.
           05  WS-SI-PROC-START-DT        PIC X(08) VALUE SPACES.
           05  WS-SI-PROC-START-TM        PIC X(04) VALUE SPACES.

      *    RAW BINARY IMAGE OF THE CURRENT SUBJECT KEY FOR THE
      *    ALTERNATE-PATH READ -- SAME REDEFINES TECHNIQUE AS
      *    ARCHRST1/NCOAAPL1.
           05  WS-OTL-HIST-HASH           PIC S9(18) COMP VALUE ZERO.
           05  WS-OTL-HOLD-COUNT          PIC S9(18) COMP VALUE ZERO.
           05  WS-OTL-HOLD-HASH           PIC S9(18) COMP VALUE ZERO.
           05  WS-OTL-FDBK-COUNT          PIC S9(18) COMP VALUE ZERO.
           05  WS-OTL-FDBK-HASH           PIC S9(18) COMP VALUE ZERO.
           05  WS-OTL-EXCQ-COUNT          PIC S9(18) COMP VALUE ZERO.
           05  WS-OTL-EXCQ-HASH           PIC S9(18) COMP VALUE ZERO.

      *    WORK IMAGES OF THE EXCEPTION-QUEUE ITEM AND ITS TRAILER --
      *    BUILT HERE AND MOVED TO THE RAW OUTPUT BUFFER, SAME SHAPE
      *    AS FEEDBACK-ITEM-RECORD/FEEDBACK-ITEM-TRAILER IN
      *    FDBKITM.CPY.
       01  WS-EXCQ-ITEM-WORK.
           05  WS-XI-DATA-PROVIDER        PIC X(05).
           05  WS-XI-SRC-SUBJ-ID-NB       PIC S9(04) COMP.
           05  WS-XI-SRC-SUBJ-SEQ-NB      PIC S9(04) COMP.
           05  WS-XI-SEQUENCE-NB          PIC X(06).
           05  WS-XI-ERROR-CODE           PIC X(04).
           05  WS-XI-PROC-START-DT        PIC X(08).
           05  WS-XI-PROC-START-TM        PIC X(04).
           05  WS-XI-SOURCE-PGM           PIC X(08).
           05  WS-XI-ITEM-KIND            PIC X(01).
               88  WS-XI-STANDING-CONDITION VALUE 'S'.
               88  WS-XI-ONE-TIME-EVENT   VALUE 'E'.

       01  WS-EXCQ-TRAILER-WORK.
           05  WS-XT-TRAILER-ID           PIC X(02).
           05  WS-XT-RECORD-COUNT         PIC S9(09) COMP-3.
           05  WS-XT-KEY-HASH             PIC S9(09) COMP-3.
           05  FILLER                     PIC X(28).

       01  WS-HDG1.
           05  FILLER                 PIC X(01) VALUE '1'.
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1050-READ-CYCLE-DATE
           PERFORM 1100-READ-WINDOW-PARM
           PERFORM 1500-LOAD-ERROR-MASTER
           OPEN INPUT  RETURN-MAIL-FILE
           END-IF
           OPEN OUTPUT HOLD-LIST-FILE
           OPEN OUTPUT EXCEPTION-REPORT
           OPEN OUTPUT FEEDBACK-ITEM-FILE
           OPEN OUTPUT EXCQ-ITEM-FILE
           PERFORM 1900-READ-RETURN-FEED
           PERFORM 1950-READ-HISTORY-IN.

      *    THE BUSINESS DATE IS TAKEN FROM THE CYCLDATE CONTROL RECORD
      *    AND THE STEP REFUSES TO RUN UNLESS THAT DATE IS OPEN. THE
      *    NON-PROCESSING CALENDAR BEHIND IT IS LOADED FOR A WINDOW
      *    GIVEN IN BUSINESS DAYS.
       1050-READ-CYCLE-DATE.
           OPEN INPUT CYCLE-DATE-FILE
           READ CYCLE-DATE-FILE
               AT END
                   MOVE SPACES TO CYCLE-DATE-RECORD
           END-READ
           IF NOT CD-CONTROL-REC
               DISPLAY 'NIXIEPR1 ABEND - NO CONTROL RECORD AT THE HEAD '
                   'OF CYCLDATE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT CD-CYCLE-OPEN
               DISPLAY 'NIXIEPR1 ABEND - BUSINESS DATE '
                   CD-CURRENT-BUS-DT ' IS NOT OPEN'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE CD-CURRENT-BUS-DT TO WS-RUN-DT
           PERFORM 1060-LOAD-ONE-CALENDAR-DATE UNTIL WS-CYCLE-EOF
           CLOSE CYCLE-DATE-FILE.

       1060-LOAD-ONE-CALENDAR-DATE.
           READ CYCLE-DATE-FILE
               AT END
                   SET WS-CYCLE-EOF TO TRUE
               NOT AT END
                   IF WS-CAL-COUNT >= 400
                       DISPLAY 'NIXIEPR1 ABEND - CYCLDATE CALENDAR '
                           'EXCEEDS THE 400-ENTRY TABLE'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-CAL-COUNT
                   MOVE CC-NON-PROC-DT
                       TO WS-CAL-NON-PROC-DT (WS-CAL-COUNT)
           END-READ.

      *    THE WINDOW-START DATE RIDES IN COLUMNS 1-8 OF THE NIXPARM
      *    CARD, OR A BUSINESS-DAY COUNT IN COLUMNS 1-3 WITH 4-8
      *    BLANK. RETURNS DATED ON OR AFTER THE START COUNT TOWARD THE
      *    THREE-RETURN HOLD.
       1100-READ-WINDOW-PARM.
           OPEN INPUT PARM-FILE
                   SET WS-PARM-EOF TO TRUE
           END-READ
           CLOSE PARM-FILE
           IF WS-PARM-EOF
               DISPLAY 'NIXIEPR1 ABEND - NIXPARM WINDOW-START DATE '
                   'MISSING OR NOT NUMERIC'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           EVALUATE TRUE
               WHEN PARM-CARD (1:8) NUMERIC
                   MOVE PARM-CARD (1:8) TO WS-WINDOW-START
               WHEN PARM-CARD (1:3) NUMERIC
                AND PARM-CARD (4:5) = SPACES
                   MOVE PARM-CARD (1:3) TO WS-WINDOW-BUS-DAYS
                   PERFORM 1150-SET-BUS-DAY-WINDOW
               WHEN OTHER
                   DISPLAY 'NIXIEPR1 ABEND - NIXPARM WINDOW-START DATE '
                       'MISSING OR NOT NUMERIC'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           DISPLAY 'NIXIEPR1 REPEAT-OFFENDER WINDOW STARTS '
               WS-WINDOW-START.

      *    A WINDOW OF N BUSINESS DAYS COUNTS TONIGHT'S BUSINESS DATE
      *    AS THE FIRST, SO IT STARTS N - 1 BUSINESS DAYS BACK.
       1150-SET-BUS-DAY-WINDOW.
           IF WS-WINDOW-BUS-DAYS = ZERO
               DISPLAY 'NIXIEPR1 ABEND - NIXPARM WINDOW MUST BE AT '
                   'LEAST 1 BUSINESS DAY'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RUN-DT TO WS-WINDOW-START
           SET WS-BD-PRIOR-BUS-DAY TO TRUE
           PERFORM VARYING WS-WINDOW-STEPS FROM 1 BY 1
                   UNTIL WS-WINDOW-STEPS >= WS-WINDOW-BUS-DAYS
               MOVE WS-WINDOW-START TO WS-BD-IN-DT
               CALL 'BUSDAYS' USING WS-BUSDAY-PARMS WS-CALENDAR-TABLE
               IF NOT WS-BD-OK
                   DISPLAY 'NIXIEPR1 ABEND - NO PRIOR BUSINESS DAY '
                       'FOR ' WS-WINDOW-START ', BUSDAYS RETURN CODE '
                       WS-BD-RETURN-CODE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-BD-OUT-DT TO WS-WINDOW-START
           END-PERFORM.

      *    LOADS THE ERROR-CODE MASTER INTO THE IN-STORAGE TABLE --
      *    SAME LOAD AND HARD-STOP DISCIPLINE AS ADEXCRPT/RPTDRV1.
                   ADD 1 TO WS-RETURNS-INVALID
                   MOVE '0014' TO WS-RPT-ERROR-CODE
                   PERFORM 5000-PRINT-EXCEPTION-LINE
                   SET WS-XI-ONE-TIME-EVENT TO TRUE
                   PERFORM 2600-WRITE-EXCQ-ITEM
               WHEN OTHER
                   PERFORM 2300-MATCH-AND-POST
           END-EVALUATE
               ADD 1 TO WS-RETURNS-UNMATCHED
               MOVE '0012' TO WS-RPT-ERROR-CODE
               PERFORM 5000-PRINT-EXCEPTION-LINE
               SET WS-XI-ONE-TIME-EVENT TO TRUE
               PERFORM 2600-WRITE-EXCQ-ITEM
           END-IF.

      *    A SUBJECT CAN HAVE MORE THAN ONE AUDITKS RECORD -- ONE PER
           IF NOT WS-SUBJ-DONE
               SET WS-SUBJ-FOUND TO TRUE
               ADD 1 TO WS-SUBJECTS-FLAGGED
               MOVE AUDIT-KSDS-RECORD (1511:5) TO WS-SI-DATA-PROVIDER
               MOVE AUDIT-KSDS-RECORD (1516:6) TO WS-SI-SEQUENCE-NB
               MOVE AUDIT-KSDS-RECORD (1:8)    TO WS-SI-PROC-START-DT
               MOVE AUDIT-KSDS-RECORD (9:4)    TO WS-SI-PROC-START-TM
               PERFORM 2370-FLAG-ONE-RECORD
                   UNTIL WS-SUBJ-DONE
           END-IF.
           ADD RM-SRC-SUBJ-SEQ-NB TO WS-OTL-HIST-HASH
           IF RM-RETURN-DT >= WS-WINDOW-START
               ADD 1 TO WS-WINDOW-COUNT
           END-IF
           PERFORM 2450-WRITE-FEEDBACK-ITEM.

       2450-WRITE-FEEDBACK-ITEM.
           MOVE WS-SI-DATA-PROVIDER TO FI-DATA-PROVIDER
           MOVE RM-SRC-SUBJ-ID-NB   TO FI-SRC-SUBJ-ID-NB
           MOVE RM-SRC-SUBJ-SEQ-NB  TO FI-SRC-SUBJ-SEQ-NB
           MOVE WS-SI-SEQUENCE-NB   TO FI-SEQUENCE-NB
           MOVE '0011'              TO FI-ERROR-CODE
           MOVE WS-SI-PROC-START-DT TO FI-PROC-START-DT
           MOVE WS-SI-PROC-START-TM TO FI-PROC-START-TM
           MOVE 'NIXIEPR1'          TO FI-SOURCE-PGM
           SET FI-ONE-TIME-EVENT    TO TRUE
           WRITE FEEDBACK-ITEM-RECORD
           ADD 1                  TO WS-OTL-FDBK-COUNT
           ADD RM-SRC-SUBJ-ID-NB  TO WS-OTL-FDBK-HASH
           ADD RM-SRC-SUBJ-SEQ-NB TO WS-OTL-FDBK-HASH.

       2500-HOLD-SUBJECT.
           ADD 1 TO WS-SUBJECTS-HELD
           ADD WS-CUR-SUBJ-ID-NB   TO WS-OTL-HOLD-HASH
           ADD WS-CUR-SUBJ-SEQ-NB  TO WS-OTL-HOLD-HASH
           MOVE '0013' TO WS-RPT-ERROR-CODE
           PERFORM 5100-PRINT-HOLD-LINE
           SET WS-XI-STANDING-CONDITION TO TRUE
           PERFORM 2600-WRITE-EXCQ-ITEM.

      *    THE CALLER HAS SET WS-RPT-ERROR-CODE AND THE ITEM KIND. THE
      *    PROVIDER AND BATCH IDENTITY ARE ONLY KNOWN WHEN THE SUBJECT
      *    WAS FOUND ON AUDITKS TONIGHT; OTHERWISE THEY GO BLANK AND
      *    EXCQBLD1 LOOKS THE PROVIDER UP ITSELF.
       2600-WRITE-EXCQ-ITEM.
           IF WS-SUBJ-FOUND
               MOVE WS-SI-DATA-PROVIDER TO WS-XI-DATA-PROVIDER
               MOVE WS-SI-SEQUENCE-NB   TO WS-XI-SEQUENCE-NB
               MOVE WS-SI-PROC-START-DT TO WS-XI-PROC-START-DT
               MOVE WS-SI-PROC-START-TM TO WS-XI-PROC-START-TM
           ELSE
               MOVE SPACES              TO WS-XI-DATA-PROVIDER
               MOVE SPACES              TO WS-XI-SEQUENCE-NB
               MOVE SPACES              TO WS-XI-PROC-START-DT
               MOVE SPACES              TO WS-XI-PROC-START-TM
           END-IF
           MOVE WS-CUR-SUBJ-ID-NB   TO WS-XI-SRC-SUBJ-ID-NB
           MOVE WS-CUR-SUBJ-SEQ-NB  TO WS-XI-SRC-SUBJ-SEQ-NB
           MOVE WS-RPT-ERROR-CODE   TO WS-XI-ERROR-CODE
           MOVE 'NIXIEPR1'          TO WS-XI-SOURCE-PGM
           MOVE WS-EXCQ-ITEM-WORK   TO EXCQ-ITEM-RECORD
           WRITE EXCQ-ITEM-RECORD
           ADD 1                  TO WS-EXCQ-ITEMS
           ADD 1                  TO WS-OTL-EXCQ-COUNT
           ADD WS-CUR-SUBJ-ID-NB  TO WS-OTL-EXCQ-HASH
           ADD WS-CUR-SUBJ-SEQ-NB TO WS-OTL-EXCQ-HASH.

      *    DETAIL LINE FOR A FEED-RECORD EXCEPTION -- THE RETURN IN
      *    HAND SUPPLIES THE KEY AND REASON FIELDS.
           MOVE HIGH-VALUES         TO HDT-TRAILER-ID
           MOVE WS-OTL-HOLD-COUNT   TO HDT-RECORD-COUNT
           MOVE WS-OTL-HOLD-HASH    TO HDT-KEY-HASH
           WRITE NIXIE-HOLD-TRAILER
           MOVE SPACES              TO FEEDBACK-ITEM-TRAILER
           MOVE HIGH-VALUES         TO FIT-TRAILER-ID
           MOVE WS-OTL-FDBK-COUNT   TO FIT-RECORD-COUNT
           MOVE WS-OTL-FDBK-HASH    TO FIT-KEY-HASH
           WRITE FEEDBACK-ITEM-TRAILER
           MOVE SPACES              TO WS-EXCQ-TRAILER-WORK
           MOVE HIGH-VALUES         TO WS-XT-TRAILER-ID
           MOVE WS-OTL-EXCQ-COUNT   TO WS-XT-RECORD-COUNT
           MOVE WS-OTL-EXCQ-HASH    TO WS-XT-KEY-HASH
           MOVE WS-EXCQ-TRAILER-WORK TO EXCQ-ITEM-RECORD
           WRITE EXCQ-ITEM-RECORD.

       9000-TERMINATE.
           PERFORM 9800-VERIFY-FEED-TRAILER
           CLOSE AUDIT-KSDS-FILE
           CLOSE HOLD-LIST-FILE
           CLOSE EXCEPTION-REPORT
           CLOSE FEEDBACK-ITEM-FILE
           CLOSE EXCQ-ITEM-FILE
           DISPLAY 'NIXIEPR1 RETURNS READ:          ' WS-RETURNS-READ
           DISPLAY 'NIXIEPR1 RETURNS POSTED:        '
               WS-RETURNS-POSTED
           DISPLAY 'NIXIEPR1 KSDS RECORDS FLAGGED:  '
               WS-KSDS-RECS-FLAGGED
           DISPLAY 'NIXIEPR1 SUBJECTS ON HOLD LIST: '
               WS-SUBJECTS-HELD
           DISPLAY 'NIXIEPR1 EXCEPTION-QUEUE ITEMS: ' WS-EXCQ-ITEMS.
