       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EXCQBLD1.
       AUTHOR.        ADDRESS-REVIEW-SYSTEMS.
      *REMARKS.       NIGHTLY EXCEPTION WORK-QUEUE LOAD AND AGING.
      *                ADEXCRPT/RPTDRV1 AND THE STEP LISTINGS PRINT THE
      *                NIGHT'S EXCEPTIONS, BUT NOTHING RECORDED WHO WAS
      *                WORKING AN ITEM, WHAT WAS DONE OR HOW LONG IT
      *                HAD BEEN OPEN. THIS STEP LOADS THE EXCPQUE KSDS
      *                (SEE EXCQ.CPY) THAT THE REVIEW DESK WORKS
      *                THROUGH THE EXCQ SCREEN (EXCQWRK1), ONE ITEM PER
      *                SUBJECT PER EXCEPTION CODE, GATHERED FROM EVERY
      *                SOURCE IN ITS NATIVE FORM (SAME GATHERING STYLE
      *                AS FDBKBLD1) --
      *                  AUDITKS, EVERY RECORD CARRYING A NON-BLANK
      *                    N-ERROR-CODE (STANDING),
      *                  NCOAFDBK, NCOAAPL1'S UNAPPLIED MOVES '0016'/
      *                    '0017' (EVENTS),
      *                  NIXEXCQ, NIXIEPR1'S '0012'/'0014' RETURNS
      *                    (EVENTS) AND '0013' HOLDS (STANDING),
      *                  HSEEXCQ, HOUSHLD1'S '0018' NEAR MATCHES
      *                    (STANDING),
      *                  DINDISP, DINAPLY1'S AGED-OUT '03' REJECTS,
      *                    QUEUED AS '0019' (EVENTS).
      *                THE NEW CODES ARE ADDED TO ERRCDMST AS DATA.
      *                AN ITEM STILL OPEN IS ONLY REFRESHED, NEVER
      *                DUPLICATED. A CLOSED ITEM REPORTED AGAIN IS
      *                REOPENED WHEN IT IS AN EVENT FROM A LATER NIGHT,
      *                OR A STANDING CONDITION THAT WAS CLOSED BY THE
      *                SYSTEM OR HAS CLEARED SINCE THE CLERK CLOSED IT;
      *                OTHERWISE THE CLERK'S CLOSURE STANDS.
      *                A FINAL PASS OVER THE QUEUE AUTO-CLOSES EVERY
      *                OPEN STANDING ITEM NOT REPORTED TONIGHT WITH
      *                RESOLUTION 'SY' -- ITS CONDITION HAS CLEARED IN
      *                THE DATA -- AND RESTAMPS EVERY OTHER OPEN ITEM
      *                WITH ITS AGE IN BUSINESS DAYS, COUNTED AGAINST
      *                THE CYCLDATE NON-PROCESSING CALENDAR (SEE
      *                BUSDAYS), FOR THE SCREEN'S AGE FILTER AND THE
      *                EXCQAGE AGING REPORT OF OPEN ITEMS BY AGE BUCKET
      *                AND ASSIGNEE.
      *                THE ITEM FILES' CONTROL TRAILERS ARE VERIFIED
      *                (NINE-DIGIT TRUNCATED COMPARE, SAME AS
      *                FDBKBLD1). THE RUN DATE IS THE OPEN BUSINESS
      *                DATE FROM CYCLDATE; THE STEP ABENDS UNLESS
      *                CYCLEND1 HAS OPENED THAT DATE. IT RUNS AFTER
      *                DINAPLY1, NCOAAPL1, NIXIEPR1 AND HOUSHLD1, AND
      *                THE EXCQ TRANSACTION IS CLOSED WHILE IT RUNS.
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

           SELECT NCOA-FDBK-FILE       ASSIGN TO NCOAFDBK
               ORGANIZATION IS SEQUENTIAL.

           SELECT NIXIE-EXCQ-FILE      ASSIGN TO NIXEXCQ
               ORGANIZATION IS SEQUENTIAL.

           SELECT HOUSE-EXCQ-FILE      ASSIGN TO HSEEXCQ
               ORGANIZATION IS SEQUENTIAL.

           SELECT DISPOSITION-FILE     ASSIGN TO DINDISP
               ORGANIZATION IS SEQUENTIAL.

           SELECT EXCP-QUEUE-FILE
               ASSIGN TO EXCPQUE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EQ-QUEUE-KEY
               FILE STATUS IS WS-EXCQ-FILE-STATUS.

           SELECT AGING-REPORT         ASSIGN TO EXCQAGE
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CYCLE-DATE-FILE      ASSIGN TO CYCLDATE
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-KSDS-FILE.
       COPY "auditks.cpy".

      *    THE THREE ITEM FILES ARE READ AS RAW IMAGES AND DECODED
      *    THROUGH THE WORKING-STORAGE COPY OF FDBKITM.CPY, SO THE ONE
      *    LAYOUT SERVES ALL THREE (SAME AS FDBKBLD1).
       FD  NCOA-FDBK-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  NCOA-FDBK-IMAGE             PIC X(40).

       FD  NIXIE-EXCQ-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  NIXIE-EXCQ-IMAGE            PIC X(40).

       FD  HOUSE-EXCQ-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  HOUSE-EXCQ-IMAGE            PIC X(40).

       FD  DISPOSITION-FILE
           RECORD CONTAINS 19 CHARACTERS.
       COPY "dindisp.cpy".

       FD  EXCP-QUEUE-FILE
           RECORD CONTAINS 160 CHARACTERS.
       COPY "excq.cpy".

       FD  AGING-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                 PIC X(132).

       FD  CYCLE-DATE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY "cycdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-KSDS-EOF-SW         PIC X(01) VALUE 'N'.
               88  WS-KSDS-EOF        VALUE 'Y'.
           05  WS-NCOA-EOF-SW         PIC X(01) VALUE 'N'.
               88  WS-NCOA-EOF        VALUE 'Y'.
           05  WS-NIXQ-EOF-SW         PIC X(01) VALUE 'N'.
               88  WS-NIXQ-EOF        VALUE 'Y'.
           05  WS-HSEQ-EOF-SW         PIC X(01) VALUE 'N'.
               88  WS-HSEQ-EOF        VALUE 'Y'.
           05  WS-DISP-EOF-SW         PIC X(01) VALUE 'N'.
               88  WS-DISP-EOF        VALUE 'Y'.
           05  WS-QUEUE-EOF-SW        PIC X(01) VALUE 'N'.
               88  WS-QUEUE-EOF       VALUE 'Y'.
           05  WS-CYCLE-EOF-SW        PIC X(01) VALUE 'N'.
               88  WS-CYCLE-EOF       VALUE 'Y'.
           05  WS-KSDS-FILE-STATUS    PIC X(02) VALUE '00'.
           05  WS-EXCQ-FILE-STATUS    PIC X(02) VALUE '00'.
           05  WS-ITEM-ON-FILE-SW     PIC X(01) VALUE 'N'.
               88  WS-ITEM-ON-FILE    VALUE 'Y' FALSE 'N'.
           05  WS-AGE-FOUND-SW        PIC X(01) VALUE 'N'.
               88  WS-AGE-FOUND       VALUE 'Y' FALSE 'N'.
           05  WS-BKT-FOUND-SW        PIC X(01) VALUE 'N'.
               88  WS-BKT-FOUND       VALUE 'Y' FALSE 'N'.
           05  WS-ASG-FOUND-SW        PIC X(01) VALUE 'N'.
               88  WS-ASG-FOUND       VALUE 'Y' FALSE 'N'.

       01  WS-COUNTERS.
           05  WS-KSDS-READ           PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-KSDS-ERRORS         PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-NCOA-ITEMS          PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-NIXQ-ITEMS          PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-HSEQ-ITEMS          PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-DISP-READ           PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-DISP-AGED-OUT       PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-ITEMS-ADDED         PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-ITEMS-REOPENED      PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-ITEMS-STILL-OPEN    PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-ITEMS-KEPT-CLOSED   PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-ITEMS-AUTO-CLOSED   PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-ITEMS-OPEN          PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-PAGE-NB             PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-LINE-CT             PIC S9(03) COMP-3 VALUE 99.

       01  WS-RUN-DT                  PIC X(08) VALUE SPACES.

       COPY "caltbl.cpy".

      *    THE LAST THOUSAND BUSINESS DATES, NEWEST FIRST, BUILT ONCE
      *    AT STARTUP: ENTRY 1 IS TONIGHT, ENTRY N IS N - 1 BUSINESS
      *    DAYS BACK. AN ITEM'S AGE IS ONE LESS THAN THE FIRST ENTRY
      *    ON OR BEFORE ITS OPENED DATE; AN ITEM OLDER THAN THE TABLE
      *    IS AGED 999.
       01  WS-AGE-DATE-TABLE.
           05  WS-AGE-DT              PIC X(08) OCCURS 1000 TIMES.
       01  WS-AGE-IDX                 PIC S9(04) COMP VALUE ZERO.

      *    UPPER LIMITS, IN BUSINESS DAYS, OF THE FIVE AGING BUCKETS.
       01  WS-BUCKET-LIMIT-VALUES.
           05  FILLER                 PIC 9(03) VALUE 2.
           05  FILLER                 PIC 9(03) VALUE 5.
           05  FILLER                 PIC 9(03) VALUE 10.
           05  FILLER                 PIC 9(03) VALUE 20.
           05  FILLER                 PIC 9(03) VALUE 999.
       01  WS-BUCKET-LIMITS REDEFINES WS-BUCKET-LIMIT-VALUES.
           05  WS-BUCKET-LIMIT        PIC 9(03) OCCURS 5 TIMES.
       01  WS-BKT-IDX                 PIC S9(04) COMP VALUE ZERO.

      *    OPEN ITEMS BY ASSIGNEE AND AGE BUCKET, KEPT IN ASSIGNEE
      *    ORDER AS THE SWEEP FINDS THEM (UNASSIGNED -- SPACES --
      *    SORTS FIRST). THE RUN ABENDS RATHER THAN DROP A CLERK IF
      *    THE DESK EVER OUTGROWS THE TABLE.
       01  WS-ASSIGNEE-TABLE.
           05  WS-ASG-COUNT           PIC S9(04) COMP VALUE ZERO.
           05  WS-ASG-ENTRY OCCURS 200 TIMES.
               10  WS-ASG-ID          PIC X(08).
               10  WS-ASG-BUCKET-CT   PIC S9(07) COMP-3
                                      OCCURS 5 TIMES.
               10  WS-ASG-TOTAL-CT    PIC S9(07) COMP-3.
       01  WS-ASG-IDX                 PIC S9(04) COMP VALUE ZERO.
       01  WS-ASG-SHIFT               PIC S9(04) COMP VALUE ZERO.

       01  WS-BUCKET-TOTALS.
           05  WS-BT-BUCKET-CT        PIC S9(07) COMP-3
                                      OCCURS 5 TIMES.
           05  WS-BT-TOTAL-CT         PIC S9(07) COMP-3 VALUE ZERO.

      *    THE EXCEPTION BEING POSTED, WHICHEVER SOURCE IT CAME FROM.
       01  WS-CANDIDATE.
           05  WS-CN-SRC-SUBJ-ID-NB   PIC S9(04) COMP VALUE ZERO.
           05  WS-CN-SRC-SUBJ-SEQ-NB  PIC S9(04) COMP VALUE ZERO.
           05  WS-CN-ERROR-CODE       PIC X(04) VALUE SPACES.
           05  WS-CN-DATA-PROVIDER    PIC X(05) VALUE SPACES.
           05  WS-CN-SOURCE-PGM       PIC X(08) VALUE SPACES.
           05  WS-CN-ITEM-KIND        PIC X(01) VALUE SPACE.
               88  WS-CN-STANDING     VALUE 'S'.
               88  WS-CN-EVENT        VALUE 'E'.

      *    RAW BINARY IMAGE OF A SUBJECT KEY FOR THE ALTERNATE-PATH
      *    READ AND FOR DECODING AK-SUBJECT-KEY -- SAME REDEFINES
      *    TECHNIQUE AS NIXIEPR1/NCOAAPL1.
       01  WS-TARGET-KEY-WORK.
           05  WS-TK-SUBJ-ID-BIN      PIC S9(04) COMP VALUE ZERO.
           05  WS-TK-SUBJ-SEQ-BIN     PIC S9(04) COMP VALUE ZERO.
       01  WS-TARGET-KEY-X REDEFINES WS-TARGET-KEY-WORK
                                      PIC X(04).

      *    CONTROL-TRAILER ACCOUNTING -- ONE SET PER ITEM FILE. THE
      *    ITEM FILES CARRY THEIR COUNT AND HASH IN NINE DIGITS, SO
      *    THE FULL-WIDTH ACTUALS ARE TRUNCATED BEFORE THE COMPARE.
       01  WS-NCOA-TRAILER-CONTROL.
           05  WS-NTL-SEEN-SW         PIC X(01) VALUE 'N'.
               88  WS-NTL-SEEN        VALUE 'Y'.
           05  WS-NTL-EXPECTED-COUNT  PIC S9(18) COMP VALUE ZERO.
           05  WS-NTL-EXPECTED-HASH   PIC S9(18) COMP VALUE ZERO.
           05  WS-NTL-ACTUAL-COUNT    PIC S9(18) COMP VALUE ZERO.
           05  WS-NTL-ACTUAL-HASH     PIC S9(18) COMP VALUE ZERO.

       01  WS-NIXQ-TRAILER-CONTROL.
           05  WS-XTL-SEEN-SW         PIC X(01) VALUE 'N'.
               88  WS-XTL-SEEN        VALUE 'Y'.
           05  WS-XTL-EXPECTED-COUNT  PIC S9(18) COMP VALUE ZERO.
           05  WS-XTL-EXPECTED-HASH   PIC S9(18) COMP VALUE ZERO.
           05  WS-XTL-ACTUAL-COUNT    PIC S9(18) COMP VALUE ZERO.
           05  WS-XTL-ACTUAL-HASH     PIC S9(18) COMP VALUE ZERO.

       01  WS-HSEQ-TRAILER-CONTROL.
           05  WS-HTL-SEEN-SW         PIC X(01) VALUE 'N'.
               88  WS-HTL-SEEN        VALUE 'Y'.
           05  WS-HTL-EXPECTED-COUNT  PIC S9(18) COMP VALUE ZERO.
           05  WS-HTL-EXPECTED-HASH   PIC S9(18) COMP VALUE ZERO.
           05  WS-HTL-ACTUAL-COUNT    PIC S9(18) COMP VALUE ZERO.
           05  WS-HTL-ACTUAL-HASH     PIC S9(18) COMP VALUE ZERO.

       01  WS-TRL-EXPECTED-TRUNC      PIC S9(09) COMP-3 VALUE ZERO.
       01  WS-TRL-ACTUAL-TRUNC        PIC S9(09) COMP-3 VALUE ZERO.

       COPY "fdbkitm.cpy".

       01  WS-HDG1.
           05  FILLER                 PIC X(01) VALUE '1'.
           05  FILLER                 PIC X(40) VALUE
               'EXCEPTION WORK-QUEUE AGING - OPEN ITEMS'.
           05  FILLER                 PIC X(15) VALUE
               'BUSINESS DATE '.
           05  WS-HDG1-BUS-DT         PIC X(08).
           05  FILLER                 PIC X(06) VALUE SPACES.
           05  FILLER                 PIC X(05) VALUE 'PAGE '.
           05  WS-HDG1-PAGE           PIC ZZZZ9.

       01  WS-HDG2.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(14) VALUE SPACES.
           05  FILLER                 PIC X(50) VALUE
               '------- AGE IN BUSINESS DAYS -------'.

       01  WS-HDG3.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(14) VALUE 'ASSIGNED TO'.
           05  FILLER                 PIC X(10) VALUE '    0-2'.
           05  FILLER                 PIC X(10) VALUE '    3-5'.
           05  FILLER                 PIC X(10) VALUE '   6-10'.
           05  FILLER                 PIC X(10) VALUE '  11-20'.
           05  FILLER                 PIC X(10) VALUE 'OVER 20'.
           05  FILLER                 PIC X(10) VALUE '  TOTAL'.

       01  WS-DETAIL-LINE.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS-DT-ASSIGNEE         PIC X(12).
           05  WS-DT-COLUMN OCCURS 6 TIMES.
               10  WS-DT-COUNT        PIC Z,ZZZ,ZZ9.
               10  FILLER             PIC X(01).

       01  WS-ACTIVITY-LINE.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS-AL-LABEL            PIC X(36).
           05  WS-AL-COUNT            PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 1900-READ-AUDITKS
           PERFORM 2000-SCAN-AUDITKS-RECORD UNTIL WS-KSDS-EOF
           PERFORM 1920-READ-NCOA-ITEM
           PERFORM 2200-TAKE-NCOA-ITEM UNTIL WS-NCOA-EOF
           PERFORM 9800-VERIFY-NCOA-TRAILER
           PERFORM 1940-READ-NIXQ-ITEM
           PERFORM 2300-TAKE-NIXQ-ITEM UNTIL WS-NIXQ-EOF
           PERFORM 9820-VERIFY-NIXQ-TRAILER
           PERFORM 1960-READ-HSEQ-ITEM
           PERFORM 2400-TAKE-HSEQ-ITEM UNTIL WS-HSEQ-EOF
           PERFORM 9840-VERIFY-HSEQ-TRAILER
           PERFORM 1980-READ-DISPOSITION
           PERFORM 2500-TAKE-DISPOSITION UNTIL WS-DISP-EOF
           PERFORM 3000-SWEEP-QUEUE
           PERFORM 5000-PRINT-AGING-REPORT
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1050-READ-CYCLE-DATE
           PERFORM 1100-BUILD-AGE-TABLE
           OPEN INPUT  AUDIT-KSDS-FILE
           IF WS-KSDS-FILE-STATUS NOT = '00'
               DISPLAY 'EXCQBLD1 ABEND - CANNOT OPEN AUDITKS, '
                   'STATUS ' WS-KSDS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O    EXCP-QUEUE-FILE
           IF WS-EXCQ-FILE-STATUS NOT = '00'
               DISPLAY 'EXCQBLD1 ABEND - CANNOT OPEN EXCPQUE, '
                   'STATUS ' WS-EXCQ-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT  NCOA-FDBK-FILE
           OPEN INPUT  NIXIE-EXCQ-FILE
           OPEN INPUT  HOUSE-EXCQ-FILE
           OPEN INPUT  DISPOSITION-FILE
           OPEN OUTPUT AGING-REPORT
           MOVE ZERO TO WS-BT-BUCKET-CT (1)
           MOVE ZERO TO WS-BT-BUCKET-CT (2)
           MOVE ZERO TO WS-BT-BUCKET-CT (3)
           MOVE ZERO TO WS-BT-BUCKET-CT (4)
           MOVE ZERO TO WS-BT-BUCKET-CT (5).

      *    THE BUSINESS DATE IS TAKEN FROM THE CYCLDATE CONTROL RECORD
      *    AND THE STEP REFUSES TO RUN UNLESS THAT DATE IS OPEN. THE
      *    NON-PROCESSING CALENDAR BEHIND IT IS LOADED FOR THE AGING.
       1050-READ-CYCLE-DATE.
           OPEN INPUT CYCLE-DATE-FILE
           READ CYCLE-DATE-FILE
               AT END
                   MOVE SPACES TO CYCLE-DATE-RECORD
           END-READ
           IF NOT CD-CONTROL-REC
               DISPLAY 'EXCQBLD1 ABEND - NO CONTROL RECORD AT THE HEAD '
                   'OF CYCLDATE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT CD-CYCLE-OPEN
               DISPLAY 'EXCQBLD1 ABEND - BUSINESS DATE '
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
                       DISPLAY 'EXCQBLD1 ABEND - CYCLDATE CALENDAR '
                           'EXCEEDS THE 400-ENTRY TABLE'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-CAL-COUNT
                   MOVE CC-NON-PROC-DT
                       TO WS-CAL-NON-PROC-DT (WS-CAL-COUNT)
           END-READ.

       1100-BUILD-AGE-TABLE.
           MOVE WS-RUN-DT TO WS-AGE-DT (1)
           SET WS-BD-PRIOR-BUS-DAY TO TRUE
           PERFORM VARYING WS-AGE-IDX FROM 2 BY 1
                   UNTIL WS-AGE-IDX > 1000
               MOVE WS-AGE-DT (WS-AGE-IDX - 1) TO WS-BD-IN-DT
               CALL 'BUSDAYS' USING WS-BUSDAY-PARMS WS-CALENDAR-TABLE
               IF NOT WS-BD-OK
                   DISPLAY 'EXCQBLD1 ABEND - NO PRIOR BUSINESS DAY '
                       'FOR ' WS-BD-IN-DT ', BUSDAYS RETURN CODE '
                       WS-BD-RETURN-CODE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-BD-OUT-DT TO WS-AGE-DT (WS-AGE-IDX)
           END-PERFORM.

       1900-READ-AUDITKS.
           READ AUDIT-KSDS-FILE NEXT RECORD
               AT END
                   SET WS-KSDS-EOF TO TRUE
           END-READ.

      *    CONTROL-TRAILER RECORDS ARE TALLIED AND SKIPPED IN ALL
      *    THREE ITEM-FILE READS SO ONLY ITEMS REACH THE POSTING.
       1920-READ-NCOA-ITEM.
           PERFORM 1925-READ-NCOA-ONCE
           PERFORM UNTIL WS-NCOA-EOF
               OR NCOA-FDBK-IMAGE (1:2) NOT = HIGH-VALUES
               SET WS-NTL-SEEN TO TRUE
               MOVE NCOA-FDBK-IMAGE TO FEEDBACK-ITEM-TRAILER
               ADD FIT-RECORD-COUNT TO WS-NTL-EXPECTED-COUNT
               ADD FIT-KEY-HASH     TO WS-NTL-EXPECTED-HASH
               PERFORM 1925-READ-NCOA-ONCE
           END-PERFORM.

       1925-READ-NCOA-ONCE.
           READ NCOA-FDBK-FILE
               AT END
                   SET WS-NCOA-EOF TO TRUE
           END-READ.

       1940-READ-NIXQ-ITEM.
           PERFORM 1945-READ-NIXQ-ONCE
           PERFORM UNTIL WS-NIXQ-EOF
               OR NIXIE-EXCQ-IMAGE (1:2) NOT = HIGH-VALUES
               SET WS-XTL-SEEN TO TRUE
               MOVE NIXIE-EXCQ-IMAGE TO FEEDBACK-ITEM-TRAILER
               ADD FIT-RECORD-COUNT TO WS-XTL-EXPECTED-COUNT
               ADD FIT-KEY-HASH     TO WS-XTL-EXPECTED-HASH
               PERFORM 1945-READ-NIXQ-ONCE
           END-PERFORM.

       1945-READ-NIXQ-ONCE.
           READ NIXIE-EXCQ-FILE
               AT END
                   SET WS-NIXQ-EOF TO TRUE
           END-READ.

       1960-READ-HSEQ-ITEM.
           PERFORM 1965-READ-HSEQ-ONCE
           PERFORM UNTIL WS-HSEQ-EOF
               OR HOUSE-EXCQ-IMAGE (1:2) NOT = HIGH-VALUES
               SET WS-HTL-SEEN TO TRUE
               MOVE HOUSE-EXCQ-IMAGE TO FEEDBACK-ITEM-TRAILER
               ADD FIT-RECORD-COUNT TO WS-HTL-EXPECTED-COUNT
               ADD FIT-KEY-HASH     TO WS-HTL-EXPECTED-HASH
               PERFORM 1965-READ-HSEQ-ONCE
           END-PERFORM.

       1965-READ-HSEQ-ONCE.
           READ HOUSE-EXCQ-FILE
               AT END
                   SET WS-HSEQ-EOF TO TRUE
           END-READ.

       1980-READ-DISPOSITION.
           READ DISPOSITION-FILE
               AT END
                   SET WS-DISP-EOF TO TRUE
           END-READ.

      *****************************************************************
      *    GATHER -- ONE PASS OVER EACH SOURCE IN TURN. AUDITKS IS
      *    BROWSED FIRST AND TO THE END, SO THE PROVIDER LOOK-UPS THE
      *    LATER SOURCES MAKE ON ITS ALTERNATE PATH NEVER DISTURB THE
      *    BROWSE POSITION.
      *****************************************************************
       2000-SCAN-AUDITKS-RECORD.
           ADD 1 TO WS-KSDS-READ
           IF AUDIT-KSDS-RECORD (1505:4) NOT = SPACES
              AND AUDIT-KSDS-RECORD (1505:4) NOT = LOW-VALUES
               ADD 1 TO WS-KSDS-ERRORS
               MOVE AK-SUBJECT-KEY             TO WS-TARGET-KEY-X
               MOVE WS-TK-SUBJ-ID-BIN          TO WS-CN-SRC-SUBJ-ID-NB
               MOVE WS-TK-SUBJ-SEQ-BIN         TO WS-CN-SRC-SUBJ-SEQ-NB
               MOVE AUDIT-KSDS-RECORD (1505:4) TO WS-CN-ERROR-CODE
               MOVE AUDIT-KSDS-RECORD (1511:5) TO WS-CN-DATA-PROVIDER
               MOVE 'AUDITKS'                  TO WS-CN-SOURCE-PGM
               SET WS-CN-STANDING TO TRUE
               PERFORM 4000-POST-CANDIDATE
           END-IF
           PERFORM 1900-READ-AUDITKS.

      *    NCOAAPL1'S ITEMS ARE ALWAYS ONE-TIME EVENTS -- A MOVE IS
      *    OFFERED ONCE AND NEVER RETRIED.
       2200-TAKE-NCOA-ITEM.
           ADD 1 TO WS-NCOA-ITEMS
           MOVE NCOA-FDBK-IMAGE TO FEEDBACK-ITEM-RECORD
           ADD 1                  TO WS-NTL-ACTUAL-COUNT
           ADD FI-SRC-SUBJ-ID-NB  TO WS-NTL-ACTUAL-HASH
           ADD FI-SRC-SUBJ-SEQ-NB TO WS-NTL-ACTUAL-HASH
           PERFORM 2900-CANDIDATE-FROM-ITEM
           SET WS-CN-EVENT TO TRUE
           PERFORM 4000-POST-CANDIDATE
           PERFORM 1920-READ-NCOA-ITEM.

       2300-TAKE-NIXQ-ITEM.
           ADD 1 TO WS-NIXQ-ITEMS
           MOVE NIXIE-EXCQ-IMAGE TO FEEDBACK-ITEM-RECORD
           ADD 1                  TO WS-XTL-ACTUAL-COUNT
           ADD FI-SRC-SUBJ-ID-NB  TO WS-XTL-ACTUAL-HASH
           ADD FI-SRC-SUBJ-SEQ-NB TO WS-XTL-ACTUAL-HASH
           PERFORM 2900-CANDIDATE-FROM-ITEM
           PERFORM 4000-POST-CANDIDATE
           PERFORM 1940-READ-NIXQ-ITEM.

       2400-TAKE-HSEQ-ITEM.
           ADD 1 TO WS-HSEQ-ITEMS
           MOVE HOUSE-EXCQ-IMAGE TO FEEDBACK-ITEM-RECORD
           ADD 1                  TO WS-HTL-ACTUAL-COUNT
           ADD FI-SRC-SUBJ-ID-NB  TO WS-HTL-ACTUAL-HASH
           ADD FI-SRC-SUBJ-SEQ-NB TO WS-HTL-ACTUAL-HASH
           PERFORM 2900-CANDIDATE-FROM-ITEM
           PERFORM 4000-POST-CANDIDATE
           PERFORM 1960-READ-HSEQ-ITEM.

      *    ONLY A PENDING ENTRY THAT AGED OFF UNAPPLIED IS AN
      *    EXCEPTION; IT IS QUEUED AGAINST THE SOURCE SUBJECT THE
      *    REAPPLY WAS FOR.
       2500-TAKE-DISPOSITION.
           ADD 1 TO WS-DISP-READ
           IF DP-REJECTED AND DP-PEND-AGED-OUT
               ADD 1 TO WS-DISP-AGED-OUT
               MOVE DP-SRC-SUBJ-ID-NB  TO WS-CN-SRC-SUBJ-ID-NB
               MOVE DP-SRC-SUBJ-SEQ-NB TO WS-CN-SRC-SUBJ-SEQ-NB
               MOVE '0019'             TO WS-CN-ERROR-CODE
               MOVE SPACES             TO WS-CN-DATA-PROVIDER
               MOVE 'DINAPLY1'         TO WS-CN-SOURCE-PGM
               SET WS-CN-EVENT TO TRUE
               PERFORM 2950-LOOK-UP-PROVIDER
               PERFORM 4000-POST-CANDIDATE
           END-IF
           PERFORM 1980-READ-DISPOSITION.

       2900-CANDIDATE-FROM-ITEM.
           MOVE FI-SRC-SUBJ-ID-NB  TO WS-CN-SRC-SUBJ-ID-NB
           MOVE FI-SRC-SUBJ-SEQ-NB TO WS-CN-SRC-SUBJ-SEQ-NB
           MOVE FI-ERROR-CODE      TO WS-CN-ERROR-CODE
           MOVE FI-DATA-PROVIDER   TO WS-CN-DATA-PROVIDER
           MOVE FI-SOURCE-PGM      TO WS-CN-SOURCE-PGM
           IF FI-STANDING-CONDITION
               SET WS-CN-STANDING TO TRUE
           ELSE
               SET WS-CN-EVENT TO TRUE
           END-IF
           IF WS-CN-DATA-PROVIDER = SPACES
               PERFORM 2950-LOOK-UP-PROVIDER
           END-IF.

      *    A SOURCE THAT DID NOT KNOW THE PROVIDER GETS IT FROM THE
      *    SUBJECT'S FIRST AUDITKS RECORD; A SUBJECT NOT ON AUDITKS AT
      *    ALL STAYS BLANK.
       2950-LOOK-UP-PROVIDER.
           MOVE WS-CN-SRC-SUBJ-ID-NB  TO WS-TK-SUBJ-ID-BIN
           MOVE WS-CN-SRC-SUBJ-SEQ-NB TO WS-TK-SUBJ-SEQ-BIN
           MOVE WS-TARGET-KEY-X       TO AK-SUBJECT-KEY
           READ AUDIT-KSDS-FILE
               KEY IS AK-SUBJECT-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE AUDIT-KSDS-RECORD (1511:5)
                       TO WS-CN-DATA-PROVIDER
           END-READ.

      *****************************************************************
      *    SWEEP -- ONE PASS OVER THE WHOLE QUEUE AFTER EVERY SOURCE
      *    HAS BEEN POSTED. AN OPEN STANDING ITEM NOT REPORTED TONIGHT
      *    HAS CLEARED AND CLOSES ITSELF; EVERY OTHER OPEN ITEM IS
      *    AGED AND COUNTED FOR THE REPORT; A CLOSED STANDING ITEM
      *    NOT REPORTED TONIGHT IS MARKED CLEARED.
      *****************************************************************
       3000-SWEEP-QUEUE.
           MOVE LOW-VALUES TO EQ-QUEUE-KEY
           START EXCP-QUEUE-FILE
               KEY IS NOT LESS THAN EQ-QUEUE-KEY
               INVALID KEY
                   SET WS-QUEUE-EOF TO TRUE
           END-START
           PERFORM 3100-SWEEP-NEXT-ITEM UNTIL WS-QUEUE-EOF.

       3100-SWEEP-NEXT-ITEM.
           READ EXCP-QUEUE-FILE NEXT RECORD
               AT END
                   SET WS-QUEUE-EOF TO TRUE
           END-READ
           IF NOT WS-QUEUE-EOF
               EVALUATE TRUE
                   WHEN EQ-STAT-OPEN
                    AND EQ-STANDING-CONDITION
                    AND EQ-LAST-SEEN-DT < WS-RUN-DT
                       PERFORM 3200-AUTO-CLOSE-ITEM
                   WHEN EQ-STAT-OPEN
                       PERFORM 3300-AGE-OPEN-ITEM
                   WHEN EQ-STANDING-CONDITION
                    AND EQ-LAST-SEEN-DT < WS-RUN-DT
                    AND NOT EQ-RES-SYSTEM
                    AND NOT EQ-CLEARED-SINCE-CLOSE
                       SET EQ-CLEARED-SINCE-CLOSE TO TRUE
                       PERFORM 4900-REWRITE-QUEUE-ITEM
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *    THE CLERK WHO HAD THE ITEM, IF ANY, STAYS ON IT SO THE
      *    TRAIL SHOWS WHOSE WORK CLEARED IT.
       3200-AUTO-CLOSE-ITEM.
           SET EQ-STAT-CLOSED TO TRUE
           SET EQ-RES-SYSTEM  TO TRUE
           MOVE 'CONDITION NO LONGER PRESENT IN THE SOURCE DATA'
               TO EQ-RESOLUTION-NOTE
           MOVE 'EXCQBLD1' TO EQ-CLOSED-BY
           MOVE WS-RUN-DT  TO EQ-CLOSED-DT
           MOVE SPACES     TO EQ-CLOSED-TM
           SET EQ-CLEARED-SINCE-CLOSE TO FALSE
           PERFORM 4900-REWRITE-QUEUE-ITEM
           ADD 1 TO WS-ITEMS-AUTO-CLOSED.

       3300-AGE-OPEN-ITEM.
           ADD 1 TO WS-ITEMS-OPEN
           SET WS-AGE-FOUND TO FALSE
           PERFORM VARYING WS-AGE-IDX FROM 1 BY 1
                   UNTIL WS-AGE-IDX > 1000
                      OR WS-AGE-FOUND
               IF WS-AGE-DT (WS-AGE-IDX) <= EQ-OPENED-DT
                   SET WS-AGE-FOUND TO TRUE
                   COMPUTE EQ-AGE-BUS-DAYS = WS-AGE-IDX - 1
               END-IF
           END-PERFORM
           IF NOT WS-AGE-FOUND
               MOVE 999 TO EQ-AGE-BUS-DAYS
           END-IF
           PERFORM 4900-REWRITE-QUEUE-ITEM
           PERFORM 3400-FIND-BUCKET
           PERFORM 3500-FIND-ASSIGNEE
           ADD 1 TO WS-ASG-BUCKET-CT (WS-ASG-IDX WS-BKT-IDX)
           ADD 1 TO WS-ASG-TOTAL-CT (WS-ASG-IDX)
           ADD 1 TO WS-BT-BUCKET-CT (WS-BKT-IDX)
           ADD 1 TO WS-BT-TOTAL-CT.

       3400-FIND-BUCKET.
           SET WS-BKT-FOUND TO FALSE
           PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                   UNTIL WS-BKT-IDX > 5
                      OR WS-BKT-FOUND
               IF EQ-AGE-BUS-DAYS <= WS-BUCKET-LIMIT (WS-BKT-IDX)
                   SET WS-BKT-FOUND TO TRUE
               END-IF
           END-PERFORM
           SUBTRACT 1 FROM WS-BKT-IDX.

      *    LEAVES WS-ASG-IDX ON THE ITEM'S ASSIGNEE, INSERTING A NEW
      *    ENTRY IN ASSIGNEE ORDER WHEN THIS IS THE FIRST OF THEIRS.
       3500-FIND-ASSIGNEE.
           SET WS-ASG-FOUND TO FALSE
           PERFORM VARYING WS-ASG-IDX FROM 1 BY 1
                   UNTIL WS-ASG-IDX > WS-ASG-COUNT
                      OR WS-ASG-FOUND
               IF WS-ASG-ID (WS-ASG-IDX) >= EQ-ASSIGNED-TO
                   SET WS-ASG-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-ASG-FOUND
               SUBTRACT 1 FROM WS-ASG-IDX
               IF WS-ASG-ID (WS-ASG-IDX) NOT = EQ-ASSIGNED-TO
                   PERFORM 3550-INSERT-ASSIGNEE
               END-IF
           ELSE
               PERFORM 3550-INSERT-ASSIGNEE
           END-IF.

       3550-INSERT-ASSIGNEE.
           IF WS-ASG-COUNT >= 200
               DISPLAY 'EXCQBLD1 ABEND - MORE THAN 200 ASSIGNEES ON '
                   'THE QUEUE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-ASG-SHIFT FROM WS-ASG-COUNT BY -1
                   UNTIL WS-ASG-SHIFT < WS-ASG-IDX
               MOVE WS-ASG-ENTRY (WS-ASG-SHIFT)
                   TO WS-ASG-ENTRY (WS-ASG-SHIFT + 1)
           END-PERFORM
           ADD 1 TO WS-ASG-COUNT
           MOVE EQ-ASSIGNED-TO TO WS-ASG-ID (WS-ASG-IDX)
           MOVE ZERO TO WS-ASG-BUCKET-CT (WS-ASG-IDX 1)
           MOVE ZERO TO WS-ASG-BUCKET-CT (WS-ASG-IDX 2)
           MOVE ZERO TO WS-ASG-BUCKET-CT (WS-ASG-IDX 3)
           MOVE ZERO TO WS-ASG-BUCKET-CT (WS-ASG-IDX 4)
           MOVE ZERO TO WS-ASG-BUCKET-CT (WS-ASG-IDX 5)
           MOVE ZERO TO WS-ASG-TOTAL-CT (WS-ASG-IDX).

      *****************************************************************
      *    POSTING -- ONE CANDIDATE AGAINST THE QUEUE.
      *****************************************************************
       4000-POST-CANDIDATE.
           MOVE WS-CN-SRC-SUBJ-ID-NB  TO EQ-SRC-SUBJ-ID-NB
           MOVE WS-CN-SRC-SUBJ-SEQ-NB TO EQ-SRC-SUBJ-SEQ-NB
           MOVE WS-CN-ERROR-CODE      TO EQ-ERROR-CODE
           SET WS-ITEM-ON-FILE TO TRUE
           READ EXCP-QUEUE-FILE
               INVALID KEY
                   SET WS-ITEM-ON-FILE TO FALSE
           END-READ
           EVALUATE TRUE
               WHEN NOT WS-ITEM-ON-FILE
                   PERFORM 4100-ADD-NEW-ITEM
               WHEN EQ-STAT-OPEN
                   PERFORM 4200-REFRESH-OPEN-ITEM
      *        ALREADY POSTED TONIGHT -- A SECOND DIN RECORD OF THE
      *        SAME SUBJECT, OR A RERUN OF THE SAME BUSINESS DATE.
               WHEN EQ-LAST-SEEN-DT = WS-RUN-DT
                   CONTINUE
               WHEN WS-CN-STANDING
                AND NOT EQ-RES-SYSTEM
                AND NOT EQ-CLEARED-SINCE-CLOSE
                   PERFORM 4300-KEEP-CLOSED-ITEM
               WHEN OTHER
                   PERFORM 4400-REOPEN-ITEM
           END-EVALUATE.

       4100-ADD-NEW-ITEM.
           MOVE SPACES TO EXCEPTION-QUEUE-RECORD
           MOVE WS-CN-SRC-SUBJ-ID-NB  TO EQ-SRC-SUBJ-ID-NB
           MOVE WS-CN-SRC-SUBJ-SEQ-NB TO EQ-SRC-SUBJ-SEQ-NB
           MOVE WS-CN-ERROR-CODE      TO EQ-ERROR-CODE
           MOVE ZERO                  TO EQ-TIMES-OPENED
           PERFORM 4500-OPEN-ITEM-FIELDS
           WRITE EXCEPTION-QUEUE-RECORD
               INVALID KEY
                   DISPLAY 'EXCQBLD1 ABEND - EXCPQUE WRITE FAILED, '
                       'STATUS ' WS-EXCQ-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-WRITE
           ADD 1 TO WS-ITEMS-ADDED.

       4200-REFRESH-OPEN-ITEM.
           IF EQ-LAST-SEEN-DT < WS-RUN-DT
               ADD 1 TO WS-ITEMS-STILL-OPEN
           END-IF
           MOVE WS-RUN-DT TO EQ-LAST-SEEN-DT
           IF EQ-DATA-PROVIDER = SPACES
               MOVE WS-CN-DATA-PROVIDER TO EQ-DATA-PROVIDER
           END-IF
           PERFORM 4900-REWRITE-QUEUE-ITEM.

      *    THE CLERK CLOSED A CONDITION THAT HAS NEVER GONE AWAY --
      *    THEIR RESOLUTION STANDS; THE ITEM IS ONLY MARKED SEEN.
       4300-KEEP-CLOSED-ITEM.
           MOVE WS-RUN-DT TO EQ-LAST-SEEN-DT
           PERFORM 4900-REWRITE-QUEUE-ITEM
           ADD 1 TO WS-ITEMS-KEPT-CLOSED.

      *    THE PREVIOUS RESOLUTION IS CLEARED; THE TIMES-OPENED COUNT
      *    IS THE ONLY TRACE OF IT LEFT ON THE ITEM.
       4400-REOPEN-ITEM.
           PERFORM 4500-OPEN-ITEM-FIELDS
           MOVE SPACES TO EQ-ASSIGNED-TO
           MOVE SPACES TO EQ-ASSIGNED-DT
           MOVE SPACES TO EQ-RESOLUTION-CD
           MOVE SPACES TO EQ-RESOLUTION-NOTE
           MOVE SPACES TO EQ-CLOSED-BY
           MOVE SPACES TO EQ-CLOSED-DT
           MOVE SPACES TO EQ-CLOSED-TM
           PERFORM 4900-REWRITE-QUEUE-ITEM
           ADD 1 TO WS-ITEMS-REOPENED.

       4500-OPEN-ITEM-FIELDS.
           IF WS-CN-DATA-PROVIDER NOT = SPACES
               MOVE WS-CN-DATA-PROVIDER TO EQ-DATA-PROVIDER
           END-IF
           MOVE WS-CN-SOURCE-PGM TO EQ-SOURCE-PGM
           MOVE WS-CN-ITEM-KIND  TO EQ-ITEM-KIND
           SET EQ-STAT-UNASSIGNED TO TRUE
           MOVE WS-RUN-DT        TO EQ-OPENED-DT
           MOVE WS-RUN-DT        TO EQ-LAST-SEEN-DT
           MOVE ZERO             TO EQ-AGE-BUS-DAYS
           IF EQ-TIMES-OPENED < 999
               ADD 1 TO EQ-TIMES-OPENED
           END-IF
           SET EQ-CLEARED-SINCE-CLOSE TO FALSE.

       4900-REWRITE-QUEUE-ITEM.
           REWRITE EXCEPTION-QUEUE-RECORD
               INVALID KEY
                   DISPLAY 'EXCQBLD1 ABEND - EXCPQUE REWRITE FAILED, '
                       'STATUS ' WS-EXCQ-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE.

      *****************************************************************
      *    AGING REPORT -- ONE LINE PER ASSIGNEE ACROSS THE FIVE AGE
      *    BUCKETS, THE BUCKET TOTALS, THEN TONIGHT'S QUEUE ACTIVITY.
      *****************************************************************
       5000-PRINT-AGING-REPORT.
           PERFORM 5300-PRINT-HEADINGS
           PERFORM VARYING WS-ASG-IDX FROM 1 BY 1
                   UNTIL WS-ASG-IDX > WS-ASG-COUNT
               PERFORM 5100-PRINT-ASSIGNEE-LINE
           END-PERFORM
           PERFORM 5200-PRINT-TOTAL-LINES.

       5100-PRINT-ASSIGNEE-LINE.
           IF WS-LINE-CT > 54
               PERFORM 5300-PRINT-HEADINGS
           END-IF
           MOVE SPACES TO WS-DETAIL-LINE
           IF WS-ASG-ID (WS-ASG-IDX) = SPACES
               MOVE 'UNASSIGNED' TO WS-DT-ASSIGNEE
           ELSE
               MOVE WS-ASG-ID (WS-ASG-IDX) TO WS-DT-ASSIGNEE
           END-IF
           PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                   UNTIL WS-BKT-IDX > 5
               MOVE WS-ASG-BUCKET-CT (WS-ASG-IDX WS-BKT-IDX)
                   TO WS-DT-COUNT (WS-BKT-IDX)
           END-PERFORM
           MOVE WS-ASG-TOTAL-CT (WS-ASG-IDX) TO WS-DT-COUNT (6)
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-LINE-CT.

       5200-PRINT-TOTAL-LINES.
           IF WS-LINE-CT > 44
               PERFORM 5300-PRINT-HEADINGS
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE 'ALL OPEN' TO WS-DT-ASSIGNEE
           PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                   UNTIL WS-BKT-IDX > 5
               MOVE WS-BT-BUCKET-CT (WS-BKT-IDX)
                   TO WS-DT-COUNT (WS-BKT-IDX)
           END-PERFORM
           MOVE WS-BT-TOTAL-CT TO WS-DT-COUNT (6)
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'ITEMS ADDED TONIGHT'          TO WS-AL-LABEL
           MOVE WS-ITEMS-ADDED                 TO WS-AL-COUNT
           WRITE REPORT-LINE FROM WS-ACTIVITY-LINE
           MOVE 'ITEMS REOPENED TONIGHT'       TO WS-AL-LABEL
           MOVE WS-ITEMS-REOPENED              TO WS-AL-COUNT
           WRITE REPORT-LINE FROM WS-ACTIVITY-LINE
           MOVE 'OPEN ITEMS REPORTED AGAIN'    TO WS-AL-LABEL
           MOVE WS-ITEMS-STILL-OPEN            TO WS-AL-COUNT
           WRITE REPORT-LINE FROM WS-ACTIVITY-LINE
           MOVE 'CLOSED ITEMS STILL REPORTED'  TO WS-AL-LABEL
           MOVE WS-ITEMS-KEPT-CLOSED           TO WS-AL-COUNT
           WRITE REPORT-LINE FROM WS-ACTIVITY-LINE
           MOVE 'ITEMS AUTO-CLOSED (CLEARED)'  TO WS-AL-LABEL
           MOVE WS-ITEMS-AUTO-CLOSED           TO WS-AL-COUNT
           WRITE REPORT-LINE FROM WS-ACTIVITY-LINE
           ADD 8 TO WS-LINE-CT.

       5300-PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-NB
           MOVE WS-PAGE-NB         TO WS-HDG1-PAGE
           MOVE WS-RUN-DT          TO WS-HDG1-BUS-DT
           WRITE REPORT-LINE       FROM WS-HDG1
           WRITE REPORT-LINE       FROM WS-HDG2
           WRITE REPORT-LINE       FROM WS-HDG3
           MOVE SPACES             TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 5 TO WS-LINE-CT.

       9800-VERIFY-NCOA-TRAILER.
           IF NOT WS-NTL-SEEN
               DISPLAY 'EXCQBLD1 ABEND - NO CONTROL TRAILER ON '
                   'NCOAFDBK'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-NTL-ACTUAL-COUNT   TO WS-TRL-ACTUAL-TRUNC
           MOVE WS-NTL-EXPECTED-COUNT TO WS-TRL-EXPECTED-TRUNC
           IF WS-TRL-ACTUAL-TRUNC NOT = WS-TRL-EXPECTED-TRUNC
               DISPLAY 'EXCQBLD1 ABEND - NCOAFDBK TRAILER MISMATCH'
               DISPLAY '  RECORDS EXPECTED ' WS-TRL-EXPECTED-TRUNC
                   ' READ ' WS-TRL-ACTUAL-TRUNC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-NTL-ACTUAL-HASH   TO WS-TRL-ACTUAL-TRUNC
           MOVE WS-NTL-EXPECTED-HASH TO WS-TRL-EXPECTED-TRUNC
           IF WS-TRL-ACTUAL-TRUNC NOT = WS-TRL-EXPECTED-TRUNC
               DISPLAY 'EXCQBLD1 ABEND - NCOAFDBK TRAILER MISMATCH'
               DISPLAY '  KEY HASH EXPECTED ' WS-TRL-EXPECTED-TRUNC
                   ' ACCUMULATED ' WS-TRL-ACTUAL-TRUNC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       9820-VERIFY-NIXQ-TRAILER.
           IF NOT WS-XTL-SEEN
               DISPLAY 'EXCQBLD1 ABEND - NO CONTROL TRAILER ON '
                   'NIXEXCQ'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-XTL-ACTUAL-COUNT   TO WS-TRL-ACTUAL-TRUNC
           MOVE WS-XTL-EXPECTED-COUNT TO WS-TRL-EXPECTED-TRUNC
           IF WS-TRL-ACTUAL-TRUNC NOT = WS-TRL-EXPECTED-TRUNC
               DISPLAY 'EXCQBLD1 ABEND - NIXEXCQ TRAILER MISMATCH'
               DISPLAY '  RECORDS EXPECTED ' WS-TRL-EXPECTED-TRUNC
                   ' READ ' WS-TRL-ACTUAL-TRUNC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-XTL-ACTUAL-HASH   TO WS-TRL-ACTUAL-TRUNC
           MOVE WS-XTL-EXPECTED-HASH TO WS-TRL-EXPECTED-TRUNC
           IF WS-TRL-ACTUAL-TRUNC NOT = WS-TRL-EXPECTED-TRUNC
               DISPLAY 'EXCQBLD1 ABEND - NIXEXCQ TRAILER MISMATCH'
               DISPLAY '  KEY HASH EXPECTED ' WS-TRL-EXPECTED-TRUNC
                   ' ACCUMULATED ' WS-TRL-ACTUAL-TRUNC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       9840-VERIFY-HSEQ-TRAILER.
           IF NOT WS-HTL-SEEN
               DISPLAY 'EXCQBLD1 ABEND - NO CONTROL TRAILER ON '
                   'HSEEXCQ'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-HTL-ACTUAL-COUNT   TO WS-TRL-ACTUAL-TRUNC
           MOVE WS-HTL-EXPECTED-COUNT TO WS-TRL-EXPECTED-TRUNC
           IF WS-TRL-ACTUAL-TRUNC NOT = WS-TRL-EXPECTED-TRUNC
               DISPLAY 'EXCQBLD1 ABEND - HSEEXCQ TRAILER MISMATCH'
               DISPLAY '  RECORDS EXPECTED ' WS-TRL-EXPECTED-TRUNC
                   ' READ ' WS-TRL-ACTUAL-TRUNC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-HTL-ACTUAL-HASH   TO WS-TRL-ACTUAL-TRUNC
           MOVE WS-HTL-EXPECTED-HASH TO WS-TRL-EXPECTED-TRUNC
           IF WS-TRL-ACTUAL-TRUNC NOT = WS-TRL-EXPECTED-TRUNC
               DISPLAY 'EXCQBLD1 ABEND - HSEEXCQ TRAILER MISMATCH'
               DISPLAY '  KEY HASH EXPECTED ' WS-TRL-EXPECTED-TRUNC
                   ' ACCUMULATED ' WS-TRL-ACTUAL-TRUNC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       9000-TERMINATE.
           CLOSE AUDIT-KSDS-FILE
           CLOSE NCOA-FDBK-FILE
           CLOSE NIXIE-EXCQ-FILE
           CLOSE HOUSE-EXCQ-FILE
           CLOSE DISPOSITION-FILE
           CLOSE EXCP-QUEUE-FILE
           CLOSE AGING-REPORT
           DISPLAY 'EXCQBLD1 AUDITKS RECORDS READ:  ' WS-KSDS-READ
           DISPLAY 'EXCQBLD1 AUDITKS ERROR RECORDS: ' WS-KSDS-ERRORS
           DISPLAY 'EXCQBLD1 NCOA ITEMS READ:       ' WS-NCOA-ITEMS
           DISPLAY 'EXCQBLD1 NIXIE ITEMS READ:      ' WS-NIXQ-ITEMS
           DISPLAY 'EXCQBLD1 HOUSEHOLD ITEMS READ:  ' WS-HSEQ-ITEMS
           DISPLAY 'EXCQBLD1 DISPOSITIONS READ:     ' WS-DISP-READ
           DISPLAY 'EXCQBLD1 DINS AGED OUT:         ' WS-DISP-AGED-OUT
           DISPLAY 'EXCQBLD1 ITEMS ADDED:           ' WS-ITEMS-ADDED
           DISPLAY 'EXCQBLD1 ITEMS REOPENED:        '
               WS-ITEMS-REOPENED
           DISPLAY 'EXCQBLD1 OPEN ITEMS REPORTED:   '
               WS-ITEMS-STILL-OPEN
           DISPLAY 'EXCQBLD1 CLOSED ITEMS REPORTED: '
               WS-ITEMS-KEPT-CLOSED
           DISPLAY 'EXCQBLD1 ITEMS AUTO-CLOSED:     '
               WS-ITEMS-AUTO-CLOSED
           DISPLAY 'EXCQBLD1 ITEMS OPEN:            ' WS-ITEMS-OPEN.
