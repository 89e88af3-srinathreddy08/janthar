       IDENTIFICATION DIVISION.
       PROGRAM-ID.    STRMSPL1.
       AUTHOR.        ADDRESS-REVIEW-SYSTEMS.
      *REMARKS.       SUBJECT-RANGE STREAM SPLIT FOR THE PARTITIONED
      *                CASS/NCOA RUN.
      *                CASSIFC1 AND NCOADRV1 CALL THE VENDOR ONCE PER
      *                SUBJECT, ONE RECORD AT A TIME, AND ON A HEAVY
      *                NIGHT THEY HOLD THE WHOLE CHAIN BEHIND THEM.
      *                THIS STEP DIVIDES THE FRONT DOOR'S CLEAN FEED
      *                (AUDITEDT) INTO THE NUMBER OF SUBJECT-ID RANGES
      *                NAMED ON THE STRMPARM CARD (SEE STRMPRM.CPY) SO
      *                THE CASS/NCOA LEG CAN RUN AS THAT MANY PARALLEL
      *                STREAMS. THE RANGES ARE NOT FIXED: A FIRST PASS
      *                COUNTS THE NIGHT'S RECORDS PER SUBJECT ID AND
      *                THE BOUNDARIES ARE SET WHERE THE RUNNING COUNT
      *                CROSSES EACH EQUAL SHARE OF THE FEED, SO EVERY
      *                STREAM CARRIES ABOUT THE SAME VOLUME WHEREVER
      *                THE NIGHT'S SUBJECTS FALL. ALL RECORDS OF ONE
      *                SUBJECT ID GO TO THE SAME STREAM, SO A SINGLE
      *                VERY LARGE SUBJECT CAN LEAVE ITS STREAM HEAVIER
      *                THAN THE SHARE. THE RANGES CHOSEN ARE PRINTED
      *                ON SPLTRPT.
      *                THE SECOND PASS WRITES EACH RECORD, UNCHANGED, TO
      *                ITS STREAM'S FILE (AUDSTR01 UP TO AUDSTR08, EACH
      *                THE AUDITIN OF ITS STREAM'S CASSIFC1) AND A
      *                STREAM-MAP RECORD (SPLTMAP, SEE STRMMAP.CPY) IN
      *                THE FEED'S OWN ORDER, WHICH STRMMRG1 LATER
      *                WALKS TO PUT THE STREAMS BACK TOGETHER IN THAT
      *                ORDER.
      *                THE FEED'S CONTROL TRAILER (SEE TRLRIMG.CPY) IS
      *                VERIFIED AT THE END OF THE FIRST PASS, BEFORE
      *                ANY STREAM IS WRITTEN, AND THE SECOND PASS MUST
      *                READ BACK EXACTLY THE SAME RECORDS. EVERY STREAM
      *                FILE AND THE MAP ARE SEALED WITH THEIR OWN
      *                TRAILERS. ONE RUNSTAT RECORD IS WRITTEN PER
      *                STREAM SO FLOWBAL1 CAN TIE EACH STREAM'S
      *                CASSIFC1 BACK TO WHAT IT WAS GIVEN.
      *                THE RUN DATE IS THE OPEN BUSINESS DATE FROM THE
      *                CYCLDATE CONTROL FILE (SEE CYCDATE.CPY); THE
      *                STEP ABENDS UNLESS CYCLEND1 HAS OPENED THAT DATE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-IN-FILE        ASSIGN TO AUDITEDT
               ORGANIZATION IS SEQUENTIAL.

           SELECT STREAM-OUT-01        ASSIGN TO AUDSTR01
               ORGANIZATION IS SEQUENTIAL.

           SELECT STREAM-OUT-02        ASSIGN TO AUDSTR02
               ORGANIZATION IS SEQUENTIAL.

           SELECT STREAM-OUT-03        ASSIGN TO AUDSTR03
               ORGANIZATION IS SEQUENTIAL.

           SELECT STREAM-OUT-04        ASSIGN TO AUDSTR04
               ORGANIZATION IS SEQUENTIAL.

           SELECT STREAM-OUT-05        ASSIGN TO AUDSTR05
               ORGANIZATION IS SEQUENTIAL.

           SELECT STREAM-OUT-06        ASSIGN TO AUDSTR06
               ORGANIZATION IS SEQUENTIAL.

           SELECT STREAM-OUT-07        ASSIGN TO AUDSTR07
               ORGANIZATION IS SEQUENTIAL.

           SELECT STREAM-OUT-08        ASSIGN TO AUDSTR08
               ORGANIZATION IS SEQUENTIAL.

           SELECT STREAM-MAP-FILE      ASSIGN TO SPLTMAP
               ORGANIZATION IS SEQUENTIAL.

           SELECT SPLIT-REPORT         ASSIGN TO SPLTRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STREAM-PARM-FILE     ASSIGN TO STRMPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT RUN-STAT-FILE        ASSIGN TO RUNSTAT
               ORGANIZATION IS SEQUENTIAL.

           SELECT CYCLE-DATE-FILE      ASSIGN TO CYCLDATE
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-IN-FILE
           RECORDING MODE IS V.
           COPY "audit.cpy".

      *    THE STREAM FILES CARRY THE SAME TRUE VARIABLE-LENGTH IMAGES
      *    AS THE CLEAN FEED (SEE AUDIT-CLEAN-FILE IN AUDEDIT1): THE
      *    LENGTH IS COMPUTED FROM THE RECORD'S OWN COUNTS BEFORE EACH
      *    WRITE. THE COUNTS WERE EDITED AT THE FRONT DOOR, SO THEY
      *    ARE WITHIN THEIR CEILINGS HERE.
       FD  STREAM-OUT-01
           RECORDING MODE IS V
           RECORD IS VARYING IN SIZE FROM 1527 TO 30727
               CHARACTERS DEPENDING ON WS-SPL-LEN.
       01  STREAM-OUT-01-RECORD               PIC X(30727).

       FD  STREAM-OUT-02
           RECORDING MODE IS V
           RECORD IS VARYING IN SIZE FROM 1527 TO 30727
               CHARACTERS DEPENDING ON WS-SPL-LEN.
       01  STREAM-OUT-02-RECORD               PIC X(30727).

       FD  STREAM-OUT-03
           RECORDING MODE IS V
           RECORD IS VARYING IN SIZE FROM 1527 TO 30727
               CHARACTERS DEPENDING ON WS-SPL-LEN.
       01  STREAM-OUT-03-RECORD               PIC X(30727).

       FD  STREAM-OUT-04
           RECORDING MODE IS V
           RECORD IS VARYING IN SIZE FROM 1527 TO 30727
               CHARACTERS DEPENDING ON WS-SPL-LEN.
       01  STREAM-OUT-04-RECORD               PIC X(30727).

       FD  STREAM-OUT-05
           RECORDING MODE IS V
           RECORD IS VARYING IN SIZE FROM 1527 TO 30727
               CHARACTERS DEPENDING ON WS-SPL-LEN.
       01  STREAM-OUT-05-RECORD               PIC X(30727).

       FD  STREAM-OUT-06
           RECORDING MODE IS V
           RECORD IS VARYING IN SIZE FROM 1527 TO 30727
               CHARACTERS DEPENDING ON WS-SPL-LEN.
       01  STREAM-OUT-06-RECORD               PIC X(30727).

       FD  STREAM-OUT-07
           RECORDING MODE IS V
           RECORD IS VARYING IN SIZE FROM 1527 TO 30727
               CHARACTERS DEPENDING ON WS-SPL-LEN.
       01  STREAM-OUT-07-RECORD               PIC X(30727).

       FD  STREAM-OUT-08
           RECORDING MODE IS V
           RECORD IS VARYING IN SIZE FROM 1527 TO 30727
               CHARACTERS DEPENDING ON WS-SPL-LEN.
       01  STREAM-OUT-08-RECORD               PIC X(30727).

       FD  STREAM-MAP-FILE
           RECORD CONTAINS 20 CHARACTERS.
       COPY "strmmap.cpy".

       FD  SPLIT-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                PIC X(132).

       FD  STREAM-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY "strmprm.cpy".

       FD  RUN-STAT-FILE
           RECORD CONTAINS 101 CHARACTERS.
       COPY "runstat.cpy".

       FD  CYCLE-DATE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY "cycdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-EOF-SW              PIC X(01) VALUE 'N'.
               88  WS-EOF             VALUE 'Y' FALSE 'N'.
           05  WS-PARM-FILE-STATUS    PIC X(02) VALUE '00'.
           05  WS-STREAM-FOUND-SW     PIC X(01) VALUE 'N'.
               88  WS-STREAM-FOUND    VALUE 'Y' FALSE 'N'.

       01  WS-COUNTERS.
           05  WS-RECORDS-READ        PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-RECORDS-ROUTED      PIC S9(09) COMP-3 VALUE ZERO.

      *    THE STREAM COUNT FROM THE STRMPARM CARD, AND THE CEILING
      *    SET BY THE EIGHT STREAM FILES DECLARED ABOVE.
       01  WS-STREAM-COUNT            PIC S9(04) COMP VALUE ZERO.
       01  WS-MAX-STREAMS             PIC S9(04) COMP VALUE 8.
       01  WS-STRM-IDX                PIC S9(04) COMP VALUE ZERO.

      *    DISPLAY FORMS OF THE STREAM NUMBER AND COUNT FOR RUNSTAT.
       01  WS-RS-STREAM-ID            PIC 9(02) VALUE ZERO.
       01  WS-RS-STREAM-COUNT         PIC 9(02) VALUE ZERO.

      *    RECORD LENGTH OF THE NEXT STREAM WRITE, AND THE IMAGE IT IS
      *    WRITTEN FROM -- A DATA RECORD OR A STREAM'S TRAILER.
       01  WS-SPL-LEN                 PIC S9(05) COMP VALUE ZERO.
       01  WS-SPL-IMAGE               PIC X(30727) VALUE SPACES.

      *    THE NIGHT'S RECORD COUNT PER SUBJECT ID (FIRST PASS). THE
      *    TABLE IS SUBSCRIPTED BY SUBJECT ID PLUS ONE; AN ID OUTSIDE
      *    0-9999 IS COUNTED AT THE NEAREST END SO THE SECOND PASS
      *    ROUTES IT THE SAME WAY.
       01  WS-VOLUME-TABLE.
           05  WS-VOL-COUNT           PIC S9(09) COMP-3
                                      OCCURS 10000 TIMES.
       01  WS-BUCKET-ID               PIC S9(05) COMP VALUE ZERO.
       01  WS-BUCKET-IDX              PIC S9(05) COMP VALUE ZERO.
       01  WS-LAST-BUCKET-IDX         PIC S9(05) COMP VALUE ZERO.
       01  WS-CUM-COUNT               PIC S9(11) COMP-3 VALUE ZERO.
       01  WS-TARGET-COUNT            PIC S9(11) COMP-3 VALUE ZERO.

      *    ONE ENTRY PER STREAM: ITS SUBJECT-ID RANGE AND THE RECORDS
      *    AND KEY HASH WRITTEN TO IT.
       01  WS-RANGE-TABLE.
           05  WS-RNG-ENTRY OCCURS 8 TIMES.
               10  WS-RNG-LOW-ID      PIC S9(05) COMP.
               10  WS-RNG-HIGH-ID     PIC S9(05) COMP.
               10  WS-RNG-WRITTEN     PIC S9(09) COMP-3.
               10  WS-RNG-HASH        PIC S9(18) COMP.

      *    RUN-STATISTICS STAMPS -- ACCEPT FROM TIME RETURNS HHMMSSHH;
      *    ONLY THE FIRST SIX BYTES RIDE TO THE RUNSTAT RECORD.
       01  WS-RS-RUN-DT               PIC X(08) VALUE SPACES.
       01  WS-RS-START-TM-RAW         PIC X(08) VALUE SPACES.
       01  WS-RS-END-TM-RAW           PIC X(08) VALUE SPACES.

      *    CONTROL-TRAILER ACCOUNTING -- EXPECTED VALUES SUMMED FROM
      *    THE FEED'S TRAILER RECORD(S), ACTUALS OVER THE DATA RECORDS
      *    OF EACH PASS, AND THE MAP'S OUTBOUND TOTALS.
       01  WS-TRAILER-CONTROL.
           05  WS-TRL-SEEN-SW         PIC X(01) VALUE 'N'.
               88  WS-TRL-SEEN        VALUE 'Y'.
           05  WS-TRL-EXPECTED-COUNT  PIC S9(18) COMP VALUE ZERO.
           05  WS-TRL-EXPECTED-HASH   PIC S9(18) COMP VALUE ZERO.
           05  WS-TRL-ACTUAL-COUNT    PIC S9(18) COMP VALUE ZERO.
           05  WS-TRL-ACTUAL-HASH     PIC S9(18) COMP VALUE ZERO.
           05  WS-TRL-PASS2-COUNT     PIC S9(18) COMP VALUE ZERO.
           05  WS-TRL-PASS2-HASH      PIC S9(18) COMP VALUE ZERO.
           05  WS-TRL-MAP-COUNT       PIC S9(18) COMP VALUE ZERO.
           05  WS-TRL-MAP-HASH        PIC S9(18) COMP VALUE ZERO.

       COPY "trlrimg.cpy".

       01  WS-HDG1.
           05  FILLER                 PIC X(01) VALUE '1'.
           05  FILLER                 PIC X(40) VALUE
               'SUBJECT-RANGE STREAM SPLIT'.
           05  FILLER                 PIC X(10) VALUE 'RUN DATE: '.
           05  WS-HDG1-DT             PIC X(08).

       01  WS-HDG2.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(10) VALUE 'STREAM'.
           05  FILLER                 PIC X(14) VALUE 'LOW SUBJ ID'.
           05  FILLER                 PIC X(14) VALUE 'HIGH SUBJ ID'.
           05  FILLER                 PIC X(14) VALUE '     RECORDS'.
           05  FILLER                 PIC X(12) VALUE ' PCT OF FEED'.

       01  WS-DETAIL-LINE.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  WS-DL-STREAM           PIC 9(02).
           05  FILLER                 PIC X(08) VALUE SPACES.
           05  WS-DL-LOW-ID           PIC ZZZ9.
           05  FILLER                 PIC X(10) VALUE SPACES.
           05  WS-DL-HIGH-ID          PIC ZZZ9.
           05  FILLER                 PIC X(07) VALUE SPACES.
           05  WS-DL-RECORDS          PIC ZZZZZZZZ9.
           05  FILLER                 PIC X(06) VALUE SPACES.
           05  WS-DL-PCT              PIC ZZ9.9.

       01  WS-PCT-WORK                PIC S9(03)V9 COMP-3 VALUE ZERO.

       01  WS-TOTAL-LINE.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(24) VALUE
               'TOTAL RECORDS SPLIT:'.
           05  WS-TL-RECORDS          PIC ZZZZZZZZ9.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  FILLER                 PIC X(09) VALUE 'STREAMS: '.
           05  WS-TL-STREAMS          PIC Z9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-TALLY-VOLUME UNTIL WS-EOF
           PERFORM 3000-SET-RANGES
           PERFORM 3900-REWIND-FEED
           PERFORM 4000-ROUTE-RECORD UNTIL WS-EOF
           PERFORM 8000-FINISH-UP
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1050-READ-CYCLE-DATE
           ACCEPT WS-RS-START-TM-RAW FROM TIME
           PERFORM 1100-READ-STREAM-PARM
           INITIALIZE WS-VOLUME-TABLE
           INITIALIZE WS-RANGE-TABLE
           OPEN INPUT AUDIT-IN-FILE
           PERFORM 1900-READ-FEED.

      *    THE BUSINESS DATE IS TAKEN FROM THE CYCLDATE CONTROL RECORD
      *    AND THE STEP REFUSES TO RUN UNLESS THAT DATE IS OPEN.
       1050-READ-CYCLE-DATE.
           OPEN INPUT CYCLE-DATE-FILE
           READ CYCLE-DATE-FILE
               AT END
                   MOVE SPACES TO CYCLE-DATE-RECORD
           END-READ
           IF NOT CD-CONTROL-REC
               DISPLAY 'STRMSPL1 ABEND - NO CONTROL RECORD AT THE HEAD '
                   'OF CYCLDATE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT CD-CYCLE-OPEN
               DISPLAY 'STRMSPL1 ABEND - BUSINESS DATE '
                   CD-CURRENT-BUS-DT ' IS NOT OPEN'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE CD-CURRENT-BUS-DT TO WS-RS-RUN-DT
           CLOSE CYCLE-DATE-FILE.

      *    UNLIKE THE STREAMS THEMSELVES, THE SPLIT CANNOT DEFAULT --
      *    IT MUST BE TOLD HOW MANY STREAMS THE NIGHT RUNS.
       1100-READ-STREAM-PARM.
           OPEN INPUT STREAM-PARM-FILE
           IF WS-PARM-FILE-STATUS NOT = '00'
               DISPLAY 'STRMSPL1 ABEND - NO STRMPARM CARD'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ STREAM-PARM-FILE
               AT END
                   MOVE SPACES TO STREAM-PARM-CARD
           END-READ
           CLOSE STREAM-PARM-FILE
           IF SP-STREAM-COUNT NOT NUMERIC
               DISPLAY 'STRMSPL1 ABEND - STREAM COUNT MISSING FROM '
                   'COLUMNS 3-4 OF STRMPARM'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SP-STREAM-COUNT-NB TO WS-STREAM-COUNT
           IF WS-STREAM-COUNT < 1 OR WS-STREAM-COUNT > WS-MAX-STREAMS
               DISPLAY 'STRMSPL1 ABEND - STREAM COUNT '
                   SP-STREAM-COUNT ' IS NOT 01 THROUGH 08'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    FIRST-PASS READ. CONTROL-TRAILER RECORDS ARE TALLIED AND
      *    SKIPPED HERE SO THE VOLUME COUNT ONLY EVER SEES DATA.
       1900-READ-FEED.
           PERFORM 1910-READ-FEED-ONCE
           PERFORM UNTIL WS-EOF OR NOT N-CONTROL-TRAILER
               PERFORM 1920-TALLY-CONTROL-TRAILER
               PERFORM 1910-READ-FEED-ONCE
           END-PERFORM
           IF NOT WS-EOF
               ADD 1 TO WS-RECORDS-READ
               ADD 1                 TO WS-TRL-ACTUAL-COUNT
               ADD N-SRC-SUBJ-ID-NB  TO WS-TRL-ACTUAL-HASH
               ADD N-SRC-SUBJ-SEQ-NB TO WS-TRL-ACTUAL-HASH
           END-IF.

       1910-READ-FEED-ONCE.
           READ AUDIT-IN-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       1920-TALLY-CONTROL-TRAILER.
           SET WS-TRL-SEEN TO TRUE
           ADD N-NASEVG-DIN TO WS-TRL-EXPECTED-COUNT
           ADD N-SRC-REF    TO WS-TRL-EXPECTED-HASH.

      *    SECOND-PASS READ. THE TRAILER WAS PROVED ON THE FIRST PASS,
      *    SO IT IS ONLY SKIPPED HERE; THE DATA RECORDS ARE TALLIED
      *    AGAIN SO 8000-FINISH-UP CAN PROVE BOTH PASSES SAW THE SAME
      *    FEED.
       1950-READ-FEED-AGAIN.
           PERFORM 1910-READ-FEED-ONCE
           PERFORM UNTIL WS-EOF OR NOT N-CONTROL-TRAILER
               PERFORM 1910-READ-FEED-ONCE
           END-PERFORM
           IF NOT WS-EOF
               ADD 1                 TO WS-TRL-PASS2-COUNT
               ADD N-SRC-SUBJ-ID-NB  TO WS-TRL-PASS2-HASH
               ADD N-SRC-SUBJ-SEQ-NB TO WS-TRL-PASS2-HASH
           END-IF.

       2000-TALLY-VOLUME.
           PERFORM 2100-SET-BUCKET
           ADD 1 TO WS-VOL-COUNT (WS-BUCKET-IDX)
           PERFORM 1900-READ-FEED.

       2100-SET-BUCKET.
           EVALUATE TRUE
               WHEN N-SRC-SUBJ-ID-NB < 0
                   MOVE 0 TO WS-BUCKET-ID
               WHEN N-SRC-SUBJ-ID-NB > 9999
                   MOVE 9999 TO WS-BUCKET-ID
               WHEN OTHER
                   MOVE N-SRC-SUBJ-ID-NB TO WS-BUCKET-ID
           END-EVALUATE
           COMPUTE WS-BUCKET-IDX = WS-BUCKET-ID + 1.

      *****************************************************************
      *    THE FEED IS PROVED BEFORE ANYTHING IS WRITTEN. THE RANGES
      *    ARE THEN CUT BY WALKING THE VOLUME TABLE IN SUBJECT-ID
      *    ORDER: STREAM N CLOSES AT THE FIRST SUBJECT ID WHERE THE
      *    RUNNING COUNT REACHES N EQUAL SHARES OF THE FEED. A STREAM
      *    IS ALSO CLOSED EARLY ENOUGH TO LEAVE EVERY LATER STREAM AT
      *    LEAST ONE SUBJECT ID, SO THE RANGES ALWAYS COVER 0-9999
      *    WITHOUT A GAP OR AN OVERLAP.
      *****************************************************************
       3000-SET-RANGES.
           PERFORM 9800-VERIFY-INPUT-TRAILER
           MOVE 1    TO WS-STRM-IDX
           MOVE 0    TO WS-RNG-LOW-ID (1)
           MOVE ZERO TO WS-CUM-COUNT
           PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
                   UNTIL WS-BUCKET-IDX > 10000
               ADD WS-VOL-COUNT (WS-BUCKET-IDX) TO WS-CUM-COUNT
               IF WS-STRM-IDX < WS-STREAM-COUNT
                   PERFORM 3100-CHECK-RANGE-CLOSE
               END-IF
           END-PERFORM
           MOVE 9999 TO WS-RNG-HIGH-ID (WS-STREAM-COUNT).

       3100-CHECK-RANGE-CLOSE.
           COMPUTE WS-TARGET-COUNT =
               (WS-TRL-ACTUAL-COUNT * WS-STRM-IDX) / WS-STREAM-COUNT
           COMPUTE WS-LAST-BUCKET-IDX =
               10000 - (WS-STREAM-COUNT - WS-STRM-IDX)
           IF WS-CUM-COUNT >= WS-TARGET-COUNT
              OR WS-BUCKET-IDX >= WS-LAST-BUCKET-IDX
               COMPUTE WS-RNG-HIGH-ID (WS-STRM-IDX) =
                   WS-BUCKET-IDX - 1
               ADD 1 TO WS-STRM-IDX
               MOVE WS-BUCKET-IDX TO WS-RNG-LOW-ID (WS-STRM-IDX)
           END-IF.

      *    THE FEED IS CLOSED AND REOPENED FOR THE SECOND PASS (SAME
      *    TECHNIQUE AS AINCHRN1'S HISTORY REWIND). ONLY THE NIGHT'S
      *    STREAMS ARE OPENED, SO UNUSED STREAM DDS NEED NOT BE
      *    ALLOCATED.
       3900-REWIND-FEED.
           CLOSE AUDIT-IN-FILE
           OPEN INPUT AUDIT-IN-FILE
           SET WS-EOF TO FALSE
           PERFORM VARYING WS-STRM-IDX FROM 1 BY 1
                   UNTIL WS-STRM-IDX > WS-STREAM-COUNT
               PERFORM 3950-OPEN-STREAM-FILE
           END-PERFORM
           OPEN OUTPUT STREAM-MAP-FILE
           OPEN OUTPUT SPLIT-REPORT
           PERFORM 1950-READ-FEED-AGAIN.

       3950-OPEN-STREAM-FILE.
           EVALUATE WS-STRM-IDX
               WHEN 1  OPEN OUTPUT STREAM-OUT-01
               WHEN 2  OPEN OUTPUT STREAM-OUT-02
               WHEN 3  OPEN OUTPUT STREAM-OUT-03
               WHEN 4  OPEN OUTPUT STREAM-OUT-04
               WHEN 5  OPEN OUTPUT STREAM-OUT-05
               WHEN 6  OPEN OUTPUT STREAM-OUT-06
               WHEN 7  OPEN OUTPUT STREAM-OUT-07
               WHEN 8  OPEN OUTPUT STREAM-OUT-08
           END-EVALUATE.

       3960-CLOSE-STREAM-FILE.
           EVALUATE WS-STRM-IDX
               WHEN 1  CLOSE STREAM-OUT-01
               WHEN 2  CLOSE STREAM-OUT-02
               WHEN 3  CLOSE STREAM-OUT-03
               WHEN 4  CLOSE STREAM-OUT-04
               WHEN 5  CLOSE STREAM-OUT-05
               WHEN 6  CLOSE STREAM-OUT-06
               WHEN 7  CLOSE STREAM-OUT-07
               WHEN 8  CLOSE STREAM-OUT-08
           END-EVALUATE.

       4000-ROUTE-RECORD.
           PERFORM 2100-SET-BUCKET
           PERFORM 4100-FIND-STREAM
           COMPUTE WS-SPL-LEN = 1527
               + (N-PIN-COUNT * 4)
               + (N-NON-STD-LIN-COUNT * 4)
               + (N-DIN-COUNT * 12)
           MOVE AUDIT-INPUT-FILE TO WS-SPL-IMAGE
           PERFORM 4200-WRITE-STREAM-RECORD
           ADD 1 TO WS-RECORDS-ROUTED
           ADD 1                 TO WS-RNG-WRITTEN (WS-STRM-IDX)
           ADD N-SRC-SUBJ-ID-NB  TO WS-RNG-HASH (WS-STRM-IDX)
           ADD N-SRC-SUBJ-SEQ-NB TO WS-RNG-HASH (WS-STRM-IDX)
           PERFORM 4300-WRITE-MAP-RECORD
           PERFORM 1950-READ-FEED-AGAIN.

      *    THE RANGES COVER EVERY BUCKET, SO A MISS CAN ONLY MEAN THE
      *    RANGE TABLE ITSELF IS WRONG -- THE RUN STOPS RATHER THAN
      *    DROP THE RECORD.
       4100-FIND-STREAM.
           SET WS-STREAM-FOUND TO FALSE
           PERFORM VARYING WS-STRM-IDX FROM 1 BY 1
                   UNTIL WS-STRM-IDX > WS-STREAM-COUNT
                      OR WS-STREAM-FOUND
               IF WS-BUCKET-ID >= WS-RNG-LOW-ID (WS-STRM-IDX)
                  AND WS-BUCKET-ID <= WS-RNG-HIGH-ID (WS-STRM-IDX)
                   SET WS-STREAM-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-STREAM-FOUND
               DISPLAY 'STRMSPL1 ABEND - NO STREAM RANGE HOLDS '
                   'SUBJECT ID ' N-SRC-SUBJ-ID-NB
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SUBTRACT 1 FROM WS-STRM-IDX.

       4200-WRITE-STREAM-RECORD.
           EVALUATE WS-STRM-IDX
               WHEN 1  WRITE STREAM-OUT-01-RECORD FROM WS-SPL-IMAGE
               WHEN 2  WRITE STREAM-OUT-02-RECORD FROM WS-SPL-IMAGE
               WHEN 3  WRITE STREAM-OUT-03-RECORD FROM WS-SPL-IMAGE
               WHEN 4  WRITE STREAM-OUT-04-RECORD FROM WS-SPL-IMAGE
               WHEN 5  WRITE STREAM-OUT-05-RECORD FROM WS-SPL-IMAGE
               WHEN 6  WRITE STREAM-OUT-06-RECORD FROM WS-SPL-IMAGE
               WHEN 7  WRITE STREAM-OUT-07-RECORD FROM WS-SPL-IMAGE
               WHEN 8  WRITE STREAM-OUT-08-RECORD FROM WS-SPL-IMAGE
           END-EVALUATE.

       4300-WRITE-MAP-RECORD.
           MOVE SPACES             TO STREAM-MAP-RECORD
           MOVE WS-STRM-IDX        TO SM-STREAM-ID-NB
           MOVE N-AUDIT-KEY        TO SM-AUDIT-KEY
           WRITE STREAM-MAP-RECORD
           ADD 1                 TO WS-TRL-MAP-COUNT
           ADD N-SRC-SUBJ-ID-NB  TO WS-TRL-MAP-HASH
           ADD N-SRC-SUBJ-SEQ-NB TO WS-TRL-MAP-HASH.

       8000-FINISH-UP.
           IF WS-TRL-PASS2-COUNT NOT = WS-TRL-ACTUAL-COUNT
              OR WS-TRL-PASS2-HASH NOT = WS-TRL-ACTUAL-HASH
               DISPLAY 'STRMSPL1 ABEND - AUDITEDT CHANGED BETWEEN '
                   'PASSES'
               DISPLAY '  RECORDS FIRST PASS ' WS-TRL-ACTUAL-COUNT
                   ' SECOND PASS ' WS-TRL-PASS2-COUNT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 9900-WRITE-OUTPUT-TRAILERS
           PERFORM 8100-PRINT-RANGE-REPORT.

       8100-PRINT-RANGE-REPORT.
           MOVE WS-RS-RUN-DT TO WS-HDG1-DT
           WRITE REPORT-LINE FROM WS-HDG1
           WRITE REPORT-LINE FROM WS-HDG2
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-STRM-IDX FROM 1 BY 1
                   UNTIL WS-STRM-IDX > WS-STREAM-COUNT
               PERFORM 8150-PRINT-RANGE-LINE
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RECORDS-ROUTED TO WS-TL-RECORDS
           MOVE WS-STREAM-COUNT   TO WS-TL-STREAMS
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.

       8150-PRINT-RANGE-LINE.
           MOVE WS-STRM-IDX                  TO WS-DL-STREAM
           MOVE WS-RNG-LOW-ID (WS-STRM-IDX)  TO WS-DL-LOW-ID
           MOVE WS-RNG-HIGH-ID (WS-STRM-IDX) TO WS-DL-HIGH-ID
           MOVE WS-RNG-WRITTEN (WS-STRM-IDX) TO WS-DL-RECORDS
           IF WS-RECORDS-ROUTED > ZERO
               COMPUTE WS-PCT-WORK ROUNDED =
                   (WS-RNG-WRITTEN (WS-STRM-IDX) * 100)
                       / WS-RECORDS-ROUTED
           ELSE
               MOVE ZERO TO WS-PCT-WORK
           END-IF
           MOVE WS-PCT-WORK TO WS-DL-PCT
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

       9800-VERIFY-INPUT-TRAILER.
           IF NOT WS-TRL-SEEN
               DISPLAY 'STRMSPL1 ABEND - NO CONTROL TRAILER ON AUDITEDT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-TRL-ACTUAL-COUNT NOT = WS-TRL-EXPECTED-COUNT
              OR WS-TRL-ACTUAL-HASH NOT = WS-TRL-EXPECTED-HASH
               DISPLAY 'STRMSPL1 ABEND - AUDITEDT TRAILER MISMATCH'
               DISPLAY '  RECORDS EXPECTED ' WS-TRL-EXPECTED-COUNT
                   ' READ ' WS-TRL-ACTUAL-COUNT
               DISPLAY '  KEY HASH EXPECTED ' WS-TRL-EXPECTED-HASH
                   ' ACCUMULATED ' WS-TRL-ACTUAL-HASH
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    EVERY STREAM FILE IS SEALED WITH ITS OWN COUNT AND HASH,
      *    EVEN A STREAM THE NIGHT LEFT EMPTY, SO ITS CASSIFC1 PROVES
      *    ITS INPUT EXACTLY AS IT WOULD THE WHOLE FEED.
       9900-WRITE-OUTPUT-TRAILERS.
           MOVE 1527 TO WS-SPL-LEN
           PERFORM VARYING WS-STRM-IDX FROM 1 BY 1
                   UNTIL WS-STRM-IDX > WS-STREAM-COUNT
               MOVE WS-RNG-WRITTEN (WS-STRM-IDX) TO CT-RECORD-COUNT
               MOVE WS-RNG-HASH (WS-STRM-IDX)    TO CT-KEY-HASH
               MOVE SPACES TO WS-SPL-IMAGE
               MOVE AUDIT-CONTROL-TRAILER TO WS-SPL-IMAGE (1:1527)
               PERFORM 4200-WRITE-STREAM-RECORD
           END-PERFORM
           MOVE SPACES            TO STREAM-MAP-TRAILER
           MOVE HIGH-VALUES       TO SMT-TRAILER-ID
           MOVE WS-TRL-MAP-COUNT  TO SMT-RECORD-COUNT
           MOVE WS-TRL-MAP-HASH   TO SMT-KEY-HASH
           MOVE WS-STREAM-COUNT   TO SMT-STREAM-COUNT
           WRITE STREAM-MAP-TRAILER.

      *    ONE RUN-STATISTICS RECORD PER STREAM FOR THE FLOW-BALANCING
      *    STEP (FLOWBAL1): THE RECORDS THE STREAM WAS GIVEN, AS
      *    WRITTEN TO ITS AUDSTRNN FILE AND TO THE MAP. SUMMED OVER
      *    THE STREAMS THEY ARE THE WHOLE CLEAN FEED.
       9700-WRITE-RUN-STATISTICS.
           ACCEPT WS-RS-END-TM-RAW FROM TIME
           OPEN EXTEND RUN-STAT-FILE
           PERFORM VARYING WS-STRM-IDX FROM 1 BY 1
                   UNTIL WS-STRM-IDX > WS-STREAM-COUNT
               PERFORM 9750-WRITE-STREAM-STATISTICS
           END-PERFORM
           CLOSE RUN-STAT-FILE.

       9750-WRITE-STREAM-STATISTICS.
           MOVE SPACES                   TO RUN-STATISTICS-RECORD
           MOVE 'STRMSPL1'               TO RS-PROGRAM-ID
           MOVE WS-RS-RUN-DT             TO RS-RUN-DT
           MOVE WS-RS-START-TM-RAW (1:6) TO RS-START-TM
           MOVE WS-RS-END-TM-RAW (1:6)   TO RS-END-TM
           MOVE WS-RNG-WRITTEN (WS-STRM-IDX) TO RS-RECORDS-IN
           MOVE 2                        TO RS-OUT-COUNT
           MOVE 'AUDSTRM'                TO RS-OUT-DDNAME (1)
           MOVE WS-RNG-WRITTEN (WS-STRM-IDX) TO RS-OUT-RECORDS (1)
           MOVE 'SPLTMAP'                TO RS-OUT-DDNAME (2)
           MOVE WS-RNG-WRITTEN (WS-STRM-IDX) TO RS-OUT-RECORDS (2)
           MOVE ZERO                     TO RS-OUT-RECORDS (3)
           MOVE ZERO                     TO RS-OUT-RECORDS (4)
           MOVE ZERO                     TO RS-SUSPENDED
           MOVE ZERO                     TO RS-REJECTED
           MOVE WS-STRM-IDX              TO WS-RS-STREAM-ID
           MOVE WS-RS-STREAM-ID          TO RS-STREAM-ID
           MOVE WS-STREAM-COUNT          TO WS-RS-STREAM-COUNT
           MOVE WS-RS-STREAM-COUNT       TO RS-STREAM-COUNT
           WRITE RUN-STATISTICS-RECORD.

       9000-TERMINATE.
           PERFORM 9700-WRITE-RUN-STATISTICS
           CLOSE AUDIT-IN-FILE
           PERFORM VARYING WS-STRM-IDX FROM 1 BY 1
                   UNTIL WS-STRM-IDX > WS-STREAM-COUNT
               PERFORM 3960-CLOSE-STREAM-FILE
           END-PERFORM
           CLOSE STREAM-MAP-FILE
           CLOSE SPLIT-REPORT
           DISPLAY 'STRMSPL1 RECORDS READ:      ' WS-RECORDS-READ
           DISPLAY 'STRMSPL1 RECORDS ROUTED:    ' WS-RECORDS-ROUTED
           DISPLAY 'STRMSPL1 STREAMS:           ' WS-STREAM-COUNT.
