      *                THEIR RECORDS ARE PRESENT, AND WHEN CASSRDV1
      *                RAN ITS MERGED EXTRACT (NOT CASSIFC1'S) IS THE
      *                FEED THE DIN BUILD AND NCOA LEGS RECONCILE TO.
      *                MAILDRP1 MUST ACCOUNT FOR EVERY EXTRACT
      *                SUBJECT AS A PIECE MAILED, A SUBJECT SUPPRESSED
      *                OR A SUBJECT FOLDED INTO ITS HOUSEHOLD'S PIECE.
      *                CHGDLT1 MUST ACCOUNT FOR EVERY CHANGE EVENT AS
      *                A SUBJECT'S DELTA RECORD OR AN EVENT MERGED
      *                INTO ONE.
      *                ON A PARTITIONED NIGHT CASSIFC1, CASSRDV1 AND
      *                NCOADRV1 RUN AS PARALLEL STREAMS BETWEEN THE
      *                STREAM SPLIT (STRMSPL1) AND MERGE (STRMMRG1),
      *                EACH STREAM STAMPING ITS RUNSTAT RECORD WITH ITS
      *                STREAM NUMBER. THE LAST RECORD PER PROGRAM AND
      *                STREAM WINS, SO A FAILED STREAM IS RERUN ALONE;
      *                THE STREAMS ARE PRINTED UNDER THEIR STEP AND
      *                BALANCED ONE BY ONE AGAINST THE SPLIT, THEIR
      *                TOTAL STANDS IN FOR THE STEP IN EVERY ORDINARY
      *                CHECK, AND THE MERGE'S EXTRACT BECOMES THE FEED
      *                THE DOWNSTREAM LEGS RECONCILE TO. A STREAM THAT
      *                NEVER RAN HOLDS THE SEND LIKE A MISSING STEP.
      *                ONLY RUNSTAT RECORDS STAMPED WITH THE OPEN
      *                BUSINESS DATE FROM THE CYCLDATE CONTROL FILE
      *                (SEE CYCDATE.CPY) ARE BALANCED; A RECORD FROM
      *                ANY OTHER NIGHT IS REPORTED AND IGNORED, SO A
      *                RERUN THE NEXT MORNING IS CREDITED TO THE NIGHT
      *                IT BELONGS TO AND A RUNSTAT FILE THAT SPANS
      *                NIGHTS CANNOT MIX THEM. THE FLOW STATEMENT IS
      *                DATED WITH THE BUSINESS DATE. LIKE EVERY STEP OF
      *                THE CHAIN IT ABENDS UNLESS CYCLEND1 HAS OPENED
      *                THAT DATE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
           SELECT FLOW-REPORT          ASSIGN TO FLOWRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CYCLE-DATE-FILE      ASSIGN TO CYCLDATE
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    READ AS A RAW IMAGE AND DECODED THROUGH THE WORKING-STORAGE
      *    COPY OF RUNSTAT.CPY, SO ONE STORED IMAGE PER PROGRAM CAN BE
      *    RE-DECODED AT CHECK TIME.
       FD  RUN-STAT-FILE
           RECORD CONTAINS 101 CHARACTERS.
       01  RUN-STAT-IMAGE              PIC X(101).

       FD  FLOW-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                 PIC X(132).

       FD  CYCLE-DATE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY "cycdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-EOF-SW              PIC X(01) VALUE 'N'.
               88  WS-OUT-FOUND       VALUE 'Y' FALSE 'N'.
           05  WS-STEP-MATCH-SW       PIC X(01) VALUE 'N'.
               88  WS-STEP-MATCH      VALUE 'Y' FALSE 'N'.
           05  WS-PARTITIONED-SW      PIC X(01) VALUE 'N'.
               88  WS-PARTITIONED     VALUE 'Y'.

       COPY "runstat.cpy".

      *    ONE SLOT PER CHAIN STEP, IN CHAIN ORDER. THE SLOT HOLDS THE
      *    RAW IMAGE OF THE PROGRAM'S LAST RUNSTAT RECORD; A SLOT
      *    STILL EMPTY AT CHECK TIME MEANS THE STEP NEVER RAN. A STEP
      *    RUN AS PARALLEL STREAMS KEEPS EACH STREAM'S LAST RECORD
      *    UNDER THE SLOT, AND THE SLOT'S OWN IMAGE IS THEN BUILT AS
      *    THE STREAMS' TOTAL, SO EVERY HOP CHECK BALANCES THE
      *    STREAMS IN TOTAL WITHOUT KNOWING THEY EXIST.
       01  WS-STAT-TABLE.
           05  WS-STAT-ENTRY OCCURS 11 TIMES.
               10  WS-ST-FOUND-SW      PIC X(01).
                   88  WS-ST-FOUND     VALUE 'Y'.
               10  WS-ST-IMAGE         PIC X(101).
               10  WS-ST-STREAM-COUNT  PIC S9(04) COMP.
               10  WS-ST-STREAM OCCURS 8 TIMES.
                   15  WS-SS-FOUND-SW  PIC X(01).
                       88  WS-SS-FOUND VALUE 'Y'.
                   15  WS-SS-IMAGE     PIC X(101).

       01  WS-STEP-NAMES.
           05  FILLER                 PIC X(08) VALUE 'AUDEDIT1'.
           05  FILLER                 PIC X(08) VALUE 'STRMSPL1'.
           05  FILLER                 PIC X(08) VALUE 'CASSIFC1'.
           05  FILLER                 PIC X(08) VALUE 'CASSRDV1'.
           05  FILLER                 PIC X(08) VALUE 'STRMMRG1'.
           05  FILLER                 PIC X(08) VALUE 'DINBLD01'.
           05  FILLER                 PIC X(08) VALUE 'DINSPLT1'.
           05  FILLER                 PIC X(08) VALUE 'DINAPLY1'.
           05  FILLER                 PIC X(08) VALUE 'NCOADRV1'.
           05  FILLER                 PIC X(08) VALUE 'MAILDRP1'.
           05  FILLER                 PIC X(08) VALUE 'CHGDLT1'.
       01  WS-STEP-NAME-TABLE REDEFINES WS-STEP-NAMES.
           05  WS-STEP-NAME           PIC X(08) OCCURS 11 TIMES.

      *    WHICH STEPS MUST HAVE RUN FOR THE NIGHT TO COUNT --
      *    CASSRDV1 (SLOT 4) AND DINSPLT1 (SLOT 7) ARE OPTIONAL. THE
      *    STREAM SPLIT AND MERGE (SLOTS 2 AND 5) RUN ONLY ON A
      *    PARTITIONED NIGHT AND BECOME REQUIRED WHEN ANY STEP REPORTS
      *    STREAMS (SEE 3000-BUILD-STREAM-TOTALS).
       01  WS-STEP-REQUIRED.
           05  FILLER                 PIC X(01) VALUE 'Y'.
           05  FILLER                 PIC X(01) VALUE 'N'.
           05  FILLER                 PIC X(01) VALUE 'Y'.
           05  FILLER                 PIC X(01) VALUE 'N'.
           05  FILLER                 PIC X(01) VALUE 'N'.
           05  FILLER                 PIC X(01) VALUE 'Y'.
           05  FILLER                 PIC X(01) VALUE 'N'.
           05  FILLER                 PIC X(01) VALUE 'Y'.
           05  FILLER                 PIC X(01) VALUE 'Y'.
           05  FILLER                 PIC X(01) VALUE 'Y'.
           05  FILLER                 PIC X(01) VALUE 'Y'.
       01  WS-STEP-REQUIRED-TABLE REDEFINES WS-STEP-REQUIRED.
           05  WS-STEP-REQ            PIC X(01) OCCURS 11 TIMES.

       01  WS-COUNTERS.
           05  WS-RECORDS-READ        PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-RECORDS-OTHER-DT    PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-STEP-IDX            PIC S9(04) COMP   VALUE ZERO.
           05  WS-OUT-IDX             PIC S9(04) COMP   VALUE ZERO.
           05  WS-STRM-IDX            PIC S9(04) COMP   VALUE ZERO.
           05  WS-CHK-SLOT            PIC S9(04) COMP   VALUE ZERO.

      *    WORK FIELDS FOR THE EQUAL-COUNT CHECK PARAGRAPH AND THE
      *    NAMED-OUTPUT LOOKUP.
       01  WS-BUS-DT                  PIC X(08) VALUE SPACES.

       01  WS-LOOK-DDNAME             PIC X(08) VALUE SPACES.
       01  WS-OUT-VALUE               PIC S9(09) COMP-3 VALUE ZERO.
       01  WS-CHK-EXPECTED            PIC S9(09) COMP-3 VALUE ZERO.
       01  WS-CHK-ACTUAL              PIC S9(09) COMP-3 VALUE ZERO.
       01  WS-CHK-DESC                PIC X(44) VALUE SPACES.

      *    A RUNSTAT RECORD'S STREAM STAMP, ONCE PROVED NUMERIC.
       01  WS-STREAM-NB               PIC 9(02) VALUE ZERO.
       01  WS-STREAM-CT               PIC 9(02) VALUE ZERO.

      *    THE TOTAL OF ONE PARTITIONED STEP'S STREAMS -- THE OUTPUTS
      *    ADD UP POSITION BY POSITION, EVERY STREAM OF A STEP
      *    REPORTING THE SAME OUTPUTS; THE STEP SPANS THE EARLIEST
      *    STREAM START TO THE LATEST STREAM END.
       01  WS-STREAM-TOTALS.
           05  WS-TOT-STREAMS-FOUND   PIC S9(04) COMP.
           05  WS-TOT-START-TM        PIC X(06).
           05  WS-TOT-END-TM          PIC X(06).
           05  WS-TOT-RECORDS-IN      PIC S9(09) COMP-3.
           05  WS-TOT-OUT-COUNT       PIC S9(04) COMP.
           05  WS-TOT-OUT-ENTRY OCCURS 4 TIMES.
               10  WS-TOT-OUT-DDNAME  PIC X(08).
               10  WS-TOT-OUT-RECORDS PIC S9(09) COMP-3.
           05  WS-TOT-SUSPENDED       PIC S9(09) COMP-3.
           05  WS-TOT-REJECTED        PIC S9(09) COMP-3.

      *    THE NIGHT'S EXTRACT COUNT THE DIN BUILD AND NCOA LEGS MUST
      *    RECONCILE TO -- STRMMRG1'S MERGED EXTRACT ON A PARTITIONED
      *    NIGHT, ELSE CASSRDV1'S MERGED EXTRACT WHEN IT RAN,
      *    OTHERWISE CASSIFC1'S.
       01  WS-EXTRACT-COUNT           PIC S9(09) COMP-3 VALUE ZERO.

           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-OL-COUNT            PIC ZZZZZZZZ9.

      *    ONE LINE PER STREAM UNDER A PARTITIONED STEP.
       01  WS-STREAM-LINE.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(07) VALUE 'STREAM '.
           05  WS-SN-STREAM           PIC 9(02).
           05  WS-SN-IN               PIC ZZZZZZZZ9.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  WS-SN-SUSP             PIC ZZZZZZZZ9.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  WS-SN-REJ              PIC ZZZZZZZZ9.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  WS-SN-START            PIC X(06).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-SN-END              PIC X(06).

       01  WS-STREAM-NOT-RUN-LINE.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(07) VALUE 'STREAM '.
           05  WS-SR-STREAM           PIC 9(02).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-SR-TEXT             PIC X(30).

       01  WS-NOT-RUN-LINE.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS-NR-PROGRAM          PIC X(08).
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-STAT-RECORD UNTIL WS-EOF
           PERFORM 3000-BUILD-STREAM-TOTALS
           PERFORM 5000-PRINT-FLOW-STATEMENT
           PERFORM 6000-RUN-BALANCE-CHECKS
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1050-READ-CYCLE-DATE
           INITIALIZE WS-STAT-TABLE
           OPEN INPUT  RUN-STAT-FILE
           OPEN OUTPUT FLOW-REPORT
           PERFORM 1900-READ-RUN-STAT.

      *    THE NIGHT BEING BALANCED IS THE BUSINESS DATE ON THE
      *    CYCLDATE CONTROL RECORD, WHICH MUST BE OPEN.
       1050-READ-CYCLE-DATE.
           OPEN INPUT CYCLE-DATE-FILE
           READ CYCLE-DATE-FILE
               AT END
                   MOVE SPACES TO CYCLE-DATE-RECORD
           END-READ
           IF NOT CD-CONTROL-REC
               DISPLAY 'FLOWBAL1 ABEND - NO CONTROL RECORD AT THE HEAD '
                   'OF CYCLDATE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT CD-CYCLE-OPEN
               DISPLAY 'FLOWBAL1 ABEND - BUSINESS DATE '
                   CD-CURRENT-BUS-DT ' IS NOT OPEN'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE CD-CURRENT-BUS-DT TO WS-BUS-DT
           CLOSE CYCLE-DATE-FILE.

       1900-READ-RUN-STAT.
           READ RUN-STAT-FILE
               AT END
           END-READ.

      *    THE LAST RECORD PER PROGRAM WINS -- A STEP RERUN AFTER AN
      *    ABEND SUPERSEDES ITS FIRST ATTEMPT. ON A PARTITIONED NIGHT
      *    THE LAST RECORD PER PROGRAM AND STREAM WINS, SO ONE FAILED
      *    STREAM CAN BE RERUN ALONE. AN UNRECOGNIZED
      *    PROGRAM NAME, OR A RECORD FROM ANOTHER BUSINESS DATE, IS
      *    REPORTED AND IGNORED RATHER THAN SILENTLY DROPPED.
       2000-LOAD-STAT-RECORD.
           ADD 1 TO WS-RECORDS-READ
           MOVE RUN-STAT-IMAGE TO RUN-STATISTICS-RECORD
           IF RS-RUN-DT NOT = WS-BUS-DT
               ADD 1 TO WS-RECORDS-OTHER-DT
               DISPLAY 'FLOWBAL1 IGNORING RUNSTAT RECORD FOR '
                   RS-PROGRAM-ID ' DATED ' RS-RUN-DT
               PERFORM 1900-READ-RUN-STAT
           ELSE
               PERFORM 2100-TABLE-STAT-RECORD
           END-IF.

       2100-TABLE-STAT-RECORD.
           SET WS-STEP-MATCH TO FALSE
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > 11
                      OR WS-STEP-MATCH
               IF RS-PROGRAM-ID = WS-STEP-NAME (WS-STEP-IDX)
                   SET WS-STEP-MATCH TO TRUE
                   PERFORM 2200-STORE-STAT-IMAGE
               END-IF
           END-PERFORM
           IF NOT WS-STEP-MATCH
           END-IF
           PERFORM 1900-READ-RUN-STAT.

      *    A RECORD WITH NO STREAM STAMP IS AN ORDINARY RUN OF THE
      *    STEP AND REPLACES ANY STREAMS TABLED FOR IT. A STREAM
      *    RECORD IS TABLED UNDER ITS STREAM NUMBER; ONE STAMPED WITH
      *    A DIFFERENT STREAM COUNT FROM THE STREAMS ALREADY TABLED
      *    MEANS THE NIGHT WAS RE-PARTITIONED AND STARTS THE STEP'S
      *    STREAMS AFRESH.
       2200-STORE-STAT-IMAGE.
           IF RS-STREAM-ID = SPACES
               MOVE 'Y' TO WS-ST-FOUND-SW (WS-STEP-IDX)
               MOVE RUN-STAT-IMAGE TO WS-ST-IMAGE (WS-STEP-IDX)
               PERFORM 2300-CLEAR-STREAMS
           ELSE
               PERFORM 2400-STORE-STREAM-IMAGE
           END-IF.

       2300-CLEAR-STREAMS.
           MOVE ZERO TO WS-ST-STREAM-COUNT (WS-STEP-IDX)
           PERFORM VARYING WS-STRM-IDX FROM 1 BY 1
                   UNTIL WS-STRM-IDX > 8
               MOVE 'N' TO WS-SS-FOUND-SW (WS-STEP-IDX WS-STRM-IDX)
           END-PERFORM.

       2400-STORE-STREAM-IMAGE.
           IF RS-STREAM-ID NOT NUMERIC
              OR RS-STREAM-COUNT NOT NUMERIC
               MOVE ZERO TO WS-STREAM-NB
               MOVE ZERO TO WS-STREAM-CT
           ELSE
               MOVE RS-STREAM-ID    TO WS-STREAM-NB
               MOVE RS-STREAM-COUNT TO WS-STREAM-CT
           END-IF
           IF WS-STREAM-CT < 1 OR WS-STREAM-CT > 8
              OR WS-STREAM-NB < 1 OR WS-STREAM-NB > WS-STREAM-CT
               DISPLAY 'FLOWBAL1 IGNORING RUNSTAT RECORD FOR '
                   RS-PROGRAM-ID ' STAMPED STREAM ' RS-STREAM-ID
                   ' OF ' RS-STREAM-COUNT
           ELSE
               IF WS-STREAM-CT NOT = WS-ST-STREAM-COUNT (WS-STEP-IDX)
                   PERFORM 2300-CLEAR-STREAMS
                   MOVE WS-STREAM-CT
                       TO WS-ST-STREAM-COUNT (WS-STEP-IDX)
               END-IF
               MOVE 'N' TO WS-ST-FOUND-SW (WS-STEP-IDX)
               MOVE WS-STREAM-NB TO WS-STRM-IDX
               MOVE 'Y' TO WS-SS-FOUND-SW (WS-STEP-IDX WS-STRM-IDX)
               MOVE RUN-STAT-IMAGE
                   TO WS-SS-IMAGE (WS-STEP-IDX WS-STRM-IDX)
           END-IF.

      *    EVERY PARTITIONED STEP'S SLOT IMAGE IS BUILT AS THE TOTAL
      *    OF THE STREAMS THAT RAN. ONE PARTITIONED STEP MAKES THE
      *    WHOLE NIGHT A PARTITIONED ONE, WHICH CANNOT BALANCE UNLESS
      *    THE SPLIT AND THE MERGE BOTH RAN.
       3000-BUILD-STREAM-TOTALS.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > 11
               IF WS-ST-STREAM-COUNT (WS-STEP-IDX) > ZERO
                   SET WS-PARTITIONED TO TRUE
                   PERFORM 3100-TOTAL-ONE-STEP
               END-IF
           END-PERFORM
           IF WS-PARTITIONED
               MOVE 'Y' TO WS-STEP-REQ (2)
               MOVE 'Y' TO WS-STEP-REQ (5)
           END-IF.

       3100-TOTAL-ONE-STEP.
           INITIALIZE WS-STREAM-TOTALS
           PERFORM 3200-ADD-ONE-STREAM
               VARYING WS-STRM-IDX FROM 1 BY 1
               UNTIL WS-STRM-IDX > WS-ST-STREAM-COUNT (WS-STEP-IDX)
           MOVE SPACES                      TO RUN-STATISTICS-RECORD
           MOVE WS-STEP-NAME (WS-STEP-IDX)  TO RS-PROGRAM-ID
           MOVE WS-BUS-DT                   TO RS-RUN-DT
           MOVE WS-TOT-START-TM             TO RS-START-TM
           MOVE WS-TOT-END-TM               TO RS-END-TM
           MOVE WS-TOT-RECORDS-IN           TO RS-RECORDS-IN
           MOVE WS-TOT-OUT-COUNT            TO RS-OUT-COUNT
           PERFORM VARYING WS-OUT-IDX FROM 1 BY 1
                   UNTIL WS-OUT-IDX > 4
               MOVE WS-TOT-OUT-DDNAME (WS-OUT-IDX)
                   TO RS-OUT-DDNAME (WS-OUT-IDX)
               MOVE WS-TOT-OUT-RECORDS (WS-OUT-IDX)
                   TO RS-OUT-RECORDS (WS-OUT-IDX)
           END-PERFORM
           MOVE WS-TOT-SUSPENDED            TO RS-SUSPENDED
           MOVE WS-TOT-REJECTED             TO RS-REJECTED
           MOVE WS-ST-STREAM-COUNT (WS-STEP-IDX) TO WS-STREAM-CT
           MOVE WS-STREAM-CT                TO RS-STREAM-COUNT
           MOVE 'Y' TO WS-ST-FOUND-SW (WS-STEP-IDX)
           MOVE RUN-STATISTICS-RECORD TO WS-ST-IMAGE (WS-STEP-IDX).

       3200-ADD-ONE-STREAM.
           IF WS-SS-FOUND (WS-STEP-IDX WS-STRM-IDX)
               MOVE WS-SS-IMAGE (WS-STEP-IDX WS-STRM-IDX)
                   TO RUN-STATISTICS-RECORD
               ADD 1 TO WS-TOT-STREAMS-FOUND
               IF WS-TOT-STREAMS-FOUND = 1
                   MOVE RS-START-TM  TO WS-TOT-START-TM
                   MOVE RS-END-TM    TO WS-TOT-END-TM
                   MOVE RS-OUT-COUNT TO WS-TOT-OUT-COUNT
                   PERFORM VARYING WS-OUT-IDX FROM 1 BY 1
                           UNTIL WS-OUT-IDX > RS-OUT-COUNT
                              OR WS-OUT-IDX > 4
                       MOVE RS-OUT-DDNAME (WS-OUT-IDX)
                           TO WS-TOT-OUT-DDNAME (WS-OUT-IDX)
                   END-PERFORM
               END-IF
               IF RS-START-TM < WS-TOT-START-TM
                   MOVE RS-START-TM TO WS-TOT-START-TM
               END-IF
               IF RS-END-TM > WS-TOT-END-TM
                   MOVE RS-END-TM TO WS-TOT-END-TM
               END-IF
               ADD RS-RECORDS-IN TO WS-TOT-RECORDS-IN
               PERFORM VARYING WS-OUT-IDX FROM 1 BY 1
                       UNTIL WS-OUT-IDX > RS-OUT-COUNT
                          OR WS-OUT-IDX > 4
                   ADD RS-OUT-RECORDS (WS-OUT-IDX)
                       TO WS-TOT-OUT-RECORDS (WS-OUT-IDX)
               END-PERFORM
               ADD RS-SUSPENDED  TO WS-TOT-SUSPENDED
               ADD RS-REJECTED   TO WS-TOT-REJECTED
           END-IF.

       5000-PRINT-FLOW-STATEMENT.
           MOVE WS-BUS-DT TO WS-HDG1-DT
           WRITE REPORT-LINE FROM WS-HDG1
           WRITE REPORT-LINE FROM WS-HDG2
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 5100-PRINT-ONE-STEP
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > 11.

       5100-PRINT-ONE-STEP.
           IF WS-ST-FOUND (WS-STEP-IDX)
                   MOVE RS-OUT-RECORDS (WS-OUT-IDX) TO WS-OL-COUNT
                   WRITE REPORT-LINE FROM WS-OUT-LINE
               END-PERFORM
               PERFORM 5200-PRINT-ONE-STREAM
                   VARYING WS-STRM-IDX FROM 1 BY 1
                   UNTIL WS-STRM-IDX > WS-ST-STREAM-COUNT (WS-STEP-IDX)
           ELSE
               MOVE WS-STEP-NAME (WS-STEP-IDX) TO WS-NR-PROGRAM
               IF WS-STEP-REQ (WS-STEP-IDX) = 'Y'
               WRITE REPORT-LINE FROM WS-NOT-RUN-LINE
           END-IF.

      *    A STREAM MISSING FROM A REQUIRED STEP HOLDS THE SEND JUST AS
      *    A MISSING STEP DOES -- ITS SUBJECTS NEVER REACHED THE MERGE.
       5200-PRINT-ONE-STREAM.
           IF WS-SS-FOUND (WS-STEP-IDX WS-STRM-IDX)
               MOVE WS-SS-IMAGE (WS-STEP-IDX WS-STRM-IDX)
                   TO RUN-STATISTICS-RECORD
               MOVE WS-STRM-IDX     TO WS-SN-STREAM
               MOVE RS-RECORDS-IN   TO WS-SN-IN
               MOVE RS-SUSPENDED    TO WS-SN-SUSP
               MOVE RS-REJECTED     TO WS-SN-REJ
               MOVE RS-START-TM     TO WS-SN-START
               MOVE RS-END-TM       TO WS-SN-END
               WRITE REPORT-LINE    FROM WS-STREAM-LINE
           ELSE
               MOVE WS-STRM-IDX TO WS-SR-STREAM
               IF WS-STEP-REQ (WS-STEP-IDX) = 'Y'
                   MOVE '*** STREAM NOT RUN ***' TO WS-SR-TEXT
                   SET WS-CHAIN-BAD TO TRUE
               ELSE
                   MOVE 'NOT RUN (OPTIONAL LEG)' TO WS-SR-TEXT
               END-IF
               WRITE REPORT-LINE FROM WS-STREAM-NOT-RUN-LINE
           END-IF.

      *****************************************************************
      *    THE HOP CHECKS. EACH ONE DECODES THE SLOTS IT NEEDS AND
      *    FEEDS AN EXPECTED/ACTUAL PAIR TO 6900-CHECK-EQUAL, WHICH
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 6100-CHECK-FRONT-DOOR
           PERFORM 6150-CHECK-STREAM-SPLIT
           PERFORM 6200-CHECK-CASS-SPLIT
           PERFORM 6250-CHECK-REDRIVE-SPLIT
           PERFORM 6260-CHECK-STREAM-LEGS
           PERFORM 6290-CHECK-STREAM-MERGE
           PERFORM 6300-RESOLVE-EXTRACT-COUNT
           PERFORM 6400-CHECK-DINBLD-FEED
           PERFORM 6450-CHECK-NCOA-FEED
           PERFORM 6500-CHECK-POSTING-FEED
           PERFORM 6550-CHECK-DISPOSITIONS
           PERFORM 6600-CHECK-SUSPENSE-FEED
           PERFORM 6650-CHECK-MAIL-DROP
           PERFORM 6700-CHECK-CHANGE-DELTA
           PERFORM 8000-PRINT-VERDICT.

       6100-CHECK-FRONT-DOOR.
               PERFORM 6900-CHECK-EQUAL
           END-IF.

       6150-CHECK-STREAM-SPLIT.
           IF WS-ST-FOUND (2) AND WS-ST-FOUND (1)
               MOVE WS-ST-IMAGE (1) TO RUN-STATISTICS-RECORD
               MOVE 'AUDITEDT' TO WS-LOOK-DDNAME
               PERFORM 6800-GET-OUT-COUNT
               MOVE WS-OUT-VALUE TO WS-CHK-EXPECTED
               MOVE WS-ST-IMAGE (2) TO RUN-STATISTICS-RECORD
               MOVE RS-RECORDS-IN TO WS-CHK-ACTUAL
               MOVE 'STRMSPL1 IN = AUDEDIT1 AUDITEDT OUT'
                   TO WS-CHK-DESC
               PERFORM 6900-CHECK-EQUAL
           END-IF.

       6200-CHECK-CASS-SPLIT.
           IF WS-ST-FOUND (3)
               MOVE WS-ST-IMAGE (3) TO RUN-STATISTICS-RECORD
               MOVE RS-RECORDS-IN TO WS-CHK-EXPECTED
               MOVE 'AUDITSTD' TO WS-LOOK-DDNAME
               PERFORM 6800-GET-OUT-COUNT
           END-IF.

       6250-CHECK-REDRIVE-SPLIT.
           IF WS-ST-FOUND (4)
               MOVE WS-ST-IMAGE (4) TO RUN-STATISTICS-RECORD
               MOVE RS-RECORDS-IN TO WS-CHK-EXPECTED
               MOVE 'AUDITMRG' TO WS-LOOK-DDNAME
               PERFORM 6800-GET-OUT-COUNT
               PERFORM 6900-CHECK-EQUAL
           END-IF.

      *    ON A PARTITIONED NIGHT EACH STREAM IS BALANCED HOP BY HOP
      *    AGAINST ITS OWN SHARE OF THE SPLIT; THE SLOT TOTALS ARE
      *    BALANCED BY THE ORDINARY CHECKS. EVERY PARTITIONED STEP
      *    MUST HAVE RUN THE SAME NUMBER OF STREAMS AS THE SPLIT CUT.
       6260-CHECK-STREAM-LEGS.
           IF WS-ST-STREAM-COUNT (2) > ZERO
               MOVE 3 TO WS-CHK-SLOT
               PERFORM 6265-CHECK-STREAM-COUNT
               MOVE 4 TO WS-CHK-SLOT
               PERFORM 6265-CHECK-STREAM-COUNT
               MOVE 9 TO WS-CHK-SLOT
               PERFORM 6265-CHECK-STREAM-COUNT
               PERFORM 6270-CHECK-ONE-STREAM
                   VARYING WS-STRM-IDX FROM 1 BY 1
                   UNTIL WS-STRM-IDX > WS-ST-STREAM-COUNT (2)
           END-IF.

       6265-CHECK-STREAM-COUNT.
           IF WS-ST-FOUND (WS-CHK-SLOT)
               MOVE WS-ST-STREAM-COUNT (2) TO WS-CHK-EXPECTED
               MOVE WS-ST-STREAM-COUNT (WS-CHK-SLOT) TO WS-CHK-ACTUAL
               MOVE SPACES TO WS-CHK-DESC
               STRING WS-STEP-NAME (WS-CHK-SLOT) DELIMITED BY SPACE
                   ' STREAMS = STRMSPL1 STREAMS' DELIMITED BY SIZE
                   INTO WS-CHK-DESC
               PERFORM 6900-CHECK-EQUAL
           END-IF.

      *    A STREAM'S NCOADRV1 READS ITS RE-DRIVE'S MERGED EXTRACT
      *    WHEN THE STREAM WAS RE-DRIVEN, OTHERWISE ITS CASSIFC1
      *    EXTRACT. A STREAM OF A STEP PARTITIONED DIFFERENTLY FROM
      *    THE SPLIT HAS ALREADY FAILED THE COUNT CHECK AND IS NOT
      *    COMPARED.
       6270-CHECK-ONE-STREAM.
           MOVE WS-STRM-IDX TO WS-STREAM-NB
           IF WS-SS-FOUND (2 WS-STRM-IDX)
              AND WS-SS-FOUND (3 WS-STRM-IDX)
              AND WS-ST-STREAM-COUNT (3) = WS-ST-STREAM-COUNT (2)
               MOVE WS-SS-IMAGE (2 WS-STRM-IDX)
                   TO RUN-STATISTICS-RECORD
               MOVE 'AUDSTRM' TO WS-LOOK-DDNAME
               PERFORM 6800-GET-OUT-COUNT
               MOVE WS-OUT-VALUE TO WS-CHK-EXPECTED
               MOVE WS-SS-IMAGE (3 WS-STRM-IDX)
                   TO RUN-STATISTICS-RECORD
               MOVE RS-RECORDS-IN TO WS-CHK-ACTUAL
               MOVE SPACES TO WS-CHK-DESC
               STRING 'CASSIFC1 STREAM ' WS-STREAM-NB
                   ' IN = STRMSPL1 AUDSTRM' DELIMITED BY SIZE
                   INTO WS-CHK-DESC
               PERFORM 6900-CHECK-EQUAL
           END-IF
           MOVE ZERO TO WS-CHK-SLOT
           IF WS-SS-FOUND (3 WS-STRM-IDX)
              AND WS-ST-STREAM-COUNT (3) = WS-ST-STREAM-COUNT (2)
               MOVE 3 TO WS-CHK-SLOT
               MOVE 'AUDITSTD' TO WS-LOOK-DDNAME
           END-IF
           IF WS-SS-FOUND (4 WS-STRM-IDX)
              AND WS-ST-STREAM-COUNT (4) = WS-ST-STREAM-COUNT (2)
               MOVE 4 TO WS-CHK-SLOT
               MOVE 'AUDITMRG' TO WS-LOOK-DDNAME
           END-IF
           IF WS-CHK-SLOT > ZERO
              AND WS-SS-FOUND (9 WS-STRM-IDX)
              AND WS-ST-STREAM-COUNT (9) = WS-ST-STREAM-COUNT (2)
               MOVE WS-SS-IMAGE (WS-CHK-SLOT WS-STRM-IDX)
                   TO RUN-STATISTICS-RECORD
               PERFORM 6800-GET-OUT-COUNT
               MOVE WS-OUT-VALUE TO WS-CHK-EXPECTED
               MOVE WS-SS-IMAGE (9 WS-STRM-IDX)
                   TO RUN-STATISTICS-RECORD
               MOVE RS-RECORDS-IN TO WS-CHK-ACTUAL
               MOVE SPACES TO WS-CHK-DESC
               STRING 'NCOADRV1 STREAM ' WS-STREAM-NB ' IN = '
                   WS-STEP-NAME (WS-CHK-SLOT) ' '
                   WS-LOOK-DDNAME DELIMITED BY SIZE
                   INTO WS-CHK-DESC
               PERFORM 6900-CHECK-EQUAL
           END-IF.

      *    THE MERGE MUST GIVE BACK EVERY SUBJECT THE SPLIT HANDED
      *    OUT, AS AN EXTRACT RECORD OR A RETRY, AND CARRY ACROSS
      *    EVERY MOVE THE STREAMS' NCOADRV1 RUNS FOUND.
       6290-CHECK-STREAM-MERGE.
           IF WS-ST-FOUND (5)
               MOVE WS-ST-IMAGE (5) TO RUN-STATISTICS-RECORD
               MOVE RS-RECORDS-IN TO WS-CHK-EXPECTED
               MOVE 'AUDITSTD' TO WS-LOOK-DDNAME
               PERFORM 6800-GET-OUT-COUNT
               MOVE WS-OUT-VALUE TO WS-CHK-ACTUAL
               MOVE 'CASSRTRY' TO WS-LOOK-DDNAME
               PERFORM 6800-GET-OUT-COUNT
               ADD WS-OUT-VALUE TO WS-CHK-ACTUAL
               MOVE 'STRMMRG1 IN = AUDITSTD + CASSRTRY'
                   TO WS-CHK-DESC
               PERFORM 6900-CHECK-EQUAL
               IF WS-ST-FOUND (2)
                   MOVE RS-RECORDS-IN TO WS-CHK-ACTUAL
                   MOVE WS-ST-IMAGE (2) TO RUN-STATISTICS-RECORD
                   MOVE RS-RECORDS-IN TO WS-CHK-EXPECTED
                   MOVE 'STRMMRG1 IN = STRMSPL1 IN'
                       TO WS-CHK-DESC
                   PERFORM 6900-CHECK-EQUAL
               END-IF
               IF WS-ST-FOUND (9)
                   MOVE WS-ST-IMAGE (9) TO RUN-STATISTICS-RECORD
                   MOVE 'NCOAMOVE' TO WS-LOOK-DDNAME
                   PERFORM 6800-GET-OUT-COUNT
                   MOVE WS-OUT-VALUE TO WS-CHK-EXPECTED
                   MOVE WS-ST-IMAGE (5) TO RUN-STATISTICS-RECORD
                   PERFORM 6800-GET-OUT-COUNT
                   MOVE WS-OUT-VALUE TO WS-CHK-ACTUAL
                   MOVE 'STRMMRG1 NCOAMOVE = NCOADRV1 NCOAMOVE OUT'
                       TO WS-CHK-DESC
                   PERFORM 6900-CHECK-EQUAL
               END-IF
           END-IF.

      *    THE EXTRACT THE DIN BUILD AND NCOA LEGS CONSUME IS THE
      *    STREAM MERGE'S ON A PARTITIONED NIGHT, ELSE THE MERGED ONE
      *    WHEN THE RE-DRIVE RAN, OTHERWISE CASSIFC1'S.
       6300-RESOLVE-EXTRACT-COUNT.
           MOVE ZERO TO WS-EXTRACT-COUNT
           EVALUATE TRUE
               WHEN WS-ST-FOUND (5)
                   MOVE WS-ST-IMAGE (5) TO RUN-STATISTICS-RECORD
                   MOVE 'AUDITSTD' TO WS-LOOK-DDNAME
                   PERFORM 6800-GET-OUT-COUNT
                   MOVE WS-OUT-VALUE TO WS-EXTRACT-COUNT
               WHEN WS-ST-FOUND (4)
                   MOVE WS-ST-IMAGE (4) TO RUN-STATISTICS-RECORD
                   MOVE 'AUDITMRG' TO WS-LOOK-DDNAME
                   PERFORM 6800-GET-OUT-COUNT
                   MOVE WS-OUT-VALUE TO WS-EXTRACT-COUNT
               WHEN WS-ST-FOUND (3)
                   MOVE WS-ST-IMAGE (3) TO RUN-STATISTICS-RECORD
                   MOVE 'AUDITSTD' TO WS-LOOK-DDNAME
                   PERFORM 6800-GET-OUT-COUNT
                   MOVE WS-OUT-VALUE TO WS-EXTRACT-COUNT
           END-EVALUATE.

       6400-CHECK-DINBLD-FEED.
           IF WS-ST-FOUND (6) AND (WS-ST-FOUND (3) OR WS-ST-FOUND (4))
               MOVE WS-EXTRACT-COUNT TO WS-CHK-EXPECTED
               MOVE WS-ST-IMAGE (6) TO RUN-STATISTICS-RECORD
               MOVE RS-RECORDS-IN TO WS-CHK-ACTUAL
               MOVE 'DINBLD01 IN = STANDARDIZED EXTRACT OUT'
                   TO WS-CHK-DESC
           END-IF.

       6450-CHECK-NCOA-FEED.
           IF WS-ST-FOUND (9) AND (WS-ST-FOUND (3) OR WS-ST-FOUND (4))
               MOVE WS-EXTRACT-COUNT TO WS-CHK-EXPECTED
               MOVE WS-ST-IMAGE (9) TO RUN-STATISTICS-RECORD
               MOVE RS-RECORDS-IN TO WS-CHK-ACTUAL
               MOVE 'NCOADRV1 IN = STANDARDIZED EXTRACT OUT'
                   TO WS-CHK-DESC
           END-IF.

       6500-CHECK-POSTING-FEED.
           IF WS-ST-FOUND (8) AND WS-ST-FOUND (6)
               MOVE WS-ST-IMAGE (6) TO RUN-STATISTICS-RECORD
               MOVE 'DINMSTR' TO WS-LOOK-DDNAME
               PERFORM 6800-GET-OUT-COUNT
               MOVE WS-OUT-VALUE TO WS-CHK-EXPECTED
               MOVE WS-ST-IMAGE (8) TO RUN-STATISTICS-RECORD
               MOVE RS-RECORDS-IN TO WS-CHK-ACTUAL
               MOVE 'DINAPLY1 IN = DINBLD01 DINMSTR OUT'
                   TO WS-CHK-DESC
      *    CHECK PROVES; THE EXACT COUNT DEPENDS ON THE PENDING
      *    TRAFFIC, WHICH THE STANDARD RECORD DOES NOT BREAK OUT.
       6550-CHECK-DISPOSITIONS.
           IF WS-ST-FOUND (8)
               MOVE WS-ST-IMAGE (8) TO RUN-STATISTICS-RECORD
               MOVE 'DINDISP' TO WS-LOOK-DDNAME
               PERFORM 6800-GET-OUT-COUNT
               IF WS-OUT-VALUE < RS-RECORDS-IN
           END-IF.

       6600-CHECK-SUSPENSE-FEED.
           IF WS-ST-FOUND (7) AND WS-ST-FOUND (6)
               MOVE WS-ST-IMAGE (6) TO RUN-STATISTICS-RECORD
               MOVE 'DINSUSP' TO WS-LOOK-DDNAME
               PERFORM 6800-GET-OUT-COUNT
               MOVE WS-OUT-VALUE TO WS-CHK-EXPECTED
               MOVE WS-ST-IMAGE (7) TO RUN-STATISTICS-RECORD
               MOVE RS-RECORDS-IN TO WS-CHK-ACTUAL
               MOVE 'DINSPLT1 IN = DINBLD01 DINSUSP OUT'
                   TO WS-CHK-DESC
               PERFORM 6900-CHECK-EQUAL
           END-IF.

      *    EVERY SUBJECT ON THE EXTRACT LEAVES THE MAIL-DROP BUILD
      *    EXACTLY ONE WAY -- AS A PIECE, AS A SUPPRESSION OR FOLDED
      *    INTO ITS HOUSEHOLD'S PIECE.
       6650-CHECK-MAIL-DROP.
           IF WS-ST-FOUND (10)
               MOVE WS-ST-IMAGE (10) TO RUN-STATISTICS-RECORD
               MOVE RS-RECORDS-IN TO WS-CHK-EXPECTED
               MOVE 'MAILDROP' TO WS-LOOK-DDNAME
               PERFORM 6800-GET-OUT-COUNT
               MOVE WS-OUT-VALUE TO WS-CHK-ACTUAL
               MOVE 'MAILSUPP' TO WS-LOOK-DDNAME
               PERFORM 6800-GET-OUT-COUNT
               ADD WS-OUT-VALUE TO WS-CHK-ACTUAL
               MOVE 'MAILFOLD' TO WS-LOOK-DDNAME
               PERFORM 6800-GET-OUT-COUNT
               ADD WS-OUT-VALUE TO WS-CHK-ACTUAL
               MOVE 'MAILDRP1 IN = MAILDROP + MAILSUPP + MAILFOLD'
                   TO WS-CHK-DESC
               PERFORM 6900-CHECK-EQUAL
               IF WS-ST-FOUND (3) OR WS-ST-FOUND (4)
                   MOVE WS-EXTRACT-COUNT TO WS-CHK-EXPECTED
                   MOVE RS-RECORDS-IN    TO WS-CHK-ACTUAL
                   MOVE 'MAILDRP1 IN = STANDARDIZED EXTRACT OUT'
                       TO WS-CHK-DESC
                   PERFORM 6900-CHECK-EQUAL
               END-IF
           END-IF.

      *    EVERY CHANGE EVENT GATHERED BY THE CHANGE-DELTA BUILD
      *    EITHER OPENS ITS SUBJECT'S DELTA RECORD OR IS MERGED INTO
      *    ONE (OR NETTED OUT WITH ITS SUBJECT).
       6700-CHECK-CHANGE-DELTA.
           IF WS-ST-FOUND (11)
               MOVE WS-ST-IMAGE (11) TO RUN-STATISTICS-RECORD
               MOVE RS-RECORDS-IN TO WS-CHK-EXPECTED
               MOVE 'CHGDELTA' TO WS-LOOK-DDNAME
               PERFORM 6800-GET-OUT-COUNT
               MOVE WS-OUT-VALUE TO WS-CHK-ACTUAL
               MOVE 'CHGMERGD' TO WS-LOOK-DDNAME
               PERFORM 6800-GET-OUT-COUNT
               ADD WS-OUT-VALUE TO WS-CHK-ACTUAL
               MOVE 'CHGDLT1 IN = CHGDELTA + CHGMERGD'
                   TO WS-CHK-DESC
               PERFORM 6900-CHECK-EQUAL
           END-IF.

      *    LOOKS UP A NAMED OUTPUT IN THE DECODED RUNSTAT RECORD. A
      *    DDNAME THE STEP NEVER REPORTED COMES BACK ZERO AND IS
      *    FLAGGED -- A RENAMED OUTPUT MUST NOT PASS AS AN EMPTY ONE.
           CLOSE RUN-STAT-FILE
           CLOSE FLOW-REPORT
           DISPLAY 'FLOWBAL1 RUNSTAT RECORDS READ: ' WS-RECORDS-READ
           DISPLAY 'FLOWBAL1 OTHER-DATE RECORDS:   '
               WS-RECORDS-OTHER-DT
           IF WS-CHAIN-BAD
               DISPLAY 'FLOWBAL1 CHAIN DOES NOT BALANCE - RC 8 SET'
               MOVE 8 TO RETURN-CODE
