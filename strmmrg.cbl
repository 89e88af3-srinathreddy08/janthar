       IDENTIFICATION DIVISION.
       PROGRAM-ID.    STRMMRG1.
       AUTHOR.        ADDRESS-REVIEW-SYSTEMS.
      *REMARKS.       STREAM MERGE FOR THE PARTITIONED CASS/NCOA RUN.
      *                ON A PARTITIONED NIGHT STRMSPL1 CUTS THE CLEAN
      *                FEED INTO SUBJECT-ID RANGES AND EACH RANGE RUNS
      *                ITS OWN CASSIFC1 (AND CASSRDV1, WHEN THE VENDOR
      *                WAS DOWN) AND NCOADRV1 AS A PARALLEL STREAM.
      *                THIS STEP PUTS THE STREAMS BACK TOGETHER INTO
      *                THE SINGLE AUDITSTD, CASSRTRY AND NCOAMOVE THE
      *                REST OF THE CHAIN EXPECTS, EACH WITH ONE CONTROL
      *                TRAILER, SO NOTHING DOWNSTREAM CAN TELL THE
      *                NIGHT WAS PARTITIONED.
      *                EACH STREAM'S FINAL EXTRACT (AUDSTDNN -- ITS
      *                CASSIFC1 EXTRACT, OR ITS CASSRDV1 MERGED EXTRACT
      *                WHEN THE RE-DRIVE RAN) AND FINAL RETRY QUEUE
      *                (CASSRTNN) ARE READ IN STEP WITH STRMSPL1'S
      *                STREAM MAP (SPLTMAP, SEE STRMMAP.CPY), WHICH
      *                LISTS EVERY FEED RECORD IN THE FEED'S OWN ORDER:
      *                EACH MAP ENTRY IS MATCHED ON ITS UNIQUE AUDIT
      *                KEY TO THE NEXT RECORD OF ITS STREAM'S EXTRACT
      *                OR RETRY QUEUE, SO BOTH COME OUT IN THE ORIGINAL
      *                ORDER. A SUBJECT A STREAM'S RE-DRIVE MERGED
      *                SITS AT THE END OF THAT STREAM'S EXTRACT, AND IS
      *                WRITTEN AT THE END OF THE MERGED EXTRACT, JUST
      *                AS CASSRDV1 LEAVES IT ON AN ORDINARY NIGHT.
      *                THE STREAMS' MOVE FILES (NCOAMVNN) ARE EACH IN
      *                DATA-PROVIDER ORDER, AND ARE MERGED ON
      *                N-DATA-PROVIDER INTO THE PROVIDER ORDER NCOAMOVE
      *                CARRIES ON AN ORDINARY NIGHT; WITHIN ONE
      *                PROVIDER THE LOWER STREAM COMES FIRST.
      *                EVERY STREAM INPUT'S TRAILER IS VERIFIED, AND
      *                EVERY STREAM MUST ACCOUNT FOR EXACTLY THE MAP
      *                ENTRIES ROUTED TO IT; ANY DIFFERENCE ABENDS THE
      *                MERGE BEFORE ITS OUTPUT CAN BE USED.
      *                PARALLEL STREAMS CANNOT SHARE ONE EXTEND
      *                DATASET, SO EACH STREAM LOGS ITS VENDOR CALLS TO
      *                ITS OWN USAGE FILE (VNDUSGNN). THIS STEP APPENDS
      *                THEM, TRAILERS AND ALL, TO THE MONTH'S VNDUSAGE
      *                FILE. CALLS LEFT UNSEALED BY A STREAM THAT FAILED
      *                AND WAS RERUN WERE STILL BILLED, SO THEY ARE
      *                KEPT AND SEALED HERE UNDER THIS PROGRAM'S OWN
      *                TRAILER. THE APPEND IS THE STEP'S LAST ACT.
      *                THE STRMPARM CARD (SEE STRMPRM.CPY) GIVES THE
      *                NIGHT'S STREAM COUNT, WHICH MUST AGREE WITH THE
      *                MAP'S TRAILER.
      *                THE RUN DATE IS THE OPEN BUSINESS DATE FROM THE
      *                CYCLDATE CONTROL FILE (SEE CYCDATE.CPY); THE
      *                STEP ABENDS UNLESS CYCLEND1 HAS OPENED THAT DATE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STREAM-MAP-FILE      ASSIGN TO SPLTMAP
               ORGANIZATION IS SEQUENTIAL.

           SELECT STD-IN-01            ASSIGN TO AUDSTD01
               ORGANIZATION IS SEQUENTIAL.

           SELECT RTRY-IN-01           ASSIGN TO CASSRT01
               ORGANIZATION IS SEQUENTIAL.

           SELECT MOVE-IN-01           ASSIGN TO NCOAMV01
               ORGANIZATION IS SEQUENTIAL.

           SELECT USAGE-IN-01          ASSIGN TO VNDUSG01
               ORGANIZATION IS SEQUENTIAL.

           SELECT STD-IN-02            ASSIGN TO AUDSTD02
               ORGANIZATION IS SEQUENTIAL.

           SELECT RTRY-IN-02           ASSIGN TO CASSRT02
               ORGANIZATION IS SEQUENTIAL.

           SELECT MOVE-IN-02           ASSIGN TO NCOAMV02
               ORGANIZATION IS SEQUENTIAL.

           SELECT USAGE-IN-02          ASSIGN TO VNDUSG02
               ORGANIZATION IS SEQUENTIAL.

           SELECT STD-IN-03            ASSIGN TO AUDSTD03
               ORGANIZATION IS SEQUENTIAL.

           SELECT RTRY-IN-03           ASSIGN TO CASSRT03
               ORGANIZATION IS SEQUENTIAL.

           SELECT MOVE-IN-03           ASSIGN TO NCOAMV03
               ORGANIZATION IS SEQUENTIAL.

           SELECT USAGE-IN-03          ASSIGN TO VNDUSG03
               ORGANIZATION IS SEQUENTIAL.

           SELECT STD-IN-04            ASSIGN TO AUDSTD04
               ORGANIZATION IS SEQUENTIAL.

           SELECT RTRY-IN-04           ASSIGN TO CASSRT04
               ORGANIZATION IS SEQUENTIAL.

           SELECT MOVE-IN-04           ASSIGN TO NCOAMV04
               ORGANIZATION IS SEQUENTIAL.

           SELECT USAGE-IN-04          ASSIGN TO VNDUSG04
               ORGANIZATION IS SEQUENTIAL.

           SELECT STD-IN-05            ASSIGN TO AUDSTD05
               ORGANIZATION IS SEQUENTIAL.

           SELECT RTRY-IN-05           ASSIGN TO CASSRT05
               ORGANIZATION IS SEQUENTIAL.

           SELECT MOVE-IN-05           ASSIGN TO NCOAMV05
               ORGANIZATION IS SEQUENTIAL.

           SELECT USAGE-IN-05          ASSIGN TO VNDUSG05
               ORGANIZATION IS SEQUENTIAL.

           SELECT STD-IN-06            ASSIGN TO AUDSTD06
               ORGANIZATION IS SEQUENTIAL.

           SELECT RTRY-IN-06           ASSIGN TO CASSRT06
               ORGANIZATION IS SEQUENTIAL.

           SELECT MOVE-IN-06           ASSIGN TO NCOAMV06
               ORGANIZATION IS SEQUENTIAL.

           SELECT USAGE-IN-06          ASSIGN TO VNDUSG06
               ORGANIZATION IS SEQUENTIAL.

           SELECT STD-IN-07            ASSIGN TO AUDSTD07
               ORGANIZATION IS SEQUENTIAL.

           SELECT RTRY-IN-07           ASSIGN TO CASSRT07
               ORGANIZATION IS SEQUENTIAL.

           SELECT MOVE-IN-07           ASSIGN TO NCOAMV07
               ORGANIZATION IS SEQUENTIAL.

           SELECT USAGE-IN-07          ASSIGN TO VNDUSG07
               ORGANIZATION IS SEQUENTIAL.

           SELECT STD-IN-08            ASSIGN TO AUDSTD08
               ORGANIZATION IS SEQUENTIAL.

           SELECT RTRY-IN-08           ASSIGN TO CASSRT08
               ORGANIZATION IS SEQUENTIAL.

           SELECT MOVE-IN-08           ASSIGN TO NCOAMV08
               ORGANIZATION IS SEQUENTIAL.

           SELECT USAGE-IN-08          ASSIGN TO VNDUSG08
               ORGANIZATION IS SEQUENTIAL.

           SELECT AUDIT-STD-FILE       ASSIGN TO AUDITSTD
               ORGANIZATION IS SEQUENTIAL.

           SELECT RETRY-QUEUE-FILE     ASSIGN TO CASSRTRY
               ORGANIZATION IS SEQUENTIAL.

           SELECT NCOA-MOVE-FILE       ASSIGN TO NCOAMOVE
               ORGANIZATION IS SEQUENTIAL.

           SELECT VENDOR-USAGE-FILE    ASSIGN TO VNDUSAGE
               ORGANIZATION IS SEQUENTIAL.

           SELECT STREAM-PARM-FILE     ASSIGN TO STRMPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT RUN-STAT-FILE        ASSIGN TO RUNSTAT
               ORGANIZATION IS SEQUENTIAL.

           SELECT CYCLE-DATE-FILE      ASSIGN TO CYCLDATE
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STREAM-MAP-FILE
           RECORD CONTAINS 20 CHARACTERS.
       COPY "strmmap.cpy".

      *    THE STREAM INPUTS ARE READ AS RAW IMAGES -- THE EXTRACT AND
      *    RETRY QUEUE IN THE SAME RECORD FORM CASSIFC1 WRITES THEM
      *    WITH, THE MOVE AND USAGE FILES AS NCOAMV.CPY AND VNDUSG.CPY
      *    LAY THEM OUT. EACH RECORD IS COPIED FORWARD UNCHANGED.
       FD  STD-IN-01
           RECORDING MODE IS V.
       01  STD-IN-01-RECORD              PIC X(32000).

       FD  RTRY-IN-01
           RECORD CONTAINS 32000 CHARACTERS.
       01  RTRY-IN-01-RECORD             PIC X(32000).

       FD  MOVE-IN-01
           RECORD CONTAINS 857 CHARACTERS.
       01  MOVE-IN-01-RECORD             PIC X(857).

       FD  USAGE-IN-01
           RECORD CONTAINS 48 CHARACTERS.
       01  USAGE-IN-01-RECORD            PIC X(48).

       FD  STD-IN-02
           RECORDING MODE IS V.
       01  STD-IN-02-RECORD              PIC X(32000).

       FD  RTRY-IN-02
           RECORD CONTAINS 32000 CHARACTERS.
       01  RTRY-IN-02-RECORD             PIC X(32000).

       FD  MOVE-IN-02
           RECORD CONTAINS 857 CHARACTERS.
       01  MOVE-IN-02-RECORD             PIC X(857).

       FD  USAGE-IN-02
           RECORD CONTAINS 48 CHARACTERS.
       01  USAGE-IN-02-RECORD            PIC X(48).

       FD  STD-IN-03
           RECORDING MODE IS V.
       01  STD-IN-03-RECORD              PIC X(32000).

       FD  RTRY-IN-03
           RECORD CONTAINS 32000 CHARACTERS.
       01  RTRY-IN-03-RECORD             PIC X(32000).

       FD  MOVE-IN-03
           RECORD CONTAINS 857 CHARACTERS.
       01  MOVE-IN-03-RECORD             PIC X(857).

       FD  USAGE-IN-03
           RECORD CONTAINS 48 CHARACTERS.
       01  USAGE-IN-03-RECORD            PIC X(48).

       FD  STD-IN-04
           RECORDING MODE IS V.
       01  STD-IN-04-RECORD              PIC X(32000).

       FD  RTRY-IN-04
           RECORD CONTAINS 32000 CHARACTERS.
       01  RTRY-IN-04-RECORD             PIC X(32000).

       FD  MOVE-IN-04
           RECORD CONTAINS 857 CHARACTERS.
       01  MOVE-IN-04-RECORD             PIC X(857).

       FD  USAGE-IN-04
           RECORD CONTAINS 48 CHARACTERS.
       01  USAGE-IN-04-RECORD            PIC X(48).

       FD  STD-IN-05
           RECORDING MODE IS V.
       01  STD-IN-05-RECORD              PIC X(32000).

       FD  RTRY-IN-05
           RECORD CONTAINS 32000 CHARACTERS.
       01  RTRY-IN-05-RECORD             PIC X(32000).

       FD  MOVE-IN-05
           RECORD CONTAINS 857 CHARACTERS.
       01  MOVE-IN-05-RECORD             PIC X(857).

       FD  USAGE-IN-05
           RECORD CONTAINS 48 CHARACTERS.
       01  USAGE-IN-05-RECORD            PIC X(48).

       FD  STD-IN-06
           RECORDING MODE IS V.
       01  STD-IN-06-RECORD              PIC X(32000).

       FD  RTRY-IN-06
           RECORD CONTAINS 32000 CHARACTERS.
       01  RTRY-IN-06-RECORD             PIC X(32000).

       FD  MOVE-IN-06
           RECORD CONTAINS 857 CHARACTERS.
       01  MOVE-IN-06-RECORD             PIC X(857).

       FD  USAGE-IN-06
           RECORD CONTAINS 48 CHARACTERS.
       01  USAGE-IN-06-RECORD            PIC X(48).

       FD  STD-IN-07
           RECORDING MODE IS V.
       01  STD-IN-07-RECORD              PIC X(32000).

       FD  RTRY-IN-07
           RECORD CONTAINS 32000 CHARACTERS.
       01  RTRY-IN-07-RECORD             PIC X(32000).

       FD  MOVE-IN-07
           RECORD CONTAINS 857 CHARACTERS.
       01  MOVE-IN-07-RECORD             PIC X(857).

       FD  USAGE-IN-07
           RECORD CONTAINS 48 CHARACTERS.
       01  USAGE-IN-07-RECORD            PIC X(48).

       FD  STD-IN-08
           RECORDING MODE IS V.
       01  STD-IN-08-RECORD              PIC X(32000).

       FD  RTRY-IN-08
           RECORD CONTAINS 32000 CHARACTERS.
       01  RTRY-IN-08-RECORD             PIC X(32000).

       FD  MOVE-IN-08
           RECORD CONTAINS 857 CHARACTERS.
       01  MOVE-IN-08-RECORD             PIC X(857).

       FD  USAGE-IN-08
           RECORD CONTAINS 48 CHARACTERS.
       01  USAGE-IN-08-RECORD            PIC X(48).

       FD  AUDIT-STD-FILE
           RECORDING MODE IS V.
       01  AUDIT-STD-RECORD                PIC X(32000).

       FD  RETRY-QUEUE-FILE
           RECORD CONTAINS 32000 CHARACTERS.
       01  RETRY-QUEUE-RECORD              PIC X(32000).

       FD  NCOA-MOVE-FILE
           RECORD CONTAINS 857 CHARACTERS.
       COPY "ncoamv.cpy".

       FD  VENDOR-USAGE-FILE
           RECORD CONTAINS 48 CHARACTERS.
       COPY "vndusg.cpy".

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
           05  WS-MAP-EOF-SW          PIC X(01) VALUE 'N'.
               88  WS-MAP-EOF         VALUE 'Y'.
           05  WS-USAGE-EOF-SW        PIC X(01) VALUE 'N'.
               88  WS-USAGE-EOF       VALUE 'Y' FALSE 'N'.
           05  WS-MOVES-DONE-SW       PIC X(01) VALUE 'N'.
               88  WS-MOVES-DONE      VALUE 'Y' FALSE 'N'.
           05  WS-PARM-FILE-STATUS    PIC X(02) VALUE '00'.

       01  WS-COUNTERS.
           05  WS-MAP-READ            PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-PLACED-IN-ORDER     PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-REDRIVEN-AT-END     PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-USAGE-COPIED        PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-USAGE-SEALED        PIC S9(09) COMP-3 VALUE ZERO.

      *    THE STREAM COUNT FROM THE STRMPARM CARD, AND THE CEILING
      *    SET BY THE EIGHT SETS OF STREAM FILES DECLARED ABOVE.
       01  WS-STREAM-COUNT            PIC S9(04) COMP VALUE ZERO.
       01  WS-MAX-STREAMS             PIC S9(04) COMP VALUE 8.
       01  WS-STRM-IDX                PIC S9(04) COMP VALUE ZERO.
       01  WS-LOW-IDX                 PIC S9(04) COMP VALUE ZERO.
       01  WS-LOW-PROVIDER            PIC X(05) VALUE SPACES.
       01  WS-STREAM-ID               PIC 9(02) VALUE ZERO.

      *    ONE ENTRY PER STREAM: THE NEXT UNCONSUMED RECORD OF EACH OF
      *    ITS INPUTS (ITS AUDIT KEY, OR ITS PROVIDER FOR THE MOVES),
      *    EACH INPUT'S TRAILER ACCOUNTING, AND THE MAP ENTRIES ROUTED
      *    TO THE STREAM THAT ITS RE-DRIVE MOVED TO THE END OF ITS
      *    EXTRACT.
       01  WS-STREAM-TABLE.
           05  WS-SS-ENTRY OCCURS 8 TIMES.
               10  WS-SS-STD-EOF-SW       PIC X(01).
                   88  WS-SS-STD-EOF      VALUE 'Y'.
               10  WS-SS-STD-KEY          PIC X(12).
               10  WS-SS-STD-SEEN-SW      PIC X(01).
                   88  WS-SS-STD-SEEN     VALUE 'Y'.
               10  WS-SS-STD-EXP-COUNT    PIC S9(18) COMP.
               10  WS-SS-STD-EXP-HASH     PIC S9(18) COMP.
               10  WS-SS-STD-ACT-COUNT    PIC S9(18) COMP.
               10  WS-SS-STD-ACT-HASH     PIC S9(18) COMP.
               10  WS-SS-RTRY-EOF-SW      PIC X(01).
                   88  WS-SS-RTRY-EOF     VALUE 'Y'.
               10  WS-SS-RTRY-KEY         PIC X(12).
               10  WS-SS-RTRY-SEEN-SW     PIC X(01).
                   88  WS-SS-RTRY-SEEN    VALUE 'Y'.
               10  WS-SS-RTRY-EXP-COUNT   PIC S9(18) COMP.
               10  WS-SS-RTRY-EXP-HASH    PIC S9(18) COMP.
               10  WS-SS-RTRY-ACT-COUNT   PIC S9(18) COMP.
               10  WS-SS-RTRY-ACT-HASH    PIC S9(18) COMP.
               10  WS-SS-MOVE-EOF-SW      PIC X(01).
                   88  WS-SS-MOVE-EOF     VALUE 'Y'.
               10  WS-SS-MOVE-PROVIDER    PIC X(05).
               10  WS-SS-MOVE-SEEN-SW     PIC X(01).
                   88  WS-SS-MOVE-SEEN    VALUE 'Y'.
               10  WS-SS-MOVE-EXP-COUNT   PIC S9(18) COMP.
               10  WS-SS-MOVE-EXP-HASH    PIC S9(18) COMP.
               10  WS-SS-MOVE-ACT-COUNT   PIC S9(18) COMP.
               10  WS-SS-MOVE-ACT-HASH    PIC S9(18) COMP.
               10  WS-SS-USG-DATA-COUNT   PIC S9(18) COMP.
               10  WS-SS-USG-DATA-HASH    PIC S9(18) COMP.
               10  WS-SS-USG-TRL-COUNT    PIC S9(18) COMP.
               10  WS-SS-USG-TRL-HASH     PIC S9(18) COMP.
               10  WS-SS-MAP-COUNT        PIC S9(18) COMP.
               10  WS-SS-DEFER-COUNT      PIC S9(18) COMP.
               10  WS-SS-DEFER-HASH       PIC S9(18) COMP.
               10  WS-SS-TAIL-COUNT       PIC S9(18) COMP.
               10  WS-SS-TAIL-HASH        PIC S9(18) COMP.

      *    THE FIRST BYTES OF THE RECORD JUST READ FROM A STREAM'S
      *    EXTRACT OR RETRY QUEUE -- ENOUGH TO RECOGNIZE A TRAILER AND
      *    TO LIFT THE AUDIT KEY (N-AUDIT-KEY SITS AT BYTES 21-32).
       01  WS-PEEK-IMAGE              PIC X(40) VALUE SPACES.

      *    THE AUDIT KEY TAKEN APART FOR THE SUBJECT-KEY HASH.
       01  WS-KEY-WORK.
           05  WS-KW-SRC-DIN          PIC S9(18) COMP.
           05  WS-KW-SUBJ-ID-NB       PIC S9(04) COMP.
           05  WS-KW-SUBJ-SEQ-NB      PIC S9(04) COMP.

      *    THE FIRST TWELVE BYTES OF THE MOVE RECORD JUST READ, AS A
      *    DATA RECORD (SEE NCOA-MOVE-RECORD) OR AS ITS TRAILER.
       01  WS-MOVE-PEEK.
           05  WS-MP-SUBJ-ID-NB       PIC S9(04) COMP.
           05  WS-MP-SUBJ-SEQ-NB      PIC S9(04) COMP.
           05  WS-MP-DATA-PROVIDER    PIC X(05).
           05  FILLER                 PIC X(03).
       01  WS-MOVE-PEEK-TRAILER REDEFINES WS-MOVE-PEEK.
           05  WS-MPT-TRAILER-ID      PIC X(02).
               88  WS-MPT-TRAILER-PRESENT VALUE HIGH-VALUES.
           05  WS-MPT-RECORD-COUNT    PIC S9(09) COMP-3.
           05  WS-MPT-KEY-HASH        PIC S9(09) COMP-3.

      *    A STREAM USAGE RECORD AS READ -- SAME LAYOUT AS VNDUSG.CPY,
      *    WHOSE OWN NAMES BELONG TO THE VNDUSAGE OUTPUT RECORD.
       01  WS-USAGE-IMAGE.
           05  WS-UI-CALL-DT          PIC X(08).
           05  WS-UI-SUBJ-ID-NB       PIC 9(05).
           05  WS-UI-SUBJ-SEQ-NB      PIC 9(05).
           05  FILLER                 PIC X(30).
       01  WS-USAGE-TRAILER-IMAGE REDEFINES WS-USAGE-IMAGE.
           05  WS-UT-TRAILER-ID       PIC X(02).
               88  WS-UT-TRAILER-PRESENT VALUE HIGH-VALUES.
           05  WS-UT-PROGRAM-ID       PIC X(08).
           05  WS-UT-RECORD-COUNT     PIC S9(09) COMP-3.
           05  WS-UT-KEY-HASH         PIC S9(09) COMP-3.
           05  FILLER                 PIC X(28).

      *    RUN-STATISTICS STAMPS -- ACCEPT FROM TIME RETURNS HHMMSSHH;
      *    ONLY THE FIRST SIX BYTES RIDE TO THE RUNSTAT RECORD.
       01  WS-RS-RUN-DT               PIC X(08) VALUE SPACES.
       01  WS-RS-START-TM-RAW         PIC X(08) VALUE SPACES.
       01  WS-RS-END-TM-RAW           PIC X(08) VALUE SPACES.

      *    CONTROL-TRAILER ACCOUNTING FOR THE MAP, AND THE OUTBOUND
      *    TOTALS OF THE THREE MERGED FILES.
       01  WS-TRAILER-CONTROL.
           05  WS-TRL-SEEN-SW         PIC X(01) VALUE 'N'.
               88  WS-TRL-SEEN        VALUE 'Y'.
           05  WS-TRL-MAP-STREAMS     PIC 9(02) VALUE ZERO.
           05  WS-TRL-EXPECTED-COUNT  PIC S9(18) COMP VALUE ZERO.
           05  WS-TRL-EXPECTED-HASH   PIC S9(18) COMP VALUE ZERO.
           05  WS-TRL-ACTUAL-COUNT    PIC S9(18) COMP VALUE ZERO.
           05  WS-TRL-ACTUAL-HASH     PIC S9(18) COMP VALUE ZERO.
           05  WS-TRL-STD-COUNT       PIC S9(18) COMP VALUE ZERO.
           05  WS-TRL-STD-HASH        PIC S9(18) COMP VALUE ZERO.
           05  WS-TRL-RTRY-COUNT      PIC S9(18) COMP VALUE ZERO.
           05  WS-TRL-RTRY-HASH       PIC S9(18) COMP VALUE ZERO.
           05  WS-TRL-MOVE-COUNT      PIC S9(18) COMP VALUE ZERO.
           05  WS-TRL-MOVE-HASH       PIC S9(18) COMP VALUE ZERO.

      *    ONE TRAILER CHECK AT A TIME IS STAGED HERE FOR
      *    8900-VERIFY-TRAILER. SEVERAL OF THE TRAILERS CARRY ONLY THE
      *    LOW-ORDER NINE DIGITS, SO EVERY CHECK USES THE SAME
      *    NINE-DIGIT TRUNCATED COMPARE AS DINAPLY1.
       01  WS-VERIFY-WORK.
           05  WS-VFY-DDNAME          PIC X(08) VALUE SPACES.
           05  WS-VFY-SEEN-SW         PIC X(01) VALUE 'N'.
               88  WS-VFY-SEEN        VALUE 'Y'.
           05  WS-VFY-EXPECTED-COUNT  PIC S9(18) COMP VALUE ZERO.
           05  WS-VFY-EXPECTED-HASH   PIC S9(18) COMP VALUE ZERO.
           05  WS-VFY-ACTUAL-COUNT    PIC S9(18) COMP VALUE ZERO.
           05  WS-VFY-ACTUAL-HASH     PIC S9(18) COMP VALUE ZERO.
           05  WS-VFY-EXPECTED-TRUNC  PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-VFY-ACTUAL-TRUNC    PIC S9(09) COMP-3 VALUE ZERO.

       COPY "trlrimg.cpy".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PLACE-MAP-ENTRY UNTIL WS-MAP-EOF
           PERFORM 3000-FINISH-EXTRACTS
           PERFORM 4000-MERGE-MOVES
           PERFORM 9900-WRITE-OUTPUT-TRAILERS
           PERFORM 5000-VERIFY-STREAM-USAGE
           PERFORM 5500-APPEND-STREAM-USAGE
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1050-READ-CYCLE-DATE
           ACCEPT WS-RS-START-TM-RAW FROM TIME
           PERFORM 1100-READ-STREAM-PARM
           INITIALIZE WS-STREAM-TABLE
           OPEN INPUT  STREAM-MAP-FILE
           OPEN OUTPUT AUDIT-STD-FILE
           OPEN OUTPUT RETRY-QUEUE-FILE
           OPEN OUTPUT NCOA-MOVE-FILE
           PERFORM VARYING WS-STRM-IDX FROM 1 BY 1
                   UNTIL WS-STRM-IDX > WS-STREAM-COUNT
               PERFORM 1200-OPEN-STREAM-INPUTS
               PERFORM 1500-READ-STREAM-STD
               PERFORM 1600-READ-STREAM-RTRY
           END-PERFORM
           PERFORM 1900-READ-MAP.

      *    THE BUSINESS DATE IS TAKEN FROM THE CYCLDATE CONTROL RECORD
      *    AND THE STEP REFUSES TO RUN UNLESS THAT DATE IS OPEN.
       1050-READ-CYCLE-DATE.
           OPEN INPUT CYCLE-DATE-FILE
           READ CYCLE-DATE-FILE
               AT END
                   MOVE SPACES TO CYCLE-DATE-RECORD
           END-READ
           IF NOT CD-CONTROL-REC
               DISPLAY 'STRMMRG1 ABEND - NO CONTROL RECORD AT THE HEAD '
                   'OF CYCLDATE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT CD-CYCLE-OPEN
               DISPLAY 'STRMMRG1 ABEND - BUSINESS DATE '
                   CD-CURRENT-BUS-DT ' IS NOT OPEN'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE CD-CURRENT-BUS-DT TO WS-RS-RUN-DT
           CLOSE CYCLE-DATE-FILE.

      *    THE MERGE MUST BE TOLD HOW MANY STREAMS THE NIGHT RAN -- THE
      *    SAME CARD STRMSPL1 WAS GIVEN.
       1100-READ-STREAM-PARM.
           OPEN INPUT STREAM-PARM-FILE
           IF WS-PARM-FILE-STATUS NOT = '00'
               DISPLAY 'STRMMRG1 ABEND - NO STRMPARM CARD'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ STREAM-PARM-FILE
               AT END
                   MOVE SPACES TO STREAM-PARM-CARD
           END-READ
           CLOSE STREAM-PARM-FILE
           IF SP-STREAM-COUNT NOT NUMERIC
               DISPLAY 'STRMMRG1 ABEND - STREAM COUNT MISSING FROM '
                   'COLUMNS 3-4 OF STRMPARM'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SP-STREAM-COUNT-NB TO WS-STREAM-COUNT
           IF WS-STREAM-COUNT < 1 OR WS-STREAM-COUNT > WS-MAX-STREAMS
               DISPLAY 'STRMMRG1 ABEND - STREAM COUNT '
                   SP-STREAM-COUNT ' IS NOT 01 THROUGH 08'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1200-OPEN-STREAM-INPUTS.
           EVALUATE WS-STRM-IDX
               WHEN 1
                   OPEN INPUT STD-IN-01
                              RTRY-IN-01
                              MOVE-IN-01
               WHEN 2
                   OPEN INPUT STD-IN-02
                              RTRY-IN-02
                              MOVE-IN-02
               WHEN 3
                   OPEN INPUT STD-IN-03
                              RTRY-IN-03
                              MOVE-IN-03
               WHEN 4
                   OPEN INPUT STD-IN-04
                              RTRY-IN-04
                              MOVE-IN-04
               WHEN 5
                   OPEN INPUT STD-IN-05
                              RTRY-IN-05
                              MOVE-IN-05
               WHEN 6
                   OPEN INPUT STD-IN-06
                              RTRY-IN-06
                              MOVE-IN-06
               WHEN 7
                   OPEN INPUT STD-IN-07
                              RTRY-IN-07
                              MOVE-IN-07
               WHEN 8
                   OPEN INPUT STD-IN-08
                              RTRY-IN-08
                              MOVE-IN-08
           END-EVALUATE.

      *    NEXT DATA RECORD OF A STREAM'S EXTRACT. TRAILERS ARE
      *    TALLIED AND SKIPPED WHEREVER THEY FALL (A RE-DRIVEN
      *    EXTRACT CAN CARRY MORE THAN ONE); THE RECORD ITSELF STAYS
      *    IN ITS FILE'S RECORD AREA UNTIL IT IS COPIED FORWARD.
       1500-READ-STREAM-STD.
           PERFORM 1510-READ-STD-ONCE
           PERFORM UNTIL WS-SS-STD-EOF (WS-STRM-IDX)
               OR WS-PEEK-IMAGE (1:8) NOT = '99999999'
               PERFORM 1520-TALLY-STD-TRAILER
               PERFORM 1510-READ-STD-ONCE
           END-PERFORM
           IF NOT WS-SS-STD-EOF (WS-STRM-IDX)
               MOVE WS-PEEK-IMAGE (21:12)
                   TO WS-SS-STD-KEY (WS-STRM-IDX)
               MOVE WS-PEEK-IMAGE (21:12) TO WS-KEY-WORK
               ADD 1 TO WS-SS-STD-ACT-COUNT (WS-STRM-IDX)
               ADD WS-KW-SUBJ-ID-NB
                   TO WS-SS-STD-ACT-HASH (WS-STRM-IDX)
               ADD WS-KW-SUBJ-SEQ-NB
                   TO WS-SS-STD-ACT-HASH (WS-STRM-IDX)
           END-IF.

       1510-READ-STD-ONCE.
           EVALUATE WS-STRM-IDX
               WHEN 1
                   READ STD-IN-01
                       AT END
                           SET WS-SS-STD-EOF (WS-STRM-IDX) TO TRUE
                   END-READ
                   MOVE STD-IN-01-RECORD (1:40) TO WS-PEEK-IMAGE
               WHEN 2
                   READ STD-IN-02
                       AT END
                           SET WS-SS-STD-EOF (WS-STRM-IDX) TO TRUE
                   END-READ
                   MOVE STD-IN-02-RECORD (1:40) TO WS-PEEK-IMAGE
               WHEN 3
                   READ STD-IN-03
                       AT END
                           SET WS-SS-STD-EOF (WS-STRM-IDX) TO TRUE
                   END-READ
                   MOVE STD-IN-03-RECORD (1:40) TO WS-PEEK-IMAGE
               WHEN 4
                   READ STD-IN-04
                       AT END
                           SET WS-SS-STD-EOF (WS-STRM-IDX) TO TRUE
                   END-READ
                   MOVE STD-IN-04-RECORD (1:40) TO WS-PEEK-IMAGE
               WHEN 5
                   READ STD-IN-05
                       AT END
                           SET WS-SS-STD-EOF (WS-STRM-IDX) TO TRUE
                   END-READ
                   MOVE STD-IN-05-RECORD (1:40) TO WS-PEEK-IMAGE
               WHEN 6
                   READ STD-IN-06
                       AT END
                           SET WS-SS-STD-EOF (WS-STRM-IDX) TO TRUE
                   END-READ
                   MOVE STD-IN-06-RECORD (1:40) TO WS-PEEK-IMAGE
               WHEN 7
                   READ STD-IN-07
                       AT END
                           SET WS-SS-STD-EOF (WS-STRM-IDX) TO TRUE
                   END-READ
                   MOVE STD-IN-07-RECORD (1:40) TO WS-PEEK-IMAGE
               WHEN 8
                   READ STD-IN-08
                       AT END
                           SET WS-SS-STD-EOF (WS-STRM-IDX) TO TRUE
                   END-READ
                   MOVE STD-IN-08-RECORD (1:40) TO WS-PEEK-IMAGE
           END-EVALUATE.

       1520-TALLY-STD-TRAILER.
           MOVE 'Y' TO WS-SS-STD-SEEN-SW (WS-STRM-IDX)
           MOVE WS-PEEK-IMAGE TO AUDIT-CONTROL-TRAILER (1:40)
           ADD CT-RECORD-COUNT TO WS-SS-STD-EXP-COUNT (WS-STRM-IDX)
           ADD CT-KEY-HASH     TO WS-SS-STD-EXP-HASH (WS-STRM-IDX).

      *    NEXT DATA RECORD OF A STREAM'S RETRY QUEUE, SAME DISCIPLINE.
       1600-READ-STREAM-RTRY.
           PERFORM 1610-READ-RTRY-ONCE
           PERFORM UNTIL WS-SS-RTRY-EOF (WS-STRM-IDX)
               OR WS-PEEK-IMAGE (1:8) NOT = '99999999'
               PERFORM 1620-TALLY-RTRY-TRAILER
               PERFORM 1610-READ-RTRY-ONCE
           END-PERFORM
           IF NOT WS-SS-RTRY-EOF (WS-STRM-IDX)
               MOVE WS-PEEK-IMAGE (21:12)
                   TO WS-SS-RTRY-KEY (WS-STRM-IDX)
               MOVE WS-PEEK-IMAGE (21:12) TO WS-KEY-WORK
               ADD 1 TO WS-SS-RTRY-ACT-COUNT (WS-STRM-IDX)
               ADD WS-KW-SUBJ-ID-NB
                   TO WS-SS-RTRY-ACT-HASH (WS-STRM-IDX)
               ADD WS-KW-SUBJ-SEQ-NB
                   TO WS-SS-RTRY-ACT-HASH (WS-STRM-IDX)
           END-IF.

       1610-READ-RTRY-ONCE.
           EVALUATE WS-STRM-IDX
               WHEN 1
                   READ RTRY-IN-01
                       AT END
                           SET WS-SS-RTRY-EOF (WS-STRM-IDX) TO TRUE
                   END-READ
                   MOVE RTRY-IN-01-RECORD (1:40) TO WS-PEEK-IMAGE
               WHEN 2
                   READ RTRY-IN-02
                       AT END
                           SET WS-SS-RTRY-EOF (WS-STRM-IDX) TO TRUE
                   END-READ
                   MOVE RTRY-IN-02-RECORD (1:40) TO WS-PEEK-IMAGE
               WHEN 3
                   READ RTRY-IN-03
                       AT END
                           SET WS-SS-RTRY-EOF (WS-STRM-IDX) TO TRUE
                   END-READ
                   MOVE RTRY-IN-03-RECORD (1:40) TO WS-PEEK-IMAGE
               WHEN 4
                   READ RTRY-IN-04
                       AT END
                           SET WS-SS-RTRY-EOF (WS-STRM-IDX) TO TRUE
                   END-READ
                   MOVE RTRY-IN-04-RECORD (1:40) TO WS-PEEK-IMAGE
               WHEN 5
                   READ RTRY-IN-05
                       AT END
                           SET WS-SS-RTRY-EOF (WS-STRM-IDX) TO TRUE
                   END-READ
                   MOVE RTRY-IN-05-RECORD (1:40) TO WS-PEEK-IMAGE
               WHEN 6
                   READ RTRY-IN-06
                       AT END
                           SET WS-SS-RTRY-EOF (WS-STRM-IDX) TO TRUE
                   END-READ
                   MOVE RTRY-IN-06-RECORD (1:40) TO WS-PEEK-IMAGE
               WHEN 7
                   READ RTRY-IN-07
                       AT END
                           SET WS-SS-RTRY-EOF (WS-STRM-IDX) TO TRUE
                   END-READ
                   MOVE RTRY-IN-07-RECORD (1:40) TO WS-PEEK-IMAGE
               WHEN 8
                   READ RTRY-IN-08
                       AT END
                           SET WS-SS-RTRY-EOF (WS-STRM-IDX) TO TRUE
                   END-READ
                   MOVE RTRY-IN-08-RECORD (1:40) TO WS-PEEK-IMAGE
           END-EVALUATE.

       1620-TALLY-RTRY-TRAILER.
           MOVE 'Y' TO WS-SS-RTRY-SEEN-SW (WS-STRM-IDX)
           MOVE WS-PEEK-IMAGE TO AUDIT-CONTROL-TRAILER (1:40)
           ADD CT-RECORD-COUNT TO WS-SS-RTRY-EXP-COUNT (WS-STRM-IDX)
           ADD CT-KEY-HASH     TO WS-SS-RTRY-EXP-HASH (WS-STRM-IDX).

       1900-READ-MAP.
           PERFORM 1910-READ-MAP-ONCE
           PERFORM UNTIL WS-MAP-EOF OR NOT SMT-TRAILER-PRESENT
               PERFORM 1920-TALLY-MAP-TRAILER
               PERFORM 1910-READ-MAP-ONCE
           END-PERFORM
           IF NOT WS-MAP-EOF
               ADD 1 TO WS-MAP-READ
               ADD 1                  TO WS-TRL-ACTUAL-COUNT
               ADD SM-SRC-SUBJ-ID-NB  TO WS-TRL-ACTUAL-HASH
               ADD SM-SRC-SUBJ-SEQ-NB TO WS-TRL-ACTUAL-HASH
           END-IF.

       1910-READ-MAP-ONCE.
           READ STREAM-MAP-FILE
               AT END
                   SET WS-MAP-EOF TO TRUE
           END-READ.

       1920-TALLY-MAP-TRAILER.
           SET WS-TRL-SEEN TO TRUE
           ADD SMT-RECORD-COUNT TO WS-TRL-EXPECTED-COUNT
           ADD SMT-KEY-HASH     TO WS-TRL-EXPECTED-HASH
           MOVE SMT-STREAM-COUNT TO WS-TRL-MAP-STREAMS.

      *****************************************************************
      *    ONE MAP ENTRY, IN THE FEED'S ORIGINAL ORDER. THE RECORD IS
      *    THE NEXT ONE ON ITS STREAM'S EXTRACT OR, IF THE VENDOR WAS
      *    STILL DOWN FOR IT, ON ITS STREAM'S RETRY QUEUE. WHEN IT IS
      *    AT THE HEAD OF NEITHER, THE STREAM'S RE-DRIVE MERGED IT
      *    ONTO THE END OF THE STREAM'S EXTRACT; IT IS COUNTED HERE
      *    AND PICKED UP FROM THERE BY 3000-FINISH-EXTRACTS.
      *****************************************************************
       2000-PLACE-MAP-ENTRY.
           IF SM-STREAM-ID NOT NUMERIC
              OR SM-STREAM-ID-NB < 1
              OR SM-STREAM-ID-NB > WS-STREAM-COUNT
               DISPLAY 'STRMMRG1 ABEND - SPLTMAP ENTRY FOR STREAM '
                   SM-STREAM-ID ' -- THE NIGHT RAN '
                   WS-STREAM-COUNT ' STREAMS'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SM-STREAM-ID-NB TO WS-STRM-IDX
           ADD 1 TO WS-SS-MAP-COUNT (WS-STRM-IDX)
           EVALUATE TRUE
               WHEN NOT WS-SS-STD-EOF (WS-STRM-IDX)
                AND WS-SS-STD-KEY (WS-STRM-IDX) = SM-AUDIT-KEY
                   PERFORM 2100-COPY-STD-RECORD
                   ADD 1 TO WS-PLACED-IN-ORDER
                   PERFORM 1500-READ-STREAM-STD
               WHEN NOT WS-SS-RTRY-EOF (WS-STRM-IDX)
                AND WS-SS-RTRY-KEY (WS-STRM-IDX) = SM-AUDIT-KEY
                   PERFORM 2200-COPY-RTRY-RECORD
                   PERFORM 1600-READ-STREAM-RTRY
               WHEN OTHER
                   ADD 1 TO WS-SS-DEFER-COUNT (WS-STRM-IDX)
                   ADD SM-SRC-SUBJ-ID-NB
                       TO WS-SS-DEFER-HASH (WS-STRM-IDX)
                   ADD SM-SRC-SUBJ-SEQ-NB
                       TO WS-SS-DEFER-HASH (WS-STRM-IDX)
           END-EVALUATE
           PERFORM 1900-READ-MAP.

      *    COPIES THE STREAM'S CURRENT EXTRACT RECORD TO THE MERGED
      *    EXTRACT, UNCHANGED.
       2100-COPY-STD-RECORD.
           EVALUATE WS-STRM-IDX
               WHEN 1
                   WRITE AUDIT-STD-RECORD FROM STD-IN-01-RECORD
               WHEN 2
                   WRITE AUDIT-STD-RECORD FROM STD-IN-02-RECORD
               WHEN 3
                   WRITE AUDIT-STD-RECORD FROM STD-IN-03-RECORD
               WHEN 4
                   WRITE AUDIT-STD-RECORD FROM STD-IN-04-RECORD
               WHEN 5
                   WRITE AUDIT-STD-RECORD FROM STD-IN-05-RECORD
               WHEN 6
                   WRITE AUDIT-STD-RECORD FROM STD-IN-06-RECORD
               WHEN 7
                   WRITE AUDIT-STD-RECORD FROM STD-IN-07-RECORD
               WHEN 8
                   WRITE AUDIT-STD-RECORD FROM STD-IN-08-RECORD
           END-EVALUATE
           MOVE WS-SS-STD-KEY (WS-STRM-IDX) TO WS-KEY-WORK
           ADD 1                 TO WS-TRL-STD-COUNT
           ADD WS-KW-SUBJ-ID-NB  TO WS-TRL-STD-HASH
           ADD WS-KW-SUBJ-SEQ-NB TO WS-TRL-STD-HASH.

       2200-COPY-RTRY-RECORD.
           EVALUATE WS-STRM-IDX
               WHEN 1
                   WRITE RETRY-QUEUE-RECORD FROM RTRY-IN-01-RECORD
               WHEN 2
                   WRITE RETRY-QUEUE-RECORD FROM RTRY-IN-02-RECORD
               WHEN 3
                   WRITE RETRY-QUEUE-RECORD FROM RTRY-IN-03-RECORD
               WHEN 4
                   WRITE RETRY-QUEUE-RECORD FROM RTRY-IN-04-RECORD
               WHEN 5
                   WRITE RETRY-QUEUE-RECORD FROM RTRY-IN-05-RECORD
               WHEN 6
                   WRITE RETRY-QUEUE-RECORD FROM RTRY-IN-06-RECORD
               WHEN 7
                   WRITE RETRY-QUEUE-RECORD FROM RTRY-IN-07-RECORD
               WHEN 8
                   WRITE RETRY-QUEUE-RECORD FROM RTRY-IN-08-RECORD
           END-EVALUATE
           MOVE WS-SS-RTRY-KEY (WS-STRM-IDX) TO WS-KEY-WORK
           ADD 1                 TO WS-TRL-RTRY-COUNT
           ADD WS-KW-SUBJ-ID-NB  TO WS-TRL-RTRY-HASH
           ADD WS-KW-SUBJ-SEQ-NB TO WS-TRL-RTRY-HASH.

      *****************************************************************
      *    THE MAP IS EXHAUSTED. THE MAP'S OWN TRAILER IS PROVED, THEN
      *    EACH STREAM IN TURN: WHATEVER IS LEFT ON ITS EXTRACT IS ITS
      *    RE-DRIVE'S MERGED SUBJECTS AND GOES ON THE END OF THE
      *    MERGED EXTRACT, AND MUST BE EXACTLY THE ENTRIES COUNTED
      *    ASIDE FOR IT; ITS RETRY QUEUE MUST BE FULLY CONSUMED; BOTH
      *    INPUTS' TRAILERS MUST PROVE; AND THE RECORDS TAKEN FROM THE
      *    STREAM MUST BE EXACTLY THE MAP ENTRIES ROUTED TO IT.
      *****************************************************************
       3000-FINISH-EXTRACTS.
           MOVE 'SPLTMAP'             TO WS-VFY-DDNAME
           MOVE WS-TRL-SEEN-SW        TO WS-VFY-SEEN-SW
           MOVE WS-TRL-EXPECTED-COUNT TO WS-VFY-EXPECTED-COUNT
           MOVE WS-TRL-EXPECTED-HASH  TO WS-VFY-EXPECTED-HASH
           MOVE WS-TRL-ACTUAL-COUNT   TO WS-VFY-ACTUAL-COUNT
           MOVE WS-TRL-ACTUAL-HASH    TO WS-VFY-ACTUAL-HASH
           PERFORM 8900-VERIFY-TRAILER
           IF WS-TRL-MAP-STREAMS NOT = WS-STREAM-COUNT
               DISPLAY 'STRMMRG1 ABEND - SPLTMAP WAS CUT FOR '
                   WS-TRL-MAP-STREAMS ' STREAMS, STRMPARM SAYS '
                   WS-STREAM-COUNT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-STRM-IDX FROM 1 BY 1
                   UNTIL WS-STRM-IDX > WS-STREAM-COUNT
               PERFORM 3100-DRAIN-REDRIVEN-TAIL
                   UNTIL WS-SS-STD-EOF (WS-STRM-IDX)
               PERFORM 3200-PROVE-STREAM
           END-PERFORM.

       3100-DRAIN-REDRIVEN-TAIL.
           PERFORM 2100-COPY-STD-RECORD
           ADD 1 TO WS-REDRIVEN-AT-END
           MOVE WS-SS-STD-KEY (WS-STRM-IDX) TO WS-KEY-WORK
           ADD 1 TO WS-SS-TAIL-COUNT (WS-STRM-IDX)
           ADD WS-KW-SUBJ-ID-NB  TO WS-SS-TAIL-HASH (WS-STRM-IDX)
           ADD WS-KW-SUBJ-SEQ-NB TO WS-SS-TAIL-HASH (WS-STRM-IDX)
           PERFORM 1500-READ-STREAM-STD.

       3200-PROVE-STREAM.
           MOVE WS-STRM-IDX TO WS-STREAM-ID
           IF WS-SS-TAIL-COUNT (WS-STRM-IDX)
                   NOT = WS-SS-DEFER-COUNT (WS-STRM-IDX)
              OR WS-SS-TAIL-HASH (WS-STRM-IDX)
                   NOT = WS-SS-DEFER-HASH (WS-STRM-IDX)
              OR NOT WS-SS-RTRY-EOF (WS-STRM-IDX)
              OR WS-SS-MAP-COUNT (WS-STRM-IDX) NOT =
                     WS-SS-STD-ACT-COUNT (WS-STRM-IDX)
                   + WS-SS-RTRY-ACT-COUNT (WS-STRM-IDX)
               DISPLAY 'STRMMRG1 ABEND - STREAM ' WS-STREAM-ID
                   ' DOES NOT MATCH SPLTMAP'
               DISPLAY '  MAP ENTRIES ' WS-SS-MAP-COUNT (WS-STRM-IDX)
                   ' EXTRACT ' WS-SS-STD-ACT-COUNT (WS-STRM-IDX)
                   ' RETRY QUEUE ' WS-SS-RTRY-ACT-COUNT (WS-STRM-IDX)
               DISPLAY '  NOT IN PLACE '
                   WS-SS-DEFER-COUNT (WS-STRM-IDX)
                   ' AT END OF EXTRACT '
                   WS-SS-TAIL-COUNT (WS-STRM-IDX)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-VFY-DDNAME
           STRING 'AUDSTD' WS-STREAM-ID DELIMITED BY SIZE
               INTO WS-VFY-DDNAME
           MOVE WS-SS-STD-SEEN-SW (WS-STRM-IDX)   TO WS-VFY-SEEN-SW
           MOVE WS-SS-STD-EXP-COUNT (WS-STRM-IDX)
               TO WS-VFY-EXPECTED-COUNT
           MOVE WS-SS-STD-EXP-HASH (WS-STRM-IDX)
               TO WS-VFY-EXPECTED-HASH
           MOVE WS-SS-STD-ACT-COUNT (WS-STRM-IDX)
               TO WS-VFY-ACTUAL-COUNT
           MOVE WS-SS-STD-ACT-HASH (WS-STRM-IDX)
               TO WS-VFY-ACTUAL-HASH
           PERFORM 8900-VERIFY-TRAILER
           MOVE SPACES TO WS-VFY-DDNAME
           STRING 'CASSRT' WS-STREAM-ID DELIMITED BY SIZE
               INTO WS-VFY-DDNAME
           MOVE WS-SS-RTRY-SEEN-SW (WS-STRM-IDX)  TO WS-VFY-SEEN-SW
           MOVE WS-SS-RTRY-EXP-COUNT (WS-STRM-IDX)
               TO WS-VFY-EXPECTED-COUNT
           MOVE WS-SS-RTRY-EXP-HASH (WS-STRM-IDX)
               TO WS-VFY-EXPECTED-HASH
           MOVE WS-SS-RTRY-ACT-COUNT (WS-STRM-IDX)
               TO WS-VFY-ACTUAL-COUNT
           MOVE WS-SS-RTRY-ACT-HASH (WS-STRM-IDX)
               TO WS-VFY-ACTUAL-HASH
           PERFORM 8900-VERIFY-TRAILER.

      *****************************************************************
      *    EACH STREAM'S MOVES ARE ALREADY IN PROVIDER ORDER (ITS
      *    NCOADRV1 READ A PROVIDER-SORTED EXTRACT), SO THE MERGE
      *    REPEATEDLY TAKES THE LOWEST PROVIDER AT THE HEAD OF ANY
      *    STREAM, THE LOWEST STREAM ON A TIE.
      *****************************************************************
       4000-MERGE-MOVES.
           PERFORM VARYING WS-STRM-IDX FROM 1 BY 1
                   UNTIL WS-STRM-IDX > WS-STREAM-COUNT
               PERFORM 4500-READ-STREAM-MOVE
           END-PERFORM
           SET WS-MOVES-DONE TO FALSE
           PERFORM 4100-MERGE-ONE-MOVE UNTIL WS-MOVES-DONE
           PERFORM VARYING WS-STRM-IDX FROM 1 BY 1
                   UNTIL WS-STRM-IDX > WS-STREAM-COUNT
               PERFORM 4300-PROVE-STREAM-MOVES
           END-PERFORM.

       4100-MERGE-ONE-MOVE.
           MOVE ZERO TO WS-LOW-IDX
           PERFORM VARYING WS-STRM-IDX FROM 1 BY 1
                   UNTIL WS-STRM-IDX > WS-STREAM-COUNT
               IF NOT WS-SS-MOVE-EOF (WS-STRM-IDX)
                   IF WS-LOW-IDX = ZERO
                      OR WS-SS-MOVE-PROVIDER (WS-STRM-IDX)
                          < WS-LOW-PROVIDER
                       MOVE WS-STRM-IDX TO WS-LOW-IDX
                       MOVE WS-SS-MOVE-PROVIDER (WS-STRM-IDX)
                           TO WS-LOW-PROVIDER
                   END-IF
               END-IF
           END-PERFORM
           IF WS-LOW-IDX = ZERO
               SET WS-MOVES-DONE TO TRUE
           ELSE
               MOVE WS-LOW-IDX TO WS-STRM-IDX
               PERFORM 4200-COPY-MOVE-RECORD
               PERFORM 4500-READ-STREAM-MOVE
           END-IF.

       4200-COPY-MOVE-RECORD.
           EVALUATE WS-STRM-IDX
               WHEN 1
                   WRITE NCOA-MOVE-RECORD FROM MOVE-IN-01-RECORD
               WHEN 2
                   WRITE NCOA-MOVE-RECORD FROM MOVE-IN-02-RECORD
               WHEN 3
                   WRITE NCOA-MOVE-RECORD FROM MOVE-IN-03-RECORD
               WHEN 4
                   WRITE NCOA-MOVE-RECORD FROM MOVE-IN-04-RECORD
               WHEN 5
                   WRITE NCOA-MOVE-RECORD FROM MOVE-IN-05-RECORD
               WHEN 6
                   WRITE NCOA-MOVE-RECORD FROM MOVE-IN-06-RECORD
               WHEN 7
                   WRITE NCOA-MOVE-RECORD FROM MOVE-IN-07-RECORD
               WHEN 8
                   WRITE NCOA-MOVE-RECORD FROM MOVE-IN-08-RECORD
           END-EVALUATE
           ADD 1                 TO WS-TRL-MOVE-COUNT
           ADD WS-MP-SUBJ-ID-NB  TO WS-TRL-MOVE-HASH
           ADD WS-MP-SUBJ-SEQ-NB TO WS-TRL-MOVE-HASH.

       4300-PROVE-STREAM-MOVES.
           MOVE WS-STRM-IDX TO WS-STREAM-ID
           MOVE SPACES TO WS-VFY-DDNAME
           STRING 'NCOAMV' WS-STREAM-ID DELIMITED BY SIZE
               INTO WS-VFY-DDNAME
           MOVE WS-SS-MOVE-SEEN-SW (WS-STRM-IDX)  TO WS-VFY-SEEN-SW
           MOVE WS-SS-MOVE-EXP-COUNT (WS-STRM-IDX)
               TO WS-VFY-EXPECTED-COUNT
           MOVE WS-SS-MOVE-EXP-HASH (WS-STRM-IDX)
               TO WS-VFY-EXPECTED-HASH
           MOVE WS-SS-MOVE-ACT-COUNT (WS-STRM-IDX)
               TO WS-VFY-ACTUAL-COUNT
           MOVE WS-SS-MOVE-ACT-HASH (WS-STRM-IDX)
               TO WS-VFY-ACTUAL-HASH
           PERFORM 8900-VERIFY-TRAILER.

      *    NEXT MOVE OF A STREAM. THE SUBJECT KEY AND PROVIDER OF THE
      *    RECORD STAY IN WS-MOVE-PEEK, AND THE PROVIDER IN THE STREAM
      *    TABLE, UNTIL THE RECORD IS COPIED FORWARD.
       4500-READ-STREAM-MOVE.
           PERFORM 4510-READ-MOVE-ONCE
           PERFORM UNTIL WS-SS-MOVE-EOF (WS-STRM-IDX)
               OR NOT WS-MPT-TRAILER-PRESENT
               PERFORM 4520-TALLY-MOVE-TRAILER
               PERFORM 4510-READ-MOVE-ONCE
           END-PERFORM
           IF NOT WS-SS-MOVE-EOF (WS-STRM-IDX)
               MOVE WS-MP-DATA-PROVIDER
                   TO WS-SS-MOVE-PROVIDER (WS-STRM-IDX)
               ADD 1 TO WS-SS-MOVE-ACT-COUNT (WS-STRM-IDX)
               ADD WS-MP-SUBJ-ID-NB
                   TO WS-SS-MOVE-ACT-HASH (WS-STRM-IDX)
               ADD WS-MP-SUBJ-SEQ-NB
                   TO WS-SS-MOVE-ACT-HASH (WS-STRM-IDX)
           END-IF.

       4510-READ-MOVE-ONCE.
           EVALUATE WS-STRM-IDX
               WHEN 1
                   READ MOVE-IN-01
                       AT END
                           SET WS-SS-MOVE-EOF (WS-STRM-IDX) TO TRUE
                   END-READ
                   MOVE MOVE-IN-01-RECORD (1:12) TO WS-MOVE-PEEK
               WHEN 2
                   READ MOVE-IN-02
                       AT END
                           SET WS-SS-MOVE-EOF (WS-STRM-IDX) TO TRUE
                   END-READ
                   MOVE MOVE-IN-02-RECORD (1:12) TO WS-MOVE-PEEK
               WHEN 3
                   READ MOVE-IN-03
                       AT END
                           SET WS-SS-MOVE-EOF (WS-STRM-IDX) TO TRUE
                   END-READ
                   MOVE MOVE-IN-03-RECORD (1:12) TO WS-MOVE-PEEK
               WHEN 4
                   READ MOVE-IN-04
                       AT END
                           SET WS-SS-MOVE-EOF (WS-STRM-IDX) TO TRUE
                   END-READ
                   MOVE MOVE-IN-04-RECORD (1:12) TO WS-MOVE-PEEK
               WHEN 5
                   READ MOVE-IN-05
                       AT END
                           SET WS-SS-MOVE-EOF (WS-STRM-IDX) TO TRUE
                   END-READ
                   MOVE MOVE-IN-05-RECORD (1:12) TO WS-MOVE-PEEK
               WHEN 6
                   READ MOVE-IN-06
                       AT END
                           SET WS-SS-MOVE-EOF (WS-STRM-IDX) TO TRUE
                   END-READ
                   MOVE MOVE-IN-06-RECORD (1:12) TO WS-MOVE-PEEK
               WHEN 7
                   READ MOVE-IN-07
                       AT END
                           SET WS-SS-MOVE-EOF (WS-STRM-IDX) TO TRUE
                   END-READ
                   MOVE MOVE-IN-07-RECORD (1:12) TO WS-MOVE-PEEK
               WHEN 8
                   READ MOVE-IN-08
                       AT END
                           SET WS-SS-MOVE-EOF (WS-STRM-IDX) TO TRUE
                   END-READ
                   MOVE MOVE-IN-08-RECORD (1:12) TO WS-MOVE-PEEK
           END-EVALUATE.

       4520-TALLY-MOVE-TRAILER.
           MOVE 'Y' TO WS-SS-MOVE-SEEN-SW (WS-STRM-IDX)
           ADD WS-MPT-RECORD-COUNT
               TO WS-SS-MOVE-EXP-COUNT (WS-STRM-IDX)
           ADD WS-MPT-KEY-HASH
               TO WS-SS-MOVE-EXP-HASH (WS-STRM-IDX).

      *****************************************************************
      *    EVERY STREAM'S USAGE FILE IS READ THROUGH ONCE BEFORE ANY OF
      *    THEM IS APPENDED, SO A DAMAGED ONE STOPS THE MERGE WITH THE
      *    MONTH'S FILE UNTOUCHED. CALLS BEYOND WHAT THE FILE'S
      *    TRAILERS ACCOUNT FOR ARE A FAILED ATTEMPT'S UNSEALED CALLS
      *    AND ARE KEPT; FEWER CALLS THAN THE TRAILERS CLAIM MEANS
      *    CALLS WERE LOST.
      *****************************************************************
       5000-VERIFY-STREAM-USAGE.
           PERFORM VARYING WS-STRM-IDX FROM 1 BY 1
                   UNTIL WS-STRM-IDX > WS-STREAM-COUNT
               PERFORM 5100-TALLY-STREAM-USAGE
           END-PERFORM.

       5100-TALLY-STREAM-USAGE.
           PERFORM 5800-OPEN-USAGE-FILE
           SET WS-USAGE-EOF TO FALSE
           PERFORM 5900-READ-USAGE-RECORD
           PERFORM UNTIL WS-USAGE-EOF
               IF WS-UT-TRAILER-PRESENT
                   ADD WS-UT-RECORD-COUNT
                       TO WS-SS-USG-TRL-COUNT (WS-STRM-IDX)
                   ADD WS-UT-KEY-HASH
                       TO WS-SS-USG-TRL-HASH (WS-STRM-IDX)
               ELSE
                   ADD 1 TO WS-SS-USG-DATA-COUNT (WS-STRM-IDX)
                   ADD WS-UI-SUBJ-ID-NB
                       TO WS-SS-USG-DATA-HASH (WS-STRM-IDX)
                   ADD WS-UI-SUBJ-SEQ-NB
                       TO WS-SS-USG-DATA-HASH (WS-STRM-IDX)
               END-IF
               PERFORM 5900-READ-USAGE-RECORD
           END-PERFORM
           PERFORM 5850-CLOSE-USAGE-FILE
           MOVE WS-STRM-IDX TO WS-STREAM-ID
           IF WS-SS-USG-DATA-COUNT (WS-STRM-IDX)
                   < WS-SS-USG-TRL-COUNT (WS-STRM-IDX)
               DISPLAY 'STRMMRG1 ABEND - VNDUSG' WS-STREAM-ID
                   ' HOLDS FEWER CALLS THAN ITS TRAILERS CLAIM'
               DISPLAY '  CALLS ' WS-SS-USG-DATA-COUNT (WS-STRM-IDX)
                   ' TRAILERS ' WS-SS-USG-TRL-COUNT (WS-STRM-IDX)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-SS-USG-DATA-COUNT (WS-STRM-IDX)
                   = WS-SS-USG-TRL-COUNT (WS-STRM-IDX)
               MOVE SPACES TO WS-VFY-DDNAME
               STRING 'VNDUSG' WS-STREAM-ID DELIMITED BY SIZE
                   INTO WS-VFY-DDNAME
               MOVE 'Y' TO WS-VFY-SEEN-SW
               MOVE WS-SS-USG-TRL-COUNT (WS-STRM-IDX)
                   TO WS-VFY-EXPECTED-COUNT
               MOVE WS-SS-USG-TRL-HASH (WS-STRM-IDX)
                   TO WS-VFY-EXPECTED-HASH
               MOVE WS-SS-USG-DATA-COUNT (WS-STRM-IDX)
                   TO WS-VFY-ACTUAL-COUNT
               MOVE WS-SS-USG-DATA-HASH (WS-STRM-IDX)
                   TO WS-VFY-ACTUAL-HASH
               PERFORM 8900-VERIFY-TRAILER
           END-IF.

      *    THE VNDUSAGE FILE IS OPENED EXTEND, AS BY EVERY STEP THAT
      *    LOGS A CALL. EACH STREAM'S RECORDS GO ACROSS IN THEIR OWN
      *    ORDER, TRAILERS INCLUDED, FOLLOWED BY A SEALING TRAILER FOR
      *    ANY UNSEALED CALLS.
       5500-APPEND-STREAM-USAGE.
           OPEN EXTEND VENDOR-USAGE-FILE
           PERFORM VARYING WS-STRM-IDX FROM 1 BY 1
                   UNTIL WS-STRM-IDX > WS-STREAM-COUNT
               PERFORM 5600-COPY-STREAM-USAGE
           END-PERFORM
           CLOSE VENDOR-USAGE-FILE.

       5600-COPY-STREAM-USAGE.
           PERFORM 5800-OPEN-USAGE-FILE
           SET WS-USAGE-EOF TO FALSE
           PERFORM 5900-READ-USAGE-RECORD
           PERFORM UNTIL WS-USAGE-EOF
               WRITE VENDOR-USAGE-RECORD FROM WS-USAGE-IMAGE
               ADD 1 TO WS-USAGE-COPIED
               PERFORM 5900-READ-USAGE-RECORD
           END-PERFORM
           PERFORM 5850-CLOSE-USAGE-FILE
           IF WS-SS-USG-DATA-COUNT (WS-STRM-IDX)
                   > WS-SS-USG-TRL-COUNT (WS-STRM-IDX)
               MOVE SPACES          TO VENDOR-USAGE-TRAILER
               MOVE HIGH-VALUES     TO VUT-TRAILER-ID
               MOVE 'STRMMRG1'      TO VUT-PROGRAM-ID
               COMPUTE VUT-RECORD-COUNT =
                   WS-SS-USG-DATA-COUNT (WS-STRM-IDX)
                 - WS-SS-USG-TRL-COUNT (WS-STRM-IDX)
               COMPUTE VUT-KEY-HASH =
                   WS-SS-USG-DATA-HASH (WS-STRM-IDX)
                 - WS-SS-USG-TRL-HASH (WS-STRM-IDX)
               WRITE VENDOR-USAGE-TRAILER
               ADD VUT-RECORD-COUNT TO WS-USAGE-SEALED
               MOVE WS-STRM-IDX TO WS-STREAM-ID
               DISPLAY 'STRMMRG1 SEALED ' VUT-RECORD-COUNT
                   ' UNSEALED CALLS FROM VNDUSG' WS-STREAM-ID
           END-IF.

       5800-OPEN-USAGE-FILE.
           EVALUATE WS-STRM-IDX
               WHEN 1
                   OPEN INPUT USAGE-IN-01
               WHEN 2
                   OPEN INPUT USAGE-IN-02
               WHEN 3
                   OPEN INPUT USAGE-IN-03
               WHEN 4
                   OPEN INPUT USAGE-IN-04
               WHEN 5
                   OPEN INPUT USAGE-IN-05
               WHEN 6
                   OPEN INPUT USAGE-IN-06
               WHEN 7
                   OPEN INPUT USAGE-IN-07
               WHEN 8
                   OPEN INPUT USAGE-IN-08
           END-EVALUATE.

       5850-CLOSE-USAGE-FILE.
           EVALUATE WS-STRM-IDX
               WHEN 1
                   CLOSE USAGE-IN-01
               WHEN 2
                   CLOSE USAGE-IN-02
               WHEN 3
                   CLOSE USAGE-IN-03
               WHEN 4
                   CLOSE USAGE-IN-04
               WHEN 5
                   CLOSE USAGE-IN-05
               WHEN 6
                   CLOSE USAGE-IN-06
               WHEN 7
                   CLOSE USAGE-IN-07
               WHEN 8
                   CLOSE USAGE-IN-08
           END-EVALUATE.

       5900-READ-USAGE-RECORD.
           EVALUATE WS-STRM-IDX
               WHEN 1
                   READ USAGE-IN-01 INTO WS-USAGE-IMAGE
                       AT END
                           SET WS-USAGE-EOF TO TRUE
                   END-READ
               WHEN 2
                   READ USAGE-IN-02 INTO WS-USAGE-IMAGE
                       AT END
                           SET WS-USAGE-EOF TO TRUE
                   END-READ
               WHEN 3
                   READ USAGE-IN-03 INTO WS-USAGE-IMAGE
                       AT END
                           SET WS-USAGE-EOF TO TRUE
                   END-READ
               WHEN 4
                   READ USAGE-IN-04 INTO WS-USAGE-IMAGE
                       AT END
                           SET WS-USAGE-EOF TO TRUE
                   END-READ
               WHEN 5
                   READ USAGE-IN-05 INTO WS-USAGE-IMAGE
                       AT END
                           SET WS-USAGE-EOF TO TRUE
                   END-READ
               WHEN 6
                   READ USAGE-IN-06 INTO WS-USAGE-IMAGE
                       AT END
                           SET WS-USAGE-EOF TO TRUE
                   END-READ
               WHEN 7
                   READ USAGE-IN-07 INTO WS-USAGE-IMAGE
                       AT END
                           SET WS-USAGE-EOF TO TRUE
                   END-READ
               WHEN 8
                   READ USAGE-IN-08 INTO WS-USAGE-IMAGE
                       AT END
                           SET WS-USAGE-EOF TO TRUE
                   END-READ
           END-EVALUATE.

      *    PROVES ONE STAGED TRAILER CHECK (SEE WS-VERIFY-WORK).
       8900-VERIFY-TRAILER.
           IF NOT WS-VFY-SEEN
               DISPLAY 'STRMMRG1 ABEND - NO CONTROL TRAILER ON '
                   WS-VFY-DDNAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-VFY-ACTUAL-COUNT   TO WS-VFY-ACTUAL-TRUNC
           MOVE WS-VFY-EXPECTED-COUNT TO WS-VFY-EXPECTED-TRUNC
           IF WS-VFY-ACTUAL-TRUNC NOT = WS-VFY-EXPECTED-TRUNC
               DISPLAY 'STRMMRG1 ABEND - ' WS-VFY-DDNAME
                   ' TRAILER MISMATCH'
               DISPLAY '  RECORDS EXPECTED ' WS-VFY-EXPECTED-TRUNC
                   ' READ ' WS-VFY-ACTUAL-TRUNC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-VFY-ACTUAL-HASH    TO WS-VFY-ACTUAL-TRUNC
           MOVE WS-VFY-EXPECTED-HASH  TO WS-VFY-EXPECTED-TRUNC
           IF WS-VFY-ACTUAL-TRUNC NOT = WS-VFY-EXPECTED-TRUNC
               DISPLAY 'STRMMRG1 ABEND - ' WS-VFY-DDNAME
                   ' TRAILER MISMATCH'
               DISPLAY '  KEY HASH EXPECTED ' WS-VFY-EXPECTED-TRUNC
                   ' ACCUMULATED ' WS-VFY-ACTUAL-TRUNC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       9900-WRITE-OUTPUT-TRAILERS.
           MOVE WS-TRL-STD-COUNT TO CT-RECORD-COUNT
           MOVE WS-TRL-STD-HASH  TO CT-KEY-HASH
           MOVE SPACES TO AUDIT-STD-RECORD
           MOVE AUDIT-CONTROL-TRAILER TO AUDIT-STD-RECORD (1:1527)
           WRITE AUDIT-STD-RECORD
           MOVE WS-TRL-RTRY-COUNT TO CT-RECORD-COUNT
           MOVE WS-TRL-RTRY-HASH  TO CT-KEY-HASH
           MOVE SPACES TO RETRY-QUEUE-RECORD
           MOVE AUDIT-CONTROL-TRAILER TO RETRY-QUEUE-RECORD (1:1527)
           WRITE RETRY-QUEUE-RECORD
           MOVE SPACES            TO NCOA-MOVE-TRAILER
           MOVE HIGH-VALUES       TO NMT-TRAILER-ID
           MOVE WS-TRL-MOVE-COUNT TO NMT-RECORD-COUNT
           MOVE WS-TRL-MOVE-HASH  TO NMT-KEY-HASH
           WRITE NCOA-MOVE-TRAILER.

      *    ONE RUN-STATISTICS RECORD FOR THE FLOW-BALANCING STEP
      *    (FLOWBAL1): THE MAP ENTRIES IN, THE MERGED EXTRACT AND
      *    RETRY QUEUE OUT -- A RETRY-QUEUED SUBJECT COUNTS AS
      *    SUSPENDED, AS IT DOES FOR CASSIFC1. THE MOVES CARRIED ACROSS
      *    ARE REPORTED ALONGSIDE SO FLOWBAL1 CAN TIE THEM TO THE
      *    STREAMS' NCOADRV1 RUNS.
       9700-WRITE-RUN-STATISTICS.
           ACCEPT WS-RS-END-TM-RAW FROM TIME
           MOVE SPACES                   TO RUN-STATISTICS-RECORD
           MOVE 'STRMMRG1'               TO RS-PROGRAM-ID
           MOVE WS-RS-RUN-DT             TO RS-RUN-DT
           MOVE WS-RS-START-TM-RAW (1:6) TO RS-START-TM
           MOVE WS-RS-END-TM-RAW (1:6)   TO RS-END-TM
           MOVE WS-MAP-READ              TO RS-RECORDS-IN
           MOVE 3                        TO RS-OUT-COUNT
           MOVE 'AUDITSTD'               TO RS-OUT-DDNAME (1)
           MOVE WS-TRL-STD-COUNT         TO RS-OUT-RECORDS (1)
           MOVE 'CASSRTRY'               TO RS-OUT-DDNAME (2)
           MOVE WS-TRL-RTRY-COUNT        TO RS-OUT-RECORDS (2)
           MOVE 'NCOAMOVE'               TO RS-OUT-DDNAME (3)
           MOVE WS-TRL-MOVE-COUNT        TO RS-OUT-RECORDS (3)
           MOVE ZERO                     TO RS-OUT-RECORDS (4)
           MOVE WS-TRL-RTRY-COUNT        TO RS-SUSPENDED
           MOVE ZERO                     TO RS-REJECTED
           OPEN EXTEND RUN-STAT-FILE
           WRITE RUN-STATISTICS-RECORD
           CLOSE RUN-STAT-FILE.

       9000-TERMINATE.
           PERFORM 9700-WRITE-RUN-STATISTICS
           CLOSE STREAM-MAP-FILE
           CLOSE AUDIT-STD-FILE
           CLOSE RETRY-QUEUE-FILE
           CLOSE NCOA-MOVE-FILE
           PERFORM VARYING WS-STRM-IDX FROM 1 BY 1
                   UNTIL WS-STRM-IDX > WS-STREAM-COUNT
               PERFORM 9050-CLOSE-STREAM-INPUTS
           END-PERFORM
           DISPLAY 'STRMMRG1 STREAMS MERGED:        ' WS-STREAM-COUNT
           DISPLAY 'STRMMRG1 MAP ENTRIES READ:      ' WS-MAP-READ
           DISPLAY 'STRMMRG1 EXTRACT IN ORDER:      '
               WS-PLACED-IN-ORDER
           DISPLAY 'STRMMRG1 RE-DRIVEN AT END:      '
               WS-REDRIVEN-AT-END
           DISPLAY 'STRMMRG1 RETRY QUEUE WRITTEN:   ' WS-TRL-RTRY-COUNT
           DISPLAY 'STRMMRG1 MOVES MERGED:          ' WS-TRL-MOVE-COUNT
           DISPLAY 'STRMMRG1 USAGE RECORDS COPIED:  ' WS-USAGE-COPIED
           DISPLAY 'STRMMRG1 UNSEALED CALLS SEALED: ' WS-USAGE-SEALED.

       9050-CLOSE-STREAM-INPUTS.
           EVALUATE WS-STRM-IDX
               WHEN 1
                   CLOSE STD-IN-01
                         RTRY-IN-01
                         MOVE-IN-01
               WHEN 2
                   CLOSE STD-IN-02
                         RTRY-IN-02
                         MOVE-IN-02
               WHEN 3
                   CLOSE STD-IN-03
                         RTRY-IN-03
                         MOVE-IN-03
               WHEN 4
                   CLOSE STD-IN-04
                         RTRY-IN-04
                         MOVE-IN-04
               WHEN 5
                   CLOSE STD-IN-05
                         RTRY-IN-05
                         MOVE-IN-05
               WHEN 6
                   CLOSE STD-IN-06
                         RTRY-IN-06
                         MOVE-IN-06
               WHEN 7
                   CLOSE STD-IN-07
                         RTRY-IN-07
                         MOVE-IN-07
               WHEN 8
                   CLOSE STD-IN-08
                         RTRY-IN-08
                         MOVE-IN-08
           END-EVALUATE.
