       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MAILDRP1.
       AUTHOR.        ADDRESS-REVIEW-SYSTEMS.
      *REMARKS.       NIGHTLY OUTBOUND MAIL-DROP BUILD.
      *                THE CHAIN BUILDS A CLEAN ADDRESS PICTURE --
      *                THE STANDARDIZED EXTRACT, NCOA MOVES POSTED TO
      *                AUDITKS BY NCOAAPL1, HOUSHLD1'S HSEXREF AND
      *                NIXIEPR1'S NIXHOLD HOLD LIST -- BUT MAIL
      *                SERVICES WAS STILL CUTTING THE DROP BY HAND
      *                FROM AUDITSTD, SO HELD REPEAT-BOUNCE SUBJECTS
      *                WERE MAILED AGAIN AND A FOUR-PERSON HOUSEHOLD
      *                GOT FOUR PIECES. THIS JOB READS THE NIGHT'S
      *                STANDARDIZED EXTRACT (AUDITSTD, OR CASSRDV1'S
      *                MERGED EXTRACT WHEN THE RE-DRIVE RAN), THE HOLD
      *                LIST AND THE HOUSEHOLD CROSS-REFERENCE, ALL
      *                PRESORTED ASCENDING BY SUBJECT ID/SEQ (STANDARD
      *                JCL SORT STEPS AHEAD OF THIS PROGRAM -- THE
      *                EXTRACT ON BYTES 29-32, HSEXREF ON BYTES 5-8),
      *                AND MATCHES THEM KEY TO KEY IN ONE PASS.
      *                A SUBJECT IS SUPPRESSED ONTO THE MAILSUPP
      *                LISTING WITH ITS REASON WHEN IT IS ON THE HOLD
      *                LIST, WHEN ITS N-ADDR-QTY IS LOW OR TEXT, WHEN
      *                CASS COULD NOT STANDARDIZE IT (BLANK FORMAT
      *                CODE ON THE EXTRACT), OR WHEN ITS RECORD IS NO
      *                LONGER ON AUDITKS. EVERY OTHER SUBJECT BECOMES
      *                A CANDIDATE PIECE CARRYING ITS CURRENT NAME AND
      *                ADDRESS FROM AUDITKS (A DIRECT READ ON
      *                N-AUDIT-KEY), SO A MOVE POSTED TONIGHT IS
      *                MAILED TO THE NEW ADDRESS.
      *                THE CANDIDATES GO THROUGH TWO INTERNAL SORTS
      *                (SAME SORT-PROCEDURE STYLE AS HOUSHLD1): THE
      *                FIRST BRINGS EACH HOUSEHOLD'S MAILABLE MEMBERS
      *                TOGETHER SO THE LOWEST-KEYED MEMBER CARRIES THE
      *                HOUSEHOLD'S ONE PIECE AND THE REST FOLD INTO IT
      *                (LISTED ON MAILFOLD); THE SECOND PUTS THE
      *                SURVIVING PIECES INTO POSTAL-CODE ORDER FOR THE
      *                DROP. A SUPPRESSED MEMBER DOES NOT STOP THE
      *                REST OF ITS HOUSEHOLD BEING MAILED.
      *                THE DROP IS PACKED INTO TRAYS AND SACKS AS IT
      *                IS WRITTEN: A NEW SACK ON A CHANGE OF THREE-
      *                DIGIT ZIP PREFIX, A NEW TRAY ON A CHANGE OF
      *                FIVE-DIGIT ZIP OR WHEN THE TRAY IS FULL. EACH
      *                PIECE IS CLASSED FIRST-CLASS AUTOMATION (FULL
      *                ZIP+4), PRESORT (FIVE-DIGIT ZIP ONLY) OR
      *                SINGLE-PIECE (NO USABLE ZIP -- THESE SORT AFTER
      *                THE PRESORTED PIECES IN SACKS OF THEIR OWN).
      *                MAILRPT SHOWS EVERY TRAY AND SACK BREAK AND
      *                ENDS WITH THE PIECE-COUNT AND POSTAGE-CLASS
      *                SUMMARY.
      *                THE EXTRACT'S, HOLD LIST'S AND HSEXREF'S
      *                CONTROL TRAILERS ARE VERIFIED AT END OF FILE
      *                AND THE DROP IS SEALED WITH ITS OWN TRAILER
      *                (SEE MAILDRP.CPY). THE RUNSTAT RECORD CARRIES
      *                PIECES MAILED, SUBJECTS SUPPRESSED AND SUBJECTS
      *                FOLDED, SO FLOWBAL1 CAN PROVE EVERY SUBJECT IN
      *                IS ACCOUNTED FOR EXACTLY ONCE.
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
           SELECT AUDIT-STD-FILE
               ASSIGN TO AUDITSTD
               ORGANIZATION IS SEQUENTIAL.

           SELECT AUDIT-KSDS-FILE
               ASSIGN TO AUDITKS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AK-AUDIT-KEY
               ALTERNATE RECORD KEY IS AK-SUBJECT-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-KSDS-FILE-STATUS.

           SELECT HOLD-LIST-FILE       ASSIGN TO NIXHOLD
               ORGANIZATION IS SEQUENTIAL.

           SELECT HOUSEHOLD-XREF-FILE  ASSIGN TO HSEXREF
               ORGANIZATION IS SEQUENTIAL.

           SELECT MAIL-WORK-FILE       ASSIGN TO MAILWORK
               ORGANIZATION IS SEQUENTIAL.

           SELECT MAIL-DROP-FILE       ASSIGN TO MAILDROP
               ORGANIZATION IS SEQUENTIAL.

           SELECT SUPPRESS-REPORT      ASSIGN TO MAILSUPP
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FOLD-REPORT          ASSIGN TO MAILFOLD
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DROP-REPORT          ASSIGN TO MAILRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-STAT-FILE        ASSIGN TO RUNSTAT
               ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-WORK-FILE       ASSIGN TO SORTWK01.

           SELECT CYCLE-DATE-FILE      ASSIGN TO CYCLDATE
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    SAME RECORD FORM AS CASSIFC1 WRITES THE EXTRACT WITH.
       FD  AUDIT-STD-FILE
           RECORDING MODE IS V.
       01  AUDIT-STD-RECORD            PIC X(32000).

       FD  AUDIT-KSDS-FILE.
       COPY "auditks.cpy".

      *    SAME EIGHT-BYTE LAYOUT NIXIEPR1 WRITES THE HOLD LIST WITH.
       FD  HOLD-LIST-FILE
           RECORD CONTAINS 8 CHARACTERS.
       01  NIXIE-HOLD-RECORD.
           05  HD-SRC-SUBJ-ID-NB       PIC S9(04) COMP.
           05  HD-SRC-SUBJ-SEQ-NB      PIC S9(04) COMP.
           05  HD-RETURN-COUNT         PIC S9(05) COMP-3.
           05  FILLER                  PIC X(01).
       01  NIXIE-HOLD-TRAILER.
           05  HDT-TRAILER-ID          PIC X(02).
               88  HDT-TRAILER-PRESENT VALUE HIGH-VALUES.
           05  HDT-RECORD-COUNT        PIC S9(05) COMP-3.
           05  HDT-KEY-HASH            PIC S9(05) COMP-3.

       FD  HOUSEHOLD-XREF-FILE
           RECORD CONTAINS 13 CHARACTERS.
       COPY "hsexref.cpy".

      *    HANDOFF BETWEEN THE HOUSEHOLD FOLD AND THE POSTAL-CODE
      *    SORT -- ONE RAW PIECE-SORT IMAGE PER SURVIVING PIECE.
       FD  MAIL-WORK-FILE
           RECORD CONTAINS 595 CHARACTERS.
       01  MAIL-WORK-RECORD            PIC X(595).

       FD  MAIL-DROP-FILE
           RECORD CONTAINS 605 CHARACTERS.
       COPY "maildrp.cpy".

       FD  SUPPRESS-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  SUPPRESS-LINE               PIC X(132).

       FD  FOLD-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  FOLD-LINE                   PIC X(132).

       FD  DROP-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                 PIC X(132).

       FD  RUN-STAT-FILE
           RECORD CONTAINS 101 CHARACTERS.
       COPY "runstat.cpy".

      *    ONE CANDIDATE PIECE. THE SAME IMAGE SERVES BOTH SORTS --
      *    HOUSEHOLD/SUBJECT ORDER FOR THE FOLD, THEN SORT GROUP AND
      *    POSTAL CODE FOR THE DROP. A SINGLETON CARRIES HOUSEHOLD ID
      *    ZERO. SORT GROUP '1' IS PRESORT-ELIGIBLE, '2' SINGLE-PIECE.
       SD  SORT-WORK-FILE.
       01  PIECE-SORT-RECORD.
           05  PS-SORT-GROUP           PIC X(01).
               88  PS-PRESORT-GROUP    VALUE '1'.
               88  PS-SINGLE-GROUP     VALUE '2'.
           05  PS-POSTAL-CODE          PIC X(08).
           05  PS-HOUSEHOLD-ID         PIC S9(07) COMP-3.
           05  PS-SRC-SUBJ-ID-NB       PIC S9(04) COMP.
           05  PS-SRC-SUBJ-SEQ-NB      PIC S9(04) COMP.
           05  PS-POSTAGE-CLASS        PIC X(01).
           05  PS-DATA-PROVIDER        PIC X(05).
           05  PS-MEMBER-COUNT         PIC S9(04) COMP.
           05  PS-MAIL-NAME            PIC X(150).
           05  PS-ADDR-LINES           PIC X(420).

       FD  CYCLE-DATE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY "cycdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-EOF-SW              PIC X(01) VALUE 'N'.
               88  WS-EOF             VALUE 'Y'.
           05  WS-HOLD-EOF-SW         PIC X(01) VALUE 'N'.
               88  WS-HOLD-EOF        VALUE 'Y'.
           05  WS-HSX-EOF-SW          PIC X(01) VALUE 'N'.
               88  WS-HSX-EOF         VALUE 'Y'.
           05  WS-SORT-EOF-SW         PIC X(01) VALUE 'N'.
               88  WS-SORT-EOF        VALUE 'Y' FALSE 'N'.
           05  WS-ON-HOLD-SW          PIC X(01) VALUE 'N'.
               88  WS-ON-HOLD         VALUE 'Y' FALSE 'N'.
           05  WS-KSDS-FOUND-SW       PIC X(01) VALUE 'N'.
               88  WS-KSDS-FOUND      VALUE 'Y' FALSE 'N'.
           05  WS-LEAD-HELD-SW        PIC X(01) VALUE 'N'.
               88  WS-LEAD-HELD       VALUE 'Y' FALSE 'N'.
           05  WS-FIRST-PIECE-SW      PIC X(01) VALUE 'Y'.
               88  WS-FIRST-PIECE     VALUE 'Y' FALSE 'N'.
           05  WS-KSDS-FILE-STATUS    PIC X(02) VALUE '00'.

       01  WS-COUNTERS.
           05  WS-RECORDS-READ        PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-CANDIDATES          PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-PIECES-MAILED       PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-SUBJECTS-FOLDED     PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-SUBJECTS-SUPPRESSED PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-SUPP-HOLD           PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-SUPP-LOW            PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-SUPP-TEXT           PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-SUPP-NOT-STD        PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-SUPP-NOT-ON-KSDS    PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-CLASS-AUTOMATION    PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-CLASS-PRESORT       PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-CLASS-SINGLE        PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-PAGE-NB             PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-LINE-CT             PIC S9(03) COMP-3 VALUE 99.
           05  WS-SUP-PAGE-NB         PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-SUP-LINE-CT         PIC S9(03) COMP-3 VALUE 99.
           05  WS-FLD-PAGE-NB         PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-FLD-LINE-CT         PIC S9(03) COMP-3 VALUE 99.

      *    A FULL LETTER TRAY. A FIVE-DIGIT ZIP WITH MORE PIECES THAN
      *    THIS SPILLS INTO A FURTHER TRAY IN THE SAME SACK.
       01  WS-TRAY-CAPACITY           PIC S9(05) COMP-3 VALUE 500.

      *    THE SACK AND TRAY BEING FILLED. THE BREAK FIELDS HOLD THE
      *    SORT GROUP AND ZIP PREFIX / FIVE-DIGIT ZIP THE CURRENT SACK
      *    AND TRAY WERE OPENED FOR.
       01  WS-PACK-STATE.
           05  WS-SACK-NB             PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-TRAY-NB             PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-SACK-TRAYS          PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-SACK-PIECES         PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-TRAY-PIECES         PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-SACK-GROUP          PIC X(01) VALUE SPACES.
           05  WS-SACK-PREFIX         PIC X(03) VALUE SPACES.
           05  WS-TRAY-ZIP5           PIC X(05) VALUE SPACES.
           05  WS-TRAY-FIRST-CODE     PIC X(08) VALUE SPACES.
           05  WS-TRAY-LAST-CODE      PIC X(08) VALUE SPACES.

      *    THE HOUSEHOLD WHOSE LEAD PIECE IS HELD BACK UNTIL ALL ITS
      *    MEMBERS HAVE BEEN SEEN -- ONLY THEN IS THE MEMBER COUNT
      *    KNOWN.
       01  WS-LEAD-PIECE              PIC X(595) VALUE SPACES.
       01  WS-LEAD-HOUSEHOLD-ID       PIC S9(07) COMP-3 VALUE ZERO.
       01  WS-LEAD-SUBJ-ID-NB         PIC S9(04) COMP VALUE ZERO.
       01  WS-LEAD-SUBJ-SEQ-NB        PIC S9(04) COMP VALUE ZERO.
       01  WS-LEAD-MEMBERS            PIC S9(04) COMP VALUE ZERO.

      *    HOUSEHOLD ID OF THE SUBJECT IN HAND -- ZERO WHEN HSEXREF
      *    HAS NO LINK FOR IT.
       01  WS-CUR-HOUSEHOLD-ID        PIC S9(07) COMP-3 VALUE ZERO.

      *    SUPPRESSION REASON FOR THE SUBJECT IN HAND.
       01  WS-SUPP-REASON             PIC X(02) VALUE SPACES.
           88  WS-SUPP-IS-HOLD        VALUE 'NH'.
           88  WS-SUPP-IS-LOW         VALUE 'LQ'.
           88  WS-SUPP-IS-TEXT        VALUE 'TX'.
           88  WS-SUPP-IS-NOT-STD     VALUE 'NS'.
           88  WS-SUPP-IS-NOT-ON-KSDS VALUE 'NK'.
       01  WS-SUPP-REASON-TEXT        PIC X(40) VALUE SPACES.

      *    CONTROL-TRAILER ACCOUNTING -- ONE SET PER VERIFIED INPUT
      *    PLUS THE DROP'S OUTBOUND TOTALS. THE HOLD LIST CARRIES ITS
      *    COUNT AND HASH IN FIVE DIGITS AND HSEXREF IN NINE, SO THE
      *    FULL-WIDTH ACTUALS ARE TRUNCATED BEFORE THOSE COMPARES.
       01  WS-TRAILER-CONTROL.
           05  WS-TRL-SEEN-SW         PIC X(01) VALUE 'N'.
               88  WS-TRL-SEEN        VALUE 'Y'.
           05  WS-TRL-EXPECTED-COUNT  PIC S9(18) COMP VALUE ZERO.
           05  WS-TRL-EXPECTED-HASH   PIC S9(18) COMP VALUE ZERO.
           05  WS-TRL-ACTUAL-COUNT    PIC S9(18) COMP VALUE ZERO.
           05  WS-TRL-ACTUAL-HASH     PIC S9(18) COMP VALUE ZERO.
           05  WS-TRL-OUT-COUNT       PIC S9(18) COMP VALUE ZERO.
           05  WS-TRL-OUT-HASH        PIC S9(18) COMP VALUE ZERO.

       01  WS-HOLD-TRAILER-CONTROL.
           05  WS-HTL-SEEN-SW         PIC X(01) VALUE 'N'.
               88  WS-HTL-SEEN        VALUE 'Y'.
           05  WS-HTL-EXPECTED-COUNT  PIC S9(18) COMP VALUE ZERO.
           05  WS-HTL-EXPECTED-HASH   PIC S9(18) COMP VALUE ZERO.
           05  WS-HTL-ACTUAL-COUNT    PIC S9(18) COMP VALUE ZERO.
           05  WS-HTL-ACTUAL-HASH     PIC S9(18) COMP VALUE ZERO.
           05  WS-HTL-EXPECTED-TRUNC  PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-HTL-ACTUAL-TRUNC    PIC S9(05) COMP-3 VALUE ZERO.

       01  WS-HSX-TRAILER-CONTROL.
           05  WS-XTL-SEEN-SW         PIC X(01) VALUE 'N'.
               88  WS-XTL-SEEN        VALUE 'Y'.
           05  WS-XTL-EXPECTED-COUNT  PIC S9(18) COMP VALUE ZERO.
           05  WS-XTL-EXPECTED-HASH   PIC S9(18) COMP VALUE ZERO.
           05  WS-XTL-ACTUAL-COUNT    PIC S9(18) COMP VALUE ZERO.
           05  WS-XTL-ACTUAL-HASH     PIC S9(18) COMP VALUE ZERO.
           05  WS-XTL-EXPECTED-TRUNC  PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-XTL-ACTUAL-TRUNC    PIC S9(09) COMP-3 VALUE ZERO.

      *    RUN-STATISTICS STAMPS -- ACCEPT FROM TIME RETURNS HHMMSSHH;
      *    ONLY THE FIRST SIX BYTES RIDE TO THE RUNSTAT RECORD.
       01  WS-RS-RUN-DT                   PIC X(08) VALUE SPACES.
       01  WS-RS-START-TM-RAW             PIC X(08) VALUE SPACES.
       01  WS-RS-END-TM-RAW               PIC X(08) VALUE SPACES.

       COPY "trlrimg.cpy".

      *    THE AUDIT RECORD GROUP LIVES IN WORKING-STORAGE (SAME
      *    TECHNIQUE AS HOUSHLD1) BECAUSE THE EXTRACT CARRIES RAW
      *    IMAGES; ONLY THE FIXED FIELDS ARE NEEDED.
       COPY "audit.cpy".

       01  WS-HDG1.
           05  FILLER                 PIC X(01) VALUE '1'.
           05  FILLER                 PIC X(36) VALUE
               'NIGHTLY MAIL DROP - TRAYS AND SACKS'.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  FILLER                 PIC X(05) VALUE 'PAGE '.
           05  WS-HDG1-PAGE           PIC ZZZZ9.

       01  WS-HDG2.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(08) VALUE 'SACK'.
           05  FILLER                 PIC X(08) VALUE 'TRAY'.
           05  FILLER                 PIC X(12) VALUE 'FIRST ZIP'.
           05  FILLER                 PIC X(12) VALUE 'LAST ZIP'.
           05  FILLER                 PIC X(10) VALUE 'PIECES'.

       01  WS-TRAY-LINE.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS-TY-SACK             PIC ZZZZ9.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  WS-TY-TRAY             PIC ZZZZ9.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  WS-TY-FIRST-CODE       PIC X(08).
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  WS-TY-LAST-CODE        PIC X(08).
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  WS-TY-PIECES           PIC ZZZZ9.

       01  WS-SACK-LINE.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(05) VALUE 'SACK '.
           05  WS-SK-SACK             PIC ZZZZ9.
           05  FILLER                 PIC X(11) VALUE ' CLOSED -- '.
           05  WS-SK-TRAYS            PIC ZZZZ9.
           05  FILLER                 PIC X(08) VALUE ' TRAYS, '.
           05  WS-SK-PIECES           PIC ZZZZZZZZ9.
           05  FILLER                 PIC X(07) VALUE ' PIECES'.

       01  WS-SUMMARY-LINE.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS-SM-LABEL            PIC X(40).
           05  WS-SM-COUNT            PIC ZZZZZZZZ9.

       01  WS-SUP-HDG1.
           05  FILLER                 PIC X(01) VALUE '1'.
           05  FILLER                 PIC X(36) VALUE
               'MAIL-DROP SUPPRESSION LISTING'.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  FILLER                 PIC X(05) VALUE 'PAGE '.
           05  WS-SUP-HDG1-PAGE       PIC ZZZZ9.

       01  WS-SUP-HDG2.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(14) VALUE 'SUBJECT ID'.
           05  FILLER                 PIC X(08) VALUE 'SEQ NB'.
           05  FILLER                 PIC X(10) VALUE 'PROVIDER'.
           05  FILLER                 PIC X(08) VALUE 'REASON'.
           05  FILLER                 PIC X(11) VALUE 'DESCRIPTION'.

       01  WS-SUP-DETAIL-LINE.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS-SD-SUBJ-ID          PIC ZZZ9.
           05  FILLER                 PIC X(06) VALUE SPACES.
           05  WS-SD-SUBJ-SEQ         PIC ZZZ9.
           05  FILLER                 PIC X(08) VALUE SPACES.
           05  WS-SD-PROVIDER         PIC X(05).
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  WS-SD-REASON           PIC X(02).
           05  FILLER                 PIC X(06) VALUE SPACES.
           05  WS-SD-REASON-TEXT      PIC X(40).

       01  WS-FLD-HDG1.
           05  FILLER                 PIC X(01) VALUE '1'.
           05  FILLER                 PIC X(36) VALUE
               'MAIL-DROP HOUSEHOLD FOLD LISTING'.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  FILLER                 PIC X(05) VALUE 'PAGE '.
           05  WS-FLD-HDG1-PAGE       PIC ZZZZ9.

       01  WS-FLD-HDG2.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(14) VALUE 'SUBJECT ID'.
           05  FILLER                 PIC X(08) VALUE 'SEQ NB'.
           05  FILLER                 PIC X(12) VALUE 'HOUSEHOLD'.
           05  FILLER                 PIC X(24) VALUE
               'MAILED WITH SUBJ/SEQ'.

       01  WS-FLD-DETAIL-LINE.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS-FD-SUBJ-ID          PIC ZZZ9.
           05  FILLER                 PIC X(06) VALUE SPACES.
           05  WS-FD-SUBJ-SEQ         PIC ZZZ9.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  WS-FD-HH-ID            PIC ZZZZZZ9.
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  WS-FD-LEAD-ID          PIC ZZZ9.
           05  FILLER                 PIC X(01) VALUE '/'.
           05  WS-FD-LEAD-SEQ         PIC ZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY PS-HOUSEHOLD-ID
                                PS-SRC-SUBJ-ID-NB
                                PS-SRC-SUBJ-SEQ-NB
               INPUT PROCEDURE IS 2000-SELECT-PIECES
               OUTPUT PROCEDURE IS 4000-FOLD-HOUSEHOLDS
           SORT SORT-WORK-FILE
               ON ASCENDING KEY PS-SORT-GROUP
                                PS-POSTAL-CODE
                                PS-SRC-SUBJ-ID-NB
                                PS-SRC-SUBJ-SEQ-NB
               USING MAIL-WORK-FILE
               OUTPUT PROCEDURE IS 6000-BUILD-DROP
           PERFORM 9000-TERMINATE
           STOP RUN.

      *    THE KSDS IS OPENED INPUT -- THE DROP ONLY READS THE
      *    POSTED ADDRESSES.
       1000-INITIALIZE.
           PERFORM 1050-READ-CYCLE-DATE
           ACCEPT WS-RS-START-TM-RAW FROM TIME
           OPEN INPUT  AUDIT-STD-FILE
           OPEN INPUT  AUDIT-KSDS-FILE
           IF WS-KSDS-FILE-STATUS NOT = '00'
               DISPLAY 'MAILDRP1 ABEND - CANNOT OPEN AUDITKS, '
                   'STATUS ' WS-KSDS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT  HOLD-LIST-FILE
           OPEN INPUT  HOUSEHOLD-XREF-FILE
           OPEN OUTPUT SUPPRESS-REPORT
           OPEN OUTPUT FOLD-REPORT
           OPEN OUTPUT DROP-REPORT
           PERFORM 1950-READ-HOLD-LIST
           PERFORM 1970-READ-HOUSEHOLD-XREF.

      *    THE BUSINESS DATE IS TAKEN FROM THE CYCLDATE CONTROL RECORD
      *    AND THE STEP REFUSES TO RUN UNLESS THAT DATE IS OPEN.
       1050-READ-CYCLE-DATE.
           OPEN INPUT CYCLE-DATE-FILE
           READ CYCLE-DATE-FILE
               AT END
                   MOVE SPACES TO CYCLE-DATE-RECORD
           END-READ
           IF NOT CD-CONTROL-REC
               DISPLAY 'MAILDRP1 ABEND - NO CONTROL RECORD AT THE HEAD '
                   'OF CYCLDATE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT CD-CYCLE-OPEN
               DISPLAY 'MAILDRP1 ABEND - BUSINESS DATE '
                   CD-CURRENT-BUS-DT ' IS NOT OPEN'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE CD-CURRENT-BUS-DT TO WS-RS-RUN-DT
           CLOSE CYCLE-DATE-FILE.

      *    CONTROL-TRAILER RECORDS ARE TALLIED AND SKIPPED HERE; THE
      *    ACTUAL TALLIES COME FROM THE UNPACKED SUBJECT FIELDS IN
      *    2100-SELECT-ONE-SUBJECT.
       1900-READ-STD-EXTRACT.
           PERFORM 1910-READ-STD-ONCE
           PERFORM UNTIL WS-EOF
               OR AUDIT-STD-RECORD (1:8) NOT = '99999999'
               PERFORM 1920-TALLY-CONTROL-TRAILER
               PERFORM 1910-READ-STD-ONCE
           END-PERFORM.

       1910-READ-STD-ONCE.
           READ AUDIT-STD-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       1920-TALLY-CONTROL-TRAILER.
           SET WS-TRL-SEEN TO TRUE
           MOVE AUDIT-STD-RECORD (1:40)
               TO AUDIT-CONTROL-TRAILER (1:40)
           ADD CT-RECORD-COUNT TO WS-TRL-EXPECTED-COUNT
           ADD CT-KEY-HASH     TO WS-TRL-EXPECTED-HASH.

       1950-READ-HOLD-LIST.
           PERFORM 1955-READ-HOLD-ONCE
           PERFORM UNTIL WS-HOLD-EOF OR NOT HDT-TRAILER-PRESENT
               SET WS-HTL-SEEN TO TRUE
               ADD HDT-RECORD-COUNT TO WS-HTL-EXPECTED-COUNT
               ADD HDT-KEY-HASH     TO WS-HTL-EXPECTED-HASH
               PERFORM 1955-READ-HOLD-ONCE
           END-PERFORM
           IF NOT WS-HOLD-EOF
               ADD 1                  TO WS-HTL-ACTUAL-COUNT
               ADD HD-SRC-SUBJ-ID-NB  TO WS-HTL-ACTUAL-HASH
               ADD HD-SRC-SUBJ-SEQ-NB TO WS-HTL-ACTUAL-HASH
           END-IF.

       1955-READ-HOLD-ONCE.
           READ HOLD-LIST-FILE
               AT END
                   SET WS-HOLD-EOF TO TRUE
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

      *****************************************************************
      *    FIRST SORT INPUT PROCEDURE -- THE SINGLE PASS OVER THE
      *    SUBJECT-ORDERED EXTRACT. EVERY SUBJECT IS EITHER SUPPRESSED
      *    HERE OR RELEASED AS A CANDIDATE PIECE.
      *****************************************************************
       2000-SELECT-PIECES.
           PERFORM 1900-READ-STD-EXTRACT
           PERFORM 2100-SELECT-ONE-SUBJECT UNTIL WS-EOF
           PERFORM 9800-VERIFY-INPUT-TRAILER
           PERFORM 2290-DRAIN-HOLD-LIST
           PERFORM 2390-DRAIN-HOUSEHOLD-XREF
           PERFORM 9810-VERIFY-HOLD-TRAILER
           PERFORM 9820-VERIFY-HSX-TRAILER.

      *    THE FIRST REASON THAT APPLIES WINS -- THE HOLD LIST FIRST,
      *    SINCE A HELD SUBJECT MUST NOT BE MAILED WHATEVER ITS
      *    ADDRESS LOOKS LIKE.
       2100-SELECT-ONE-SUBJECT.
           ADD 1 TO WS-RECORDS-READ
           MOVE AUDIT-STD-RECORD (1:1527) TO N-FIX-LEN-FIELDS
           ADD 1                 TO WS-TRL-ACTUAL-COUNT
           ADD N-SRC-SUBJ-ID-NB  TO WS-TRL-ACTUAL-HASH
           ADD N-SRC-SUBJ-SEQ-NB TO WS-TRL-ACTUAL-HASH
           PERFORM 2200-MATCH-HOLD-LIST
           PERFORM 2300-MATCH-HOUSEHOLD-XREF
           MOVE SPACES TO WS-SUPP-REASON
           EVALUATE TRUE
               WHEN WS-ON-HOLD
                   SET WS-SUPP-IS-HOLD TO TRUE
               WHEN N-LOW
                   SET WS-SUPP-IS-LOW TO TRUE
               WHEN N-TEXT
                   SET WS-SUPP-IS-TEXT TO TRUE
               WHEN N-SRC-ADDR-FRMT-CD = SPACES
                   SET WS-SUPP-IS-NOT-STD TO TRUE
               WHEN OTHER
                   PERFORM 2400-READ-CURRENT-ADDRESS
                   IF NOT WS-KSDS-FOUND
                       SET WS-SUPP-IS-NOT-ON-KSDS TO TRUE
                   END-IF
           END-EVALUATE
           IF WS-SUPP-REASON = SPACES
               PERFORM 2500-RELEASE-CANDIDATE
           ELSE
               PERFORM 2600-SUPPRESS-SUBJECT
           END-IF
           PERFORM 1900-READ-STD-EXTRACT.

      *    THE HOLD LIST IS ADVANCED FORWARD ONLY -- BOTH FILES ARE IN
      *    SUBJECT ORDER, SO AN ENTRY LEFT BEHIND CAN NEVER MATCH A
      *    LATER SUBJECT.
       2200-MATCH-HOLD-LIST.
           PERFORM UNTIL WS-HOLD-EOF
               OR NOT (HD-SRC-SUBJ-ID-NB < N-SRC-SUBJ-ID-NB
                   OR (HD-SRC-SUBJ-ID-NB = N-SRC-SUBJ-ID-NB
                   AND HD-SRC-SUBJ-SEQ-NB < N-SRC-SUBJ-SEQ-NB))
               PERFORM 1950-READ-HOLD-LIST
           END-PERFORM
           IF NOT WS-HOLD-EOF
              AND HD-SRC-SUBJ-ID-NB = N-SRC-SUBJ-ID-NB
              AND HD-SRC-SUBJ-SEQ-NB = N-SRC-SUBJ-SEQ-NB
               SET WS-ON-HOLD TO TRUE
           ELSE
               SET WS-ON-HOLD TO FALSE
           END-IF.

      *    THE REST OF THE HOLD LIST IS READ OUT SO ITS TRAILER IS
      *    SEEN AND THE WHOLE FILE IS COVERED BY THE VERIFY.
       2290-DRAIN-HOLD-LIST.
           PERFORM UNTIL WS-HOLD-EOF
               PERFORM 1950-READ-HOLD-LIST
           END-PERFORM.

       2300-MATCH-HOUSEHOLD-XREF.
           PERFORM UNTIL WS-HSX-EOF
               OR NOT (HX-SRC-SUBJ-ID-NB < N-SRC-SUBJ-ID-NB
                   OR (HX-SRC-SUBJ-ID-NB = N-SRC-SUBJ-ID-NB
                   AND HX-SRC-SUBJ-SEQ-NB < N-SRC-SUBJ-SEQ-NB))
               PERFORM 1970-READ-HOUSEHOLD-XREF
           END-PERFORM
           IF NOT WS-HSX-EOF
              AND HX-SRC-SUBJ-ID-NB = N-SRC-SUBJ-ID-NB
              AND HX-SRC-SUBJ-SEQ-NB = N-SRC-SUBJ-SEQ-NB
               MOVE HX-HOUSEHOLD-ID TO WS-CUR-HOUSEHOLD-ID
           ELSE
               MOVE ZERO TO WS-CUR-HOUSEHOLD-ID
           END-IF.

       2390-DRAIN-HOUSEHOLD-XREF.
           PERFORM UNTIL WS-HSX-EOF
               PERFORM 1970-READ-HOUSEHOLD-XREF
           END-PERFORM.

      *    DIRECT READ ON THE PRIMARY KEY -- THE EXTRACT IMAGE'S
      *    N-AUDIT-KEY (BYTES 21-32) NAMES THE VERY KSDS RECORD
      *    NCOAAPL1 POSTED TONIGHT'S MOVE TO.
       2400-READ-CURRENT-ADDRESS.
           MOVE AUDIT-STD-RECORD (21:12) TO AK-AUDIT-KEY
           SET WS-KSDS-FOUND TO TRUE
           READ AUDIT-KSDS-FILE
               KEY IS AK-AUDIT-KEY
               INVALID KEY
                   SET WS-KSDS-FOUND TO FALSE
           END-READ.

      *    THE POSTAGE CLASS FOLLOWS THE POSTAL CODE ON THE CURRENT
      *    ADDRESS: A FIVE-DIGIT ZIP WITH ITS ADD-ON IS AUTOMATION, A
      *    BARE FIVE-DIGIT ZIP IS PRESORT, ANYTHING ELSE CANNOT BE
      *    PRESORTED AND GOES SINGLE-PIECE.
       2500-RELEASE-CANDIDATE.
           MOVE SPACES                        TO PIECE-SORT-RECORD
           MOVE AUDIT-KSDS-RECORD (1490:8)    TO PS-POSTAL-CODE
           EVALUATE TRUE
               WHEN PS-POSTAL-CODE (1:5) NUMERIC
                AND PS-POSTAL-CODE (6:3) NUMERIC
                   SET PS-PRESORT-GROUP TO TRUE
                   MOVE 'A' TO PS-POSTAGE-CLASS
               WHEN PS-POSTAL-CODE (1:5) NUMERIC
                   SET PS-PRESORT-GROUP TO TRUE
                   MOVE 'P' TO PS-POSTAGE-CLASS
               WHEN OTHER
                   SET PS-SINGLE-GROUP TO TRUE
                   MOVE 'S' TO PS-POSTAGE-CLASS
           END-EVALUATE
           MOVE WS-CUR-HOUSEHOLD-ID           TO PS-HOUSEHOLD-ID
           MOVE N-SRC-SUBJ-ID-NB              TO PS-SRC-SUBJ-ID-NB
           MOVE N-SRC-SUBJ-SEQ-NB             TO PS-SRC-SUBJ-SEQ-NB
           MOVE N-DATA-PROVIDER               TO PS-DATA-PROVIDER
           MOVE 1                             TO PS-MEMBER-COUNT
           MOVE AUDIT-KSDS-RECORD (928:150)   TO PS-MAIL-NAME
           MOVE AUDIT-KSDS-RECORD (1078:420)  TO PS-ADDR-LINES
           RELEASE PIECE-SORT-RECORD
           ADD 1 TO WS-CANDIDATES.

       2600-SUPPRESS-SUBJECT.
           ADD 1 TO WS-SUBJECTS-SUPPRESSED
           EVALUATE TRUE
               WHEN WS-SUPP-IS-HOLD
                   ADD 1 TO WS-SUPP-HOLD
                   MOVE 'ON RETURN-MAIL HOLD LIST (NIXHOLD)'
                       TO WS-SUPP-REASON-TEXT
               WHEN WS-SUPP-IS-LOW
                   ADD 1 TO WS-SUPP-LOW
                   MOVE 'ADDRESS QUANTITY LOW'
                       TO WS-SUPP-REASON-TEXT
               WHEN WS-SUPP-IS-TEXT
                   ADD 1 TO WS-SUPP-TEXT
                   MOVE 'ADDRESS QUANTITY TEXT ONLY'
                       TO WS-SUPP-REASON-TEXT
               WHEN WS-SUPP-IS-NOT-STD
                   ADD 1 TO WS-SUPP-NOT-STD
                   MOVE 'CASS NOT STANDARDIZABLE'
                       TO WS-SUPP-REASON-TEXT
               WHEN OTHER
                   ADD 1 TO WS-SUPP-NOT-ON-KSDS
                   MOVE 'SUBJECT NOT ON AUDITKS'
                       TO WS-SUPP-REASON-TEXT
           END-EVALUATE
           IF WS-SUP-LINE-CT > 54
               PERFORM 2700-PRINT-SUPPRESS-HEADINGS
           END-IF
           MOVE SPACES              TO WS-SUP-DETAIL-LINE
           MOVE N-SRC-SUBJ-ID-NB    TO WS-SD-SUBJ-ID
           MOVE N-SRC-SUBJ-SEQ-NB   TO WS-SD-SUBJ-SEQ
           MOVE N-DATA-PROVIDER     TO WS-SD-PROVIDER
           MOVE WS-SUPP-REASON      TO WS-SD-REASON
           MOVE WS-SUPP-REASON-TEXT TO WS-SD-REASON-TEXT
           WRITE SUPPRESS-LINE      FROM WS-SUP-DETAIL-LINE
           ADD 1 TO WS-SUP-LINE-CT.

       2700-PRINT-SUPPRESS-HEADINGS.
           ADD 1 TO WS-SUP-PAGE-NB
           MOVE WS-SUP-PAGE-NB     TO WS-SUP-HDG1-PAGE
           WRITE SUPPRESS-LINE     FROM WS-SUP-HDG1
           WRITE SUPPRESS-LINE     FROM WS-SUP-HDG2
           MOVE SPACES             TO SUPPRESS-LINE
           WRITE SUPPRESS-LINE
           MOVE 4 TO WS-SUP-LINE-CT.

      *****************************************************************
      *    FIRST SORT OUTPUT PROCEDURE -- CANDIDATES COME BACK IN
      *    HOUSEHOLD/SUBJECT ORDER, SINGLETONS (HOUSEHOLD ZERO) FIRST.
      *    A SINGLETON IS A PIECE AS IT STANDS; A HOUSEHOLD'S FIRST
      *    MAILABLE MEMBER IS HELD BACK AS ITS LEAD PIECE AND EVERY
      *    LATER MEMBER FOLDS INTO IT.
      *****************************************************************
       4000-FOLD-HOUSEHOLDS.
           OPEN OUTPUT MAIL-WORK-FILE
           SET WS-SORT-EOF TO FALSE
           PERFORM 4900-RETURN-SORT-RECORD
           PERFORM 4100-FOLD-ONE-CANDIDATE UNTIL WS-SORT-EOF
           IF WS-LEAD-HELD
               PERFORM 4300-WRITE-LEAD-PIECE
           END-IF
           CLOSE MAIL-WORK-FILE.

       4100-FOLD-ONE-CANDIDATE.
           EVALUATE TRUE
               WHEN PS-HOUSEHOLD-ID = ZERO
                   WRITE MAIL-WORK-RECORD FROM PIECE-SORT-RECORD
               WHEN WS-LEAD-HELD
                AND PS-HOUSEHOLD-ID = WS-LEAD-HOUSEHOLD-ID
                   PERFORM 4200-FOLD-MEMBER
               WHEN OTHER
                   IF WS-LEAD-HELD
                       PERFORM 4300-WRITE-LEAD-PIECE
                   END-IF
                   MOVE PIECE-SORT-RECORD  TO WS-LEAD-PIECE
                   MOVE PS-HOUSEHOLD-ID    TO WS-LEAD-HOUSEHOLD-ID
                   MOVE PS-SRC-SUBJ-ID-NB  TO WS-LEAD-SUBJ-ID-NB
                   MOVE PS-SRC-SUBJ-SEQ-NB TO WS-LEAD-SUBJ-SEQ-NB
                   MOVE 1                  TO WS-LEAD-MEMBERS
                   SET WS-LEAD-HELD TO TRUE
           END-EVALUATE
           PERFORM 4900-RETURN-SORT-RECORD.

       4200-FOLD-MEMBER.
           ADD 1 TO WS-SUBJECTS-FOLDED
           ADD 1 TO WS-LEAD-MEMBERS
           IF WS-FLD-LINE-CT > 54
               PERFORM 4400-PRINT-FOLD-HEADINGS
           END-IF
           MOVE PS-SRC-SUBJ-ID-NB   TO WS-FD-SUBJ-ID
           MOVE PS-SRC-SUBJ-SEQ-NB  TO WS-FD-SUBJ-SEQ
           MOVE PS-HOUSEHOLD-ID     TO WS-FD-HH-ID
           MOVE WS-LEAD-SUBJ-ID-NB  TO WS-FD-LEAD-ID
           MOVE WS-LEAD-SUBJ-SEQ-NB TO WS-FD-LEAD-SEQ
           WRITE FOLD-LINE          FROM WS-FLD-DETAIL-LINE
           ADD 1 TO WS-FLD-LINE-CT.

      *    THE LEAD PIECE GOES OUT WITH THE HOUSEHOLD'S MAILABLE
      *    MEMBER COUNT. THE SORT RECORD IS REUSED AS THE BUILD AREA,
      *    SO THE CANDIDATE IN HAND IS SAVED AROUND IT.
       4300-WRITE-LEAD-PIECE.
           MOVE PIECE-SORT-RECORD TO MAIL-WORK-RECORD
           MOVE WS-LEAD-PIECE     TO PIECE-SORT-RECORD
           MOVE WS-LEAD-MEMBERS   TO PS-MEMBER-COUNT
           MOVE PIECE-SORT-RECORD TO WS-LEAD-PIECE
           MOVE MAIL-WORK-RECORD  TO PIECE-SORT-RECORD
           WRITE MAIL-WORK-RECORD FROM WS-LEAD-PIECE
           SET WS-LEAD-HELD TO FALSE.

       4400-PRINT-FOLD-HEADINGS.
           ADD 1 TO WS-FLD-PAGE-NB
           MOVE WS-FLD-PAGE-NB     TO WS-FLD-HDG1-PAGE
           WRITE FOLD-LINE         FROM WS-FLD-HDG1
           WRITE FOLD-LINE         FROM WS-FLD-HDG2
           MOVE SPACES             TO FOLD-LINE
           WRITE FOLD-LINE
           MOVE 4 TO WS-FLD-LINE-CT.

       4900-RETURN-SORT-RECORD.
           RETURN SORT-WORK-FILE
               AT END
                   SET WS-SORT-EOF TO TRUE
           END-RETURN.

      *****************************************************************
      *    SECOND SORT OUTPUT PROCEDURE -- THE SURVIVING PIECES COME
      *    BACK IN POSTAL-CODE ORDER, PRESORTED PIECES FIRST. EACH IS
      *    PACKED INTO THE CURRENT TRAY AND SACK AND WRITTEN TO THE
      *    DROP; THE BREAKS PRINT AS THEY HAPPEN.
      *****************************************************************
       6000-BUILD-DROP.
           OPEN OUTPUT MAIL-DROP-FILE
           SET WS-SORT-EOF TO FALSE
           PERFORM 4900-RETURN-SORT-RECORD
           PERFORM 6100-DROP-ONE-PIECE UNTIL WS-SORT-EOF
           IF NOT WS-FIRST-PIECE
               PERFORM 6400-CLOSE-TRAY
               PERFORM 6500-CLOSE-SACK
           END-IF
           PERFORM 9900-WRITE-DROP-TRAILER
           CLOSE MAIL-DROP-FILE
           PERFORM 7000-PRINT-CLASS-SUMMARY.

       6100-DROP-ONE-PIECE.
           EVALUATE TRUE
               WHEN WS-FIRST-PIECE
                   SET WS-FIRST-PIECE TO FALSE
                   PERFORM 6200-OPEN-SACK
                   PERFORM 6300-OPEN-TRAY
               WHEN PS-SORT-GROUP NOT = WS-SACK-GROUP
                 OR PS-POSTAL-CODE (1:3) NOT = WS-SACK-PREFIX
                   PERFORM 6400-CLOSE-TRAY
                   PERFORM 6500-CLOSE-SACK
                   PERFORM 6200-OPEN-SACK
                   PERFORM 6300-OPEN-TRAY
               WHEN PS-POSTAL-CODE (1:5) NOT = WS-TRAY-ZIP5
                 OR WS-TRAY-PIECES >= WS-TRAY-CAPACITY
                   PERFORM 6400-CLOSE-TRAY
                   PERFORM 6300-OPEN-TRAY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 6600-WRITE-DROP-RECORD
           PERFORM 4900-RETURN-SORT-RECORD.

       6200-OPEN-SACK.
           ADD 1 TO WS-SACK-NB
           MOVE ZERO                 TO WS-SACK-TRAYS
           MOVE ZERO                 TO WS-SACK-PIECES
           MOVE PS-SORT-GROUP        TO WS-SACK-GROUP
           MOVE PS-POSTAL-CODE (1:3) TO WS-SACK-PREFIX.

       6300-OPEN-TRAY.
           ADD 1 TO WS-TRAY-NB
           ADD 1 TO WS-SACK-TRAYS
           MOVE ZERO                 TO WS-TRAY-PIECES
           MOVE PS-POSTAL-CODE (1:5) TO WS-TRAY-ZIP5
           MOVE PS-POSTAL-CODE       TO WS-TRAY-FIRST-CODE.

       6400-CLOSE-TRAY.
           IF WS-LINE-CT > 54
               PERFORM 6900-PRINT-HEADINGS
           END-IF
           MOVE SPACES             TO WS-TRAY-LINE
           MOVE WS-SACK-NB         TO WS-TY-SACK
           MOVE WS-TRAY-NB         TO WS-TY-TRAY
           MOVE WS-TRAY-FIRST-CODE TO WS-TY-FIRST-CODE
           MOVE WS-TRAY-LAST-CODE  TO WS-TY-LAST-CODE
           MOVE WS-TRAY-PIECES     TO WS-TY-PIECES
           WRITE REPORT-LINE       FROM WS-TRAY-LINE
           ADD 1 TO WS-LINE-CT.

       6500-CLOSE-SACK.
           IF WS-LINE-CT > 53
               PERFORM 6900-PRINT-HEADINGS
           END-IF
           MOVE WS-SACK-NB         TO WS-SK-SACK
           MOVE WS-SACK-TRAYS      TO WS-SK-TRAYS
           MOVE WS-SACK-PIECES     TO WS-SK-PIECES
           WRITE REPORT-LINE       FROM WS-SACK-LINE
           MOVE SPACES             TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 2 TO WS-LINE-CT.

       6600-WRITE-DROP-RECORD.
           ADD 1 TO WS-PIECES-MAILED
           ADD 1 TO WS-TRAY-PIECES
           ADD 1 TO WS-SACK-PIECES
           MOVE PS-POSTAL-CODE     TO WS-TRAY-LAST-CODE
           MOVE SPACES             TO MAIL-DROP-RECORD
           MOVE PS-POSTAL-CODE     TO MD-POSTAL-CODE
           MOVE WS-SACK-NB         TO MD-SACK-NB
           MOVE WS-TRAY-NB         TO MD-TRAY-NB
           MOVE WS-PIECES-MAILED   TO MD-PIECE-NB
           MOVE PS-POSTAGE-CLASS   TO MD-POSTAGE-CLASS
           MOVE PS-HOUSEHOLD-ID    TO MD-HOUSEHOLD-ID
           MOVE PS-MEMBER-COUNT    TO MD-MEMBER-COUNT
           MOVE PS-SRC-SUBJ-ID-NB  TO MD-SRC-SUBJ-ID-NB
           MOVE PS-SRC-SUBJ-SEQ-NB TO MD-SRC-SUBJ-SEQ-NB
           MOVE PS-DATA-PROVIDER   TO MD-DATA-PROVIDER
           MOVE PS-MAIL-NAME       TO MD-MAIL-NAME
           MOVE PS-ADDR-LINES      TO MD-ADDR-LINES
           WRITE MAIL-DROP-RECORD
           EVALUATE TRUE
               WHEN MD-CLASS-AUTOMATION
                   ADD 1 TO WS-CLASS-AUTOMATION
               WHEN MD-CLASS-PRESORT
                   ADD 1 TO WS-CLASS-PRESORT
               WHEN OTHER
                   ADD 1 TO WS-CLASS-SINGLE
           END-EVALUATE
           ADD 1                  TO WS-TRL-OUT-COUNT
           ADD PS-SRC-SUBJ-ID-NB  TO WS-TRL-OUT-HASH
           ADD PS-SRC-SUBJ-SEQ-NB TO WS-TRL-OUT-HASH.

       6900-PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-NB
           MOVE WS-PAGE-NB         TO WS-HDG1-PAGE
           WRITE REPORT-LINE       FROM WS-HDG1
           WRITE REPORT-LINE       FROM WS-HDG2
           MOVE SPACES             TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 4 TO WS-LINE-CT.

      *    THE PIECE-COUNT AND POSTAGE-CLASS SUMMARY, FOLLOWED BY THE
      *    SUBJECT ACCOUNTING FLOWBAL1 PROVES: SUBJECTS READ EQUALS
      *    PIECES MAILED PLUS SUPPRESSED PLUS FOLDED.
       7000-PRINT-CLASS-SUMMARY.
           PERFORM 6900-PRINT-HEADINGS
           MOVE 'FIRST-CLASS AUTOMATION PIECES:'  TO WS-SM-LABEL
           MOVE WS-CLASS-AUTOMATION              TO WS-SM-COUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'FIRST-CLASS PRESORT PIECES:'     TO WS-SM-LABEL
           MOVE WS-CLASS-PRESORT                 TO WS-SM-COUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'SINGLE-PIECE PIECES:'            TO WS-SM-LABEL
           MOVE WS-CLASS-SINGLE                  TO WS-SM-COUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'TOTAL PIECES MAILED:'            TO WS-SM-LABEL
           MOVE WS-PIECES-MAILED                 TO WS-SM-COUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'SACKS:'                          TO WS-SM-LABEL
           MOVE WS-SACK-NB                       TO WS-SM-COUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'TRAYS:'                          TO WS-SM-LABEL
           MOVE WS-TRAY-NB                       TO WS-SM-COUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'SUBJECTS READ:'                  TO WS-SM-LABEL
           MOVE WS-RECORDS-READ                  TO WS-SM-COUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'SUBJECTS FOLDED INTO A HOUSEHOLD:' TO WS-SM-LABEL
           MOVE WS-SUBJECTS-FOLDED               TO WS-SM-COUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'SUBJECTS SUPPRESSED:'            TO WS-SM-LABEL
           MOVE WS-SUBJECTS-SUPPRESSED           TO WS-SM-COUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE '  RETURN-MAIL HOLD (NH):'        TO WS-SM-LABEL
           MOVE WS-SUPP-HOLD                     TO WS-SM-COUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE '  ADDRESS QUANTITY LOW (LQ):'    TO WS-SM-LABEL
           MOVE WS-SUPP-LOW                      TO WS-SM-COUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE '  ADDRESS QUANTITY TEXT (TX):'   TO WS-SM-LABEL
           MOVE WS-SUPP-TEXT                     TO WS-SM-COUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE '  CASS NOT STANDARDIZABLE (NS):' TO WS-SM-LABEL
           MOVE WS-SUPP-NOT-STD                  TO WS-SM-COUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE '  NOT ON AUDITKS (NK):'          TO WS-SM-LABEL
           MOVE WS-SUPP-NOT-ON-KSDS              TO WS-SM-COUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE.

       9800-VERIFY-INPUT-TRAILER.
           IF NOT WS-TRL-SEEN
               DISPLAY 'MAILDRP1 ABEND - NO CONTROL TRAILER ON '
                   'AUDITSTD'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-TRL-ACTUAL-COUNT NOT = WS-TRL-EXPECTED-COUNT
              OR WS-TRL-ACTUAL-HASH NOT = WS-TRL-EXPECTED-HASH
               DISPLAY 'MAILDRP1 ABEND - AUDITSTD TRAILER MISMATCH'
               DISPLAY '  RECORDS EXPECTED ' WS-TRL-EXPECTED-COUNT
                   ' READ ' WS-TRL-ACTUAL-COUNT
               DISPLAY '  KEY HASH EXPECTED ' WS-TRL-EXPECTED-HASH
                   ' ACCUMULATED ' WS-TRL-ACTUAL-HASH
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       9810-VERIFY-HOLD-TRAILER.
           IF NOT WS-HTL-SEEN
               DISPLAY 'MAILDRP1 ABEND - NO CONTROL TRAILER ON '
                   'NIXHOLD'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-HTL-ACTUAL-COUNT   TO WS-HTL-ACTUAL-TRUNC
           MOVE WS-HTL-EXPECTED-COUNT TO WS-HTL-EXPECTED-TRUNC
           IF WS-HTL-ACTUAL-TRUNC NOT = WS-HTL-EXPECTED-TRUNC
               DISPLAY 'MAILDRP1 ABEND - NIXHOLD TRAILER MISMATCH'
               DISPLAY '  RECORDS EXPECTED ' WS-HTL-EXPECTED-TRUNC
                   ' READ ' WS-HTL-ACTUAL-TRUNC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-HTL-ACTUAL-HASH   TO WS-HTL-ACTUAL-TRUNC
           MOVE WS-HTL-EXPECTED-HASH TO WS-HTL-EXPECTED-TRUNC
           IF WS-HTL-ACTUAL-TRUNC NOT = WS-HTL-EXPECTED-TRUNC
               DISPLAY 'MAILDRP1 ABEND - NIXHOLD TRAILER MISMATCH'
               DISPLAY '  KEY HASH EXPECTED ' WS-HTL-EXPECTED-TRUNC
                   ' ACCUMULATED ' WS-HTL-ACTUAL-TRUNC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       9820-VERIFY-HSX-TRAILER.
           IF NOT WS-XTL-SEEN
               DISPLAY 'MAILDRP1 ABEND - NO CONTROL TRAILER ON '
                   'HSEXREF'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-XTL-ACTUAL-COUNT   TO WS-XTL-ACTUAL-TRUNC
           MOVE WS-XTL-EXPECTED-COUNT TO WS-XTL-EXPECTED-TRUNC
           IF WS-XTL-ACTUAL-TRUNC NOT = WS-XTL-EXPECTED-TRUNC
               DISPLAY 'MAILDRP1 ABEND - HSEXREF TRAILER MISMATCH'
               DISPLAY '  RECORDS EXPECTED ' WS-XTL-EXPECTED-TRUNC
                   ' READ ' WS-XTL-ACTUAL-TRUNC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-XTL-ACTUAL-HASH   TO WS-XTL-ACTUAL-TRUNC
           MOVE WS-XTL-EXPECTED-HASH TO WS-XTL-EXPECTED-TRUNC
           IF WS-XTL-ACTUAL-TRUNC NOT = WS-XTL-EXPECTED-TRUNC
               DISPLAY 'MAILDRP1 ABEND - HSEXREF TRAILER MISMATCH'
               DISPLAY '  KEY HASH EXPECTED ' WS-XTL-EXPECTED-TRUNC
                   ' ACCUMULATED ' WS-XTL-ACTUAL-TRUNC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    THE DROP IS SEALED EVEN ON A NIGHT WITH NOTHING TO MAIL --
      *    MAIL SERVICES TELLS AN EMPTY DROP FROM A LOST ONE BY THE
      *    TRAILER.
       9900-WRITE-DROP-TRAILER.
           MOVE SPACES            TO MAIL-DROP-TRAILER
           MOVE HIGH-VALUES       TO MDT-TRAILER-ID
           MOVE WS-TRL-OUT-COUNT  TO MDT-RECORD-COUNT
           MOVE WS-TRL-OUT-HASH   TO MDT-KEY-HASH
           WRITE MAIL-DROP-TRAILER.

      *    ONE RUN-STATISTICS RECORD FOR THE FLOW-BALANCING STEP
      *    (FLOWBAL1): SUBJECTS IN, AND THE THREE WAYS A SUBJECT CAN
      *    LEAVE -- AS A PIECE ON THE DROP, AS A LINE ON THE
      *    SUPPRESSION LISTING, OR AS A LINE ON THE FOLD LISTING.
       9700-WRITE-RUN-STATISTICS.
           ACCEPT WS-RS-END-TM-RAW FROM TIME
           MOVE SPACES                   TO RUN-STATISTICS-RECORD
           MOVE 'MAILDRP1'               TO RS-PROGRAM-ID
           MOVE WS-RS-RUN-DT             TO RS-RUN-DT
           MOVE WS-RS-START-TM-RAW (1:6) TO RS-START-TM
           MOVE WS-RS-END-TM-RAW (1:6)   TO RS-END-TM
           MOVE WS-RECORDS-READ          TO RS-RECORDS-IN
           MOVE 3                        TO RS-OUT-COUNT
           MOVE 'MAILDROP'               TO RS-OUT-DDNAME (1)
           MOVE WS-PIECES-MAILED         TO RS-OUT-RECORDS (1)
           MOVE 'MAILSUPP'               TO RS-OUT-DDNAME (2)
           MOVE WS-SUBJECTS-SUPPRESSED   TO RS-OUT-RECORDS (2)
           MOVE 'MAILFOLD'               TO RS-OUT-DDNAME (3)
           MOVE WS-SUBJECTS-FOLDED       TO RS-OUT-RECORDS (3)
           MOVE ZERO                     TO RS-OUT-RECORDS (4)
           MOVE ZERO                     TO RS-SUSPENDED
           MOVE WS-SUBJECTS-SUPPRESSED   TO RS-REJECTED
           OPEN EXTEND RUN-STAT-FILE
           WRITE RUN-STATISTICS-RECORD
           CLOSE RUN-STAT-FILE.

       9000-TERMINATE.
           PERFORM 9700-WRITE-RUN-STATISTICS
           CLOSE AUDIT-STD-FILE
           CLOSE AUDIT-KSDS-FILE
           CLOSE HOLD-LIST-FILE
           CLOSE HOUSEHOLD-XREF-FILE
           CLOSE SUPPRESS-REPORT
           CLOSE FOLD-REPORT
           CLOSE DROP-REPORT
           DISPLAY 'MAILDRP1 SUBJECTS READ:       ' WS-RECORDS-READ
           DISPLAY 'MAILDRP1 PIECES MAILED:       ' WS-PIECES-MAILED
           DISPLAY 'MAILDRP1 SUBJECTS FOLDED:     '
               WS-SUBJECTS-FOLDED
           DISPLAY 'MAILDRP1 SUBJECTS SUPPRESSED: '
               WS-SUBJECTS-SUPPRESSED.
