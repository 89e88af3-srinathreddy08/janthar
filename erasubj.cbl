       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ERASUBJ1.
       AUTHOR.        ADDRESS-REVIEW-SYSTEMS.
      *REMARKS.       SUBJECT ERASURE WITH CERTIFICATE.
      *                REMOVES EVERY RECORD OF THE SUBJECTS NAMED ON
      *                THE ERASREQ CARDS FROM THE FILES THAT KEEP
      *                SUBJECT DATA BEYOND THE NIGHT IT WAS WRITTEN --
      *                AUDITKS, AINHKS, AINHIST, ADDRCORR, NIXHIST,
      *                HSEXREF, DINPENDI, THE ARCHAUD, ARCHCOR AND
      *                ARCHSUS ARCHIVES, ADDRPEND, ADDRWKLS AND
      *                EXCPQUE -- AND PRINTS A CERTIFICATE OF ERASURE
      *                (ERASCERT) SHOWING, FOR EACH SUBJECT AND EACH
      *                FILE, HOW MANY RECORDS WERE FOUND AND HOW MANY
      *                WERE REMOVED.
      *                FILES THAT CARRY THE SUBJECT KEY BUT ARE LEFT
      *                ALONE ON PURPOSE: THE NIGHTLY TRANSIENTS
      *                (CHGDELTA, AINCHRN, NCOAFDBK, NIXEXCQ, HSEEXCQ,
      *                THE STREAMS' VNDUSGNN AND THE PROVIDER FEEDBACK
      *                FILES NIXFDBK AND FDBKOUT), WHICH THE NEXT
      *                NIGHT'S RUN REBUILDS AND REPLACES; AND VNDUSAGE,
      *                THE RECORD OF EVERY VENDOR CALL BILLED, WHICH IS
      *                KEPT FOR VNDRECN1'S MONTH-END INVOICE
      *                RECONCILIATION.
      *                ONE CARD PER SUBJECT: SUBJECT ID IN COLUMNS
      *                1-4 AND SEQUENCE IN 5-8 (BOTH ZERO-PADDED), THE
      *                ERASURE REQUEST REFERENCE IN 9-20 AND WHO ASKED
      *                FOR IT IN 21-28. A CARD WITH '*' IN COLUMN 1 IS
      *                A COMMENT. ANY OTHER BAD CARD ABENDS THE RUN
      *                BEFORE A SINGLE FILE IS OPENED; A SUBJECT NAMED
      *                TWICE IS ERASED ONCE.
      *                A SUBJECT UNDER LEGAL HOLD (ACTIVE ON THE
      *                LEGLHOLD REGISTRY -- SEE HOLDREG.CPY) IS
      *                REFUSED: ITS RECORDS ARE STILL COUNTED AS FOUND
      *                SO THE CERTIFICATE SHOWS WHAT IS BEING KEPT,
      *                BUT NOTHING OF IT IS REMOVED. THE REGISTRY'S
      *                CONTROL TRAILER IS VERIFIED FIRST.
      *                THE KSDS FILES (AUDITKS, AINHKS, ADDRPEND,
      *                ADDRWKLS) ARE BROWSED AND DELETED IN PLACE.
      *                EXCPQUE IS READ BY KEY FROM EACH SUBJECT'S FIRST
      *                ITEM AND ITS ITEMS, OPEN OR CLOSED, DELETED IN
      *                PLACE -- CLERKS' RESOLUTION NOTES INCLUDED. THE
      *                SEQUENTIAL FILES ARE REWRITTEN TO NEW
      *                GENERATIONS (AINHIST -> AINHISTO, ADDRCORR ->
      *                ADDRCORO, NIXHIST -> NIXHISTO, HSEXREF ->
      *                HSEXREFO, DINPENDI -> DINPENDO) IN THE JCL'S
      *                USUAL GENERATION SWAP; THE CONTROL TRAILERS OF
      *                NIXHIST, HSEXREF AND DINPENDI ARE VERIFIED ON
      *                THE WAY IN AND RESEALED OVER WHAT IS KEPT.
      *                THE ARCHIVES ARE READ AS THE CONCATENATION OF
      *                ALL THEIR GENERATIONS (ARCHAUD, ARCHCOR,
      *                ARCHSUS) AND WRITTEN BACK AS ONE CONSOLIDATED
      *                GENERATION EACH (ARCHAUDO, ARCHCORO, ARCHSUSO),
      *                WHICH THEN REPLACES THE OLD ONES; THE SUSPENSE
      *                ARCHIVE'S TRAILERS ARE SUMMED AND VERIFIED AND
      *                ONE FRESH TRAILER SEALS THE CONSOLIDATED FILE.
      *                AIN HISTORY (AINHIST AND AINHKS) CARRIES ONLY
      *                THE SOURCE SUBJECT ID, NOT THE SEQUENCE, SO IT
      *                IS ERASED BY SUBJECT ID -- AND KEPT WHOLE IF
      *                ANY SEQUENCE OF THAT ID IS UNDER LEGAL HOLD,
      *                WHETHER OR NOT THE HELD SEQUENCE WAS ITSELF
      *                NAMED FOR ERASURE.
      *                FOR EVERY FILE, READ MUST EQUAL REMOVED PLUS
      *                RETAINED, AND THE SUBJECTS' REMOVED COUNTS MUST
      *                ADD UP TO THE FILE'S REMOVED TOTAL, OR THE RUN
      *                ABENDS WITHOUT PRINTING A CERTIFICATE. A RERUN
      *                AFTER AN ABEND IS SAFE -- A RECORD ALREADY
      *                DELETED FROM A KSDS IS SIMPLY NOT FOUND AGAIN --
      *                BUT ITS CERTIFICATE COUNTS ONLY WHAT THE RERUN
      *                ITSELF REMOVED.
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
           SELECT ERASE-REQUEST-FILE   ASSIGN TO ERASREQ
               ORGANIZATION IS SEQUENTIAL.

           SELECT HOLD-REGISTRY-FILE   ASSIGN TO LEGLHOLD
               ORGANIZATION IS SEQUENTIAL.

           SELECT AUDIT-KSDS-FILE
               ASSIGN TO AUDITKS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AK-AUDIT-KEY
               ALTERNATE RECORD KEY IS AK-SUBJECT-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-KSDS-FILE-STATUS.

           SELECT AIN-HISTORY-KSDS
               ASSIGN TO AINHKS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AHK-INQUIRY-KEY
               FILE STATUS IS WS-KSDS-FILE-STATUS.

           SELECT AIN-HISTORY-FILE     ASSIGN TO AINHIST
               ORGANIZATION IS SEQUENTIAL.

           SELECT AIN-HISTORY-OUT-FILE ASSIGN TO AINHISTO
               ORGANIZATION IS SEQUENTIAL.

           SELECT CORR-TRAIL-FILE      ASSIGN TO ADDRCORR
               ORGANIZATION IS SEQUENTIAL.

           SELECT CORR-RETAINED-FILE   ASSIGN TO ADDRCORO
               ORGANIZATION IS SEQUENTIAL.

           SELECT NIXHIST-IN-FILE      ASSIGN TO NIXHIST
               ORGANIZATION IS SEQUENTIAL.

           SELECT NIXHIST-OUT-FILE     ASSIGN TO NIXHISTO
               ORGANIZATION IS SEQUENTIAL.

           SELECT HOUSEHOLD-XREF-FILE  ASSIGN TO HSEXREF
               ORGANIZATION IS SEQUENTIAL.

           SELECT HOUSEHOLD-XREF-OUT-FILE
                                       ASSIGN TO HSEXREFO
               ORGANIZATION IS SEQUENTIAL.

           SELECT PENDING-IN-FILE      ASSIGN TO DINPENDI
               ORGANIZATION IS SEQUENTIAL.

           SELECT PENDING-OUT-FILE     ASSIGN TO DINPENDO
               ORGANIZATION IS SEQUENTIAL.

           SELECT AUDIT-ARCHIVE-FILE   ASSIGN TO ARCHAUD
               ORGANIZATION IS SEQUENTIAL.

           SELECT AUDIT-ARCHIVE-OUT-FILE
                                       ASSIGN TO ARCHAUDO
               ORGANIZATION IS SEQUENTIAL.

           SELECT CORR-ARCHIVE-FILE    ASSIGN TO ARCHCOR
               ORGANIZATION IS SEQUENTIAL.

           SELECT CORR-ARCHIVE-OUT-FILE
                                       ASSIGN TO ARCHCORO
               ORGANIZATION IS SEQUENTIAL.

           SELECT SUSP-ARCHIVE-FILE    ASSIGN TO ARCHSUS
               ORGANIZATION IS SEQUENTIAL.

           SELECT SUSP-ARCHIVE-OUT-FILE
                                       ASSIGN TO ARCHSUSO
               ORGANIZATION IS SEQUENTIAL.

           SELECT PENDING-CORR-KSDS
               ASSIGN TO ADDRPEND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PC-PEND-KEY
               FILE STATUS IS WS-KSDS-FILE-STATUS.

           SELECT CLERK-WORKLIST-KSDS
               ASSIGN TO ADDRWKLS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WK-WORK-KEY
               FILE STATUS IS WS-KSDS-FILE-STATUS.

           SELECT EXCP-QUEUE-FILE
               ASSIGN TO EXCPQUE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EQ-QUEUE-KEY
               FILE STATUS IS WS-KSDS-FILE-STATUS.

           SELECT CERTIFICATE-REPORT   ASSIGN TO ERASCERT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CYCLE-DATE-FILE      ASSIGN TO CYCLDATE
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ERASE-REQUEST-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  ERASE-REQUEST-CARD          PIC X(80).

       FD  HOLD-REGISTRY-FILE
           RECORD CONTAINS 56 CHARACTERS.
       COPY "holdreg.cpy".

       FD  AUDIT-KSDS-FILE.
       COPY "auditks.cpy".

       FD  AIN-HISTORY-KSDS.
       COPY "ainhks.cpy".

       FD  AIN-HISTORY-FILE
           RECORD CONTAINS 22 CHARACTERS.
       COPY "ainhist.cpy".

       FD  AIN-HISTORY-OUT-FILE
           RECORD CONTAINS 22 CHARACTERS.
       01  AIN-HISTORY-OUT-RECORD      PIC X(22).

      *    THE TRAIL AND ITS ARCHIVE ARE VARIABLE LENGTH (SEE
      *    ARCHPRG1). ALL FOUR CORRECTION FILES SHARE ONE LENGTH
      *    FIELD, SO EACH KEPT RECORD LEAVES AT THE LENGTH IT ARRIVED.
       FD  CORR-TRAIL-FILE
           RECORDING MODE IS V
           RECORD IS VARYING IN SIZE FROM 24 TO 167
               CHARACTERS DEPENDING ON WS-CORR-REC-LEN.
       COPY "addrcorr.cpy".

       FD  CORR-RETAINED-FILE
           RECORDING MODE IS V
           RECORD IS VARYING IN SIZE FROM 24 TO 167
               CHARACTERS DEPENDING ON WS-CORR-REC-LEN.
       01  CORR-RETAINED-RECORD        PIC X(167).

       FD  NIXHIST-IN-FILE
           RECORD CONTAINS 24 CHARACTERS.
       COPY "nixhist.cpy".

       FD  NIXHIST-OUT-FILE
           RECORD CONTAINS 24 CHARACTERS.
       01  NIXHIST-OUT-RECORD          PIC X(24).

       FD  HOUSEHOLD-XREF-FILE
           RECORD CONTAINS 13 CHARACTERS.
       COPY "hsexref.cpy".

       FD  HOUSEHOLD-XREF-OUT-FILE
           RECORD CONTAINS 13 CHARACTERS.
       01  HOUSEHOLD-XREF-OUT-RECORD   PIC X(13).

       FD  PENDING-IN-FILE
           RECORD CONTAINS 18 CHARACTERS.
       COPY "dinpend.cpy".

       FD  PENDING-OUT-FILE
           RECORD CONTAINS 18 CHARACTERS.
       01  PENDING-OUT-RECORD          PIC X(18).

       FD  AUDIT-ARCHIVE-FILE
           RECORD CONTAINS 30727 CHARACTERS.
       01  AUDIT-ARCHIVE-RECORD        PIC X(30727).

       FD  AUDIT-ARCHIVE-OUT-FILE
           RECORD CONTAINS 30727 CHARACTERS.
       01  AUDIT-ARCHIVE-OUT-RECORD    PIC X(30727).

       FD  CORR-ARCHIVE-FILE
           RECORDING MODE IS V
           RECORD IS VARYING IN SIZE FROM 24 TO 167
               CHARACTERS DEPENDING ON WS-CORR-REC-LEN.
       01  CORR-ARCHIVE-RECORD         PIC X(167).

       FD  CORR-ARCHIVE-OUT-FILE
           RECORDING MODE IS V
           RECORD IS VARYING IN SIZE FROM 24 TO 167
               CHARACTERS DEPENDING ON WS-CORR-REC-LEN.
       01  CORR-ARCHIVE-OUT-RECORD     PIC X(167).

       FD  SUSP-ARCHIVE-FILE
           RECORD CONTAINS 32000 CHARACTERS.
       01  SUSP-ARCHIVE-RECORD         PIC X(32000).

       FD  SUSP-ARCHIVE-OUT-FILE
           RECORD CONTAINS 32000 CHARACTERS.
       01  SUSP-ARCHIVE-OUT-RECORD     PIC X(32000).

       FD  PENDING-CORR-KSDS.
       COPY "addrpend.cpy".

       FD  CLERK-WORKLIST-KSDS.
       COPY "addrwkls.cpy".

       FD  EXCP-QUEUE-FILE
           RECORD CONTAINS 160 CHARACTERS.
       COPY "excq.cpy".

       FD  CERTIFICATE-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                 PIC X(132).

       FD  CYCLE-DATE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY "cycdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-CARD-EOF-SW             PIC X(01) VALUE 'N'.
               88  WS-CARD-EOF            VALUE 'Y'.
           05  WS-HOLD-EOF-SW             PIC X(01) VALUE 'N'.
               88  WS-HOLD-EOF            VALUE 'Y'.
           05  WS-FILE-EOF-SW             PIC X(01) VALUE 'N'.
               88  WS-FILE-EOF            VALUE 'Y' FALSE 'N'.
           05  WS-SUBJECT-HELD-SW         PIC X(01) VALUE 'N'.
               88  WS-SUBJECT-HELD        VALUE 'Y' FALSE 'N'.
           05  WS-DUP-REQUEST-SW          PIC X(01) VALUE 'N'.
               88  WS-DUP-REQUEST         VALUE 'Y' FALSE 'N'.
           05  WS-REMOVE-IT-SW            PIC X(01) VALUE 'N'.
               88  WS-REMOVE-IT           VALUE 'Y' FALSE 'N'.
           05  WS-MATCH-SCOPE-SW          PIC X(01) VALUE 'S'.
               88  WS-MATCH-BY-SUBJECT    VALUE 'S'.
               88  WS-MATCH-BY-ID-ONLY    VALUE 'I'.
           05  WS-KSDS-FILE-STATUS        PIC X(02) VALUE '00'.

       01  WS-RUN-DT                      PIC X(08) VALUE SPACES.

      *    LENGTH OF THE CORRECTION RECORD IN HAND, SET BY THE READ
      *    AND REUSED BY THE PASS-THROUGH WRITE.
       01  WS-CORR-REC-LEN                PIC 9(05) COMP VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-CARDS-READ              PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-CARDS-DUPLICATE         PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-SUBJECTS-ERASED         PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-SUBJECTS-REFUSED        PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-TOTAL-REMOVED           PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-SUBJ-REMOVED-SUM        PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-SUBJ-FOUND-TOT          PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-SUBJ-REMOVED-TOT        PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-PAGE-NB                 PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-LINE-CT                 PIC S9(03) COMP-3 VALUE 99.

      *    THE FILE THE CURRENT PASS IS WORKING AND THE ERASE-TABLE
      *    ENTRY ITS RECORD IN HAND MATCHED (ZERO WHEN IT MATCHED
      *    NONE).
       01  WS-FILE-NO                     PIC S9(04) COMP VALUE ZERO.
       01  WS-MATCH-IDX                   PIC S9(04) COMP VALUE ZERO.
       01  WS-ER-IDX                      PIC S9(04) COMP VALUE ZERO.
      *    THE SUBJECT WHOSE EXCPQUE ITEMS ARE BEING READ BY KEY --
      *    KEPT APART FROM WS-ER-IDX, WHICH THE MATCH ITSELF STEPS.
       01  WS-EQ-SUBJ-IDX                 PIC S9(04) COMP VALUE ZERO.

      *    THE ERASURE CARD IN HAND, VALIDATED BEFORE IT IS TABLED.
       01  WS-CARD-SUBJ-ID                PIC 9(04) VALUE ZERO.
       01  WS-CARD-SUBJ-SEQ               PIC 9(04) VALUE ZERO.

      *    THE FILES THE ERASURE COVERS, IN THE ORDER THEY ARE
      *    PASSED AND PRINTED ON THE CERTIFICATE. THE SUBSCRIPT IS
      *    WS-FILE-NO THROUGHOUT.
       01  WS-FILE-NAMES.
           05  FILLER                 PIC X(08) VALUE 'AUDITKS'.
           05  FILLER                 PIC X(08) VALUE 'AINHKS'.
           05  FILLER                 PIC X(08) VALUE 'AINHIST'.
           05  FILLER                 PIC X(08) VALUE 'ADDRCORR'.
           05  FILLER                 PIC X(08) VALUE 'NIXHIST'.
           05  FILLER                 PIC X(08) VALUE 'HSEXREF'.
           05  FILLER                 PIC X(08) VALUE 'DINPENDI'.
           05  FILLER                 PIC X(08) VALUE 'ARCHAUD'.
           05  FILLER                 PIC X(08) VALUE 'ARCHCOR'.
           05  FILLER                 PIC X(08) VALUE 'ARCHSUS'.
           05  FILLER                 PIC X(08) VALUE 'ADDRPEND'.
           05  FILLER                 PIC X(08) VALUE 'ADDRWKLS'.
           05  FILLER                 PIC X(08) VALUE 'EXCPQUE'.
       01  WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAMES.
           05  WS-FILE-NAME           PIC X(08) OCCURS 13 TIMES.

      *    PER-FILE ACCOUNTING. READ = REMOVED + RETAINED FOR EVERY
      *    FILE BEFORE THE CERTIFICATE IS TRUSTED.
       01  WS-FILE-TOTALS.
           05  WS-FILE-TOTAL OCCURS 13 TIMES.
               10  WS-FT-READ             PIC S9(09) COMP-3.
               10  WS-FT-REMOVED          PIC S9(09) COMP-3.
               10  WS-FT-RETAINED         PIC S9(09) COMP-3.

      *    ONE ENTRY PER SUBJECT TO BE ERASED, WITH ITS FOUND AND
      *    REMOVED COUNTS FOR EACH FILE. THE KEY IS THE RAW FOUR-BYTE
      *    BINARY SUBJECT ID/SEQ, SAME AS HOLDTBL.CPY, SO IT COMPARES
      *    DIRECTLY WITH THE SUBJECT FIELDS OF EVERY FILE. THE LOAD
      *    ABENDS IF THE CARDS OUTGROW THE TABLE.
       01  WS-ERASE-TABLE.
           05  WS-ERASE-COUNT             PIC S9(04) COMP VALUE ZERO.
           05  WS-ERASE-ENTRY OCCURS 200 TIMES.
               10  WS-ER-SUBJ-KEY         PIC X(04).
               10  WS-ER-SUBJ-ID          PIC 9(04).
               10  WS-ER-SUBJ-SEQ         PIC 9(04).
               10  WS-ER-REQUEST-REF      PIC X(12).
               10  WS-ER-REQUESTED-BY     PIC X(08).
               10  WS-ER-STATUS           PIC X(01).
                   88  WS-ER-ERASE        VALUE 'E'.
                   88  WS-ER-REFUSED      VALUE 'H'.
               10  WS-ER-FILE-COUNT OCCURS 13 TIMES.
                   15  WS-ER-FOUND        PIC S9(09) COMP-3.
                   15  WS-ER-REMOVED      PIC S9(09) COMP-3.

      *    THE RECORD IN HAND'S SUBJECT, BUILT FROM BINARY FIELDS
      *    THROUGH THE REDEFINES OR MOVED IN AS RAW BYTES.
       01  WS-MATCH-WORK.
           05  WS-MATCH-ID-BIN            PIC S9(04) COMP VALUE ZERO.
           05  WS-MATCH-SEQ-BIN           PIC S9(04) COMP VALUE ZERO.
       01  WS-MATCH-KEY REDEFINES WS-MATCH-WORK
                                          PIC X(04).

      *    CONTROL-TRAILER ACCOUNTING FOR THE LEGLHOLD REGISTRY. ITS
      *    TRAILER CARRIES NINE DIGITS, SO THE FULL-WIDTH ACTUALS ARE
      *    TRUNCATED BEFORE THE COMPARE.
       01  WS-HOLD-TRAILER-CONTROL.
           05  WS-HTL-SEEN-SW             PIC X(01) VALUE 'N'.
               88  WS-HTL-SEEN            VALUE 'Y'.
           05  WS-HTL-EXPECTED-COUNT      PIC S9(18) COMP VALUE ZERO.
           05  WS-HTL-EXPECTED-HASH       PIC S9(18) COMP VALUE ZERO.
           05  WS-HTL-ACTUAL-COUNT        PIC S9(18) COMP VALUE ZERO.
           05  WS-HTL-ACTUAL-HASH         PIC S9(18) COMP VALUE ZERO.
           05  WS-HTL-EXPECTED-TRUNC      PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-HTL-ACTUAL-TRUNC        PIC S9(09) COMP-3 VALUE ZERO.

       COPY "holdtbl.cpy".

      *    CONTROL-TRAILER ACCOUNTING FOR WHICHEVER TRAILERED FILE THE
      *    CURRENT PASS IS REWRITING -- CLEARED AT THE START OF EACH
      *    SUCH PASS. EXPECTED VALUES ARE SUMMED FROM THE INPUT'S
      *    TRAILER RECORD(S), ACTUALS OVER ITS DATA RECORDS, AND THE
      *    OUT VALUES OVER THE RECORDS KEPT, FOR THE FRESH TRAILER.
      *    THE NINE-DIGIT TRAILERS ARE THE NARROWEST, SO THE COMPARE
      *    IS MADE ON THE LOW-ORDER NINE DIGITS FOR EVERY FILE.
       01  WS-TRAILER-CONTROL.
           05  WS-TRL-SEEN-SW             PIC X(01) VALUE 'N'.
               88  WS-TRL-SEEN            VALUE 'Y' FALSE 'N'.
           05  WS-TRL-EXPECTED-COUNT      PIC S9(18) COMP VALUE ZERO.
           05  WS-TRL-EXPECTED-HASH       PIC S9(18) COMP VALUE ZERO.
           05  WS-TRL-ACTUAL-COUNT        PIC S9(18) COMP VALUE ZERO.
           05  WS-TRL-ACTUAL-HASH         PIC S9(18) COMP VALUE ZERO.
           05  WS-TRL-OUT-COUNT           PIC S9(18) COMP VALUE ZERO.
           05  WS-TRL-OUT-HASH            PIC S9(18) COMP VALUE ZERO.
           05  WS-TRL-EXPECTED-TRUNC      PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-TRL-ACTUAL-TRUNC        PIC S9(09) COMP-3 VALUE ZERO.

      *    FRESH TRAILER FOR NIXHISTO, HSEXREFO AND DINPENDO -- ALL
      *    THREE SHARE THE ID / COUNT / HASH LAYOUT AND DIFFER ONLY IN
      *    THE FILLER, WHICH THE WRITE ... FROM TRUNCATES. DINPENDO'S
      *    CARRIES FORWARD DINPENDI'S AGING STAMP (SEE DINPEND.CPY) SO
      *    AN ERASURE RUN DOES NOT RESET DINAPLY1'S BUSINESS-DAY AGING.
       01  WS-OUT-TRAILER.
           05  WS-OT-TRAILER-ID           PIC X(02).
           05  WS-OT-RECORD-COUNT         PIC S9(09) COMP-3.
           05  WS-OT-KEY-HASH             PIC S9(09) COMP-3.
           05  WS-OT-FILLER               PIC X(12) VALUE SPACES.
           05  WS-OT-PEND-FILLER REDEFINES WS-OT-FILLER.
               10  WS-OT-PEND-AGED-BUS-DT PIC 9(08) COMP-3.
               10  FILLER                 PIC X(07).

       01  WS-PEND-AGED-BUS-DT            PIC 9(08) VALUE ZERO.

       COPY "trlrimg.cpy".

      *    REDEFINES WORK FIELD TO PULL THE BINARY SUBJECT ID/SEQ OUT
      *    OF A RAW RECORD IMAGE FOR THE HASH TOTALS.
       01  WS-HALF-WORK.
           05  WS-HALF-BIN                PIC S9(04) COMP VALUE ZERO.
       01  WS-HALF-X REDEFINES WS-HALF-WORK
                                          PIC X(02).

       01  WS-HDG1.
           05  FILLER                 PIC X(01) VALUE '1'.
           05  FILLER                 PIC X(22) VALUE
               'CERTIFICATE OF ERASURE'.
           05  FILLER                 PIC X(22) VALUE SPACES.
           05  FILLER                 PIC X(10) VALUE 'RUN DATE: '.
           05  WS-HDG1-RUN-DT         PIC X(08).
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  FILLER                 PIC X(05) VALUE 'PAGE '.
           05  WS-HDG1-PAGE           PIC ZZZZ9.

       01  WS-SUBJ-HDG.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(08) VALUE 'SUBJECT '.
           05  WS-SH-SUBJ-ID          PIC 9(04).
           05  FILLER                 PIC X(01) VALUE '/'.
           05  WS-SH-SUBJ-SEQ         PIC 9(04).
           05  FILLER                 PIC X(15) VALUE
               '   REQUEST REF '.
           05  WS-SH-REQUEST-REF      PIC X(12).
           05  FILLER                 PIC X(16) VALUE
               '   REQUESTED BY '.
           05  WS-SH-REQUESTED-BY     PIC X(08).
           05  FILLER                 PIC X(11) VALUE
               '   STATUS: '.
           05  WS-SH-STATUS           PIC X(20).

       01  WS-SUBJ-COL-HDG.
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  FILLER                 PIC X(12) VALUE 'FILE'.
           05  FILLER                 PIC X(12) VALUE '       FOUND'.
           05  FILLER                 PIC X(12) VALUE '     REMOVED'.
           05  FILLER                 PIC X(12) VALUE '    RETAINED'.

       01  WS-SUBJ-FILE-LINE.
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  WS-SF-FILE             PIC X(08).
           05  FILLER                 PIC X(07) VALUE SPACES.
           05  WS-SF-FOUND            PIC ZZZZZZZZ9.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  WS-SF-REMOVED          PIC ZZZZZZZZ9.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  WS-SF-RETAINED         PIC ZZZZZZZZ9.

       01  WS-CTL-HDG.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(30) VALUE
               'FILE CONTROL TOTALS'.

       01  WS-CTL-COL-HDG.
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  FILLER                 PIC X(12) VALUE 'FILE'.
           05  FILLER                 PIC X(12) VALUE '        READ'.
           05  FILLER                 PIC X(12) VALUE '     REMOVED'.
           05  FILLER                 PIC X(12) VALUE '    RETAINED'.

       01  WS-MESSAGE-LINE.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS-MSG-TEXT            PIC X(100).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 3100-ERASE-AUDIT-KSDS
           PERFORM 3200-ERASE-AIN-KSDS
           PERFORM 3300-ERASE-AIN-HISTORY
           PERFORM 3400-ERASE-CORR-TRAIL
           PERFORM 3500-ERASE-NIXHIST
           PERFORM 3600-ERASE-HOUSEHOLD-XREF
           PERFORM 3700-ERASE-DIN-PENDING
           PERFORM 3800-ERASE-AUDIT-ARCHIVE
           PERFORM 3900-ERASE-CORR-ARCHIVE
           PERFORM 4000-ERASE-SUSP-ARCHIVE
           PERFORM 4100-ERASE-PENDING-CORR
           PERFORM 4200-ERASE-CLERK-WORKLIST
           PERFORM 4300-ERASE-EXCP-QUEUE
           PERFORM 7000-PROVE-BALANCE
           PERFORM 8000-PRINT-CERTIFICATE
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1050-READ-CYCLE-DATE
           MOVE WS-RUN-DT TO WS-HDG1-RUN-DT
           INITIALIZE WS-FILE-TOTALS
           PERFORM 1100-LOAD-ERASE-REQUESTS
           PERFORM 1200-LOAD-LEGAL-HOLDS
           PERFORM 1400-APPLY-LEGAL-HOLDS
           OPEN OUTPUT CERTIFICATE-REPORT.

      *    THE BUSINESS DATE IS TAKEN FROM THE CYCLDATE CONTROL RECORD
      *    AND THE STEP REFUSES TO RUN UNLESS THAT DATE IS OPEN.
       1050-READ-CYCLE-DATE.
           OPEN INPUT CYCLE-DATE-FILE
           READ CYCLE-DATE-FILE
               AT END
                   MOVE SPACES TO CYCLE-DATE-RECORD
           END-READ
           IF NOT CD-CONTROL-REC
               DISPLAY 'ERASUBJ1 ABEND - NO CONTROL RECORD AT THE HEAD '
                   'OF CYCLDATE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT CD-CYCLE-OPEN
               DISPLAY 'ERASUBJ1 ABEND - BUSINESS DATE '
                   CD-CURRENT-BUS-DT ' IS NOT OPEN'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE CD-CURRENT-BUS-DT TO WS-RUN-DT
           CLOSE CYCLE-DATE-FILE.

      *    EVERY CARD IS EDITED BEFORE ANY FILE IS TOUCHED -- A
      *    MISTYPED SUBJECT MUST STOP THE RUN, NOT ERASE SOMEONE ELSE.
       1100-LOAD-ERASE-REQUESTS.
           OPEN INPUT ERASE-REQUEST-FILE
           PERFORM 1150-LOAD-ONE-REQUEST UNTIL WS-CARD-EOF
           CLOSE ERASE-REQUEST-FILE.

       1150-LOAD-ONE-REQUEST.
           READ ERASE-REQUEST-FILE
               AT END
                   SET WS-CARD-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CARDS-READ
                   IF ERASE-REQUEST-CARD (1:1) NOT = '*'
                       PERFORM 1160-EDIT-REQUEST
                       PERFORM 1170-TABLE-REQUEST
                   END-IF
           END-READ.

       1160-EDIT-REQUEST.
           IF ERASE-REQUEST-CARD (1:4) NOT NUMERIC
            OR ERASE-REQUEST-CARD (5:4) NOT NUMERIC
               DISPLAY 'ERASUBJ1 ABEND - ERASREQ CARD ' WS-CARDS-READ
                   ' SUBJECT ID/SEQ NOT NUMERIC'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ERASE-REQUEST-CARD (9:12) = SPACES
            OR ERASE-REQUEST-CARD (21:8) = SPACES
               DISPLAY 'ERASUBJ1 ABEND - ERASREQ CARD ' WS-CARDS-READ
                   ' REQUEST REF OR REQUESTED-BY MISSING'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ERASE-REQUEST-CARD (1:4) TO WS-CARD-SUBJ-ID
           MOVE ERASE-REQUEST-CARD (5:4) TO WS-CARD-SUBJ-SEQ
           MOVE WS-CARD-SUBJ-ID  TO WS-MATCH-ID-BIN
           MOVE WS-CARD-SUBJ-SEQ TO WS-MATCH-SEQ-BIN.

       1170-TABLE-REQUEST.
           SET WS-DUP-REQUEST TO FALSE
           PERFORM VARYING WS-ER-IDX FROM 1 BY 1
                   UNTIL WS-ER-IDX > WS-ERASE-COUNT
                      OR WS-DUP-REQUEST
               IF WS-ER-SUBJ-KEY (WS-ER-IDX) = WS-MATCH-KEY
                   SET WS-DUP-REQUEST TO TRUE
               END-IF
           END-PERFORM
           IF WS-DUP-REQUEST
               ADD 1 TO WS-CARDS-DUPLICATE
               DISPLAY 'ERASUBJ1 SUBJECT ' WS-CARD-SUBJ-ID '/'
                   WS-CARD-SUBJ-SEQ ' NAMED AGAIN ON CARD '
                   WS-CARDS-READ ' - ERASED ONCE'
           ELSE
               IF WS-ERASE-COUNT >= 200
                   DISPLAY 'ERASUBJ1 ABEND - ERASREQ CARDS EXCEED '
                       'THE 200-SUBJECT ERASE TABLE'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-ERASE-COUNT
               INITIALIZE WS-ERASE-ENTRY (WS-ERASE-COUNT)
               MOVE WS-MATCH-KEY
                   TO WS-ER-SUBJ-KEY (WS-ERASE-COUNT)
               MOVE WS-CARD-SUBJ-ID
                   TO WS-ER-SUBJ-ID (WS-ERASE-COUNT)
               MOVE WS-CARD-SUBJ-SEQ
                   TO WS-ER-SUBJ-SEQ (WS-ERASE-COUNT)
               MOVE ERASE-REQUEST-CARD (9:12)
                   TO WS-ER-REQUEST-REF (WS-ERASE-COUNT)
               MOVE ERASE-REQUEST-CARD (21:8)
                   TO WS-ER-REQUESTED-BY (WS-ERASE-COUNT)
               SET WS-ER-ERASE (WS-ERASE-COUNT) TO TRUE
           END-IF.

      *    LOADS THE ACTIVE HOLDS INTO THE IN-STORAGE TABLE AND
      *    VERIFIES THE REGISTRY'S TRAILER OVER EVERY RECORD, ACTIVE
      *    OR RELEASED.
       1200-LOAD-LEGAL-HOLDS.
           OPEN INPUT HOLD-REGISTRY-FILE
           PERFORM 1250-LOAD-ONE-HOLD UNTIL WS-HOLD-EOF
           CLOSE HOLD-REGISTRY-FILE
           IF NOT WS-HTL-SEEN
               DISPLAY 'ERASUBJ1 ABEND - NO CONTROL TRAILER ON '
                   'LEGLHOLD'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-HTL-ACTUAL-COUNT   TO WS-HTL-ACTUAL-TRUNC
           MOVE WS-HTL-EXPECTED-COUNT TO WS-HTL-EXPECTED-TRUNC
           IF WS-HTL-ACTUAL-TRUNC NOT = WS-HTL-EXPECTED-TRUNC
               DISPLAY 'ERASUBJ1 ABEND - LEGLHOLD TRAILER MISMATCH'
               DISPLAY '  RECORDS EXPECTED ' WS-HTL-EXPECTED-TRUNC
                   ' READ ' WS-HTL-ACTUAL-TRUNC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-HTL-ACTUAL-HASH   TO WS-HTL-ACTUAL-TRUNC
           MOVE WS-HTL-EXPECTED-HASH TO WS-HTL-EXPECTED-TRUNC
           IF WS-HTL-ACTUAL-TRUNC NOT = WS-HTL-EXPECTED-TRUNC
               DISPLAY 'ERASUBJ1 ABEND - LEGLHOLD TRAILER MISMATCH'
               DISPLAY '  KEY HASH EXPECTED ' WS-HTL-EXPECTED-TRUNC
                   ' ACCUMULATED ' WS-HTL-ACTUAL-TRUNC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1250-LOAD-ONE-HOLD.
           READ HOLD-REGISTRY-FILE
               AT END
                   SET WS-HOLD-EOF TO TRUE
               NOT AT END
                   IF LHT-TRAILER-PRESENT
                       SET WS-HTL-SEEN TO TRUE
                       ADD LHT-RECORD-COUNT TO WS-HTL-EXPECTED-COUNT
                       ADD LHT-KEY-HASH     TO WS-HTL-EXPECTED-HASH
                   ELSE
                       ADD 1                  TO WS-HTL-ACTUAL-COUNT
                       ADD LH-SRC-SUBJ-ID-NB  TO WS-HTL-ACTUAL-HASH
                       ADD LH-SRC-SUBJ-SEQ-NB TO WS-HTL-ACTUAL-HASH
                       IF LH-HOLD-ACTIVE
                           PERFORM 1270-TABLE-ACTIVE-HOLD
                       END-IF
                   END-IF
           END-READ.

       1270-TABLE-ACTIVE-HOLD.
           IF WS-HOLD-ENTRY-COUNT >= 2000
               DISPLAY 'ERASUBJ1 ABEND - ACTIVE LEGAL HOLDS EXCEED '
                   'THE 2000-ENTRY HOLD TABLE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-HOLD-ENTRY-COUNT
           MOVE LH-SRC-SUBJ-ID-NB  TO WS-HOLD-LOOK-ID-BIN
           MOVE LH-SRC-SUBJ-SEQ-NB TO WS-HOLD-LOOK-SEQ-BIN
           MOVE WS-HOLD-LOOK-KEY
               TO WS-HOLD-SUBJ-KEY (WS-HOLD-ENTRY-COUNT).

      *    THE CALLER HAS PUT THE SUBJECT'S RAW FOUR-BYTE KEY IN
      *    WS-HOLD-LOOK-KEY.
       1300-CHECK-LEGAL-HOLD.
           SET WS-SUBJECT-HELD TO FALSE
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                   UNTIL WS-HOLD-IDX > WS-HOLD-ENTRY-COUNT
                      OR WS-SUBJECT-HELD
               IF WS-HOLD-SUBJ-KEY (WS-HOLD-IDX) = WS-HOLD-LOOK-KEY
                   SET WS-SUBJECT-HELD TO TRUE
               END-IF
           END-PERFORM.

      *    A HELD SUBJECT IS REFUSED ONCE, HERE, FOR THE WHOLE RUN.
       1400-APPLY-LEGAL-HOLDS.
           PERFORM VARYING WS-ER-IDX FROM 1 BY 1
                   UNTIL WS-ER-IDX > WS-ERASE-COUNT
               MOVE WS-ER-SUBJ-KEY (WS-ER-IDX) TO WS-HOLD-LOOK-KEY
               PERFORM 1300-CHECK-LEGAL-HOLD
               IF WS-SUBJECT-HELD
                   SET WS-ER-REFUSED (WS-ER-IDX) TO TRUE
                   ADD 1 TO WS-SUBJECTS-REFUSED
                   DISPLAY 'ERASUBJ1 SUBJECT '
                       WS-ER-SUBJ-ID (WS-ER-IDX) '/'
                       WS-ER-SUBJ-SEQ (WS-ER-IDX)
                       ' REFUSED - UNDER LEGAL HOLD'
               ELSE
                   ADD 1 TO WS-SUBJECTS-ERASED
               END-IF
           END-PERFORM.

      *    THE CALLER HAS PUT THE RECORD IN HAND'S SUBJECT IN
      *    WS-MATCH-KEY (ONLY ITS FIRST TWO BYTES WHEN MATCHING BY
      *    SUBJECT ID ALONE) AND THE FILE'S NUMBER IN WS-FILE-NO. A
      *    REFUSED SUBJECT WINS THE MATCH, SO AN ID-ONLY RECORD SHARED
      *    WITH A HELD SEQUENCE IS KEPT AND COUNTED AGAINST THE HOLD.
      *    AN ID-ONLY RECORD IS ALSO KEPT WHEN A SEQUENCE OF THE ID
      *    THAT WAS NOT REQUESTED IS UNDER HOLD; IT IS STILL COUNTED
      *    AS FOUND AGAINST THE MATCHING REQUEST AND RETAINED.
       2900-MATCH-SUBJECT.
           ADD 1 TO WS-FT-READ (WS-FILE-NO)
           SET WS-REMOVE-IT TO FALSE
           MOVE ZERO TO WS-MATCH-IDX
           PERFORM VARYING WS-ER-IDX FROM 1 BY 1
                   UNTIL WS-ER-IDX > WS-ERASE-COUNT
               IF WS-ER-SUBJ-KEY (WS-ER-IDX) = WS-MATCH-KEY
                OR (WS-MATCH-BY-ID-ONLY
                AND WS-ER-SUBJ-KEY (WS-ER-IDX) (1:2)
                                   = WS-MATCH-KEY (1:2))
                   IF WS-MATCH-IDX = ZERO
                    OR WS-ER-REFUSED (WS-ER-IDX)
                       MOVE WS-ER-IDX TO WS-MATCH-IDX
                   END-IF
               END-IF
           END-PERFORM
           IF WS-MATCH-IDX > ZERO
               ADD 1 TO WS-ER-FOUND (WS-MATCH-IDX, WS-FILE-NO)
               IF WS-ER-ERASE (WS-MATCH-IDX)
                   SET WS-REMOVE-IT TO TRUE
                   IF WS-MATCH-BY-ID-ONLY
                       PERFORM 2910-CHECK-ID-HELD
                       IF WS-SUBJECT-HELD
                           SET WS-REMOVE-IT TO FALSE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    ANY HOLD ON ANY SEQUENCE OF THE SUBJECT ID IN WS-MATCH-KEY.
       2910-CHECK-ID-HELD.
           SET WS-SUBJECT-HELD TO FALSE
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                   UNTIL WS-HOLD-IDX > WS-HOLD-ENTRY-COUNT
                      OR WS-SUBJECT-HELD
               IF WS-HOLD-SUBJ-KEY (WS-HOLD-IDX) (1:2)
                                   = WS-MATCH-KEY (1:2)
                   SET WS-SUBJECT-HELD TO TRUE
               END-IF
           END-PERFORM.

       2950-TALLY-OUTCOME.
           IF WS-REMOVE-IT
               ADD 1 TO WS-FT-REMOVED (WS-FILE-NO)
               ADD 1 TO WS-ER-REMOVED (WS-MATCH-IDX, WS-FILE-NO)
           ELSE
               ADD 1 TO WS-FT-RETAINED (WS-FILE-NO)
           END-IF.

      *    A KSDS OPEN OR DELETE THAT FAILS STOPS THE RUN -- A RECORD
      *    THE CERTIFICATE CALLS REMOVED MUST REALLY BE GONE.
       2960-CHECK-KSDS-STATUS.
           IF WS-KSDS-FILE-STATUS NOT = '00'
               DISPLAY 'ERASUBJ1 ABEND - ' WS-FILE-NAME (WS-FILE-NO)
                   ' I/O FAILED, STATUS ' WS-KSDS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2970-RESET-TRAILER-CONTROL.
           SET WS-TRL-SEEN TO FALSE
           MOVE ZERO TO WS-TRL-EXPECTED-COUNT
                        WS-TRL-EXPECTED-HASH
                        WS-TRL-ACTUAL-COUNT
                        WS-TRL-ACTUAL-HASH
                        WS-TRL-OUT-COUNT
                        WS-TRL-OUT-HASH.

       2980-VERIFY-TRAILER.
           IF NOT WS-TRL-SEEN
               DISPLAY 'ERASUBJ1 ABEND - NO CONTROL TRAILER ON '
                   WS-FILE-NAME (WS-FILE-NO)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-TRL-ACTUAL-COUNT   TO WS-TRL-ACTUAL-TRUNC
           MOVE WS-TRL-EXPECTED-COUNT TO WS-TRL-EXPECTED-TRUNC
           IF WS-TRL-ACTUAL-TRUNC NOT = WS-TRL-EXPECTED-TRUNC
               DISPLAY 'ERASUBJ1 ABEND - ' WS-FILE-NAME (WS-FILE-NO)
                   ' TRAILER MISMATCH'
               DISPLAY '  RECORDS EXPECTED ' WS-TRL-EXPECTED-TRUNC
                   ' READ ' WS-TRL-ACTUAL-TRUNC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-TRL-ACTUAL-HASH   TO WS-TRL-ACTUAL-TRUNC
           MOVE WS-TRL-EXPECTED-HASH TO WS-TRL-EXPECTED-TRUNC
           IF WS-TRL-ACTUAL-TRUNC NOT = WS-TRL-EXPECTED-TRUNC
               DISPLAY 'ERASUBJ1 ABEND - ' WS-FILE-NAME (WS-FILE-NO)
                   ' TRAILER MISMATCH'
               DISPLAY '  KEY HASH EXPECTED ' WS-TRL-EXPECTED-TRUNC
                   ' ACCUMULATED ' WS-TRL-ACTUAL-TRUNC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2990-BUILD-OUT-TRAILER.
           MOVE SPACES           TO WS-OT-FILLER
           MOVE HIGH-VALUES      TO WS-OT-TRAILER-ID
           MOVE WS-TRL-OUT-COUNT TO WS-OT-RECORD-COUNT
           MOVE WS-TRL-OUT-HASH  TO WS-OT-KEY-HASH.

      *    THE KSDS PASSES DELETE THE RECORD JUST READ -- THE READ
      *    NEXT SEQUENCE IS UNDISTURBED, SAME AS ARCHPRG1.
       3100-ERASE-AUDIT-KSDS.
           MOVE 1 TO WS-FILE-NO
           SET WS-MATCH-BY-SUBJECT TO TRUE
           SET WS-FILE-EOF TO FALSE
           OPEN I-O AUDIT-KSDS-FILE
           PERFORM 2960-CHECK-KSDS-STATUS
           PERFORM 3110-READ-AUDIT-KSDS
           PERFORM 3120-SCREEN-AUDIT-KSDS UNTIL WS-FILE-EOF
           CLOSE AUDIT-KSDS-FILE.

       3110-READ-AUDIT-KSDS.
           READ AUDIT-KSDS-FILE NEXT RECORD
               AT END
                   SET WS-FILE-EOF TO TRUE
           END-READ.

       3120-SCREEN-AUDIT-KSDS.
           MOVE AK-SUBJECT-KEY TO WS-MATCH-KEY
           PERFORM 2900-MATCH-SUBJECT
           IF WS-REMOVE-IT
               DELETE AUDIT-KSDS-FILE
               PERFORM 2960-CHECK-KSDS-STATUS
           END-IF
           PERFORM 2950-TALLY-OUTCOME
           PERFORM 3110-READ-AUDIT-KSDS.

       3200-ERASE-AIN-KSDS.
           MOVE 2 TO WS-FILE-NO
           SET WS-MATCH-BY-ID-ONLY TO TRUE
           SET WS-FILE-EOF TO FALSE
           OPEN I-O AIN-HISTORY-KSDS
           PERFORM 2960-CHECK-KSDS-STATUS
           PERFORM 3210-READ-AIN-KSDS
           PERFORM 3220-SCREEN-AIN-KSDS UNTIL WS-FILE-EOF
           CLOSE AIN-HISTORY-KSDS.

       3210-READ-AIN-KSDS.
           READ AIN-HISTORY-KSDS NEXT RECORD
               AT END
                   SET WS-FILE-EOF TO TRUE
           END-READ.

       3220-SCREEN-AIN-KSDS.
           MOVE LOW-VALUES         TO WS-MATCH-KEY
           MOVE AHK-SRC-SUBJ-ID-NB TO WS-MATCH-KEY (1:2)
           PERFORM 2900-MATCH-SUBJECT
           IF WS-REMOVE-IT
               DELETE AIN-HISTORY-KSDS
               PERFORM 2960-CHECK-KSDS-STATUS
           END-IF
           PERFORM 2950-TALLY-OUTCOME
           PERFORM 3210-READ-AIN-KSDS.

       3300-ERASE-AIN-HISTORY.
           MOVE 3 TO WS-FILE-NO
           SET WS-MATCH-BY-ID-ONLY TO TRUE
           SET WS-FILE-EOF TO FALSE
           OPEN INPUT  AIN-HISTORY-FILE
           OPEN OUTPUT AIN-HISTORY-OUT-FILE
           PERFORM 3310-READ-AIN-HISTORY
           PERFORM 3320-SCREEN-AIN-HISTORY UNTIL WS-FILE-EOF
           CLOSE AIN-HISTORY-FILE
           CLOSE AIN-HISTORY-OUT-FILE.

       3310-READ-AIN-HISTORY.
           READ AIN-HISTORY-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
           END-READ.

       3320-SCREEN-AIN-HISTORY.
           MOVE AH-SRC-SUBJ-ID-NB TO WS-MATCH-ID-BIN
           MOVE ZERO              TO WS-MATCH-SEQ-BIN
           PERFORM 2900-MATCH-SUBJECT
           IF NOT WS-REMOVE-IT
               WRITE AIN-HISTORY-OUT-RECORD FROM AIN-HISTORY-RECORD
           END-IF
           PERFORM 2950-TALLY-OUTCOME
           PERFORM 3310-READ-AIN-HISTORY.

       3400-ERASE-CORR-TRAIL.
           MOVE 4 TO WS-FILE-NO
           SET WS-MATCH-BY-SUBJECT TO TRUE
           SET WS-FILE-EOF TO FALSE
           OPEN INPUT  CORR-TRAIL-FILE
           OPEN OUTPUT CORR-RETAINED-FILE
           PERFORM 3410-READ-CORR-TRAIL
           PERFORM 3420-SCREEN-CORR-TRAIL UNTIL WS-FILE-EOF
           CLOSE CORR-TRAIL-FILE
           CLOSE CORR-RETAINED-FILE.

       3410-READ-CORR-TRAIL.
           READ CORR-TRAIL-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
           END-READ.

       3420-SCREEN-CORR-TRAIL.
           MOVE AC-SRC-SUBJ-ID-NB  TO WS-MATCH-ID-BIN
           MOVE AC-SRC-SUBJ-SEQ-NB TO WS-MATCH-SEQ-BIN
           PERFORM 2900-MATCH-SUBJECT
           IF NOT WS-REMOVE-IT
               MOVE ADDR-CORRECTION-RECORD TO CORR-RETAINED-RECORD
               WRITE CORR-RETAINED-RECORD
           END-IF
           PERFORM 2950-TALLY-OUTCOME
           PERFORM 3410-READ-CORR-TRAIL.

      *    NIXHIST, HSEXREF AND DINPENDI EACH END IN A HIGH-VALUES
      *    CONTROL TRAILER. TRAILERS ARE TALLIED AND SKIPPED BY THE
      *    READ SO ONLY DATA RECORDS REACH THE MATCH, AND THE KEPT
      *    RECORDS ARE SEALED WITH A FRESH ONE.
       3500-ERASE-NIXHIST.
           MOVE 5 TO WS-FILE-NO
           SET WS-MATCH-BY-SUBJECT TO TRUE
           SET WS-FILE-EOF TO FALSE
           PERFORM 2970-RESET-TRAILER-CONTROL
           OPEN INPUT  NIXHIST-IN-FILE
           OPEN OUTPUT NIXHIST-OUT-FILE
           PERFORM 3510-READ-NIXHIST
           PERFORM 3520-SCREEN-NIXHIST UNTIL WS-FILE-EOF
           PERFORM 2980-VERIFY-TRAILER
           PERFORM 2990-BUILD-OUT-TRAILER
           WRITE NIXHIST-OUT-RECORD FROM WS-OUT-TRAILER
           CLOSE NIXHIST-IN-FILE
           CLOSE NIXHIST-OUT-FILE.

       3510-READ-NIXHIST.
           PERFORM 3515-READ-NIXHIST-ONCE
           PERFORM UNTIL WS-FILE-EOF OR NOT NHT-TRAILER-PRESENT
               SET WS-TRL-SEEN TO TRUE
               ADD NHT-RECORD-COUNT TO WS-TRL-EXPECTED-COUNT
               ADD NHT-KEY-HASH     TO WS-TRL-EXPECTED-HASH
               PERFORM 3515-READ-NIXHIST-ONCE
           END-PERFORM
           IF NOT WS-FILE-EOF
               ADD 1                  TO WS-TRL-ACTUAL-COUNT
               ADD NH-SRC-SUBJ-ID-NB  TO WS-TRL-ACTUAL-HASH
               ADD NH-SRC-SUBJ-SEQ-NB TO WS-TRL-ACTUAL-HASH
           END-IF.

       3515-READ-NIXHIST-ONCE.
           READ NIXHIST-IN-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
           END-READ.

       3520-SCREEN-NIXHIST.
           MOVE NH-SRC-SUBJ-ID-NB  TO WS-MATCH-ID-BIN
           MOVE NH-SRC-SUBJ-SEQ-NB TO WS-MATCH-SEQ-BIN
           PERFORM 2900-MATCH-SUBJECT
           IF NOT WS-REMOVE-IT
               WRITE NIXHIST-OUT-RECORD FROM NIXIE-HISTORY-RECORD
               ADD 1                  TO WS-TRL-OUT-COUNT
               ADD NH-SRC-SUBJ-ID-NB  TO WS-TRL-OUT-HASH
               ADD NH-SRC-SUBJ-SEQ-NB TO WS-TRL-OUT-HASH
           END-IF
           PERFORM 2950-TALLY-OUTCOME
           PERFORM 3510-READ-NIXHIST.

       3600-ERASE-HOUSEHOLD-XREF.
           MOVE 6 TO WS-FILE-NO
           SET WS-MATCH-BY-SUBJECT TO TRUE
           SET WS-FILE-EOF TO FALSE
           PERFORM 2970-RESET-TRAILER-CONTROL
           OPEN INPUT  HOUSEHOLD-XREF-FILE
           OPEN OUTPUT HOUSEHOLD-XREF-OUT-FILE
           PERFORM 3610-READ-HOUSEHOLD-XREF
           PERFORM 3620-SCREEN-HOUSEHOLD-XREF UNTIL WS-FILE-EOF
           PERFORM 2980-VERIFY-TRAILER
           PERFORM 2990-BUILD-OUT-TRAILER
           WRITE HOUSEHOLD-XREF-OUT-RECORD FROM WS-OUT-TRAILER
           CLOSE HOUSEHOLD-XREF-FILE
           CLOSE HOUSEHOLD-XREF-OUT-FILE.

       3610-READ-HOUSEHOLD-XREF.
           PERFORM 3615-READ-HOUSEHOLD-XREF-ONCE
           PERFORM UNTIL WS-FILE-EOF OR NOT HXT-TRAILER-PRESENT
               SET WS-TRL-SEEN TO TRUE
               ADD HXT-RECORD-COUNT TO WS-TRL-EXPECTED-COUNT
               ADD HXT-KEY-HASH     TO WS-TRL-EXPECTED-HASH
               PERFORM 3615-READ-HOUSEHOLD-XREF-ONCE
           END-PERFORM
           IF NOT WS-FILE-EOF
               ADD 1                  TO WS-TRL-ACTUAL-COUNT
               ADD HX-SRC-SUBJ-ID-NB  TO WS-TRL-ACTUAL-HASH
               ADD HX-SRC-SUBJ-SEQ-NB TO WS-TRL-ACTUAL-HASH
           END-IF.

       3615-READ-HOUSEHOLD-XREF-ONCE.
           READ HOUSEHOLD-XREF-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
           END-READ.

       3620-SCREEN-HOUSEHOLD-XREF.
           MOVE HX-SRC-SUBJ-ID-NB  TO WS-MATCH-ID-BIN
           MOVE HX-SRC-SUBJ-SEQ-NB TO WS-MATCH-SEQ-BIN
           PERFORM 2900-MATCH-SUBJECT
           IF NOT WS-REMOVE-IT
               WRITE HOUSEHOLD-XREF-OUT-RECORD
                   FROM HOUSEHOLD-XREF-RECORD
               ADD 1                  TO WS-TRL-OUT-COUNT
               ADD HX-SRC-SUBJ-ID-NB  TO WS-TRL-OUT-HASH
               ADD HX-SRC-SUBJ-SEQ-NB TO WS-TRL-OUT-HASH
           END-IF
           PERFORM 2950-TALLY-OUTCOME
           PERFORM 3610-READ-HOUSEHOLD-XREF.

       3700-ERASE-DIN-PENDING.
           MOVE 7 TO WS-FILE-NO
           SET WS-MATCH-BY-SUBJECT TO TRUE
           SET WS-FILE-EOF TO FALSE
           PERFORM 2970-RESET-TRAILER-CONTROL
           OPEN INPUT  PENDING-IN-FILE
           OPEN OUTPUT PENDING-OUT-FILE
           PERFORM 3710-READ-DIN-PENDING
           PERFORM 3720-SCREEN-DIN-PENDING UNTIL WS-FILE-EOF
           PERFORM 2980-VERIFY-TRAILER
           PERFORM 2990-BUILD-OUT-TRAILER
           IF WS-PEND-AGED-BUS-DT > ZERO
               MOVE WS-PEND-AGED-BUS-DT TO WS-OT-PEND-AGED-BUS-DT
           END-IF
           WRITE PENDING-OUT-RECORD FROM WS-OUT-TRAILER
           CLOSE PENDING-IN-FILE
           CLOSE PENDING-OUT-FILE.

       3710-READ-DIN-PENDING.
           PERFORM 3715-READ-DIN-PENDING-ONCE
           PERFORM UNTIL WS-FILE-EOF OR NOT PDT-TRAILER-PRESENT
               SET WS-TRL-SEEN TO TRUE
               ADD PDT-RECORD-COUNT TO WS-TRL-EXPECTED-COUNT
               ADD PDT-KEY-HASH     TO WS-TRL-EXPECTED-HASH
               IF PDT-AGED-BUS-DT IS NUMERIC
                   IF PDT-AGED-BUS-DT > WS-PEND-AGED-BUS-DT
                       MOVE PDT-AGED-BUS-DT TO WS-PEND-AGED-BUS-DT
                   END-IF
               END-IF
               PERFORM 3715-READ-DIN-PENDING-ONCE
           END-PERFORM
           IF NOT WS-FILE-EOF
               ADD 1                  TO WS-TRL-ACTUAL-COUNT
               ADD PD-SRC-SUBJ-ID-NB  TO WS-TRL-ACTUAL-HASH
               ADD PD-SRC-SUBJ-SEQ-NB TO WS-TRL-ACTUAL-HASH
           END-IF.

       3715-READ-DIN-PENDING-ONCE.
           READ PENDING-IN-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
           END-READ.

       3720-SCREEN-DIN-PENDING.
           MOVE PD-SRC-SUBJ-ID-NB  TO WS-MATCH-ID-BIN
           MOVE PD-SRC-SUBJ-SEQ-NB TO WS-MATCH-SEQ-BIN
           PERFORM 2900-MATCH-SUBJECT
           IF NOT WS-REMOVE-IT
               WRITE PENDING-OUT-RECORD FROM DIN-PENDING-RECORD
               ADD 1                  TO WS-TRL-OUT-COUNT
               ADD PD-SRC-SUBJ-ID-NB  TO WS-TRL-OUT-HASH
               ADD PD-SRC-SUBJ-SEQ-NB TO WS-TRL-OUT-HASH
           END-IF
           PERFORM 2950-TALLY-OUTCOME
           PERFORM 3710-READ-DIN-PENDING.

      *    THE AUDIT ARCHIVE CARRIES RAW KSDS IMAGES ONLY (NO
      *    TRAILER); THE SUBJECT SITS AT BYTES 29-32 OF THE IMAGE.
       3800-ERASE-AUDIT-ARCHIVE.
           MOVE 8 TO WS-FILE-NO
           SET WS-MATCH-BY-SUBJECT TO TRUE
           SET WS-FILE-EOF TO FALSE
           OPEN INPUT  AUDIT-ARCHIVE-FILE
           OPEN OUTPUT AUDIT-ARCHIVE-OUT-FILE
           PERFORM 3810-READ-AUDIT-ARCHIVE
           PERFORM 3820-SCREEN-AUDIT-ARCHIVE UNTIL WS-FILE-EOF
           CLOSE AUDIT-ARCHIVE-FILE
           CLOSE AUDIT-ARCHIVE-OUT-FILE.

       3810-READ-AUDIT-ARCHIVE.
           READ AUDIT-ARCHIVE-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
           END-READ.

       3820-SCREEN-AUDIT-ARCHIVE.
           MOVE AUDIT-ARCHIVE-RECORD (29:4) TO WS-MATCH-KEY
           PERFORM 2900-MATCH-SUBJECT
           IF NOT WS-REMOVE-IT
               WRITE AUDIT-ARCHIVE-OUT-RECORD
                   FROM AUDIT-ARCHIVE-RECORD
           END-IF
           PERFORM 2950-TALLY-OUTCOME
           PERFORM 3810-READ-AUDIT-ARCHIVE.

      *    THE CORRECTION ARCHIVE HOLDS TRAIL RECORDS AS ARCHIVED, SO
      *    THE SUBJECT IS ITS FIRST FOUR BYTES.
       3900-ERASE-CORR-ARCHIVE.
           MOVE 9 TO WS-FILE-NO
           SET WS-MATCH-BY-SUBJECT TO TRUE
           SET WS-FILE-EOF TO FALSE
           OPEN INPUT  CORR-ARCHIVE-FILE
           OPEN OUTPUT CORR-ARCHIVE-OUT-FILE
           PERFORM 3910-READ-CORR-ARCHIVE
           PERFORM 3920-SCREEN-CORR-ARCHIVE UNTIL WS-FILE-EOF
           CLOSE CORR-ARCHIVE-FILE
           CLOSE CORR-ARCHIVE-OUT-FILE.

       3910-READ-CORR-ARCHIVE.
           READ CORR-ARCHIVE-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
           END-READ.

       3920-SCREEN-CORR-ARCHIVE.
           MOVE CORR-ARCHIVE-RECORD (1:4) TO WS-MATCH-KEY
           PERFORM 2900-MATCH-SUBJECT
           IF NOT WS-REMOVE-IT
               MOVE CORR-ARCHIVE-RECORD TO CORR-ARCHIVE-OUT-RECORD
               WRITE CORR-ARCHIVE-OUT-RECORD
           END-IF
           PERFORM 2950-TALLY-OUTCOME
           PERFORM 3910-READ-CORR-ARCHIVE.

      *    EVERY ARCHIVED SUSPENSE GENERATION ENDS IN ITS OWN CONTROL
      *    TRAILER (SEE TRLRIMG.CPY); THE CONCATENATION'S TRAILERS ARE
      *    SUMMED, AND THE CONSOLIDATED GENERATION GETS ONE OF ITS
      *    OWN OVER THE RECORDS KEPT.
       4000-ERASE-SUSP-ARCHIVE.
           MOVE 10 TO WS-FILE-NO
           SET WS-MATCH-BY-SUBJECT TO TRUE
           SET WS-FILE-EOF TO FALSE
           PERFORM 2970-RESET-TRAILER-CONTROL
           OPEN INPUT  SUSP-ARCHIVE-FILE
           OPEN OUTPUT SUSP-ARCHIVE-OUT-FILE
           PERFORM 4010-READ-SUSP-ARCHIVE
           PERFORM 4020-SCREEN-SUSP-ARCHIVE UNTIL WS-FILE-EOF
           PERFORM 2980-VERIFY-TRAILER
           MOVE WS-TRL-OUT-COUNT TO CT-RECORD-COUNT
           MOVE WS-TRL-OUT-HASH  TO CT-KEY-HASH
           MOVE SPACES TO SUSP-ARCHIVE-OUT-RECORD
           MOVE AUDIT-CONTROL-TRAILER
               TO SUSP-ARCHIVE-OUT-RECORD (1:1527)
           WRITE SUSP-ARCHIVE-OUT-RECORD
           CLOSE SUSP-ARCHIVE-FILE
           CLOSE SUSP-ARCHIVE-OUT-FILE.

       4010-READ-SUSP-ARCHIVE.
           PERFORM 4015-READ-SUSP-ARCHIVE-ONCE
           PERFORM UNTIL WS-FILE-EOF
               OR SUSP-ARCHIVE-RECORD (1:8) NOT = '99999999'
               SET WS-TRL-SEEN TO TRUE
               MOVE SUSP-ARCHIVE-RECORD (1:40)
                   TO AUDIT-CONTROL-TRAILER (1:40)
               ADD CT-RECORD-COUNT TO WS-TRL-EXPECTED-COUNT
               ADD CT-KEY-HASH     TO WS-TRL-EXPECTED-HASH
               PERFORM 4015-READ-SUSP-ARCHIVE-ONCE
           END-PERFORM
           IF NOT WS-FILE-EOF
               ADD 1 TO WS-TRL-ACTUAL-COUNT
               MOVE SUSP-ARCHIVE-RECORD (29:2) TO WS-HALF-X
               ADD WS-HALF-BIN TO WS-TRL-ACTUAL-HASH
               MOVE SUSP-ARCHIVE-RECORD (31:2) TO WS-HALF-X
               ADD WS-HALF-BIN TO WS-TRL-ACTUAL-HASH
           END-IF.

       4015-READ-SUSP-ARCHIVE-ONCE.
           READ SUSP-ARCHIVE-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
           END-READ.

       4020-SCREEN-SUSP-ARCHIVE.
           MOVE SUSP-ARCHIVE-RECORD (29:4) TO WS-MATCH-KEY
           PERFORM 2900-MATCH-SUBJECT
           IF NOT WS-REMOVE-IT
               WRITE SUSP-ARCHIVE-OUT-RECORD FROM SUSP-ARCHIVE-RECORD
               ADD 1 TO WS-TRL-OUT-COUNT
               MOVE SUSP-ARCHIVE-RECORD (29:2) TO WS-HALF-X
               ADD WS-HALF-BIN TO WS-TRL-OUT-HASH
               MOVE SUSP-ARCHIVE-RECORD (31:2) TO WS-HALF-X
               ADD WS-HALF-BIN TO WS-TRL-OUT-HASH
           END-IF
           PERFORM 2950-TALLY-OUTCOME
           PERFORM 4010-READ-SUSP-ARCHIVE.

      *    THE PENDING-CORRECTION QUEUE AND THE CLERK WORKLIST CARRY
      *    THE SUBJECT AS RAW BYTES AFTER THEIR KEYS.
       4100-ERASE-PENDING-CORR.
           MOVE 11 TO WS-FILE-NO
           SET WS-MATCH-BY-SUBJECT TO TRUE
           SET WS-FILE-EOF TO FALSE
           OPEN I-O PENDING-CORR-KSDS
           PERFORM 2960-CHECK-KSDS-STATUS
           PERFORM 4110-READ-PENDING-CORR
           PERFORM 4120-SCREEN-PENDING-CORR UNTIL WS-FILE-EOF
           CLOSE PENDING-CORR-KSDS.

       4110-READ-PENDING-CORR.
           READ PENDING-CORR-KSDS NEXT RECORD
               AT END
                   SET WS-FILE-EOF TO TRUE
           END-READ.

       4120-SCREEN-PENDING-CORR.
           MOVE PC-SUBJ-ID-NB  TO WS-MATCH-KEY (1:2)
           MOVE PC-SUBJ-SEQ-NB TO WS-MATCH-KEY (3:2)
           PERFORM 2900-MATCH-SUBJECT
           IF WS-REMOVE-IT
               DELETE PENDING-CORR-KSDS
               PERFORM 2960-CHECK-KSDS-STATUS
           END-IF
           PERFORM 2950-TALLY-OUTCOME
           PERFORM 4110-READ-PENDING-CORR.

       4200-ERASE-CLERK-WORKLIST.
           MOVE 12 TO WS-FILE-NO
           SET WS-MATCH-BY-SUBJECT TO TRUE
           SET WS-FILE-EOF TO FALSE
           OPEN I-O CLERK-WORKLIST-KSDS
           PERFORM 2960-CHECK-KSDS-STATUS
           PERFORM 4210-READ-CLERK-WORKLIST
           PERFORM 4220-SCREEN-CLERK-WORKLIST UNTIL WS-FILE-EOF
           CLOSE CLERK-WORKLIST-KSDS.

       4210-READ-CLERK-WORKLIST.
           READ CLERK-WORKLIST-KSDS NEXT RECORD
               AT END
                   SET WS-FILE-EOF TO TRUE
           END-READ.

       4220-SCREEN-CLERK-WORKLIST.
           MOVE WK-SUBJ-ID-NB  TO WS-MATCH-KEY (1:2)
           MOVE WK-SUBJ-SEQ-NB TO WS-MATCH-KEY (3:2)
           PERFORM 2900-MATCH-SUBJECT
           IF WS-REMOVE-IT
               DELETE CLERK-WORKLIST-KSDS
               PERFORM 2960-CHECK-KSDS-STATUS
           END-IF
           PERFORM 2950-TALLY-OUTCOME
           PERFORM 4210-READ-CLERK-WORKLIST.

      *    THE EXCEPTION QUEUE IS KEYED BY SUBJECT, SO ONLY THE TABLED
      *    SUBJECTS' ITEMS ARE READ: EACH BROWSE STARTS AT THE
      *    SUBJECT'S LOWEST EXCEPTION CODE AND STOPS AT THE FIRST ITEM
      *    OF ANOTHER SUBJECT. A REFUSED SUBJECT'S ITEMS ARE READ TOO,
      *    SO THE CERTIFICATE SHOWS THEM AS FOUND AND RETAINED.
       4300-ERASE-EXCP-QUEUE.
           MOVE 13 TO WS-FILE-NO
           SET WS-MATCH-BY-SUBJECT TO TRUE
           OPEN I-O EXCP-QUEUE-FILE
           PERFORM 2960-CHECK-KSDS-STATUS
           PERFORM VARYING WS-EQ-SUBJ-IDX FROM 1 BY 1
                   UNTIL WS-EQ-SUBJ-IDX > WS-ERASE-COUNT
               PERFORM 4305-START-SUBJECT-ITEMS
               PERFORM 4320-SCREEN-EXCP-QUEUE UNTIL WS-FILE-EOF
           END-PERFORM
           CLOSE EXCP-QUEUE-FILE.

       4305-START-SUBJECT-ITEMS.
           SET WS-FILE-EOF TO FALSE
           MOVE WS-ER-SUBJ-KEY (WS-EQ-SUBJ-IDX) TO EQ-QUEUE-KEY (1:4)
           MOVE LOW-VALUES TO EQ-ERROR-CODE
           START EXCP-QUEUE-FILE
               KEY IS NOT LESS THAN EQ-QUEUE-KEY
               INVALID KEY
                   SET WS-FILE-EOF TO TRUE
           END-START
           PERFORM 4310-READ-EXCP-QUEUE.

       4310-READ-EXCP-QUEUE.
           IF NOT WS-FILE-EOF
               READ EXCP-QUEUE-FILE NEXT RECORD
                   AT END
                       SET WS-FILE-EOF TO TRUE
               END-READ
           END-IF
           IF NOT WS-FILE-EOF
               IF EQ-QUEUE-KEY (1:4) NOT =
                      WS-ER-SUBJ-KEY (WS-EQ-SUBJ-IDX)
                   SET WS-FILE-EOF TO TRUE
               END-IF
           END-IF.

       4320-SCREEN-EXCP-QUEUE.
           MOVE EQ-QUEUE-KEY (1:4) TO WS-MATCH-KEY
           PERFORM 2900-MATCH-SUBJECT
           IF WS-REMOVE-IT
               DELETE EXCP-QUEUE-FILE
               PERFORM 2960-CHECK-KSDS-STATUS
           END-IF
           PERFORM 2950-TALLY-OUTCOME
           PERFORM 4310-READ-EXCP-QUEUE.

      *    EVERY FILE MUST BALANCE, AND THE SUBJECTS' REMOVED COUNTS
      *    MUST ACCOUNT FOR EXACTLY WHAT LEFT EACH FILE, BEFORE THE
      *    CERTIFICATE IS PRINTED.
       7000-PROVE-BALANCE.
           PERFORM VARYING WS-FILE-NO FROM 1 BY 1
                   UNTIL WS-FILE-NO > 13
               MOVE ZERO TO WS-SUBJ-REMOVED-SUM
               PERFORM VARYING WS-ER-IDX FROM 1 BY 1
                       UNTIL WS-ER-IDX > WS-ERASE-COUNT
                   ADD WS-ER-REMOVED (WS-ER-IDX, WS-FILE-NO)
                       TO WS-SUBJ-REMOVED-SUM
               END-PERFORM
               IF WS-FT-READ (WS-FILE-NO) NOT =
                      WS-FT-REMOVED (WS-FILE-NO)
                    + WS-FT-RETAINED (WS-FILE-NO)
                OR WS-SUBJ-REMOVED-SUM NOT = WS-FT-REMOVED (WS-FILE-NO)
                   DISPLAY 'ERASUBJ1 ABEND - ERASURE COUNTS DO NOT '
                       'BALANCE FOR ' WS-FILE-NAME (WS-FILE-NO)
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD WS-FT-REMOVED (WS-FILE-NO) TO WS-TOTAL-REMOVED
           END-PERFORM.

       8000-PRINT-CERTIFICATE.
           PERFORM 8900-PRINT-HEADINGS
           PERFORM VARYING WS-ER-IDX FROM 1 BY 1
                   UNTIL WS-ER-IDX > WS-ERASE-COUNT
               PERFORM 8100-PRINT-SUBJECT
           END-PERFORM
           PERFORM 8500-PRINT-FILE-CONTROL.

      *    ONE BLOCK PER SUBJECT -- KEPT WHOLE ON A PAGE.
       8100-PRINT-SUBJECT.
           IF WS-LINE-CT > 37
               PERFORM 8900-PRINT-HEADINGS
           END-IF
           MOVE WS-ER-SUBJ-ID (WS-ER-IDX)      TO WS-SH-SUBJ-ID
           MOVE WS-ER-SUBJ-SEQ (WS-ER-IDX)     TO WS-SH-SUBJ-SEQ
           MOVE WS-ER-REQUEST-REF (WS-ER-IDX)  TO WS-SH-REQUEST-REF
           MOVE WS-ER-REQUESTED-BY (WS-ER-IDX) TO WS-SH-REQUESTED-BY
           IF WS-ER-REFUSED (WS-ER-IDX)
               MOVE 'REFUSED - LEGAL HOLD' TO WS-SH-STATUS
           ELSE
               MOVE 'ERASED'               TO WS-SH-STATUS
           END-IF
           WRITE REPORT-LINE FROM WS-SUBJ-HDG
           WRITE REPORT-LINE FROM WS-SUBJ-COL-HDG
           MOVE ZERO TO WS-SUBJ-FOUND-TOT
                        WS-SUBJ-REMOVED-TOT
           PERFORM VARYING WS-FILE-NO FROM 1 BY 1
                   UNTIL WS-FILE-NO > 13
               MOVE WS-FILE-NAME (WS-FILE-NO) TO WS-SF-FILE
               MOVE WS-ER-FOUND (WS-ER-IDX, WS-FILE-NO)
                   TO WS-SF-FOUND
               MOVE WS-ER-REMOVED (WS-ER-IDX, WS-FILE-NO)
                   TO WS-SF-REMOVED
               COMPUTE WS-SF-RETAINED =
                   WS-ER-FOUND (WS-ER-IDX, WS-FILE-NO)
                 - WS-ER-REMOVED (WS-ER-IDX, WS-FILE-NO)
               WRITE REPORT-LINE FROM WS-SUBJ-FILE-LINE
               ADD WS-ER-FOUND (WS-ER-IDX, WS-FILE-NO)
                   TO WS-SUBJ-FOUND-TOT
               ADD WS-ER-REMOVED (WS-ER-IDX, WS-FILE-NO)
                   TO WS-SUBJ-REMOVED-TOT
           END-PERFORM
           MOVE 'TOTAL'             TO WS-SF-FILE
           MOVE WS-SUBJ-FOUND-TOT   TO WS-SF-FOUND
           MOVE WS-SUBJ-REMOVED-TOT TO WS-SF-REMOVED
           COMPUTE WS-SF-RETAINED =
               WS-SUBJ-FOUND-TOT - WS-SUBJ-REMOVED-TOT
           WRITE REPORT-LINE FROM WS-SUBJ-FILE-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 17 TO WS-LINE-CT.

       8500-PRINT-FILE-CONTROL.
           IF WS-LINE-CT > 35
               PERFORM 8900-PRINT-HEADINGS
           END-IF
           WRITE REPORT-LINE FROM WS-CTL-HDG
           WRITE REPORT-LINE FROM WS-CTL-COL-HDG
           PERFORM VARYING WS-FILE-NO FROM 1 BY 1
                   UNTIL WS-FILE-NO > 13
               MOVE WS-FILE-NAME (WS-FILE-NO)   TO WS-SF-FILE
               MOVE WS-FT-READ (WS-FILE-NO)     TO WS-SF-FOUND
               MOVE WS-FT-REMOVED (WS-FILE-NO)  TO WS-SF-REMOVED
               MOVE WS-FT-RETAINED (WS-FILE-NO) TO WS-SF-RETAINED
               WRITE REPORT-LINE FROM WS-SUBJ-FILE-LINE
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'ALL FILES BALANCED - READ = REMOVED + RETAINED'
               TO WS-MSG-TEXT
           WRITE REPORT-LINE FROM WS-MESSAGE-LINE
           MOVE 'SUBJECT REMOVALS AGREE WITH FILE REMOVED TOTALS'
               TO WS-MSG-TEXT
           WRITE REPORT-LINE FROM WS-MESSAGE-LINE
           ADD 19 TO WS-LINE-CT.

       8900-PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-NB
           MOVE WS-PAGE-NB         TO WS-HDG1-PAGE
           WRITE REPORT-LINE       FROM WS-HDG1
           MOVE SPACES             TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 2 TO WS-LINE-CT.

       9000-TERMINATE.
           CLOSE CERTIFICATE-REPORT
           DISPLAY 'ERASUBJ1 ERASREQ CARDS READ:      ' WS-CARDS-READ
           DISPLAY 'ERASUBJ1 DUPLICATE SUBJECT CARDS: '
               WS-CARDS-DUPLICATE
           DISPLAY 'ERASUBJ1 SUBJECTS ERASED:         '
               WS-SUBJECTS-ERASED
           DISPLAY 'ERASUBJ1 SUBJECTS REFUSED (HOLD): '
               WS-SUBJECTS-REFUSED
           DISPLAY 'ERASUBJ1 RECORDS REMOVED:         ' WS-TOTAL-REMOVED
           PERFORM VARYING WS-FILE-NO FROM 1 BY 1
                   UNTIL WS-FILE-NO > 13
               DISPLAY 'ERASUBJ1 ' WS-FILE-NAME (WS-FILE-NO)
                   ' READ/REMOVED/KEPT: ' WS-FT-READ (WS-FILE-NO)
                   ' ' WS-FT-REMOVED (WS-FILE-NO)
                   ' ' WS-FT-RETAINED (WS-FILE-NO)
           END-PERFORM.
