       IDENTIFICATION DIVISION.
       PROGRAM-ID.    VNDRECN1.
       AUTHOR.        ADDRESS-REVIEW-SYSTEMS.
      *REMARKS.       MONTH-END CASS/NCOA VENDOR INVOICE RECONCILIATION
      *                AND DATA-PROVIDER CHARGEBACK.
      *                EVERY CASSINTF AND NCOAINTF CALL IS BILLED BY
      *                THE VENDOR, BUT UNTIL NOW THE MONTHLY INVOICE
      *                WAS PAID ON THE VENDOR'S WORD. CASSIFC1,
      *                CASSRDV1 AND NCOADRV1 NOW LOG EVERY CALL TO THE
      *                VNDUSAGE FILE (SEE VNDUSG.CPY). THIS JOB READS
      *                THE VENDORS' INVOICE DETAIL (VNDINVC, SEE
      *                VNDINV.CPY), VERIFYING EVERY INVOICE AGAINST ITS
      *                OWN TRAILER AND THE USAGE FILE AGAINST THE
      *                TRAILERS ITS WRITERS APPENDED, AND SORTS THE
      *                BILLED TRANSACTIONS TOGETHER WITH THE BILLING
      *                MONTH'S CALLS BY SERVICE AND CLIENT REFERENCE
      *                (BUSINESS DATE AND SUBJECT KEY). PER CLIENT
      *                REFERENCE, AS MANY BILLED TRANSACTIONS AS THERE
      *                WERE CALLS ARE MATCHED; A TRANSACTION BEYOND
      *                THAT IS LISTED AS BILLED TWICE, OR AS HAVING NO
      *                USAGE RECORD WHEN WE LOGGED NO CALL FOR IT AT
      *                ALL. THE VNDRRPT REPORT GIVES, BY SERVICE AND
      *                DAY, THE CALLS MADE (AND HOW MANY OF THEM HIT A
      *                VENDOR OUTAGE), THE TRANSACTIONS BILLED, MATCHED
      *                AND DISPUTED, AND THE AMOUNTS, WITH THE DISPUTED
      *                TRANSACTIONS LISTED UNDER THEIR DAY.
      *                THE VNDCRPT REPORT THEN ALLOCATES EACH SERVICE'S
      *                RECONCILED COST (THE MATCHED CHARGES) TO THE
      *                DATA PROVIDERS BY THEIR SHARE OF THE MONTH'S
      *                CALLS; ROUNDING IS CARRIED BY THE LAST PROVIDER
      *                OF THE SERVICE SO THE ALLOCATION FOOTS TO THE
      *                COST.
      *                THE BILLING MONTH IS TAKEN FROM THE INVOICE
      *                HEADERS, WHICH MUST AGREE; CALLS LOGGED IN ANY
      *                OTHER MONTH ARE COUNTED AND LEFT OUT. THE JOB
      *                TAKES NO BUSINESS DATE AND DOES NOT WRITE
      *                RUNSTAT.
      *                A RUN THAT ABENDED AFTER LOGGING CALLS LEAVES
      *                THEM ON THE FILE WITHOUT A TRAILER, AND ITS
      *                RERUN SEALS ONLY ITS OWN. THOSE CALLS WERE STILL
      *                BILLED, SO CALLS BEYOND WHAT THE TRAILERS
      *                ACCOUNT FOR ARE KEPT AND RECONCILED LIKE ANY
      *                OTHER, AND THEIR NUMBER IS REPORTED ON VNDRRPT
      *                AND THE CONSOLE. FEWER CALLS THAN THE TRAILERS
      *                CLAIM, OR EQUAL COUNTS WITH A DIFFERENT KEY
      *                HASH, STILL ABEND THE RUN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-USAGE-FILE
               ASSIGN TO VNDUSAGE
               ORGANIZATION IS SEQUENTIAL.

           SELECT VENDOR-INVOICE-FILE
               ASSIGN TO VNDINVC
               ORGANIZATION IS SEQUENTIAL.

           SELECT RECON-REPORT
               ASSIGN TO VNDRRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CHARGEBACK-REPORT
               ASSIGN TO VNDCRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE       ASSIGN TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD  VENDOR-USAGE-FILE
           RECORD CONTAINS 48 CHARACTERS.
       COPY "vndusg.cpy".

       FD  VENDOR-INVOICE-FILE
           RECORD CONTAINS 100 CHARACTERS.
       COPY "vndinv.cpy".

       FD  RECON-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  RECON-LINE                  PIC X(132).

       FD  CHARGEBACK-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  CHARGEBACK-LINE             PIC X(132).

      *    ONE CALL OR ONE BILLED TRANSACTION. WITHIN A CLIENT
      *    REFERENCE THE CALLS SORT AHEAD OF THE BILLED TRANSACTIONS,
      *    SO EVERY TRANSACTION IS JUDGED KNOWING HOW MANY CALLS IT
      *    CAN MATCH.
       SD  SORT-WORK-FILE.
       01  RECON-SORT-RECORD.
           05  RC-MATCH-KEY.
               10  RC-SERVICE          PIC X(04).
               10  RC-CALL-DT          PIC X(08).
               10  RC-REF-SUBJ-ID-NB   PIC 9(05).
               10  RC-REF-SUBJ-SEQ-NB  PIC 9(05).
           05  RC-SOURCE               PIC X(01).
               88  RC-FROM-USAGE       VALUE '1'.
               88  RC-FROM-INVOICE     VALUE '2'.
           05  RC-DATA-PROVIDER        PIC X(05).
           05  RC-PROGRAM-ID           PIC X(08).
           05  RC-RETURN-CD            PIC X(02).
           05  RC-INVOICE-NB           PIC X(10).
           05  RC-TRANS-ID             PIC X(16).
           05  RC-CHARGE-AMT           PIC 9(05)V9(04).

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-USAGE-EOF-SW        PIC X(01) VALUE 'N'.
               88  WS-USAGE-EOF       VALUE 'Y' FALSE 'N'.
           05  WS-INVOICE-EOF-SW      PIC X(01) VALUE 'N'.
               88  WS-INVOICE-EOF     VALUE 'Y' FALSE 'N'.
           05  WS-SORT-EOF-SW         PIC X(01) VALUE 'N'.
               88  WS-SORT-EOF        VALUE 'Y' FALSE 'N'.
           05  WS-INVOICE-OPEN-SW     PIC X(01) VALUE 'N'.
               88  WS-INVOICE-OPEN    VALUE 'Y' FALSE 'N'.
           05  WS-CB-FOUND-SW         PIC X(01) VALUE 'N'.
               88  WS-CB-FOUND        VALUE 'Y' FALSE 'N'.
           05  WS-CB-LAST-SW          PIC X(01) VALUE 'N'.
               88  WS-CB-LAST         VALUE 'Y' FALSE 'N'.

       01  WS-COUNTERS.
           05  WS-USAGE-READ          PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-USAGE-OTHER-MONTH   PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-USAGE-RELEASED      PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-USAGE-UNSEALED      PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-INVOICES-READ       PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-INVOICE-DETAILS     PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-PAGE-NB             PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-LINE-CT             PIC S9(03) COMP-3 VALUE 99.
           05  WS-CB-PAGE-NB          PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-CB-LINE-CT          PIC S9(03) COMP-3 VALUE 99.

       01  WS-BILLING-MONTH           PIC X(06) VALUE SPACES.

      *    THE INVOICE BEING READ, BALANCED AGAINST ITS OWN TRAILER.
       01  WS-INVOICE-CONTROL.
           05  WS-INV-NB              PIC X(10) VALUE SPACES.
           05  WS-INV-SERVICE         PIC X(04) VALUE SPACES.
           05  WS-INV-DETAILS         PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-INV-AMT             PIC S9(09)V9(04) COMP-3
                                                  VALUE ZERO.

      *    USAGE-FILE CONTROL-TRAILER ACCOUNTING -- EVERY RUN THAT
      *    LOGGED CALLS APPENDED ITS OWN TRAILER, SO THE EXPECTED
      *    VALUES ARE SUMMED OVER ALL OF THEM (NINE-DIGIT TRUNCATED
      *    COMPARE, SAME AS MAILDRP1).
       01  WS-USAGE-TRAILER-CONTROL.
           05  WS-UTL-SEEN-SW         PIC X(01) VALUE 'N'.
               88  WS-UTL-SEEN        VALUE 'Y'.
           05  WS-UTL-EXPECTED-COUNT  PIC S9(18) COMP VALUE ZERO.
           05  WS-UTL-EXPECTED-HASH   PIC S9(18) COMP VALUE ZERO.
           05  WS-UTL-ACTUAL-COUNT    PIC S9(18) COMP VALUE ZERO.
           05  WS-UTL-ACTUAL-HASH     PIC S9(18) COMP VALUE ZERO.
           05  WS-UTL-EXPECTED-TRUNC  PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-UTL-ACTUAL-TRUNC    PIC S9(09) COMP-3 VALUE ZERO.

      *    CONTROL BREAKS OVER THE SORTED CALLS AND TRANSACTIONS.
       01  WS-PRIOR-MATCH-KEY.
           05  WS-PR-SERVICE          PIC X(04) VALUE SPACES.
           05  WS-PR-CALL-DT          PIC X(08) VALUE SPACES.
           05  WS-PR-REF-SUBJ-ID-NB   PIC 9(05) VALUE ZERO.
           05  WS-PR-REF-SUBJ-SEQ-NB  PIC 9(05) VALUE ZERO.

      *    CALLS AND BILLED TRANSACTIONS FOR THE CURRENT CLIENT
      *    REFERENCE.
       01  WS-KEY-CALLS               PIC S9(05) COMP-3 VALUE ZERO.
       01  WS-KEY-BILLED              PIC S9(05) COMP-3 VALUE ZERO.

      *    RECONCILIATION TOTALS BY DAY, BY SERVICE AND FOR THE RUN --
      *    THE SAME LAYOUT AT EACH LEVEL.
       01  WS-DAY-TOTALS.
           05  WS-DY-CALLS            PIC S9(09) COMP-3.
           05  WS-DY-VENDOR-DOWN      PIC S9(09) COMP-3.
           05  WS-DY-NOT-BILLED       PIC S9(09) COMP-3.
           05  WS-DY-BILLED           PIC S9(09) COMP-3.
           05  WS-DY-MATCHED          PIC S9(09) COMP-3.
           05  WS-DY-NO-RECORD        PIC S9(09) COMP-3.
           05  WS-DY-TWICE            PIC S9(09) COMP-3.
           05  WS-DY-BILLED-AMT       PIC S9(11)V9(04) COMP-3.
           05  WS-DY-MATCHED-AMT      PIC S9(11)V9(04) COMP-3.
           05  WS-DY-DISPUTED-AMT     PIC S9(11)V9(04) COMP-3.

       01  WS-SERVICE-TOTALS.
           05  WS-SV-CALLS            PIC S9(09) COMP-3.
           05  WS-SV-VENDOR-DOWN      PIC S9(09) COMP-3.
           05  WS-SV-NOT-BILLED       PIC S9(09) COMP-3.
           05  WS-SV-BILLED           PIC S9(09) COMP-3.
           05  WS-SV-MATCHED          PIC S9(09) COMP-3.
           05  WS-SV-NO-RECORD        PIC S9(09) COMP-3.
           05  WS-SV-TWICE            PIC S9(09) COMP-3.
           05  WS-SV-BILLED-AMT       PIC S9(11)V9(04) COMP-3.
           05  WS-SV-MATCHED-AMT      PIC S9(11)V9(04) COMP-3.
           05  WS-SV-DISPUTED-AMT     PIC S9(11)V9(04) COMP-3.

       01  WS-RUN-TOTALS.
           05  WS-RN-CALLS            PIC S9(09) COMP-3.
           05  WS-RN-VENDOR-DOWN      PIC S9(09) COMP-3.
           05  WS-RN-NOT-BILLED       PIC S9(09) COMP-3.
           05  WS-RN-BILLED           PIC S9(09) COMP-3.
           05  WS-RN-MATCHED          PIC S9(09) COMP-3.
           05  WS-RN-NO-RECORD        PIC S9(09) COMP-3.
           05  WS-RN-TWICE            PIC S9(09) COMP-3.
           05  WS-RN-BILLED-AMT       PIC S9(11)V9(04) COMP-3.
           05  WS-RN-MATCHED-AMT      PIC S9(11)V9(04) COMP-3.
           05  WS-RN-DISPUTED-AMT     PIC S9(11)V9(04) COMP-3.

      *    THE LEVEL BEING PRINTED IS MOVED HERE FOR 4900.
       01  WS-PRINT-TOTALS.
           05  WS-PT-CALLS            PIC S9(09) COMP-3.
           05  WS-PT-VENDOR-DOWN      PIC S9(09) COMP-3.
           05  WS-PT-NOT-BILLED       PIC S9(09) COMP-3.
           05  WS-PT-BILLED           PIC S9(09) COMP-3.
           05  WS-PT-MATCHED          PIC S9(09) COMP-3.
           05  WS-PT-NO-RECORD        PIC S9(09) COMP-3.
           05  WS-PT-TWICE            PIC S9(09) COMP-3.
           05  WS-PT-BILLED-AMT       PIC S9(11)V9(04) COMP-3.
           05  WS-PT-MATCHED-AMT      PIC S9(11)V9(04) COMP-3.
           05  WS-PT-DISPUTED-AMT     PIC S9(11)V9(04) COMP-3.

      *    EACH SERVICE'S CALLS AND RECONCILED COST, FOR THE
      *    CHARGEBACK.
       01  WS-SERVICE-TABLE.
           05  WS-ST-COUNT            PIC S9(04) COMP VALUE ZERO.
           05  WS-ST-ENTRY OCCURS 10 TIMES.
               10  WS-ST-SERVICE      PIC X(04).
               10  WS-ST-CALLS        PIC S9(09) COMP-3.
               10  WS-ST-COST         PIC S9(11)V9(04) COMP-3.
       01  WS-ST-IDX                  PIC S9(04) COMP VALUE ZERO.

      *    CALLS BY SERVICE AND DATA PROVIDER, KEPT IN THAT ORDER (SAME
      *    INSERT DISCIPLINE AS EXCQBLD1'S ASSIGNEE TABLE).
       01  WS-CHARGEBACK-TABLE.
           05  WS-CB-COUNT            PIC S9(04) COMP VALUE ZERO.
           05  WS-CB-ENTRY OCCURS 500 TIMES.
               10  WS-CB-KEY.
                   15  WS-CB-SERVICE  PIC X(04).
                   15  WS-CB-PROVIDER PIC X(05).
               10  WS-CB-CALLS        PIC S9(09) COMP-3.
       01  WS-CB-IDX                  PIC S9(04) COMP VALUE ZERO.
       01  WS-CB-SHIFT                PIC S9(04) COMP VALUE ZERO.
       01  WS-CB-SEARCH-KEY.
           05  WS-CB-SEARCH-SERVICE   PIC X(04).
           05  WS-CB-SEARCH-PROVIDER  PIC X(05).

      *    ALLOCATION OF ONE SERVICE'S COST.
       01  WS-ALLOCATION-FIELDS.
           05  WS-AL-COST             PIC S9(09)V99 COMP-3 VALUE ZERO.
           05  WS-AL-SO-FAR           PIC S9(09)V99 COMP-3 VALUE ZERO.
           05  WS-AL-AMT              PIC S9(09)V99 COMP-3 VALUE ZERO.
           05  WS-AL-PCT              PIC S9(03)V99 COMP-3 VALUE ZERO.
           05  WS-AL-TOTAL            PIC S9(09)V99 COMP-3 VALUE ZERO.

       01  WS-HDG1.
           05  FILLER                 PIC X(01) VALUE '1'.
           05  FILLER                 PIC X(44) VALUE
               'VENDOR USAGE AND INVOICE RECONCILIATION'.
           05  FILLER                 PIC X(14) VALUE
               'BILLING MONTH '.
           05  WS-HDG1-MONTH          PIC X(06).
           05  FILLER                 PIC X(10) VALUE SPACES.
           05  FILLER                 PIC X(05) VALUE 'PAGE '.
           05  WS-HDG1-PAGE           PIC ZZZZ9.

       01  WS-HDG2.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(16) VALUE
               'SERV  RUN DATE'.
           05  FILLER                 PIC X(09) VALUE '    CALLS'.
           05  FILLER                 PIC X(09) VALUE '  VNDR DN'.
           05  FILLER                 PIC X(09) VALUE ' NOT BLLD'.
           05  FILLER                 PIC X(09) VALUE '   BILLED'.
           05  FILLER                 PIC X(09) VALUE '  MATCHED'.
           05  FILLER                 PIC X(09) VALUE ' NO RECRD'.
           05  FILLER                 PIC X(09) VALUE '  BILL 2X'.
           05  FILLER                 PIC X(16) VALUE
               '      BILLED AMT'.
           05  FILLER                 PIC X(16) VALUE
               '     MATCHED AMT'.
           05  FILLER                 PIC X(16) VALUE
               '    DISPUTED AMT'.

       01  WS-TOTAL-LINE.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS-TL-SERVICE          PIC X(04).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-TL-LABEL            PIC X(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-TL-CALLS            PIC ZZZZZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-TL-VENDOR-DOWN      PIC ZZZZZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-TL-NOT-BILLED       PIC ZZZZZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-TL-BILLED           PIC ZZZZZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-TL-MATCHED          PIC ZZZZZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-TL-NO-RECORD        PIC ZZZZZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-TL-TWICE            PIC ZZZZZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-TL-BILLED-AMT       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-TL-MATCHED-AMT      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-TL-DISPUTED-AMT     PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-EXCEPTION-LINE.
           05  FILLER                 PIC X(07) VALUE '    ** '.
           05  WS-XL-REASON           PIC X(16).
           05  FILLER                 PIC X(05) VALUE 'SUBJ '.
           05  WS-XL-SUBJ-ID          PIC ZZZZ9.
           05  FILLER                 PIC X(01) VALUE '/'.
           05  WS-XL-SUBJ-SEQ         PIC ZZZZ9.
           05  FILLER                 PIC X(11) VALUE '   INVOICE '.
           05  WS-XL-INVOICE-NB       PIC X(10).
           05  FILLER                 PIC X(09) VALUE '   TRANS '.
           05  WS-XL-TRANS-ID         PIC X(16).
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  WS-XL-CHARGE-AMT       PIC ZZ,ZZ9.9999.

       01  WS-CB-HDG1.
           05  FILLER                 PIC X(01) VALUE '1'.
           05  FILLER                 PIC X(44) VALUE
               'VENDOR COST CHARGEBACK BY DATA PROVIDER'.
           05  FILLER                 PIC X(14) VALUE
               'BILLING MONTH '.
           05  WS-CB-HDG1-MONTH       PIC X(06).
           05  FILLER                 PIC X(10) VALUE SPACES.
           05  FILLER                 PIC X(05) VALUE 'PAGE '.
           05  WS-CB-HDG1-PAGE        PIC ZZZZ9.

       01  WS-CB-HDG2.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(11) VALUE 'SERVICE -- '.
           05  WS-CB-HDG2-SERVICE     PIC X(04).
           05  FILLER                 PIC X(20) VALUE
               '   RECONCILED COST '.
           05  WS-CB-HDG2-COST        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(10) VALUE '   CALLS '.
           05  WS-CB-HDG2-CALLS       PIC ZZZ,ZZZ,ZZ9.

       01  WS-CB-HDG3.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(16) VALUE 'DATA PROVIDER'.
           05  FILLER                 PIC X(11) VALUE '      CALLS'.
           05  FILLER                 PIC X(12) VALUE '     SHARE %'.
           05  FILLER                 PIC X(17) VALUE
               '        ALLOCATED'.

       01  WS-CB-LINE.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS-CL-PROVIDER         PIC X(16).
           05  WS-CL-CALLS            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(06) VALUE SPACES.
           05  WS-CL-PCT              PIC ZZ9.99.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  WS-CL-AMT              PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-UNSEALED-LINE.
           05  FILLER                 PIC X(04) VALUE ' ** '.
           05  FILLER                 PIC X(48) VALUE
               'CALLS ON VNDUSAGE NOT SEALED BY A RUN TRAILER   '.
           05  WS-UL-CALLS            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(26) VALUE
               '  (KEPT - ABENDED RUN)'.

       01  WS-NONE-LINE.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS-NL-TEXT             PIC X(60).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY RC-MATCH-KEY
                                RC-SOURCE
               INPUT PROCEDURE IS 2000-GATHER-USAGE-AND-BILLING
               OUTPUT PROCEDURE IS 4000-RECONCILE
           PERFORM 7000-PRINT-CHARGEBACK
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT  VENDOR-USAGE-FILE
           OPEN INPUT  VENDOR-INVOICE-FILE
           OPEN OUTPUT RECON-REPORT
           OPEN OUTPUT CHARGEBACK-REPORT
           INITIALIZE WS-DAY-TOTALS
           INITIALIZE WS-SERVICE-TOTALS
           INITIALIZE WS-RUN-TOTALS.

      *****************************************************************
      *    SORT INPUT PROCEDURE -- THE INVOICES FIRST, SINCE THEIR
      *    HEADERS SET THE BILLING MONTH THE CALLS ARE SELECTED BY.
      *****************************************************************
       2000-GATHER-USAGE-AND-BILLING.
           PERFORM 2100-READ-INVOICE
           PERFORM 2200-TAKE-INVOICE-RECORD UNTIL WS-INVOICE-EOF
           PERFORM 9810-VERIFY-INVOICES-CLOSED
           MOVE WS-BILLING-MONTH TO WS-HDG1-MONTH
           MOVE WS-BILLING-MONTH TO WS-CB-HDG1-MONTH
           PERFORM 2500-READ-USAGE
           PERFORM 2600-TAKE-CALL UNTIL WS-USAGE-EOF
           PERFORM 9800-VERIFY-USAGE-TRAILER.

       2100-READ-INVOICE.
           READ VENDOR-INVOICE-FILE
               AT END
                   SET WS-INVOICE-EOF TO TRUE
           END-READ.

       2200-TAKE-INVOICE-RECORD.
           EVALUATE TRUE
               WHEN VI-HEADER
                   PERFORM 2300-OPEN-INVOICE
               WHEN VI-DETAIL
                   PERFORM 2350-TAKE-BILLED-TRANSACTION
               WHEN VI-TRAILER
                   PERFORM 2400-CLOSE-INVOICE
               WHEN OTHER
                   DISPLAY 'VNDRECN1 ABEND - UNKNOWN RECORD TYPE "'
                       VI-RECORD-TYPE '" ON VNDINVC'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           PERFORM 2100-READ-INVOICE.

      *    EVERY INVOICE ON THE FILE MUST BE FOR THE SAME MONTH -- THE
      *    FIRST HEADER SETS IT.
       2300-OPEN-INVOICE.
           IF WS-INVOICE-OPEN
               DISPLAY 'VNDRECN1 ABEND - INVOICE ' WS-INV-NB
                   ' HAS NO TRAILER ON VNDINVC'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-BILLING-MONTH = SPACES
               MOVE VIH-BILLING-MONTH TO WS-BILLING-MONTH
           END-IF
           IF VIH-BILLING-MONTH NOT = WS-BILLING-MONTH
               DISPLAY 'VNDRECN1 ABEND - INVOICE ' VIH-INVOICE-NB
                   ' IS FOR ' VIH-BILLING-MONTH ', NOT '
                   WS-BILLING-MONTH
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET WS-INVOICE-OPEN TO TRUE
           ADD 1 TO WS-INVOICES-READ
           MOVE VIH-INVOICE-NB TO WS-INV-NB
           MOVE VIH-SERVICE    TO WS-INV-SERVICE
           MOVE ZERO           TO WS-INV-DETAILS
           MOVE ZERO           TO WS-INV-AMT.

       2350-TAKE-BILLED-TRANSACTION.
           IF NOT WS-INVOICE-OPEN
              OR VI-INVOICE-NB NOT = WS-INV-NB
              OR VI-SERVICE NOT = WS-INV-SERVICE
               DISPLAY 'VNDRECN1 ABEND - DETAIL ' VI-TRANS-ID
                   ' DOES NOT BELONG TO THE INVOICE HEADER BEFORE IT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1             TO WS-INV-DETAILS
           ADD VI-CHARGE-AMT TO WS-INV-AMT
           ADD 1             TO WS-INVOICE-DETAILS
           MOVE SPACES             TO RECON-SORT-RECORD
           MOVE VI-SERVICE         TO RC-SERVICE
           MOVE VI-CALL-DT         TO RC-CALL-DT
           MOVE VI-REF-SUBJ-ID-NB  TO RC-REF-SUBJ-ID-NB
           MOVE VI-REF-SUBJ-SEQ-NB TO RC-REF-SUBJ-SEQ-NB
           MOVE '2'                TO RC-SOURCE
           MOVE VI-INVOICE-NB      TO RC-INVOICE-NB
           MOVE VI-TRANS-ID        TO RC-TRANS-ID
           MOVE VI-CHARGE-AMT      TO RC-CHARGE-AMT
           RELEASE RECON-SORT-RECORD.

       2400-CLOSE-INVOICE.
           IF NOT WS-INVOICE-OPEN
              OR VIT-INVOICE-NB NOT = WS-INV-NB
               DISPLAY 'VNDRECN1 ABEND - TRAILER FOR INVOICE '
                   VIT-INVOICE-NB ' WITHOUT ITS HEADER ON VNDINVC'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF VIT-DETAIL-COUNT NOT = WS-INV-DETAILS
              OR VIT-TOTAL-AMT NOT = WS-INV-AMT
               DISPLAY 'VNDRECN1 ABEND - INVOICE ' WS-INV-NB
                   ' TRAILER MISMATCH'
               DISPLAY '  DETAILS EXPECTED ' VIT-DETAIL-COUNT
                   ' READ ' WS-INV-DETAILS
               DISPLAY '  AMOUNT EXPECTED ' VIT-TOTAL-AMT
                   ' ACCUMULATED ' WS-INV-AMT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET WS-INVOICE-OPEN TO FALSE.

      *    CONTROL-TRAILER RECORDS ARE TALLIED AND SKIPPED HERE SO THE
      *    SELECTION ONLY EVER SEES CALLS.
       2500-READ-USAGE.
           PERFORM 2510-READ-USAGE-ONCE
           PERFORM UNTIL WS-USAGE-EOF OR NOT VUT-TRAILER-PRESENT
               SET WS-UTL-SEEN TO TRUE
               ADD VUT-RECORD-COUNT TO WS-UTL-EXPECTED-COUNT
               ADD VUT-KEY-HASH     TO WS-UTL-EXPECTED-HASH
               PERFORM 2510-READ-USAGE-ONCE
           END-PERFORM
           IF NOT WS-USAGE-EOF
               ADD 1                  TO WS-USAGE-READ
               ADD 1                  TO WS-UTL-ACTUAL-COUNT
               ADD VU-REF-SUBJ-ID-NB  TO WS-UTL-ACTUAL-HASH
               ADD VU-REF-SUBJ-SEQ-NB TO WS-UTL-ACTUAL-HASH
           END-IF.

       2510-READ-USAGE-ONCE.
           READ VENDOR-USAGE-FILE
               AT END
                   SET WS-USAGE-EOF TO TRUE
           END-READ.

       2600-TAKE-CALL.
           IF VU-CALL-DT (1:6) NOT = WS-BILLING-MONTH
               ADD 1 TO WS-USAGE-OTHER-MONTH
           ELSE
               MOVE SPACES             TO RECON-SORT-RECORD
               MOVE VU-SERVICE         TO RC-SERVICE
               MOVE VU-CALL-DT         TO RC-CALL-DT
               MOVE VU-REF-SUBJ-ID-NB  TO RC-REF-SUBJ-ID-NB
               MOVE VU-REF-SUBJ-SEQ-NB TO RC-REF-SUBJ-SEQ-NB
               MOVE '1'                TO RC-SOURCE
               MOVE VU-DATA-PROVIDER   TO RC-DATA-PROVIDER
               MOVE VU-PROGRAM-ID      TO RC-PROGRAM-ID
               MOVE VU-RETURN-CD       TO RC-RETURN-CD
               MOVE ZERO               TO RC-CHARGE-AMT
               RELEASE RECON-SORT-RECORD
               ADD 1 TO WS-USAGE-RELEASED
           END-IF
           PERFORM 2500-READ-USAGE.

      *****************************************************************
      *    SORT OUTPUT PROCEDURE -- SERVICE, DAY AND CLIENT-REFERENCE
      *    BREAKS. THE CALLS OF A REFERENCE ARRIVE FIRST, THEN ITS
      *    BILLED TRANSACTIONS.
      *****************************************************************
       4000-RECONCILE.
           PERFORM 8100-PRINT-HEADINGS
           PERFORM 6900-RETURN-SORT-RECORD
           PERFORM 4100-TAKE-SORTED-RECORD UNTIL WS-SORT-EOF
           IF WS-PR-SERVICE NOT = SPACES
               PERFORM 4500-CLOSE-CLIENT-REF
               PERFORM 4600-CLOSE-DAY
               PERFORM 4700-CLOSE-SERVICE
           ELSE
               MOVE 'NO CALLS OR BILLED TRANSACTIONS FOR THE MONTH'
                   TO WS-NL-TEXT
               WRITE RECON-LINE FROM WS-NONE-LINE
           END-IF
           PERFORM 4800-PRINT-RUN-TOTALS.

       4100-TAKE-SORTED-RECORD.
           EVALUATE TRUE
               WHEN RC-SERVICE NOT = WS-PR-SERVICE
                   IF WS-PR-SERVICE NOT = SPACES
                       PERFORM 4500-CLOSE-CLIENT-REF
                       PERFORM 4600-CLOSE-DAY
                       PERFORM 4700-CLOSE-SERVICE
                   END-IF
                   MOVE RC-MATCH-KEY TO WS-PRIOR-MATCH-KEY
                   PERFORM 4200-START-CLIENT-REF
               WHEN RC-CALL-DT NOT = WS-PR-CALL-DT
                   PERFORM 4500-CLOSE-CLIENT-REF
                   PERFORM 4600-CLOSE-DAY
                   MOVE RC-MATCH-KEY TO WS-PRIOR-MATCH-KEY
                   PERFORM 4200-START-CLIENT-REF
               WHEN RC-REF-SUBJ-ID-NB NOT = WS-PR-REF-SUBJ-ID-NB
                 OR RC-REF-SUBJ-SEQ-NB NOT = WS-PR-REF-SUBJ-SEQ-NB
                   PERFORM 4500-CLOSE-CLIENT-REF
                   MOVE RC-MATCH-KEY TO WS-PRIOR-MATCH-KEY
                   PERFORM 4200-START-CLIENT-REF
           END-EVALUATE
           IF RC-FROM-USAGE
               PERFORM 4300-TAKE-CALL
           ELSE
               PERFORM 4400-TAKE-BILLED
           END-IF
           PERFORM 6900-RETURN-SORT-RECORD.

       4200-START-CLIENT-REF.
           MOVE ZERO TO WS-KEY-CALLS
           MOVE ZERO TO WS-KEY-BILLED.

      *    A CASS CALL THAT CAME BACK VENDOR-UNAVAILABLE ('02') IS
      *    STILL BILLED; IT IS COUNTED SO THE OUTAGE COST IS VISIBLE.
       4300-TAKE-CALL.
           ADD 1 TO WS-KEY-CALLS
           ADD 1 TO WS-DY-CALLS
           IF RC-SERVICE = 'CASS'
              AND RC-RETURN-CD = '02'
               ADD 1 TO WS-DY-VENDOR-DOWN
           END-IF
           MOVE RC-SERVICE       TO WS-CB-SEARCH-SERVICE
           MOVE RC-DATA-PROVIDER TO WS-CB-SEARCH-PROVIDER
           PERFORM 4350-FIND-CHARGEBACK-ENTRY
           ADD 1 TO WS-CB-CALLS (WS-CB-IDX).

      *    LEAVES WS-CB-IDX ON THE SERVICE/PROVIDER, INSERTING A NEW
      *    ENTRY IN KEY ORDER WHEN THIS IS ITS FIRST CALL.
       4350-FIND-CHARGEBACK-ENTRY.
           SET WS-CB-FOUND TO FALSE
           PERFORM VARYING WS-CB-IDX FROM 1 BY 1
                   UNTIL WS-CB-IDX > WS-CB-COUNT
                      OR WS-CB-FOUND
               IF WS-CB-KEY (WS-CB-IDX) >= WS-CB-SEARCH-KEY
                   SET WS-CB-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-CB-FOUND
               SUBTRACT 1 FROM WS-CB-IDX
               IF WS-CB-KEY (WS-CB-IDX) NOT = WS-CB-SEARCH-KEY
                   PERFORM 4360-INSERT-CHARGEBACK-ENTRY
               END-IF
           ELSE
               PERFORM 4360-INSERT-CHARGEBACK-ENTRY
           END-IF.

       4360-INSERT-CHARGEBACK-ENTRY.
           IF WS-CB-COUNT >= 500
               DISPLAY 'VNDRECN1 ABEND - MORE THAN 500 SERVICE/'
                   'PROVIDER COMBINATIONS IN THE MONTH'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-CB-SHIFT FROM WS-CB-COUNT BY -1
                   UNTIL WS-CB-SHIFT < WS-CB-IDX
               MOVE WS-CB-ENTRY (WS-CB-SHIFT)
                   TO WS-CB-ENTRY (WS-CB-SHIFT + 1)
           END-PERFORM
           ADD 1 TO WS-CB-COUNT
           MOVE WS-CB-SEARCH-KEY TO WS-CB-KEY (WS-CB-IDX)
           MOVE ZERO             TO WS-CB-CALLS (WS-CB-IDX).

      *    A TRANSACTION IS MATCHED WHILE THE REFERENCE STILL HAS A
      *    CALL TO MATCH IT TO; ANY BEYOND THAT IS DISPUTED.
       4400-TAKE-BILLED.
           ADD 1             TO WS-KEY-BILLED
           ADD 1             TO WS-DY-BILLED
           ADD RC-CHARGE-AMT TO WS-DY-BILLED-AMT
           IF WS-KEY-BILLED NOT > WS-KEY-CALLS
               ADD 1             TO WS-DY-MATCHED
               ADD RC-CHARGE-AMT TO WS-DY-MATCHED-AMT
           ELSE
               ADD RC-CHARGE-AMT TO WS-DY-DISPUTED-AMT
               IF WS-KEY-CALLS = ZERO
                   ADD 1 TO WS-DY-NO-RECORD
                   MOVE 'NO USAGE RECORD' TO WS-XL-REASON
               ELSE
                   ADD 1 TO WS-DY-TWICE
                   MOVE 'BILLED TWICE'    TO WS-XL-REASON
               END-IF
               PERFORM 4450-PRINT-EXCEPTION
           END-IF.

       4450-PRINT-EXCEPTION.
           IF WS-LINE-CT > 54
               PERFORM 8100-PRINT-HEADINGS
           END-IF
           MOVE RC-REF-SUBJ-ID-NB  TO WS-XL-SUBJ-ID
           MOVE RC-REF-SUBJ-SEQ-NB TO WS-XL-SUBJ-SEQ
           MOVE RC-INVOICE-NB      TO WS-XL-INVOICE-NB
           MOVE RC-TRANS-ID        TO WS-XL-TRANS-ID
           MOVE RC-CHARGE-AMT      TO WS-XL-CHARGE-AMT
           WRITE RECON-LINE FROM WS-EXCEPTION-LINE
           ADD 1 TO WS-LINE-CT.

      *    CALLS THE VENDOR DID NOT BILL ARE ONLY COUNTED -- THEY COST
      *    NOTHING.
       4500-CLOSE-CLIENT-REF.
           IF WS-KEY-CALLS > WS-KEY-BILLED
               COMPUTE WS-DY-NOT-BILLED = WS-DY-NOT-BILLED
                   + WS-KEY-CALLS - WS-KEY-BILLED
           END-IF.

       4600-CLOSE-DAY.
           MOVE WS-DAY-TOTALS TO WS-PRINT-TOTALS
           MOVE WS-PR-SERVICE TO WS-TL-SERVICE
           MOVE WS-PR-CALL-DT TO WS-TL-LABEL
           PERFORM 4900-PRINT-TOTAL-LINE
           ADD WS-DY-CALLS         TO WS-SV-CALLS
           ADD WS-DY-VENDOR-DOWN   TO WS-SV-VENDOR-DOWN
           ADD WS-DY-NOT-BILLED    TO WS-SV-NOT-BILLED
           ADD WS-DY-BILLED        TO WS-SV-BILLED
           ADD WS-DY-MATCHED       TO WS-SV-MATCHED
           ADD WS-DY-NO-RECORD     TO WS-SV-NO-RECORD
           ADD WS-DY-TWICE         TO WS-SV-TWICE
           ADD WS-DY-BILLED-AMT    TO WS-SV-BILLED-AMT
           ADD WS-DY-MATCHED-AMT   TO WS-SV-MATCHED-AMT
           ADD WS-DY-DISPUTED-AMT  TO WS-SV-DISPUTED-AMT
           INITIALIZE WS-DAY-TOTALS.

       4700-CLOSE-SERVICE.
           MOVE SPACES TO RECON-LINE
           WRITE RECON-LINE
           ADD 1 TO WS-LINE-CT
           MOVE WS-SERVICE-TOTALS TO WS-PRINT-TOTALS
           MOVE WS-PR-SERVICE     TO WS-TL-SERVICE
           MOVE 'TOTAL'           TO WS-TL-LABEL
           PERFORM 4900-PRINT-TOTAL-LINE
           MOVE SPACES TO RECON-LINE
           WRITE RECON-LINE
           ADD 1 TO WS-LINE-CT
           IF WS-ST-COUNT >= 10
               DISPLAY 'VNDRECN1 ABEND - MORE THAN 10 SERVICES ON '
                   'VNDUSAGE/VNDINVC'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-ST-COUNT
           MOVE WS-PR-SERVICE     TO WS-ST-SERVICE (WS-ST-COUNT)
           MOVE WS-SV-CALLS       TO WS-ST-CALLS (WS-ST-COUNT)
           MOVE WS-SV-MATCHED-AMT TO WS-ST-COST (WS-ST-COUNT)
           ADD WS-SV-CALLS         TO WS-RN-CALLS
           ADD WS-SV-VENDOR-DOWN   TO WS-RN-VENDOR-DOWN
           ADD WS-SV-NOT-BILLED    TO WS-RN-NOT-BILLED
           ADD WS-SV-BILLED        TO WS-RN-BILLED
           ADD WS-SV-MATCHED       TO WS-RN-MATCHED
           ADD WS-SV-NO-RECORD     TO WS-RN-NO-RECORD
           ADD WS-SV-TWICE         TO WS-RN-TWICE
           ADD WS-SV-BILLED-AMT    TO WS-RN-BILLED-AMT
           ADD WS-SV-MATCHED-AMT   TO WS-RN-MATCHED-AMT
           ADD WS-SV-DISPUTED-AMT  TO WS-RN-DISPUTED-AMT
           INITIALIZE WS-SERVICE-TOTALS.

       4800-PRINT-RUN-TOTALS.
           MOVE WS-RUN-TOTALS TO WS-PRINT-TOTALS
           MOVE 'ALL'         TO WS-TL-SERVICE
           MOVE 'TOTAL'       TO WS-TL-LABEL
           PERFORM 4900-PRINT-TOTAL-LINE
           IF WS-USAGE-UNSEALED > ZERO
               MOVE SPACES TO RECON-LINE
               WRITE RECON-LINE
               MOVE WS-USAGE-UNSEALED TO WS-UL-CALLS
               WRITE RECON-LINE FROM WS-UNSEALED-LINE
               ADD 2 TO WS-LINE-CT
           END-IF.

       4900-PRINT-TOTAL-LINE.
           IF WS-LINE-CT > 54
               PERFORM 8100-PRINT-HEADINGS
           END-IF
           MOVE WS-PT-CALLS        TO WS-TL-CALLS
           MOVE WS-PT-VENDOR-DOWN  TO WS-TL-VENDOR-DOWN
           MOVE WS-PT-NOT-BILLED   TO WS-TL-NOT-BILLED
           MOVE WS-PT-BILLED       TO WS-TL-BILLED
           MOVE WS-PT-MATCHED      TO WS-TL-MATCHED
           MOVE WS-PT-NO-RECORD    TO WS-TL-NO-RECORD
           MOVE WS-PT-TWICE        TO WS-TL-TWICE
           COMPUTE WS-TL-BILLED-AMT ROUNDED   = WS-PT-BILLED-AMT
           COMPUTE WS-TL-MATCHED-AMT ROUNDED  = WS-PT-MATCHED-AMT
           COMPUTE WS-TL-DISPUTED-AMT ROUNDED = WS-PT-DISPUTED-AMT
           WRITE RECON-LINE FROM WS-TOTAL-LINE
           ADD 1 TO WS-LINE-CT.

       6900-RETURN-SORT-RECORD.
           RETURN SORT-WORK-FILE
               AT END
                   SET WS-SORT-EOF TO TRUE
           END-RETURN.

      *****************************************************************
      *    CHARGEBACK -- ONE PAGE PER SERVICE. THE SERVICE'S COST IS
      *    ROUNDED TO THE CENT FIRST AND EACH PROVIDER GETS ITS SHARE
      *    OF CALLS OF IT; THE LAST PROVIDER TAKES WHAT IS LEFT.
      *****************************************************************
       7000-PRINT-CHARGEBACK.
           MOVE ZERO TO WS-AL-TOTAL
           PERFORM 7100-CHARGE-BACK-SERVICE
               VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-ST-COUNT
           IF WS-ST-COUNT = ZERO
               MOVE SPACES TO WS-CB-HDG2-SERVICE
               MOVE ZERO   TO WS-CB-HDG2-COST
               MOVE ZERO   TO WS-CB-HDG2-CALLS
               PERFORM 8200-PRINT-CB-HEADINGS
           END-IF
           MOVE SPACES TO CHARGEBACK-LINE
           WRITE CHARGEBACK-LINE
           MOVE 'ALL SERVICES'  TO WS-CL-PROVIDER
           MOVE WS-RN-CALLS     TO WS-CL-CALLS
           MOVE ZERO            TO WS-CL-PCT
           MOVE WS-AL-TOTAL     TO WS-CL-AMT
           WRITE CHARGEBACK-LINE FROM WS-CB-LINE.

       7100-CHARGE-BACK-SERVICE.
           COMPUTE WS-AL-COST ROUNDED = WS-ST-COST (WS-ST-IDX)
           MOVE ZERO TO WS-AL-SO-FAR
           MOVE WS-ST-SERVICE (WS-ST-IDX) TO WS-CB-HDG2-SERVICE
           MOVE WS-AL-COST                TO WS-CB-HDG2-COST
           MOVE WS-ST-CALLS (WS-ST-IDX)   TO WS-CB-HDG2-CALLS
           PERFORM 8200-PRINT-CB-HEADINGS
           IF WS-ST-CALLS (WS-ST-IDX) = ZERO
               MOVE 'NO CALLS LOGGED -- NOTHING TO ALLOCATE'
                   TO WS-NL-TEXT
               WRITE CHARGEBACK-LINE FROM WS-NONE-LINE
           ELSE
               PERFORM 7200-ALLOCATE-TO-PROVIDER
                   VARYING WS-CB-IDX FROM 1 BY 1
                   UNTIL WS-CB-IDX > WS-CB-COUNT
           END-IF
           MOVE SPACES TO CHARGEBACK-LINE
           WRITE CHARGEBACK-LINE
           MOVE 'SERVICE TOTAL'         TO WS-CL-PROVIDER
           MOVE WS-ST-CALLS (WS-ST-IDX) TO WS-CL-CALLS
           MOVE 100                     TO WS-CL-PCT
           MOVE WS-AL-SO-FAR            TO WS-CL-AMT
           WRITE CHARGEBACK-LINE FROM WS-CB-LINE
           ADD WS-AL-SO-FAR TO WS-AL-TOTAL.

       7200-ALLOCATE-TO-PROVIDER.
           IF WS-CB-SERVICE (WS-CB-IDX) = WS-ST-SERVICE (WS-ST-IDX)
               SET WS-CB-LAST TO FALSE
               IF WS-CB-IDX = WS-CB-COUNT
                   SET WS-CB-LAST TO TRUE
               ELSE
                   IF WS-CB-SERVICE (WS-CB-IDX + 1)
                           NOT = WS-ST-SERVICE (WS-ST-IDX)
                       SET WS-CB-LAST TO TRUE
                   END-IF
               END-IF
               IF WS-CB-LAST
                   COMPUTE WS-AL-AMT = WS-AL-COST - WS-AL-SO-FAR
               ELSE
                   COMPUTE WS-AL-AMT ROUNDED = WS-AL-COST
                       * WS-CB-CALLS (WS-CB-IDX)
                       / WS-ST-CALLS (WS-ST-IDX)
               END-IF
               ADD WS-AL-AMT TO WS-AL-SO-FAR
               COMPUTE WS-AL-PCT ROUNDED =
                   WS-CB-CALLS (WS-CB-IDX) * 100
                       / WS-ST-CALLS (WS-ST-IDX)
               IF WS-CB-LINE-CT > 54
                   PERFORM 8200-PRINT-CB-HEADINGS
               END-IF
               IF WS-CB-PROVIDER (WS-CB-IDX) = SPACES
                   MOVE '(NONE)'                   TO WS-CL-PROVIDER
               ELSE
                   MOVE WS-CB-PROVIDER (WS-CB-IDX) TO WS-CL-PROVIDER
               END-IF
               MOVE WS-CB-CALLS (WS-CB-IDX) TO WS-CL-CALLS
               MOVE WS-AL-PCT               TO WS-CL-PCT
               MOVE WS-AL-AMT               TO WS-CL-AMT
               WRITE CHARGEBACK-LINE FROM WS-CB-LINE
               ADD 1 TO WS-CB-LINE-CT
           END-IF.

       8100-PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-NB
           MOVE WS-PAGE-NB TO WS-HDG1-PAGE
           WRITE RECON-LINE FROM WS-HDG1
           WRITE RECON-LINE FROM WS-HDG2
           MOVE SPACES TO RECON-LINE
           WRITE RECON-LINE
           MOVE 3 TO WS-LINE-CT.

       8200-PRINT-CB-HEADINGS.
           ADD 1 TO WS-CB-PAGE-NB
           MOVE WS-CB-PAGE-NB TO WS-CB-HDG1-PAGE
           WRITE CHARGEBACK-LINE FROM WS-CB-HDG1
           WRITE CHARGEBACK-LINE FROM WS-CB-HDG2
           WRITE CHARGEBACK-LINE FROM WS-CB-HDG3
           MOVE SPACES TO CHARGEBACK-LINE
           WRITE CHARGEBACK-LINE
           MOVE 4 TO WS-CB-LINE-CT.

      *    A FILE WITH NO TRAILER AT ALL IS ACCEPTED ONLY WHEN IT
      *    HOLDS CALLS, WHICH ARE THEN ALL UNSEALED; AN EMPTY,
      *    UNSEALED FILE IS NOT A MONTH'S USAGE.
       9800-VERIFY-USAGE-TRAILER.
           IF NOT WS-UTL-SEEN AND WS-UTL-ACTUAL-COUNT = ZERO
               DISPLAY 'VNDRECN1 ABEND - NO CONTROL TRAILER ON '
                   'VNDUSAGE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-UTL-ACTUAL-COUNT   TO WS-UTL-ACTUAL-TRUNC
           MOVE WS-UTL-EXPECTED-COUNT TO WS-UTL-EXPECTED-TRUNC
           IF WS-UTL-ACTUAL-TRUNC < WS-UTL-EXPECTED-TRUNC
               DISPLAY 'VNDRECN1 ABEND - VNDUSAGE TRAILER MISMATCH'
               DISPLAY '  RECORDS EXPECTED ' WS-UTL-EXPECTED-TRUNC
                   ' READ ' WS-UTL-ACTUAL-TRUNC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *    CALLS BEYOND THE TRAILERS ARE AN ABENDED RUN'S UNSEALED
      *    CALLS -- KEPT AND REPORTED. THE HASH CANNOT BE PROVED
      *    OVER THEM, SO IT IS COMPARED ONLY WHEN THE COUNTS AGREE.
           IF WS-UTL-ACTUAL-TRUNC > WS-UTL-EXPECTED-TRUNC
               COMPUTE WS-USAGE-UNSEALED =
                   WS-UTL-ACTUAL-TRUNC - WS-UTL-EXPECTED-TRUNC
               DISPLAY 'VNDRECN1 WARNING - ' WS-USAGE-UNSEALED
                   ' CALLS ON VNDUSAGE NOT SEALED BY A RUN TRAILER'
               DISPLAY '  RECORDS EXPECTED ' WS-UTL-EXPECTED-TRUNC
                   ' READ ' WS-UTL-ACTUAL-TRUNC ' - KEPT AS BILLED'
           ELSE
               PERFORM 9805-VERIFY-USAGE-HASH
           END-IF.

       9805-VERIFY-USAGE-HASH.
           MOVE WS-UTL-ACTUAL-HASH   TO WS-UTL-ACTUAL-TRUNC
           MOVE WS-UTL-EXPECTED-HASH TO WS-UTL-EXPECTED-TRUNC
           IF WS-UTL-ACTUAL-TRUNC NOT = WS-UTL-EXPECTED-TRUNC
               DISPLAY 'VNDRECN1 ABEND - VNDUSAGE TRAILER MISMATCH'
               DISPLAY '  KEY HASH EXPECTED ' WS-UTL-EXPECTED-TRUNC
                   ' ACCUMULATED ' WS-UTL-ACTUAL-TRUNC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    THE LAST INVOICE MUST HAVE BEEN CLOSED BY ITS TRAILER, AND
      *    THERE MUST HAVE BEEN ONE -- WITHOUT A HEADER THERE IS NO
      *    BILLING MONTH TO RECONCILE.
       9810-VERIFY-INVOICES-CLOSED.
           IF WS-INVOICE-OPEN
               DISPLAY 'VNDRECN1 ABEND - INVOICE ' WS-INV-NB
                   ' HAS NO TRAILER ON VNDINVC'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-INVOICES-READ = ZERO
               DISPLAY 'VNDRECN1 ABEND - NO INVOICE ON VNDINVC'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       9000-TERMINATE.
           CLOSE VENDOR-USAGE-FILE
           CLOSE VENDOR-INVOICE-FILE
           CLOSE RECON-REPORT
           CLOSE CHARGEBACK-REPORT
           DISPLAY 'VNDRECN1 BILLING MONTH:        ' WS-BILLING-MONTH
           DISPLAY 'VNDRECN1 INVOICES READ:        ' WS-INVOICES-READ
           DISPLAY 'VNDRECN1 TRANSACTIONS BILLED:  '
               WS-INVOICE-DETAILS
           DISPLAY 'VNDRECN1 CALLS READ:           ' WS-USAGE-READ
           DISPLAY 'VNDRECN1 CALLS OTHER MONTHS:   '
               WS-USAGE-OTHER-MONTH
           DISPLAY 'VNDRECN1 CALLS RECONCILED:     ' WS-USAGE-RELEASED
           DISPLAY 'VNDRECN1 CALLS NOT SEALED:     ' WS-USAGE-UNSEALED
           DISPLAY 'VNDRECN1 TRANSACTIONS MATCHED: ' WS-RN-MATCHED
           DISPLAY 'VNDRECN1 NO USAGE RECORD:      ' WS-RN-NO-RECORD
           DISPLAY 'VNDRECN1 BILLED TWICE:         ' WS-RN-TWICE.
