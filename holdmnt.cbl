       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HOLDMNT1.
       AUTHOR.        ADDRESS-REVIEW-SYSTEMS.
      *REMARKS.       LEGAL-HOLD REGISTRY MAINTENANCE.
      *                LEGAL PLACES SUBJECTS UNDER HOLD -- NOTHING
      *                ABOUT THEM MAY BE DELETED WHILE A MATTER IS
      *                OPEN -- BUT THE SUITE HAD NOWHERE TO RECORD IT
      *                AND ARCHPRG1 PURGED PURELY BY DATE. THE
      *                COMPLIANCE DESK NOW KEEPS A LEGAL-HOLD REGISTRY
      *                (SEE HOLDREG.CPY) THROUGH THIS JOB. EACH
      *                HOLDTRAN CARD PLACES OR RELEASES ONE HOLD:
      *                  COLUMN  1      ACTION -- 'A' PLACE, 'R' RELEASE
      *                  COLUMNS 2-5    SOURCE SUBJECT ID, ZERO-PADDED
      *                  COLUMNS 6-9    SUBJECT SEQUENCE, ZERO-PADDED
      *                  COLUMNS 10-21  LEGAL MATTER REFERENCE
      *                  COLUMNS 22-29  REQUESTING OPERATOR ID
      *                A CARD WITH '*' IN COLUMN 1 IS A COMMENT. THE
      *                CARDS ARE EDITED AND SORTED INTO REGISTRY ORDER
      *                (SUBJECT ID / SEQ / MATTER, CARD ORDER WITHIN A
      *                KEY) AND MERGED AGAINST THE OLD REGISTRY
      *                GENERATION (LEGLHOLD) INTO THE NEW ONE
      *                (LEGLHLDO) IN A SINGLE BALANCED-LINE PASS. A
      *                PLACE AGAINST A MATTER ALREADY ACTIVE FOR THE
      *                SUBJECT, OR A RELEASE WITH NO ACTIVE HOLD
      *                BEHIND IT, IS REJECTED; A PLACE AGAINST A
      *                RELEASED MATTER REACTIVATES IT. RELEASED HOLDS
      *                ARE KEPT ON THE REGISTRY, NOT DROPPED. EVERY
      *                CARD PRINTS ON THE HOLDRPT ACTIVITY REPORT
      *                WITH ITS OUTCOME, FOLLOWED BY THE REGISTRY
      *                TOTALS.
      *                THE OLD REGISTRY'S CONTROL TRAILER IS VERIFIED
      *                AT END OF FILE (NINE-DIGIT TRUNCATED COMPARE,
      *                SAME AS DINAPLY1) AND THE NEW GENERATION IS
      *                SEALED WITH A FRESH TRAILER. THE FIRST LEGLHOLD
      *                GENERATION IS PRIMED BY OPERATIONS AS A
      *                TRAILER-ONLY FILE.
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
           SELECT HOLD-TRAN-FILE       ASSIGN TO HOLDTRAN
               ORGANIZATION IS SEQUENTIAL.

           SELECT HOLD-REG-IN-FILE     ASSIGN TO LEGLHOLD
               ORGANIZATION IS SEQUENTIAL.

           SELECT HOLD-REG-OUT-FILE    ASSIGN TO LEGLHLDO
               ORGANIZATION IS SEQUENTIAL.

           SELECT ACTIVITY-REPORT      ASSIGN TO HOLDRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE       ASSIGN TO SORTWK01.

           SELECT CYCLE-DATE-FILE      ASSIGN TO CYCLDATE
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-TRAN-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  HOLD-TRAN-CARD.
           05  HT-ACTION                   PIC X(01).
           05  HT-SUBJ-ID-NB               PIC X(04).
           05  HT-SUBJ-SEQ-NB              PIC X(04).
           05  HT-MATTER-REF               PIC X(12).
           05  HT-OPER-ID                  PIC X(08).
           05  FILLER                      PIC X(51).

       FD  HOLD-REG-IN-FILE
           RECORD CONTAINS 56 CHARACTERS.
       COPY "holdreg.cpy".

      *    NEW GENERATION OF THE REGISTRY -- A RAW IMAGE OF THE
      *    56-BYTE REGISTRY RECORD, NOT A SECOND COPY OF HOLDREG.CPY,
      *    SO ITS FIELD NAMES NEVER COLLIDE WITH HOLD-REG-IN-FILE'S
      *    OWN (SAME TECHNIQUE AS DINAPLY1'S PENDING OUTPUT).
       FD  HOLD-REG-OUT-FILE
           RECORD CONTAINS 56 CHARACTERS.
       01  HOLD-REG-OUT-RECORD         PIC X(56).

       FD  ACTIVITY-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                 PIC X(132).

      *    ONE EDITED TRANSACTION. THE CARD NUMBER KEEPS SEVERAL
      *    CARDS FOR THE SAME SUBJECT/MATTER IN THE ORDER THEY WERE
      *    PUNCHED, SO A PLACE FOLLOWED BY A RELEASE WORKS AS WRITTEN.
       SD  SORT-WORK-FILE.
       01  HOLD-SORT-RECORD.
           05  ST-SUBJ-ID-NB               PIC 9(04).
           05  ST-SUBJ-SEQ-NB              PIC 9(04).
           05  ST-MATTER-REF               PIC X(12).
           05  ST-CARD-NB                  PIC 9(05).
           05  ST-ACTION                   PIC X(01).
               88  ST-ACTION-PLACE         VALUE 'A'.
               88  ST-ACTION-RELEASE       VALUE 'R'.
           05  ST-OPER-ID                  PIC X(08).

       FD  CYCLE-DATE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY "cycdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-TRAN-EOF-SW             PIC X(01) VALUE 'N'.
               88  WS-TRAN-EOF            VALUE 'Y'.
           05  WS-REG-EOF-SW              PIC X(01) VALUE 'N'.
               88  WS-REG-EOF             VALUE 'Y'.
           05  WS-SORT-EOF-SW             PIC X(01) VALUE 'N'.
               88  WS-SORT-EOF            VALUE 'Y'.
           05  WS-IN-HAND-SW              PIC X(01) VALUE 'N'.
               88  WS-IN-HAND             VALUE 'Y' FALSE 'N'.

       01  WS-COUNTERS.
           05  WS-CARDS-READ              PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-CARDS-INVALID           PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-HOLDS-PLACED            PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-HOLDS-RELEASED          PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-TRANS-REJECTED          PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-REG-READ                PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-REG-WRITTEN             PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-REG-ACTIVE              PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-PAGE-NB                 PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-LINE-CT                 PIC S9(03) COMP-3 VALUE 99.

       01  WS-CARD-NB                     PIC 9(05) VALUE ZERO.
       01  WS-RUN-DT                      PIC X(08) VALUE SPACES.

      *    MATCH KEYS FOR THE BALANCED LINE -- THE OLD REGISTRY
      *    RECORD IN HAND, THE TRANSACTION IN HAND, AND THE LOWER OF
      *    THE TWO. EACH GOES TO HIGH-VALUES WHEN ITS FILE RUNS DRY.
       01  WS-MST-KEY.
           05  WS-MK-SUBJ-ID-NB           PIC 9(04).
           05  WS-MK-SUBJ-SEQ-NB          PIC 9(04).
           05  WS-MK-MATTER-REF           PIC X(12).

       01  WS-TRN-KEY.
           05  WS-TK-SUBJ-ID-NB           PIC 9(04).
           05  WS-TK-SUBJ-SEQ-NB          PIC 9(04).
           05  WS-TK-MATTER-REF           PIC X(12).

       01  WS-ACTIVE-KEY                  PIC X(20) VALUE SPACES.

      *    THE REGISTRY RECORD BEING BUILT FOR THE ACTIVE KEY -- THE
      *    OLD RECORD WHEN THERE IS ONE, A NEW HOLD OTHERWISE. SAME
      *    SHAPE AS LEGAL-HOLD-RECORD IN HOLDREG.CPY; MOVED TO THE RAW
      *    OUTPUT BUFFER WHEN THE KEY IS FINISHED.
       01  WS-IN-HAND-RECORD.
           05  WS-IH-SRC-SUBJ-ID-NB       PIC S9(04) COMP.
           05  WS-IH-SRC-SUBJ-SEQ-NB      PIC S9(04) COMP.
           05  WS-IH-MATTER-REF           PIC X(12).
           05  WS-IH-HOLD-STATUS          PIC X(01).
               88  WS-IH-HOLD-ACTIVE      VALUE 'A'.
               88  WS-IH-HOLD-RELEASED    VALUE 'R'.
           05  WS-IH-PLACED-DT            PIC X(08).
           05  WS-IH-PLACED-BY            PIC X(08).
           05  WS-IH-RELEASED-DT          PIC X(08).
           05  WS-IH-RELEASED-BY          PIC X(08).
           05  FILLER                     PIC X(07).

      *    CONTROL-TRAILER ACCOUNTING FOR THE OLD REGISTRY, PLUS THE
      *    TOTALS FOR THE NEW GENERATION'S TRAILER. THE TRAILER
      *    CARRIES NINE DIGITS, SO THE FULL-WIDTH ACTUALS ARE
      *    TRUNCATED BEFORE THE COMPARE.
       01  WS-TRAILER-CONTROL.
           05  WS-TRL-SEEN-SW             PIC X(01) VALUE 'N'.
               88  WS-TRL-SEEN            VALUE 'Y'.
           05  WS-TRL-EXPECTED-COUNT      PIC S9(18) COMP VALUE ZERO.
           05  WS-TRL-EXPECTED-HASH       PIC S9(18) COMP VALUE ZERO.
           05  WS-TRL-ACTUAL-COUNT        PIC S9(18) COMP VALUE ZERO.
           05  WS-TRL-ACTUAL-HASH         PIC S9(18) COMP VALUE ZERO.
           05  WS-TRL-EXPECTED-TRUNC      PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-TRL-ACTUAL-TRUNC        PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-TRL-OUT-COUNT           PIC S9(18) COMP VALUE ZERO.
           05  WS-TRL-OUT-HASH            PIC S9(18) COMP VALUE ZERO.

      *    OUTBOUND TRAILER IMAGE, BUILT HERE AND MOVED TO THE RAW
      *    OUTPUT BUFFER.
       01  WS-OUT-TRAILER.
           05  WS-OT-TRAILER-ID           PIC X(02).
           05  WS-OT-RECORD-COUNT         PIC S9(09) COMP-3.
           05  WS-OT-KEY-HASH             PIC S9(09) COMP-3.
           05  FILLER                     PIC X(44).

       01  WS-HDG1.
           05  FILLER                 PIC X(01) VALUE '1'.
           05  FILLER                 PIC X(40) VALUE
               'LEGAL-HOLD REGISTRY MAINTENANCE ACTIVITY'.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  FILLER                 PIC X(10) VALUE 'RUN DATE: '.
           05  WS-HDG1-RUN-DT         PIC X(08).
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  FILLER                 PIC X(05) VALUE 'PAGE '.
           05  WS-HDG1-PAGE           PIC ZZZZ9.

       01  WS-HDG2.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(08) VALUE 'CARD'.
           05  FILLER                 PIC X(08) VALUE 'ACTION'.
           05  FILLER                 PIC X(12) VALUE 'SUBJECT ID'.
           05  FILLER                 PIC X(08) VALUE 'SEQ NB'.
           05  FILLER                 PIC X(15) VALUE 'MATTER'.
           05  FILLER                 PIC X(11) VALUE 'OPERATOR'.
           05  FILLER                 PIC X(30) VALUE 'OUTCOME'.

       01  WS-DETAIL-LINE.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS-DT-CARD-NB          PIC ZZZZ9.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  WS-DT-ACTION           PIC X(07).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-DT-SUBJ-ID          PIC X(04).
           05  FILLER                 PIC X(08) VALUE SPACES.
           05  WS-DT-SUBJ-SEQ         PIC X(04).
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  WS-DT-MATTER           PIC X(12).
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  WS-DT-OPER-ID          PIC X(08).
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  WS-DT-OUTCOME          PIC X(40).

       01  WS-TOTAL-LINE.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS-TL-LABEL            PIC X(36).
           05  WS-TL-COUNT            PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY ST-SUBJ-ID-NB
                                ST-SUBJ-SEQ-NB
                                ST-MATTER-REF
                                ST-CARD-NB
               INPUT PROCEDURE IS 2000-EDIT-TRANSACTIONS
               OUTPUT PROCEDURE IS 4000-UPDATE-REGISTRY
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1050-READ-CYCLE-DATE
           MOVE WS-RUN-DT TO WS-HDG1-RUN-DT
           OPEN INPUT  HOLD-TRAN-FILE
           OPEN INPUT  HOLD-REG-IN-FILE
           OPEN OUTPUT HOLD-REG-OUT-FILE
           OPEN OUTPUT ACTIVITY-REPORT.

      *    THE BUSINESS DATE IS TAKEN FROM THE CYCLDATE CONTROL RECORD
      *    AND THE STEP REFUSES TO RUN UNLESS THAT DATE IS OPEN.
       1050-READ-CYCLE-DATE.
           OPEN INPUT CYCLE-DATE-FILE
           READ CYCLE-DATE-FILE
               AT END
                   MOVE SPACES TO CYCLE-DATE-RECORD
           END-READ
           IF NOT CD-CONTROL-REC
               DISPLAY 'HOLDMNT1 ABEND - NO CONTROL RECORD AT THE HEAD '
                   'OF CYCLDATE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT CD-CYCLE-OPEN
               DISPLAY 'HOLDMNT1 ABEND - BUSINESS DATE '
                   CD-CURRENT-BUS-DT ' IS NOT OPEN'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE CD-CURRENT-BUS-DT TO WS-RUN-DT
           CLOSE CYCLE-DATE-FILE.

       1900-READ-TRANSACTION.
           READ HOLD-TRAN-FILE
               AT END
                   SET WS-TRAN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CARD-NB
           END-READ.

      *    CONTROL-TRAILER RECORDS ARE TALLIED AND SKIPPED HERE SO
      *    ONLY DATA RECORDS REACH THE MERGE. THE MATCH KEY GOES TO
      *    HIGH-VALUES AT END OF FILE.
       1950-READ-OLD-REGISTRY.
           PERFORM 1955-READ-REGISTRY-ONCE
           PERFORM UNTIL WS-REG-EOF OR NOT LHT-TRAILER-PRESENT
               SET WS-TRL-SEEN TO TRUE
               ADD LHT-RECORD-COUNT TO WS-TRL-EXPECTED-COUNT
               ADD LHT-KEY-HASH     TO WS-TRL-EXPECTED-HASH
               PERFORM 1955-READ-REGISTRY-ONCE
           END-PERFORM
           IF WS-REG-EOF
               MOVE HIGH-VALUES TO WS-MST-KEY
           ELSE
               ADD 1 TO WS-REG-READ
               ADD 1                  TO WS-TRL-ACTUAL-COUNT
               ADD LH-SRC-SUBJ-ID-NB  TO WS-TRL-ACTUAL-HASH
               ADD LH-SRC-SUBJ-SEQ-NB TO WS-TRL-ACTUAL-HASH
               MOVE LH-SRC-SUBJ-ID-NB  TO WS-MK-SUBJ-ID-NB
               MOVE LH-SRC-SUBJ-SEQ-NB TO WS-MK-SUBJ-SEQ-NB
               MOVE LH-MATTER-REF      TO WS-MK-MATTER-REF
           END-IF.

       1955-READ-REGISTRY-ONCE.
           READ HOLD-REG-IN-FILE
               AT END
                   SET WS-REG-EOF TO TRUE
           END-READ.

      *****************************************************************
      *    SORT INPUT PROCEDURE -- EDITS EACH CARD. A CARD THAT FAILS
      *    THE EDIT PRINTS AS INVALID AND GOES NO FURTHER; A GOOD ONE
      *    IS RELEASED TO THE SORT.
      *****************************************************************
       2000-EDIT-TRANSACTIONS.
           PERFORM 1900-READ-TRANSACTION
           PERFORM 2100-EDIT-ONE-CARD UNTIL WS-TRAN-EOF.

       2100-EDIT-ONE-CARD.
           IF HT-ACTION NOT = '*'
               ADD 1 TO WS-CARDS-READ
               EVALUATE TRUE
                   WHEN HT-ACTION NOT = 'A' AND HT-ACTION NOT = 'R'
                       MOVE 'INVALID - ACTION NOT A OR R'
                           TO WS-DT-OUTCOME
                       PERFORM 2900-PRINT-INVALID-CARD
                   WHEN HT-SUBJ-ID-NB NOT NUMERIC
                     OR HT-SUBJ-SEQ-NB NOT NUMERIC
                       MOVE 'INVALID - SUBJECT ID/SEQ NOT NUMERIC'
                           TO WS-DT-OUTCOME
                       PERFORM 2900-PRINT-INVALID-CARD
                   WHEN HT-MATTER-REF = SPACES
                       MOVE 'INVALID - NO MATTER REFERENCE'
                           TO WS-DT-OUTCOME
                       PERFORM 2900-PRINT-INVALID-CARD
                   WHEN HT-OPER-ID = SPACES
                       MOVE 'INVALID - NO OPERATOR ID'
                           TO WS-DT-OUTCOME
                       PERFORM 2900-PRINT-INVALID-CARD
                   WHEN OTHER
                       MOVE HT-SUBJ-ID-NB  TO ST-SUBJ-ID-NB
                       MOVE HT-SUBJ-SEQ-NB TO ST-SUBJ-SEQ-NB
                       MOVE HT-MATTER-REF  TO ST-MATTER-REF
                       MOVE WS-CARD-NB     TO ST-CARD-NB
                       MOVE HT-ACTION      TO ST-ACTION
                       MOVE HT-OPER-ID     TO ST-OPER-ID
                       RELEASE HOLD-SORT-RECORD
               END-EVALUATE
           END-IF
           PERFORM 1900-READ-TRANSACTION.

      *    THE CALLER HAS ALREADY SET THE OUTCOME TEXT.
       2900-PRINT-INVALID-CARD.
           ADD 1 TO WS-CARDS-INVALID
           MOVE WS-CARD-NB     TO WS-DT-CARD-NB
           MOVE HT-ACTION      TO WS-DT-ACTION
           MOVE HT-SUBJ-ID-NB  TO WS-DT-SUBJ-ID
           MOVE HT-SUBJ-SEQ-NB TO WS-DT-SUBJ-SEQ
           MOVE HT-MATTER-REF  TO WS-DT-MATTER
           MOVE HT-OPER-ID     TO WS-DT-OPER-ID
           PERFORM 5000-PRINT-DETAIL-LINE.

      *****************************************************************
      *    SORT OUTPUT PROCEDURE -- BALANCED-LINE MERGE OF THE SORTED
      *    TRANSACTIONS AGAINST THE OLD REGISTRY. EACH PASS OF 4100
      *    WORKS ONE KEY: THE OLD RECORD (IF ANY) IS TAKEN IN HAND,
      *    EVERY TRANSACTION FOR THE KEY IS APPLIED TO IT IN CARD
      *    ORDER, AND WHATEVER IS IN HAND IS WRITTEN TO THE NEW
      *    GENERATION.
      *****************************************************************
       4000-UPDATE-REGISTRY.
           PERFORM 1950-READ-OLD-REGISTRY
           PERFORM 4900-RETURN-TRANSACTION
           PERFORM 4100-PROCESS-ONE-KEY
               UNTIL WS-MST-KEY = HIGH-VALUES
                 AND WS-TRN-KEY = HIGH-VALUES
           PERFORM 9800-VERIFY-REGISTRY-TRAILER
           PERFORM 9900-WRITE-REGISTRY-TRAILER.

       4100-PROCESS-ONE-KEY.
           IF WS-MST-KEY < WS-TRN-KEY
               MOVE WS-MST-KEY TO WS-ACTIVE-KEY
           ELSE
               MOVE WS-TRN-KEY TO WS-ACTIVE-KEY
           END-IF
           IF WS-MST-KEY = WS-ACTIVE-KEY
               MOVE LEGAL-HOLD-RECORD TO WS-IN-HAND-RECORD
               SET WS-IN-HAND TO TRUE
               PERFORM 1950-READ-OLD-REGISTRY
           ELSE
               SET WS-IN-HAND TO FALSE
           END-IF
           PERFORM 4200-APPLY-TRANSACTION
               UNTIL WS-TRN-KEY NOT = WS-ACTIVE-KEY
           IF WS-IN-HAND
               PERFORM 4800-WRITE-NEW-REGISTRY
           END-IF.

       4200-APPLY-TRANSACTION.
           MOVE ST-CARD-NB     TO WS-DT-CARD-NB
           MOVE ST-ACTION      TO WS-DT-ACTION
           MOVE ST-SUBJ-ID-NB  TO WS-DT-SUBJ-ID
           MOVE ST-SUBJ-SEQ-NB TO WS-DT-SUBJ-SEQ
           MOVE ST-MATTER-REF  TO WS-DT-MATTER
           MOVE ST-OPER-ID     TO WS-DT-OPER-ID
           EVALUATE TRUE
               WHEN ST-ACTION-PLACE
                   IF WS-IN-HAND AND WS-IH-HOLD-ACTIVE
                       ADD 1 TO WS-TRANS-REJECTED
                       MOVE 'REJECTED - MATTER ALREADY ON HOLD'
                           TO WS-DT-OUTCOME
                   ELSE
                       PERFORM 4300-PLACE-HOLD
                   END-IF
               WHEN ST-ACTION-RELEASE
                   IF WS-IN-HAND AND WS-IH-HOLD-ACTIVE
                       PERFORM 4400-RELEASE-HOLD
                   ELSE
                       ADD 1 TO WS-TRANS-REJECTED
                       MOVE 'REJECTED - NO ACTIVE HOLD TO RELEASE'
                           TO WS-DT-OUTCOME
                   END-IF
           END-EVALUATE
           PERFORM 5000-PRINT-DETAIL-LINE
           PERFORM 4900-RETURN-TRANSACTION.

      *    A NEW MATTER, OR A RELEASED ONE BEING REACTIVATED -- EITHER
      *    WAY THE PLACEMENT FIELDS ARE THIS CARD'S AND THE RELEASE
      *    FIELDS ARE CLEARED.
       4300-PLACE-HOLD.
           IF WS-IN-HAND
               MOVE 'HOLD REACTIVATED' TO WS-DT-OUTCOME
           ELSE
               MOVE SPACES            TO WS-IN-HAND-RECORD
               MOVE ST-SUBJ-ID-NB     TO WS-IH-SRC-SUBJ-ID-NB
               MOVE ST-SUBJ-SEQ-NB    TO WS-IH-SRC-SUBJ-SEQ-NB
               MOVE ST-MATTER-REF     TO WS-IH-MATTER-REF
               SET WS-IN-HAND         TO TRUE
               MOVE 'HOLD PLACED'     TO WS-DT-OUTCOME
           END-IF
           ADD 1 TO WS-HOLDS-PLACED
           SET WS-IH-HOLD-ACTIVE      TO TRUE
           MOVE WS-RUN-DT             TO WS-IH-PLACED-DT
           MOVE ST-OPER-ID            TO WS-IH-PLACED-BY
           MOVE SPACES                TO WS-IH-RELEASED-DT
           MOVE SPACES                TO WS-IH-RELEASED-BY.

       4400-RELEASE-HOLD.
           ADD 1 TO WS-HOLDS-RELEASED
           SET WS-IH-HOLD-RELEASED    TO TRUE
           MOVE WS-RUN-DT             TO WS-IH-RELEASED-DT
           MOVE ST-OPER-ID            TO WS-IH-RELEASED-BY
           MOVE 'HOLD RELEASED'       TO WS-DT-OUTCOME.

       4800-WRITE-NEW-REGISTRY.
           MOVE WS-IN-HAND-RECORD TO HOLD-REG-OUT-RECORD
           WRITE HOLD-REG-OUT-RECORD
           ADD 1 TO WS-REG-WRITTEN
           IF WS-IH-HOLD-ACTIVE
               ADD 1 TO WS-REG-ACTIVE
           END-IF
           ADD 1                     TO WS-TRL-OUT-COUNT
           ADD WS-IH-SRC-SUBJ-ID-NB  TO WS-TRL-OUT-HASH
           ADD WS-IH-SRC-SUBJ-SEQ-NB TO WS-TRL-OUT-HASH.

       4900-RETURN-TRANSACTION.
           RETURN SORT-WORK-FILE
               AT END
                   SET WS-SORT-EOF TO TRUE
           END-RETURN
           IF WS-SORT-EOF
               MOVE HIGH-VALUES TO WS-TRN-KEY
           ELSE
               MOVE ST-SUBJ-ID-NB  TO WS-TK-SUBJ-ID-NB
               MOVE ST-SUBJ-SEQ-NB TO WS-TK-SUBJ-SEQ-NB
               MOVE ST-MATTER-REF  TO WS-TK-MATTER-REF
           END-IF.

       5000-PRINT-DETAIL-LINE.
           IF WS-LINE-CT > 54
               PERFORM 5100-PRINT-HEADINGS
           END-IF
           WRITE REPORT-LINE       FROM WS-DETAIL-LINE
           ADD 1 TO WS-LINE-CT.

       5100-PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-NB
           MOVE WS-PAGE-NB         TO WS-HDG1-PAGE
           WRITE REPORT-LINE       FROM WS-HDG1
           WRITE REPORT-LINE       FROM WS-HDG2
           MOVE SPACES             TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 4 TO WS-LINE-CT.

       5500-PRINT-TOTALS.
           IF WS-LINE-CT > 46
               PERFORM 5100-PRINT-HEADINGS
           END-IF
           MOVE SPACES             TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'CARDS READ'                 TO WS-TL-LABEL
           MOVE WS-CARDS-READ                TO WS-TL-COUNT
           WRITE REPORT-LINE       FROM WS-TOTAL-LINE
           MOVE 'CARDS INVALID'              TO WS-TL-LABEL
           MOVE WS-CARDS-INVALID             TO WS-TL-COUNT
           WRITE REPORT-LINE       FROM WS-TOTAL-LINE
           MOVE 'HOLDS PLACED OR REACTIVATED'
                                             TO WS-TL-LABEL
           MOVE WS-HOLDS-PLACED              TO WS-TL-COUNT
           WRITE REPORT-LINE       FROM WS-TOTAL-LINE
           MOVE 'HOLDS RELEASED'             TO WS-TL-LABEL
           MOVE WS-HOLDS-RELEASED            TO WS-TL-COUNT
           WRITE REPORT-LINE       FROM WS-TOTAL-LINE
           MOVE 'TRANSACTIONS REJECTED'      TO WS-TL-LABEL
           MOVE WS-TRANS-REJECTED            TO WS-TL-COUNT
           WRITE REPORT-LINE       FROM WS-TOTAL-LINE
           MOVE 'REGISTRY RECORDS IN'        TO WS-TL-LABEL
           MOVE WS-REG-READ                  TO WS-TL-COUNT
           WRITE REPORT-LINE       FROM WS-TOTAL-LINE
           MOVE 'REGISTRY RECORDS OUT'       TO WS-TL-LABEL
           MOVE WS-REG-WRITTEN               TO WS-TL-COUNT
           WRITE REPORT-LINE       FROM WS-TOTAL-LINE
           MOVE 'ACTIVE HOLDS ON REGISTRY'   TO WS-TL-LABEL
           MOVE WS-REG-ACTIVE                TO WS-TL-COUNT
           WRITE REPORT-LINE       FROM WS-TOTAL-LINE
           ADD 9 TO WS-LINE-CT.

       9800-VERIFY-REGISTRY-TRAILER.
           IF NOT WS-TRL-SEEN
               DISPLAY 'HOLDMNT1 ABEND - NO CONTROL TRAILER ON '
                   'LEGLHOLD'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-TRL-ACTUAL-COUNT   TO WS-TRL-ACTUAL-TRUNC
           MOVE WS-TRL-EXPECTED-COUNT TO WS-TRL-EXPECTED-TRUNC
           IF WS-TRL-ACTUAL-TRUNC NOT = WS-TRL-EXPECTED-TRUNC
               DISPLAY 'HOLDMNT1 ABEND - LEGLHOLD TRAILER MISMATCH'
               DISPLAY '  RECORDS EXPECTED ' WS-TRL-EXPECTED-TRUNC
                   ' READ ' WS-TRL-ACTUAL-TRUNC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-TRL-ACTUAL-HASH   TO WS-TRL-ACTUAL-TRUNC
           MOVE WS-TRL-EXPECTED-HASH TO WS-TRL-EXPECTED-TRUNC
           IF WS-TRL-ACTUAL-TRUNC NOT = WS-TRL-EXPECTED-TRUNC
               DISPLAY 'HOLDMNT1 ABEND - LEGLHOLD TRAILER MISMATCH'
               DISPLAY '  KEY HASH EXPECTED ' WS-TRL-EXPECTED-TRUNC
                   ' ACCUMULATED ' WS-TRL-ACTUAL-TRUNC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       9900-WRITE-REGISTRY-TRAILER.
           MOVE SPACES           TO WS-OUT-TRAILER
           MOVE HIGH-VALUES      TO WS-OT-TRAILER-ID
           MOVE WS-TRL-OUT-COUNT TO WS-OT-RECORD-COUNT
           MOVE WS-TRL-OUT-HASH  TO WS-OT-KEY-HASH
           MOVE WS-OUT-TRAILER   TO HOLD-REG-OUT-RECORD
           WRITE HOLD-REG-OUT-RECORD.

       9000-TERMINATE.
           PERFORM 5500-PRINT-TOTALS
           CLOSE HOLD-TRAN-FILE
           CLOSE HOLD-REG-IN-FILE
           CLOSE HOLD-REG-OUT-FILE
           CLOSE ACTIVITY-REPORT
           DISPLAY 'HOLDMNT1 CARDS READ:            ' WS-CARDS-READ
           DISPLAY 'HOLDMNT1 CARDS INVALID:         ' WS-CARDS-INVALID
           DISPLAY 'HOLDMNT1 HOLDS PLACED:          ' WS-HOLDS-PLACED
           DISPLAY 'HOLDMNT1 HOLDS RELEASED:        '
               WS-HOLDS-RELEASED
           DISPLAY 'HOLDMNT1 TRANSACTIONS REJECTED: '
               WS-TRANS-REJECTED
           DISPLAY 'HOLDMNT1 ACTIVE HOLDS:          ' WS-REG-ACTIVE.
