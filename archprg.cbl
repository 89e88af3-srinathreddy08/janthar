      *                TO ITS ARCHIVE OR RETAINED GENERATION AT THE
      *                LENGTH IT ARRIVED, SO NOTHING IS PADDED OR
      *                CONVERTED ON THE WAY THROUGH.
      *                A SUBJECT UNDER LEGAL HOLD IS NEVER PURGED: THE
      *                ACTIVE HOLDS ON THE LEGLHOLD REGISTRY (SEE
      *                HOLDREG.CPY, KEPT BY HOLDMNT1) ARE LOADED AT
      *                STARTUP, AND A RECORD OLDER THAN THE CUTOFF
      *                WHOSE SUBJECT IS HELD STAYS IN THE LIVE FILE
      *                AS IF IT WERE CURRENT. THE MANIFEST SHOWS HOW
      *                MANY RETAINED RECORDS WERE KEPT FOR A HOLD, SO
      *                READ = ARCHIVED + RETAINED STILL BALANCES. THE
      *                REGISTRY'S CONTROL TRAILER IS VERIFIED BEFORE
      *                ANYTHING IS PURGED -- A SHORT REGISTRY COULD
      *                LET A HELD SUBJECT GO.
      *                LIKE EVERY STEP OF THE CHAIN IT ABENDS UNLESS
      *                CYCLEND1 HAS OPENED THE BUSINESS DATE ON THE
      *                CYCLDATE CONTROL FILE (SEE CYCDATE.CPY).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
           SELECT MANIFEST-REPORT      ASSIGN TO ARCHMAN
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HOLD-REGISTRY-FILE   ASSIGN TO LEGLHOLD
               ORGANIZATION IS SEQUENTIAL.

           SELECT CYCLE-DATE-FILE      ASSIGN TO CYCLDATE
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                 PIC X(132).

       FD  HOLD-REGISTRY-FILE
           RECORD CONTAINS 56 CHARACTERS.
       COPY "holdreg.cpy".

       FD  CYCLE-DATE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY "cycdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-PARM-EOF-SW             PIC X(01) VALUE 'N'.
           05  WS-SUSP-EOF-SW             PIC X(01) VALUE 'N'.
               88  WS-SUSP-EOF            VALUE 'Y'.
           05  WS-KSDS-FILE-STATUS        PIC X(02) VALUE '00'.
           05  WS-HOLD-EOF-SW             PIC X(01) VALUE 'N'.
               88  WS-HOLD-EOF            VALUE 'Y'.
           05  WS-SUBJECT-HELD-SW         PIC X(01) VALUE 'N'.
               88  WS-SUBJECT-HELD        VALUE 'Y' FALSE 'N'.
           05  WS-ARCHIVE-IT-SW           PIC X(01) VALUE 'N'.
               88  WS-ARCHIVE-IT          VALUE 'Y' FALSE 'N'.

       01  WS-CUTOFF-DT                   PIC X(08) VALUE SPACES.


      *    PER-FILE ARCHIVE ACCOUNTING. EACH TRIPLET MUST BALANCE --
      *    READ = ARCHIVED + RETAINED -- BEFORE THE MANIFEST PRINTS.
      *    HELD IS THE PART OF RETAINED THAT WAS PAST THE CUTOFF BUT
      *    KEPT FOR A LEGAL HOLD.
       01  WS-KSDS-COUNTS.
           05  WS-KS-READ                 PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-KS-ARCHIVED             PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-KS-RETAINED             PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-KS-HELD                 PIC S9(09) COMP-3 VALUE ZERO.

       01  WS-CORR-COUNTS.
           05  WS-CO-READ                 PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-CO-ARCHIVED             PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-CO-RETAINED             PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-CO-HELD                 PIC S9(09) COMP-3 VALUE ZERO.

       01  WS-SUSP-COUNTS.
           05  WS-SU-READ                 PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-SU-ARCHIVED             PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-SU-RETAINED             PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-SU-HELD                 PIC S9(09) COMP-3 VALUE ZERO.

      *    CONTROL-TRAILER ACCOUNTING FOR DINSUSP IN, PLUS THE FRESH
      *    TRAILERS SEALED ONTO THE RETAINED AND ARCHIVE SUSPENSE

       COPY "trlrimg.cpy".

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

      *    REDEFINES WORK FIELD TO PULL THE BINARY SUBJECT ID/SEQ OUT
      *    OF A RAW RECORD IMAGE FOR THE HASH TOTALS.
       01  WS-HALF-WORK.
           05  FILLER                 PIC X(12) VALUE 'READ'.
           05  FILLER                 PIC X(12) VALUE 'ARCHIVED'.
           05  FILLER                 PIC X(12) VALUE 'RETAINED'.
           05  FILLER                 PIC X(12) VALUE 'LEGAL HOLD'.

       01  WS-MANIFEST-LINE.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS-ML-ARCHIVED         PIC ZZZZZZZZ9.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  WS-ML-RETAINED         PIC ZZZZZZZZ9.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  WS-ML-HELD             PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1050-READ-CYCLE-DATE
           PERFORM 1100-READ-CUTOFF-PARM
           PERFORM 1200-LOAD-LEGAL-HOLDS
           OPEN I-O    AUDIT-KSDS-FILE
           IF WS-KSDS-FILE-STATUS NOT = '00'
               DISPLAY 'ARCHPRG1 ABEND - CANNOT OPEN AUDITKS, '
           PERFORM 1930-READ-CORR-TRAIL
           PERFORM 1960-READ-SUSPENSE.

      *    THE STEP REFUSES TO RUN UNLESS THE BUSINESS DATE ON THE
      *    CYCLDATE CONTROL RECORD IS OPEN.
       1050-READ-CYCLE-DATE.
           OPEN INPUT CYCLE-DATE-FILE
           READ CYCLE-DATE-FILE
               AT END
                   MOVE SPACES TO CYCLE-DATE-RECORD
           END-READ
           IF NOT CD-CONTROL-REC
               DISPLAY 'ARCHPRG1 ABEND - NO CONTROL RECORD AT THE HEAD '
                   'OF CYCLDATE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT CD-CYCLE-OPEN
               DISPLAY 'ARCHPRG1 ABEND - BUSINESS DATE '
                   CD-CURRENT-BUS-DT ' IS NOT OPEN'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE CYCLE-DATE-FILE.

      *    THE CUTOFF RIDES IN COLUMNS 1-8 OF THE ARCHPARM CARD.
      *    EVERYTHING STRICTLY OLDER IS ARCHIVED; THE CUTOFF DATE
      *    ITSELF IS RETAINED.
           END-IF
           MOVE PARM-CARD (1:8) TO WS-CUTOFF-DT.

      *    LOADS THE ACTIVE HOLDS INTO THE IN-STORAGE TABLE AND
      *    VERIFIES THE REGISTRY'S TRAILER OVER EVERY RECORD, ACTIVE
      *    OR RELEASED.
       1200-LOAD-LEGAL-HOLDS.
           OPEN INPUT HOLD-REGISTRY-FILE
           PERFORM 1250-LOAD-ONE-HOLD UNTIL WS-HOLD-EOF
           CLOSE HOLD-REGISTRY-FILE
           IF NOT WS-HTL-SEEN
               DISPLAY 'ARCHPRG1 ABEND - NO CONTROL TRAILER ON '
                   'LEGLHOLD'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-HTL-ACTUAL-COUNT   TO WS-HTL-ACTUAL-TRUNC
           MOVE WS-HTL-EXPECTED-COUNT TO WS-HTL-EXPECTED-TRUNC
           IF WS-HTL-ACTUAL-TRUNC NOT = WS-HTL-EXPECTED-TRUNC
               DISPLAY 'ARCHPRG1 ABEND - LEGLHOLD TRAILER MISMATCH'
               DISPLAY '  RECORDS EXPECTED ' WS-HTL-EXPECTED-TRUNC
                   ' READ ' WS-HTL-ACTUAL-TRUNC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-HTL-ACTUAL-HASH   TO WS-HTL-ACTUAL-TRUNC
           MOVE WS-HTL-EXPECTED-HASH TO WS-HTL-EXPECTED-TRUNC
           IF WS-HTL-ACTUAL-TRUNC NOT = WS-HTL-EXPECTED-TRUNC
               DISPLAY 'ARCHPRG1 ABEND - LEGLHOLD TRAILER MISMATCH'
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
               DISPLAY 'ARCHPRG1 ABEND - ACTIVE LEGAL HOLDS EXCEED '
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

       1900-READ-AUDIT-KSDS.
           READ AUDIT-KSDS-FILE NEXT RECORD
               AT END
      *    (THE RAW IMAGE OF N-PROC-START-DT). AN OLD RECORD IS
      *    UNLOADED TO THE ARCHIVE AND DELETED IN PLACE -- THE READ
      *    NEXT SEQUENCE IS UNDISTURBED BY DELETING THE RECORD JUST
      *    READ. AN OLD RECORD OF A HELD SUBJECT IS RETAINED.
       2000-ARCHIVE-AUDIT-KSDS.
           ADD 1 TO WS-KS-READ
           SET WS-ARCHIVE-IT TO FALSE
           IF AUDIT-KSDS-RECORD (1:8) < WS-CUTOFF-DT
               MOVE AK-SUBJECT-KEY TO WS-HOLD-LOOK-KEY
               PERFORM 1300-CHECK-LEGAL-HOLD
               IF WS-SUBJECT-HELD
                   ADD 1 TO WS-KS-HELD
               ELSE
                   SET WS-ARCHIVE-IT TO TRUE
               END-IF
           END-IF
           IF WS-ARCHIVE-IT
               MOVE AUDIT-KSDS-RECORD TO AUDIT-ARCHIVE-RECORD
               WRITE AUDIT-ARCHIVE-RECORD
               DELETE AUDIT-KSDS-FILE

       3000-ARCHIVE-CORR-TRAIL.
           ADD 1 TO WS-CO-READ
           SET WS-ARCHIVE-IT TO FALSE
           IF AC-CORR-DT < WS-CUTOFF-DT
               MOVE AC-SRC-SUBJ-ID-NB  TO WS-HOLD-LOOK-ID-BIN
               MOVE AC-SRC-SUBJ-SEQ-NB TO WS-HOLD-LOOK-SEQ-BIN
               PERFORM 1300-CHECK-LEGAL-HOLD
               IF WS-SUBJECT-HELD
                   ADD 1 TO WS-CO-HELD
               ELSE
                   SET WS-ARCHIVE-IT TO TRUE
               END-IF
           END-IF
           IF WS-ARCHIVE-IT
               MOVE ADDR-CORRECTION-RECORD TO CORR-ARCHIVE-RECORD
               WRITE CORR-ARCHIVE-RECORD
               ADD 1 TO WS-CO-ARCHIVED

       4000-ARCHIVE-SUSPENSE.
           ADD 1 TO WS-SU-READ
           SET WS-ARCHIVE-IT TO FALSE
           IF SUSPENSE-RECORD (1:8) < WS-CUTOFF-DT
               MOVE SUSPENSE-RECORD (29:4) TO WS-HOLD-LOOK-KEY
               PERFORM 1300-CHECK-LEGAL-HOLD
               IF WS-SUBJECT-HELD
                   ADD 1 TO WS-SU-HELD
               ELSE
                   SET WS-ARCHIVE-IT TO TRUE
               END-IF
           END-IF
           IF WS-ARCHIVE-IT
               MOVE SUSPENSE-RECORD TO SUSP-ARCHIVE-RECORD
               WRITE SUSP-ARCHIVE-RECORD
               ADD 1 TO WS-SU-ARCHIVED
           MOVE WS-KS-READ         TO WS-ML-READ
           MOVE WS-KS-ARCHIVED     TO WS-ML-ARCHIVED
           MOVE WS-KS-RETAINED     TO WS-ML-RETAINED
           MOVE WS-KS-HELD         TO WS-ML-HELD
           WRITE REPORT-LINE       FROM WS-MANIFEST-LINE
           MOVE 'ADDRCORR'         TO WS-ML-FILE
           MOVE WS-CO-READ         TO WS-ML-READ
           MOVE WS-CO-ARCHIVED     TO WS-ML-ARCHIVED
           MOVE WS-CO-RETAINED     TO WS-ML-RETAINED
           MOVE WS-CO-HELD         TO WS-ML-HELD
           WRITE REPORT-LINE       FROM WS-MANIFEST-LINE
           MOVE 'DINSUSP'          TO WS-ML-FILE
           MOVE WS-SU-READ         TO WS-ML-READ
           MOVE WS-SU-ARCHIVED     TO WS-ML-ARCHIVED
           MOVE WS-SU-RETAINED     TO WS-ML-RETAINED
           MOVE WS-SU-HELD         TO WS-ML-HELD
           WRITE REPORT-LINE       FROM WS-MANIFEST-LINE.

       9000-TERMINATE.
           DISPLAY 'ARCHPRG1 ADDRCORR READ/ARCH/KEPT: ' WS-CO-READ
               ' ' WS-CO-ARCHIVED ' ' WS-CO-RETAINED
           DISPLAY 'ARCHPRG1 DINSUSP  READ/ARCH/KEPT: ' WS-SU-READ
               ' ' WS-SU-ARCHIVED ' ' WS-SU-RETAINED
           DISPLAY 'ARCHPRG1 ACTIVE LEGAL HOLDS:      '
               WS-HOLD-ENTRY-COUNT
           DISPLAY 'ARCHPRG1 KEPT FOR HOLD KS/CO/SU:  ' WS-KS-HELD
               ' ' WS-CO-HELD ' ' WS-SU-HELD.
