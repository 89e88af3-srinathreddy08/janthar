      *                THE MOVE'S OLD ADDRESS BECAUSE SOMEONE CORRECTED
      *                IT ONLINE -- GOES TO ITS OWN EXCEPTION LISTING
      *                FOR THE REVIEW DESK AND THE KSDS IS LEFT ALONE.
      *                EACH SUCH MOVE ALSO GOES TO THE NCOAFDBK
      *                FEEDBACK-ITEM FILE (SEE FDBKITM.CPY) FOR THE
      *                PROVIDER FEEDBACK BUILD (FDBKBLD1): '0016' WHEN
      *                THE SUBJECT IS NOT ON AUDITKS, '0017' WHEN ITS
      *                ADDRESS NO LONGER MATCHES. THE ITEM CARRIES THE
      *                BATCH IDENTITY FROM THE SUBJECT'S FIRST KSDS
      *                RECORD AND IS SEALED WITH ITS OWN TRAILER.
      *                EXCQBLD1 ALSO READS NCOAFDBK, SO EVERY MOVE
      *                THAT COULD NOT BE APPLIED BECOMES AN ITEM ON
      *                THE REVIEW DESK'S EXCEPTION WORK QUEUE.
      *                NCOAMOVE'S CONTROL TRAILER (SEE NCOAMV.CPY) IS
      *                VERIFIED AT END OF FILE -- A MISSING TRAILER OR
      *                COUNT/HASH MISMATCH ABENDS THE RUN, SAME
      *                NINE-DIGIT TRUNCATED COMPARE AS DINAPLY1 USES
      *                FOR DINMSTR.
      *                THE RUN DATE IS THE OPEN BUSINESS DATE FROM THE
      *                CYCLDATE CONTROL FILE (SEE CYCDATE.CPY), NOT THE
      *                SYSTEM CLOCK, SO A RERUN CARRIES THE DATE OF THE
      *                CYCLE IT BELONGS TO; THE STEP ABENDS UNLESS
      *                CYCLEND1 HAS OPENED THAT DATE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
           SELECT EXCEPTION-REPORT     ASSIGN TO NCOAEXC
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FEEDBACK-ITEM-FILE   ASSIGN TO NCOAFDBK
               ORGANIZATION IS SEQUENTIAL.

           SELECT CYCLE-DATE-FILE      ASSIGN TO CYCLDATE
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  NCOA-MOVE-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                PIC X(132).

       FD  FEEDBACK-ITEM-FILE
           RECORD CONTAINS 40 CHARACTERS.
       COPY "fdbkitm.cpy".

       FD  CYCLE-DATE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY "cycdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-EOF-SW              PIC X(01) VALUE 'N'.
       01  WS-RECS-FOUND              PIC S9(04) COMP VALUE ZERO.
       01  WS-RECS-MATCHED            PIC S9(04) COMP VALUE ZERO.

      *    BATCH IDENTITY OF THE SUBJECT'S FIRST KSDS RECORD (RAW
      *    OFFSETS OF N-SEQUENCE-NB AND N-PROC-START-DT/TM), KEPT FOR
      *    THE FEEDBACK ITEM OF A MOVE THAT CANNOT BE APPLIED.
       01  WS-FIRST-SEQUENCE-NB       PIC X(06) VALUE SPACES.
       01  WS-FIRST-PROC-START-DT     PIC X(08) VALUE SPACES.
       01  WS-FIRST-PROC-START-TM     PIC X(04) VALUE SPACES.

      *    FEEDBACK-ITEM FILE OUTBOUND TOTALS FOR ITS TRAILER.
       01  WS-FDBK-CONTROL.
           05  WS-FDBK-COUNT          PIC S9(18) COMP VALUE ZERO.
           05  WS-FDBK-HASH           PIC S9(18) COMP VALUE ZERO.

      *    THE MOVE'S SUBJECT KEY AND ITS RAW BINARY IMAGE FOR THE
      *    ALTERNATE-PATH READ -- SAME REDEFINES TECHNIQUE AS ARCHRST1.
       01  WS-TARGET-KEY-WORK.
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1050-READ-CYCLE-DATE
           ACCEPT WS-RUN-TM-RAW FROM TIME
           OPEN INPUT  NCOA-MOVE-FILE
           OPEN I-O    AUDIT-KSDS-FILE
           END-IF
           OPEN EXTEND CORR-TRAIL-FILE
           OPEN OUTPUT EXCEPTION-REPORT
           OPEN OUTPUT FEEDBACK-ITEM-FILE
           PERFORM 1900-READ-MOVE-FILE.

      *    THE BUSINESS DATE IS TAKEN FROM THE CYCLDATE CONTROL RECORD
      *    AND THE STEP REFUSES TO RUN UNLESS THAT DATE IS OPEN.
       1050-READ-CYCLE-DATE.
           OPEN INPUT CYCLE-DATE-FILE
           READ CYCLE-DATE-FILE
               AT END
                   MOVE SPACES TO CYCLE-DATE-RECORD
           END-READ
           IF NOT CD-CONTROL-REC
               DISPLAY 'NCOAAPL1 ABEND - NO CONTROL RECORD AT THE HEAD '
                   'OF CYCLDATE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT CD-CYCLE-OPEN
               DISPLAY 'NCOAAPL1 ABEND - BUSINESS DATE '
                   CD-CURRENT-BUS-DT ' IS NOT OPEN'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE CD-CURRENT-BUS-DT TO WS-RUN-DT
           CLOSE CYCLE-DATE-FILE.

      *    CONTROL-TRAILER RECORDS ARE TALLIED AND SKIPPED HERE SO THE
      *    APPLY LOGIC ONLY EVER SEES MOVE DATA RECORDS.
       1900-READ-MOVE-FILE.
       3000-APPLY-MOVE-TO-KSDS.
           MOVE ZERO TO WS-RECS-FOUND
           MOVE ZERO TO WS-RECS-MATCHED
           MOVE SPACES TO WS-FIRST-SEQUENCE-NB
           MOVE SPACES TO WS-FIRST-PROC-START-DT
           MOVE SPACES TO WS-FIRST-PROC-START-TM
           MOVE NM-SRC-SUBJ-ID-NB  TO WS-TK-SUBJ-ID-BIN
           MOVE NM-SRC-SUBJ-SEQ-NB TO WS-TK-SUBJ-SEQ-BIN
           MOVE WS-TARGET-KEY-X    TO AK-SUBJECT-KEY

       3050-APPLY-TO-ONE-RECORD.
           ADD 1 TO WS-RECS-FOUND
           IF WS-RECS-FOUND = 1
               MOVE AUDIT-KSDS-RECORD (1516:6) TO WS-FIRST-SEQUENCE-NB
               MOVE AUDIT-KSDS-RECORD (1:8)    TO WS-FIRST-PROC-START-DT
               MOVE AUDIT-KSDS-RECORD (9:4)    TO WS-FIRST-PROC-START-TM
           END-IF
           IF AUDIT-KSDS-RECORD (1078:420) = NM-OLD-ADDR-LINES
               MOVE NM-NEW-ADDR-LINES
                   TO AUDIT-KSDS-RECORD (1078:420)
       4100-EXCEPT-NOT-FOUND.
           ADD 1 TO WS-MOVES-NOT-FOUND
           MOVE 'SUBJECT NOT ON AUDITKS' TO WS-DT-REASON
           PERFORM 5000-PRINT-EXCEPTION-LINE
           MOVE '0016' TO FI-ERROR-CODE
           PERFORM 4500-WRITE-FEEDBACK-ITEM.

       4200-EXCEPT-ADDR-MISMATCH.
           ADD 1 TO WS-MOVES-MISMATCHED
           MOVE 'KSDS ADDRESS NO LONGER MATCHES' TO WS-DT-REASON
           PERFORM 5000-PRINT-EXCEPTION-LINE
           MOVE '0017' TO FI-ERROR-CODE
           PERFORM 4500-WRITE-FEEDBACK-ITEM.

      *    THE CALLER HAS ALREADY SET FI-ERROR-CODE.
       4500-WRITE-FEEDBACK-ITEM.
           MOVE NM-DATA-PROVIDER       TO FI-DATA-PROVIDER
           MOVE NM-SRC-SUBJ-ID-NB      TO FI-SRC-SUBJ-ID-NB
           MOVE NM-SRC-SUBJ-SEQ-NB     TO FI-SRC-SUBJ-SEQ-NB
           MOVE WS-FIRST-SEQUENCE-NB   TO FI-SEQUENCE-NB
           MOVE WS-FIRST-PROC-START-DT TO FI-PROC-START-DT
           MOVE WS-FIRST-PROC-START-TM TO FI-PROC-START-TM
           MOVE 'NCOAAPL1'             TO FI-SOURCE-PGM
           SET FI-ONE-TIME-EVENT       TO TRUE
           WRITE FEEDBACK-ITEM-RECORD
           ADD 1                  TO WS-FDBK-COUNT
           ADD NM-SRC-SUBJ-ID-NB  TO WS-FDBK-HASH
           ADD NM-SRC-SUBJ-SEQ-NB TO WS-FDBK-HASH.

       5000-PRINT-EXCEPTION-LINE.
           IF WS-LINE-CT > 54
               STOP RUN
           END-IF.

       9900-WRITE-FEEDBACK-TRAILER.
           MOVE SPACES            TO FEEDBACK-ITEM-TRAILER
           MOVE HIGH-VALUES       TO FIT-TRAILER-ID
           MOVE WS-FDBK-COUNT     TO FIT-RECORD-COUNT
           MOVE WS-FDBK-HASH      TO FIT-KEY-HASH
           WRITE FEEDBACK-ITEM-TRAILER.

       9000-TERMINATE.
           PERFORM 9800-VERIFY-MOVE-TRAILER
           PERFORM 9900-WRITE-FEEDBACK-TRAILER
           CLOSE NCOA-MOVE-FILE
           CLOSE AUDIT-KSDS-FILE
           CLOSE CORR-TRAIL-FILE
           CLOSE EXCEPTION-REPORT
           CLOSE FEEDBACK-ITEM-FILE
           DISPLAY 'NCOAAPL1 MOVES READ:           ' WS-MOVES-READ
           DISPLAY 'NCOAAPL1 MOVES APPLIED:        ' WS-MOVES-APPLIED
           DISPLAY 'NCOAAPL1 SUBJECT NOT FOUND:    '
