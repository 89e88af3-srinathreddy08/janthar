      *                IS SEALED WITH ITS OWN TRAILER. THE TRAILER
      *                RIDES THROUGH THE ADDRESS SORT LIKE ANY OTHER
      *                RECORD AND IS RECOGNIZED WHEREVER IT LANDS.
      *                EVERY SUBJECT AT A NEAR-MATCH ADDRESS ALSO GOES
      *                TO THE HSEEXCQ ITEM FILE (SEE FDBKITM.CPY) AS A
      *                '0018' ITEM FOR THE EXCEPTION WORK-QUEUE LOAD
      *                (EXCQBLD1), SEALED WITH ITS OWN TRAILER. THE
      *                GROUPING IS REDONE FROM THE WHOLE EXTRACT EVERY
      *                NIGHT, SO THE ITEMS ARE MARKED STANDING
      *                CONDITIONS: ONCE THE ADDRESSES ARE RECONCILED
      *                THE SUBJECT STOPS APPEARING AND ITS QUEUE ITEM
      *                CLOSES ITSELF.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
           SELECT REVIEW-REPORT        ASSIGN TO HSEREVW
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXCQ-ITEM-FILE       ASSIGN TO HSEEXCQ
               ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-WORK-FILE       ASSIGN TO SORTWK01.

       DATA DIVISION.
           RECORD CONTAINS 132 CHARACTERS.
       01  REVIEW-LINE                 PIC X(132).

       FD  EXCQ-ITEM-FILE
           RECORD CONTAINS 40 CHARACTERS.
       COPY "fdbkitm.cpy".

      *    ONE SUMMARY RECORD PER MULTI-SUBJECT HOUSEHOLD, SORTED
      *    DESCENDING ON MEMBER COUNT FOR THE RANKED REPORT.
       SD  SORT-WORK-FILE.
               88  WS-SORT-EOF        VALUE 'Y'.
           05  WS-FIRST-RECORD-SW     PIC X(01) VALUE 'Y'.
               88  WS-FIRST-RECORD    VALUE 'Y' FALSE 'N'.
           05  WS-SUB-NEAR-MATCH-SW   PIC X(01) VALUE 'N'.
               88  WS-SUB-NEAR-MATCH  VALUE 'Y' FALSE 'N'.

       01  WS-COUNTERS.
           05  WS-RECORDS-READ        PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-LINE-CT             PIC S9(03) COMP-3 VALUE 99.
           05  WS-REV-LINE-CT         PIC S9(03) COMP-3 VALUE 99.
           05  WS-REV-PAGE-NB         PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-EXCQ-ITEMS          PIC S9(09) COMP-3 VALUE ZERO.

       01  WS-NEXT-HOUSEHOLD-ID       PIC S9(07) COMP-3 VALUE ZERO.

           05  WS-TRL-ACTUAL-HASH     PIC S9(18) COMP VALUE ZERO.
           05  WS-TRL-OUT-COUNT       PIC S9(18) COMP VALUE ZERO.
           05  WS-TRL-OUT-HASH        PIC S9(18) COMP VALUE ZERO.
           05  WS-TRL-EXCQ-COUNT      PIC S9(18) COMP VALUE ZERO.
           05  WS-TRL-EXCQ-HASH       PIC S9(18) COMP VALUE ZERO.

       COPY "trlrimg.cpy".

           OPEN INPUT  AUDIT-STD-FILE
           OPEN OUTPUT HOUSEHOLD-XREF-FILE
           OPEN OUTPUT HOUSEHOLD-REPORT
           OPEN OUTPUT REVIEW-REPORT
           OPEN OUTPUT EXCQ-ITEM-FILE.

      *****************************************************************
      *    SORT INPUT PROCEDURE -- THE SINGLE PASS OVER THE ADDRESS-

       2400-START-SUBGROUP.
           MOVE AUDIT-STD-RECORD (1078:420) TO WS-SUB-ADDR
           SET WS-SUB-NEAR-MATCH TO FALSE
           MOVE ZERO TO WS-MEMBER-COUNT.

       2500-ADD-MEMBER.
      *    THE SUBGROUP JUST ENDED. TWO OR MORE SUBJECTS AT THE SAME
      *    EXACT ADDRESS MAKE A HOUSEHOLD -- ASSIGN THE ID, WRITE THE
      *    XREF RECORDS AND RELEASE THE RANKING SUMMARY; A SINGLETON
      *    JUST COUNTS. EITHER WAY, A SUBGROUP FLAGGED AS A NEAR
      *    MATCH PUTS EVERY MEMBER ON THE EXCEPTION WORK QUEUE.
       3000-END-SUBGROUP.
           IF WS-SUB-NEAR-MATCH
               PERFORM 3200-WRITE-ONE-EXCQ-ITEM
                   VARYING WS-MEMBER-IDX FROM 1 BY 1
                   UNTIL WS-MEMBER-IDX > WS-MEMBER-COUNT
           END-IF
           IF WS-MEMBER-COUNT >= 2
               ADD 1 TO WS-NEXT-HOUSEHOLD-ID
               ADD 1 TO WS-HOUSEHOLDS-FOUND
           ADD HX-SRC-SUBJ-ID-NB TO WS-TRL-OUT-HASH
           ADD HX-SRC-SUBJ-SEQ-NB TO WS-TRL-OUT-HASH.

      *    THE MEMBER TABLE CARRIES ONLY THE SUBJECT KEY AND PROVIDER,
      *    SO THE ITEM'S BATCH-IDENTITY FIELDS GO BLANK.
       3200-WRITE-ONE-EXCQ-ITEM.
           MOVE SPACES TO FEEDBACK-ITEM-RECORD
           MOVE WS-MB-PROVIDER (WS-MEMBER-IDX)
               TO FI-DATA-PROVIDER
           MOVE WS-MB-SUBJ-ID-NB (WS-MEMBER-IDX)
               TO FI-SRC-SUBJ-ID-NB
           MOVE WS-MB-SUBJ-SEQ-NB (WS-MEMBER-IDX)
               TO FI-SRC-SUBJ-SEQ-NB
           MOVE '0018'     TO FI-ERROR-CODE
           MOVE 'HOUSHLD1' TO FI-SOURCE-PGM
           SET FI-STANDING-CONDITION TO TRUE
           WRITE FEEDBACK-ITEM-RECORD
           ADD 1 TO WS-EXCQ-ITEMS
           ADD 1                  TO WS-TRL-EXCQ-COUNT
           ADD FI-SRC-SUBJ-ID-NB  TO WS-TRL-EXCQ-HASH
           ADD FI-SRC-SUBJ-SEQ-NB TO WS-TRL-EXCQ-HASH.

      *    A NEW SUBGROUP UNDER THE SAME PRIMARY LINE. WHEN ONLY THE
      *    SECONDARY LINE DIFFERS FROM THE GROUP'S FIRST ADDRESS --
      *    LINES 3-7 IDENTICAL -- THE TWO STYLES PROBABLY NAME THE
           IF AUDIT-STD-RECORD (1198:300) = WS-GRP-FIRST-TAIL
              AND N-ADDR-LINE2 NOT = WS-GRP-FIRST-LINE2
               ADD 1 TO WS-REVIEW-FLAGGED
               SET WS-SUB-NEAR-MATCH TO TRUE
               PERFORM 3600-PRINT-REVIEW-LINE
           END-IF.

           MOVE WS-TRL-OUT-HASH   TO HXT-KEY-HASH
           WRITE HOUSEHOLD-XREF-TRAILER.

       9910-WRITE-EXCQ-TRAILER.
           MOVE SPACES            TO FEEDBACK-ITEM-TRAILER
           MOVE HIGH-VALUES       TO FIT-TRAILER-ID
           MOVE WS-TRL-EXCQ-COUNT TO FIT-RECORD-COUNT
           MOVE WS-TRL-EXCQ-HASH  TO FIT-KEY-HASH
           WRITE FEEDBACK-ITEM-TRAILER.

       9000-TERMINATE.
           PERFORM 9900-WRITE-XREF-TRAILER
           PERFORM 9910-WRITE-EXCQ-TRAILER
           CLOSE AUDIT-STD-FILE
           CLOSE HOUSEHOLD-XREF-FILE
           CLOSE HOUSEHOLD-REPORT
           CLOSE REVIEW-REPORT
           CLOSE EXCQ-ITEM-FILE
           DISPLAY 'HOUSHLD1 RECORDS READ:       ' WS-RECORDS-READ
           DISPLAY 'HOUSHLD1 HOUSEHOLDS FOUND:   '
               WS-HOUSEHOLDS-FOUND
           DISPLAY 'HOUSHLD1 SINGLE SUBJECTS:    '
               WS-SINGLE-SUBJECTS
           DISPLAY 'HOUSHLD1 NEAR-MATCH FLAGGED: '
               WS-REVIEW-FLAGGED
           DISPLAY 'HOUSHLD1 QUEUE ITEMS WRITTEN: ' WS-EXCQ-ITEMS.
