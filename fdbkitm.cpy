      *****************************************************************
      *    PROVIDER-FEEDBACK ITEM (DD NCOAFDBK FROM NCOAAPL1, NIXFDBK
      *    FROM NIXIEPR1) AND EXCEPTION-QUEUE ITEM (DD NIXEXCQ FROM
      *    NIXIEPR1, HSEEXCQ FROM HOUSHLD1, READ BY EXCQBLD1 ALONG
      *    WITH NCOAFDBK). ONE RECORD PER PROBLEM SUBJECT A STEP
      *    RAISES THAT THE PROVIDER NEEDS TO HEAR ABOUT, CARRYING THE
      *    SUBJECT'S BATCH IDENTITY (N-SEQUENCE-NB AND THE ORIGINAL
      *    N-PROC-START-DT/TM, TAKEN FROM THE SUBJECT'S AUDITKS
      *    RECORD) SO FDBKBLD1 CAN ROUTE IT WITHOUT GOING BACK TO THE
      *    KSDS. WHEN THE SUBJECT IS NOT ON AUDITKS AT ALL THE BATCH
      *    FIELDS ARE BLANK AND ONLY THE PROVIDER IS KNOWN.
      *****************************************************************
       01  FEEDBACK-ITEM-RECORD.
           05  FI-DATA-PROVIDER            PIC X(05).
           05  FI-SRC-SUBJ-ID-NB           PIC S9(04) COMP.
           05  FI-SRC-SUBJ-SEQ-NB          PIC S9(04) COMP.
           05  FI-SEQUENCE-NB              PIC X(06).
           05  FI-ERROR-CODE               PIC X(04).
           05  FI-PROC-START-DT            PIC X(08).
           05  FI-PROC-START-TM            PIC X(04).
           05  FI-SOURCE-PGM               PIC X(08).
      *    SET ON THE EXCEPTION-QUEUE ITEM FILES ONLY: 'S' WHEN THE
      *    STEP RE-DERIVES THE CONDITION IN FULL EVERY NIGHT, SO AN
      *    ITEM THAT STOPS APPEARING HAS CLEARED; 'E' WHEN IT IS A
      *    ONE-TIME EVENT THAT STAYS OPEN UNTIL WORKED.
           05  FI-ITEM-KIND                PIC X(01).
               88  FI-STANDING-CONDITION   VALUE 'S'.
               88  FI-ONE-TIME-EVENT       VALUE 'E'.

      *    CONTROL TRAILER, WRITTEN AS THE FILE'S LAST RECORD.
      *    HIGH-VALUES IN THE FIRST TWO BYTES CANNOT BE A REAL
      *    PROVIDER CODE. THE COUNT AND THE SUBJECT-KEY HASH TOTAL
      *    (SUM OF FI-SRC-SUBJ-ID-NB PLUS FI-SRC-SUBJ-SEQ-NB OVER
      *    EVERY ITEM) ARE CARRIED IN THEIR LOW-ORDER NINE DIGITS.
       01  FEEDBACK-ITEM-TRAILER.
           05  FIT-TRAILER-ID              PIC X(02).
               88  FIT-TRAILER-PRESENT     VALUE HIGH-VALUES.
           05  FIT-RECORD-COUNT            PIC S9(09) COMP-3.
           05  FIT-KEY-HASH                PIC S9(09) COMP-3.
           05  FILLER                      PIC X(28).
