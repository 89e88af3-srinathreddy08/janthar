      *****************************************************************
      *    STREAM MAP RECORD (DD SPLTMAP). STRMSPL1 WRITES ONE RECORD
      *    PER CLEAN-FEED RECORD, IN THE FEED'S OWN ORDER, NAMING THE
      *    STREAM THE RECORD WAS ROUTED TO AND ITS UNIQUE AUDIT KEY
      *    (THE N-AUDIT-KEY BYTES OF AUDIT.CPY: N-SRC-DIN,
      *    N-SRC-SUBJ-ID-NB, N-SRC-SUBJ-SEQ-NB). STRMMRG1 WALKS THE MAP
      *    TO PUT THE STREAMS' EXTRACTS AND RETRY QUEUES BACK INTO THE
      *    ORIGINAL ORDER.
      *****************************************************************
       01  STREAM-MAP-RECORD.
           05  SM-STREAM-ID                PIC X(02).
           05  SM-STREAM-ID-NB REDEFINES SM-STREAM-ID
                                           PIC 9(02).
           05  SM-AUDIT-KEY                PIC X(12).
           05  SM-AUDIT-KEY-FIELDS REDEFINES SM-AUDIT-KEY.
               10  SM-SRC-DIN              PIC S9(18) COMP.
               10  SM-SRC-SUBJ-ID-NB       PIC S9(04) COMP.
               10  SM-SRC-SUBJ-SEQ-NB      PIC S9(04) COMP.
           05  FILLER                      PIC X(06).

      *    CONTROL TRAILER, WRITTEN AS THE FILE'S LAST RECORD.
      *    HIGH-VALUES CANNOT BE A STREAM NUMBER. THE COUNT AND THE
      *    SUBJECT-KEY HASH TOTAL (SUM OF SM-SRC-SUBJ-ID-NB PLUS
      *    SM-SRC-SUBJ-SEQ-NB OVER EVERY DATA RECORD) ARE CARRIED IN
      *    THEIR LOW-ORDER NINE DIGITS, WITH THE NIGHT'S STREAM COUNT.
       01  STREAM-MAP-TRAILER.
           05  SMT-TRAILER-ID              PIC X(02).
               88  SMT-TRAILER-PRESENT     VALUE HIGH-VALUES.
           05  SMT-RECORD-COUNT            PIC S9(09) COMP-3.
           05  SMT-KEY-HASH                PIC S9(09) COMP-3.
           05  SMT-STREAM-COUNT            PIC 9(02).
           05  FILLER                      PIC X(06).
