      *****************************************************************
      *    LEGAL-HOLD REGISTRY RECORD (DD LEGLHOLD IN, LEGLHLDO OUT --
      *    STANDARD GENERATION SWAP IN THE JCL). ONE RECORD PER
      *    SUBJECT PER LEGAL MATTER, KEPT BY THE COMPLIANCE DESK
      *    THROUGH HOLDMNT1 IN SOURCE SUBJECT ID / SUBJECT SEQ /
      *    MATTER ORDER. A SUBJECT IS UNDER HOLD WHILE ANY OF ITS
      *    RECORDS IS ACTIVE; A RELEASED HOLD STAYS ON THE REGISTRY
      *    WITH WHO RELEASED IT AND WHEN, SO THE REGISTRY IS ITS OWN
      *    HISTORY. EVERY STEP THAT PURGES OR ERASES SUBJECT DATA
      *    (ARCHPRG1, DINAPLY1'S PENDING AGE-OFF, ERASUBJ1) LOADS THE
      *    ACTIVE HOLDS INTO HOLDTBL.CPY AND LEAVES A HELD SUBJECT'S
      *    RECORDS WHERE THEY ARE. THE FIRST LEGLHOLD GENERATION IS
      *    PRIMED BY OPERATIONS AS A TRAILER-ONLY FILE.
      *****************************************************************
       01  LEGAL-HOLD-RECORD.
           05  LH-SRC-SUBJ-ID-NB           PIC S9(04) COMP.
           05  LH-SRC-SUBJ-SEQ-NB          PIC S9(04) COMP.
           05  LH-MATTER-REF               PIC X(12).
           05  LH-HOLD-STATUS              PIC X(01).
               88  LH-HOLD-ACTIVE          VALUE 'A'.
               88  LH-HOLD-RELEASED        VALUE 'R'.
           05  LH-PLACED-DT                PIC X(08).
           05  LH-PLACED-BY                PIC X(08).
           05  LH-RELEASED-DT              PIC X(08).
           05  LH-RELEASED-BY              PIC X(08).
           05  FILLER                      PIC X(07).

      *    CONTROL TRAILER, WRITTEN AS THE FILE'S LAST RECORD.
      *    HIGH-VALUES IN THE FIRST HALFWORD CANNOT BE A REAL SOURCE
      *    SUBJECT ID. THE COUNT AND THE SUBJECT-KEY HASH TOTAL (SUM
      *    OF LH-SRC-SUBJ-ID-NB PLUS LH-SRC-SUBJ-SEQ-NB OVER EVERY
      *    DATA RECORD, ACTIVE OR RELEASED) ARE CARRIED IN THEIR
      *    LOW-ORDER NINE DIGITS.
       01  LEGAL-HOLD-TRAILER.
           05  LHT-TRAILER-ID              PIC X(02).
               88  LHT-TRAILER-PRESENT     VALUE HIGH-VALUES.
           05  LHT-RECORD-COUNT            PIC S9(09) COMP-3.
           05  LHT-KEY-HASH                PIC S9(09) COMP-3.
           05  FILLER                      PIC X(44).
