      *    SAME TARGET SUBJECT ID / SUBJECT SEQ / DIN ORDER AS THE
      *    SORTED DINMSTR, WHICH FALLS OUT NATURALLY BECAUSE DINAPLY1
      *    WRITES IT WHILE WALKING THAT ORDER. PD-DAYS-PENDING COUNTS
      *    THE BUSINESS DAYS THE ENTRY HAS WAITED (SEE BUSDAYS);
      *    ENTRIES OLDER THAN THE DINPPARM LIMIT ARE AGED OFF TO THE
      *    WORKED-EXCEPTIONS REPORT RATHER THAN CIRCULATING FOREVER.
      *****************************************************************
       01  DIN-PENDING-RECORD.
           05  PD-SRC-SUBJ-ID-NB           PIC S9(04) COMP.
      *    SUBJECT ID. THE COUNT AND THE SUBJECT-KEY HASH TOTAL (SUM
      *    OF PD-SRC-SUBJ-ID-NB PLUS PD-SRC-SUBJ-SEQ-NB OVER EVERY
      *    DATA RECORD) ARE CARRIED IN THEIR LOW-ORDER NINE DIGITS.
      *    PDT-AGED-BUS-DT IS THE BUSINESS DATE (YYYYMMDD) THE FILE'S
      *    AGES WERE COUNTED THROUGH, SO THE NEXT RUN ADDS ONLY THE
      *    BUSINESS DAYS SINCE THEN. A GENERATION WRITTEN BEFORE THE
      *    STAMP EXISTED CARRIES SPACES THERE.
       01  DIN-PENDING-TRAILER.
           05  PDT-TRAILER-ID              PIC X(02).
               88  PDT-TRAILER-PRESENT     VALUE HIGH-VALUES.
           05  PDT-RECORD-COUNT            PIC S9(09) COMP-3.
           05  PDT-KEY-HASH                PIC S9(09) COMP-3.
           05  PDT-AGED-BUS-DT             PIC 9(08) COMP-3.
           05  FILLER                      PIC X(01).
