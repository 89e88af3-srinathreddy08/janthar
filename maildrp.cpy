      *****************************************************************
      *    MAIL-DROP RECORD (DD MAILDROP), WRITTEN BY MAILDRP1. ONE
      *    RECORD PER PIECE TO BE MAILED -- ONE PER HSEXREF HOUSEHOLD,
      *    ONE PER SINGLETON SUBJECT -- IN ZIP+4 ORDER, CARRYING THE
      *    SACK AND TRAY THE PIECE IS PACKED INTO AND ITS POSTAGE
      *    CLASS. THE NAME AND ADDRESS ARE THE SUBJECT'S CURRENT
      *    AUDITKS IMAGE AFTER THE NIGHT'S NCOA POSTING. FOR A
      *    HOUSEHOLD PIECE THE SUBJECT IS THE MEMBER THE PIECE IS
      *    ADDRESSED TO AND MD-MEMBER-COUNT IS HOW MANY MAILABLE
      *    MEMBERS IT STANDS FOR; A SINGLETON CARRIES HOUSEHOLD ID
      *    ZERO AND A MEMBER COUNT OF ONE.
      *****************************************************************
       01  MAIL-DROP-RECORD.
           05  MD-POSTAL-CODE              PIC X(08).
           05  MD-SACK-NB                  PIC S9(05) COMP-3.
           05  MD-TRAY-NB                  PIC S9(05) COMP-3.
           05  MD-PIECE-NB                 PIC S9(09) COMP-3.
           05  MD-POSTAGE-CLASS            PIC X(01).
               88  MD-CLASS-AUTOMATION     VALUE 'A'.
               88  MD-CLASS-PRESORT        VALUE 'P'.
               88  MD-CLASS-SINGLE-PIECE   VALUE 'S'.
           05  MD-HOUSEHOLD-ID             PIC S9(07) COMP-3.
           05  MD-MEMBER-COUNT             PIC S9(04) COMP.
           05  MD-SRC-SUBJ-ID-NB           PIC S9(04) COMP.
           05  MD-SRC-SUBJ-SEQ-NB          PIC S9(04) COMP.
           05  MD-DATA-PROVIDER            PIC X(05).
           05  MD-MAIL-NAME                PIC X(150).
           05  MD-ADDR-LINES.
               10  MD-ADDR-LINE1           PIC X(60).
               10  MD-ADDR-LINE2           PIC X(60).
               10  MD-ADDR-LINE3           PIC X(60).
               10  MD-ADDR-LINE4           PIC X(60).
               10  MD-ADDR-LINE5           PIC X(60).
               10  MD-ADDR-LINE6           PIC X(112).
               10  MD-ADDR-LINE7           PIC X(08).

      *    CONTROL TRAILER, WRITTEN AS THE FILE'S LAST RECORD.
      *    HIGH-VALUES IN THE FIRST TWO BYTES CANNOT BE A REAL POSTAL
      *    CODE. THE COUNT AND THE SUBJECT-KEY HASH TOTAL (SUM OF
      *    MD-SRC-SUBJ-ID-NB PLUS MD-SRC-SUBJ-SEQ-NB OVER EVERY PIECE)
      *    ARE CARRIED IN THEIR LOW-ORDER NINE DIGITS.
       01  MAIL-DROP-TRAILER.
           05  MDT-TRAILER-ID              PIC X(02).
               88  MDT-TRAILER-PRESENT     VALUE HIGH-VALUES.
           05  MDT-RECORD-COUNT            PIC S9(09) COMP-3.
           05  MDT-KEY-HASH                PIC S9(09) COMP-3.
           05  FILLER                      PIC X(593).
