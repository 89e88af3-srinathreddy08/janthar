      *    FEED-REGISTRATION CONTROL RECORD (DD FEEDREG). ONE RECORD
      *    PER PROVIDER BATCH AUDEDIT1 HAS ACCEPTED, KEYED BY
      *    N-DATA-PROVIDER PLUS N-PROC-START-DT/N-PROC-START-TM, WITH
      *    THE BATCH'S RECORD COUNT AND SUBJECT-KEY HASH AND THE
      *    BUSINESS DATE AND TIME OF DAY (HHMMSS, THE START OF THE
      *    FRONT-DOOR RUN) THE FRONT DOOR ACCEPTED IT. AUDEDIT1 LOADS
      *    THE FILE AT STARTUP AND STOPS THE RUN WHEN A FEED'S
      *    REGISTRATION ALREADY EXISTS -- A RETRANSMITTED PRIOR-DAY
      *    FILE BALANCES ITS OWN TRAILER PERFECTLY, SO ONLY THIS
      *    REGISTRY CAN TELL IT FROM TONIGHT'S FILE. THE FILE DOUBLES
      *    AS A BROWSEABLE RECORD OF EXACTLY WHICH PROVIDER BATCHES
      *    HAVE BEEN ACCEPTED, AND WHEN; FEEDCHK1 READS IT BACK
      *    AGAINST THE PROVIDER MASTER'S DELIVERY CALENDAR AND FOR
      *    EACH PROVIDER'S TRAILING VOLUME.
      *****************************************************************
       01  FEED-REGISTRATION-RECORD.
           05  FR-DATA-PROVIDER            PIC X(05).
           05  FR-RECORD-COUNT             PIC S9(09) COMP-3.
           05  FR-KEY-HASH                 PIC S9(09) COMP-3.
           05  FR-ACCEPT-DT                PIC X(08).
           05  FR-ACCEPT-TM                PIC X(06).
