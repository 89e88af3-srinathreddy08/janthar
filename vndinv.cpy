      *****************************************************************
      *    VENDOR INVOICE DETAIL FILE (DD VNDINVC), AS RECEIVED FROM
      *    THE CASS AND NCOA VENDORS AT MONTH END. EACH INVOICE IS A
      *    HEADER, ONE DETAIL RECORD PER BILLED TRANSACTION AND A
      *    TRAILER; THE CASS AND NCOA INVOICES ARE CONCATENATED ON THE
      *    DD. EVERY INVOICE ON THE FILE MUST BE FOR THE SAME BILLING
      *    MONTH.
      *    VI-CLIENT-REF IS THE CLIENT REFERENCE THE CALL WAS SUBMITTED
      *    WITH, ECHOED BY THE VENDOR (SAME LAYOUT AS VU-CLIENT-REF IN
      *    VNDUSG.CPY). VI-CHARGE-AMT IS THE TRANSACTION'S CHARGE IN
      *    DOLLARS TO FOUR DECIMAL PLACES.
      *****************************************************************
       01  VENDOR-INVOICE-RECORD.
           05  VI-RECORD-TYPE              PIC X(01).
               88  VI-HEADER               VALUE 'H'.
               88  VI-DETAIL               VALUE 'D'.
               88  VI-TRAILER              VALUE 'T'.
           05  VI-INVOICE-NB               PIC X(10).
           05  VI-SERVICE                  PIC X(04).
           05  VI-TRANS-ID                 PIC X(16).
           05  VI-CLIENT-REF.
               10  VI-CALL-DT              PIC X(08).
               10  VI-REF-SUBJ-ID-NB       PIC 9(05).
               10  VI-REF-SUBJ-SEQ-NB      PIC 9(05).
           05  VI-CHARGE-AMT               PIC 9(05)V9(04).
           05  FILLER                      PIC X(42).

       01  VENDOR-INVOICE-HEADER.
           05  VIH-RECORD-TYPE             PIC X(01).
           05  VIH-INVOICE-NB              PIC X(10).
           05  VIH-SERVICE                 PIC X(04).
           05  VIH-BILLING-MONTH           PIC X(06).
           05  FILLER                      PIC X(79).

      *    DETAIL COUNT AND TOTAL CHARGE OF THE INVOICE IT CLOSES.
       01  VENDOR-INVOICE-TRAILER.
           05  VIT-RECORD-TYPE             PIC X(01).
           05  VIT-INVOICE-NB              PIC X(10).
           05  VIT-SERVICE                 PIC X(04).
           05  VIT-DETAIL-COUNT            PIC 9(09).
           05  VIT-TOTAL-AMT               PIC 9(09)V9(04).
           05  FILLER                      PIC X(63).
