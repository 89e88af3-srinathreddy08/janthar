      *****************************************************************
      *    VENDOR USAGE RECORD (DD VNDUSAGE). ONE RECORD PER CALL ANY
      *    BATCH PROGRAM MAKES THROUGH CASSINTF OR NCOAINTF -- EVERY
      *    CALL IS BILLED BY THE VENDOR WHATEVER IT RETURNS, RETRIES
      *    AFTER A VENDOR-UNAVAILABLE ('02') INCLUDED. THE FILE IS
      *    OPENED EXTEND, SO IT GATHERS THE WHOLE BILLING MONTH; EACH
      *    RUN APPENDS ITS OWN CONTROL TRAILER AFTER ITS CALLS, AND
      *    VNDRECN1 RECONCILES THE MONTH AGAINST THE VENDOR INVOICES
      *    (SEE VNDINV.CPY).
      *    VU-CLIENT-REF IS ALSO THE CLIENT REFERENCE PASSED TO THE
      *    INTERFACE MODULE ON THE CALL; IT RIDES ON THE SUBMISSION AND
      *    THE VENDOR ECHOES IT ON THE INVOICE DETAIL, WHICH IS HOW A
      *    BILLED TRANSACTION IS MATCHED BACK TO ITS CALL. THE DATE IN
      *    IT IS THE BUSINESS DATE OF THE CALLING RUN (CYCLDATE), NOT
      *    THE CLOCK.
      *****************************************************************
       01  VENDOR-USAGE-RECORD.
           05  VU-CLIENT-REF.
               10  VU-CALL-DT              PIC X(08).
               10  VU-REF-SUBJ-ID-NB       PIC 9(05).
               10  VU-REF-SUBJ-SEQ-NB      PIC 9(05).
           05  VU-SERVICE                  PIC X(04).
               88  VU-SERVICE-CASS         VALUE 'CASS'.
               88  VU-SERVICE-NCOA         VALUE 'NCOA'.
           05  VU-PROGRAM-ID               PIC X(08).
           05  VU-DATA-PROVIDER            PIC X(05).
           05  VU-RETURN-CD                PIC X(02).
           05  FILLER                      PIC X(11).

      *    CONTROL TRAILER, APPENDED BY EACH RUN AFTER ITS OWN CALLS.
      *    HIGH-VALUES CANNOT BE A REAL CALL DATE. THE COUNT AND THE
      *    SUBJECT-KEY HASH TOTAL (SUM OF VU-REF-SUBJ-ID-NB PLUS
      *    VU-REF-SUBJ-SEQ-NB OVER THE RUN'S CALLS) ARE CARRIED IN
      *    THEIR LOW-ORDER NINE DIGITS; A READER SUMS EVERY TRAILER ON
      *    THE FILE. A RUN THAT ABENDS AFTER LOGGING CALLS LEAVES THEM
      *    UNSEALED, AND ITS RERUN SEALS ONLY ITS OWN; THE VENDOR STILL
      *    BILLED THEM, SO THEY ARE NEVER DROPPED. VNDRECN1 KEEPS CALLS
      *    BEYOND WHAT THE TRAILERS ACCOUNT FOR, RECONCILES THEM AND
      *    REPORTS THEIR NUMBER (THE KEY HASH IS THEN NOT PROVED);
      *    FEWER CALLS THAN THE TRAILERS CLAIM IS LOST USAGE AND STOPS
      *    IT. STRMMRG1 SEALS A STREAM'S UNSEALED CALLS UNDER ITS OWN
      *    TRAILER AS IT APPENDS THEM.
       01  VENDOR-USAGE-TRAILER.
           05  VUT-TRAILER-ID              PIC X(02).
               88  VUT-TRAILER-PRESENT     VALUE HIGH-VALUES.
           05  VUT-PROGRAM-ID              PIC X(08).
           05  VUT-RECORD-COUNT            PIC S9(09) COMP-3.
           05  VUT-KEY-HASH                PIC S9(09) COMP-3.
           05  FILLER                      PIC X(28).
