      *****************************************************************
      *    DATA-PROVIDER MASTER RECORD (DD PROVMST). ONE RECORD PER
      *    N-DATA-PROVIDER IN PROVIDER ORDER, MAINTAINED AS DATA BY
      *    THE REVIEW DESK (SAME AS THE ERROR-CODE MASTER, ERRCD.CPY):
      *    ONBOARDING A PROVIDER, CHANGING ITS SCHEDULE OR RETIRING IT
      *    IS A FILE CHANGE. AUDEDIT1 REJECTS A FEED FROM A PROVIDER
      *    THAT IS NOT ON THE MASTER OR IS INACTIVE; FEEDCHK1 CHECKS
      *    THE NIGHT'S FEEDREG REGISTRATIONS AGAINST THE DELIVERY
      *    CALENDAR AND THE VOLUME TOLERANCE HELD HERE. SEE PROVTBL.CPY
      *    FOR THE IN-STORAGE TABLE BOTH LOAD IT INTO.
      *    PM-DELIVERY-DAY IS SUBSCRIPTED BY DAY OF WEEK AS BUSDAYS
      *    RETURNS IT (1 = MONDAY ... 7 = SUNDAY); 'Y' MEANS THE
      *    PROVIDER SENDS A BATCH THAT DAY. PM-CUTOFF-TM (HHMM) IS THE
      *    LATEST TIME OF DAY THE FRONT DOOR MAY ACCEPT THE BATCH AND
      *    STILL CALL IT ON TIME. PM-VOLUME-TOL-PCT IS THE PERCENTAGE
      *    EITHER SIDE OF THE PROVIDER'S TRAILING AVERAGE A NIGHT'S
      *    RECORD COUNT MAY SWING BEFORE IT IS FLAGGED; ZERO MEANS THE
      *    PROVIDER'S VOLUME IS NOT CHECKED.
      *****************************************************************
       01  PROVIDER-MASTER-RECORD.
           05  PM-DATA-PROVIDER            PIC X(05).
           05  PM-PROVIDER-NM              PIC X(40).
           05  PM-CONTACT-NM               PIC X(30).
           05  PM-CONTACT-PHONE            PIC X(15).
           05  PM-CONTACT-EMAIL            PIC X(40).
           05  PM-DELIVERY-DAYS            PIC X(07).
           05  PM-DELIVERY-DAY-TBL REDEFINES PM-DELIVERY-DAYS.
               10  PM-DELIVERY-DAY         PIC X(01) OCCURS 7 TIMES.
           05  PM-CUTOFF-TM                PIC X(04).
           05  PM-PROVIDER-STATUS          PIC X(01).
               88  PM-PROVIDER-ACTIVE      VALUE 'A'.
               88  PM-PROVIDER-INACTIVE    VALUE 'I'.
           05  PM-VOLUME-TOL-PCT           PIC 9(03).
           05  FILLER                      PIC X(05).
