      *****************************************************************
      *    IN-STORAGE IMAGE OF THE DATA-PROVIDER MASTER (SEE
      *    PROVMST.CPY), LOADED AT STARTUP AND SEARCHED SERIALLY BY
      *    N-DATA-PROVIDER -- SAME DISCIPLINE AS THE ERROR-CODE TABLE
      *    (ERRTBL.CPY). THE LOAD ABENDS IF THE MASTER EVER OUTGROWS
      *    THE TABLE SO THE CEILING CANNOT TRUNCATE SILENTLY -- A
      *    DROPPED PROVIDER WOULD HAVE ITS FEED REJECTED AT THE FRONT
      *    DOOR.
      *****************************************************************
       01  WS-PROVIDER-TABLE.
           05  WS-PRV-ENTRY-COUNT          PIC S9(04) COMP VALUE ZERO.
           05  WS-PRV-ENTRY OCCURS 200 TIMES.
               10  WS-PRV-PROVIDER         PIC X(05).
               10  WS-PRV-NAME             PIC X(40).
               10  WS-PRV-CONTACT-NM       PIC X(30).
               10  WS-PRV-CONTACT-PHONE    PIC X(15).
               10  WS-PRV-DELIVERY-DAYS    PIC X(07).
               10  WS-PRV-DELIVERY-DAY-TBL
                       REDEFINES WS-PRV-DELIVERY-DAYS.
                   15  WS-PRV-DELIVERY-DAY PIC X(01) OCCURS 7 TIMES.
               10  WS-PRV-CUTOFF-TM        PIC X(04).
               10  WS-PRV-STATUS           PIC X(01).
                   88  WS-PRV-ACTIVE       VALUE 'A'.
               10  WS-PRV-VOLUME-TOL-PCT   PIC 9(03).

       01  WS-PRV-IDX                      PIC S9(04) COMP VALUE ZERO.
