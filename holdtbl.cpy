      *****************************************************************
      *    IN-STORAGE IMAGE OF THE ACTIVE LEGAL HOLDS (SEE HOLDREG.CPY),
      *    LOADED AT STARTUP BY EVERY STEP THAT PURGES OR ERASES
      *    SUBJECT DATA AND SEARCHED SERIALLY BY SUBJECT KEY -- SAME
      *    DISCIPLINE AS THE ERROR-CODE TABLE (ERRTBL.CPY) AND
      *    AUDEDIT1'S FEEDREG TABLE. THE KEY IS CARRIED AS THE RAW
      *    FOUR-BYTE BINARY SUBJECT ID/SEQ SO IT COMPARES DIRECTLY
      *    WITH AK-SUBJECT-KEY AND WITH THE SUBJECT FIELDS OF A RAW
      *    RECORD IMAGE; WS-HOLD-LOOK-KEY IS THE PROBE, BUILT FROM
      *    BINARY FIELDS THROUGH ITS REDEFINES. A SUBJECT HELD UNDER
      *    SEVERAL MATTERS APPEARS ONCE PER MATTER, WHICH THE SEARCH
      *    DOES NOT MIND. THE LOAD ABENDS IF THE ACTIVE HOLDS EVER
      *    OUTGROW THE TABLE SO THE CEILING CANNOT TRUNCATE SILENTLY
      *    -- A DROPPED HOLD WOULD LET ITS SUBJECT BE PURGED.
      *****************************************************************
       01  WS-LEGAL-HOLD-TABLE.
           05  WS-HOLD-ENTRY-COUNT         PIC S9(04) COMP VALUE ZERO.
           05  WS-HOLD-ENTRY OCCURS 2000 TIMES.
               10  WS-HOLD-SUBJ-KEY        PIC X(04).

       01  WS-HOLD-LOOK-WORK.
           05  WS-HOLD-LOOK-ID-BIN         PIC S9(04) COMP VALUE ZERO.
           05  WS-HOLD-LOOK-SEQ-BIN        PIC S9(04) COMP VALUE ZERO.
       01  WS-HOLD-LOOK-KEY REDEFINES WS-HOLD-LOOK-WORK
                                           PIC X(04).

       01  WS-HOLD-IDX                     PIC S9(04) COMP VALUE ZERO.
