      *****************************************************************
      *    DAILY SUBJECT CHANGE-DELTA RECORD (DD CHGDELTA), WRITTEN BY
      *    CHGDLT1. ONE RECORD PER SUBJECT THAT CHANGED ON THE
      *    BUSINESS DATE, IN SUBJECT ORDER, SO THE DOWNSTREAM SUBJECT
      *    BASE, THE PIN MASTER OWNER AND THE MAILING HOUSE CAN APPLY
      *    THE DAY'S CHANGES INSTEAD OF DIFFING THE FULL EXTRACT.
      *    EVERY KIND OF CHANGE THE SUBJECT HAD THAT DAY IS FLAGGED
      *    IN CDL-CHANGE-KINDS, AND ONLY THE BEFORE/AFTER GROUPS OF
      *    THE FLAGGED KINDS ARE MEANINGFUL (THE REST ARE SPACES OR
      *    ZERO). WHEN ONE KIND CHANGED MORE THAN ONCE IN THE DAY THE
      *    BEFORE VALUE IS THE FIRST CHANGE'S AND THE AFTER VALUE THE
      *    LAST CHANGE'S, SO THE PAIR IS THE NET CHANGE.
      *    AN AIN CHANGE IS RECORDED BY SUBJECT ID ONLY (SEE
      *    AINHIST.CPY) AND IS SPREAD TO EVERY SEQUENCE OF THAT ID ON
      *    AUDITKS; ONE WHOSE ID IS NO LONGER ON AUDITKS IS CARRIED
      *    WITH SEQUENCE ZERO, MEANING EVERY SEQUENCE OF THE ID. AIN
      *    HISTORY IS CUMULATIVE, SO ONLY A CHANGE FROM A PROVIDER
      *    BATCH THE FRONT DOOR ACCEPTED ON THE BUSINESS DATE (PER
      *    FEEDREG) IS CARRIED.
      *    HOUSEHOLD IDS ARE REASSIGNED BY HOUSHLD1 EVERY NIGHT, SO
      *    ONLY A LINK GAINED OR LOST IS A CHANGE -- A SUBJECT STILL
      *    LINKED UNDER A NEW NUMBER IS NOT.
      *****************************************************************
       01  CHANGE-DELTA-RECORD.
           05  CDL-SRC-SUBJ-ID-NB          PIC S9(04) COMP.
           05  CDL-SRC-SUBJ-SEQ-NB         PIC S9(04) COMP.
           05  CDL-BUS-DT                  PIC X(08).
      *    CHANGES CONSOLIDATED INTO THIS RECORD.
           05  CDL-CHANGE-COUNT            PIC S9(05) COMP-3.
           05  CDL-CHANGE-KINDS.
               10  CDL-CLASS-SW            PIC X(01).
                   88  CDL-CLASS-CHANGED   VALUE 'Y'.
               10  CDL-MOVE-SW             PIC X(01).
                   88  CDL-MOVE-POSTED     VALUE 'Y'.
               10  CDL-AIN-SW              PIC X(01).
                   88  CDL-AIN-CHANGED     VALUE 'Y'.
               10  CDL-RETURN-SW           PIC X(01).
                   88  CDL-RETURN-FLAGGED  VALUE 'Y'.
               10  CDL-HOUSEHOLD-SW        PIC X(01).
                   88  CDL-HH-GAINED       VALUE 'G'.
                   88  CDL-HH-LOST         VALUE 'L'.
               10  CDL-DIN-SW              PIC X(01).
                   88  CDL-DIN-APPLIED     VALUE 'Y'.
      *    APPROVED CLASSIFICATION CORRECTION (ADDRCORR TYPE 'C').
           05  CDL-CLASS-CHANGE.
               10  CDL-OLD-ADDR-QTY        PIC X(01).
               10  CDL-NEW-ADDR-QTY        PIC X(01).
      *    NCOA MOVE POSTED (ADDRCORR TYPE 'M').
           05  CDL-MOVE-CHANGE.
               10  CDL-OLD-ADDR-LINE1      PIC X(60).
               10  CDL-NEW-ADDR-LINE1      PIC X(60).
      *    AIN CHANGE (AINHIST) -- THE SOURCE AIN REPLACED AND THE AIN
      *    THE NAS SENT.
           05  CDL-AIN-CHANGE.
               10  CDL-OLD-AIN             PIC S9(09) COMP.
               10  CDL-NEW-AIN             PIC S9(09) COMP.
      *    RETURN MAIL POSTED BY NIXIEPR1 -- THE SUBJECT NOW CARRIES
      *    THE '0011' RETURN-MAIL FLAG. REASON AND DATE OF THE LAST
      *    RETURN POSTED THAT DAY.
           05  CDL-RETURN-CHANGE.
               10  CDL-RETURN-REASON       PIC X(02).
               10  CDL-RETURN-DT           PIC X(08).
      *    HOUSEHOLD LINK GAINED (NEW ID) OR LOST (PRIOR NIGHT'S ID).
           05  CDL-HOUSEHOLD-CHANGE.
               10  CDL-OLD-HOUSEHOLD-ID    PIC S9(07) COMP-3.
               10  CDL-NEW-HOUSEHOLD-ID    PIC S9(07) COMP-3.
      *    DIN CROSS-REFERENCE APPLIED BY DINAPLY1 -- THE LAST DIN
      *    APPLIED AND ITS TARGET SUBJECT, AND HOW MANY WERE APPLIED.
           05  CDL-DIN-CHANGE.
               10  CDL-DIN                 PIC S9(18) COMP.
               10  CDL-DIN-SUBJ-ID-NB      PIC S9(04) COMP.
               10  CDL-DIN-SUBJ-SEQ-NB     PIC S9(04) COMP.
               10  CDL-DIN-COUNT           PIC S9(05) COMP-3.
           05  FILLER                      PIC X(20).

      *    CONTROL TRAILER, WRITTEN AS THE FILE'S LAST RECORD.
      *    HIGH-VALUES IN THE FIRST HALFWORD CANNOT BE A REAL SOURCE
      *    SUBJECT ID. THE COUNT AND THE SUBJECT-KEY HASH TOTAL (SUM
      *    OF CDL-SRC-SUBJ-ID-NB PLUS CDL-SRC-SUBJ-SEQ-NB OVER EVERY
      *    DATA RECORD) ARE CARRIED IN THEIR LOW-ORDER NINE DIGITS.
       01  CHANGE-DELTA-TRAILER.
           05  CDT-TRAILER-ID              PIC X(02).
               88  CDT-TRAILER-PRESENT     VALUE HIGH-VALUES.
           05  CDT-RECORD-COUNT            PIC S9(09) COMP-3.
           05  CDT-KEY-HASH                PIC S9(09) COMP-3.
           05  FILLER                      PIC X(192).
