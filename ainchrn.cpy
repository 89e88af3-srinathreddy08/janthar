      *****************************************************************
      *    AIN CHURN REVIEW RECORD (DD AINCHRN), WRITTEN BY AINCHRN1.
      *    ONE RECORD PER SUBJECT ID FLAGGED IN THE ANALYSIS WINDOW,
      *    IN DATA-PROVIDER AND SUBJECT-ID ORDER, FOR THE REVIEW DESK
      *    TO WORK. AIN HISTORY CARRIES NO SUBJECT SEQUENCE (SEE
      *    AINHIST.CPY), SO THE RECORD IS BY SUBJECT ID ALONE AND THE
      *    PROVIDER IS THE ONE ON THE ID'S FIRST AUDITKS SEQUENCE
      *    (SPACES WHEN THE ID IS NO LONGER ON AUDITKS).
      *    A SUBJECT CAN CARRY ANY MIX OF THE THREE FLAGS:
      *      FLIP-FLOP  -- AN AIN CHANGE THAT PUT BACK THE AIN THE
      *                    PREVIOUS CHANGE REPLACED (A TO B, BACK TO A);
      *      HIGH-FREQ  -- AIN CHANGED ON AT LEAST THE PARM CARD'S
      *                    SHARE OF THE WINDOW'S RUN DATES AND AT LEAST
      *                    ITS MINIMUM NUMBER OF TIMES;
      *      FAN-IN     -- THE AIN THE NAS SENT WAS MOVED ONTO AT LEAST
      *                    THE PARM CARD'S NUMBER OF SUBJECT IDS ON ONE
      *                    RUN DATE. THE LARGEST SUCH GROUP THE SUBJECT
      *                    WAS PART OF IS CARRIED.
      *****************************************************************
       01  AIN-CHURN-RECORD.
           05  CH-SRC-SUBJ-ID-NB           PIC S9(04) COMP.
           05  CH-DATA-PROVIDER            PIC X(05).
           05  CH-WINDOW-START-DT          PIC X(08).
           05  CH-WINDOW-END-DT            PIC X(08).
           05  CH-FLAGS.
               10  CH-FLIP-FLOP-SW         PIC X(01).
                   88  CH-FLIP-FLOP        VALUE 'Y'.
               10  CH-HIGH-FREQ-SW         PIC X(01).
                   88  CH-HIGH-FREQ        VALUE 'Y'.
               10  CH-FAN-IN-SW            PIC X(01).
                   88  CH-FAN-IN           VALUE 'Y'.
      *    THE SUBJECT'S AIN CHANGES IN THE WINDOW, THE RUN DATES THEY
      *    FELL ON OUT OF THE WINDOW'S RUN DATES, AND HOW MANY OF THEM
      *    REVERSED THE CHANGE BEFORE.
           05  CH-CHANGE-COUNT             PIC S9(05) COMP-3.
           05  CH-CHANGE-RUNS              PIC S9(05) COMP-3.
           05  CH-WINDOW-RUNS              PIC S9(05) COMP-3.
           05  CH-FLIP-COUNT               PIC S9(05) COMP-3.
           05  CH-FIRST-CHANGE-DT          PIC X(08).
           05  CH-LAST-CHANGE-DT           PIC X(08).
      *    THE AIN THE NAS SENT ON THE LAST CHANGE IN THE WINDOW.
           05  CH-LAST-AIN                 PIC S9(09) COMP.
      *    FAN-IN GROUP -- ZERO/SPACES UNLESS CH-FAN-IN.
           05  CH-FAN-IN-AIN               PIC S9(09) COMP.
           05  CH-FAN-IN-DT                PIC X(08).
           05  CH-FAN-IN-SUBJECTS          PIC S9(05) COMP-3.
           05  FILLER                      PIC X(20).

      *    CONTROL TRAILER, WRITTEN AS THE FILE'S LAST RECORD.
      *    HIGH-VALUES IN THE FIRST HALFWORD CANNOT BE A REAL SOURCE
      *    SUBJECT ID. THE COUNT AND THE SUBJECT-ID HASH TOTAL (SUM OF
      *    CH-SRC-SUBJ-ID-NB OVER EVERY DATA RECORD) ARE CARRIED IN
      *    THEIR LOW-ORDER NINE DIGITS.
       01  AIN-CHURN-TRAILER.
           05  CHT-TRAILER-ID              PIC X(02).
               88  CHT-TRAILER-PRESENT     VALUE HIGH-VALUES.
           05  CHT-RECORD-COUNT            PIC S9(09) COMP-3.
           05  CHT-KEY-HASH                PIC S9(09) COMP-3.
           05  FILLER                      PIC X(81).
