      *****************************************************************
      *    EXCEPTION WORK-QUEUE RECORD FOR THE EXCPQUE KSDS. ONE ITEM
      *    PER SUBJECT PER EXCEPTION CODE -- THE SAME N-ERROR-CODE
      *    VALUES THE ERRCDMST-DRIVEN REPORTS PRINT -- LOADED NIGHTLY
      *    BY EXCQBLD1 FROM AUDITKS, NCOAFDBK, NIXEXCQ, HSEEXCQ AND
      *    DINDISP, AND WORKED ONLINE BY THE REVIEW DESK THROUGH THE
      *    EXCQ SCREEN (EXCQWRK1). THE KEY IS UNIQUE, SO AN ITEM STILL
      *    OPEN IS REFRESHED, NEVER DUPLICATED, WHEN ITS CONDITION IS
      *    REPORTED AGAIN. CLOSED ITEMS STAY ON THE FILE AS THE
      *    RESOLUTION TRAIL AND ARE REOPENED IN PLACE IF THE CONDITION
      *    COMES BACK (SEE EXCQBLD1); ONLY A SUBJECT ERASURE (ERASUBJ1)
      *    DELETES ITEMS, OPEN OR CLOSED.
      *    A STANDING CONDITION IS ONE ITS SOURCE RE-DERIVES IN FULL
      *    EVERY NIGHT (AN ERROR CODE STILL ON AUDITKS, A HOUSEHOLD
      *    NEAR MATCH, A NIXIE HOLD); WHEN IT STOPS BEING REPORTED THE
      *    CONDITION HAS CLEARED AND THE ITEM CLOSES ITSELF WITH
      *    RESOLUTION 'SY'. A ONE-TIME EVENT (A MOVE THAT COULD NOT BE
      *    APPLIED, AN UNMATCHED RETURN, A DIN AGED OFF PENDING) IS
      *    REPORTED ONCE AND STAYS OPEN UNTIL A CLERK CLOSES IT.
      *    DATES ARE BUSINESS DATES FROM CYCLDATE WHEN THE NIGHTLY
      *    LOAD SETS THEM, SYSTEM DATES WHEN THE SCREEN DOES.
      *****************************************************************
       01  EXCEPTION-QUEUE-RECORD.
           05  EQ-QUEUE-KEY.
               10  EQ-SRC-SUBJ-ID-NB       PIC S9(04) COMP.
               10  EQ-SRC-SUBJ-SEQ-NB      PIC S9(04) COMP.
               10  EQ-ERROR-CODE           PIC X(04).
           05  EQ-DATA-PROVIDER            PIC X(05).
           05  EQ-SOURCE-PGM               PIC X(08).
           05  EQ-ITEM-KIND                PIC X(01).
               88  EQ-STANDING-CONDITION   VALUE 'S'.
               88  EQ-ONE-TIME-EVENT       VALUE 'E'.
           05  EQ-STATUS                   PIC X(01).
               88  EQ-STAT-OPEN            VALUE 'O' 'A'.
               88  EQ-STAT-UNASSIGNED      VALUE 'O'.
               88  EQ-STAT-ASSIGNED        VALUE 'A'.
               88  EQ-STAT-CLOSED          VALUE 'C'.
           05  EQ-OPENED-DT                PIC X(08).
           05  EQ-LAST-SEEN-DT             PIC X(08).
      *    BUSINESS DAYS OPEN AS OF THE LAST NIGHTLY LOAD (999 MEANS
      *    999 OR MORE), AND HOW MANY TIMES THE ITEM HAS BEEN OPENED.
           05  EQ-AGE-BUS-DAYS             PIC S9(03) COMP-3.
           05  EQ-TIMES-OPENED             PIC S9(03) COMP-3.
      *    SET BY THE NIGHTLY LOAD ON A CLOSED STANDING ITEM THE
      *    FIRST NIGHT ITS CONDITION IS NOT REPORTED -- A CLERK'S
      *    CLOSURE OF A CONDITION THAT NEVER WENT AWAY IS NOT
      *    REOPENED, BUT ONE THAT CLEARS AND LATER RETURNS IS.
           05  EQ-CLEARED-SW               PIC X(01).
               88  EQ-CLEARED-SINCE-CLOSE  VALUE 'Y' FALSE 'N'.
           05  EQ-ASSIGNED-TO              PIC X(08).
           05  EQ-ASSIGNED-DT              PIC X(08).
           05  EQ-RESOLUTION-CD            PIC X(02).
               88  EQ-RES-CORRECTED        VALUE 'FX'.
               88  EQ-RES-REFERRED         VALUE 'PR'.
               88  EQ-RES-NO-ACTION        VALUE 'NA'.
               88  EQ-RES-DUPLICATE        VALUE 'DU'.
               88  EQ-RES-SYSTEM           VALUE 'SY'.
               88  EQ-RES-CLERK-VALID      VALUE 'FX' 'PR' 'NA' 'DU'.
           05  EQ-RESOLUTION-NOTE          PIC X(60).
           05  EQ-CLOSED-BY                PIC X(08).
           05  EQ-CLOSED-DT                PIC X(08).
           05  EQ-CLOSED-TM                PIC X(06).
           05  FILLER                      PIC X(16).
