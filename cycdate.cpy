      *****************************************************************
      *    CYCLE-DATE CONTROL FILE (DD CYCLDATE IN, CYCLDATO OUT --
      *    STANDARD GENERATION SWAP IN THE JCL). THE ONE PLACE THE
      *    NIGHTLY CHAIN GETS ITS DATE FROM: EVERY BATCH STEP STAMPS
      *    ITS WORK WITH CD-CURRENT-BUS-DT INSTEAD OF THE SYSTEM
      *    CLOCK, SO A CYCLE RERUN THE NEXT MORNING STILL CARRIES THE
      *    BUSINESS DATE IT BELONGS TO, AND EVERY STEP REFUSES TO RUN
      *    UNLESS THE DATE IS OPEN. ONLY CYCLEND1 WRITES THIS FILE:
      *    'OPEN' AT THE HEAD OF THE NIGHT OPENS THE CURRENT DATE,
      *    'ROLL' AFTER FLOWBAL1 CLOSES IT AND MOVES CURRENT TO PRIOR
      *    AND THE NEXT BUSINESS DAY TO CURRENT, WHICH STAYS CLOSED
      *    UNTIL THE NEXT NIGHT'S OPEN.
      *    THE FIRST RECORD IS THE CONTROL RECORD; THE REST ARE THE
      *    NON-PROCESSING CALENDAR, ONE RECORD PER HOLIDAY OR OTHER
      *    NON-PROCESSING DATE IN DATE ORDER, MAINTAINED THROUGH
      *    CYCLEND1'S HADD/HDEL CARDS. SATURDAYS AND SUNDAYS ARE NEVER
      *    BUSINESS DAYS AND ARE NOT LISTED (SEE BUSDAYS). THE FIRST
      *    GENERATION IS PRIMED BY OPERATIONS WITH THE CONTROL RECORD
      *    AND THE YEAR'S CALENDAR.
      *****************************************************************
       01  CYCLE-DATE-RECORD.
           05  CD-RECORD-TYPE              PIC X(01).
               88  CD-CONTROL-REC          VALUE 'C'.
               88  CD-CALENDAR-REC         VALUE 'H'.
           05  CD-CURRENT-BUS-DT           PIC X(08).
           05  CD-PRIOR-BUS-DT             PIC X(08).
           05  CD-CYCLE-STATUS             PIC X(01).
               88  CD-CYCLE-OPEN           VALUE 'O'.
               88  CD-CYCLE-CLOSED         VALUE 'C'.
      *    THE LAST CYCLEND1 ACTION AND THE SYSTEM DATE/TIME IT RAN,
      *    FOR THE OPERATOR'S AUDIT TRAIL.
           05  CD-LAST-ACTION              PIC X(04).
           05  CD-LAST-ACTION-SYS-DT       PIC X(08).
           05  CD-LAST-ACTION-SYS-TM       PIC X(06).
           05  FILLER                      PIC X(44).

       01  CYCLE-CALENDAR-RECORD.
           05  CC-RECORD-TYPE              PIC X(01).
           05  CC-NON-PROC-DT              PIC X(08).
           05  CC-DESCRIPTION              PIC X(30).
           05  FILLER                      PIC X(41).
