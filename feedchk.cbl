       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FEEDCHK1.
       AUTHOR.        ADDRESS-REVIEW-SYSTEMS.
      *REMARKS.       NIGHTLY PROVIDER FEED-ARRIVAL AND VOLUME CHECK.
      *                FEEDREG RECORDS WHICH PROVIDER BATCHES AUDEDIT1
      *                ACCEPTED, BUT NOTHING SAID WHICH BATCHES SHOULD
      *                HAVE COME: WHEN A PROVIDER DID NOT SEND, THE
      *                CHAIN RAN CLEAN ON A SMALLER FILE, AND A
      *                PROVIDER SENDING A THIRD OF ITS USUAL VOLUME
      *                LOOKED NO DIFFERENT. THIS STEP RUNS AFTER THE
      *                FRONT DOOR AND CHECKS THE NIGHT'S FEEDREG
      *                REGISTRATIONS (ACCEPTED ON THE RUN DATE)
      *                AGAINST THE DATA-PROVIDER MASTER (SEE
      *                PROVMST.CPY).
      *                A PROVIDER IS DUE TONIGHT WHEN IT IS ACTIVE AND
      *                ONE OF ITS DELIVERY DAYS FALLS BETWEEN THE DAY
      *                AFTER THE PRIOR BUSINESS DATE AND THE RUN DATE
      *                -- MONDAY'S RUN COVERS THE WEEKEND, THE DAY
      *                AFTER A HOLIDAY COVERS THE HOLIDAY. A DUE
      *                PROVIDER WITH NO BATCH IS MISSING; ONE WHOSE
      *                FIRST BATCH WAS ACCEPTED AFTER ITS CUTOFF TIME
      *                IS LATE. A BATCH FROM A PROVIDER NOT DUE IS
      *                SHOWN AS UNSCHEDULED. MISSING AND LATE LINES
      *                CARRY THE PROVIDER CONTACT FOR THE DESK.
      *                EACH PROVIDER WITH A BATCH TONIGHT ALSO HAS ITS
      *                RECORD COUNT COMPARED WITH ITS TRAILING AVERAGE
      *                -- THE MEAN DAILY COUNT OF ITS LAST TWENTY
      *                ACCEPTANCE DATES BEFORE TONIGHT ON FEEDREG -- AND
      *                A SWING BEYOND THE MASTER'S VOLUME TOLERANCE
      *                EITHER WAY IS FLAGGED. A PROVIDER WITH FEWER
      *                THAN FIVE DAYS OF HISTORY HAS NO TREND YET AND
      *                IS NOT JUDGED; A ZERO TOLERANCE TURNS THE CHECK
      *                OFF FOR THE PROVIDER.
      *                THE RETURN CODE IS FOR THE SCHEDULER: 8 WHEN A
      *                DUE FEED IS MISSING, 4 WHEN A FEED WAS LATE OR A
      *                VOLUME WAS FLAGGED, OTHERWISE 0. THE STEP WRITES
      *                NO DATA, ONLY THE FEEDCRPT REPORT, SO IT HAS NO
      *                RUNSTAT RECORD.
      *                THE RUN DATE IS THE OPEN BUSINESS DATE FROM THE
      *                CYCLDATE CONTROL FILE (SEE CYCDATE.CPY), NOT THE
      *                SYSTEM CLOCK, SO A RERUN CARRIES THE DATE OF THE
      *                CYCLE IT BELONGS TO; THE STEP ABENDS UNLESS
      *                CYCLEND1 HAS OPENED THAT DATE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-REG-FILE        ASSIGN TO FEEDREG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REG-FILE-STATUS.

           SELECT PROVIDER-MASTER-FILE ASSIGN TO PROVMST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROV-FILE-STATUS.

           SELECT FEED-CHECK-REPORT    ASSIGN TO FEEDCRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CYCLE-DATE-FILE      ASSIGN TO CYCLDATE
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FEED-REG-FILE
           RECORD CONTAINS 41 CHARACTERS.
       COPY "feedreg.cpy".

       FD  PROVIDER-MASTER-FILE
           RECORD CONTAINS 150 CHARACTERS.
       COPY "provmst.cpy".

       FD  FEED-CHECK-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                 PIC X(132).

       FD  CYCLE-DATE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY "cycdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-REG-EOF-SW          PIC X(01) VALUE 'N'.
               88  WS-REG-EOF         VALUE 'Y'.
           05  WS-REG-FILE-STATUS     PIC X(02) VALUE '00'.
           05  WS-PROV-EOF-SW         PIC X(01) VALUE 'N'.
               88  WS-PROV-EOF        VALUE 'Y'.
           05  WS-PROV-FILE-STATUS    PIC X(02) VALUE '00'.
           05  WS-CYCLE-EOF-SW        PIC X(01) VALUE 'N'.
               88  WS-CYCLE-EOF       VALUE 'Y'.
           05  WS-PRV-FOUND-SW        PIC X(01) VALUE 'N'.
               88  WS-PRV-FOUND       VALUE 'Y' FALSE 'N'.
           05  WS-DUE-SW              PIC X(01) VALUE 'N'.
               88  WS-DUE             VALUE 'Y' FALSE 'N'.

       01  WS-RUN-DT                  PIC X(08) VALUE SPACES.
       01  WS-PRIOR-DT                PIC X(08) VALUE SPACES.

       COPY "caltbl.cpy".

       COPY "provtbl.cpy".

      *    THE NIGHT'S ARRIVALS AND THE TRAILING HISTORY OF EACH
      *    PROVIDER, SUBSCRIPTED IN STEP WITH WS-PRV-ENTRY. THE
      *    HISTORY IS A RING OF THE LAST TWENTY ACCEPTANCE DATES' DAILY
      *    RECORD COUNTS -- FEEDREG IS WRITTEN IN ACCEPTANCE ORDER, SO
      *    A NEW DATE FOR A PROVIDER STARTS A NEW SLOT AND, ONCE THE
      *    RING IS FULL, OVERWRITES ITS OLDEST DAY.
       01  WS-FEED-CHECK-TABLE.
           05  WS-FC-ENTRY OCCURS 200 TIMES.
               10  WS-FC-BATCHES       PIC S9(04) COMP.
               10  WS-FC-RECORDS       PIC S9(09) COMP-3.
               10  WS-FC-FIRST-TM      PIC X(06).
               10  WS-FC-LAST-HIST-DT  PIC X(08).
               10  WS-FC-HIST-DAYS     PIC S9(04) COMP.
               10  WS-FC-HIST-POS      PIC S9(04) COMP.
               10  WS-FC-HIST-COUNT    PIC S9(09) COMP-3
                                       OCCURS 20 TIMES.

       01  WS-TREND-MAX-DAYS          PIC S9(04) COMP VALUE 20.
       01  WS-TREND-MIN-DAYS          PIC S9(04) COMP VALUE 5.
       01  WS-HIST-IDX                PIC S9(04) COMP VALUE ZERO.

      *    THE DAYS OF THE WEEK TONIGHT'S RUN COVERS (1 = MONDAY ...
      *    7 = SUNDAY, AS BUSDAYS NUMBERS THEM).
       01  WS-WINDOW-TABLE.
           05  WS-WINDOW-DAY          PIC X(01) OCCURS 7 TIMES.
       01  WS-RUN-DOW                 PIC 9(01) VALUE ZERO.
       01  WS-PRIOR-DOW               PIC 9(01) VALUE ZERO.
       01  WS-RUN-DAY-NB              PIC 9(07) VALUE ZERO.
       01  WS-WINDOW-GAP              PIC S9(07) VALUE ZERO.
       01  WS-DOW-IDX                 PIC S9(04) COMP VALUE ZERO.
       01  WS-NAME-POS                PIC S9(04) COMP VALUE ZERO.

       01  WS-DAY-NAME-VALUES.
           05  FILLER                 PIC X(21) VALUE
               'MONTUEWEDTHUFRISATSUN'.
       01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-VALUES.
           05  WS-DAY-NAME            PIC X(03) OCCURS 7 TIMES.

      *    ONE PROVIDER'S JUDGEMENT.
       01  WS-CHECK-WORK.
           05  WS-CK-STATUS           PIC X(11) VALUE SPACES.
           05  WS-CK-VOLUME           PIC X(11) VALUE SPACES.
           05  WS-CK-HIST-TOTAL       PIC S9(11) COMP-3 VALUE ZERO.
           05  WS-CK-AVERAGE          PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-CK-VARIANCE-PCT     PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-CK-ABS-PCT          PIC S9(05) COMP-3 VALUE ZERO.

       01  WS-HIGHEST-RC              PIC S9(04) COMP VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-REGS-READ           PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-REGS-TONIGHT        PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-REGS-UNKNOWN        PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-REGS-LATER-DATE     PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-FEEDS-DUE           PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-FEEDS-ON-TIME       PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-FEEDS-LATE          PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-FEEDS-MISSING       PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-FEEDS-UNSCHEDULED   PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-VOLUME-FLAGS        PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-PAGE-NB             PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-LINE-CT             PIC S9(03) COMP-3 VALUE 99.

       01  WS-HDG1.
           05  FILLER                 PIC X(01) VALUE '1'.
           05  FILLER                 PIC X(40) VALUE
               'PROVIDER FEED ARRIVAL AND VOLUME CHECK'.
           05  FILLER                 PIC X(14) VALUE
               'BUSINESS DATE '.
           05  WS-HDG1-RUN-DT         PIC X(08).
           05  FILLER                 PIC X(10) VALUE SPACES.
           05  FILLER                 PIC X(05) VALUE 'PAGE '.
           05  WS-HDG1-PAGE           PIC ZZZZ9.

       01  WS-HDG2.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(23) VALUE
               'DELIVERY DAYS COVERED: '.
           05  WS-HDG2-DAYS           PIC X(28).

       01  WS-HDG3.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(07) VALUE 'PROV'.
           05  FILLER                 PIC X(26) VALUE 'PROVIDER NAME'.
           05  FILLER                 PIC X(13) VALUE 'FEED STATUS'.
           05  FILLER                 PIC X(06) VALUE 'CUTOFF'.
           05  FILLER                 PIC X(08) VALUE '  ACCEPT'.
           05  FILLER                 PIC X(05) VALUE ' BTCH'.
           05  FILLER                 PIC X(13) VALUE '      RECORDS'.
           05  FILLER                 PIC X(13) VALUE '    TRAIL AVG'.
           05  FILLER                 PIC X(08) VALUE '   VAR %'.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(11) VALUE 'VOLUME'.

       01  WS-DETAIL-LINE.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS-DL-PROVIDER         PIC X(05).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-DL-NAME             PIC X(24).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-DL-STATUS           PIC X(11).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-DL-CUTOFF           PIC X(04).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-DL-ACCEPT-TM        PIC X(06).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-DL-BATCHES          PIC ZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-DL-RECORDS          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-DL-AVERAGE          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-DL-VARIANCE-PCT     PIC -ZZZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-DL-VOLUME           PIC X(11).

       01  WS-CONTACT-LINE.
           05  FILLER                 PIC X(08) VALUE SPACES.
           05  FILLER                 PIC X(09) VALUE 'CONTACT: '.
           05  WS-CL-CONTACT-NM       PIC X(30).
           05  FILLER                 PIC X(08) VALUE '  PHONE '.
           05  WS-CL-CONTACT-PHONE    PIC X(15).

       01  WS-SUMMARY-LINE.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS-SL-LABEL            PIC X(30).
           05  WS-SL-COUNT            PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-READ-REGISTRATION
           PERFORM 2100-TAKE-REGISTRATION UNTIL WS-REG-EOF
           PERFORM 3000-CHECK-PROVIDER
               VARYING WS-PRV-IDX FROM 1 BY 1
               UNTIL WS-PRV-IDX > WS-PRV-ENTRY-COUNT
           PERFORM 8000-PRINT-SUMMARY
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1050-READ-CYCLE-DATE
           PERFORM 1100-BUILD-DELIVERY-WINDOW
           PERFORM 1400-LOAD-PROVIDER-MASTER
           OPEN INPUT FEED-REG-FILE
           IF WS-REG-FILE-STATUS NOT = '00'
               DISPLAY 'FEEDCHK1 ABEND - CANNOT OPEN FEEDREG, '
                   'STATUS ' WS-REG-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT FEED-CHECK-REPORT
           MOVE WS-RUN-DT TO WS-HDG1-RUN-DT.

      *    THE BUSINESS DATE IS TAKEN FROM THE CYCLDATE CONTROL RECORD
      *    AND THE STEP REFUSES TO RUN UNLESS THAT DATE IS OPEN. THE
      *    NON-PROCESSING CALENDAR BEHIND IT IS LOADED FOR BUSDAYS.
       1050-READ-CYCLE-DATE.
           OPEN INPUT CYCLE-DATE-FILE
           READ CYCLE-DATE-FILE
               AT END
                   MOVE SPACES TO CYCLE-DATE-RECORD
           END-READ
           IF NOT CD-CONTROL-REC
               DISPLAY 'FEEDCHK1 ABEND - NO CONTROL RECORD AT THE HEAD '
                   'OF CYCLDATE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT CD-CYCLE-OPEN
               DISPLAY 'FEEDCHK1 ABEND - BUSINESS DATE '
                   CD-CURRENT-BUS-DT ' IS NOT OPEN'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE CD-CURRENT-BUS-DT TO WS-RUN-DT
           MOVE CD-PRIOR-BUS-DT   TO WS-PRIOR-DT
           PERFORM 1060-LOAD-ONE-CALENDAR-DATE UNTIL WS-CYCLE-EOF
           CLOSE CYCLE-DATE-FILE.

       1060-LOAD-ONE-CALENDAR-DATE.
           READ CYCLE-DATE-FILE
               AT END
                   SET WS-CYCLE-EOF TO TRUE
               NOT AT END
                   IF WS-CAL-COUNT >= 400
                       DISPLAY 'FEEDCHK1 ABEND - CYCLDATE CALENDAR '
                           'EXCEEDS THE 400-ENTRY TABLE'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-CAL-COUNT
                   MOVE CC-NON-PROC-DT
                       TO WS-CAL-NON-PROC-DT (WS-CAL-COUNT)
           END-READ.

      *    THE RUN COVERS EVERY DAY OF THE WEEK FROM THE ONE AFTER THE
      *    PRIOR BUSINESS DATE THROUGH THE RUN DATE. SEVEN OR MORE
      *    CALENDAR DAYS BETWEEN THE TWO (BY THEIR BUSDAYS DAY
      *    NUMBERS) IS A WHOLE WEEK OR MORE, SO EVERY DAY IS COVERED;
      *    A SHORTER GAP IS WALKED WEEKDAY BY WEEKDAY. NO PRIOR DATE
      *    (THE FIRST NIGHT) COVERS THE RUN DATE ALONE.
       1100-BUILD-DELIVERY-WINDOW.
           MOVE ALL 'N' TO WS-WINDOW-TABLE
           MOVE WS-RUN-DT TO WS-BD-IN-DT
           PERFORM 1150-GET-DAY-OF-WEEK
           MOVE WS-BD-DAY-OF-WEEK TO WS-RUN-DOW
           MOVE WS-BD-DAY-NUMBER  TO WS-RUN-DAY-NB
           MOVE 'Y' TO WS-WINDOW-DAY (WS-RUN-DOW)
           IF WS-PRIOR-DT NOT = SPACES
               MOVE WS-PRIOR-DT TO WS-BD-IN-DT
               PERFORM 1150-GET-DAY-OF-WEEK
               MOVE WS-BD-DAY-OF-WEEK TO WS-PRIOR-DOW
               COMPUTE WS-WINDOW-GAP = WS-RUN-DAY-NB
                                     - WS-BD-DAY-NUMBER
               IF WS-WINDOW-GAP >= 7
                   MOVE ALL 'Y' TO WS-WINDOW-TABLE
               ELSE
                   MOVE WS-PRIOR-DOW TO WS-DOW-IDX
                   PERFORM UNTIL WS-DOW-IDX = WS-RUN-DOW
                       ADD 1 TO WS-DOW-IDX
                       IF WS-DOW-IDX > 7
                           MOVE 1 TO WS-DOW-IDX
                       END-IF
                       MOVE 'Y' TO WS-WINDOW-DAY (WS-DOW-IDX)
                   END-PERFORM
               END-IF
           END-IF
           MOVE SPACES TO WS-HDG2-DAYS
           MOVE 1 TO WS-NAME-POS
           PERFORM VARYING WS-DOW-IDX FROM 1 BY 1
                   UNTIL WS-DOW-IDX > 7
               IF WS-WINDOW-DAY (WS-DOW-IDX) = 'Y'
                   MOVE WS-DAY-NAME (WS-DOW-IDX)
                       TO WS-HDG2-DAYS (WS-NAME-POS:3)
                   ADD 4 TO WS-NAME-POS
               END-IF
           END-PERFORM.

       1150-GET-DAY-OF-WEEK.
           SET WS-BD-TEST-BUS-DAY TO TRUE
           CALL 'BUSDAYS' USING WS-BUSDAY-PARMS WS-CALENDAR-TABLE
           IF WS-BD-BAD-DATE
               DISPLAY 'FEEDCHK1 ABEND - CYCLDATE DATE ' WS-BD-IN-DT
                   ' IS NOT A VALID DATE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    LOADS THE DATA-PROVIDER MASTER INTO THE IN-STORAGE TABLE --
      *    SAME LOAD AND HARD-STOP DISCIPLINE AS AUDEDIT1 -- AND
      *    CLEARS EACH PROVIDER'S ARRIVAL AND HISTORY SLOT.
       1400-LOAD-PROVIDER-MASTER.
           OPEN INPUT PROVIDER-MASTER-FILE
           IF WS-PROV-FILE-STATUS NOT = '00'
               DISPLAY 'FEEDCHK1 ABEND - CANNOT OPEN PROVMST, '
                   'STATUS ' WS-PROV-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1450-LOAD-ONE-PROVIDER UNTIL WS-PROV-EOF
           CLOSE PROVIDER-MASTER-FILE.

       1450-LOAD-ONE-PROVIDER.
           READ PROVIDER-MASTER-FILE
               AT END
                   SET WS-PROV-EOF TO TRUE
               NOT AT END
                   IF WS-PRV-ENTRY-COUNT >= 200
                       DISPLAY 'FEEDCHK1 ABEND - PROVMST EXCEEDS '
                           'THE 200-ENTRY PROVIDER TABLE'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-PRV-ENTRY-COUNT
                   MOVE PM-DATA-PROVIDER
                       TO WS-PRV-PROVIDER (WS-PRV-ENTRY-COUNT)
                   MOVE PM-PROVIDER-NM
                       TO WS-PRV-NAME (WS-PRV-ENTRY-COUNT)
                   MOVE PM-CONTACT-NM
                       TO WS-PRV-CONTACT-NM (WS-PRV-ENTRY-COUNT)
                   MOVE PM-CONTACT-PHONE
                       TO WS-PRV-CONTACT-PHONE (WS-PRV-ENTRY-COUNT)
                   MOVE PM-DELIVERY-DAYS
                       TO WS-PRV-DELIVERY-DAYS (WS-PRV-ENTRY-COUNT)
                   MOVE PM-CUTOFF-TM
                       TO WS-PRV-CUTOFF-TM (WS-PRV-ENTRY-COUNT)
                   MOVE PM-PROVIDER-STATUS
                       TO WS-PRV-STATUS (WS-PRV-ENTRY-COUNT)
                   MOVE PM-VOLUME-TOL-PCT
                       TO WS-PRV-VOLUME-TOL-PCT (WS-PRV-ENTRY-COUNT)
                   INITIALIZE WS-FC-ENTRY (WS-PRV-ENTRY-COUNT)
           END-READ.

       2000-READ-REGISTRATION.
           READ FEED-REG-FILE
               AT END
                   SET WS-REG-EOF TO TRUE
           END-READ.

      *    TONIGHT'S REGISTRATIONS ARE THE ARRIVALS; EARLIER ONES ARE
      *    THE HISTORY THE TREND IS BUILT FROM. A REGISTRATION FOR A
      *    PROVIDER NO LONGER ON THE MASTER, OR STAMPED AFTER THE RUN
      *    DATE (A RERUN OF AN EARLIER NIGHT), IS COUNTED AND LEFT OUT.
       2100-TAKE-REGISTRATION.
           ADD 1 TO WS-REGS-READ
           PERFORM 2200-FIND-PROVIDER
           EVALUATE TRUE
               WHEN NOT WS-PRV-FOUND
                   ADD 1 TO WS-REGS-UNKNOWN
               WHEN FR-ACCEPT-DT > WS-RUN-DT
                   ADD 1 TO WS-REGS-LATER-DATE
               WHEN FR-ACCEPT-DT = WS-RUN-DT
                   ADD 1 TO WS-REGS-TONIGHT
                   PERFORM 2300-TAKE-ARRIVAL
               WHEN OTHER
                   PERFORM 2400-TAKE-HISTORY
           END-EVALUATE
           PERFORM 2000-READ-REGISTRATION.

       2200-FIND-PROVIDER.
           SET WS-PRV-FOUND TO FALSE
           PERFORM VARYING WS-PRV-IDX FROM 1 BY 1
                   UNTIL WS-PRV-IDX > WS-PRV-ENTRY-COUNT
                      OR WS-PRV-FOUND
               IF WS-PRV-PROVIDER (WS-PRV-IDX) = FR-DATA-PROVIDER
                   SET WS-PRV-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-PRV-FOUND
               SUBTRACT 1 FROM WS-PRV-IDX
           END-IF.

       2300-TAKE-ARRIVAL.
           ADD 1               TO WS-FC-BATCHES (WS-PRV-IDX)
           ADD FR-RECORD-COUNT TO WS-FC-RECORDS (WS-PRV-IDX)
           IF WS-FC-FIRST-TM (WS-PRV-IDX) = SPACES
              OR FR-ACCEPT-TM < WS-FC-FIRST-TM (WS-PRV-IDX)
               MOVE FR-ACCEPT-TM TO WS-FC-FIRST-TM (WS-PRV-IDX)
           END-IF.

       2400-TAKE-HISTORY.
           IF FR-ACCEPT-DT NOT = WS-FC-LAST-HIST-DT (WS-PRV-IDX)
               MOVE FR-ACCEPT-DT TO WS-FC-LAST-HIST-DT (WS-PRV-IDX)
               ADD 1 TO WS-FC-HIST-POS (WS-PRV-IDX)
               IF WS-FC-HIST-POS (WS-PRV-IDX) > WS-TREND-MAX-DAYS
                   MOVE 1 TO WS-FC-HIST-POS (WS-PRV-IDX)
               END-IF
               IF WS-FC-HIST-DAYS (WS-PRV-IDX) < WS-TREND-MAX-DAYS
                   ADD 1 TO WS-FC-HIST-DAYS (WS-PRV-IDX)
               END-IF
               MOVE ZERO TO WS-FC-HIST-COUNT (WS-PRV-IDX,
                                              WS-FC-HIST-POS
                                                  (WS-PRV-IDX))
           END-IF
           ADD FR-RECORD-COUNT TO WS-FC-HIST-COUNT (WS-PRV-IDX,
                                                    WS-FC-HIST-POS
                                                        (WS-PRV-IDX)).

      *****************************************************************
      *    ONE PROVIDER AGAINST THE CALENDAR, THEN AGAINST ITS TREND.
      *    A PROVIDER NOT DUE AND WITH NO BATCH TONIGHT IS NOT PRINTED.
      *****************************************************************
       3000-CHECK-PROVIDER.
           SET WS-DUE TO FALSE
           IF WS-PRV-ACTIVE (WS-PRV-IDX)
               PERFORM VARYING WS-DOW-IDX FROM 1 BY 1
                       UNTIL WS-DOW-IDX > 7
                   IF WS-WINDOW-DAY (WS-DOW-IDX) = 'Y'
                      AND WS-PRV-DELIVERY-DAY (WS-PRV-IDX, WS-DOW-IDX)
                          = 'Y'
                       SET WS-DUE TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           MOVE SPACES TO WS-CK-STATUS
           MOVE SPACES TO WS-CK-VOLUME
           EVALUATE TRUE
               WHEN WS-DUE AND WS-FC-BATCHES (WS-PRV-IDX) = ZERO
                   ADD 1 TO WS-FEEDS-DUE
                   ADD 1 TO WS-FEEDS-MISSING
                   MOVE 'MISSING' TO WS-CK-STATUS
                   PERFORM 3900-RAISE-RC-8
               WHEN WS-DUE
                   ADD 1 TO WS-FEEDS-DUE
                   IF WS-PRV-CUTOFF-TM (WS-PRV-IDX) NOT = SPACES
                      AND WS-FC-FIRST-TM (WS-PRV-IDX) (1:4)
                          > WS-PRV-CUTOFF-TM (WS-PRV-IDX)
                       ADD 1 TO WS-FEEDS-LATE
                       MOVE 'LATE' TO WS-CK-STATUS
                       PERFORM 3910-RAISE-RC-4
                   ELSE
                       ADD 1 TO WS-FEEDS-ON-TIME
                       MOVE 'ON TIME' TO WS-CK-STATUS
                   END-IF
               WHEN WS-FC-BATCHES (WS-PRV-IDX) > ZERO
                   ADD 1 TO WS-FEEDS-UNSCHEDULED
                   MOVE 'UNSCHEDULED' TO WS-CK-STATUS
           END-EVALUATE
           IF WS-CK-STATUS NOT = SPACES
               IF WS-FC-BATCHES (WS-PRV-IDX) > ZERO
                   PERFORM 3100-CHECK-VOLUME
               END-IF
               PERFORM 3500-PRINT-PROVIDER
           END-IF.

      *    THE TRAILING AVERAGE IS THE MEAN OF THE DAILY COUNTS IN THE
      *    RING; THE VARIANCE IS TONIGHT'S COUNT AGAINST IT IN WHOLE
      *    PERCENT, HELD AT 99999 WHEN A NEAR-EMPTY TREND MAKES IT
      *    OVERFLOW.
       3100-CHECK-VOLUME.
           MOVE ZERO TO WS-CK-AVERAGE
           MOVE ZERO TO WS-CK-VARIANCE-PCT
           IF WS-FC-HIST-DAYS (WS-PRV-IDX) < WS-TREND-MIN-DAYS
               MOVE 'NO TREND' TO WS-CK-VOLUME
           ELSE
               MOVE ZERO TO WS-CK-HIST-TOTAL
               PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                       UNTIL WS-HIST-IDX > WS-FC-HIST-DAYS (WS-PRV-IDX)
                   ADD WS-FC-HIST-COUNT (WS-PRV-IDX, WS-HIST-IDX)
                       TO WS-CK-HIST-TOTAL
               END-PERFORM
               COMPUTE WS-CK-AVERAGE ROUNDED =
                   WS-CK-HIST-TOTAL / WS-FC-HIST-DAYS (WS-PRV-IDX)
               IF WS-CK-AVERAGE > ZERO
                   COMPUTE WS-CK-VARIANCE-PCT ROUNDED =
                       (WS-FC-RECORDS (WS-PRV-IDX) - WS-CK-AVERAGE)
                           * 100 / WS-CK-AVERAGE
                       ON SIZE ERROR
                           MOVE 99999 TO WS-CK-VARIANCE-PCT
                   END-COMPUTE
               END-IF
               MOVE WS-CK-VARIANCE-PCT TO WS-CK-ABS-PCT
               IF WS-CK-ABS-PCT < ZERO
                   MULTIPLY -1 BY WS-CK-ABS-PCT
               END-IF
               IF WS-PRV-VOLUME-TOL-PCT (WS-PRV-IDX) > ZERO
                  AND WS-CK-ABS-PCT > WS-PRV-VOLUME-TOL-PCT
                                          (WS-PRV-IDX)
                   ADD 1 TO WS-VOLUME-FLAGS
                   IF WS-CK-VARIANCE-PCT > ZERO
                       MOVE 'VOLUME HIGH' TO WS-CK-VOLUME
                   ELSE
                       MOVE 'VOLUME LOW'  TO WS-CK-VOLUME
                   END-IF
                   PERFORM 3910-RAISE-RC-4
               END-IF
           END-IF.

       3500-PRINT-PROVIDER.
           IF WS-LINE-CT > 54
               PERFORM 8100-PRINT-HEADINGS
           END-IF
           MOVE SPACES TO WS-DL-ACCEPT-TM
           MOVE WS-PRV-PROVIDER (WS-PRV-IDX)  TO WS-DL-PROVIDER
           MOVE WS-PRV-NAME (WS-PRV-IDX)      TO WS-DL-NAME
           MOVE WS-CK-STATUS                  TO WS-DL-STATUS
           MOVE WS-PRV-CUTOFF-TM (WS-PRV-IDX) TO WS-DL-CUTOFF
           MOVE WS-FC-FIRST-TM (WS-PRV-IDX)   TO WS-DL-ACCEPT-TM
           MOVE WS-FC-BATCHES (WS-PRV-IDX)    TO WS-DL-BATCHES
           MOVE WS-FC-RECORDS (WS-PRV-IDX)    TO WS-DL-RECORDS
           MOVE WS-CK-AVERAGE                 TO WS-DL-AVERAGE
           MOVE WS-CK-VARIANCE-PCT            TO WS-DL-VARIANCE-PCT
           MOVE WS-CK-VOLUME                  TO WS-DL-VOLUME
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-LINE-CT
           IF WS-CK-STATUS = 'MISSING' OR WS-CK-STATUS = 'LATE'
               MOVE WS-PRV-CONTACT-NM (WS-PRV-IDX)
                   TO WS-CL-CONTACT-NM
               MOVE WS-PRV-CONTACT-PHONE (WS-PRV-IDX)
                   TO WS-CL-CONTACT-PHONE
               WRITE REPORT-LINE FROM WS-CONTACT-LINE
               ADD 1 TO WS-LINE-CT
           END-IF.

       3900-RAISE-RC-8.
           MOVE 8 TO WS-HIGHEST-RC.

       3910-RAISE-RC-4.
           IF WS-HIGHEST-RC < 4
               MOVE 4 TO WS-HIGHEST-RC
           END-IF.

       8000-PRINT-SUMMARY.
           IF WS-LINE-CT > 44
               PERFORM 8100-PRINT-HEADINGS
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'FEEDS DUE TONIGHT'         TO WS-SL-LABEL
           MOVE WS-FEEDS-DUE                TO WS-SL-COUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE '  ON TIME'                 TO WS-SL-LABEL
           MOVE WS-FEEDS-ON-TIME            TO WS-SL-COUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE '  LATE'                    TO WS-SL-LABEL
           MOVE WS-FEEDS-LATE               TO WS-SL-COUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE '  MISSING'                 TO WS-SL-LABEL
           MOVE WS-FEEDS-MISSING            TO WS-SL-COUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'UNSCHEDULED FEEDS'         TO WS-SL-LABEL
           MOVE WS-FEEDS-UNSCHEDULED        TO WS-SL-COUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'VOLUMES OUTSIDE TOLERANCE' TO WS-SL-LABEL
           MOVE WS-VOLUME-FLAGS             TO WS-SL-COUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'BATCHES REGISTERED TONIGHT' TO WS-SL-LABEL
           MOVE WS-REGS-TONIGHT             TO WS-SL-COUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE.

       8100-PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-NB
           MOVE WS-PAGE-NB TO WS-HDG1-PAGE
           WRITE REPORT-LINE FROM WS-HDG1
           WRITE REPORT-LINE FROM WS-HDG2
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-HDG3
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 5 TO WS-LINE-CT.

       9000-TERMINATE.
           CLOSE FEED-REG-FILE
           CLOSE FEED-CHECK-REPORT
           DISPLAY 'FEEDCHK1 REGISTRATIONS READ:  ' WS-REGS-READ
           DISPLAY 'FEEDCHK1 REGISTERED TONIGHT:  ' WS-REGS-TONIGHT
           DISPLAY 'FEEDCHK1 UNKNOWN PROVIDER:    ' WS-REGS-UNKNOWN
           DISPLAY 'FEEDCHK1 AFTER THE RUN DATE:  ' WS-REGS-LATER-DATE
           DISPLAY 'FEEDCHK1 FEEDS DUE:           ' WS-FEEDS-DUE
           DISPLAY 'FEEDCHK1 FEEDS MISSING:       ' WS-FEEDS-MISSING
           DISPLAY 'FEEDCHK1 FEEDS LATE:          ' WS-FEEDS-LATE
           DISPLAY 'FEEDCHK1 FEEDS UNSCHEDULED:   ' WS-FEEDS-UNSCHEDULED
           DISPLAY 'FEEDCHK1 VOLUMES FLAGGED:     ' WS-VOLUME-FLAGS
           IF WS-HIGHEST-RC > ZERO
               DISPLAY 'FEEDCHK1 FEED EXCEPTIONS - SEE FEEDCRPT, '
                   'RETURN CODE ' WS-HIGHEST-RC
           END-IF
           MOVE WS-HIGHEST-RC TO RETURN-CODE.
