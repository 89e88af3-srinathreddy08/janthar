      *                APPLIED LIKE ANY OTHER, AND ONE STILL UNMATCHED
      *                IS CARRIED TO THE NEW GENERATION (DINPENDO) WITH
      *                ITS AGE BUMPED. AN ENTRY OLDER THAN THE LIMIT ON
      *                THE DINPPARM CARD (COLUMNS 1-3, BUSINESS DAYS
      *                PENDING) IS
      *                AGED OFF TO THE WORKED-EXCEPTIONS REPORT WITH A
      *                '03' DISPOSITION SO GENUINELY DEAD ENTRIES DO
      *                NOT CIRCULATE FOREVER. THE NIGHTLY SUMMARY SHOWS
      *                BYTE-FOR-BYTE THE SAME CROSS-REFERENCE MASTER A
      *                CLEAN RUN WOULD HAVE (SAME RESTART DESIGN AS
      *                DINBLD01, EXTENDED TO FOUR INPUT POSITIONS).
      *                AGING OFF IS A PURGE, SO IT RESPECTS LEGAL
      *                HOLDS: THE ACTIVE HOLDS ON THE LEGLHOLD
      *                REGISTRY (SEE HOLDREG.CPY) ARE LOADED AT
      *                STARTUP, AND A PENDING ENTRY PAST THE AGING
      *                LIMIT WHOSE SOURCE SUBJECT IS HELD IS CARRIED
      *                FORWARD AT ITS CURRENT AGE INSTEAD OF BEING AGED
      *                OFF. IT AGES OFF ON THE FIRST RUN AFTER THE HOLD
      *                IS RELEASED. HELD ENTRIES COUNT AS CARRIED
      *                FORWARD AND ARE ALSO SHOWN SEPARATELY.
      *                THE RUN DATE IS THE OPEN BUSINESS DATE FROM THE
      *                CYCLDATE CONTROL FILE (SEE CYCDATE.CPY), NOT THE
      *                SYSTEM CLOCK, SO A RERUN CARRIES THE DATE OF THE
      *                CYCLE IT BELONGS TO; THE STEP ABENDS UNLESS
      *                CYCLEND1 HAS OPENED THAT DATE.
      *                AGES ARE BUSINESS DAYS, NOT RUNS: DINPENDO'S
      *                TRAILER IS STAMPED WITH THE BUSINESS DATE ITS
      *                AGES WERE COUNTED THROUGH, AND EACH RECYCLED
      *                ENTRY IS AGED BY THE BUSINESS DAYS FROM
      *                DINPENDI'S STAMP UP TO TONIGHT'S DATE, COUNTED
      *                AGAINST THE CYCLDATE NON-PROCESSING CALENDAR
      *                THROUGH BUSDAYS -- SO A NIGHT THE CHAIN DID NOT
      *                RUN STILL COUNTS AND A WEEKEND OR HOLIDAY DOES
      *                NOT. A DINPENDI WRITTEN BEFORE THE STAMP EXISTED
      *                AGES BY ONE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
           SELECT RUN-STAT-FILE        ASSIGN TO RUNSTAT
               ORGANIZATION IS SEQUENTIAL.

           SELECT HOLD-REGISTRY-FILE   ASSIGN TO LEGLHOLD
               ORGANIZATION IS SEQUENTIAL.

           SELECT CYCLE-DATE-FILE      ASSIGN TO CYCLDATE
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
       01  REPORT-LINE                 PIC X(132).

       FD  CHECKPOINT-FILE
           RECORD CONTAINS 113 CHARACTERS.
       COPY "dapckpt.cpy".

       FD  RUN-STAT-FILE
           RECORD CONTAINS 101 CHARACTERS.
       COPY "runstat.cpy".

       FD  HOLD-REGISTRY-FILE
           RECORD CONTAINS 56 CHARACTERS.
       COPY "holdreg.cpy".

       FD  CYCLE-DATE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY "cycdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-PARM-EOF-SW             PIC X(01) VALUE 'N'.
           05  WS-RESTART-SW              PIC X(01) VALUE 'N'.
               88  WS-RESTART-RUN         VALUE 'Y'.
           05  WS-CKPT-FILE-STATUS        PIC X(02) VALUE '00'.
           05  WS-HOLD-EOF-SW             PIC X(01) VALUE 'N'.
               88  WS-HOLD-EOF            VALUE 'Y'.
           05  WS-SUBJECT-HELD-SW         PIC X(01) VALUE 'N'.
               88  WS-SUBJECT-HELD        VALUE 'Y' FALSE 'N'.
           05  WS-CYCLE-EOF-SW            PIC X(01) VALUE 'N'.
               88  WS-CYCLE-EOF           VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-ENTRIES-READ            PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-PEND-DROPPED-DUP        PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-PEND-AGED-OUT           PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-PEND-CARRIED-FWD        PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-PEND-HELD-BACK          PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-XREFS-WRITTEN           PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-SINCE-LAST-CKPT         PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-CKPT-INTERVAL           PIC S9(09) COMP-3 VALUE 1000.
       01  WS-RS-START-TM-RAW             PIC X(08) VALUE SPACES.
       01  WS-RS-END-TM-RAW               PIC X(08) VALUE SPACES.

      *    AGING LIMIT FROM THE DINPPARM CARD -- THE NUMBER OF
      *    BUSINESS DAYS AN ENTRY MAY WAIT BEFORE IT IS AGED OFF.
       01  WS-MAX-DAYS-PENDING            PIC 9(03) VALUE ZERO.

      *    AGE BEING CARRIED TO THE PENDING OUTPUT FOR THE ENTRY IN
      *    HAND -- 1 FOR A NEWLY PENDED MASTER ENTRY, THE INBOUND AGE
      *    PLUS THE AGE INCREMENT FOR A RECYCLED PENDING ENTRY, HELD
      *    AT 999 (THE WIDTH OF PD-DAYS-PENDING).
       01  WS-PEND-DAYS-OUT               PIC S9(03) COMP-3 VALUE ZERO.
       01  WS-PEND-DAYS-WORK              PIC S9(05) COMP-3 VALUE ZERO.

      *    BUSINESS-DAY AGING. WS-AGED-FROM-DT IS THE DATE DINPENDI'S
      *    AGES WERE COUNTED THROUGH (ITS TRAILER STAMP, FOUND BY A
      *    PRE-PASS SINCE THE TRAILER ARRIVES AFTER THE ENTRIES IT
      *    COVERS); WS-AGE-INCREMENT IS THE BUSINESS DAYS FROM THERE TO
      *    TONIGHT'S BUSINESS DATE, WHICH IS THE STAMP DINPENDO CARRIES
      *    FORWARD.
       01  WS-AGED-FROM-DT                PIC 9(08) VALUE ZERO.
       01  WS-AGED-THRU-DT                PIC 9(08) VALUE ZERO.
       01  WS-AGE-INCREMENT               PIC S9(03) COMP-3 VALUE ZERO.
       01  WS-AGE-STAMP-SW                PIC X(01) VALUE 'N'.
           88  WS-AGE-STAMP-FOUND         VALUE 'Y'.

       COPY "caltbl.cpy".

      *    WORK IMAGE OF THE PENDING RECORD BEING WRITTEN -- BUILT
      *    HERE AND MOVED TO THE RAW OUTPUT BUFFER, SAME SHAPE AS
           05  WS-PTL-OUT-COUNT           PIC S9(18) COMP VALUE ZERO.
           05  WS-PTL-OUT-HASH            PIC S9(18) COMP VALUE ZERO.

      *    CONTROL-TRAILER ACCOUNTING FOR THE LEGLHOLD REGISTRY, SAME
      *    NINE-DIGIT TRUNCATED COMPARE AS THE OTHER TWO.
       01  WS-HOLD-TRAILER-CONTROL.
           05  WS-HTL-SEEN-SW             PIC X(01) VALUE 'N'.
               88  WS-HTL-SEEN            VALUE 'Y'.
           05  WS-HTL-EXPECTED-COUNT      PIC S9(18) COMP VALUE ZERO.
           05  WS-HTL-EXPECTED-HASH       PIC S9(18) COMP VALUE ZERO.
           05  WS-HTL-ACTUAL-COUNT        PIC S9(18) COMP VALUE ZERO.
           05  WS-HTL-ACTUAL-HASH         PIC S9(18) COMP VALUE ZERO.

       COPY "holdtbl.cpy".

       01  WS-HDG1.
           05  FILLER                 PIC X(01) VALUE '1'.
           05  FILLER                 PIC X(32) VALUE
           05  FILLER                 PIC X(22) VALUE 'DIN'.
           05  FILLER                 PIC X(12) VALUE 'SRC SUBJ'.
           05  FILLER                 PIC X(10) VALUE 'SRC SEQ'.
           05  FILLER                 PIC X(12) VALUE 'DAYS HELD'.

       01  WS-DETAIL-LINE.
           05  FILLER                 PIC X(01) VALUE SPACE.
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1050-READ-CYCLE-DATE
           ACCEPT WS-RS-START-TM-RAW FROM TIME
           PERFORM 1100-READ-AGING-PARM
           PERFORM 1070-SET-AGE-INCREMENT
           PERFORM 1200-LOAD-LEGAL-HOLDS
           PERFORM 1130-DETERMINE-RESTART-POINT
           OPEN INPUT  DIN-MASTER-FILE
           OPEN INPUT  PENDING-IN-FILE
               PERFORM 1960-READ-DIN-XREF
           END-IF.

      *    THE BUSINESS DATE IS TAKEN FROM THE CYCLDATE CONTROL RECORD
      *    AND THE STEP REFUSES TO RUN UNLESS THAT DATE IS OPEN. THE
      *    NON-PROCESSING CALENDAR BEHIND IT IS LOADED FOR THE
      *    BUSINESS-DAY AGING.
       1050-READ-CYCLE-DATE.
           OPEN INPUT CYCLE-DATE-FILE
           READ CYCLE-DATE-FILE
               AT END
                   MOVE SPACES TO CYCLE-DATE-RECORD
           END-READ
           IF NOT CD-CONTROL-REC
               DISPLAY 'DINAPLY1 ABEND - NO CONTROL RECORD AT THE HEAD '
                   'OF CYCLDATE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT CD-CYCLE-OPEN
               DISPLAY 'DINAPLY1 ABEND - BUSINESS DATE '
                   CD-CURRENT-BUS-DT ' IS NOT OPEN'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE CD-CURRENT-BUS-DT TO WS-RS-RUN-DT
           MOVE CD-CURRENT-BUS-DT TO WS-AGED-THRU-DT
           PERFORM 1060-LOAD-ONE-CALENDAR-DATE UNTIL WS-CYCLE-EOF
           CLOSE CYCLE-DATE-FILE.

       1060-LOAD-ONE-CALENDAR-DATE.
           READ CYCLE-DATE-FILE
               AT END
                   SET WS-CYCLE-EOF TO TRUE
               NOT AT END
                   IF WS-CAL-COUNT >= 400
                       DISPLAY 'DINAPLY1 ABEND - CYCLDATE CALENDAR '
                           'EXCEEDS THE 400-ENTRY TABLE'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-CAL-COUNT
                   MOVE CC-NON-PROC-DT
                       TO WS-CAL-NON-PROC-DT (WS-CAL-COUNT)
           END-READ.

      *    PRE-PASS OVER DINPENDI FOR ITS TRAILER STAMP (THE LATEST
      *    ONE WHEN GENERATIONS ARE CONCATENATED), THEN COUNTS THE
      *    BUSINESS DAYS AFTER IT UP TO AND INCLUDING TONIGHT. NO
      *    STAMP (A GENERATION WRITTEN BEFORE IT EXISTED) AGES BY ONE;
      *    A STAMP ALREADY AT TONIGHT'S DATE AGES BY NOTHING, SO
      *    POSTING THE SAME BUSINESS DATE TWICE CANNOT AGE AN ENTRY
      *    TWICE. THE PASS TALLIES NOTHING -- THE MAIN READS DO THAT.
       1070-SET-AGE-INCREMENT.
           OPEN INPUT PENDING-IN-FILE
           PERFORM 1075-SCAN-PENDING-STAMP UNTIL WS-PEND-EOF
           CLOSE PENDING-IN-FILE
           MOVE 'N' TO WS-PEND-EOF-SW
           EVALUATE TRUE
               WHEN NOT WS-AGE-STAMP-FOUND
                   MOVE 1 TO WS-AGE-INCREMENT
               WHEN WS-AGED-FROM-DT >= WS-AGED-THRU-DT
                   MOVE ZERO TO WS-AGE-INCREMENT
               WHEN OTHER
                   MOVE ZERO TO WS-AGE-INCREMENT
                   MOVE WS-AGED-FROM-DT TO WS-BD-IN-DT
                   SET WS-BD-NEXT-BUS-DAY TO TRUE
                   PERFORM 1080-COUNT-ONE-BUS-DAY
                       UNTIL WS-BD-IN-DT > WS-RS-RUN-DT
           END-EVALUATE
           DISPLAY 'DINAPLY1 PENDING AGES COUNTED FROM '
               WS-AGED-FROM-DT ' - AGE INCREMENT ' WS-AGE-INCREMENT.

       1075-SCAN-PENDING-STAMP.
           READ PENDING-IN-FILE
               AT END
                   SET WS-PEND-EOF TO TRUE
               NOT AT END
                   IF PDT-TRAILER-PRESENT
                      AND PDT-AGED-BUS-DT IS NUMERIC
                       IF PDT-AGED-BUS-DT > WS-AGED-FROM-DT
                           MOVE PDT-AGED-BUS-DT TO WS-AGED-FROM-DT
                           SET WS-AGE-STAMP-FOUND TO TRUE
                       END-IF
                   END-IF
           END-READ.

      *    ONE BUSINESS DAY FORWARD; THE COUNT STOPS AT 999, THE
      *    WIDTH OF AN AGE, AND A BAD DATE IS A HARD STOP.
       1080-COUNT-ONE-BUS-DAY.
           CALL 'BUSDAYS' USING WS-BUSDAY-PARMS WS-CALENDAR-TABLE
           IF NOT WS-BD-OK
               DISPLAY 'DINAPLY1 ABEND - DINPENDI AGING DATE '
                   WS-BD-IN-DT ' REJECTED, BUSDAYS RETURN CODE '
                   WS-BD-RETURN-CODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-BD-OUT-DT TO WS-BD-IN-DT
           IF WS-BD-IN-DT NOT > WS-RS-RUN-DT
              AND WS-AGE-INCREMENT < 999
               ADD 1 TO WS-AGE-INCREMENT
           END-IF.

      *    LOCATES THE LAST CHECKPOINT WRITTEN BY A PRIOR RUN OF THIS
      *    JOB, IF ANY, AND RESTORES THE COUNTERS, OUTPUT TOTALS AND
      *    LAST-APPLIED KEY IT CARRIES -- THE LAST RECORD READ WINS,
           MOVE DC-PEND-DROPPED-DUP  TO WS-PEND-DROPPED-DUP
           MOVE DC-PEND-AGED-OUT     TO WS-PEND-AGED-OUT
           MOVE DC-PEND-CARRIED-FWD  TO WS-PEND-CARRIED-FWD
           MOVE DC-PEND-HELD-BACK    TO WS-PEND-HELD-BACK
           MOVE DC-XREFS-WRITTEN     TO WS-XREFS-WRITTEN
           MOVE DC-PEND-OUT-COUNT    TO WS-PTL-OUT-COUNT
           MOVE DC-PEND-OUT-HASH     TO WS-PTL-OUT-HASH
               STOP RUN
           END-IF.

      *    LOADS THE ACTIVE HOLDS INTO THE IN-STORAGE TABLE AND
      *    VERIFIES THE REGISTRY'S TRAILER OVER EVERY RECORD, ACTIVE
      *    OR RELEASED, BEFORE ANY ENTRY CAN AGE OFF.
       1200-LOAD-LEGAL-HOLDS.
           OPEN INPUT HOLD-REGISTRY-FILE
           PERFORM 1250-LOAD-ONE-HOLD UNTIL WS-HOLD-EOF
           CLOSE HOLD-REGISTRY-FILE
           IF NOT WS-HTL-SEEN
               DISPLAY 'DINAPLY1 ABEND - NO CONTROL TRAILER ON '
                   'LEGLHOLD'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-HTL-ACTUAL-COUNT   TO WS-TRL-ACTUAL-TRUNC
           MOVE WS-HTL-EXPECTED-COUNT TO WS-TRL-EXPECTED-TRUNC
           IF WS-TRL-ACTUAL-TRUNC NOT = WS-TRL-EXPECTED-TRUNC
               DISPLAY 'DINAPLY1 ABEND - LEGLHOLD TRAILER MISMATCH'
               DISPLAY '  RECORDS EXPECTED ' WS-TRL-EXPECTED-TRUNC
                   ' READ ' WS-TRL-ACTUAL-TRUNC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-HTL-ACTUAL-HASH   TO WS-TRL-ACTUAL-TRUNC
           MOVE WS-HTL-EXPECTED-HASH TO WS-TRL-EXPECTED-TRUNC
           IF WS-TRL-ACTUAL-TRUNC NOT = WS-TRL-EXPECTED-TRUNC
               DISPLAY 'DINAPLY1 ABEND - LEGLHOLD TRAILER MISMATCH'
               DISPLAY '  KEY HASH EXPECTED ' WS-TRL-EXPECTED-TRUNC
                   ' ACCUMULATED ' WS-TRL-ACTUAL-TRUNC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1250-LOAD-ONE-HOLD.
           READ HOLD-REGISTRY-FILE
               AT END
                   SET WS-HOLD-EOF TO TRUE
               NOT AT END
                   IF LHT-TRAILER-PRESENT
                       SET WS-HTL-SEEN TO TRUE
                       ADD LHT-RECORD-COUNT TO WS-HTL-EXPECTED-COUNT
                       ADD LHT-KEY-HASH     TO WS-HTL-EXPECTED-HASH
                   ELSE
                       ADD 1                  TO WS-HTL-ACTUAL-COUNT
                       ADD LH-SRC-SUBJ-ID-NB  TO WS-HTL-ACTUAL-HASH
                       ADD LH-SRC-SUBJ-SEQ-NB TO WS-HTL-ACTUAL-HASH
                       IF LH-HOLD-ACTIVE
                           PERFORM 1270-TABLE-ACTIVE-HOLD
                       END-IF
                   END-IF
           END-READ.

       1270-TABLE-ACTIVE-HOLD.
           IF WS-HOLD-ENTRY-COUNT >= 2000
               DISPLAY 'DINAPLY1 ABEND - ACTIVE LEGAL HOLDS EXCEED '
                   'THE 2000-ENTRY HOLD TABLE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-HOLD-ENTRY-COUNT
           MOVE LH-SRC-SUBJ-ID-NB  TO WS-HOLD-LOOK-ID-BIN
           MOVE LH-SRC-SUBJ-SEQ-NB TO WS-HOLD-LOOK-SEQ-BIN
           MOVE WS-HOLD-LOOK-KEY
               TO WS-HOLD-SUBJ-KEY (WS-HOLD-ENTRY-COUNT).

      *    THE CALLER HAS PUT THE SUBJECT'S RAW FOUR-BYTE KEY IN
      *    WS-HOLD-LOOK-KEY.
       1300-CHECK-LEGAL-HOLD.
           SET WS-SUBJECT-HELD TO FALSE
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                   UNTIL WS-HOLD-IDX > WS-HOLD-ENTRY-COUNT
                      OR WS-SUBJECT-HELD
               IF WS-HOLD-SUBJ-KEY (WS-HOLD-IDX) = WS-HOLD-LOOK-KEY
                   SET WS-SUBJECT-HELD TO TRUE
               END-IF
           END-PERFORM.

      *    CONTROL-TRAILER RECORDS ARE TALLIED AND SKIPPED HERE SO THE
      *    POSTING LOGIC ONLY EVER SEES DATA ENTRIES.
       1900-READ-DIN-MASTER.
      *    MEANWHILE CROSS-REFERENCED BY ANOTHER PATH -- DROPPED WITH
      *    A '02' DISPOSITION. STILL UNMATCHED -- RECYCLED WITH ITS
      *    AGE BUMPED, OR AGED OFF TO THE WORKED-EXCEPTIONS REPORT
      *    ONCE IT PASSES THE DINPPARM LIMIT -- UNLESS ITS SOURCE
      *    SUBJECT IS UNDER LEGAL HOLD, WHEN IT IS KEPT PENDING. THE
      *    AGE COMPARED IS THE BUSINESS DAYS WAITED AS OF THE LAST
      *    POSTING, SAME AS WHEN AGES COUNTED RUNS.
       2200-PROCESS-PENDING-ENTRY.
           ADD 1 TO WS-PEND-CARRIED-IN
           MOVE PD-SUBJ-ID-NB       TO WS-TG-SUBJ-ID-NB
           MOVE PD-DIN              TO WS-TG-DIN
           PERFORM 3000-LOCATE-TARGET-SUBJECT
           PERFORM 3500-CHECK-EXISTING-XREF
           SET WS-SUBJECT-HELD TO FALSE
           IF PD-DAYS-PENDING >= WS-MAX-DAYS-PENDING
               MOVE PD-SRC-SUBJ-ID-NB  TO WS-HOLD-LOOK-ID-BIN
               MOVE PD-SRC-SUBJ-SEQ-NB TO WS-HOLD-LOOK-SEQ-BIN
               PERFORM 1300-CHECK-LEGAL-HOLD
           END-IF
           EVALUATE TRUE
               WHEN WS-DIN-XREFED
                   PERFORM 4400-DROP-XREFED-PENDING
               WHEN WS-SUBJ-FOUND
                   PERFORM 4300-APPLY-FROM-PENDING
               WHEN PD-DAYS-PENDING >= WS-MAX-DAYS-PENDING
                AND WS-SUBJECT-HELD
                   PERFORM 4650-KEEP-HELD-PENDING
               WHEN PD-DAYS-PENDING >= WS-MAX-DAYS-PENDING
                   PERFORM 4500-AGE-OUT-PENDING
               WHEN OTHER
           MOVE WS-PEND-DROPPED-DUP  TO DC-PEND-DROPPED-DUP
           MOVE WS-PEND-AGED-OUT     TO DC-PEND-AGED-OUT
           MOVE WS-PEND-CARRIED-FWD  TO DC-PEND-CARRIED-FWD
           MOVE WS-PEND-HELD-BACK    TO DC-PEND-HELD-BACK
           MOVE WS-XREFS-WRITTEN     TO DC-XREFS-WRITTEN
           MOVE WS-PTL-OUT-COUNT     TO DC-PEND-OUT-COUNT
           MOVE WS-PTL-OUT-HASH      TO DC-PEND-OUT-HASH
           ADD 1 TO WS-PEND-CARRIED-FWD
           MOVE PD-SRC-SUBJ-ID-NB  TO WS-PW-SRC-SUBJ-ID-NB
           MOVE PD-SRC-SUBJ-SEQ-NB TO WS-PW-SRC-SUBJ-SEQ-NB
           COMPUTE WS-PEND-DAYS-WORK =
               PD-DAYS-PENDING + WS-AGE-INCREMENT
           IF WS-PEND-DAYS-WORK > 999
               MOVE 999 TO WS-PEND-DAYS-WORK
           END-IF
           MOVE WS-PEND-DAYS-WORK  TO WS-PEND-DAYS-OUT
           PERFORM 4700-WRITE-PENDING-OUT.

      *    PAST THE AGING LIMIT BUT UNDER LEGAL HOLD -- CARRIED FORWARD
      *    WITHOUT A DISPOSITION, ITS AGE LEFT WHERE IT IS SO IT AGES
      *    OFF ON THE FIRST RUN AFTER THE HOLD IS RELEASED.
       4650-KEEP-HELD-PENDING.
           ADD 1 TO WS-PEND-CARRIED-FWD
           ADD 1 TO WS-PEND-HELD-BACK
           MOVE PD-SRC-SUBJ-ID-NB  TO WS-PW-SRC-SUBJ-ID-NB
           MOVE PD-SRC-SUBJ-SEQ-NB TO WS-PW-SRC-SUBJ-SEQ-NB
           MOVE PD-DAYS-PENDING    TO WS-PEND-DAYS-OUT
           PERFORM 4700-WRITE-PENDING-OUT.

      *    THE TARGET KEY AND SOURCE SUBJECT ARE ALREADY IN PLACE --

      *    DINPENDO IS SEALED EVEN WHEN NOTHING WAS PENDED -- THE NEXT
      *    NIGHT'S RUN VERIFIES THE TRAILER AND ABENDS ON A
      *    TRAILERLESS INPUT. THE STAMP SAYS ITS AGES ARE COUNTED
      *    THROUGH TONIGHT'S BUSINESS DATE.
       9900-WRITE-PENDING-TRAILER.
           MOVE SPACES             TO DIN-PENDING-TRAILER
           MOVE HIGH-VALUES        TO PDT-TRAILER-ID
           MOVE WS-PTL-OUT-COUNT   TO PDT-RECORD-COUNT
           MOVE WS-PTL-OUT-HASH    TO PDT-KEY-HASH
           MOVE WS-AGED-THRU-DT    TO PDT-AGED-BUS-DT
           MOVE DIN-PENDING-TRAILER TO PENDING-OUT-RECORD
           WRITE PENDING-OUT-RECORD.

           DISPLAY 'DINAPLY1 PENDING AGED OUT:        '
               WS-PEND-AGED-OUT
           DISPLAY 'DINAPLY1 PENDING CARRIED FORWARD: '
               WS-PEND-CARRIED-FWD
           DISPLAY 'DINAPLY1 KEPT FOR LEGAL HOLD:     '
               WS-PEND-HELD-BACK.
