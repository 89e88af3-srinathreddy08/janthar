       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CYCLEND1.
       AUTHOR.        ADDRESS-REVIEW-SYSTEMS.
      *REMARKS.       CYCLE-DATE CONTROL -- OPEN, ROLL AND CALENDAR.
      *                THE ONLY PROGRAM THAT WRITES THE CYCLDATE
      *                CONTROL FILE (SEE CYCDATE.CPY) THE NIGHTLY CHAIN
      *                TAKES ITS BUSINESS DATE FROM. DRIVEN BY CYCLPARM
      *                CARDS, ACTION IN COLUMNS 1-4:
      *                  OPEN  OPENS THE CURRENT BUSINESS DATE. THE
      *                        SCHEDULER RUNS IT AS THE FIRST STEP OF
      *                        THE NIGHT; UNTIL IT HAS RUN EVERY OTHER
      *                        STEP REFUSES TO START.
      *                  ROLL  THE END-OF-CYCLE STEP, RUN AFTER
      *                        FLOWBAL1: CLOSES THE CURRENT DATE,
      *                        MAKES IT THE PRIOR DATE AND MAKES THE
      *                        NEXT BUSINESS DAY (SEE BUSDAYS) CURRENT,
      *                        STILL CLOSED. A DATE THAT IS NOT OPEN
      *                        CANNOT BE ROLLED, SO A SECOND ROLL
      *                        CANNOT SKIP A NIGHT.
      *                  HADD  ADDS A NON-PROCESSING DATE (COLUMNS
      *                        5-12, DESCRIPTION IN 13-42) TO THE
      *                        CALENDAR.
      *                  HDEL  REMOVES ONE (COLUMNS 5-12).
      *                A '*' IN COLUMN 1 MARKS A COMMENT CARD. ONE RUN
      *                TAKES AT MOST ONE OPEN OR ROLL, PLUS ANY NUMBER
      *                OF CALENDAR CARDS, WHICH ARE APPLIED FIRST. EVERY
      *                CARD IS EDITED BEFORE ANYTHING CHANGES; A BAD
      *                CARD ABENDS THE RUN AND CYCLDATO IS NOT
      *                CATALOGUED. THE OPEN BUSINESS DATE ITSELF CANNOT
      *                BE MADE A NON-PROCESSING DAY; IF A CALENDAR
      *                CHANGE MAKES THE CLOSED CURRENT DATE ONE, THE
      *                DATE MOVES ON TO THE NEXT BUSINESS DAY BEFORE IT
      *                IS OPENED. THE CONTROL RECORD KEEPS THE LAST
      *                ACTION WITH THE SYSTEM DATE AND TIME IT RAN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE            ASSIGN TO CYCLPARM
               ORGANIZATION IS SEQUENTIAL.

           SELECT CYCLE-DATE-FILE      ASSIGN TO CYCLDATE
               ORGANIZATION IS SEQUENTIAL.

           SELECT CYCLE-DATE-OUT-FILE  ASSIGN TO CYCLDATO
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-CARD                   PIC X(80).

       FD  CYCLE-DATE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CYCLE-DATE-IN-RECORD        PIC X(80).

       FD  CYCLE-DATE-OUT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CYCLE-DATE-OUT-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-PARM-EOF-SW             PIC X(01) VALUE 'N'.
               88  WS-PARM-EOF            VALUE 'Y'.
           05  WS-CYCLE-EOF-SW            PIC X(01) VALUE 'N'.
               88  WS-CYCLE-EOF           VALUE 'Y'.
           05  WS-CAL-FOUND-SW            PIC X(01) VALUE 'N'.
               88  WS-CAL-FOUND           VALUE 'Y' FALSE 'N'.

      *    THE CONTROL RECORD IS READ INTO CYCLE-DATE-RECORD, UPDATED
      *    THERE AND WRITTEN BACK AS THE FIRST RECORD OF CYCLDATO.
       COPY "cycdate.cpy".

      *    THE ONE OPEN/ROLL ACTION OF THE RUN, SPACES IF THE RUN
      *    ONLY MAINTAINS THE CALENDAR.
       01  WS-CYCLE-ACTION                PIC X(04) VALUE SPACES.
           88  WS-ACTION-OPEN             VALUE 'OPEN'.
           88  WS-ACTION-ROLL             VALUE 'ROLL'.
           88  WS-ACTION-NONE             VALUE SPACES.

       01  WS-SYS-DT                      PIC X(08) VALUE SPACES.
       01  WS-SYS-TM-RAW                  PIC X(08) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-CARDS-READ              PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-CAL-ADDED               PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-CAL-DELETED             PIC S9(05) COMP-3 VALUE ZERO.
           05  WS-CARD-IDX                PIC S9(04) COMP   VALUE ZERO.
           05  WS-CAL-IDX                 PIC S9(04) COMP   VALUE ZERO.
           05  WS-CAL-POS                 PIC S9(04) COMP   VALUE ZERO.

      *    THE CALENDAR CARDS, EDITED AND HELD UNTIL EVERY CARD HAS
      *    PASSED.
       01  WS-CARD-TABLE.
           05  WS-CARD-COUNT              PIC S9(04) COMP VALUE ZERO.
           05  WS-CARD-ENTRY OCCURS 100 TIMES.
               10  WS-CE-ACTION           PIC X(04).
               10  WS-CE-DATE             PIC X(08).
               10  WS-CE-DESCRIPTION      PIC X(30).

       COPY "caltbl.cpy".

      *    DESCRIPTIONS OF THE CALENDAR DATES, SUBSCRIPTED IN STEP
      *    WITH WS-CAL-NON-PROC-DT.
       01  WS-CAL-DESC-TABLE.
           05  WS-CAL-DESCRIPTION         PIC X(30) OCCURS 400 TIMES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-CALENDAR-CARDS
           PERFORM 2500-CHECK-CLOSED-DATE
           EVALUATE TRUE
               WHEN WS-ACTION-OPEN
                   PERFORM 3000-OPEN-CYCLE
               WHEN WS-ACTION-ROLL
                   PERFORM 3500-ROLL-CYCLE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 8000-WRITE-CYCLE-DATE
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-SYS-DT     FROM DATE YYYYMMDD
           ACCEPT WS-SYS-TM-RAW FROM TIME
           PERFORM 1100-LOAD-ACTION-CARDS
           PERFORM 1200-LOAD-CYCLE-DATE.

       1100-LOAD-ACTION-CARDS.
           OPEN INPUT PARM-FILE
           PERFORM 1150-EDIT-ONE-CARD UNTIL WS-PARM-EOF
           CLOSE PARM-FILE
           IF WS-ACTION-NONE AND WS-CARD-COUNT = ZERO
               DISPLAY 'CYCLEND1 ABEND - NO ACTION CARD ON CYCLPARM'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1150-EDIT-ONE-CARD.
           READ PARM-FILE
               AT END
                   SET WS-PARM-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CARDS-READ
                   IF PARM-CARD (1:1) NOT = '*'
                       PERFORM 1160-EDIT-ACTION
                   END-IF
           END-READ.

       1160-EDIT-ACTION.
           EVALUATE PARM-CARD (1:4)
               WHEN 'OPEN'
               WHEN 'ROLL'
                   IF NOT WS-ACTION-NONE
                       DISPLAY 'CYCLEND1 ABEND - CYCLPARM CARD '
                           WS-CARDS-READ ' IS A SECOND OPEN/ROLL'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE PARM-CARD (1:4) TO WS-CYCLE-ACTION
               WHEN 'HADD'
               WHEN 'HDEL'
                   MOVE PARM-CARD (5:8) TO WS-BD-IN-DT
                   SET WS-BD-TEST-BUS-DAY TO TRUE
                   CALL 'BUSDAYS' USING WS-BUSDAY-PARMS
                                        WS-CALENDAR-TABLE
                   IF WS-BD-BAD-DATE
                       DISPLAY 'CYCLEND1 ABEND - CYCLPARM CARD '
                           WS-CARDS-READ ' DATE ' PARM-CARD (5:8)
                           ' IS NOT A VALID DATE'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF PARM-CARD (1:4) = 'HADD'
                      AND WS-BD-DAY-OF-WEEK > 5
                       DISPLAY 'CYCLEND1 ABEND - CYCLPARM CARD '
                           WS-CARDS-READ ' DATE ' PARM-CARD (5:8)
                           ' IS A WEEKEND - NEVER A BUSINESS DAY'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF WS-CARD-COUNT >= 100
                       DISPLAY 'CYCLEND1 ABEND - MORE THAN 100 '
                           'CALENDAR CARDS IN ONE RUN'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-CARD-COUNT
                   MOVE PARM-CARD (1:4)
                       TO WS-CE-ACTION (WS-CARD-COUNT)
                   MOVE PARM-CARD (5:8)
                       TO WS-CE-DATE (WS-CARD-COUNT)
                   MOVE PARM-CARD (13:30)
                       TO WS-CE-DESCRIPTION (WS-CARD-COUNT)
               WHEN OTHER
                   DISPLAY 'CYCLEND1 ABEND - CYCLPARM CARD '
                       WS-CARDS-READ ' ACTION ' PARM-CARD (1:4)
                       ' NOT OPEN/ROLL/HADD/HDEL'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      *    THE CONTROL RECORD MUST LEAD THE FILE; THE CALENDAR
      *    RECORDS FOLLOW IN DATE ORDER.
       1200-LOAD-CYCLE-DATE.
           OPEN INPUT CYCLE-DATE-FILE
           READ CYCLE-DATE-FILE INTO CYCLE-DATE-RECORD
               AT END
                   SET WS-CYCLE-EOF TO TRUE
           END-READ
           IF WS-CYCLE-EOF OR NOT CD-CONTROL-REC
               DISPLAY 'CYCLEND1 ABEND - NO CONTROL RECORD AT THE '
                   'HEAD OF CYCLDATE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1250-LOAD-ONE-CALENDAR-DATE UNTIL WS-CYCLE-EOF
           CLOSE CYCLE-DATE-FILE.

       1250-LOAD-ONE-CALENDAR-DATE.
           READ CYCLE-DATE-FILE INTO CYCLE-CALENDAR-RECORD
               AT END
                   SET WS-CYCLE-EOF TO TRUE
               NOT AT END
                   IF CC-RECORD-TYPE NOT = 'H'
                       DISPLAY 'CYCLEND1 ABEND - CYCLDATE RECORD TYPE '
                           CC-RECORD-TYPE ' AFTER THE CONTROL RECORD'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF WS-CAL-COUNT >= 400
                       DISPLAY 'CYCLEND1 ABEND - CYCLDATE CALENDAR '
                           'EXCEEDS THE 400-ENTRY TABLE'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-CAL-COUNT
                   MOVE CC-NON-PROC-DT
                       TO WS-CAL-NON-PROC-DT (WS-CAL-COUNT)
                   MOVE CC-DESCRIPTION
                       TO WS-CAL-DESCRIPTION (WS-CAL-COUNT)
           END-READ.

       2000-APPLY-CALENDAR-CARDS.
           PERFORM VARYING WS-CARD-IDX FROM 1 BY 1
                   UNTIL WS-CARD-IDX > WS-CARD-COUNT
               IF WS-CE-ACTION (WS-CARD-IDX) = 'HADD'
                   PERFORM 2100-ADD-NON-PROC-DATE
               ELSE
                   PERFORM 2200-DELETE-NON-PROC-DATE
               END-IF
           END-PERFORM.

      *    THE CALENDAR IS KEPT IN DATE ORDER: THE NEW DATE GOES IN
      *    AHEAD OF THE FIRST LATER ONE AND EVERYTHING AFTER IT MOVES
      *    DOWN A SLOT. A DATE ALREADY ON THE CALENDAR IS LEFT AS IT
      *    IS.
       2100-ADD-NON-PROC-DATE.
           IF CD-CYCLE-OPEN
              AND WS-CE-DATE (WS-CARD-IDX) <= CD-CURRENT-BUS-DT
               DISPLAY 'CYCLEND1 ABEND - HADD ' WS-CE-DATE (WS-CARD-IDX)
                   ' IS NOT AFTER THE OPEN BUSINESS DATE '
                   CD-CURRENT-BUS-DT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2300-FIND-CALENDAR-DATE
           IF WS-CAL-FOUND
               DISPLAY 'CYCLEND1 HADD ' WS-CE-DATE (WS-CARD-IDX)
                   ' ALREADY ON THE CALENDAR - IGNORED'
           ELSE
               IF WS-CAL-COUNT >= 400
                   DISPLAY 'CYCLEND1 ABEND - CYCLDATE CALENDAR '
                       'EXCEEDS THE 400-ENTRY TABLE'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 1 TO WS-CAL-POS
               PERFORM UNTIL WS-CAL-POS > WS-CAL-COUNT
                   OR WS-CAL-NON-PROC-DT (WS-CAL-POS)
                          > WS-CE-DATE (WS-CARD-IDX)
                   ADD 1 TO WS-CAL-POS
               END-PERFORM
               PERFORM VARYING WS-CAL-IDX FROM WS-CAL-COUNT BY -1
                       UNTIL WS-CAL-IDX < WS-CAL-POS
                   MOVE WS-CAL-NON-PROC-DT (WS-CAL-IDX)
                       TO WS-CAL-NON-PROC-DT (WS-CAL-IDX + 1)
                   MOVE WS-CAL-DESCRIPTION (WS-CAL-IDX)
                       TO WS-CAL-DESCRIPTION (WS-CAL-IDX + 1)
               END-PERFORM
               MOVE WS-CE-DATE (WS-CARD-IDX)
                   TO WS-CAL-NON-PROC-DT (WS-CAL-POS)
               MOVE WS-CE-DESCRIPTION (WS-CARD-IDX)
                   TO WS-CAL-DESCRIPTION (WS-CAL-POS)
               ADD 1 TO WS-CAL-COUNT
               ADD 1 TO WS-CAL-ADDED
               DISPLAY 'CYCLEND1 NON-PROCESSING DATE ADDED:   '
                   WS-CE-DATE (WS-CARD-IDX) ' '
                   WS-CE-DESCRIPTION (WS-CARD-IDX)
           END-IF.

       2200-DELETE-NON-PROC-DATE.
           PERFORM 2300-FIND-CALENDAR-DATE
           IF NOT WS-CAL-FOUND
               DISPLAY 'CYCLEND1 HDEL ' WS-CE-DATE (WS-CARD-IDX)
                   ' NOT ON THE CALENDAR - IGNORED'
           ELSE
               PERFORM VARYING WS-CAL-IDX FROM WS-CAL-POS BY 1
                       UNTIL WS-CAL-IDX >= WS-CAL-COUNT
                   MOVE WS-CAL-NON-PROC-DT (WS-CAL-IDX + 1)
                       TO WS-CAL-NON-PROC-DT (WS-CAL-IDX)
                   MOVE WS-CAL-DESCRIPTION (WS-CAL-IDX + 1)
                       TO WS-CAL-DESCRIPTION (WS-CAL-IDX)
               END-PERFORM
               SUBTRACT 1 FROM WS-CAL-COUNT
               ADD 1 TO WS-CAL-DELETED
               DISPLAY 'CYCLEND1 NON-PROCESSING DATE REMOVED: '
                   WS-CE-DATE (WS-CARD-IDX)
           END-IF.

      *    SETS WS-CAL-POS TO THE SLOT HOLDING THE CARD'S DATE WHEN
      *    IT IS FOUND.
       2300-FIND-CALENDAR-DATE.
           SET WS-CAL-FOUND TO FALSE
           PERFORM VARYING WS-CAL-POS FROM 1 BY 1
                   UNTIL WS-CAL-POS > WS-CAL-COUNT
                      OR WS-CAL-FOUND
               IF WS-CAL-NON-PROC-DT (WS-CAL-POS)
                      = WS-CE-DATE (WS-CARD-IDX)
                   SET WS-CAL-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-CAL-FOUND
               SUBTRACT 1 FROM WS-CAL-POS
           END-IF.

      *    A CLOSED CURRENT DATE THAT THE CALENDAR NOW MARKS AS A
      *    NON-PROCESSING DAY MOVES ON TO THE NEXT BUSINESS DAY, SO
      *    THE NEXT OPEN NEVER OPENS A HOLIDAY.
       2500-CHECK-CLOSED-DATE.
           IF CD-CYCLE-CLOSED
               MOVE CD-CURRENT-BUS-DT TO WS-BD-IN-DT
               SET WS-BD-TEST-BUS-DAY TO TRUE
               CALL 'BUSDAYS' USING WS-BUSDAY-PARMS WS-CALENDAR-TABLE
               IF WS-BD-BAD-DATE
                   DISPLAY 'CYCLEND1 ABEND - CYCLDATE CURRENT DATE '
                       CD-CURRENT-BUS-DT ' IS NOT A VALID DATE'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-BD-NOT-BUS-DAY
                   SET WS-BD-NEXT-BUS-DAY TO TRUE
                   PERFORM 3900-CALL-BUSDAYS
                   DISPLAY 'CYCLEND1 CLOSED DATE ' CD-CURRENT-BUS-DT
                       ' IS NOW A NON-PROCESSING DAY - MOVED TO '
                       WS-BD-OUT-DT
                   MOVE WS-BD-OUT-DT TO CD-CURRENT-BUS-DT
               END-IF
           END-IF.

       3000-OPEN-CYCLE.
           IF CD-CYCLE-OPEN
               DISPLAY 'CYCLEND1 BUSINESS DATE ' CD-CURRENT-BUS-DT
                   ' IS ALREADY OPEN - NOTHING TO DO'
               MOVE 4 TO RETURN-CODE
           ELSE
               SET CD-CYCLE-OPEN TO TRUE
               MOVE WS-CYCLE-ACTION TO CD-LAST-ACTION
               MOVE WS-SYS-DT       TO CD-LAST-ACTION-SYS-DT
               MOVE WS-SYS-TM-RAW (1:6)
                                    TO CD-LAST-ACTION-SYS-TM
               DISPLAY 'CYCLEND1 BUSINESS DATE ' CD-CURRENT-BUS-DT
                   ' OPENED'
           END-IF.

       3500-ROLL-CYCLE.
           IF NOT CD-CYCLE-OPEN
               DISPLAY 'CYCLEND1 ABEND - BUSINESS DATE '
                   CD-CURRENT-BUS-DT ' IS NOT OPEN - NOTHING TO ROLL'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET WS-BD-NEXT-BUS-DAY TO TRUE
           PERFORM 3900-CALL-BUSDAYS
           MOVE CD-CURRENT-BUS-DT TO CD-PRIOR-BUS-DT
           MOVE WS-BD-OUT-DT      TO CD-CURRENT-BUS-DT
           SET CD-CYCLE-CLOSED TO TRUE
           MOVE WS-CYCLE-ACTION TO CD-LAST-ACTION
           MOVE WS-SYS-DT       TO CD-LAST-ACTION-SYS-DT
           MOVE WS-SYS-TM-RAW (1:6)
                                TO CD-LAST-ACTION-SYS-TM
           DISPLAY 'CYCLEND1 BUSINESS DATE ' CD-PRIOR-BUS-DT
               ' CLOSED - NEXT BUSINESS DATE ' CD-CURRENT-BUS-DT.

      *    THE CALLER HAS SET THE FUNCTION; THE INPUT IS ALWAYS THE
      *    CURRENT BUSINESS DATE.
       3900-CALL-BUSDAYS.
           MOVE CD-CURRENT-BUS-DT TO WS-BD-IN-DT
           CALL 'BUSDAYS' USING WS-BUSDAY-PARMS WS-CALENDAR-TABLE
           IF NOT WS-BD-OK
               DISPLAY 'CYCLEND1 ABEND - NO NEXT BUSINESS DAY FOR '
                   CD-CURRENT-BUS-DT ', BUSDAYS RETURN CODE '
                   WS-BD-RETURN-CODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       8000-WRITE-CYCLE-DATE.
           OPEN OUTPUT CYCLE-DATE-OUT-FILE
           WRITE CYCLE-DATE-OUT-RECORD FROM CYCLE-DATE-RECORD
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                   UNTIL WS-CAL-IDX > WS-CAL-COUNT
               MOVE SPACES TO CYCLE-CALENDAR-RECORD
               MOVE 'H'    TO CC-RECORD-TYPE
               MOVE WS-CAL-NON-PROC-DT (WS-CAL-IDX) TO CC-NON-PROC-DT
               MOVE WS-CAL-DESCRIPTION (WS-CAL-IDX) TO CC-DESCRIPTION
               WRITE CYCLE-DATE-OUT-RECORD FROM CYCLE-CALENDAR-RECORD
           END-PERFORM
           CLOSE CYCLE-DATE-OUT-FILE.

       9000-TERMINATE.
           DISPLAY 'CYCLEND1 CYCLPARM CARDS READ:     ' WS-CARDS-READ
           DISPLAY 'CYCLEND1 CALENDAR DATES ADDED:    ' WS-CAL-ADDED
           DISPLAY 'CYCLEND1 CALENDAR DATES REMOVED:  ' WS-CAL-DELETED
           DISPLAY 'CYCLEND1 CALENDAR DATES ON FILE:  ' WS-CAL-COUNT
           DISPLAY 'CYCLEND1 CURRENT BUSINESS DATE:   '
               CD-CURRENT-BUS-DT ' STATUS ' CD-CYCLE-STATUS
           DISPLAY 'CYCLEND1 PRIOR BUSINESS DATE:     ' CD-PRIOR-BUS-DT.
