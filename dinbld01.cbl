      *                THE PRIOR RUN ALREADY WROTE, SO THE TRAILERS
      *                COVER THE WHOLE FILE AND NOT JUST THIS RUN'S
      *                TAIL.
      *                THE RUN DATE IS THE OPEN BUSINESS DATE FROM THE
      *                CYCLDATE CONTROL FILE (SEE CYCDATE.CPY), NOT THE
      *                SYSTEM CLOCK, SO A RERUN CARRIES THE DATE OF THE
      *                CYCLE IT BELONGS TO; THE STEP ABENDS UNLESS
      *                CYCLEND1 HAS OPENED THAT DATE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
           SELECT RUN-STAT-FILE        ASSIGN TO RUNSTAT
               ORGANIZATION IS SEQUENTIAL.

           SELECT CYCLE-DATE-FILE      ASSIGN TO CYCLDATE
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-IN-FILE
       COPY "ckpt.cpy".

       FD  RUN-STAT-FILE
           RECORD CONTAINS 101 CHARACTERS.
       COPY "runstat.cpy".

       FD  CYCLE-DATE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY "cycdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-EOF-SW                  PIC X(01) VALUE 'N'.
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1050-READ-CYCLE-DATE
           ACCEPT WS-RS-START-TM-RAW FROM TIME
           PERFORM 1100-DETERMINE-RESTART-POINT
           OPEN INPUT  AUDIT-IN-FILE
           END-IF
           PERFORM 1900-READ-AUDIT-INPUT.

      *    THE BUSINESS DATE IS TAKEN FROM THE CYCLDATE CONTROL RECORD
      *    AND THE STEP REFUSES TO RUN UNLESS THAT DATE IS OPEN.
       1050-READ-CYCLE-DATE.
           OPEN INPUT CYCLE-DATE-FILE
           READ CYCLE-DATE-FILE
               AT END
                   MOVE SPACES TO CYCLE-DATE-RECORD
           END-READ
           IF NOT CD-CONTROL-REC
               DISPLAY 'DINBLD01 ABEND - NO CONTROL RECORD AT THE HEAD '
                   'OF CYCLDATE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT CD-CYCLE-OPEN
               DISPLAY 'DINBLD01 ABEND - BUSINESS DATE '
                   CD-CURRENT-BUS-DT ' IS NOT OPEN'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE CD-CURRENT-BUS-DT TO WS-RS-RUN-DT
           CLOSE CYCLE-DATE-FILE.

      *    LOCATES THE LAST CHECKPOINT WRITTEN BY A PRIOR RUN OF THIS
      *    JOB, IF ANY, SO 2000-PROCESS-FILE CAN SKIP PAST RECORDS
      *    ALREADY BUILT BEFORE AN ABEND.
