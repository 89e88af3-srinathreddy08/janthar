       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BUSDAYS.
       AUTHOR.        ADDRESS-REVIEW-SYSTEMS.
      *REMARKS.       BUSINESS-DAY CALENDAR ROUTINE.
      *                CALLED WITH A FUNCTION, A YYYYMMDD DATE AND THE
      *                CALLER'S IN-STORAGE NON-PROCESSING CALENDAR (SEE
      *                CALTBL.CPY, LOADED FROM THE CYCLDATE FILE).
      *                'N' RETURNS THE NEXT BUSINESS DAY AFTER THE
      *                DATE, 'P' THE PRIOR BUSINESS DAY BEFORE IT, 'B'
      *                TESTS THE DATE ITSELF. A BUSINESS DAY IS A
      *                MONDAY THROUGH FRIDAY THAT IS NOT ON THE
      *                CALENDAR. EVERY CALL ALSO RETURNS THE INPUT
      *                DATE'S DAY OF WEEK (1 = MONDAY ... 7 = SUNDAY),
      *                WORKED OUT BY ZELLER'S CONGRUENCE ON THE
      *                GREGORIAN CALENDAR, AND ITS DAY NUMBER -- THE
      *                DAYS FROM A FIXED BASE, SO THAT THE DIFFERENCE
      *                OF TWO DATES' NUMBERS IS THE CALENDAR DAYS
      *                BETWEEN THEM. THE DATE ARITHMETIC LIVES
      *                HERE SO CYCLEND1'S ROLL AND EVERY STEP THAT
      *                COUNTS BUSINESS DAYS AGREE ON WHAT ONE IS.
      *                RETURN CODE '08' MEANS THE INPUT DATE IS NOT A
      *                VALID DATE, OR THAT NO BUSINESS DAY WAS FOUND
      *                WITHIN SIXTY DAYS OF IT (A CALENDAR THAT BLOCKS
      *                OUT TWO MONTHS IS A LOADING ERROR, NOT A
      *                HOLIDAY SEASON).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-BUS-DAY-SW              PIC X(01) VALUE 'N'.
               88  WS-BUS-DAY             VALUE 'Y' FALSE 'N'.
           05  WS-HOLIDAY-SW              PIC X(01) VALUE 'N'.
               88  WS-HOLIDAY             VALUE 'Y' FALSE 'N'.
           05  WS-DATE-VALID-SW           PIC X(01) VALUE 'N'.
               88  WS-DATE-VALID          VALUE 'Y' FALSE 'N'.

      *    THE DATE BEING WORKED, STEPPED A DAY AT A TIME.
       01  WS-DATE-WORK.
           05  WS-DT-YYYY                 PIC 9(04).
           05  WS-DT-MM                   PIC 9(02).
           05  WS-DT-DD                   PIC 9(02).
       01  WS-DATE-X REDEFINES WS-DATE-WORK
                                          PIC X(08).

       01  WS-MONTH-DAY-VALUES.
           05  FILLER                 PIC X(24) VALUE
               '312831303130313130313031'.
       01  WS-MONTH-DAY-TABLE REDEFINES WS-MONTH-DAY-VALUES.
           05  WS-MONTH-DAY-MAX       PIC 9(02) OCCURS 12 TIMES.

       01  WS-MONTH-DAYS                  PIC 9(02) VALUE ZERO.
       01  WS-DAY-OF-WEEK                 PIC 9(01) VALUE ZERO.
       01  WS-STEP-CT                     PIC S9(04) COMP VALUE ZERO.
       01  WS-CAL-IDX                     PIC S9(04) COMP VALUE ZERO.

      *    LEAP-YEAR AND ZELLER WORK FIELDS. EVERY DIVISION IS AN
      *    INTEGER DIVISION -- THE QUOTIENTS CARRY NO DECIMALS.
       01  WS-CALC-WORK.
           05  WS-QUOTIENT                PIC 9(05) VALUE ZERO.
           05  WS-REM-4                   PIC 9(03) VALUE ZERO.
           05  WS-REM-100                 PIC 9(03) VALUE ZERO.
           05  WS-REM-400                 PIC 9(03) VALUE ZERO.
           05  WS-Z-YEAR                  PIC 9(04) VALUE ZERO.
           05  WS-Z-MONTH                 PIC 9(02) VALUE ZERO.
           05  WS-Z-CENTURY               PIC 9(02) VALUE ZERO.
           05  WS-Z-YEAR-OF-CENT          PIC 9(02) VALUE ZERO.
           05  WS-Z-MONTH-TERM            PIC 9(03) VALUE ZERO.
           05  WS-Z-YEAR-QTR              PIC 9(03) VALUE ZERO.
           05  WS-Z-CENT-QTR              PIC 9(03) VALUE ZERO.
           05  WS-Z-SUM                   PIC 9(05) VALUE ZERO.
           05  WS-Z-H                     PIC 9(01) VALUE ZERO.
           05  WS-Z-ISO-REM               PIC 9(01) VALUE ZERO.
           05  WS-N-YEAR                  PIC 9(04) VALUE ZERO.
           05  WS-N-MONTH                 PIC 9(02) VALUE ZERO.
           05  WS-N-MONTH-TERM            PIC 9(04) VALUE ZERO.
           05  WS-N-YEAR-4                PIC 9(04) VALUE ZERO.
           05  WS-N-YEAR-100              PIC 9(04) VALUE ZERO.
           05  WS-N-YEAR-400              PIC 9(04) VALUE ZERO.
           05  WS-DAY-NUMBER              PIC 9(07) VALUE ZERO.

       LINKAGE SECTION.
       01  LK-BUSDAY-PARMS.
           05  LK-FUNCTION                PIC X(01).
               88  LK-NEXT-BUS-DAY        VALUE 'N'.
               88  LK-PRIOR-BUS-DAY       VALUE 'P'.
               88  LK-TEST-BUS-DAY        VALUE 'B'.
           05  LK-IN-DT                   PIC X(08).
           05  LK-OUT-DT                  PIC X(08).
           05  LK-DAY-OF-WEEK             PIC 9(01).
           05  LK-DAY-NUMBER              PIC 9(07).
           05  LK-RETURN-CODE             PIC X(02).
               88  LK-BD-OK               VALUE '00'.
               88  LK-BD-NOT-BUS-DAY      VALUE '01'.
               88  LK-BD-BAD-DATE         VALUE '08'.
       01  LK-CALENDAR-TABLE.
           05  LK-CAL-COUNT               PIC S9(04) COMP.
           05  LK-CAL-NON-PROC-DT         PIC X(08) OCCURS 400 TIMES.

       PROCEDURE DIVISION USING LK-BUSDAY-PARMS
                                 LK-CALENDAR-TABLE.
       0000-MAINLINE.
           SET LK-BD-OK TO TRUE
           MOVE SPACES TO LK-OUT-DT
           MOVE ZERO   TO LK-DAY-OF-WEEK
           MOVE ZERO   TO LK-DAY-NUMBER
           MOVE LK-IN-DT TO WS-DATE-X
           PERFORM 1000-VALIDATE-DATE
           IF NOT WS-DATE-VALID
               SET LK-BD-BAD-DATE TO TRUE
           ELSE
               PERFORM 2000-DAY-OF-WEEK
               MOVE WS-DAY-OF-WEEK TO LK-DAY-OF-WEEK
               PERFORM 2100-DAY-NUMBER
               MOVE WS-DAY-NUMBER TO LK-DAY-NUMBER
               EVALUATE TRUE
                   WHEN LK-NEXT-BUS-DAY
                       PERFORM 3000-FIND-NEXT-BUS-DAY
                   WHEN LK-PRIOR-BUS-DAY
                       PERFORM 4000-FIND-PRIOR-BUS-DAY
                   WHEN LK-TEST-BUS-DAY
                       PERFORM 5000-CHECK-BUS-DAY
                       MOVE LK-IN-DT TO LK-OUT-DT
                       IF NOT WS-BUS-DAY
                           SET LK-BD-NOT-BUS-DAY TO TRUE
                       END-IF
                   WHEN OTHER
                       SET LK-BD-BAD-DATE TO TRUE
               END-EVALUATE
           END-IF
           GOBACK.

       1000-VALIDATE-DATE.
           SET WS-DATE-VALID TO FALSE
           IF WS-DATE-X NUMERIC
               IF WS-DT-MM >= 1 AND WS-DT-MM <= 12
                   PERFORM 1100-SET-MONTH-DAYS
                   IF WS-DT-DD >= 1 AND WS-DT-DD <= WS-MONTH-DAYS
                       SET WS-DATE-VALID TO TRUE
                   END-IF
               END-IF
           END-IF.

      *    FEBRUARY HAS 29 DAYS IN A YEAR DIVISIBLE BY 4, EXCEPT A
      *    CENTURY YEAR NOT DIVISIBLE BY 400.
       1100-SET-MONTH-DAYS.
           MOVE WS-MONTH-DAY-MAX (WS-DT-MM) TO WS-MONTH-DAYS
           IF WS-DT-MM = 2
               DIVIDE WS-DT-YYYY BY 4   GIVING WS-QUOTIENT
                   REMAINDER WS-REM-4
               DIVIDE WS-DT-YYYY BY 100 GIVING WS-QUOTIENT
                   REMAINDER WS-REM-100
               DIVIDE WS-DT-YYYY BY 400 GIVING WS-QUOTIENT
                   REMAINDER WS-REM-400
               IF WS-REM-4 = ZERO
                  AND (WS-REM-100 NOT = ZERO OR WS-REM-400 = ZERO)
                   MOVE 29 TO WS-MONTH-DAYS
               END-IF
           END-IF.

      *    ZELLER'S CONGRUENCE: H = 0 FOR SATURDAY, 1 SUNDAY, 2
      *    MONDAY ... 6 FRIDAY, WITH JANUARY AND FEBRUARY COUNTED AS
      *    MONTHS 13 AND 14 OF THE PREVIOUS YEAR. H IS THEN TURNED
      *    ROUND TO 1 = MONDAY ... 7 = SUNDAY.
       2000-DAY-OF-WEEK.
           MOVE WS-DT-YYYY TO WS-Z-YEAR
           MOVE WS-DT-MM   TO WS-Z-MONTH
           IF WS-Z-MONTH < 3
               ADD 12 TO WS-Z-MONTH
               SUBTRACT 1 FROM WS-Z-YEAR
           END-IF
           DIVIDE WS-Z-YEAR BY 100 GIVING WS-Z-CENTURY
               REMAINDER WS-Z-YEAR-OF-CENT
           COMPUTE WS-Z-MONTH-TERM = (13 * (WS-Z-MONTH + 1)) / 5
           DIVIDE WS-Z-YEAR-OF-CENT BY 4 GIVING WS-Z-YEAR-QTR
           DIVIDE WS-Z-CENTURY      BY 4 GIVING WS-Z-CENT-QTR
           COMPUTE WS-Z-SUM = WS-DT-DD
                            + WS-Z-MONTH-TERM
                            + WS-Z-YEAR-OF-CENT
                            + WS-Z-YEAR-QTR
                            + WS-Z-CENT-QTR
                            + (5 * WS-Z-CENTURY)
           DIVIDE WS-Z-SUM BY 7 GIVING WS-QUOTIENT
               REMAINDER WS-Z-H
           COMPUTE WS-Z-SUM = WS-Z-H + 5
           DIVIDE WS-Z-SUM BY 7 GIVING WS-QUOTIENT
               REMAINDER WS-Z-ISO-REM
           COMPUTE WS-DAY-OF-WEEK = WS-Z-ISO-REM + 1.

      *    DAY NUMBER: THE YEAR IS TAKEN TO START ON 1 MARCH (MARCH
      *    IS MONTH 0, FEBRUARY MONTH 11 OF THE PREVIOUS YEAR) SO THE
      *    LEAP DAY FALLS LAST. (153 * MONTH + 2) / 5 IS THE DAYS
      *    BEFORE THE MONTH IN THAT YEAR; EACH EARLIER YEAR ADDS 365
      *    PLUS ITS SHARE OF LEAP DAYS (ONE IN 4, LESS ONE IN 100,
      *    PLUS ONE IN 400).
       2100-DAY-NUMBER.
           MOVE WS-DT-YYYY TO WS-N-YEAR
           IF WS-DT-MM < 3
               SUBTRACT 1 FROM WS-N-YEAR
               COMPUTE WS-N-MONTH = WS-DT-MM + 9
           ELSE
               COMPUTE WS-N-MONTH = WS-DT-MM - 3
           END-IF
           COMPUTE WS-N-MONTH-TERM = (153 * WS-N-MONTH) + 2
           DIVIDE WS-N-MONTH-TERM BY 5 GIVING WS-N-MONTH-TERM
           DIVIDE WS-N-YEAR BY 4   GIVING WS-N-YEAR-4
           DIVIDE WS-N-YEAR BY 100 GIVING WS-N-YEAR-100
           DIVIDE WS-N-YEAR BY 400 GIVING WS-N-YEAR-400
           COMPUTE WS-DAY-NUMBER = (365 * WS-N-YEAR)
                                 + WS-N-YEAR-4
                                 - WS-N-YEAR-100
                                 + WS-N-YEAR-400
                                 + WS-N-MONTH-TERM
                                 + WS-DT-DD.

       3000-FIND-NEXT-BUS-DAY.
           MOVE ZERO TO WS-STEP-CT
           SET WS-BUS-DAY TO FALSE
           PERFORM UNTIL WS-BUS-DAY OR WS-STEP-CT > 60
               PERFORM 3100-ADD-ONE-DAY
               PERFORM 5000-CHECK-BUS-DAY
               ADD 1 TO WS-STEP-CT
           END-PERFORM
           IF WS-BUS-DAY
               MOVE WS-DATE-X TO LK-OUT-DT
           ELSE
               SET LK-BD-BAD-DATE TO TRUE
           END-IF.

       3100-ADD-ONE-DAY.
           ADD 1 TO WS-DT-DD
           PERFORM 1100-SET-MONTH-DAYS
           IF WS-DT-DD > WS-MONTH-DAYS
               MOVE 1 TO WS-DT-DD
               ADD 1 TO WS-DT-MM
               IF WS-DT-MM > 12
                   MOVE 1 TO WS-DT-MM
                   ADD 1 TO WS-DT-YYYY
               END-IF
           END-IF.

       4000-FIND-PRIOR-BUS-DAY.
           MOVE ZERO TO WS-STEP-CT
           SET WS-BUS-DAY TO FALSE
           PERFORM UNTIL WS-BUS-DAY OR WS-STEP-CT > 60
               PERFORM 4100-SUBTRACT-ONE-DAY
               PERFORM 5000-CHECK-BUS-DAY
               ADD 1 TO WS-STEP-CT
           END-PERFORM
           IF WS-BUS-DAY
               MOVE WS-DATE-X TO LK-OUT-DT
           ELSE
               SET LK-BD-BAD-DATE TO TRUE
           END-IF.

       4100-SUBTRACT-ONE-DAY.
           IF WS-DT-DD > 1
               SUBTRACT 1 FROM WS-DT-DD
           ELSE
               IF WS-DT-MM > 1
                   SUBTRACT 1 FROM WS-DT-MM
               ELSE
                   MOVE 12 TO WS-DT-MM
                   SUBTRACT 1 FROM WS-DT-YYYY
               END-IF
               PERFORM 1100-SET-MONTH-DAYS
               MOVE WS-MONTH-DAYS TO WS-DT-DD
           END-IF.

      *    A WEEKEND IS NEVER A BUSINESS DAY; A WEEKDAY IS ONE UNLESS
      *    IT IS ON THE CALLER'S CALENDAR.
       5000-CHECK-BUS-DAY.
           PERFORM 2000-DAY-OF-WEEK
           SET WS-BUS-DAY TO FALSE
           IF WS-DAY-OF-WEEK <= 5
               SET WS-HOLIDAY TO FALSE
               PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                       UNTIL WS-CAL-IDX > LK-CAL-COUNT
                          OR WS-HOLIDAY
                   IF LK-CAL-NON-PROC-DT (WS-CAL-IDX) = WS-DATE-X
                       SET WS-HOLIDAY TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-HOLIDAY
                   SET WS-BUS-DAY TO TRUE
               END-IF
           END-IF.
