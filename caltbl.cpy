      *****************************************************************
      *    IN-STORAGE NON-PROCESSING CALENDAR (THE 'H' RECORDS OF THE
      *    CYCLDATE FILE -- SEE CYCDATE.CPY) AND THE PARAMETER BLOCK
      *    FOR THE BUSDAYS BUSINESS-DAY ROUTINE. A STEP THAT COUNTS
      *    BUSINESS DAYS LOADS THE CALENDAR AT STARTUP (ABENDING IF IT
      *    OUTGROWS THE TABLE, SAME DISCIPLINE AS ERRTBL.CPY) AND
      *    PASSES BOTH AREAS ON EVERY CALL:
      *        CALL 'BUSDAYS' USING WS-BUSDAY-PARMS WS-CALENDAR-TABLE
      *    FUNCTION 'N' RETURNS THE NEXT BUSINESS DAY AFTER THE INPUT
      *    DATE, 'P' THE PRIOR BUSINESS DAY BEFORE IT, AND 'B' TESTS
      *    THE INPUT DATE ITSELF ('00' BUSINESS DAY, '01' NOT). ALL
      *    THREE SET THE INPUT DATE'S DAY OF WEEK (1 = MONDAY ...
      *    7 = SUNDAY) AND ITS DAY NUMBER, A RUNNING COUNT OF DAYS
      *    SO THAT ONE DATE'S NUMBER LESS ANOTHER'S IS THE CALENDAR
      *    DAYS BETWEEN THEM; '08' MEANS THE INPUT IS NOT A VALID DATE.
      *****************************************************************
       01  WS-CALENDAR-TABLE.
           05  WS-CAL-COUNT                PIC S9(04) COMP VALUE ZERO.
           05  WS-CAL-NON-PROC-DT          PIC X(08) OCCURS 400 TIMES.

       01  WS-BUSDAY-PARMS.
           05  WS-BD-FUNCTION              PIC X(01) VALUE SPACE.
               88  WS-BD-NEXT-BUS-DAY      VALUE 'N'.
               88  WS-BD-PRIOR-BUS-DAY     VALUE 'P'.
               88  WS-BD-TEST-BUS-DAY      VALUE 'B'.
           05  WS-BD-IN-DT                 PIC X(08) VALUE SPACES.
           05  WS-BD-OUT-DT                PIC X(08) VALUE SPACES.
           05  WS-BD-DAY-OF-WEEK           PIC 9(01) VALUE ZERO.
           05  WS-BD-DAY-NUMBER            PIC 9(07) VALUE ZERO.
           05  WS-BD-RETURN-CODE           PIC X(02) VALUE SPACES.
               88  WS-BD-OK                VALUE '00'.
               88  WS-BD-NOT-BUS-DAY       VALUE '01'.
               88  WS-BD-BAD-DATE          VALUE '08'.
