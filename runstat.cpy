      *    CHAIN DOES NOT BALANCE. THE OUTPUT TABLE IS A FIXED FOUR
      *    SLOTS (UNUSED SLOTS SPACES/ZERO) SO THE RECORD STAYS FIXED
      *    LENGTH AND GENERIC TOOLS CAN BROWSE THE FILE.
      *    RS-STREAM-ID/RS-STREAM-COUNT ARE SPACES FOR AN ORDINARY
      *    RUN. A STEP RUN AS ONE OF THE PARALLEL STREAMS OF A
      *    PARTITIONED NIGHT (SEE STRMSPL1/STRMMRG1) STAMPS ITS STREAM
      *    NUMBER AND THE NIGHT'S STREAM COUNT FROM ITS STRMPARM CARD,
      *    AND FLOWBAL1 BALANCES THE STREAMS BOTH ONE BY ONE AND IN
      *    TOTAL.
      *****************************************************************
       01  RUN-STATISTICS-RECORD.
           05  RS-PROGRAM-ID               PIC X(08).
               10  RS-OUT-RECORDS          PIC S9(09) COMP-3.
           05  RS-SUSPENDED                PIC S9(09) COMP-3.
           05  RS-REJECTED                 PIC S9(09) COMP-3.
           05  RS-STREAM-ID                PIC X(02).
           05  RS-STREAM-COUNT             PIC X(02).
