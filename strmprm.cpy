      *****************************************************************
      *    STREAM PARAMETER CARD (DD STRMPARM) FOR A PARTITIONED NIGHT.
      *    STRMSPL1 DIVIDES THE CLEAN FEED INTO SP-STREAM-COUNT
      *    SUBJECT-ID RANGES (ITS CARD LEAVES SP-STREAM-ID BLANK).
      *    EACH PARALLEL STREAM OF CASSIFC1, CASSRDV1 AND NCOADRV1 IS
      *    GIVEN A CARD CARRYING ITS OWN STREAM NUMBER (01 UP TO THE
      *    COUNT) AND THE SAME COUNT, WHICH IT STAMPS ON ITS RUNSTAT
      *    RECORD SO FLOWBAL1 CAN BALANCE THE STREAMS. THOSE STEPS
      *    TREAT THE CARD AS OPTIONAL -- NO CARD, OR A BLANK ONE, IS AN
      *    ORDINARY UNPARTITIONED RUN. EIGHT STREAMS IS THE CEILING.
      *****************************************************************
       01  STREAM-PARM-CARD.
           05  SP-STREAM-ID                PIC X(02).
           05  SP-STREAM-ID-NB REDEFINES SP-STREAM-ID
                                           PIC 9(02).
           05  SP-STREAM-COUNT             PIC X(02).
           05  SP-STREAM-COUNT-NB REDEFINES SP-STREAM-COUNT
                                           PIC 9(02).
           05  FILLER                      PIC X(76).
