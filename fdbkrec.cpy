      *****************************************************************
      *    OUTBOUND PROVIDER-FEEDBACK RECORD (DD FDBKOUT), WRITTEN BY
      *    FDBKBLD1. THE FILE IS A RUN OF SELF-CONTAINED PROVIDER
      *    GROUPS IN N-DATA-PROVIDER ORDER -- ONE HEADER, ZERO OR MORE
      *    DETAILS, ONE TRAILER -- AND THE TRANSMISSION STEP SPLITS IT
      *    ON THE PROVIDER CODE IN BYTES 2-6 SO EACH PROVIDER RECEIVES
      *    ITS OWN FILE. EVERY FIELD IS DISPLAY SO THE PROVIDERS CAN
      *    LOAD IT WITHOUT KNOWING OUR BINARY FORMATS. THE RECORD TYPE
      *    IN BYTE 1 SELECTS THE VIEW.
      *****************************************************************
       01  FEEDBACK-HEADER-RECORD.
           05  FBH-RECORD-TYPE             PIC X(01).
               88  FBH-HEADER              VALUE 'H'.
           05  FBH-DATA-PROVIDER           PIC X(05).
           05  FBH-RUN-DT                  PIC X(08).
           05  FBH-FILE-ID                 PIC X(08).
           05  FILLER                      PIC X(98).

      *    ONE PROBLEM SUBJECT. FBD-SEQUENCE-NB AND
      *    FBD-PROC-START-DT/TM ARE THE PROVIDER'S OWN VALUES FROM THE
      *    BATCH THE SUBJECT ARRIVED IN, SO THE ENTRY TIES BACK TO THE
      *    BATCH'S FEEDREG REGISTRATION; THEY ARE BLANK ONLY WHEN THE
      *    SUBJECT IS NO LONGER ON FILE ANYWHERE.
       01  FEEDBACK-DETAIL-RECORD.
           05  FBD-RECORD-TYPE             PIC X(01).
               88  FBD-DETAIL              VALUE 'D'.
           05  FBD-DATA-PROVIDER           PIC X(05).
           05  FBD-SRC-SUBJ-ID-NB          PIC 9(05).
           05  FBD-SRC-SUBJ-SEQ-NB         PIC 9(05).
           05  FBD-SEQUENCE-NB             PIC X(06).
           05  FBD-PROC-START-DT           PIC X(08).
           05  FBD-PROC-START-TM           PIC X(04).
           05  FBD-ERROR-CODE              PIC X(04).
           05  FBD-SEVERITY                PIC X(01).
           05  FBD-DESCRIPTION             PIC X(40).
           05  FBD-SOURCE-PGM              PIC X(08).
           05  FILLER                      PIC X(33).

      *    CLOSES THE PROVIDER'S GROUP. A PROVIDER WITH A CLEAN NIGHT
      *    GETS A HEADER AND A TRAILER WITH A ZERO COUNT. THE HASH IS
      *    THE SUM OF FBD-SRC-SUBJ-ID-NB PLUS FBD-SRC-SUBJ-SEQ-NB OVER
      *    THE GROUP'S DETAILS.
       01  FEEDBACK-TRAILER-RECORD.
           05  FBT-RECORD-TYPE             PIC X(01).
               88  FBT-TRAILER             VALUE 'T'.
           05  FBT-DATA-PROVIDER           PIC X(05).
           05  FBT-RUN-DT                  PIC X(08).
           05  FBT-RECORD-COUNT            PIC 9(09).
           05  FBT-KEY-HASH                PIC 9(09).
           05  FILLER                      PIC X(88).
