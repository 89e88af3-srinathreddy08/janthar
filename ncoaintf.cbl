      *                LINKAGE-ONLY INTERFACE, SAME DESIGN AS
      *                CASSINTF, SO ONLY THIS MODULE CHANGES IF THE
      *                VENDOR OR TRANSPORT CHANGES.
      *                THE CALLER ALSO PASSES THE CLIENT REFERENCE OF
      *                THE CALL (SEE VU-CLIENT-REF IN VNDUSG.CPY),
      *                WHICH GOES TO THE VENDOR WITH THE SUBMISSION SO
      *                THE INVOICE DETAIL CAN BE MATCHED BACK TO THE
      *                CALLER'S USAGE LOG.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
           88  LK-NCOA-NO-MOVE         VALUE '00'.
           88  LK-NCOA-MOVE-FOUND      VALUE '01'.
           88  LK-NCOA-NOT-PROCESSABLE VALUE '02'.
       01  LK-CLIENT-REF               PIC X(18).

       PROCEDURE DIVISION USING LK-SRC-NM
                                 LK-ADDR-LINES
                                 LK-NEW-ADDR-LINES
                                 LK-MOVE-EFF-DT
                                 LK-RETURN-CODE
                                 LK-CLIENT-REF.
       0000-MAINLINE.
           IF LK-ADDR-LINES = SPACES
               SET LK-NCOA-NOT-PROCESSABLE TO TRUE
               MOVE SPACES TO LK-MOVE-EFF-DT
           ELSE
      *        INTEGRATION POINT: SUBMIT LK-SRC-NM/LK-ADDR-LINES TO
      *        THE NCOA-LICENSED MOVE-UPDATE SERVICE, WITH
      *        LK-CLIENT-REF AS THE SUBMISSION'S CLIENT REFERENCE FOR
      *        THE VENDOR TO ECHO ON ITS INVOICE. A REGISTERED
      *        MOVE MUST SET LK-NCOA-MOVE-FOUND WITH THE NEW ADDRESS
      *        IN LK-NEW-ADDR-LINES AND THE USPS MOVE EFFECTIVE DATE
      *        (YYYYMMDD) IN LK-MOVE-EFF-DT; NO MOVE ON FILE RETURNS
