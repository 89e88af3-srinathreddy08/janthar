      *                NOT-STANDARDIZABLE, SO THE CALLER CAN QUEUE THE
      *                SUBJECT FOR A RE-DRIVE ONCE THE SERVICE IS BACK
      *                INSTEAD OF PASSING IT THROUGH UN-STANDARDIZED.
      *                THE CALLER ALSO PASSES THE CLIENT REFERENCE OF
      *                THE CALL (SEE VU-CLIENT-REF IN VNDUSG.CPY),
      *                WHICH GOES TO THE VENDOR WITH THE SUBMISSION SO
      *                THE INVOICE DETAIL CAN BE MATCHED BACK TO THE
      *                CALLER'S USAGE LOG.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
           88  LK-CASS-OK              VALUE '00'.
           88  LK-CASS-NOT-STANDARDIZABLE VALUE '01'.
           88  LK-CASS-VENDOR-UNAVAILABLE VALUE '02'.
       01  LK-CLIENT-REF               PIC X(18).

       PROCEDURE DIVISION USING LK-SRC-NAME
                                 LK-SRC-ADDR
                                 LK-ADDR-FRMT-CD
                                 LK-FORMATTED-ADDR
                                 LK-RETURN-CODE
                                 LK-CLIENT-REF.
       0000-MAINLINE.
           IF LK-SRC-ADDR = SPACES
               SET LK-CASS-NOT-STANDARDIZABLE TO TRUE
               MOVE SPACES TO LK-ADDR-FRMT-CD
           ELSE
      *        INTEGRATION POINT: SUBMIT LK-SRC-NAME/LK-SRC-ADDR TO
      *        THE USPS CASS-CERTIFIED STANDARDIZATION SERVICE,
      *        WITH LK-CLIENT-REF AS THE SUBMISSION'S CLIENT
      *        REFERENCE FOR THE VENDOR TO ECHO ON ITS INVOICE, AND
      *        MAP ITS RESPONSE INTO LK-ADDR-FRMT-CD/LK-FORMATTED-ADDR
      *        IN PLACE OF THE STAND-IN NORMALIZATION BELOW. A
      *        TRANSPORT OR SERVICE FAILURE MUST SET
