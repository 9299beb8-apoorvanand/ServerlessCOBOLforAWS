      * SQSQREL RELEASE STEP CAN FLUSH IT THROUGH THE NORMAL SQSOP
      * PATH - AUDIT, RECONCILIATION AND RETRY ALL APPLYING -
      * EXACTLY AS IF THE SPOOLING PROGRAM HAD SENT IT ITSELF.
      * hld-expiry-timestamp IS THE ENVELOPE'S BUSINESS EXPIRY
      * (SQSMENV.CPY), CHECKED AGAIN AT FLUSH TIME. IT SITS AFTER THE
      * BODY, SO A RECORD SPOOLED BEFORE IT EXISTED READS BACK WITH
      * SPACES THERE - NO EXPIRY.
      * PAIR IT WITH THE FOLLOWING IN FILE-CONTROL:
      *
      *     SELECT SQS-HOLDOVER-FILE ASSIGN TO HOLDOVER
           05 hld-body-length PIC 9(9).
           05 FILLER PIC X(1).
           05 hld-body PIC X(2048).
           05 FILLER PIC X(1).
           05 hld-expiry-timestamp PIC X(26).
