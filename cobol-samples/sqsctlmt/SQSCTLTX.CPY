      ******************************************************************
      * SQSCTLMT CONTROL-FILE MAINTENANCE TRANSACTION CARD
      * BLU AGE SERVERLESS COBOL AWS EXTENSION
      * ----------------------------------------------------------------
      * ONE CARD PER ADD, CHANGE OR DELETE UNDER THE CTLTRAN DD,
      * APPLIED IN CARD ORDER:
      *   CTX-FILE-ID - THE CONTROL FILE'S DD NAME: 'QUEUECTL'
      *       (SQSADMCF.CPY), 'MONCTL' (SQSMONCF.CPY), 'LATCTL'
      *       (SQSLATCF.CPY), 'RATECARD' (SQSRATCF.CPY), 'RETCTL'
      *       (SQSCKRET.CPY) OR 'QSTAT' (SQSQHLD.CPY).
      *   CTX-ACTION - 'A' ADD, 'C' CHANGE, 'D' DELETE.
      *   CTX-TICKET / CTX-REQUESTER - THE CHANGE TICKET AUTHORISING
      *       THE CARD AND WHO ASKED FOR IT. BOTH ARE REQUIRED AND BOTH
      *       GO ON THE CHANGE LEDGER (SQSCTLLG.CPY).
      *   CTX-RECORD-IMAGE - THE WHOLE CONTROL RECORD, COLUMN FOR
      *       COLUMN IN THE TARGET FILE'S OWN LAYOUT, STARTING IN THE
      *       FIRST BYTE OF THIS FIELD. AN ADD OR CHANGE CARRIES THE
      *       COMPLETE NEW RECORD; A DELETE NEEDS ONLY THE KEY FIELDS.
      * THE KEY IS THE QUEUE NAME FOR QUEUECTL, THE QUEUE URL FOR
      * MONCTL, LATCTL AND RETCTL, THE RECORD TYPE PLUS QUEUE NAME FOR
      * RATECARD, AND THE QUEUE URL (OR THE NAME WHEN THE ROW HAS NO
      * URL) FOR QSTAT. A KEY CANNOT BE CHANGED - DELETE THE RECORD
      * AND ADD IT BACK UNDER THE NEW KEY.
      *-----------------------------------------------------------------
      * AUTHOR: BLU AGE 2019
      * REV: 1.0
      ******************************************************************
       01 CTX-TRANSACTION.
          05 CTX-FILE-ID PIC X(8).
          05 FILLER PIC X(1).
          05 CTX-ACTION PIC X(1).
             88 CTX-ACTION-ADD VALUE 'A'.
             88 CTX-ACTION-CHANGE VALUE 'C'.
             88 CTX-ACTION-DELETE VALUE 'D'.
          05 FILLER PIC X(1).
          05 CTX-TICKET PIC X(12).
          05 FILLER PIC X(1).
          05 CTX-REQUESTER PIC X(12).
          05 FILLER PIC X(1).
          05 CTX-RECORD-IMAGE PIC X(324).
