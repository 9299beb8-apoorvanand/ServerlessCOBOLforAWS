      ******************************************************************
      * SQS EXPIRED-ITEMS REPORT RECORD
      * BLU AGE SERVERLESS COBOL AWS EXTENSION
      * ----------------------------------------------------------------
      * ONE RECORD PER SPOOLED OR JOURNALED MESSAGE A RELEASE OR
      * REPLAY STEP REFUSED TO SEND BECAUSE ITS BUSINESS EXPIRY
      * (env-expiry-timestamp, SQSMENV.CPY) HAD PASSED - THE RECORD
      * GOES HERE INSTEAD OF THE QUEUE, CARRYING EVERYTHING NEEDED TO
      * FOLLOW IT UP BY HAND. APPENDED (OPEN EXTEND) BY EVERY STEP
      * THAT CHECKS, SO ONE DATASET COLLECTS THE WHOLE CYCLE. PAIR IT
      * WITH THE FOLLOWING IN FILE-CONTROL:
      *
      *     SELECT SQS-EXPIRED-ITEMS-FILE ASSIGN TO SQSEXPD
      *            ORGANIZATION IS LINE SEQUENTIAL
      *            FILE STATUS IS sqs-expd-file-status.
      *
      * AND WRITE RECORDS USING Write-sqs-expired-item IN SQSEXPWR.CPY.
      *   expd-program-id - THE STEP THAT REFUSED THE SEND.
      *   expd-spool - WHERE THE MESSAGE WAS WAITING: 'HOLDOVER'
      *       (SQSQREL), 'DEFER' (SQSDEFRL), 'PARK' (SQSPARKRV) OR
      *       'JOURNAL' (SQSJRNRB).
      *   expd-item-key - THE SPOOL'S OWN KEY FOR THE MESSAGE: DEFER
      *       ID, PARKED OR JOURNALED MESSAGE ID; BLANK FOR A HOLDOVER
      *       RECORD, WHICH HAS NONE.
      *   expd-expiry-state - 'EXPIRED', OR 'UNREADABLE' WHEN THE
      *       EXPIRY IS NOT A PLAUSIBLE TIMESTAMP AND THE MESSAGE WAS
      *       HELD BACK RATHER THAN RISK SENDING IT LATE.
      *-----------------------------------------------------------------
      * AUTHOR: BLU AGE 2019
      * REV: 1.0
      ******************************************************************
       FD  SQS-EXPIRED-ITEMS-FILE
           RECORDING MODE IS F.
       01  sqs-expired-item-record.
           05 expd-timestamp.
              10 expd-date PIC 9(8).
              10 expd-time PIC 9(8).
           05 FILLER PIC X(1).
           05 expd-program-id PIC X(9).
           05 FILLER PIC X(1).
           05 expd-spool PIC X(8).
           05 FILLER PIC X(1).
           05 expd-item-key PIC X(100).
           05 FILLER PIC X(1).
           05 expd-expiry-timestamp PIC X(26).
           05 FILLER PIC X(1).
           05 expd-expiry-state PIC X(10).
           05 FILLER PIC X(1).
           05 expd-queue-name PIC X(80).
           05 FILLER PIC X(1).
           05 expd-message-group-id PIC X(128).
           05 FILLER PIC X(1).
           05 expd-source-system-id PIC X(8).
           05 FILLER PIC X(1).
           05 expd-correlation-id PIC X(36).
           05 FILLER PIC X(1).
           05 expd-body-length PIC 9(9).
           05 FILLER PIC X(1).
           05 expd-body PIC X(2048).
