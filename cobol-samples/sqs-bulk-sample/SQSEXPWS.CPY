      ******************************************************************
      * SQS BUSINESS EXPIRY WORKING STORAGE
      * BLU AGE SERVERLESS COBOL AWS EXTENSION
      * ----------------------------------------------------------------
      * SUPPORTING FIELDS FOR SQSEXPCK.CPY (THE EXPIRY TEST) AND
      * SQSEXPWR.CPY (THE EXPIRED-ITEMS REPORT). MOVE THE DEADLINE TO
      * BE TESTED - env-expiry-timestamp, OR THE COPY A SPOOL RECORD
      * KEPT OF IT - TO sqs-exp-expiry-timestamp AND PERFORM
      * Check-sqs-message-expiry; EXACTLY ONE OF THE sqs-exp-result
      * CONDITIONS IS THEN TRUE. THE DEADLINE IS READ AS YYYY-MM-DD
      * HH:MM:SS (THE SECONDS MAY BE BLANK) AND COMPARED TO THE BATCH
      * CLOCK TO THE SECOND; A MESSAGE IS EXPIRED ONCE THE CLOCK IS
      * PAST ITS DEADLINE.
      * sqs-exp-program-id, sqs-exp-spool AND sqs-exp-item-key ARE SET
      * BY THE CALLER FOR Write-sqs-expired-item (SQSEXPD.CPY).
      *-----------------------------------------------------------------
      * AUTHOR: BLU AGE 2019
      * REV: 1.0
      ******************************************************************
       01 sqs-expd-file-status PIC X(2) VALUE '00'.
       01 sqs-expd-avail-switch PIC X(1) VALUE 'N'.
          88 sqs-expd-available VALUE 'Y'.
       01 sqs-exp-expiry-timestamp PIC X(26) VALUE SPACES.
       01 sqs-exp-result-switch PIC X(1) VALUE 'N'.
          88 sqs-exp-no-expiry VALUE 'N'.
          88 sqs-exp-not-expired VALUE 'L'.
          88 sqs-exp-expired VALUE 'X'.
          88 sqs-exp-unreadable VALUE 'U'.
      * THE DEADLINE TAKEN APART INTO YYYYMMDDHHMMSS, AND THE CLOCK
      * BUILT THE SAME WAY, SO THE TWO COMPARE AS PLAIN NUMBERS.
       01 sqs-exp-deadline-parts.
           05 sqs-exp-deadline-year PIC X(4) VALUE '0000'.
           05 sqs-exp-deadline-month PIC X(2) VALUE '00'.
           05 sqs-exp-deadline-day PIC X(2) VALUE '00'.
           05 sqs-exp-deadline-hour PIC X(2) VALUE '00'.
           05 sqs-exp-deadline-minute PIC X(2) VALUE '00'.
           05 sqs-exp-deadline-second PIC X(2) VALUE '00'.
       01 sqs-exp-deadline-stamp REDEFINES sqs-exp-deadline-parts
          PIC 9(14).
       01 sqs-exp-work-area.
           05 sqs-exp-now-date PIC 9(8) VALUE 0.
           05 sqs-exp-now-time PIC 9(8) VALUE 0.
           05 sqs-exp-now-stamp PIC 9(14) VALUE 0.
       01 sqs-exp-program-id PIC X(9) VALUE SPACES.
       01 sqs-exp-spool PIC X(8) VALUE SPACES.
       01 sqs-exp-item-key PIC X(100) VALUE SPACES.
       01 sqs-messages-expired PIC 9(9) COMP-5 VALUE 0.
