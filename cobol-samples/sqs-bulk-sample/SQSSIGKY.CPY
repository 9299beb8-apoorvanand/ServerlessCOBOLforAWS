      ******************************************************************
      * SQS ENVELOPE SIGNING KEY FILE RECORD
      * BLU AGE SERVERLESS COBOL AWS EXTENSION
      * ----------------------------------------------------------------
      * ONE RECORD PER SIGNING KEY. sgk-key-ref IS THE NAME THE KEY
      * TRAVELS UNDER IN env-signature-key-ref (SQSMENV.CPY) - THE KEY
      * VALUE ITSELF NEVER LEAVES THIS DATASET, WHICH IS HELD UNDER
      * THE SAME ACCESS CONTROL AS THE ROLE CREDENTIALS. EACH KEY
      * BELONGS TO ONE SOURCE SYSTEM, AND A SIGNATURE MADE WITH ONE
      * SOURCE'S KEY NEVER PROVES A MESSAGE FROM ANOTHER.
      *   sgk-key-status 'A' - ACTIVE: SIGNS THIS SOURCE'S SENDS AND
      *                        VERIFIES ITS ARRIVALS. ONE PER SOURCE -
      *                        THE FIRST ACTIVE KEY LOADED WINS.
      *   sgk-key-status 'R' - RETIRED: STILL VERIFIES, SO MESSAGES
      *                        SIGNED BEFORE A KEY ROLL STILL PASS
      *                        WHILE THEY DRAIN, BUT NEVER SIGNS.
      * COPY THIS INTO THE FILE SECTION OF ANY PROGRAM THAT SIGNS OR
      * VERIFIES ENVELOPES (SQSSIGCK.CPY). PAIR IT WITH THE FOLLOWING
      * IN FILE-CONTROL:
      *
      *     SELECT SQS-SIGNING-KEY-FILE ASSIGN TO SIGKEYS
      *            ORGANIZATION IS LINE SEQUENTIAL
      *            FILE STATUS IS sqs-sigkey-file-status.
      *-----------------------------------------------------------------
      * AUTHOR: BLU AGE 2019
      * REV: 1.0
      ******************************************************************
       FD  SQS-SIGNING-KEY-FILE
           RECORDING MODE IS F.
       01  sqs-signing-key-record.
           05 sgk-key-ref PIC X(8).
           05 sgk-source-system-id PIC X(8).
           05 sgk-key-status PIC X(1).
              88 sgk-key-active VALUE 'A'.
              88 sgk-key-retired VALUE 'R'.
           05 sgk-key-value PIC X(32).
