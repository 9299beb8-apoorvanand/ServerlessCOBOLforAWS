      ******************************************************************
      * SQS ENVELOPE SIGNATURE WORKING STORAGE
      * BLU AGE SERVERLESS COBOL AWS EXTENSION
      * ----------------------------------------------------------------
      * SUPPORTING FIELDS FOR SQSSIGCK.CPY. THE KEY TABLE IS LOADED
      * ONCE PER RUN BY Load-sqs-signing-keys FROM THE SIGNING KEY
      * FILE (SQSSIGKY.CPY). sqs-sig-signed-fields IS THE FIXED PART
      * OF WHAT THE SIGNATURE COVERS - FILLED FROM THE REQUEST AREA ON
      * THE SEND SIDE AND FROM THE ENVELOPE ON THE RECEIVE SIDE, SO
      * BOTH SIDES HASH THE SAME BYTES - FOLLOWED BY THE BODY UP TO
      * env-body-length. env-send-timestamp IS STAMPED BY THE RUNTIME
      * AFTER THE SIGNATURE IS MADE, SO IT IS NOT COVERED; THE
      * VALIDATION GATE'S 'TS  ' CHECK STILL APPLIES TO IT.
      * env-expiry-timestamp IS SET BY THE SENDER BEFORE SIGNING AND
      * IS HASHED STRAIGHT FROM THE ENVELOPE ON BOTH SIDES, BETWEEN
      * THE FIXED FIELDS AND THE BODY, WHEN IT IS NOT BLANK.
      * sqs-sig-byte-pair / sqs-sig-byte-code TURNS ONE BYTE INTO ITS
      * CODE POINT THE SAME WAY SQSMSKWS.CPY DOES FOR THE MASK TOKEN.
      *-----------------------------------------------------------------
      * AUTHOR: BLU AGE 2019
      * REV: 1.0
      ******************************************************************
       01 sqs-sigkey-file-status PIC X(2) VALUE '00'.
       01 sqs-sig-keys-switch PIC X(1) VALUE 'N'.
          88 sqs-sig-keys-loaded VALUE 'Y'.
       01 sqs-sig-key-table.
           05 sqs-sig-key-count PIC 9(3) COMP-5 VALUE 0.
           05 sqs-sig-key-entry OCCURS 50 TIMES.
              10 sig-key-ref PIC X(8) VALUE SPACES.
              10 sig-source-system-id PIC X(8) VALUE SPACES.
              10 sig-key-status PIC X(1) VALUE SPACE.
                 88 sig-key-active VALUE 'A'.
              10 sig-key-value PIC X(32) VALUE SPACES.
       01 sqs-sig-signed-fields.
           05 sig-fld-key-ref PIC X(8) VALUE SPACES.
           05 sig-fld-source-system-id PIC X(8) VALUE SPACES.
           05 sig-fld-correlation-id PIC X(36) VALUE SPACES.
           05 sig-fld-message-group-id PIC X(128) VALUE SPACES.
           05 sig-fld-group-sequence PIC 9(9) VALUE 0.
           05 sig-fld-body-length PIC 9(9) VALUE 0.
       01 sqs-sig-signature.
           05 sig-lane-1 PIC 9(9) VALUE 0.
           05 sig-lane-2 PIC 9(9) VALUE 0.
       01 sqs-sig-result-switch PIC X(1) VALUE 'G'.
          88 sqs-signature-good VALUE 'G'.
          88 sqs-signature-missing VALUE 'M'.
          88 sqs-signature-bad VALUE 'B'.
       01 sqs-sig-work-area.
           05 sqs-sig-key-index PIC 9(3) COMP-5 VALUE 0.
           05 sqs-sig-match-index PIC 9(3) COMP-5 VALUE 0.
           05 sqs-sig-byte-index PIC 9(4) COMP-5 VALUE 0.
           05 sqs-sig-body-length PIC 9(4) COMP-5 VALUE 0.
           05 sqs-sig-hash-1 PIC 9(18) COMP-5 VALUE 0.
           05 sqs-sig-hash-2 PIC 9(18) COMP-5 VALUE 0.
           05 sqs-sig-quotient PIC 9(18) COMP-5 VALUE 0.
           05 sqs-sig-ctl-eof-switch PIC X(1) VALUE 'N'.
              88 sqs-sig-ctl-end-of-file VALUE 'Y'.
       01 sqs-sig-byte-pair.
           05 FILLER PIC X(1) VALUE LOW-VALUE.
           05 sqs-sig-byte PIC X(1) VALUE LOW-VALUE.
       01 sqs-sig-byte-code REDEFINES sqs-sig-byte-pair
          PIC 9(4) BINARY.
       01 sqs-sig-counters.
           05 sqs-envelopes-signed PIC 9(9) COMP-5 VALUE 0.
           05 sqs-envelopes-unsigned PIC 9(9) COMP-5 VALUE 0.
           05 sqs-signatures-verified PIC 9(9) COMP-5 VALUE 0.
