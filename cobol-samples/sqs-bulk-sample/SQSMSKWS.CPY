      ******************************************************************
      * SQS SENSITIVE-DATA MASKING WORKING STORAGE
      * BLU AGE SERVERLESS COBOL AWS EXTENSION
      * ----------------------------------------------------------------
      * SUPPORTING FIELDS FOR SQSMSKCK.CPY. THE RULE TABLE IS LOADED
      * ONCE PER RUN BY Load-sqs-mask-rules FROM THE MASKING CONTROL
      * FILE (SQSMSKCF.CPY). THE CALLER MOVES THE BODY TO BE MASKED
      * INTO sqs-mask-body AND ITS SOURCE SYSTEM INTO
      * sqs-mask-source-id; THE MASKED BODY COMES BACK IN
      * sqs-mask-body, WITH sqs-mask-body-changed TELLING WHETHER
      * ANYTHING WAS ACTUALLY ALTERED.
      * sqs-mask-byte-pair / sqs-mask-byte-code IS THE BIG-ENDIAN
      * HALFWORD THAT TURNS ONE BODY BYTE INTO ITS CODE POINT FOR
      * THE TOKEN HASH - THE HIGH BYTE STAYS LOW-VALUE.
      * sqs-mask-key IS THE MASKING KEY FROM THE CONTROL FILE'S
      * '*MASKKEY' RECORD; sqs-mask-key-seed AND sqs-mask-key-multiplier
      * ARE DERIVED FROM IT ONCE AT LOAD AND KEY EVERY TOKEN HASH.
      * sqs-mask-tokens-used SAYS SOME RULE ASKS FOR A TOKEN, SO A
      * CALLER CAN REFUSE TO RUN WITH NO KEY.
      *-----------------------------------------------------------------
      * AUTHOR: BLU AGE 2019
      * REV: 1.0
      ******************************************************************
       01 sqs-maskctl-file-status PIC X(2) VALUE '00'.
       01 sqs-mask-rules-switch PIC X(1) VALUE 'N'.
          88 sqs-mask-rules-loaded VALUE 'Y'.
       01 sqs-mask-key-switch PIC X(1) VALUE 'N'.
          88 sqs-mask-key-loaded VALUE 'Y'.
       01 sqs-mask-token-switch PIC X(1) VALUE 'N'.
          88 sqs-mask-tokens-used VALUE 'Y'.
       01 sqs-mask-key PIC X(64) VALUE SPACES.
       01 sqs-mask-key-seed PIC 9(18) COMP-5 VALUE 0.
       01 sqs-mask-key-multiplier PIC 9(18) COMP-5 VALUE 0.
       01 sqs-mask-rule-table.
           05 sqs-mask-rule-count PIC 9(3) COMP-5 VALUE 0.
           05 sqs-mask-rule-entry OCCURS 50 TIMES.
              10 mrl-source-system-id PIC X(8) VALUE SPACES.
              10 mrl-message-type PIC X(8) VALUE SPACES.
              10 mrl-type-offset PIC 9(4) COMP-5 VALUE 0.
              10 mrl-type-length PIC 9(4) COMP-5 VALUE 0.
              10 mrl-age-days PIC 9(4) COMP-5 VALUE 0.
              10 mrl-mask-field OCCURS 8 TIMES.
                 15 mrl-mask-style PIC X(1) VALUE ' '.
                 15 mrl-field-offset PIC 9(4) COMP-5 VALUE 0.
                 15 mrl-field-length PIC 9(4) COMP-5 VALUE 0.
       01 sqs-mask-body PIC X(2048) VALUE SPACES.
       01 sqs-mask-before-body PIC X(2048) VALUE SPACES.
       01 sqs-mask-source-id PIC X(8) VALUE SPACES.
       01 sqs-mask-body-length PIC 9(9) COMP-5 VALUE 0.
       01 sqs-mask-body-switch PIC X(1) VALUE 'N'.
          88 sqs-mask-body-changed VALUE 'Y'.
          88 sqs-mask-body-unchanged VALUE 'N'.
       01 sqs-mask-work-area.
           05 sqs-mask-rule-index PIC 9(3) COMP-5 VALUE 0.
           05 sqs-mask-match-index PIC 9(3) COMP-5 VALUE 0.
           05 sqs-mask-catchall-index PIC 9(3) COMP-5 VALUE 0.
           05 sqs-mask-field-index PIC 9(2) COMP-5 VALUE 0.
           05 sqs-mask-offset PIC 9(4) COMP-5 VALUE 0.
           05 sqs-mask-length PIC 9(4) COMP-5 VALUE 0.
           05 sqs-mask-end PIC 9(9) COMP-5 VALUE 0.
           05 sqs-mask-keep-length PIC 9(4) COMP-5 VALUE 0.
           05 sqs-mask-byte-index PIC 9(4) COMP-5 VALUE 0.
           05 sqs-mask-hash PIC 9(18) COMP-5 VALUE 0.
           05 sqs-mask-hash-quotient PIC 9(18) COMP-5 VALUE 0.
           05 sqs-mask-hash-multiplier PIC 9(18) COMP-5 VALUE 0.
           05 sqs-mask-key-index PIC 9(4) COMP-5 VALUE 0.
           05 sqs-mask-token-digits PIC 9(9) VALUE 0.
           05 sqs-mask-print-offset PIC 9(4) COMP-5 VALUE 0.
           05 sqs-mask-print-end PIC 9(4) COMP-5 VALUE 0.
           05 sqs-mask-print-length PIC 9(4) COMP-5 VALUE 0.
           05 sqs-mask-print-record PIC 9(3) VALUE 0.
           05 sqs-mask-ctl-eof-switch PIC X(1) VALUE 'N'.
              88 sqs-mask-ctl-end-of-file VALUE 'Y'.
       01 sqs-mask-byte-pair.
           05 FILLER PIC X(1) VALUE LOW-VALUE.
           05 sqs-mask-byte PIC X(1) VALUE LOW-VALUE.
       01 sqs-mask-byte-code REDEFINES sqs-mask-byte-pair
          PIC 9(4) BINARY.
