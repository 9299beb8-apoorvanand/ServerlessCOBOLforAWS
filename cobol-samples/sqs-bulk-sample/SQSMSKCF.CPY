      ******************************************************************
      * SQS SENSITIVE-DATA MASKING CONTROL FILE RECORD
      * BLU AGE SERVERLESS COBOL AWS EXTENSION
      * ----------------------------------------------------------------
      * ONE RECORD PER SOURCE SYSTEM AND MESSAGE TYPE WHOSE BODIES
      * CARRY SENSITIVE FIELDS - SSNS, BANK ACCOUNTS, DATES OF BIRTH.
      * THE MESSAGE TYPE IS READ OUT OF THE BODY ITSELF: A RECORD
      * APPLIES WHEN env-body (mcf-type-offset : mcf-type-length)
      * EQUALS mcf-message-type (1 : mcf-type-length). A BLANK
      * mcf-message-type IS THE SOURCE'S CATCH-ALL, USED FOR ANY
      * MESSAGE NO TYPED RECORD OF THE SAME SOURCE CLAIMS. A MESSAGE
      * FROM A SOURCE WITH NO RECORD AT ALL HAS NOTHING MASKED.
      * EACH RECORD NAMES UP TO EIGHT FIELDS BY BODY OFFSET AND
      * LENGTH, EACH WITH ITS OWN MASK STYLE:
      *   mcf-mask-style 'B' - BLANK THE FIELD
      *   mcf-mask-style 'P' - PARTIAL - '*' OVER ALL BUT THE LAST
      *                        FOUR BYTES (OVER THE WHOLE FIELD WHEN
      *                        IT IS FOUR BYTES OR SHORTER)
      *   mcf-mask-style 'T' - ONE-WAY TOKEN - '#' FOLLOWED BY A HASH
      *                        OF THE ORIGINAL VALUE. THE SAME VALUE
      *                        ALWAYS GIVES THE SAME TOKEN, SO MASKED
      *                        RECORDS CAN STILL BE MATCHED TO EACH
      *                        OTHER, BUT THE VALUE CANNOT BE READ
      *                        BACK. A FIELD ALREADY STARTING WITH '#'
      *                        IS TAKEN AS TOKENIZED AND LEFT ALONE.
      *                        THE HASH IS KEYED BY THE MASKING KEY
      *                        RECORD BELOW - WITHOUT IT A SHORT VALUE
      *                        (AN SSN, AN ACCOUNT NUMBER) COULD BE
      *                        FOUND BY HASHING EVERY CANDIDATE. WITH
      *                        NO KEY RECORD A TOKEN FIELD IS FILLED
      *                        WITH '#' AND CARRIES NO DIGITS.
      *   mcf-mask-style ' ' - UNUSED FIELD SLOT
      * ALL THREE STYLES ARE SAFE TO APPLY TWICE, SO A MASKING PASS
      * CAN BE RERUN OVER DATASETS IT HAS ALREADY REWRITTEN.
      * mcf-mask-age-days IS HOW MANY DAYS A RECORD HOLDING ONE OF
      * THESE MESSAGES STAYS UNMASKED ON THE SIDE DATASETS BEFORE THE
      * SQSMASK PASS REWRITES IT - ZERO MASKS AT THE FIRST PASS. BODY
      * TEXT PRINTED TO SYSOUT (Print-sqs-masked-body, SQSMSKCK.CPY)
      * IS ALWAYS MASKED, WHATEVER ITS AGE.
      * ONE RECORD WITH '*MASKKEY' IN THE SOURCE SYSTEM POSITION IS
      * THE MASKING KEY, NOT A RULE: mck-mask-key HOLDS UP TO 64
      * BYTES OF SECRET TEXT. THE SAME KEY MUST STAY IN PLACE FOR AS
      * LONG AS TOKENS ARE TO MATCH ACROSS RUNS - A NEW KEY GIVES
      * EVERY VALUE A NEW TOKEN. THE DATASET IS THEREFORE PROTECTED
      * LIKE SIGKEYS. A SECOND KEY RECORD IS IGNORED.
      * PAIR IT WITH THE FOLLOWING IN FILE-CONTROL:
      *
      *     SELECT SQS-MASK-CONTROL-FILE ASSIGN TO MASKCTL
      *            ORGANIZATION IS LINE SEQUENTIAL
      *            FILE STATUS IS sqs-maskctl-file-status.
      *-----------------------------------------------------------------
      * AUTHOR: BLU AGE 2019
      * REV: 1.0
      ******************************************************************
       FD  SQS-MASK-CONTROL-FILE
           RECORDING MODE IS F.
       01  sqs-mask-control-record.
           05 mcf-source-system-id PIC X(8).
           05 mcf-message-type PIC X(8).
           05 mcf-type-offset PIC 9(4).
           05 mcf-type-length PIC 9(1).
           05 mcf-mask-age-days PIC 9(4).
           05 mcf-mask-field OCCURS 8 TIMES.
              10 mcf-mask-style PIC X(1).
                 88 mcf-mask-blank VALUE 'B'.
                 88 mcf-mask-partial VALUE 'P'.
                 88 mcf-mask-token VALUE 'T'.
                 88 mcf-mask-unused VALUE ' '.
              10 mcf-field-offset PIC 9(4).
              10 mcf-field-length PIC 9(4).
       01  sqs-mask-key-record.
           05 mck-key-marker PIC X(8).
              88 mck-mask-key-row VALUE '*MASKKEY'.
           05 mck-mask-key PIC X(64).
           05 FILLER PIC X(25).
