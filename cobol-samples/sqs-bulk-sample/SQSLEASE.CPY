      ******************************************************************
      * SQS PARTITION GROUP LEASE RECORD
      * BLU AGE SERVERLESS COBOL AWS EXTENSION
      * ----------------------------------------------------------------
      * ONE RECORD PER MESSAGE-GROUP PARTITION OF A QUEUE THAT SEVERAL
      * BULK CONSUME STEPS DRAIN AT THE SAME TIME. EVERY MESSAGE GROUP
      * HASHES TO ONE OF 1000 GROUP BUCKETS (000-999) AND EACH
      * PARTITION OWNS AN EVEN, CONTIGUOUS RANGE OF THEM
      * (Compute-sqs-group-bucket / Set-sqs-partition-range,
      * SQSLSECK.CPY), SO A GROUP IS ONLY EVER CONSUMED BY THE ONE STEP
      * HOLDING ITS PARTITION AND FIFO ORDER WITHIN THE GROUP HOLDS.
      * THE HOLDING STEP KEEPS ITS LEASE ALIVE WITH A HEARTBEAT
      * (Renew-sqs-partition-leases, SQSLSEWR.CPY); A STEP THAT DIES
      * STOPS BEATING, ITS LEASE RUNS OUT, AND A SURVIVING STEP TAKES
      * THE PARTITION OVER. A STEP THAT FINISHES RELEASES ITS
      * PARTITIONS, AND THEY ARE TAKEN OVER AT ONCE BY ANY STEP STILL
      * RUNNING, SO NO GROUP IS LEFT WITHOUT AN OWNER WHILE THE QUEUE
      * IS STILL BEING WORKED.
      * lease-step-id IS THE STEP HOLDING THE PARTITION NOW;
      * lease-home-flag SAYS WHETHER IT IS THE PARTITION'S OWN STEP OR
      * A SURVIVOR THAT TOOK IT OVER, AND lease-takeover-count HOW
      * MANY TIMES IT CHANGED HANDS THIS RUN. lease-messages-handled
      * IS THE PARTITION'S MESSAGE COUNT SINCE ITS OWN STEP LAST
      * CLAIMED IT, WHOEVER HELD IT MEANWHILE - SQSPARTR PRINTS IT
      * NEXT TO THE JOURNAL'S OWN COUNT.
      * lease-expiry-seconds IS THE EXPIRY IN SECONDS SINCE THE
      * CALENDAR'S DAY ONE (SAME ARITHMETIC AS SQSHBCK.CPY), FOR THE
      * COMPARISON; THE DATE AND TIME BESIDE IT ARE FOR PEOPLE.
      * EVERY PARTITIONED STEP OF A QUEUE POINTS ITS SQSLEASE DD AT THE
      * SAME SHARED DATASET. PAIR IT WITH THE FOLLOWING IN
      * FILE-CONTROL:
      *
      *     SELECT SQS-LEASE-FILE ASSIGN TO SQSLEASE
      *            ORGANIZATION IS INDEXED
      *            ACCESS MODE IS DYNAMIC
      *            RECORD KEY IS lease-key
      *            FILE STATUS IS sqs-lease-file-status.
      *-----------------------------------------------------------------
      * AUTHOR: BLU AGE 2019
      * REV: 1.0
      ******************************************************************
       FD  SQS-LEASE-FILE.
       01  sqs-lease-record.
           05 lease-key.
              10 lease-queue-name PIC X(80).
              10 lease-partition-id PIC 9(2).
           05 lease-partition-count PIC 9(2).
           05 lease-step-id PIC X(8).
           05 lease-home-flag PIC X(1).
              88 lease-held-by-home-step VALUE 'H'.
              88 lease-held-by-takeover VALUE 'T'.
           05 lease-group-range.
              10 lease-group-low PIC 9(3).
              10 lease-group-high PIC 9(3).
           05 lease-state PIC X(1).
              88 lease-active VALUE 'A'.
              88 lease-released VALUE 'R'.
           05 lease-acquired-timestamp.
              10 lease-acquired-date PIC 9(8).
              10 lease-acquired-time PIC 9(8).
           05 lease-heartbeat-timestamp.
              10 lease-heartbeat-date PIC 9(8).
              10 lease-heartbeat-time PIC 9(8).
           05 lease-expiry-timestamp.
              10 lease-expiry-date PIC 9(8).
              10 lease-expiry-time PIC 9(8).
           05 lease-expiry-seconds PIC 9(12).
           05 lease-takeover-count PIC 9(3).
           05 lease-messages-handled PIC 9(9).
