      ******************************************************************
      * SQS PARTITIONED CONSUME WORKING STORAGE
      * BLU AGE SERVERLESS COBOL AWS EXTENSION
      * ----------------------------------------------------------------
      * SUPPORTING FIELDS FOR SQSLSECK.CPY (THE GROUP-TO-PARTITION
      * ARITHMETIC) AND SQSLSEWR.CPY (THE LEASE FILE AND THE PUT-BACK).
      * THE CALLER SUPPLIES, FROM ITS RUN PARAMETERS BEFORE THE
      * CONSUME LOOP STARTS:
      *   sqs-partition-count - HOW MANY STEPS SHARE THE QUEUE, 2 TO
      *       20. ZERO MEANS AN UNPARTITIONED RUN, EXACTLY AS EVERY
      *       CONSUME LOOP RAN BEFORE.
      *   sqs-home-partition-id - THIS STEP'S OWN PARTITION, 1 TO
      *       sqs-partition-count.
      *   sqs-partition-step-id - THE NAME THIS STEP GOES BY ON THE
      *       LEASE FILE, THE CHECKPOINT, THE JOURNAL AND THE
      *       RUN-STATUS RECORD.
      *   sqs-lease-seconds - HOW LONG A LEASE LASTS WITHOUT A
      *       HEARTBEAT BEFORE ANOTHER STEP MAY TAKE THE PARTITION
      *       OVER. THE HEARTBEAT RENEWS IT EVERY THIRD OF THAT, SO
      *       SET IT WELL PAST THE LONGEST SINGLE MESSAGE'S DOWNSTREAM
      *       PROCESSING. DEFAULT FIVE MINUTES.
      *   sqs-foreign-limit - HOW MANY MESSAGES IN A ROW MAY BELONG TO
      *       OTHER, LIVE PARTITIONS BEFORE THIS STEP DECIDES ITS OWN
      *       GROUPS ARE DRAINED, RELEASES ITS PARTITIONS AND STOPS.
      *       ZERO MEANS RUN UNTIL THE QUEUE IS EMPTY.
      * AFTER Check-sqs-message-ownership, sqs-message-partition-id /
      * sqs-message-partition-x IS THE PARTITION THAT OWNS THE
      * MESSAGE'S GROUP AND EXACTLY ONE OF sqs-message-owned /
      * sqs-message-foreign IS TRUE.
      *-----------------------------------------------------------------
      * AUTHOR: BLU AGE 2019
      * REV: 1.0
      ******************************************************************
       01 sqs-lease-file-status PIC X(2) VALUE '00'.
          88 lease-file-ok VALUE '00'.
          88 lease-file-missing VALUE '35'.
          88 lease-record-not-found VALUE '23'.
       01 sqs-lease-avail-switch PIC X(1) VALUE 'N'.
          88 sqs-lease-available VALUE 'Y'.
       01 sqs-partition-controls.
           05 sqs-partition-count PIC 9(2) VALUE 0.
           05 sqs-home-partition-id PIC 9(2) VALUE 0.
           05 sqs-partition-step-id PIC X(8) VALUE SPACES.
           05 sqs-lease-seconds PIC 9(4) COMP-5 VALUE 300.
           05 sqs-foreign-limit PIC 9(4) COMP-5 VALUE 0.
       01 sqs-partition-result-switch PIC X(1) VALUE 'O'.
          88 sqs-message-owned VALUE 'O'.
          88 sqs-message-foreign VALUE 'F'.
       01 sqs-foreign-limit-switch PIC X(1) VALUE 'N'.
          88 sqs-foreign-limit-reached VALUE 'Y'.
       01 sqs-message-partition-id PIC 9(2) VALUE 0.
       01 sqs-message-partition-x REDEFINES sqs-message-partition-id
          PIC X(2).
      * ONE ENTRY PER PARTITION NUMBER. sqs-partition-unposted IS THE
      * MESSAGES HANDLED SINCE THE LAST HEARTBEAT, ADDED TO THE LEASE
      * RECORD'S COUNT AT THE NEXT ONE; sqs-partition-run-handled IS
      * THIS STEP'S OWN TOTAL FOR THE END-OF-RUN REPORT.
       01 sqs-partition-table.
           05 sqs-partition-entry OCCURS 20 TIMES.
              10 sqs-partition-owned-flag PIC X(1) VALUE 'N'.
                 88 sqs-partition-owned VALUE 'Y'.
              10 sqs-partition-unposted PIC 9(9) COMP-5 VALUE 0.
              10 sqs-partition-run-handled PIC 9(9) COMP-5 VALUE 0.
      * GROUP-TO-PARTITION ARITHMETIC (SQSLSECK.CPY). THE HASH IS THE
      * SAME MULTIPLICATIVE MIX AS THE ENVELOPE SIGNATURE, TAKEN OVER
      * sqs-group-hash-key AND REDUCED TO A BUCKET 000-999.
       01 sqs-group-hash-key PIC X(128) VALUE SPACES.
       01 sqs-group-hash-work.
           05 sqs-group-hash PIC 9(18) COMP-5 VALUE 0.
           05 sqs-group-hash-quotient PIC 9(18) COMP-5 VALUE 0.
           05 sqs-group-byte-index PIC 9(4) COMP-5 VALUE 0.
           05 sqs-group-bucket PIC 9(3) VALUE 0.
           05 sqs-range-partition-id PIC 9(2) VALUE 0.
           05 sqs-range-low PIC 9(3) VALUE 0.
           05 sqs-range-high PIC 9(3) VALUE 0.
       01 sqs-group-byte-pair.
           05 FILLER PIC X(1) VALUE LOW-VALUE.
           05 sqs-group-byte PIC X(1) VALUE LOW-VALUE.
       01 sqs-group-byte-code REDEFINES sqs-group-byte-pair
          PIC 9(4) BINARY.
       01 sqs-lease-work-area.
           05 sqs-lease-sub PIC 9(2) COMP-5 VALUE 0.
           05 sqs-lease-renew-interval PIC 9(4) COMP-5 VALUE 0.
           05 sqs-lease-last-renew-seconds PIC 9(18) COMP-5 VALUE 0.
           05 sqs-lease-grace-seconds PIC 9(18) COMP-5 VALUE 0.
           05 sqs-lease-now-seconds PIC 9(18) COMP-5 VALUE 0.
           05 sqs-lease-expiry-work PIC 9(18) COMP-5 VALUE 0.
           05 sqs-lease-day-number PIC 9(9) COMP-5 VALUE 0.
           05 sqs-lease-day-seconds PIC 9(5) COMP-5 VALUE 0.
           05 sqs-lease-now-date PIC 9(8) VALUE 0.
           05 sqs-lease-now-time-x.
              10 sqs-lease-now-hour PIC 9(2).
              10 sqs-lease-now-minute PIC 9(2).
              10 sqs-lease-now-second PIC 9(2).
              10 FILLER PIC 9(2).
           05 sqs-lease-now-time REDEFINES sqs-lease-now-time-x
              PIC 9(8).
           05 sqs-lease-exp-time-x.
              10 sqs-lease-exp-hour PIC 9(2).
              10 sqs-lease-exp-minute PIC 9(2).
              10 sqs-lease-exp-second PIC 9(2).
              10 FILLER PIC 9(2) VALUE 0.
           05 sqs-lease-exp-time REDEFINES sqs-lease-exp-time-x
              PIC 9(8).
           05 sqs-lease-saved-command PIC X(9) VALUE SPACES.
           05 sqs-lease-saved-timeout PIC 9(4) COMP-5 VALUE 0.
           05 sqs-lease-saved-handled PIC 9(9) VALUE 0.
           05 sqs-lease-prior-step-id PIC X(8) VALUE SPACES.
           05 sqs-foreign-streak PIC 9(9) COMP-5 VALUE 0.
       01 sqs-partition-counters.
           05 sqs-partitions-taken-over PIC 9(9) COMP-5 VALUE 0.
           05 sqs-partition-leases-lost PIC 9(9) COMP-5 VALUE 0.
           05 sqs-foreign-messages-seen PIC 9(9) COMP-5 VALUE 0.
           05 sqs-messages-returned PIC 9(9) COMP-5 VALUE 0.
           05 sqs-returns-failed PIC 9(9) COMP-5 VALUE 0.
