      * REV: 1.0
      ******************************************************************
       01 sqs-latctl-file-status PIC X(2) VALUE '00'.
      * THE OPTIONAL LATENCY HISTORY DATASET (SQSLATH.CPY) - SET
      * AVAILABLE BY THE HOST ONCE ITS OPEN EXTEND SUCCEEDS.
       01 sqs-lath-file-status PIC X(2) VALUE '00'.
       01 sqs-lath-avail-switch PIC X(1) VALUE 'N'.
           88 sqs-lath-available VALUE 'Y'.
       01 sqs-lath-program-id PIC X(9) VALUE SPACES.
       01 sqs-latency-table.
           05 sqs-lat-queue-count PIC 9(2) COMP-5 VALUE 0.
           05 sqs-lat-queue-entry OCCURS 10 TIMES.
           05 sqs-lat-now-seconds PIC 9(18) COMP-5 VALUE 0.
           05 sqs-lat-transit-seconds PIC S9(18) COMP-5 VALUE 0.
           05 sqs-lat-average-seconds PIC 9(9) COMP-5 VALUE 0.
      * THE GRADE Grade-sqs-latency-queue GIVES ONE TABLE ENTRY.
           05 sqs-lat-sla-status PIC X(10) VALUE SPACES.
              88 sqs-lat-sla-critical VALUE 'CRITICAL'.
              88 sqs-lat-sla-warning VALUE 'WARNING'.
              88 sqs-lat-sla-not-graded VALUE 'NOT GRADED'.
              88 sqs-lat-sla-ok VALUE 'OK'.
