      * DISPOSITIONS: 'EXTR' PROCESSED AND DELIVERED DOWNSTREAM,
      * 'DUP ' REDELIVERY SKIPPED BY THE CHECKPOINT DEDUP, 'XFM '
      * ROUTED TO THE REJECT FILE BY THE TRANSFORMATION STEP, 'TRLR'
      * A CONTROL-TOTALS TRAILER (PROTOCOL, NOT DATA), 'PAK ' A PACKED
      * MESSAGE WHOSE RECORD DIRECTORY WAS DAMAGED, REJECTED WHOLE.
      * jrn-record-count IS HOW MANY BUSINESS RECORDS THE MESSAGE
      * CARRIED - ONE FOR AN ORDINARY MESSAGE, THE DIRECTORY COUNT FOR
      * A PACKED ONE (SQSMPKCK.CPY) - AND jrn-rejected-count HOW MANY
      * OF THEM THE CONSUMER ROUTED TO THE REJECT FILE, SO THE
      * JOURNAL RECONCILES BY RECORD AS WELL AS BY MESSAGE. BOTH SIT
      * AFTER THE BODY: A ROW WRITTEN BEFORE THEY EXISTED READS BACK
      * WITH SPACES THERE AND COUNTS AS ONE RECORD, NONE REJECTED.
      * jrn-expiry-timestamp, THE ENVELOPE'S BUSINESS EXPIRY
      * (SQSMENV.CPY), IS AFTER THEM ON THE SAME TERMS - SPACES MEAN
      * NO EXPIRY. THE REBUILD WILL NOT RE-SEND A ROW WHOSE EXPIRY
      * HAS PASSED.
      * jrn-partition-id / jrn-step-id, LAST OF ALL, NAME THE
      * MESSAGE-GROUP PARTITION AND THE JOB STEP THAT HANDLED THE
      * MESSAGE WHEN SEVERAL PARTITIONED CONSUME STEPS SHARE ONE QUEUE
      * (SQSLEASE.CPY) - THE SQSPARTR REPORT PROVES EXACTLY-ONCE
      * CONSUMPTION FROM THEM. SPACES MEAN AN UNPARTITIONED RUN.
      * PAIR IT WITH THE FOLLOWING IN FILE-CONTROL:
      *
      *     SELECT SQS-JOURNAL-FILE ASSIGN TO SQSJRNL
              88 jrn-duplicate VALUE 'DUP '.
              88 jrn-transform-rejected VALUE 'XFM '.
              88 jrn-control-trailer VALUE 'TRLR'.
              88 jrn-pack-damaged VALUE 'PAK '.
           05 FILLER PIC X(1).
           05 jrn-queue-name PIC X(80).
           05 FILLER PIC X(1).
           05 jrn-body-length PIC 9(9).
           05 FILLER PIC X(1).
           05 jrn-body PIC X(2048).
           05 FILLER PIC X(1).
           05 jrn-record-count PIC 9(5).
           05 FILLER PIC X(1).
           05 jrn-rejected-count PIC 9(5).
           05 FILLER PIC X(1).
           05 jrn-expiry-timestamp PIC X(26).
           05 FILLER PIC X(1).
           05 jrn-partition-id PIC X(2).
           05 FILLER PIC X(1).
           05 jrn-step-id PIC X(8).
