      ******************************************************************
      * SQS TRANSIT LATENCY HISTORY RECORD
      * BLU AGE SERVERLESS COBOL AWS EXTENSION
      * ----------------------------------------------------------------
      * ONE RECORD PER QUEUE MEASURED, PER RUN - APPENDED (OPEN EXTEND)
      * BY EVERY RUN THAT MEASURES LATENCY (SQSLATCK.CPY), SO THE SLA
      * FIGURES PRINTED ON THE LATENCY REPORT SURVIVE THE RUN THE SAME
      * WAY SQSMON'S DEPTH POLLS SURVIVE IN SQSDEPTH. PAIR IT WITH THE
      * FOLLOWING IN FILE-CONTROL:
      *
      *     SELECT SQS-LATENCY-HISTORY-FILE ASSIGN TO SQSLATH
      *            ORGANIZATION IS LINE SEQUENTIAL
      *            FILE STATUS IS sqs-lath-file-status.
      *
      * AND WRITE RECORDS USING Write-sqs-latency-history IN
      * SQSLATHWR.CPY. lath-sla-status IS THE SAME GRADE THE REPORT
      * PRINTS: 'CRITICAL', 'WARNING', 'OK' OR 'NOT GRADED'.
      * lath-program-id NAMES THE STEP THAT TOOK THE MEASUREMENT.
      *-----------------------------------------------------------------
      * AUTHOR: BLU AGE 2019
      * REV: 1.0
      ******************************************************************
       FD  SQS-LATENCY-HISTORY-FILE
           RECORDING MODE IS F.
       01  sqs-latency-history-record.
           05 lath-timestamp.
              10 lath-date PIC 9(8).
              10 lath-time PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 lath-program-id PIC X(9).
           05 FILLER PIC X(1) VALUE SPACE.
           05 lath-queue-url PIC X(200).
           05 FILLER PIC X(1) VALUE SPACE.
           05 lath-messages-measured PIC 9(9).
           05 FILLER PIC X(1) VALUE SPACE.
           05 lath-average-seconds PIC 9(9).
           05 FILLER PIC X(1) VALUE SPACE.
           05 lath-worst-seconds PIC 9(9).
           05 FILLER PIC X(1) VALUE SPACE.
           05 lath-under-one-minute PIC 9(9).
           05 FILLER PIC X(1) VALUE SPACE.
           05 lath-under-five-minutes PIC 9(9).
           05 FILLER PIC X(1) VALUE SPACE.
           05 lath-under-one-hour PIC 9(9).
           05 FILLER PIC X(1) VALUE SPACE.
           05 lath-over-one-hour PIC 9(9).
           05 FILLER PIC X(1) VALUE SPACE.
           05 lath-warning-seconds PIC 9(9).
           05 FILLER PIC X(1) VALUE SPACE.
           05 lath-critical-seconds PIC 9(9).
           05 FILLER PIC X(1) VALUE SPACE.
           05 lath-sla-status PIC X(10).
