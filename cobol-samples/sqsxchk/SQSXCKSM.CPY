      ******************************************************************
      * SQSXCHK FINDINGS SUMMARY RECORD
      * BLU AGE SERVERLESS COBOL AWS EXTENSION
      * ----------------------------------------------------------------
      * ONE RECORD PER SQSXCHK RUN - APPENDED (OPEN EXTEND) TO THE
      * OPTIONAL XCHKSUM DATASET, SO THE SQSEODC END-OF-DAY CLOSE CAN
      * TAKE THE LATEST VERIFIER RESULT FOR THE BUSINESS DATE
      * WITHOUT READING THE VERIFIER'S SYSOUT. PAIR IT WITH THE
      * FOLLOWING IN FILE-CONTROL:
      *
      *     SELECT SQS-XCHK-SUMMARY-FILE ASSIGN TO XCHKSUM
      *            ORGANIZATION IS LINE SEQUENTIAL
      *            FILE STATUS IS <HOST STATUS FIELD>.
      *
      * THE FINDING COUNTS MATCH THE SQSXCHK FINDINGS REPORT LINE FOR
      * LINE. THE PRESENT FLAGS ('Y'/'N') RECORD WHICH INPUTS THE RUN
      * ACTUALLY HAD - A RUN THAT SKIPPED EVERY CHAPTER FINDS NOTHING
      * AND PROVES NOTHING.
      *-----------------------------------------------------------------
      * AUTHOR: BLU AGE 2019
      * REV: 1.0
      ******************************************************************
       FD  SQS-XCHK-SUMMARY-FILE
           RECORDING MODE IS F.
       01  sqs-xchk-summary-record.
           05 xsm-timestamp.
              10 xsm-date PIC 9(8).
              10 xsm-time PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 xsm-stranded-claims PIC 9(9).
           05 xsm-claims-gone PIC 9(9).
           05 xsm-parks-on-dead-queues PIC 9(9).
           05 xsm-ckpt-deficit-queues PIC 9(9).
           05 xsm-rej-park-collisions PIC 9(9).
           05 xsm-total-findings PIC 9(9).
           05 FILLER PIC X(1) VALUE SPACE.
           05 xsm-inputs-present.
              10 xsm-audit-present PIC X(1).
              10 xsm-ckpt-present PIC X(1).
              10 xsm-park-present PIC X(1).
              10 xsm-claim-present PIC X(1).
              10 xsm-rej-present PIC X(1).
