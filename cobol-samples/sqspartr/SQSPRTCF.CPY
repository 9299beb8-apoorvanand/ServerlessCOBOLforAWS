      ******************************************************************
      * SQSPARTR PARTITION AUDIT PARAMETER CARD
      * BLU AGE SERVERLESS COBOL AWS EXTENSION
      * ----------------------------------------------------------------
      * ONE CARD NAMING THE QUEUE WHOSE PARTITIONED CONSUME IS TO BE
      * PROVED (SQSLSEWR.CPY):
      *   PRT-QUEUE-NAME - THE QUEUE. REQUIRED - THE LEASE FILE, THE
      *       JOURNAL AND THE RUN-STATUS FILE ARE ALL SHARED ACROSS
      *       QUEUES AND ONLY THIS ONE'S ROWS ARE LOOKED AT.
      *   PRT-FROM-DATE / PRT-TO-DATE - INCLUSIVE WINDOW MATCHED
      *       AGAINST jrn-date (THE DAY THE MESSAGE WAS CONSUMED).
      *       BLANK OR ZERO BOUNDS ARE OPEN.
      *   PRT-PARTITION-COUNT - HOW MANY PARTITIONS THE STEPS RAN
      *       WITH. BLANK OR ZERO TAKES IT FROM THE LEASE FILE.
      *-----------------------------------------------------------------
      * AUTHOR: BLU AGE 2019
      * REV: 1.0
      ******************************************************************
       01 PRT-AUDIT-PARAMETERS.
          05 PRT-QUEUE-NAME PIC X(80).
          05 PRT-FROM-DATE PIC 9(8).
          05 PRT-TO-DATE PIC 9(8).
          05 PRT-PARTITION-COUNT PIC 9(2).
