      * COPY OF A MESSAGE THIS FILE ALREADY HAS A RECORD FOR.
      * ckpt-receipt-handle IS KEPT AS INFORMATIONAL ONLY (THE HANDLE IN
      * USE AT CHECKPOINT TIME, FOR TROUBLESHOOTING) - IT IS NOT THE KEY.
      * ckpt-partition-id / ckpt-step-id NAME THE MESSAGE-GROUP
      * PARTITION AND THE JOB STEP THAT HANDLED THE MESSAGE WHEN
      * SEVERAL PARTITIONED CONSUME STEPS SHARE ONE QUEUE AND THIS
      * CHECKPOINT DATASET (SQSLEASE.CPY); BOTH ARE SPACES FOR AN
      * UNPARTITIONED RUN. THEY LENGTHEN THE RECORD - REDEFINE THE
      * DATASET EMPTY WHEN THIS LAYOUT IS FIRST INSTALLED.
      *-----------------------------------------------------------------
      * AUTHOR: BLU AGE 2019
      * REV: 1.0
           05 ckpt-timestamp.
              10 ckpt-date PIC 9(8).
              10 ckpt-time PIC 9(8).
           05 ckpt-partition-id PIC X(2).
           05 ckpt-step-id PIC X(8).

