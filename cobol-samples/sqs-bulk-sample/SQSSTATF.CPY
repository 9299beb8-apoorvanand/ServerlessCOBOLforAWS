      * HOW FAR EVERY DRAIN HAS GOT, WHEN IT LAST MOVED, AND ITS
      * BATCH-WINDOW STATE (SQSWINWS.CPY) - WITHOUT OPENING NINE
      * JOBS' SYSOUT ONE BY ONE AT 3 AM.
      * THE RECORD ALSO KEEPS THE RUN'S RECONCILIATION FIGURES
      * (SQSRECON.CPY) AND WHETHER ITS CONTROL-TOTALS TRAILER WAS
      * PROVEN (SQSCTOTCK.CPY), SO THE SQSEODC END-OF-DAY CLOSE CAN
      * CERTIFY THE DAY FROM THIS ONE DATASET INSTEAD OF SYSOUT.
      * THESE FIELDS LENGTHEN THE RECORD - REDEFINE THE SHARED
      * DATASET EMPTY WHEN THIS LAYOUT IS FIRST INSTALLED.
      * SEVERAL PARTITIONED CONSUME STEPS WORKING ONE QUEUE TOGETHER
      * (SQSLEASE.CPY) EACH KEEP THEIR OWN RECORD - THE KEY CARRIES THE
      * STEP'S HOME PARTITION, SPACES FOR AN UNPARTITIONED RUN, AND
      * stat-step-id NAMES THE STEP. stat-recon-returned COUNTS THE
      * MESSAGES THE STEP RECEIVED FOR ANOTHER PARTITION AND PUT BACK
      * ON THE QUEUE UNDELETED - RECEIVED, BUT NOT A LEAK. THE
      * PARTITION AND THE RETURNED COUNT LENGTHEN THE RECORD AND THE
      * KEY ON THE SAME TERMS AS THE RECONCILIATION FIGURES.
      * EVERY PARTICIPATING JOB POINTS ITS SQSSTATF DD AT THE SAME
      * SHARED DATASET. PAIR IT WITH THE FOLLOWING IN FILE-CONTROL:
      *
           05 stat-key.
              10 stat-program-id PIC X(9).
              10 stat-queue-name PIC X(80).
              10 stat-partition-id PIC X(2).
           05 stat-queue-url PIC X(200).
           05 stat-run-state PIC X(1).
              88 stat-run-active VALUE 'A'.
           05 stat-checkpoint-timestamp.
              10 stat-checkpoint-date PIC 9(8).
              10 stat-checkpoint-time PIC 9(8).
           05 stat-recon-figures.
              10 stat-recon-sent PIC 9(9).
              10 stat-recon-received PIC 9(9).
              10 stat-recon-deleted PIC 9(9).
              10 stat-recon-expected PIC 9(9).
              10 stat-recon-returned PIC 9(9).
      * ' ' - THE RUN CARRIES NO CONTROL-TOTALS TRAILER. 'P' - THE
      * TRAILER IS EXPECTED BUT NOT YET PROVEN (A STEP THAT ABENDED
      * IN Verify-sqs-control-totals LEAVES IT HERE). 'V' - PROVEN.
           05 stat-ctot-state PIC X(1).
              88 stat-ctot-not-used VALUE ' '.
              88 stat-ctot-pending VALUE 'P'.
              88 stat-ctot-verified VALUE 'V'.
           05 stat-step-id PIC X(8).
