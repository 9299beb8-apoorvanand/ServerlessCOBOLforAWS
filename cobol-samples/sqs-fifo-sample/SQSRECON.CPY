      * MORNING REPORT INSTEAD OF GOING UNNOTICED. SEE
      * Accumulate-sqs-reconciliation-totals AND
      * Print-sqs-reconciliation-report IN SQSRECONP.CPY.
      * A RUN THAT PACKS SEVERAL BUSINESS RECORDS INTO ONE MESSAGE
      * (SQSMPKCK.CPY) ALSO KEEPS THE RECORD-LEVEL TOTALS BELOW AND
      * SETS recon-record-level-wanted, SO THE REPORT RECONCILES BY
      * RECORD AS WELL AS BY MESSAGE. THE CALLER MAINTAINS THESE
      * ITSELF - ONLY IT KNOWS HOW MANY RECORDS EACH MESSAGE CARRIED.
      * recon-total-expired COUNTS MESSAGES WHOSE BUSINESS EXPIRY HAD
      * PASSED - REFUSED BY A RELEASE OR REPLAY STEP (SQSEXPWR.CPY) OR
      * REJECTED 'EXP ' BY THE VALIDATION GATE (SQSVALCK.CPY). THEY
      * PRINT AS THEIR OWN LINE; AN EXPIRED ITEM IS NEVER PART OF
      * recon-expected-sent-count, SO IT IS NOT A DISCREPANCY.
      * recon-total-returned COUNTS MESSAGES A PARTITIONED CONSUME STEP
      * RECEIVED FOR A MESSAGE GROUP ANOTHER STEP OWNS AND PUT BACK ON
      * THE QUEUE UNDELETED (Return-sqs-foreign-message, SQSLSEWR.CPY)
      * - RECEIVED, BUT LEFT FOR THEIR OWNER, SO NOT A LEAK.
      *-----------------------------------------------------------------
      * AUTHOR: BLU AGE 2019
      * REV: 1.0
           05 recon-total-sent PIC 9(9) COMP-5 VALUE 0.
           05 recon-total-received PIC 9(9) COMP-5 VALUE 0.
           05 recon-total-deleted PIC 9(9) COMP-5 VALUE 0.
           05 recon-total-expired PIC 9(9) COMP-5 VALUE 0.
           05 recon-total-returned PIC 9(9) COMP-5 VALUE 0.
      * OPTIONAL - SET BY THE CALLING PROGRAM FROM ITS OWN CONTROL
      * TOTAL WHEN IT KNOWS IN ADVANCE HOW MANY MESSAGES IT MEANT TO
      * SEND THIS RUN. LEFT AT ZERO, THE EXPECTED-VS-ACTUAL SENT CHECK
      * IS SKIPPED.
           05 recon-expected-sent-count PIC 9(9) COMP-5 VALUE 0.
           05 recon-discrepancy PIC S9(9) COMP-5 VALUE 0.
           05 recon-records-expected PIC 9(9) COMP-5 VALUE 0.
           05 recon-records-sent PIC 9(9) COMP-5 VALUE 0.
           05 recon-records-received PIC 9(9) COMP-5 VALUE 0.
       01 recon-record-level-switch PIC X(1) VALUE 'N'.
          88 recon-record-level-wanted VALUE 'Y'.

