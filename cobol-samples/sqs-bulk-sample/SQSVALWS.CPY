      * RECONCILIATION REPORT. SLOT sqs-val-source-count + 1 OF THE
      * REJECT COUNTERS IS THE BUCKET FOR SOURCES NOT IN THE CONTROL
      * FILE, SO THE SUMMARY ALSO SHOWS WHO IS SENDING FROM IDS WE DO
      * NOT TRADE WITH. THE SIGNATURE-FAILURE COUNTERS ('SIG ' AND
      * 'NSG ' REJECTS) ARE KEPT THE SAME WAY, PER SOURCE.
      *-----------------------------------------------------------------
      * AUTHOR: BLU AGE 2019
      * REV: 1.0
                 15 val-rule-type PIC X(1) VALUE ' '.
                 15 val-rule-offset PIC 9(4) COMP-5 VALUE 0.
                 15 val-rule-length PIC 9(4) COMP-5 VALUE 0.
              10 val-signature-option PIC X(1) VALUE ' '.
                 88 val-signature-required VALUE 'R'.
       01 sqs-val-reject-counters.
           05 sqs-val-rejects-by-source OCCURS 21 TIMES
              PIC 9(9) COMP-5 VALUE 0.
           05 sqs-val-sig-failures-by-source OCCURS 21 TIMES
              PIC 9(9) COMP-5 VALUE 0.
       01 sqs-val-work-area.
           05 sqs-val-source-index PIC 9(2) COMP-5 VALUE 0.
           05 sqs-val-match-index PIC 9(2) COMP-5 VALUE 0.
              88 sqs-val-scan-done VALUE 'Y'.
              88 sqs-val-scan-not-done VALUE 'N'.
       01 sqs-messages-rejected PIC 9(9) COMP-5 VALUE 0.
       01 sqs-signature-failures PIC 9(9) COMP-5 VALUE 0.
