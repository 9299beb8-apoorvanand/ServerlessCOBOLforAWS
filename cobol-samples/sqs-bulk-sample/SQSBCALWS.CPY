      ******************************************************************
      * SQS BUSINESS CALENDAR WORKING STORAGE
      * BLU AGE SERVERLESS COBOL AWS EXTENSION
      * ----------------------------------------------------------------
      * SUPPORTING FIELDS FOR SQSBCALCK.CPY. THE CALENDAR (SQSBCAL.CPY)
      * IS LOADED ONCE PER RUN INTO THE THREE TABLES BELOW. THE CALL
      * SITE SETS sqs-bcal-date (AND sqs-bcal-queue-url FOR A
      * THRESHOLD LOOKUP) AND READS THE ANSWER BACK FROM THE REST OF
      * sqs-bcal-lookup.
      *-----------------------------------------------------------------
      * AUTHOR: BLU AGE 2019
      * REV: 1.0
      ******************************************************************
       01 sqs-bcal-file-status PIC X(2) VALUE '00'.
      * THE 'TYPE' ROW CUTOFF MEANING "NO CUTOFF ON THESE DAYS"
       77 sqs-bcal-no-cutoff PIC 9(8) VALUE 99999999.
       01 sqs-bcal-load-switch PIC X(1) VALUE 'N'.
          88 sqs-bcal-loaded VALUE 'Y'.
       01 sqs-bcal-date-table.
           05 sqs-bcal-date-count PIC 9(4) COMP-5 VALUE 0.
           05 sqs-bcal-date-entry OCCURS 1000 TIMES.
              10 bcal-date PIC 9(8) VALUE 0.
              10 bcal-day-type PIC X(1) VALUE SPACE.
       01 sqs-bcal-type-table.
           05 sqs-bcal-type-count PIC 9(2) COMP-5 VALUE 0.
           05 sqs-bcal-type-entry OCCURS 4 TIMES.
              10 bcal-type-day-type PIC X(1) VALUE SPACE.
              10 bcal-type-cutoff-time PIC 9(8) VALUE 0.
       01 sqs-bcal-threshold-table.
           05 sqs-bcal-thr-count PIC 9(4) COMP-5 VALUE 0.
           05 sqs-bcal-thr-entry OCCURS 100 TIMES.
              10 bcal-thr-day-type PIC X(1) VALUE SPACE.
              10 bcal-thr-queue-url PIC X(200) VALUE SPACES.
              10 bcal-thr-warning-depth PIC 9(9) COMP-5 VALUE 0.
              10 bcal-thr-critical-depth PIC 9(9) COMP-5 VALUE 0.
       01 sqs-bcal-lookup.
           05 sqs-bcal-date PIC 9(8) VALUE 0.
           05 sqs-bcal-day-type PIC X(1) VALUE 'B'.
              88 sqs-bcal-business-day VALUE 'B', 'P'.
              88 sqs-bcal-period-end VALUE 'P'.
              88 sqs-bcal-holiday VALUE 'H'.
              88 sqs-bcal-weekend VALUE 'W'.
           05 sqs-bcal-day-type-name PIC X(10) VALUE SPACES.
           05 sqs-bcal-cutoff-switch PIC X(1) VALUE 'N'.
              88 sqs-bcal-cutoff-overridden VALUE 'Y'.
           05 sqs-bcal-cutoff-time PIC 9(8) VALUE 0.
           05 sqs-bcal-queue-url PIC X(200) VALUE SPACES.
           05 sqs-bcal-threshold-switch PIC X(1) VALUE 'N'.
              88 sqs-bcal-threshold-found VALUE 'Y'.
           05 sqs-bcal-warning-depth PIC 9(9) COMP-5 VALUE 0.
           05 sqs-bcal-critical-depth PIC 9(9) COMP-5 VALUE 0.
           05 sqs-bcal-days-rolled PIC 9(4) COMP-5 VALUE 0.
       01 sqs-bcal-work-area.
           05 sqs-bcal-eof-switch PIC X(1) VALUE 'N'.
              88 sqs-bcal-end-of-file VALUE 'Y'.
           05 sqs-bcal-listed-switch PIC X(1) VALUE 'N'.
              88 sqs-bcal-date-listed VALUE 'Y'.
           05 sqs-bcal-sub PIC 9(4) COMP-5 VALUE 0.
           05 sqs-bcal-day-number PIC 9(9) COMP-5 VALUE 0.
           05 sqs-bcal-week-number PIC 9(9) COMP-5 VALUE 0.
           05 sqs-bcal-weekday PIC 9(4) COMP-5 VALUE 0.
           05 sqs-bcal-rows-ignored PIC 9(9) COMP-5 VALUE 0.
