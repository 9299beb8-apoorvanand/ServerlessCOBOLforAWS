      ******************************************************************
      * SQS BUSINESS CALENDAR RECORD
      * BLU AGE SERVERLESS COBOL AWS EXTENSION
      * ----------------------------------------------------------------
      * THE SHARED BUSINESS CALENDAR UNDER THE BIZCAL DD, READ BY
      * SQSBCALCK.CPY. EVERY ROW CARRIES A DAY TYPE:
      *   'B' BUSINESS DAY      'P' PERIOD-END (A BUSINESS DAY)
      *   'H' HOLIDAY           'W' WEEKEND / OTHER NON-BUSINESS DAY
      * THREE KINDS OF ROW, BY BCL-RECORD-TYPE:
      *   'DATE' - BCL-CALENDAR-DATE (YYYYMMDD) IS OF THIS DAY TYPE.
      *       ONLY EXCEPTIONS NEED A ROW - A DATE WITH NO ROW IS A
      *       BUSINESS DAY MONDAY TO FRIDAY AND A WEEKEND DAY ON
      *       SATURDAY AND SUNDAY. LIST THE BANK HOLIDAYS, THE
      *       PERIOD-END DAYS, AND ANY WEEKEND WORKED AS 'B'.
      *   'TYPE' - BCL-CUTOFF-TIME (HHMMSSCC) IS THE BATCH-WINDOW
      *       CUTOFF ON DAYS OF THIS TYPE, IN PLACE OF THE RUN
      *       PARAMETER (SQSWINWS.CPY). 99999999 MEANS NO CUTOFF ON
      *       THOSE DAYS; A DAY TYPE WITH NO ROW KEEPS THE PARAMETER.
      *   'QTHR' - ON DAYS OF THIS TYPE SQSMON GRADES THE QUEUE AT
      *       BCL-QUEUE-URL AGAINST THESE WARNING AND CRITICAL
      *       DEPTHS IN PLACE OF ITS MONCTL ROW (SQSMONCF.CPY) - THE
      *       MONTH-END THRESHOLDS ARE THE 'P' ROWS.
      * ANY OTHER RECORD TYPE IS A COMMENT ROW AND IS SKIPPED. AN
      * ABSENT OR EMPTY BIZCAL DD MEANS NO HOLIDAYS, NO PERIOD-ENDS
      * AND NO OVERRIDES. PAIR IT WITH THE FOLLOWING IN FILE-CONTROL:
      *
      *     SELECT SQS-BUSINESS-CALENDAR-FILE ASSIGN TO BIZCAL
      *            ORGANIZATION IS LINE SEQUENTIAL
      *            FILE STATUS IS sqs-bcal-file-status.
      *-----------------------------------------------------------------
      * AUTHOR: BLU AGE 2019
      * REV: 1.0
      ******************************************************************
       FD  SQS-BUSINESS-CALENDAR-FILE
           RECORDING MODE IS F.
       01  sqs-business-calendar-record.
           05 BCL-RECORD-TYPE PIC X(4).
              88 BCL-DATE-RECORD VALUE 'DATE'.
              88 BCL-TYPE-RECORD VALUE 'TYPE'.
              88 BCL-THRESHOLD-RECORD VALUE 'QTHR'.
           05 FILLER PIC X(1).
           05 BCL-DAY-TYPE PIC X(1).
              88 BCL-VALID-DAY-TYPE VALUE 'B', 'P', 'H', 'W'.
           05 FILLER PIC X(1).
           05 BCL-RECORD-BODY PIC X(220).
           05 BCL-DATE-BODY REDEFINES BCL-RECORD-BODY.
              10 BCL-CALENDAR-DATE PIC 9(8).
              10 FILLER PIC X(1).
              10 BCL-DAY-DESCRIPTION PIC X(40).
              10 FILLER PIC X(171).
           05 BCL-TYPE-BODY REDEFINES BCL-RECORD-BODY.
              10 BCL-CUTOFF-TIME PIC 9(8).
              10 FILLER PIC X(212).
           05 BCL-THRESHOLD-BODY REDEFINES BCL-RECORD-BODY.
              10 BCL-QUEUE-URL PIC X(200).
              10 FILLER PIC X(1).
              10 BCL-WARNING-DEPTH PIC 9(9).
              10 FILLER PIC X(1).
              10 BCL-CRITICAL-DEPTH PIC 9(9).
