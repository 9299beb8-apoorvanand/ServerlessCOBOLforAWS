      ******************************************************************
      * SQSCHGBK CHARGEBACK DATASET RECORD
      * BLU AGE SERVERLESS COBOL AWS EXTENSION
      * ----------------------------------------------------------------
      * ONE RECORD PER QUEUE AND OWNING SOURCE SYSTEM PER BILLING
      * PERIOD, WRITTEN BY SQSCHGBK UNDER THE CHGBKOUT DD AND READ BY
      * ANY STEP THAT POSTS OR FORWARDS THE CHARGES. THE FOUR CHARGE
      * FIELDS ARE ASSUMED-DECIMAL DISPLAY NUMERICS WITH FOUR PLACES,
      * THE SAME PRECISION AS THE RATE CARD (SQSRATCF.CPY). COPY IT
      * UNDER AN FD FOR THE CHGBKOUT FILE:
      *
      *     SELECT CHARGEBACK-OUTPUT-FILE ASSIGN TO CHGBKOUT
      *            ORGANIZATION IS LINE SEQUENTIAL.
      *-----------------------------------------------------------------
      * AUTHOR: BLU AGE 2019
      * REV: 1.0
      ******************************************************************
       01  CHG-CHARGEBACK-RECORD.
           05 CHG-OUT-PERIOD-FROM PIC 9(8).
           05 FILLER PIC X(1).
           05 CHG-OUT-PERIOD-TO PIC 9(8).
           05 FILLER PIC X(1).
           05 CHG-OUT-QUEUE-NAME PIC X(80).
           05 FILLER PIC X(1).
           05 CHG-OUT-SOURCE-SYSTEM-ID PIC X(8).
           05 FILLER PIC X(1).
           05 CHG-OUT-REQUESTS PIC 9(9).
           05 FILLER PIC X(1).
           05 CHG-OUT-MESSAGES PIC 9(9).
           05 FILLER PIC X(1).
           05 CHG-OUT-BYTES PIC 9(15).
           05 FILLER PIC X(1).
           05 CHG-OUT-REQUEST-CHARGE PIC 9(11)V9(4).
           05 FILLER PIC X(1).
           05 CHG-OUT-MESSAGE-CHARGE PIC 9(11)V9(4).
           05 FILLER PIC X(1).
           05 CHG-OUT-TRANSFER-CHARGE PIC 9(11)V9(4).
           05 FILLER PIC X(1).
           05 CHG-OUT-TOTAL-CHARGE PIC 9(11)V9(4).
