      ******************************************************************
      * SQSCAPRP CAPACITY PLANNING REPORT CONTROL CARD
      * BLU AGE SERVERLESS COBOL AWS EXTENSION
      * ----------------------------------------------------------------
      * ONE OPTIONAL CARD UNDER THE CAPRPCTL DD:
      *   CRC-FROM-DATE / CRC-TO-DATE - INCLUSIVE HISTORY WINDOW
      *       MATCHED AGAINST aud-date AND dep-date. BLANK OR ZERO
      *       BOUNDS ARE OPEN, SO A MISSING CARD TAKES EVERYTHING
      *       CONCATENATED UNDER SQSAUDIT AND SQSDEPTH.
      *-----------------------------------------------------------------
      * AUTHOR: BLU AGE 2019
      * REV: 1.0
      ******************************************************************
       01 CRC-REPORT-CONTROLS.
          05 CRC-FROM-DATE PIC 9(8).
          05 CRC-TO-DATE PIC 9(8).
