      ******************************************************************
      * SQSCAPRP QUEUE CAPACITY LIMITS RECORD
      * BLU AGE SERVERLESS COBOL AWS EXTENSION
      * ----------------------------------------------------------------
      * ONE RECORD PER QUEUE UNDER THE CAPLIMIT DD. THE PROJECTED
      * FIGURES ARE COMPARED AGAINST THESE AND THE REPORT FLAGS THE
      * MONTH EACH ONE IS FIRST CROSSED:
      *   CPL-QUEUE-NAME - THE QUEUE, AS IN aud-queue-name. A RECORD
      *       NAMED '*' IS THE DEFAULT FOR EVERY QUEUE WITHOUT ONE OF
      *       ITS OWN.
      *   CPL-THROUGHPUT-LIMIT - MESSAGES PER SECOND THE QUEUE AND ITS
      *       CONSUMERS CAN SUSTAIN, SENT OR RECEIVED. COMPARED WITH
      *       THE PEAK-HOUR RATE.
      *   CPL-BATCH-WINDOW-MINUTES - LENGTH OF THE BATCH WINDOW. THE
      *       PEAK DAY'S VOLUME MUST DRAIN AT THE THROUGHPUT LIMIT
      *       INSIDE IT.
      *   CPL-INFLIGHT-QUOTA - THE SQS IN-FLIGHT MESSAGE QUOTA FOR THE
      *       QUEUE (120000 STANDARD, 20000 FIFO). COMPARED WITH THE
      *       END-OF-DAY BACKLOG THE BATCH CONSUMER PICKS UP.
      * A ZERO LIMIT IS NOT CHECKED.
      *-----------------------------------------------------------------
      * AUTHOR: BLU AGE 2019
      * REV: 1.0
      ******************************************************************
       01 CPL-CAPACITY-LIMITS.
          05 CPL-QUEUE-NAME PIC X(80).
          05 CPL-THROUGHPUT-LIMIT PIC 9(7).
          05 CPL-BATCH-WINDOW-MINUTES PIC 9(4).
          05 CPL-INFLIGHT-QUOTA PIC 9(9).
