      ******************************************************************
      * SQS TRANSIT LATENCY HISTORY WRITE PARAGRAPH
      * BLU AGE SERVERLESS COBOL AWS EXTENSION
      * ----------------------------------------------------------------
      * COPY THIS INTO THE PROCEDURE DIVISION OF ANY PROGRAM THAT
      * COPIES SQSLATCK.CPY AND ALSO WANTS ITS LATENCY FIGURES KEPT
      * (SQSLATH.CPY). MOVE THE PROGRAM-ID TO sqs-lath-program-id AND
      * OPEN SQS-LATENCY-HISTORY-FILE EXTEND AT INITIALIZE, THEN
      * PERFORM Write-sqs-latency-history ONCE AT END OF RUN, NEXT TO
      * Print-sqs-latency-report - ONE ROW PER QUEUE THAT HAD A
      * MESSAGE MEASURED. A QUEUE SEEDED FROM LATCTL THAT SAW NO
      * TRAFFIC WRITES NO ROW.
      *-----------------------------------------------------------------
      * AUTHOR: BLU AGE 2019
      * REV: 1.0
      ******************************************************************
        Write-sqs-latency-history.
           ACCEPT lath-date FROM DATE YYYYMMDD
           ACCEPT lath-time FROM TIME
           PERFORM Write-one-latency-history
             VARYING sqs-lat-sub FROM 1 BY 1
             UNTIL sqs-lat-sub > sqs-lat-queue-count.
        Write-sqs-latency-history-exit.
           EXIT.

        Write-one-latency-history.
           IF lat-messages-measured (sqs-lat-sub) > 0
             PERFORM Grade-sqs-latency-queue
             MOVE sqs-lath-program-id TO lath-program-id
             MOVE lat-queue-url (sqs-lat-sub) TO lath-queue-url
             MOVE lat-messages-measured (sqs-lat-sub)
               TO lath-messages-measured
             MOVE sqs-lat-average-seconds TO lath-average-seconds
             MOVE lat-worst-seconds (sqs-lat-sub)
               TO lath-worst-seconds
             MOVE lat-under-one-minute (sqs-lat-sub)
               TO lath-under-one-minute
             MOVE lat-under-five-minutes (sqs-lat-sub)
               TO lath-under-five-minutes
             MOVE lat-under-one-hour (sqs-lat-sub)
               TO lath-under-one-hour
             MOVE lat-over-one-hour (sqs-lat-sub)
               TO lath-over-one-hour
             MOVE lat-warning-seconds (sqs-lat-sub)
               TO lath-warning-seconds
             MOVE lat-critical-seconds (sqs-lat-sub)
               TO lath-critical-seconds
             MOVE sqs-lat-sla-status TO lath-sla-status
             WRITE sqs-latency-history-record
           END-IF.
        Write-one-latency-history-exit.
           EXIT.
