      ******************************************************************
      * SQS EXPIRED-ITEMS REPORT WRITE PARAGRAPHS
      * BLU AGE SERVERLESS COBOL AWS EXTENSION
      * ----------------------------------------------------------------
      * COPY THIS INTO THE PROCEDURE DIVISION OF A RELEASE OR REPLAY
      * STEP THAT SENDS MESSAGES IT DID NOT BUILD ITSELF. MOVE THE
      * PROGRAM-ID TO sqs-exp-program-id AND THE SPOOL NAME TO
      * sqs-exp-spool AT INITIALIZE. FOR EACH MESSAGE, REBUILD THE
      * REQUEST AREA AND ENVELOPE EXACTLY AS FOR THE SEND, MOVE THE
      * DEADLINE TO sqs-exp-expiry-timestamp AND PERFORM
      * Check-sqs-message-expiry (SQSEXPCK.CPY); WHEN IT COMES BACK
      * sqs-exp-expired OR sqs-exp-unreadable, SET sqs-exp-item-key,
      * PERFORM Write-sqs-expired-item IN PLACE OF THE CALL "SQSOP"
      * AND DO NOT SEND. THE ITEM IS COUNTED ON recon-total-expired
      * (SQSRECON.CPY), WHICH THE RECONCILIATION REPORT PRINTS AS ITS
      * OWN LINE - LEAVE IT OUT OF recon-expected-sent-count, SINCE IT
      * WAS NEVER MEANT TO GO.
      * THE SQSEXPD DATASET IS OPENED EXTEND ON THE FIRST EXPIRED ITEM
      * OF THE RUN AND CREATED IF IT DOES NOT EXIST YET, SO A RUN WITH
      * NOTHING STALE LEAVES IT UNTOUCHED. IT IS NOT OPTIONAL ONCE
      * NEEDED - A MESSAGE REFUSED HERE EXISTS NOWHERE ELSE, SO AN
      * OPEN OR WRITE FAILURE ABENDS THE STEP RATHER THAN LOSE IT.
      * PERFORM Close-sqs-expired-items AT END OF RUN.
      * A PROGRAM COPYING SQSEXPWR MUST ALSO COPY SQSEXPD INTO ITS
      * FILE SECTION AND SQSEXPWS, SQSRQA, SQSMENV AND SQSRECON INTO
      * ITS WORKING STORAGE.
      *-----------------------------------------------------------------
      * AUTHOR: BLU AGE 2019
      * REV: 1.0
      ******************************************************************
        Write-sqs-expired-item.
           IF NOT sqs-expd-available
             PERFORM Open-sqs-expired-items
           END-IF
           MOVE SPACES TO sqs-expired-item-record
           ACCEPT expd-date FROM DATE YYYYMMDD
           ACCEPT expd-time FROM TIME
           MOVE sqs-exp-program-id TO expd-program-id
           MOVE sqs-exp-spool TO expd-spool
           MOVE sqs-exp-item-key TO expd-item-key
           MOVE sqs-exp-expiry-timestamp TO expd-expiry-timestamp
           IF sqs-exp-unreadable
             MOVE 'UNREADABLE' TO expd-expiry-state
           ELSE
             MOVE 'EXPIRED' TO expd-expiry-state
           END-IF
           MOVE queue-name TO expd-queue-name
           MOVE message-group-id TO expd-message-group-id
           MOVE sqs-source-system-id TO expd-source-system-id
           MOVE sqs-correlation-id TO expd-correlation-id
           IF env-body-length IS NUMERIC
             MOVE env-body-length TO expd-body-length
           ELSE
             MOVE 0 TO expd-body-length
           END-IF
           MOVE env-body TO expd-body
           WRITE sqs-expired-item-record
           IF sqs-expd-file-status NOT = '00'
             DISPLAY 'ERROR WRITING EXPIRED-ITEMS REPORT - FILE '
               'STATUS ' sqs-expd-file-status
             MOVE 'SQSEXPD WRITE FAILED' TO sqs-op-err-msg
             CALL "FORCEABEND" USING sqs-op-err-msg
           END-IF
           ADD 1 TO sqs-messages-expired
           ADD 1 TO recon-total-expired
           DISPLAY 'NOT SENT - ' expd-expiry-state ' ' sqs-exp-spool
             ' ITEM, DEADLINE ' sqs-exp-expiry-timestamp
           DISPLAY '  QUEUE ' queue-name
           DISPLAY '  SOURCE ' sqs-source-system-id
             ' CORRELATION ' sqs-correlation-id.
        Write-sqs-expired-item-exit.
           EXIT.

        Open-sqs-expired-items.
           OPEN EXTEND SQS-EXPIRED-ITEMS-FILE
           IF sqs-expd-file-status = '35'
             OPEN OUTPUT SQS-EXPIRED-ITEMS-FILE
           END-IF
           IF sqs-expd-file-status = '00' OR '05'
             SET sqs-expd-available TO TRUE
           ELSE
             DISPLAY 'ERROR OPENING EXPIRED-ITEMS REPORT - FILE '
               'STATUS ' sqs-expd-file-status
             MOVE 'SQSEXPD OPEN FAILED' TO sqs-op-err-msg
             CALL "FORCEABEND" USING sqs-op-err-msg
           END-IF.
        Open-sqs-expired-items-exit.
           EXIT.

        Close-sqs-expired-items.
           IF sqs-expd-available
             CLOSE SQS-EXPIRED-ITEMS-FILE
             MOVE 'N' TO sqs-expd-avail-switch
           END-IF.
        Close-sqs-expired-items-exit.
           EXIT.
