000240*                 A NONZERO RETURN CODE; THE RUNBOOK RE-DRIVES THE
000250*                 SKIPPED ROWS AFTER THE RELEASE, THE SAME
000260*                 LEAVE-IT-AND-RETRY DOCTRINE SQSPARKRV USES.
000261* 2026-10-15 RJM  RE-SIGN EVERY REPLAYED ENVELOPE WITH ITS
000262*                 SOURCE SYSTEM'S ACTIVE KEY FROM SIGKEYS
000263*                 (SQSSIGCK.CPY) - THE JOURNAL KEEPS NO SIGNATURE,
000264*                 AND A KEY ROLLED SINCE THE ORIGINAL SEND MUST
000265*                 NOT FAIL THE REPLAY.
000266* 2026-10-15 RJM  NEVER REPLAY A ROW WHOSE BUSINESS EXPIRY HAS
000267*                 PASSED - IT GOES TO THE EXPIRED-ITEMS REPORT
000268*                 (SQSEXPD.CPY) AND IS LEFT OUT OF EXPECTED-SENT.
000270*-----------------------------------------------------------------
000280* THE EXPECTED-SENT CONTROL TOTAL IS SET FROM THE ROWS ACTUALLY
000286* ATTEMPTED (SELECTED MINUS HELD-QUEUE SKIPS AND EXPIRED ROWS), SO
000300* Print-sqs-reconciliation-report PROVES THE REPLAY DROPPED
000302* NOTHING. A REPLAYED MESSAGE IS A NEW PHYSICAL MESSAGE
000310* ON THE TARGET QUEUE - THE CONSUMER'S CHECKPOINT FILE MUST BE
000510     SELECT SQS-HOLDOVER-FILE ASSIGN TO HOLDOVER
000520            ORGANIZATION IS LINE SEQUENTIAL
000530            FILE STATUS IS sqs-holdover-file-status.
000532     SELECT SQS-SIGNING-KEY-FILE ASSIGN TO SIGKEYS
000534            ORGANIZATION IS LINE SEQUENTIAL
000536            FILE STATUS IS sqs-sigkey-file-status.
000537     SELECT SQS-EXPIRED-ITEMS-FILE ASSIGN TO SQSEXPD
000538            ORGANIZATION IS LINE SEQUENTIAL
000539            FILE STATUS IS sqs-expd-file-status.

000540 DATA DIVISION.
000550 FILE SECTION.
000600     COPY SQSAUDIT.
000610     COPY SQSQHLD.
000620     COPY SQSHOLD.
000624     COPY SQSSIGKY.
000626     COPY SQSEXPD.

000630 WORKING-STORAGE SECTION.
000640     COPY SQSRQA.
000680     COPY SQSMENV.
000690     COPY SQSJRNWS.
000700     COPY SQSQHLDWS.
000704     COPY SQSSIGWS.
000706     COPY SQSEXPWS.

000710* THE PARAMETER CARD, COPIED OUT OF THE FD RECORD AREA WHILE THE
000720* FILE IS STILL OPEN - SAME DOCTRINE AS SQSBRIDGE.
001550     MOVE JRB-RUN-ROLE-ARN TO queue-role-arn
001560     MOVE JRB-RUN-ROLE-SESSION TO queue-role-session-name
001570     PERFORM Load-sqs-queue-holds
001574     PERFORM Load-sqs-signing-keys
001576     MOVE 'SQSJRNRB' TO sqs-exp-program-id
001578     MOVE 'JOURNAL' TO sqs-exp-spool
001580     OPEN OUTPUT SQS-AUDIT-FILE
001590     IF JRB-AUDIT-FILE-STATUS NOT = '00'
001600         DISPLAY 'ERROR OPENING SQS AUDIT FILE - FILE STATUS '

002090*----------------------------------------------------------------
002100*   3000-RESEND-ONE-ROW - THE NORMAL ENVELOPED SEND, ORIGINAL
002102*   ENVELOPE IDENTITY, BUSINESS EXPIRY AND FIFO GROUP PRESERVED,
002108*   TO THE ROW'S OWN QUEUE OR THE CARD'S REDIRECT TARGET. A ROW
002114*   WHOSE EXPIRY HAS PASSED (OR CANNOT BE READ) IS NEVER REPLAYED
002120*   - IT GOES TO THE EXPIRED-ITEMS REPORT AND IS NOT ATTEMPTED.
002130*----------------------------------------------------------------
002140 3000-RESEND-ONE-ROW.
002150     INITIALIZE sqs-queue-description
002310             ') - RE-DRIVE THE REBUILD AFTER THE RELEASE'
002320         GO TO 3000-EXIT
002330     END-IF
002350     MOVE JRB-RUN-ROLE-ARN TO queue-role-arn
002360     MOVE JRB-RUN-ROLE-SESSION TO queue-role-session-name
002370     MOVE jrn-message-group-id TO message-group-id
002390     MOVE jrn-correlation-id TO sqs-correlation-id
002400     MOVE jrn-message-group-id TO env-message-group-id
002410     MOVE jrn-group-sequence TO env-group-sequence
002415     MOVE jrn-expiry-timestamp TO env-expiry-timestamp
002420     MOVE jrn-body TO env-body
002430     MOVE jrn-body-length TO env-body-length
002431     MOVE jrn-expiry-timestamp TO sqs-exp-expiry-timestamp
002432     PERFORM Check-sqs-message-expiry
002433     IF sqs-exp-expired OR sqs-exp-unreadable
002434         MOVE jrn-message-id TO sqs-exp-item-key
002435         PERFORM Write-sqs-expired-item
002436         DISPLAY 'JOURNALED MESSAGE ' jrn-message-id
002438             ' EXPIRED - NOT REPLAYED, SEE EXPIRED-ITEMS REPORT'
002440         GO TO 3000-EXIT
002442     END-IF
002444     ADD 1 TO JRB-RESEND-ATTEMPTED
002446     MOVE 'SNDSMSG  ' TO sqs-command
002450     MOVE 0 TO sqs-sent-messages-count
002460     MOVE 0 TO sqs-received-messages-count
002464     PERFORM Sign-sqs-envelope
002470     CALL "SQSOP" USING sqs-request-area sqs-response-area
002480     PERFORM Write-sqs-audit-record
002490     PERFORM Accumulate-sqs-reconciliation-totals
002630*----------------------------------------------------------------
002640 8000-FINALIZE.
002650     CLOSE SQS-JOURNAL-FILE
002654     PERFORM Close-sqs-expired-items
002660     DISPLAY '===== SQSJRNRB JOURNAL REBUILD SUMMARY ====='
002670     DISPLAY 'JOURNAL ROWS READ     : ' JRB-ROWS-READ
002680     DISPLAY 'ROWS SELECTED         : ' JRB-ROWS-SELECTED
002730     DISPLAY 'OTHER QUEUES          : ' JRB-ROWS-OTHER-QUEUE
002740     DISPLAY 'NON-DATA DISPOSITIONS : ' JRB-ROWS-NOT-DATA
002750     DISPLAY 'TARGET QUEUE HELD     : ' JRB-ROWS-QUEUE-HELD
002754     DISPLAY 'ENVELOPES SIGNED      : ' sqs-envelopes-signed
002758     DISPLAY 'EXPIRED - NOT SENT    : ' sqs-messages-expired
002760     PERFORM Print-sqs-reconciliation-report
002770     PERFORM Print-sqs-failover-report
002780     PERFORM Print-sqs-hold-report
002910     COPY SQSRECONP.
002920     COPY SQSRESCHK.
002930     COPY SQSQHLDCK.
002940     COPY SQSSIGCK.
002950     COPY SQSEXPCK.
002960     COPY SQSEXPWR.
