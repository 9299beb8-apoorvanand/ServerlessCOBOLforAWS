000302*                 A HELD REPLY QUEUE IS LIKEWISE NEVER POLLED -
000304*                 THE UNANSWERED REQUESTS GO TO PENDREP AND THE
000306*                 SAME PENDING RETURN CODE.
000307* 2026-10-15 RJM  SIGN EVERY REQUEST ENVELOPE WITH ITS SOURCE
000308*                 SYSTEM'S ACTIVE KEY FROM SIGKEYS (SQSSIGCK.CPY).
000310*-----------------------------------------------------------------
000320* THIS RETIRES THE SECOND HAND-WRITTEN JOB SCHEDULED AN HOUR
000330* AFTER THE SEND AND THE PRAYER THAT THE ANSWER HAD ARRIVED BY
000600     SELECT SQS-HOLDOVER-FILE ASSIGN TO HOLDOVER
000610            ORGANIZATION IS LINE SEQUENTIAL
000620            FILE STATUS IS sqs-holdover-file-status.
000622     SELECT SQS-SIGNING-KEY-FILE ASSIGN TO SIGKEYS
000624            ORGANIZATION IS LINE SEQUENTIAL
000626            FILE STATUS IS sqs-sigkey-file-status.

000630 DATA DIVISION.
000640 FILE SECTION.
000900     COPY SQSAUDIT.
000910     COPY SQSQHLD.
000920     COPY SQSHOLD.
000924     COPY SQSSIGKY.

000930 WORKING-STORAGE SECTION.
000940     COPY SQSRQA.
000970     COPY SQSRETRY.
000980     COPY SQSMENV.
000990     COPY SQSQHLDWS.
000994     COPY SQSSIGWS.

001000* THE PARAMETER CARD, COPIED OUT OF THE FD RECORD AREA WHILE THE
001010* FILE IS STILL OPEN - SAME DOCTRINE AS SQSBRIDGE.
002400     DISPLAY 'SQSREQRP REQUEST QUEUE ' RRQ-REQUEST-QUEUE-NAME
002410     DISPLAY 'SQSREQRP REPLY QUEUE   ' RRQ-REPLY-QUEUE-NAME
002420     PERFORM Load-sqs-queue-holds
002424     PERFORM Load-sqs-signing-keys
002430     OPEN OUTPUT SQS-AUDIT-FILE
002440     IF RRQ-AUDIT-FILE-STATUS NOT = '00'
002450         DISPLAY 'ERROR OPENING SQS AUDIT FILE - FILE STATUS '
003370         TO RRQ-PEND-BODY-LENGTH (RRQ-PENDING-COUNT)
003380     MOVE 0 TO sqs-sent-messages-count
003390     MOVE 0 TO sqs-received-messages-count
003394     PERFORM Sign-sqs-envelope
003400     CALL "SQSOP" USING sqs-request-area sqs-response-area
003410     PERFORM Write-sqs-audit-record
003420     PERFORM Accumulate-sqs-reconciliation-totals
005490     DISPLAY 'REPLIES MATCHED     : ' RRQ-REPLIES-MATCHED
005500     DISPLAY 'REPLIES UNEXPECTED  : ' RRQ-REPLIES-UNEXPECTED
005510     DISPLAY 'REPLIES PENDING     : ' RRQ-REPLIES-PENDING
005514     DISPLAY 'REQUESTS SIGNED     : ' sqs-envelopes-signed
005520     PERFORM Print-sqs-reconciliation-report
005530     PERFORM Print-sqs-failover-report
005540     PERFORM Print-sqs-hold-report
005620     COPY SQSRECONP.
005630     COPY SQSRESCHK.
005640     COPY SQSQHLDCK.
005650     COPY SQSSIGCK.
