000200*                 THE HOLDNEW DATASET, WHICH BECOMES THE NEXT
000210*                 CYCLE'S HOLDOVER - NOTHING SPOOLED IS EVER
000220*                 DROPPED ON THE FLOOR.
000222* 2026-10-15 RJM  SIGN EVERY FLUSHED ENVELOPE WITH ITS SOURCE
000224*                 SYSTEM'S ACTIVE KEY FROM SIGKEYS (SQSSIGCK.CPY).
000225* 2026-10-15 RJM  NEVER FLUSH A RECORD WHOSE BUSINESS EXPIRY HAS
000226*                 PASSED - IT GOES TO THE EXPIRED-ITEMS REPORT
000227*                 (SQSEXPD.CPY) AND IS NOT CARRIED FORWARD.
000230*-----------------------------------------------------------------
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000360     SELECT SQS-AUDIT-FILE ASSIGN TO SQSAUDIT
000370            ORGANIZATION IS LINE SEQUENTIAL
000380            FILE STATUS IS REL-AUDIT-FILE-STATUS.
000382     SELECT SQS-SIGNING-KEY-FILE ASSIGN TO SIGKEYS
000384            ORGANIZATION IS LINE SEQUENTIAL
000386            FILE STATUS IS sqs-sigkey-file-status.
000387     SELECT SQS-EXPIRED-ITEMS-FILE ASSIGN TO SQSEXPD
000388            ORGANIZATION IS LINE SEQUENTIAL
000389            FILE STATUS IS sqs-expd-file-status.
000390
000400 DATA DIVISION.
000410 FILE SECTION.
000430     COPY SQSHOLD.
000440 FD  HOLD-CARRY-FILE
000450     RECORDING MODE IS F.
000460 01  REL-CARRY-RECORD PIC X(2780).
000470     COPY SQSAUDIT.
000474     COPY SQSSIGKY.
000476     COPY SQSEXPD.
000480
000490 WORKING-STORAGE SECTION.
000500     COPY SQSRQA.
000530     COPY SQSRETRY.
000540     COPY SQSMENV.
000550     COPY SQSQHLDWS.
000554     COPY SQSSIGWS.
000556     COPY SQSEXPWS.
000560
000570 01  REL-SWITCHES.
000580     05 REL-HOLDOVER-EOF-SWITCH PIC X(1) VALUE 'N'.
001010         DISPLAY 'SQSQREL RUNNING IN SIMULATION MODE'
001020     END-IF
001030     PERFORM Load-sqs-queue-holds
001034     PERFORM Load-sqs-signing-keys
001036     MOVE 'SQSQREL' TO sqs-exp-program-id
001038     MOVE 'HOLDOVER' TO sqs-exp-spool
001040     OPEN OUTPUT SQS-AUDIT-FILE
001050     IF REL-AUDIT-FILE-STATUS NOT = '00'
001060         DISPLAY 'ERROR OPENING SQS AUDIT FILE - FILE STATUS '
001260     EXIT.
001270
001280*----------------------------------------------------------------
001286*   2000-JUDGE-ONE-RECORD - EXPIRED RECORDS GO TO THE EXPIRED-
001292*   ITEMS REPORT; STILL-HELD RECORDS CARRY FORWARD; RELEASED
001298*   ONES FLUSH THROUGH THE NORMAL AUDITED SEND PATH
001310*----------------------------------------------------------------
001320 2000-JUDGE-ONE-RECORD.
001330     MOVE hld-queue-name TO queue-name
001340     MOVE hld-queue-url TO queue-url
001350     PERFORM Check-sqs-queue-hold
001351     MOVE hld-expiry-timestamp TO sqs-exp-expiry-timestamp
001352     PERFORM Check-sqs-message-expiry
001353     EVALUATE TRUE
001354         WHEN sqs-exp-expired OR sqs-exp-unreadable
001358             PERFORM 3200-EXPIRE-ONE-RECORD THRU 3200-EXIT
001364         WHEN sqs-queue-held
001370             ADD 1 TO REL-STILL-HELD
001376             PERFORM 3100-CARRY-ONE-FORWARD THRU 3100-EXIT
001382         WHEN OTHER
001388             PERFORM 3000-FLUSH-ONE-RECORD THRU 3000-EXIT
001394     END-EVALUATE
001420     PERFORM 2100-READ-HOLDOVER-RECORD THRU 2100-EXIT.
001430 2000-EXIT.
001440     EXIT.
001630*----------------------------------------------------------------
001640 3000-FLUSH-ONE-RECORD.
001650     ADD 1 TO REL-FLUSH-ATTEMPTED
001660     PERFORM 3050-REBUILD-SEND THRU 3050-EXIT
001790     MOVE 'SNDSMSG  ' TO sqs-command
001800     MOVE 0 TO sqs-sent-messages-count
001810     MOVE 0 TO sqs-received-messages-count
001815     PERFORM Sign-sqs-envelope
001820     CALL "SQSOP" USING sqs-request-area sqs-response-area
001830     PERFORM Write-sqs-audit-record
001840     PERFORM Accumulate-sqs-reconciliation-totals
001960     EXIT.
001970
001980*----------------------------------------------------------------
001981*   3050-REBUILD-SEND - REQUEST AREA AND ENVELOPE FROM THE
001982*   HOLDOVER RECORD, BUSINESS EXPIRY INCLUDED
001983*----------------------------------------------------------------
001984 3050-REBUILD-SEND.
001985     INITIALIZE sqs-queue-description
001986     MOVE hld-queue-name TO queue-name
001987     MOVE hld-queue-url TO queue-url
001988     MOVE hld-aws-region TO aws-region
001989     MOVE hld-role-arn TO queue-role-arn
001990     MOVE hld-role-session-name TO queue-role-session-name
001991     MOVE hld-message-group-id TO message-group-id
001992     MOVE hld-source-system-id TO sqs-source-system-id
001993     MOVE hld-correlation-id TO sqs-correlation-id
001994     MOVE hld-message-group-id TO env-message-group-id
001995     MOVE hld-group-sequence TO env-group-sequence
001996     MOVE hld-expiry-timestamp TO env-expiry-timestamp
001997     MOVE hld-body TO env-body
001998     MOVE hld-body-length TO env-body-length.
001999 3050-EXIT.
002000     EXIT.
002001
002002*----------------------------------------------------------------
002003*   3100-CARRY-ONE-FORWARD
002004*----------------------------------------------------------------
002010 3100-CARRY-ONE-FORWARD.
002020     MOVE sqs-holdover-record TO REL-CARRY-RECORD
002030     WRITE REL-CARRY-RECORD.
002040 3100-EXIT.
002041     EXIT.
002042
002043*----------------------------------------------------------------
002044*   3200-EXPIRE-ONE-RECORD - THE BUSINESS EXPIRY HAS PASSED (OR
002045*   CANNOT BE READ): THE RECORD GOES TO THE EXPIRED-ITEMS REPORT
002046*   INSTEAD OF THE QUEUE AND IS NOT CARRIED FORWARD, HELD QUEUE
002047*   OR NOT - IT CAN NEVER BE SENT NOW.
002048*----------------------------------------------------------------
002049 3200-EXPIRE-ONE-RECORD.
002050     PERFORM 3050-REBUILD-SEND THRU 3050-EXIT
002051     MOVE SPACES TO sqs-exp-item-key
002052     PERFORM Write-sqs-expired-item.
002053 3200-EXIT.
002054     EXIT.
002060
002070*----------------------------------------------------------------
002080*   8000-FINALIZE
002120         CLOSE SQS-HOLDOVER-FILE
002130     END-IF
002140     CLOSE HOLD-CARRY-FILE
002144     PERFORM Close-sqs-expired-items
002150     DISPLAY '===== SQSQREL HOLDOVER FLUSH REPORT ====='
002160     DISPLAY 'HOLDOVER RECORDS READ : ' REL-RECORDS-READ
002170     DISPLAY 'MESSAGES RELEASED     : ' REL-MESSAGES-RELEASED
002180     DISPLAY 'STILL HELD (CARRIED)  : ' REL-STILL-HELD
002190     DISPLAY 'FLUSH FAILURES        : ' REL-FLUSH-FAILURES
002194     DISPLAY 'ENVELOPES SIGNED      : ' sqs-envelopes-signed
002196     DISPLAY 'EXPIRED - NOT SENT    : ' sqs-messages-expired
002200     PERFORM Print-sqs-reconciliation-report
002210     PERFORM Print-sqs-failover-report
002220     PERFORM Print-sqs-hold-report
002370     COPY SQSAUDWR.
002380     COPY SQSRECONP.
002390     COPY SQSRESCHK.
002400     COPY SQSSIGCK.
002410     COPY SQSEXPCK.
002420     COPY SQSEXPWR.
