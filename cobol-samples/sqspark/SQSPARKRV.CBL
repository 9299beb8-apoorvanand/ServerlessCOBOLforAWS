000196*                 PASS - A REQUEUE TO A HELD QUEUE LEAVES THE
000197*                 RECORD PARKED AND MARKED, TO BE RETRIED BY
000198*                 THE NEXT RELEASE RUN AFTER THE QUEUE OPENS.
000199* 2026-10-15 RJM  LIST SHOWS MASKED BODY TEXT (SQSMSKCK.CPY).
000200* 2026-10-15 RJM  SIGN EVERY REQUEUED ENVELOPE WITH ITS SOURCE
000201*                 SYSTEM'S ACTIVE KEY FROM SIGKEYS (SQSSIGCK.CPY).
000202* 2026-10-15 RJM  NEVER REQUEUE A MESSAGE WHOSE BUSINESS EXPIRY
000203*                 HAS PASSED - IT GOES TO THE EXPIRED-ITEMS REPORT
000204*                 (SQSEXPD.CPY) AND THE PARK RECORD IS DELETED.
000205* 2026-10-15 RJM  VERIFY THE PARKED ENVELOPE'S SIGNATURE AGAINST
000206*                 THE GATE'S RULES (SQSVALCK.CPY, VALCTL) BEFORE A
000207*                 REQUEUE RE-SIGNS IT - A MESSAGE THAT FAILS STAYS
000208*                 PARKED UNDER ITS VERDICT, ITS MARK CLEARED.
000210*                 VALCTL AND SIGKEYS ARE READ ONLY WHEN A RELEASE
000212*                 CARD IS MET; A RELEASE RUN CANNOT GO WITHOUT
000214*                 VALCTL.
000215* 2026-10-15 RJM  A PACKED BODY ON THE LISTING IS SPLIT INTO ITS
000216*                 RECORDS AND EACH IS MASKED UNDER ITS OWN RULE
000217*                 (SQSMPKCK.CPY).
000218*-----------------------------------------------------------------
000219* THIS IS DELIBERATELY NOT DLQ REPLAY (SQSREPLY.CPY) - A PARKED
000220* MESSAGE WAS REMOVED FROM ITS QUEUE UNDER CONTROL BEFORE THE
000230* DLQ EVER SAW IT, AND ONLY AN EXPLICIT OPERATOR MARK PUTS IT
000240* BACK ON A QUEUE.
000340            ACCESS MODE IS DYNAMIC
000350            RECORD KEY IS park-message-id
000360            FILE STATUS IS sqs-park-file-status.
000362     SELECT SQS-MASK-CONTROL-FILE ASSIGN TO MASKCTL
000364            ORGANIZATION IS LINE SEQUENTIAL
000366            FILE STATUS IS sqs-maskctl-file-status.
000370     SELECT SQS-AUDIT-FILE ASSIGN TO SQSAUDIT
000380            ORGANIZATION IS LINE SEQUENTIAL
000390            FILE STATUS IS PRK-AUDIT-FILE-STATUS.
000392     SELECT SQS-SIGNING-KEY-FILE ASSIGN TO SIGKEYS
000394            ORGANIZATION IS LINE SEQUENTIAL
000396            FILE STATUS IS sqs-sigkey-file-status.
000400     SELECT SQS-QUEUE-STATUS-FILE ASSIGN TO QSTAT
000410            ORGANIZATION IS LINE SEQUENTIAL
000420            FILE STATUS IS sqs-qstat-file-status.
000422     SELECT SQS-EXPIRED-ITEMS-FILE ASSIGN TO SQSEXPD
000424            ORGANIZATION IS LINE SEQUENTIAL
000426            FILE STATUS IS sqs-expd-file-status.
000430     SELECT SQS-HOLDOVER-FILE ASSIGN TO HOLDOVER
000440            ORGANIZATION IS LINE SEQUENTIAL
000450            FILE STATUS IS sqs-holdover-file-status.
000452     SELECT SQS-VALIDATION-CONTROL-FILE ASSIGN TO VALCTL
000454            ORGANIZATION IS LINE SEQUENTIAL
000455            FILE STATUS IS sqs-valctl-file-status.
000456     SELECT SQS-REJECT-FILE ASSIGN TO SQSREJ
000458            ORGANIZATION IS LINE SEQUENTIAL
000459            FILE STATUS IS sqs-reject-file-status.

000460 DATA DIVISION.
000470 FILE SECTION.
000520     COPY SQSAUDIT.
000530     COPY SQSQHLD.
000540     COPY SQSHOLD.
000544     COPY SQSMSKCF.
000546     COPY SQSSIGKY.
000547     COPY SQSEXPD.
000548     COPY SQSVALCF.
000549     COPY SQSREJ.

000550 WORKING-STORAGE SECTION.
000560     COPY SQSRQA.
000600     COPY SQSMENV.
000610     COPY SQSPARKWS.
000620     COPY SQSQHLDWS.
000624     COPY SQSMSKWS.
000625     COPY SQSMPKWS.
000626     COPY SQSSIGWS.
000628     COPY SQSEXPWS.
000629     COPY SQSVALWS.

000630 01  PRK-SWITCHES.
000640     05 PRK-CTL-EOF-SWITCH PIC X(1) VALUE 'N'.
000650        88 PRK-CTL-END-OF-FILE VALUE 'Y'.
000660     05 PRK-PARK-EOF-SWITCH PIC X(1) VALUE 'N'.
000670        88 PRK-PARK-END-OF-FILE VALUE 'Y'.
000673     05 PRK-SENDABLE-SWITCH PIC X(1) VALUE 'Y'.
000676        88 PRK-ENVELOPE-SENDABLE VALUE 'Y'.
000677     05 PRK-VALCTL-SWITCH PIC X(1) VALUE 'N'.
000678        88 PRK-VAL-RULES-LOADED VALUE 'Y'.

000680 01  PRK-FILE-STATUSES.
000690     05 PRK-PARKCTL-FILE-STATUS PIC X(2) VALUE '00'.
000810 77  PRK-RECORDS-HELD PIC 9(9) COMP-5 VALUE 0.
000820 77  PRK-REQUEUE-FAILURES PIC 9(9) COMP-5 VALUE 0.
000830 77  PRK-REQUEUES-QUEUE-HELD PIC 9(9) COMP-5 VALUE 0.
000835 77  PRK-SIGNATURE-REFUSALS PIC 9(9) COMP-5 VALUE 0.

000840 PROCEDURE DIVISION.
000850*----------------------------------------------------------------
001220         CALL "FORCEABEND" USING sqs-op-err-msg
001230     END-IF
001240     PERFORM Load-sqs-queue-holds
001244     PERFORM Load-sqs-mask-rules
001247     MOVE 'SQSPARKRV' TO sqs-exp-program-id
001248     MOVE 'PARK' TO sqs-exp-spool
001250     PERFORM 2100-READ-ACTION-CARD THRU 2100-EXIT.
001260 1000-EXIT.
001270     EXIT.
002050             ' PARKED ' park-count ' TIME(S)'
002060             ' LAST ' park-date ' ' park-time
002070             ' DISPOSITION "' park-disposition '"'
002071         MOVE park-body TO sqs-mask-body
002072         MOVE park-source-system-id TO sqs-mask-source-id
002073         MOVE 2048 TO sqs-mask-body-length
002074         IF park-body-length IS NUMERIC
002075             MOVE park-body-length TO sqs-mask-body-length
002076         END-IF
002077         PERFORM Print-sqs-masked-body
002080     END-IF
002090     PERFORM 3110-READ-NEXT-PARK THRU 3110-EXIT.
002100 3200-EXIT.

002380*----------------------------------------------------------------
002390*   5000-RELEASE-PARKED - ACT ON EVERY MARKED RECORD IN ONE PASS
002392*   THE GATE'S RULES (VALCTL) AND THE SIGNING KEYS (SIGKEYS)
002394*   ARE LOADED AT THE FIRST RELEASE CARD - A LIST OR MARK RUN
002396*   NEEDS NEITHER DD
002400*----------------------------------------------------------------
002410 5000-RELEASE-PARKED.
002420     DISPLAY '----- RELEASE PASS -----'
002422     IF NOT PRK-VAL-RULES-LOADED
002424         PERFORM Load-sqs-validation-rules
002426         SET PRK-VAL-RULES-LOADED TO TRUE
002428     END-IF
002430     PERFORM 3100-START-PARK-SCAN THRU 3100-EXIT
002440     PERFORM 5100-RELEASE-ONE-RECORD THRU 5100-EXIT
002450         UNTIL PRK-PARK-END-OF-FILE.
002680*   ORIGINAL CORRELATION ID AND FIFO MESSAGE GROUP. ONLY A CLEAN
002690*   SEND DELETES THE PARK RECORD - A FAILED SEND LEAVES THE
002700*   RECORD PARKED AND MARKED SO THE NEXT RELEASE RUN RETRIES IT.
002701*   A MESSAGE WHOSE BUSINESS EXPIRY HAS PASSED (OR CANNOT BE
002702*   READ) IS NEVER REQUEUED - IT GOES TO THE EXPIRED-ITEMS REPORT
002703*   AND THE PARK RECORD IS DELETED, SINCE IT CAN NEVER GO NOW.
002704*   ONE WHOSE PARKED SIGNATURE FAILS THE GATE'S RULES IS REFUSED
002705*   TOO (5210).
002710*----------------------------------------------------------------
002720 5200-REQUEUE-MESSAGE.
002730     MOVE 'SNDSMSG  ' TO sqs-command
002900     MOVE park-correlation-id TO sqs-correlation-id
002910     MOVE park-body TO env-body
002920     MOVE park-body-length TO env-body-length
002921     MOVE park-expiry-timestamp TO env-expiry-timestamp
002922     PERFORM 5210-CHECK-PARKED-ENVELOPE THRU 5210-EXIT
002923     IF NOT PRK-ENVELOPE-SENDABLE
002924         GO TO 5200-EXIT
002925     END-IF
002930     MOVE 0 TO sqs-sent-messages-count
002940     MOVE 0 TO sqs-received-messages-count
002944     PERFORM Sign-sqs-envelope
002950     CALL "SQSOP" using sqs-request-area sqs-response-area
002960     PERFORM Write-sqs-audit-record
002970     PERFORM Accumulate-sqs-reconciliation-totals
003100     EXIT.

003110*----------------------------------------------------------------
003111*   5210-CHECK-PARKED-ENVELOPE - A MESSAGE PAST ITS BUSINESS
003112*   EXPIRY IS REPORTED AND ITS PARK RECORD DELETED. OTHERWISE THE
003113*   PARKED ENVELOPE'S SIGNATURE IS CHECKED BEFORE 5200 RE-SIGNS
003114*   IT, UNDER THE SAME RULES AS THE VALIDATION GATE (VALCTL) - ONE
003115*   THAT FAILS STAYS PARKED UNDER ITS VERDICT WITH ITS MARK
003116*   CLEARED, SO A REQUEUE CAN NEVER GIVE IT A GOOD SIGNATURE.
003117*----------------------------------------------------------------
003118 5210-CHECK-PARKED-ENVELOPE.
003119     MOVE 'Y' TO PRK-SENDABLE-SWITCH
003120     MOVE park-expiry-timestamp TO sqs-exp-expiry-timestamp
003121     PERFORM Check-sqs-message-expiry
003122     IF sqs-exp-expired OR sqs-exp-unreadable
003123         MOVE 'N' TO PRK-SENDABLE-SWITCH
003124         MOVE park-message-id TO sqs-exp-item-key
003125         PERFORM Write-sqs-expired-item
003126         DELETE SQS-PARK-FILE
003127         DISPLAY 'MESSAGE ' park-message-id
003128         DISPLAY '  NOT REQUEUED - BUSINESS EXPIRY PASSED - '
003129             'PARK RECORD DELETED'
003130         GO TO 5210-EXIT
003131     END-IF
003132     MOVE park-source-system-id TO env-source-system-id
003133     MOVE park-correlation-id TO env-correlation-id
003134     MOVE park-message-group-id TO env-message-group-id
003135     MOVE park-group-sequence TO env-group-sequence
003136     MOVE park-signature-key-ref TO env-signature-key-ref
003137     MOVE park-signature TO env-signature
003138     PERFORM Check-sqs-forward-signature
003139     IF sqs-message-invalid
003140         MOVE 'N' TO PRK-SENDABLE-SWITCH
003141         ADD 1 TO PRK-SIGNATURE-REFUSALS
003142         MOVE sqs-reject-reason TO park-reason-code
003143         MOVE ' ' TO park-disposition
003144         REWRITE sqs-park-record
003145         DISPLAY 'MESSAGE ' park-message-id
003146         DISPLAY '  NOT REQUEUED - SIGNATURE CHECK FAILED ('
003147             sqs-reject-reason ') - LEFT PARKED, MARK CLEARED'
003148     END-IF.
003149 5210-EXIT.
003150     EXIT.

003151*----------------------------------------------------------------
003152*   5300-DISCARD-MESSAGE
003153*----------------------------------------------------------------
003154 5300-DISCARD-MESSAGE.
003155     DELETE SQS-PARK-FILE
003160     ADD 1 TO PRK-RECORDS-DISCARDED
003170     DISPLAY 'DISCARDED MESSAGE ' park-message-id.
003180 5300-EXIT.
003240     CLOSE PARK-CONTROL-FILE
003250     CLOSE SQS-PARK-FILE
003260     CLOSE SQS-AUDIT-FILE
003264     PERFORM Close-sqs-expired-items
003270     DISPLAY '===== SQSPARKRV QUARANTINE REVIEW SUMMARY ====='
003280     DISPLAY 'RECORDS LISTED    : ' PRK-RECORDS-LISTED
003290     DISPLAY 'RECORDS MARKED    : ' PRK-RECORDS-MARKED
003330     DISPLAY 'RECORDS DISCARDED : ' PRK-RECORDS-DISCARDED
003340     DISPLAY 'RECORDS HELD      : ' PRK-RECORDS-HELD
003350     DISPLAY 'QUEUE-HELD SKIPS  : ' PRK-REQUEUES-QUEUE-HELD
003352     DISPLAY 'SIGNATURE REFUSALS: ' PRK-SIGNATURE-REFUSALS
003354     DISPLAY 'ENVELOPES SIGNED  : ' sqs-envelopes-signed
003356     DISPLAY 'EXPIRED - NOT SENT: ' sqs-messages-expired
003360     PERFORM Print-sqs-reconciliation-report
003370     PERFORM Print-sqs-hold-report.
003380 8000-EXIT.
003460     COPY SQSRECONP.
003470     COPY SQSRESCHK.
003480     COPY SQSQHLDCK.

003500*----------------------------------------------------------------
003510*   SENSITIVE-DATA MASKING FOR THE BODY TEXT ON THE LISTING
003520*----------------------------------------------------------------
003530     COPY SQSMSKCK.
003536     COPY SQSMPKCK.

003542*----------------------------------------------------------------
003554*   ENVELOPE SIGNING FOR THE REQUEUED MESSAGES
003566*----------------------------------------------------------------
003578     COPY SQSSIGCK.

003598*----------------------------------------------------------------
003600*   SIGNATURE CHECK ON THE PARKED ENVELOPE BEFORE A REQUEUE
003602*----------------------------------------------------------------
003604     COPY SQSVALCK.

003606*----------------------------------------------------------------
003608*   BUSINESS EXPIRY CHECK AND EXPIRED-ITEMS REPORT
003618*----------------------------------------------------------------
003628     COPY SQSEXPCK.
003638     COPY SQSEXPWR.
