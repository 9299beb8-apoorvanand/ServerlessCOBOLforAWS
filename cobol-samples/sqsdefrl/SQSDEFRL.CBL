000230*                 A HELD QUEUE STAYS ON THE SPOOL, AWAITING, AND
000240*                 GOES OUT ON THE FIRST CYCLE AFTER THE QUEUE
000250*                 OPENS.
000251* 2026-10-15 RJM  SIGN EVERY RELEASED ENVELOPE AT RELEASE TIME
000252*                 WITH ITS SOURCE SYSTEM'S ACTIVE KEY FROM SIGKEYS
000253*                 (SQSSIGCK.CPY).
000254* 2026-10-15 RJM  ROLL A RELEASE DATE THAT FALLS ON A HOLIDAY OR
000255*                 WEEKEND FORWARD TO THE NEXT BUSINESS DAY OF THE
000256*                 SHARED BUSINESS CALENDAR (SQSBCAL.CPY).
000257* 2026-10-15 RJM  NEVER RELEASE A MESSAGE WHOSE BUSINESS EXPIRY
000258*                 HAS PASSED - IT GOES TO THE EXPIRED-ITEMS REPORT
000259*                 (SQSEXPD.CPY) AND THE RECORD IS MARKED 'X'.
000260*-----------------------------------------------------------------
000270* DELAY-SECONDS (SQSQCRQA.CPY) TOPS OUT IN MINUTES, QUEUE-WIDE.
000280* THIS PAIR IS THE PER-MESSAGE RELEASE DATE: PREMIUM RENEWALS
000460     SELECT SQS-HOLDOVER-FILE ASSIGN TO HOLDOVER
000470            ORGANIZATION IS LINE SEQUENTIAL
000480            FILE STATUS IS sqs-holdover-file-status.
000481     SELECT SQS-SIGNING-KEY-FILE ASSIGN TO SIGKEYS
000482            ORGANIZATION IS LINE SEQUENTIAL
000483            FILE STATUS IS sqs-sigkey-file-status.
000484     SELECT SQS-BUSINESS-CALENDAR-FILE ASSIGN TO BIZCAL
000485            ORGANIZATION IS LINE SEQUENTIAL
000486            FILE STATUS IS sqs-bcal-file-status.
000487     SELECT SQS-EXPIRED-ITEMS-FILE ASSIGN TO SQSEXPD
000488            ORGANIZATION IS LINE SEQUENTIAL
000489            FILE STATUS IS sqs-expd-file-status.

000490 DATA DIVISION.
000500 FILE SECTION.
000520     COPY SQSAUDIT.
000530     COPY SQSQHLD.
000540     COPY SQSHOLD.
000544     COPY SQSSIGKY.
000546     COPY SQSBCAL.
000548     COPY SQSEXPD.

000550 WORKING-STORAGE SECTION.
000560     COPY SQSRQA.
000600     COPY SQSMENV.
000610     COPY SQSDEFWS.
000620     COPY SQSQHLDWS.
000624     COPY SQSSIGWS.
000626     COPY SQSBCALWS.
000628     COPY SQSEXPWS.

000630 01  DRL-SWITCHES.
000640     05 DRL-SPOOL-EOF-SWITCH PIC X(1) VALUE 'N'.
000850 77  DRL-FAILED-BEFORE PIC 9(9) COMP-5 VALUE 0.
000860 77  DRL-RELEASED-BEFORE PIC 9(9) COMP-5 VALUE 0.
000870 77  DRL-QUEUE-HELD-COUNT PIC 9(9) COMP-5 VALUE 0.
000872 77  DRL-DUE-DATE PIC 9(8) VALUE 0.
000874 77  DRL-ROLLED-FORWARD PIC 9(9) COMP-5 VALUE 0.
000876 77  DRL-EXPIRED-BEFORE PIC 9(9) COMP-5 VALUE 0.

000880 PROCEDURE DIVISION.
000890*----------------------------------------------------------------
001180         CALL "FORCEABEND" USING sqs-op-err-msg
001190     END-IF
001200     PERFORM Load-sqs-queue-holds
001204     PERFORM Load-sqs-signing-keys
001206     PERFORM Load-sqs-business-calendar
001207     MOVE 'SQSDEFRL' TO sqs-exp-program-id
001208     MOVE 'DEFER' TO sqs-exp-spool
001210     OPEN I-O SQS-DEFER-FILE
001220     IF NOT defer-file-ok
001230         DISPLAY 'DEFER SPOOL NOT AVAILABLE - FILE STATUS '

001380*----------------------------------------------------------------
001390*   2000-JUDGE-ONE-RECORD - HELD AND DUE IS RELEASED; HELD AND
001392*   NOT YET DUE STAYS; HELD PAST ITS BUSINESS EXPIRY IS NEVER
001398*   SENT, DUE OR NOT; RECORDS ALREADY MARKED FROM EARLIER
001410*   CYCLES ARE ONLY COUNTED FOR THE REPORT
001420*----------------------------------------------------------------
001430 2000-JUDGE-ONE-RECORD.
001440     EVALUATE TRUE
001450         WHEN def-awaiting-release
001460             MOVE def-expiry-timestamp TO sqs-exp-expiry-timestamp
001470             PERFORM Check-sqs-message-expiry
001480             IF sqs-exp-expired OR sqs-exp-unreadable
001490                 PERFORM 3100-EXPIRE-ONE-MESSAGE THRU 3100-EXIT
001530             ELSE
001531                 PERFORM 2050-ROLL-RELEASE-DATE THRU 2050-EXIT
001532                 COMPUTE DRL-RELEASE-STAMP =
001533                     DRL-DUE-DATE * 100000000
001534                     + def-release-time
001535                 IF DRL-RELEASE-STAMP NOT GREATER THAN
001536                     DRL-NOW-STAMP
001537                     PERFORM 3000-RELEASE-ONE-MESSAGE THRU
001538                         3000-EXIT
001539                 ELSE
001540                     ADD 1 TO DRL-STILL-HELD
001541                 END-IF
001550             END-IF
001560         WHEN def-released
001570             ADD 1 TO DRL-RELEASED-BEFORE
001580         WHEN def-release-failed
001590             ADD 1 TO DRL-FAILED-BEFORE
001593         WHEN def-expired
001596             ADD 1 TO DRL-EXPIRED-BEFORE
001600     END-EVALUATE
001610     PERFORM 2100-READ-NEXT-RECORD THRU 2100-EXIT.
001620 2000-EXIT.
001621     EXIT.

001622*----------------------------------------------------------------
001623*   2050-ROLL-RELEASE-DATE - A RELEASE DATE ON A HOLIDAY OR
001624*   WEEKEND BECOMES THE NEXT BUSINESS DAY (SQSBCALCK.CPY); THE
001625*   SPOOL RECORD KEEPS THE DATE IT WAS WRITTEN WITH, SO A
001626*   CORRECTED CALENDAR TAKES EFFECT ON THE NEXT CYCLE. ONLY A
001627*   RELEASE THE ROLL IS HOLDING BACK TODAY IS REPORTED.
001628*----------------------------------------------------------------
001629 2050-ROLL-RELEASE-DATE.
001630     MOVE def-release-date TO sqs-bcal-date
001631     PERFORM Roll-sqs-to-business-day
001632     MOVE sqs-bcal-date TO DRL-DUE-DATE
001633     IF sqs-bcal-days-rolled > 0
001634         AND def-release-date * 100000000 + def-release-time
001635             NOT GREATER THAN DRL-NOW-STAMP
001636         AND DRL-DUE-DATE > DRL-RUN-DATE
001637         ADD 1 TO DRL-ROLLED-FORWARD
001638         DISPLAY 'DEFER ID ' def-defer-id
001639         DISPLAY '  RELEASE DATE ' def-release-date ' IS NOT A '
001640             'BUSINESS DAY - ROLLED TO ' DRL-DUE-DATE
001641     END-IF.
001642 2050-EXIT.
001643     EXIT.

001644*----------------------------------------------------------------
001650*   2100-READ-NEXT-RECORD
001660*----------------------------------------------------------------
001670 2100-READ-NEXT-RECORD.
001830*   CONSUMER'S CHECKPOINT DEDUP (SQSCKPTCK.CPY) ABSORBS IT.
001840*----------------------------------------------------------------
001850 3000-RELEASE-ONE-MESSAGE.
001860     PERFORM 3050-REBUILD-SEND THRU 3050-EXIT
001890     PERFORM Check-sqs-queue-hold
001900     IF sqs-queue-held
001910         ADD 1 TO DRL-QUEUE-HELD-COUNT
001940             sqs-queue-hold-reason ') - LEFT ON THE SPOOL'
001950         GO TO 3000-EXIT
001960     END-IF
002050     MOVE 'SNDSMSG  ' TO sqs-command
002060     MOVE 0 TO sqs-sent-messages-count
002070     MOVE 0 TO sqs-received-messages-count
002074     PERFORM Sign-sqs-envelope
002080     CALL "SQSOP" USING sqs-request-area sqs-response-area
002090     PERFORM Write-sqs-audit-record
002100     PERFORM Accumulate-sqs-reconciliation-totals
002260     EXIT.

002270*----------------------------------------------------------------
002271*   3050-REBUILD-SEND - REQUEST AREA AND ENVELOPE FROM THE SPOOL
002272*   RECORD, BUSINESS EXPIRY INCLUDED
002273*----------------------------------------------------------------
002274 3050-REBUILD-SEND.
002275     INITIALIZE sqs-queue-description
002276     MOVE def-queue-name TO queue-name
002277     MOVE def-queue-url TO queue-url
002278     MOVE def-aws-region TO aws-region
002279     MOVE def-role-arn TO queue-role-arn
002280     MOVE def-role-session-name TO queue-role-session-name
002281     MOVE def-message-group-id TO message-group-id
002282     MOVE def-source-system-id TO sqs-source-system-id
002283     MOVE def-correlation-id TO sqs-correlation-id
002284     MOVE def-message-group-id TO env-message-group-id
002285     MOVE def-group-sequence TO env-group-sequence
002286     MOVE def-expiry-timestamp TO env-expiry-timestamp
002287     MOVE def-body TO env-body
002288     MOVE def-body-length TO env-body-length.
002289 3050-EXIT.
002290     EXIT.

002291*----------------------------------------------------------------
002292*   3100-EXPIRE-ONE-MESSAGE - THE BUSINESS EXPIRY HAS PASSED (OR
002293*   CANNOT BE READ) WHILE THE MESSAGE WAITED ON THE SPOOL. IT GOES
002294*   TO THE EXPIRED-ITEMS REPORT INSTEAD OF THE QUEUE AND THE SPOOL
002295*   RECORD IS MARKED 'X', SO LATER CYCLES ONLY COUNT IT.
002296*----------------------------------------------------------------
002297 3100-EXPIRE-ONE-MESSAGE.
002298     PERFORM 3050-REBUILD-SEND THRU 3050-EXIT
002299     MOVE def-defer-id TO sqs-exp-item-key
002300     PERFORM Write-sqs-expired-item
002301     MOVE 'X' TO def-status
002302     ACCEPT def-released-date FROM DATE YYYYMMDD
002303     ACCEPT def-released-time FROM TIME
002304     REWRITE sqs-defer-record.
002305 3100-EXIT.
002306     EXIT.

002307*----------------------------------------------------------------
002308*   8000-FINALIZE - RELEASED / HELD / PAST-DUE-FAILED REPORT; A
002309*   FAILED PAST-DUE RELEASE RAISES THE ALERT RETURN CODE
002310*----------------------------------------------------------------
002311 8000-FINALIZE.
002320     IF DRL-SPOOL-AVAILABLE
002330         CLOSE SQS-DEFER-FILE
002340     END-IF
002344     PERFORM Close-sqs-expired-items
002350     DISPLAY '===== SQSDEFRL DEFERRED RELEASE REPORT ====='
002360     DISPLAY 'RUN TIMESTAMP ' DRL-RUN-DATE ' ' DRL-RUN-TIME
002370     DISPLAY 'SPOOL RECORDS READ     : ' DRL-RECORDS-READ
002410     DISPLAY 'FAILED EARLIER, WAITING: ' DRL-FAILED-BEFORE
002420     DISPLAY 'RELEASED EARLIER       : ' DRL-RELEASED-BEFORE
002430     DISPLAY 'DUE BUT QUEUE HELD     : ' DRL-QUEUE-HELD-COUNT
002432     DISPLAY 'ROLLED TO BUSINESS DAY : ' DRL-ROLLED-FORWARD
002434     DISPLAY 'ENVELOPES SIGNED       : ' sqs-envelopes-signed
002438     DISPLAY 'EXPIRED - NOT SENT     : ' sqs-messages-expired
002439     DISPLAY 'EXPIRED EARLIER        : ' DRL-EXPIRED-BEFORE
002440     PERFORM Print-sqs-reconciliation-report
002450     PERFORM Print-sqs-failover-report
002460     PERFORM Print-sqs-hold-report
002600     COPY SQSRECONP.
002610     COPY SQSRESCHK.
002620     COPY SQSQHLDCK.
002630     COPY SQSSIGCK.
002640     COPY SQSBCALCK.
002650     COPY SQSEXPCK.
002660     COPY SQSEXPWR.
