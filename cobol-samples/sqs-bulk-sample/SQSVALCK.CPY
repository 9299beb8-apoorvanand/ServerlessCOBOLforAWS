      * CHECKS, FIRST FAILURE WINS:
      *   'LEN ' env-body-length AGAINST THE ACTUAL BODY CONTENT
      *   'SRC ' env-source-system-id TRADED-WITH (CONTROL FILE)
      *   'NSG ' NO ENVELOPE SIGNATURE FROM A SOURCE THAT MUST SIGN
      *   'SIG ' ENVELOPE SIGNATURE DOES NOT CHECK OUT (SQSSIGCK.CPY)
      *   'TS  ' env-send-timestamp PLAUSIBLE
      *   'EXP ' env-expiry-timestamp NOT YET PASSED (SQSEXPCK.CPY) -
      *          A NON-BLANK EXPIRY THAT IS NOT PLAUSIBLE IS 'TS  '
      *   'SHP ' PER-SOURCE RECORD-SHAPE RULES (SQSVALCF.CPY)
      * PERFORM Print-sqs-reject-summary ONCE AT END OF RUN, NEXT TO
      * Print-sqs-reconciliation-report, FOR THE REJECTS-BY-SOURCE
      * SECTION, WITH THE SIGNATURE FAILURES BY SOURCE UNDER IT.
      * Load-sqs-validation-rules ALSO LOADS THE SIGNING KEYS.
      * A PROGRAM THAT ONLY WANTS THE VERDICT (SQSDLQTR TRIAGE)
      * PERFORMS Check-sqs-inbound-message INSTEAD - THE SAME CHECKS,
      * LEAVING sqs-message-valid / sqs-reject-reason SET, BUT
      * NOTHING IS WRITTEN TO THE REJECT FILE AND NOTHING IS DELETED.
      * NOTE THE REJECT PATH OVERWRITES sqs-command WITH 'DELSMSG  '
      * (SAME CAVEAT AS Park-sqs-unprocessable-message, SQSPARKWR.CPY)
      * - A LOOP DRIVEN BY RCVMMSG MUST RESTORE ITS OWN COMMAND BEFORE
      * THE NEXT RECEIVE. A PROGRAM COPYING SQSVALCK MUST ALSO COPY
      * SQSVALCF/SQSREJ/SQSVALWS, SQSSIGKY/SQSSIGWS/SQSSIGCK,
      * SQSMENV, SQSRESCHK, SQSAUDIT/SQSAUDWR, SQSRECON/SQSRECONP AND
      * SQSEXPWS/SQSEXPCK INTO THE SAME PROGRAM.
      * AN 'EXP ' REJECT IS ALSO COUNTED ON recon-total-expired, SO THE
      * RECONCILIATION REPORT SHOWS STALE ARRIVALS ON THEIR OWN LINE.
      * A PROGRAM THAT RE-SENDS A MESSAGE IT DID NOT ORIGINATE
      * (FORWARD, REPLAY, REQUEUE) PERFORMS Check-sqs-forward-signature
      * ON THE ENVELOPE AS RECEIVED, BEFORE Sign-sqs-envelope - THE
      * SAME 'SIG '/'NSG ' RULES AS THE GATE, WITH A SOURCE NOT IN THE
      * CONTROL FILE TREATED AS ONE THAT MUST SIGN. ON A FAILURE
      * sqs-message-invalid IS SET WITH THE VERDICT IN
      * sqs-reject-reason, AND THE MESSAGE MUST NOT BE RE-SIGNED.
      *-----------------------------------------------------------------
      * AUTHOR: BLU AGE 2019
      * REV: 1.0
           MOVE 0 TO sqs-val-source-count
           PERFORM Load-one-validation-rule
             UNTIL sqs-val-ctl-end-of-file
           CLOSE SQS-VALIDATION-CONTROL-FILE
           PERFORM Load-sqs-signing-keys.
        Load-sqs-validation-rules-exit.
           EXIT.

                 PERFORM Load-one-shape-rule
                   VARYING sqs-val-rule-index FROM 1 BY 1
                   UNTIL sqs-val-rule-index > 5
                 MOVE vcf-signature-option
                   TO val-signature-option (sqs-val-source-count)
               ELSE
                 DISPLAY 'VALIDATION SOURCE TABLE FULL - SOURCE '
                   vcf-source-system-id ' IGNORED'
           EXIT.

        Screen-sqs-inbound-message.
           PERFORM Check-sqs-inbound-message
           IF sqs-message-invalid
             PERFORM Reject-sqs-invalid-message
           END-IF.
        Screen-sqs-inbound-message-exit.
           EXIT.

        Check-sqs-inbound-message.
           SET sqs-message-valid TO TRUE
           MOVE SPACES TO sqs-reject-reason
           MOVE 0 TO sqs-val-match-index
           IF sqs-message-valid
             PERFORM Validate-sqs-source-system
           END-IF
           IF sqs-message-valid
             PERFORM Validate-sqs-envelope-signature
           END-IF
           IF sqs-message-valid
             PERFORM Validate-sqs-send-timestamp
           END-IF
           IF sqs-message-valid
             PERFORM Validate-sqs-message-expiry
           END-IF
           IF sqs-message-valid
             PERFORM Validate-sqs-record-shape
           END-IF.
        Check-sqs-inbound-message-exit.
           EXIT.

        Validate-sqs-body-length.
        Validate-sqs-source-system-exit.
           EXIT.

      *   RUNS ONLY ONCE THE SOURCE IS KNOWN, SO sqs-val-match-index
      *   POINTS AT ITS CONTROL ENTRY AND ITS SIGNATURE OPTION.
        Validate-sqs-envelope-signature.
           PERFORM Verify-sqs-envelope-signature
           IF sqs-signature-bad
             SET sqs-message-invalid TO TRUE
             MOVE 'SIG ' TO sqs-reject-reason
           END-IF
           IF sqs-signature-missing
             AND val-signature-required (sqs-val-match-index)
             SET sqs-message-invalid TO TRUE
             MOVE 'NSG ' TO sqs-reject-reason
           END-IF.
        Validate-sqs-envelope-signature-exit.
           EXIT.

        Check-sqs-forward-signature.
           SET sqs-message-valid TO TRUE
           MOVE SPACES TO sqs-reject-reason
           PERFORM Match-sqs-source-system
           IF sqs-val-match-index > 0
             PERFORM Validate-sqs-envelope-signature
           ELSE
             PERFORM Verify-sqs-envelope-signature
             IF sqs-signature-bad
               SET sqs-message-invalid TO TRUE
               MOVE 'SIG ' TO sqs-reject-reason
             END-IF
             IF sqs-signature-missing
               SET sqs-message-invalid TO TRUE
               MOVE 'NSG ' TO sqs-reject-reason
             END-IF
           END-IF.
        Check-sqs-forward-signature-exit.
           EXIT.

        Match-sqs-source-system.
           MOVE 0 TO sqs-val-match-index
           PERFORM Match-one-source-entry
        Validate-sqs-send-timestamp-exit.
           EXIT.

        Validate-sqs-message-expiry.
           MOVE env-expiry-timestamp TO sqs-exp-expiry-timestamp
           PERFORM Check-sqs-message-expiry
           IF sqs-exp-unreadable
             SET sqs-message-invalid TO TRUE
             MOVE 'TS  ' TO sqs-reject-reason
           END-IF
           IF sqs-exp-expired
             SET sqs-message-invalid TO TRUE
             MOVE 'EXP ' TO sqs-reject-reason
           END-IF.
        Validate-sqs-message-expiry-exit.
           EXIT.

        Validate-sqs-record-shape.
           IF sqs-val-match-index > 0
             PERFORM Apply-one-shape-rule
           MOVE env-correlation-id TO rej-correlation-id
           MOVE env-body-length TO rej-body-length
           MOVE env-body TO rej-body
           MOVE env-signature-key-ref TO rej-signature-key-ref
           MOVE env-signature TO rej-signature
           IF env-expiry-timestamp NOT = LOW-VALUES
             MOVE env-expiry-timestamp TO rej-expiry-timestamp
           END-IF
           MOVE 0 TO rej-record-number
           MOVE 0 TO rej-record-count
           WRITE sqs-reject-record
           ADD 1 TO sqs-messages-rejected
           PERFORM Match-sqs-source-system
             ADD 1 TO
               sqs-val-rejects-by-source (sqs-val-source-index)
           END-IF
           IF sqs-reject-reason = 'EXP '
             ADD 1 TO recon-total-expired
           END-IF
           IF sqs-reject-reason = 'SIG ' OR 'NSG '
             ADD 1 TO sqs-signature-failures
             IF sqs-val-match-index > 0
               ADD 1 TO
                 sqs-val-sig-failures-by-source (sqs-val-match-index)
             ELSE
               COMPUTE sqs-val-source-index = sqs-val-source-count + 1
               ADD 1 TO
                 sqs-val-sig-failures-by-source (sqs-val-source-index)
             END-IF
           END-IF
           DISPLAY 'MESSAGE ' sqs-message-id
           DISPLAY '  REJECTED - REASON ' sqs-reject-reason
             ' SOURCE ' env-source-system-id
           IF sqs-val-rejects-by-source (sqs-val-source-index) > 0
             DISPLAY 'UNKNOWN  : '
               sqs-val-rejects-by-source (sqs-val-source-index)
           END-IF
           IF sqs-signature-failures > 0
             DISPLAY '----- SIGNATURE FAILURES (SIG / NSG) -----'
             PERFORM Print-one-signature-source
               VARYING sqs-val-source-index FROM 1 BY 1
               UNTIL sqs-val-source-index > sqs-val-source-count
             COMPUTE sqs-val-source-index = sqs-val-source-count + 1
             IF sqs-val-sig-failures-by-source (sqs-val-source-index)
                 > 0
               DISPLAY 'UNKNOWN  : '
                 sqs-val-sig-failures-by-source (sqs-val-source-index)
             END-IF
           END-IF.
        Print-sqs-reject-summary-exit.
           EXIT.
           END-IF.
        Print-one-reject-source-exit.
           EXIT.

        Print-one-signature-source.
           IF sqs-val-sig-failures-by-source (sqs-val-source-index)
               > 0
             DISPLAY val-source-system-id (sqs-val-source-index)
               ' : '
               sqs-val-sig-failures-by-source (sqs-val-source-index)
           END-IF.
        Print-one-signature-source-exit.
           EXIT.
