      ******************************************************************
      * SQS ENVELOPE SIGNATURE - SIGN AND VERIFY
      * BLU AGE SERVERLESS COBOL AWS EXTENSION
      * ----------------------------------------------------------------
      * PERFORM Load-sqs-signing-keys ONCE AT INITIALIZE. AN ABSENT
      * SIGKEYS DD IS NOT AN ERROR - A SENDER THEN SENDS UNSIGNED AND
      * A RECEIVER CAN ONLY ACCEPT UNSIGNED MESSAGES FROM SOURCES
      * WHOSE SIGNATURE IS STILL OPTIONAL (SQSVALCF.CPY).
      * SEND SIDE - PERFORM Sign-sqs-envelope AFTER THE REQUEST AREA
      * AND ENVELOPE ARE COMPLETE AND IMMEDIATELY BEFORE THE CALL
      * "SQSOP" THAT SENDS THEM. IT SIGNS WITH THE ACTIVE KEY OF
      * sqs-source-system-id - THE ID THE RUNTIME WILL STAMP INTO
      * env-source-system-id - AND LEAVES THE SIGNATURE FIELDS BLANK
      * WHEN THAT SOURCE HAS NO ACTIVE KEY HERE.
      * RECEIVE SIDE - PERFORM Verify-sqs-envelope-signature ON THE
      * ENVELOPE AS RECEIVED. ON RETURN EXACTLY ONE OF
      * sqs-signature-good, sqs-signature-missing (NO SIGNATURE AT
      * ALL) OR sqs-signature-bad (UNKNOWN KEY, A KEY BELONGING TO
      * ANOTHER SOURCE, OR A HASH THAT DOES NOT MATCH) IS TRUE.
      * THE SIGNATURE IS TWO INDEPENDENT MULTIPLICATIVE HASHES, EACH
      * REDUCED MODULO ITS OWN LARGE PRIME, RUN OVER THE KEY, THE
      * SIGNED ENVELOPE FIELDS, THE BUSINESS EXPIRY WHEN THE MESSAGE
      * HAS ONE, THE BODY AND THE KEY AGAIN. A MESSAGE WITH NO EXPIRY
      * HASHES EXACTLY AS IT DID BEFORE THE EXPIRY EXISTED. IT PROVES
      * THE MESSAGE WAS SIGNED BY A HOLDER OF THE KEY AND NOT ALTERED
      * SINCE; IT DOES NOT ENCRYPT ANYTHING.
      * A PROGRAM COPYING SQSSIGCK MUST ALSO COPY SQSSIGKY INTO ITS
      * FILE SECTION AND SQSSIGWS, SQSMENV AND SQSRQA INTO ITS WORKING
      * STORAGE.
      *-----------------------------------------------------------------
      * AUTHOR: BLU AGE 2019
      * REV: 1.0
      ******************************************************************
        Load-sqs-signing-keys.
           MOVE 0 TO sqs-sig-key-count
           OPEN INPUT SQS-SIGNING-KEY-FILE
           IF sqs-sigkey-file-status NOT = '00'
             DISPLAY 'SIGNING KEY FILE NOT PRESENT - FILE STATUS '
               sqs-sigkey-file-status
           ELSE
             MOVE 'N' TO sqs-sig-ctl-eof-switch
             PERFORM Load-one-signing-key
               UNTIL sqs-sig-ctl-end-of-file
             CLOSE SQS-SIGNING-KEY-FILE
             SET sqs-sig-keys-loaded TO TRUE
           END-IF.
        Load-sqs-signing-keys-exit.
           EXIT.

        Load-one-signing-key.
           READ SQS-SIGNING-KEY-FILE
             AT END
               MOVE 'Y' TO sqs-sig-ctl-eof-switch
             NOT AT END
               IF sgk-key-ref = SPACES
                 OR sgk-key-value = SPACES
                 OR NOT (sgk-key-active OR sgk-key-retired)
                 DISPLAY 'SIGNING KEY ' sgk-key-ref ' FOR SOURCE '
                   sgk-source-system-id ' IS INCOMPLETE - IGNORED'
               ELSE
                 IF sqs-sig-key-count < 50
                   ADD 1 TO sqs-sig-key-count
                   MOVE sgk-key-ref TO sig-key-ref (sqs-sig-key-count)
                   MOVE sgk-source-system-id
                     TO sig-source-system-id (sqs-sig-key-count)
                   MOVE sgk-key-status
                     TO sig-key-status (sqs-sig-key-count)
                   MOVE sgk-key-value
                     TO sig-key-value (sqs-sig-key-count)
                 ELSE
                   DISPLAY 'SIGNING KEY TABLE FULL - KEY '
                     sgk-key-ref ' IGNORED'
                 END-IF
               END-IF
           END-READ.
        Load-one-signing-key-exit.
           EXIT.

        Sign-sqs-envelope.
           MOVE SPACES TO env-signature-key-ref
           MOVE SPACES TO env-signature
           MOVE 0 TO sqs-sig-match-index
           PERFORM Match-active-signing-key
             VARYING sqs-sig-key-index FROM 1 BY 1
             UNTIL sqs-sig-key-index > sqs-sig-key-count
                OR sqs-sig-match-index > 0
           IF sqs-sig-match-index = 0
             ADD 1 TO sqs-envelopes-unsigned
           ELSE
             MOVE sig-key-ref (sqs-sig-match-index)
               TO sig-fld-key-ref
             MOVE sqs-source-system-id TO sig-fld-source-system-id
             MOVE sqs-correlation-id TO sig-fld-correlation-id
             MOVE message-group-id TO sig-fld-message-group-id
             PERFORM Set-sqs-signed-lengths
             PERFORM Compute-sqs-envelope-signature
             MOVE sig-key-ref (sqs-sig-match-index)
               TO env-signature-key-ref
             MOVE sqs-sig-signature TO env-signature
             ADD 1 TO sqs-envelopes-signed
           END-IF.
        Sign-sqs-envelope-exit.
           EXIT.

        Match-active-signing-key.
           IF sig-source-system-id (sqs-sig-key-index) =
               sqs-source-system-id
             AND sig-key-active (sqs-sig-key-index)
             MOVE sqs-sig-key-index TO sqs-sig-match-index
           END-IF.
        Match-active-signing-key-exit.
           EXIT.

        Verify-sqs-envelope-signature.
           SET sqs-signature-good TO TRUE
           MOVE 0 TO sqs-sig-match-index
           IF env-signature-key-ref = SPACES
             AND env-signature = SPACES
             SET sqs-signature-missing TO TRUE
           ELSE
             PERFORM Match-envelope-signing-key
               VARYING sqs-sig-key-index FROM 1 BY 1
               UNTIL sqs-sig-key-index > sqs-sig-key-count
                  OR sqs-sig-match-index > 0
             IF sqs-sig-match-index = 0
               SET sqs-signature-bad TO TRUE
             ELSE
               MOVE env-signature-key-ref TO sig-fld-key-ref
               MOVE env-source-system-id TO sig-fld-source-system-id
               MOVE env-correlation-id TO sig-fld-correlation-id
               MOVE env-message-group-id TO sig-fld-message-group-id
               PERFORM Set-sqs-signed-lengths
               PERFORM Compute-sqs-envelope-signature
               IF sqs-sig-signature NOT = env-signature
                 SET sqs-signature-bad TO TRUE
               ELSE
                 ADD 1 TO sqs-signatures-verified
               END-IF
             END-IF
           END-IF.
        Verify-sqs-envelope-signature-exit.
           EXIT.

      *   THE KEY MUST BE KNOWN AND MUST BELONG TO THE SOURCE THE
      *   ENVELOPE CLAIMS - ACTIVE OR RETIRED, EITHER VERIFIES.
        Match-envelope-signing-key.
           IF sig-key-ref (sqs-sig-key-index) = env-signature-key-ref
             AND sig-source-system-id (sqs-sig-key-index) =
                 env-source-system-id
             MOVE sqs-sig-key-index TO sqs-sig-match-index
           END-IF.
        Match-envelope-signing-key-exit.
           EXIT.

      *   AN UNSEQUENCED FLOW'S GROUP SEQUENCE AND A LENGTH THAT IS NOT
      *   A LENGTH ARE SIGNED AS ZERO, AND THE BODY IS HASHED FOR ITS
      *   DECLARED LENGTH UP TO THE 2048 BYTES THERE ARE.
        Set-sqs-signed-lengths.
           IF env-group-sequence IS NUMERIC
             MOVE env-group-sequence TO sig-fld-group-sequence
           ELSE
             MOVE 0 TO sig-fld-group-sequence
           END-IF
           IF env-body-length IS NUMERIC
             MOVE env-body-length TO sig-fld-body-length
           ELSE
             MOVE 0 TO sig-fld-body-length
           END-IF
           IF sig-fld-body-length > 2048
             MOVE 2048 TO sqs-sig-body-length
           ELSE
             MOVE sig-fld-body-length TO sqs-sig-body-length
           END-IF.
        Set-sqs-signed-lengths-exit.
           EXIT.

        Compute-sqs-envelope-signature.
           MOVE 7 TO sqs-sig-hash-1
           MOVE 11 TO sqs-sig-hash-2
           PERFORM Hash-signing-key-byte
             VARYING sqs-sig-byte-index FROM 1 BY 1
             UNTIL sqs-sig-byte-index > 32
           PERFORM Hash-signed-field-byte
             VARYING sqs-sig-byte-index FROM 1 BY 1
             UNTIL sqs-sig-byte-index > 198
           IF env-expiry-timestamp NOT = SPACES
             AND env-expiry-timestamp NOT = LOW-VALUES
             PERFORM Hash-signed-expiry-byte
               VARYING sqs-sig-byte-index FROM 1 BY 1
               UNTIL sqs-sig-byte-index > 26
           END-IF
           PERFORM Hash-signed-body-byte
             VARYING sqs-sig-byte-index FROM 1 BY 1
             UNTIL sqs-sig-byte-index > sqs-sig-body-length
           PERFORM Hash-signing-key-byte
             VARYING sqs-sig-byte-index FROM 1 BY 1
             UNTIL sqs-sig-byte-index > 32
           MOVE sqs-sig-hash-1 TO sig-lane-1
           MOVE sqs-sig-hash-2 TO sig-lane-2.
        Compute-sqs-envelope-signature-exit.
           EXIT.

        Hash-signing-key-byte.
           MOVE sig-key-value (sqs-sig-match-index)
             (sqs-sig-byte-index : 1) TO sqs-sig-byte
           PERFORM Mix-sqs-signature-byte.
        Hash-signing-key-byte-exit.
           EXIT.

        Hash-signed-field-byte.
           MOVE sqs-sig-signed-fields (sqs-sig-byte-index : 1)
             TO sqs-sig-byte
           PERFORM Mix-sqs-signature-byte.
        Hash-signed-field-byte-exit.
           EXIT.

        Hash-signed-expiry-byte.
           MOVE env-expiry-timestamp (sqs-sig-byte-index : 1)
             TO sqs-sig-byte
           PERFORM Mix-sqs-signature-byte.
        Hash-signed-expiry-byte-exit.
           EXIT.

        Hash-signed-body-byte.
           MOVE env-body (sqs-sig-byte-index : 1) TO sqs-sig-byte
           PERFORM Mix-sqs-signature-byte.
        Hash-signed-body-byte-exit.
           EXIT.

        Mix-sqs-signature-byte.
           COMPUTE sqs-sig-hash-1 =
             sqs-sig-hash-1 * 31 + sqs-sig-byte-code + 1
           DIVIDE sqs-sig-hash-1 BY 999999937
             GIVING sqs-sig-quotient
             REMAINDER sqs-sig-hash-1
           COMPUTE sqs-sig-hash-2 =
             sqs-sig-hash-2 * 37 + sqs-sig-byte-code + 1
           DIVIDE sqs-sig-hash-2 BY 999999929
             GIVING sqs-sig-quotient
             REMAINDER sqs-sig-hash-2.
        Mix-sqs-signature-byte-exit.
           EXIT.
