      ******************************************************************
      * SQS SENSITIVE-DATA MASKING
      * BLU AGE SERVERLESS COBOL AWS EXTENSION
      * ----------------------------------------------------------------
      * PERFORM Load-sqs-mask-rules ONCE AT INITIALIZE. AN ABSENT
      * MASKCTL DD IS NOT AN ERROR HERE - sqs-mask-rules-loaded JUST
      * STAYS FALSE AND THE CALLER DECIDES WHAT THAT MEANS (THE
      * SQSMASK PASS ABENDS; A REPORT PRINTS NO BODY TEXT AT ALL).
      * TO MASK A BODY, MOVE IT TO sqs-mask-body AND ITS SOURCE
      * SYSTEM TO sqs-mask-source-id, THEN EITHER:
      *   PERFORM Mask-sqs-message-body - FIND THE RULE AND APPLY IT
      *     IN ONE STEP (PRINTING, WHERE AGE DOES NOT MATTER), OR
      *   PERFORM Match-sqs-mask-rule, TEST sqs-mask-match-index AND
      *     THE RULE'S mrl-age-days, THEN PERFORM Apply-sqs-mask-rule
      *     (THE SQSMASK PASS, WHICH ONLY MASKS RECORDS OF AGE).
      * sqs-mask-match-index ZERO MEANS NO RULE - NOTHING SENSITIVE
      * IS DEFINED FOR THAT SOURCE AND MESSAGE TYPE.
      * PERFORM Print-sqs-masked-body TO SHOW UP TO THE FIRST 320
      * BYTES OF A BODY (sqs-mask-body-length OF THEM) ON SYSOUT,
      * MASKED - NEVER DISPLAY A STORED BODY ANY OTHER WAY. A PACKED
      * BODY ('SQSPACK001') IS SPLIT INTO ITS RECORDS AND EACH ONE IS
      * MASKED UNDER ITS OWN RULE AND PRINTED THE SAME WAY; A DAMAGED
      * PACK IS NOT PRINTED AT ALL.
      * TOKENS ARE KEYED BY THE CONTROL FILE'S '*MASKKEY' RECORD
      * (SQSMSKCF.CPY). WITH NO KEY, sqs-mask-key-loaded STAYS FALSE
      * AND A TOKEN FIELD IS FILLED WITH '#' ONLY - AN UNKEYED HASH OF
      * A SHORT VALUE COULD BE REVERSED BY TRYING EVERY CANDIDATE.
      * A PROGRAM COPYING SQSMSKCK MUST ALSO COPY SQSMSKCF INTO ITS
      * FILE SECTION, SQSMSKWS AND SQSMPKWS INTO ITS WORKING STORAGE,
      * AND SQSMPKCK ALONGSIDE SQSMSKCK.
      *-----------------------------------------------------------------
      * AUTHOR: BLU AGE 2019
      * REV: 1.0
      ******************************************************************
        Load-sqs-mask-rules.
           MOVE 0 TO sqs-mask-rule-count
           MOVE 'N' TO sqs-mask-key-switch
           MOVE 'N' TO sqs-mask-token-switch
           OPEN INPUT SQS-MASK-CONTROL-FILE
           IF sqs-maskctl-file-status NOT = '00'
             DISPLAY 'MASKING CONTROL FILE NOT PRESENT - FILE STATUS '
               sqs-maskctl-file-status
           ELSE
             MOVE 'N' TO sqs-mask-ctl-eof-switch
             PERFORM Load-one-mask-rule
               UNTIL sqs-mask-ctl-end-of-file
             CLOSE SQS-MASK-CONTROL-FILE
             SET sqs-mask-rules-loaded TO TRUE
             IF NOT sqs-mask-key-loaded
               DISPLAY 'MASKING CONTROL FILE HAS NO *MASKKEY RECORD - '
                 'TOKEN FIELDS ARE FILLED WITH # ONLY'
             END-IF
           END-IF.
        Load-sqs-mask-rules-exit.
           EXIT.

        Load-one-mask-rule.
           READ SQS-MASK-CONTROL-FILE
             AT END
               MOVE 'Y' TO sqs-mask-ctl-eof-switch
             NOT AT END
               EVALUATE TRUE
                 WHEN mck-mask-key-row
                   PERFORM Load-sqs-mask-key
                 WHEN sqs-mask-rule-count < 50
                   ADD 1 TO sqs-mask-rule-count
                   PERFORM Load-mask-rule-header
                   PERFORM Load-one-mask-field
                     VARYING sqs-mask-field-index FROM 1 BY 1
                     UNTIL sqs-mask-field-index > 8
                 WHEN OTHER
                   DISPLAY 'MASKING RULE TABLE FULL - SOURCE '
                     mcf-source-system-id ' TYPE ' mcf-message-type
                     ' IGNORED'
               END-EVALUATE
           END-READ.
        Load-one-mask-rule-exit.
           EXIT.

      *   A TYPED RULE WHOSE TYPE POSITION IS UNUSABLE CAN NEVER
      *   MATCH, SO IT IS LOADED AS ITS SOURCE'S CATCH-ALL INSTEAD -
      *   MASKING TOO MUCH IS THE SAFE SIDE OF A BAD CONTROL CARD.
      *   THE KEY IS NEVER USED AS IT STANDS: IT IS FOLDED ONCE INTO
      *   A SEED AND A MULTIPLIER FOR THE TOKEN HASH, AND THE SAME 64
      *   BYTES ARE FOLDED IN AGAIN AFTER EVERY FIELD, SO A TOKEN
      *   DEPENDS ON THE KEY BOTH BEFORE AND AFTER THE VALUE.
        Load-sqs-mask-key.
           IF sqs-mask-key-loaded
             DISPLAY 'SECOND *MASKKEY RECORD IN MASKING CONTROL FILE - '
               'IGNORED'
           ELSE
             IF mck-mask-key = SPACES
               DISPLAY '*MASKKEY RECORD IN MASKING CONTROL FILE IS '
                 'BLANK - IGNORED'
             ELSE
               MOVE mck-mask-key TO sqs-mask-key
               MOVE 31 TO sqs-mask-hash-multiplier
               MOVE 7 TO sqs-mask-hash
               PERFORM Hash-one-key-byte
                 VARYING sqs-mask-key-index FROM 1 BY 1
                 UNTIL sqs-mask-key-index > 64
               MOVE sqs-mask-hash TO sqs-mask-key-seed
               MOVE 37 TO sqs-mask-hash-multiplier
               MOVE 11 TO sqs-mask-hash
               PERFORM Hash-one-key-byte
                 VARYING sqs-mask-key-index FROM 1 BY 1
                 UNTIL sqs-mask-key-index > 64
               COMPUTE sqs-mask-key-multiplier = sqs-mask-hash + 2
               SET sqs-mask-key-loaded TO TRUE
             END-IF
           END-IF.
        Load-sqs-mask-key-exit.
           EXIT.

        Load-mask-rule-header.
           MOVE mcf-source-system-id
             TO mrl-source-system-id (sqs-mask-rule-count)
           MOVE mcf-message-type
             TO mrl-message-type (sqs-mask-rule-count)
           MOVE 0 TO mrl-type-offset (sqs-mask-rule-count)
           MOVE 0 TO mrl-type-length (sqs-mask-rule-count)
           MOVE 0 TO mrl-age-days (sqs-mask-rule-count)
           IF mcf-mask-age-days IS NUMERIC
             MOVE mcf-mask-age-days
               TO mrl-age-days (sqs-mask-rule-count)
           END-IF
           IF mcf-message-type NOT = SPACES
             IF mcf-type-offset IS NUMERIC
               AND mcf-type-length IS NUMERIC
               AND mcf-type-offset > 0
               AND mcf-type-length > 0
               AND mcf-type-offset + mcf-type-length - 1 NOT > 2048
               MOVE mcf-type-offset
                 TO mrl-type-offset (sqs-mask-rule-count)
               MOVE mcf-type-length
                 TO mrl-type-length (sqs-mask-rule-count)
             ELSE
               DISPLAY 'MASKING RULE FOR SOURCE ' mcf-source-system-id
                 ' TYPE ' mcf-message-type
                 ' HAS NO USABLE TYPE POSITION - APPLIED TO EVERY '
                 'MESSAGE FROM THE SOURCE'
               MOVE SPACES TO mrl-message-type (sqs-mask-rule-count)
             END-IF
           END-IF.
        Load-mask-rule-header-exit.
           EXIT.

        Load-one-mask-field.
           MOVE ' ' TO mrl-mask-style (sqs-mask-rule-count
                                       sqs-mask-field-index)
           MOVE 0 TO mrl-field-offset (sqs-mask-rule-count
                                       sqs-mask-field-index)
           MOVE 0 TO mrl-field-length (sqs-mask-rule-count
                                       sqs-mask-field-index)
           IF NOT mcf-mask-unused (sqs-mask-field-index)
             IF (mcf-mask-blank (sqs-mask-field-index)
                 OR mcf-mask-partial (sqs-mask-field-index)
                 OR mcf-mask-token (sqs-mask-field-index))
               AND mcf-field-offset (sqs-mask-field-index) IS NUMERIC
               AND mcf-field-length (sqs-mask-field-index) IS NUMERIC
               AND mcf-field-offset (sqs-mask-field-index) > 0
               AND mcf-field-length (sqs-mask-field-index) > 0
               AND mcf-field-offset (sqs-mask-field-index)
                 + mcf-field-length (sqs-mask-field-index) - 1
                   NOT > 2048
               MOVE mcf-mask-style (sqs-mask-field-index)
                 TO mrl-mask-style (sqs-mask-rule-count
                                    sqs-mask-field-index)
               MOVE mcf-field-offset (sqs-mask-field-index)
                 TO mrl-field-offset (sqs-mask-rule-count
                                      sqs-mask-field-index)
               MOVE mcf-field-length (sqs-mask-field-index)
                 TO mrl-field-length (sqs-mask-rule-count
                                      sqs-mask-field-index)
               IF mcf-mask-token (sqs-mask-field-index)
                 SET sqs-mask-tokens-used TO TRUE
               END-IF
             ELSE
               DISPLAY 'MASKING FIELD ' sqs-mask-field-index
                 ' FOR SOURCE ' mcf-source-system-id ' TYPE '
                 mcf-message-type ' IS INVALID OR RUNS PAST THE '
                 'BODY - IGNORED'
             END-IF
           END-IF.
        Load-one-mask-field-exit.
           EXIT.

        Mask-sqs-message-body.
           SET sqs-mask-body-unchanged TO TRUE
           PERFORM Match-sqs-mask-rule
           IF sqs-mask-match-index > 0
             PERFORM Apply-sqs-mask-rule
           END-IF.
        Mask-sqs-message-body-exit.
           EXIT.

      *   A TYPED RULE WHOSE TYPE MATCHES WINS OUTRIGHT; FAILING
      *   THAT, THE SOURCE'S CATCH-ALL (BLANK TYPE) APPLIES.
        Match-sqs-mask-rule.
           MOVE 0 TO sqs-mask-match-index
           MOVE 0 TO sqs-mask-catchall-index
           PERFORM Match-one-mask-rule
             VARYING sqs-mask-rule-index FROM 1 BY 1
             UNTIL sqs-mask-rule-index > sqs-mask-rule-count
                OR sqs-mask-match-index > 0
           IF sqs-mask-match-index = 0
             MOVE sqs-mask-catchall-index TO sqs-mask-match-index
           END-IF.
        Match-sqs-mask-rule-exit.
           EXIT.

        Match-one-mask-rule.
           IF mrl-source-system-id (sqs-mask-rule-index) =
               sqs-mask-source-id
             IF mrl-message-type (sqs-mask-rule-index) = SPACES
               IF sqs-mask-catchall-index = 0
                 MOVE sqs-mask-rule-index TO sqs-mask-catchall-index
               END-IF
             ELSE
               IF sqs-mask-body (mrl-type-offset (sqs-mask-rule-index)
                   : mrl-type-length (sqs-mask-rule-index)) =
                   mrl-message-type (sqs-mask-rule-index)
                   (1 : mrl-type-length (sqs-mask-rule-index))
                 MOVE sqs-mask-rule-index TO sqs-mask-match-index
               END-IF
             END-IF
           END-IF.
        Match-one-mask-rule-exit.
           EXIT.

        Apply-sqs-mask-rule.
           MOVE sqs-mask-body TO sqs-mask-before-body
           PERFORM Apply-one-mask-field
             VARYING sqs-mask-field-index FROM 1 BY 1
             UNTIL sqs-mask-field-index > 8
           IF sqs-mask-body = sqs-mask-before-body
             SET sqs-mask-body-unchanged TO TRUE
           ELSE
             SET sqs-mask-body-changed TO TRUE
           END-IF.
        Apply-sqs-mask-rule-exit.
           EXIT.

        Apply-one-mask-field.
           MOVE mrl-field-offset (sqs-mask-match-index
                                  sqs-mask-field-index)
             TO sqs-mask-offset
           MOVE mrl-field-length (sqs-mask-match-index
                                  sqs-mask-field-index)
             TO sqs-mask-length
           EVALUATE mrl-mask-style (sqs-mask-match-index
                                    sqs-mask-field-index)
             WHEN 'B'
               MOVE SPACES
                 TO sqs-mask-body (sqs-mask-offset : sqs-mask-length)
             WHEN 'P'
               IF sqs-mask-length > 4
                 MOVE 4 TO sqs-mask-keep-length
               ELSE
                 MOVE 0 TO sqs-mask-keep-length
               END-IF
               MOVE ALL '*' TO sqs-mask-body (sqs-mask-offset :
                 sqs-mask-length - sqs-mask-keep-length)
             WHEN 'T'
               PERFORM Tokenize-sqs-mask-field
           END-EVALUATE.
        Apply-one-mask-field-exit.
           EXIT.

      *   THE TOKEN IS A MULTIPLICATIVE HASH OF THE FIELD'S BYTES,
      *   STARTED FROM THE KEY'S SEED, STEPPED BY THE KEY'S MULTIPLIER
      *   AND FINISHED BY FOLDING IN THE KEY ITSELF, REDUCED MODULO A
      *   LARGE PRIME AND WRITTEN AS '#' PLUS THE RIGHTMOST DIGITS THAT
      *   FIT, THE REST OF A WIDE FIELD PADDED WITH '#'. WITH NO KEY
      *   THE FIELD IS ALL '#'.
        Tokenize-sqs-mask-field.
           IF sqs-mask-body (sqs-mask-offset : 1) NOT = '#'
             IF sqs-mask-key-loaded
               PERFORM Write-keyed-mask-token
             ELSE
               MOVE ALL '#'
                 TO sqs-mask-body (sqs-mask-offset : sqs-mask-length)
             END-IF
           END-IF.
        Tokenize-sqs-mask-field-exit.
           EXIT.

        Write-keyed-mask-token.
           MOVE sqs-mask-key-multiplier TO sqs-mask-hash-multiplier
           MOVE sqs-mask-key-seed TO sqs-mask-hash
           COMPUTE sqs-mask-end =
             sqs-mask-offset + sqs-mask-length - 1
           PERFORM Hash-one-mask-byte
             VARYING sqs-mask-byte-index FROM sqs-mask-offset BY 1
             UNTIL sqs-mask-byte-index > sqs-mask-end
           PERFORM Hash-one-key-byte
             VARYING sqs-mask-key-index FROM 1 BY 1
             UNTIL sqs-mask-key-index > 64
           MOVE sqs-mask-hash TO sqs-mask-token-digits
           MOVE ALL '#'
             TO sqs-mask-body (sqs-mask-offset : sqs-mask-length)
           IF sqs-mask-length > 9
             MOVE sqs-mask-token-digits
               TO sqs-mask-body (sqs-mask-offset + 1 : 9)
           ELSE
             IF sqs-mask-length > 1
               MOVE sqs-mask-token-digits
                 (11 - sqs-mask-length : sqs-mask-length - 1)
                 TO sqs-mask-body (sqs-mask-offset + 1 :
                                   sqs-mask-length - 1)
             END-IF
           END-IF.
        Write-keyed-mask-token-exit.
           EXIT.

        Hash-one-mask-byte.
           MOVE sqs-mask-body (sqs-mask-byte-index : 1)
             TO sqs-mask-byte
           PERFORM Fold-mask-hash-byte.
        Hash-one-mask-byte-exit.
           EXIT.

        Hash-one-key-byte.
           MOVE sqs-mask-key (sqs-mask-key-index : 1)
             TO sqs-mask-byte
           PERFORM Fold-mask-hash-byte.
        Hash-one-key-byte-exit.
           EXIT.

      *   sqs-mask-hash STAYS BELOW THE PRIME AND THE MULTIPLIER BELOW
      *   THE PRIME PLUS TWO, SO THE PRODUCT FITS 18 DIGITS.
        Fold-mask-hash-byte.
           COMPUTE sqs-mask-hash =
             sqs-mask-hash * sqs-mask-hash-multiplier
               + sqs-mask-byte-code + 1
           DIVIDE sqs-mask-hash BY 999999937
             GIVING sqs-mask-hash-quotient
             REMAINDER sqs-mask-hash.
        Fold-mask-hash-byte-exit.
           EXIT.

        Print-sqs-masked-body.
           IF NOT sqs-mask-rules-loaded
             DISPLAY '  BODY NOT PRINTED - NO MASKING CONTROL FILE'
           ELSE
             IF sqs-mask-body-length > 14
               AND sqs-mask-body (1 : 10) = sqs-pack-eye-catcher
               PERFORM Print-sqs-masked-pack
             ELSE
               PERFORM Mask-sqs-message-body
               PERFORM Print-masked-text
             END-IF
           END-IF.
        Print-sqs-masked-body-exit.
           EXIT.

      *   A PACKED BODY IS MASKED RECORD BY RECORD, EACH UNDER ITS OWN
      *   RULE. A PACK WHOSE DIRECTORY DOES NOT HOLD TOGETHER CANNOT
      *   BE SPLIT INTO RECORDS, SO NONE OF IT IS PRINTED.
        Print-sqs-masked-pack.
           MOVE SPACES TO sqs-pack-image
           MOVE sqs-mask-body TO sqs-pack-image (1 : 2048)
           MOVE sqs-mask-body-length TO sqs-pack-image-length
           IF sqs-mask-body-length > 2048
             MOVE 2048 TO sqs-pack-image-length
           END-IF
           PERFORM Open-sqs-packed-message
           IF sqs-pack-message-damaged
             DISPLAY '  BODY NOT PRINTED - DAMAGED PACK'
           ELSE
             PERFORM Print-one-masked-record
               VARYING sqs-pack-sub FROM 1 BY 1
               UNTIL sqs-pack-sub > sqs-pack-record-count
           END-IF.
        Print-sqs-masked-pack-exit.
           EXIT.

        Print-one-masked-record.
           PERFORM Get-sqs-packed-record
           MOVE sqs-pack-sub TO sqs-mask-print-record
           DISPLAY '  RECORD ' sqs-mask-print-record
           MOVE sqs-pack-record TO sqs-mask-body
           MOVE sqs-pack-record-length TO sqs-mask-body-length
           PERFORM Mask-sqs-message-body
           PERFORM Print-masked-text.
        Print-one-masked-record-exit.
           EXIT.

        Print-masked-text.
           MOVE sqs-mask-body-length TO sqs-mask-print-end
           IF sqs-mask-body-length > 320
             MOVE 320 TO sqs-mask-print-end
           END-IF
           IF sqs-mask-print-end = 0
             DISPLAY '  BODY (EMPTY)'
           ELSE
             PERFORM Print-one-masked-line
               VARYING sqs-mask-print-offset FROM 1 BY 80
               UNTIL sqs-mask-print-offset > sqs-mask-print-end
           END-IF.
        Print-masked-text-exit.
           EXIT.

        Print-one-masked-line.
           COMPUTE sqs-mask-print-length =
             sqs-mask-print-end - sqs-mask-print-offset + 1
           IF sqs-mask-print-length > 80
             MOVE 80 TO sqs-mask-print-length
           END-IF
           DISPLAY '  BODY ' sqs-mask-body (sqs-mask-print-offset :
             sqs-mask-print-length).
        Print-one-masked-line-exit.
           EXIT.
