      ******************************************************************
      * SQSDLQTR TRIAGE RULE RECORD
      * BLU AGE SERVERLESS COBOL AWS EXTENSION
      * ----------------------------------------------------------------
      * ONE RECORD PER TRIAGE RULE UNDER THE DLQRULES DD. RULES ARE
      * TRIED IN FILE ORDER AND THE FIRST RULE WHOSE EVERY NON-BLANK
      * CRITERION MATCHES THE DEAD-LETTERED MESSAGE WINS:
      *   DRC-SOURCE-SYSTEM-ID - env-source-system-id ON THE
      *       ENVELOPE (SQSMENV.CPY).
      *   DRC-MIN-BODY-LENGTH / DRC-MAX-BODY-LENGTH - env-body-length
      *       WITHIN THE RANGE; ZERO OR BLANK MEANS NO BOUND.
      *   DRC-CLAIM-CHECK-FLAG - 'Y' ONLY A CLAIM-CHECK POINTER
      *       ENVELOPE (SQSCLAIM.CPY EYE-CATCHER), 'N' ONLY AN INLINE
      *       BODY, BLANK EITHER.
      *   DRC-VALIDATION-REASON - THE VERDICT OF THE INBOUND
      *       VALIDATION GATE (Check-sqs-inbound-message, SQSVALCK.CPY)
      *       RUN AGAINST THE VALCTL RULES: A GATE REASON CODE ('LEN ',
      *       'SRC ', 'NSG ', 'SIG ', 'TS  ', 'EXP ', 'SHP ') MATCHES
      *       THAT FAILURE ONLY, 'ANY ' MATCHES ANY FAILURE, 'PASS'
      *       ONLY A MESSAGE THE GATE WOULD ACCEPT. BLANK IGNORES THE
      *       GATE.
      *   DRC-MIN-AGE-MINUTES / DRC-MAX-AGE-MINUTES - MINUTES SINCE
      *       env-send-timestamp WITHIN THE RANGE; ZERO OR BLANK MEANS
      *       NO BOUND. A MESSAGE WHOSE SEND TIMESTAMP IS NOT PLAUSIBLE
      *       NEVER MATCHES A RULE WITH AN AGE BOUND.
      * A RULE WITH EVERY CRITERION BLANK IS A CATCH-ALL AND BELONGS
      * LAST IN THE FILE.
      * DRC-DISPOSITION SAYS WHAT BECOMES OF A MATCHED MESSAGE:
      *   'R' REPLAY TO THE RULE'S TARGET QUEUE, OR THE CARD'S SOURCE
      *       QUEUE WHEN THE RULE NAMES NONE (SQSDTQCF.CPY) - THROUGH
      *       THE QUEUE-HOLD CHECK, SO A HELD TARGET IS SPOOLED TO THE
      *       HOLDOVER DATASET FOR SQSQREL INSTEAD.
      *   'P' PARK FOR SQSPARKRV REVIEW UNDER DRC-TRIAGE-REASON.
      *   'A' ARCHIVE TO THE DLQARC DD AND DISCARD.
      * A RULE THAT CANNOT BE APPLIED SAFELY (UNKNOWN DISPOSITION, A
      * PARK WITH NO TRIAGE REASON, AN INVERTED RANGE, AN UNKNOWN GATE
      * VERDICT) IS REPORTED AND DROPPED AT LOAD.
      *-----------------------------------------------------------------
      * AUTHOR: BLU AGE 2019
      * REV: 1.0
      ******************************************************************
       01 DRC-TRIAGE-RULE.
          05 DRC-RULE-ID PIC X(8).
          05 DRC-SOURCE-SYSTEM-ID PIC X(8).
          05 DRC-MIN-BODY-LENGTH PIC 9(4).
          05 DRC-MAX-BODY-LENGTH PIC 9(4).
          05 DRC-CLAIM-CHECK-FLAG PIC X(1).
             88 DRC-CLAIM-POINTER-ONLY VALUE 'Y'.
             88 DRC-CLAIM-INLINE-ONLY VALUE 'N'.
             88 DRC-CLAIM-EITHER VALUE ' '.
          05 DRC-VALIDATION-REASON PIC X(4).
          05 DRC-MIN-AGE-MINUTES PIC 9(6).
          05 DRC-MAX-AGE-MINUTES PIC 9(6).
          05 DRC-DISPOSITION PIC X(1).
             88 DRC-DISPOSITION-REPLAY VALUE 'R'.
             88 DRC-DISPOSITION-PARK VALUE 'P'.
             88 DRC-DISPOSITION-ARCHIVE VALUE 'A'.
          05 DRC-TRIAGE-REASON PIC X(4).
          05 DRC-TARGET-QUEUE-NAME PIC X(80).
          05 DRC-TARGET-QUEUE-URL PIC X(200).
          05 DRC-TARGET-AWS-REGION PIC X(24).
      * OPTIONAL CROSS-ACCOUNT ROLE FOR THE TARGET QUEUE - BLANK MEANS
      * THE JOB'S OWN CREDENTIALS.
          05 DRC-TARGET-ROLE-ARN PIC X(120).
          05 DRC-TARGET-ROLE-SESSION-NAME PIC X(64).
