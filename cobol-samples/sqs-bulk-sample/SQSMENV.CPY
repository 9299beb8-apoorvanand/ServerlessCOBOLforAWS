      *                env-body - A WIRE-FORMAT CHANGE, SO A PARTNER
      *                OVERLAYING THE RAW LAYOUT MUST PICK UP THIS REV
      *                BEFORE TRAFFIC SENT WITH IT REACHES THEM.
      * 2026-10-15 RJM ADDED env-signature-key-ref / env-signature -
      *                A KEYED HASH OF THE ENVELOPE FIELDS AND BODY
      *                STAMPED BY THE SENDER (Sign-sqs-envelope,
      *                SQSSIGCK.CPY) AND CHECKED BY THE VALIDATION
      *                GATE (SQSVALCK.CPY). BOTH ARE SPACES ON AN
      *                UNSIGNED MESSAGE. ANOTHER WIRE-FORMAT CHANGE -
      *                env-body-length AND env-body MOVE AGAIN, SAME
      *                CAVEAT AS ABOVE.
      * 2026-10-15 RJM ADDED env-expiry-timestamp - THE BUSINESS
      *                DEADLINE AFTER WHICH THE MESSAGE IS WORTHLESS,
      *                SAME TEXT FORM AS env-send-timestamp. SPACES
      *                MEAN NO DEADLINE. THE VALIDATION GATE REJECTS AN
      *                EXPIRED MESSAGE AND THE RELEASE AND REPLAY STEPS
      *                REFUSE TO SEND ONE (SQSEXPCK.CPY). IT IS SIGNED
      *                WHEN PRESENT. ANOTHER WIRE-FORMAT CHANGE, SAME
      *                CAVEAT AS ABOVE.
      ******************************************************************
      * env-body-length IS KEPT AS DISPLAY (ZONED DECIMAL) TEXT, NOT
      * COMP-5 BINARY, SO THE WHOLE ENVELOPE REMAINS VALID UTF-8 AND
      * READABLE BY A DOWNSTREAM CONSUMER THAT ISN'T RUNNING THIS SAME
      * COBOL LAYOUT/BYTE ORDER.
      * THE RUNTIME DOES NOT STAMP env-expiry-timestamp - THE SENDER
      * MOVES ITS DEADLINE (YYYY-MM-DD HH:MM:SS, LOCAL TIME LIKE THE
      * BATCH CLOCK) THERE BEFORE EACH SEND, THE SAME WAY IT MOVES
      * env-group-sequence. A PROGRAM THAT RECEIVES AND THEN SENDS
      * SOMETHING NEW MUST SET OR CLEAR IT, OR THE NEW MESSAGE
      * INHERITS THE DEADLINE OF THE ONE IT JUST RECEIVED.
      * EXTERNAL SO THE AREA IS SHARED BY NAME ACROSS THE RUN UNIT -
      * THE RUNTIME SERVICING THE CALL (LIVE SQSOP OR THE OFFLINE
      * SQSSIM SIMULATOR) FILLS AND READS THE SAME ENVELOPE THE
           05 env-correlation-id PIC X(36).
           05 env-message-group-id PIC X(128).
           05 env-group-sequence PIC 9(9).
           05 env-signature-key-ref PIC X(8).
           05 env-signature PIC X(18).
           05 env-expiry-timestamp PIC X(26).
           05 env-body-length PIC 9(9).
           05 env-body PIC X(2048).

