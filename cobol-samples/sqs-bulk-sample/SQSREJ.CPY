      *            THAN THE ACTUAL BODY CONTENT
      *   'SRC ' - env-source-system-id NOT IN THE VALIDATION CONTROL
      *            FILE
      *   'TS  ' - env-send-timestamp, OR A NON-BLANK
      *            env-expiry-timestamp, NOT A PLAUSIBLE TIMESTAMP
      *   'EXP ' - THE MESSAGE'S BUSINESS EXPIRY HAS ALREADY PASSED
      *   'SHP ' - A RECORD-SHAPE RULE FOR THIS SOURCE FAILED
      *   'NSG ' - NO ENVELOPE SIGNATURE, AND THIS SOURCE MUST SIGN
      *   'SIG ' - THE ENVELOPE SIGNATURE DOES NOT CHECK OUT - UNKNOWN
      *            KEY, ANOTHER SOURCE'S KEY, OR ALTERED IN TRANSIT
      * REASON CODES WRITTEN BY OTHER CONSUMERS:
      *   'XFM ' - A SQSBRIDGE FIELD-MAPPING RULE FAILED (SQSXFMCF.CPY)
      *   'PAK ' - A PACKED MESSAGE'S RECORD DIRECTORY IS DAMAGED
      *            (SQSMPKCK.CPY) - THE WHOLE MESSAGE IS REJECTED
      * A REJECT THAT CAME OUT OF A PACKED MESSAGE CARRIES THE RECORD
      * ALONE IN rej-body, ITS POSITION IN THE MESSAGE IN
      * rej-record-number AND THE MESSAGE'S RECORD COUNT IN
      * rej-record-count, SO THE REJECT FILE COUNTS AT RECORD LEVEL
      * AND STILL POINTS BACK TO THE MESSAGE. BOTH ARE ZERO FOR AN
      * ORDINARY MESSAGE OR A RECORD THAT WAS NEVER SENT, AND SPACES
      * ON ANY ROW WRITTEN BEFORE THEY EXISTED - READ A NON-NUMERIC
      * VALUE AS ZERO. rej-signature-key-ref / rej-signature ARE THE
      * ENVELOPE'S SIGNATURE FIELDS AS THEY ARRIVED - SPACES WHEN THE
      * MESSAGE WAS UNSIGNED OR THE ROW WAS WRITTEN BEFORE THEY EXISTED.
      * rej-expiry-timestamp IS THE ENVELOPE'S BUSINESS EXPIRY, SPACES
      * WHEN IT HAD NONE, THE SAME WAY.
      *-----------------------------------------------------------------
      * AUTHOR: BLU AGE 2019
      * REV: 1.0
           05 rej-body-length PIC X(9).
           05 FILLER PIC X(1).
           05 rej-body PIC X(2048).
           05 FILLER PIC X(1).
           05 rej-record-number PIC 9(5).
           05 FILLER PIC X(1).
           05 rej-record-count PIC 9(5).
           05 FILLER PIC X(1).
           05 rej-signature-key-ref PIC X(8).
           05 FILLER PIC X(1).
           05 rej-signature PIC X(18).
           05 FILLER PIC X(1).
           05 rej-expiry-timestamp PIC X(26).
