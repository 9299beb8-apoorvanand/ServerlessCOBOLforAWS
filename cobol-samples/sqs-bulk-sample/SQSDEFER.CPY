      * WRITING PROGRAM HAD SENT IT ITSELF. RELEASED AND FAILED
      * RECORDS ARE KEPT, MARKED, FOR THE PAPER TRAIL - AGE THEM OFF
      * WITH THE SITE'S USUAL DATASET HOUSEKEEPING.
      * def-expiry-timestamp IS THE ENVELOPE'S BUSINESS EXPIRY
      * (SQSMENV.CPY), SPACES FOR NONE. A RECORD WHOSE EXPIRY PASSES
      * BEFORE IT IS RELEASED IS NEVER SENT - THE RELEASE STEP WRITES
      * IT TO THE EXPIRED-ITEMS REPORT (SQSEXPD.CPY) AND MARKS IT 'X'.
      * PAIR IT WITH THE FOLLOWING IN FILE-CONTROL:
      *
      *     SELECT SQS-DEFER-FILE ASSIGN TO SQSDEFER
              88 def-awaiting-release VALUE ' '.
              88 def-released VALUE 'R'.
              88 def-release-failed VALUE 'F'.
              88 def-expired VALUE 'X'.
           05 def-stored-timestamp.
              10 def-stored-date PIC 9(8).
              10 def-stored-time PIC 9(8).
           05 def-released-timestamp.
              10 def-released-date PIC 9(8).
              10 def-released-time PIC 9(8).
           05 def-expiry-timestamp PIC X(26).
