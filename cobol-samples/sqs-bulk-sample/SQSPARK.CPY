      * park-disposition IS BLANK WHEN A MESSAGE IS FIRST PARKED; THE
      * OPERATOR MARKS IT THROUGH SQSPARKRV AND THE RELEASE STEP ACTS
      * ON THE MARK - SEE THE 88 LEVELS BELOW.
      * park-expiry-timestamp IS THE ENVELOPE'S BUSINESS EXPIRY
      * (SQSMENV.CPY), SPACES FOR NONE. A REQUEUE MARK ON A MESSAGE
      * WHOSE EXPIRY HAS PASSED IS REFUSED - SQSPARKRV WRITES IT TO
      * THE EXPIRED-ITEMS REPORT (SQSEXPD.CPY) AND REMOVES IT.
      * park-group-sequence, park-signature-key-ref AND park-signature
      * ARE THE ENVELOPE'S GROUP SEQUENCE AND SIGNATURE AS RECEIVED
      * (SPACES/ZERO WHEN UNSIGNED OR UNSEQUENCED), SO A REQUEUE CAN
      * VERIFY THE PARKED MESSAGE BEFORE IT RE-SIGNS IT - ONE THAT
      * FAILS THE CHECK STAYS PARKED.
      *-----------------------------------------------------------------
      * AUTHOR: BLU AGE 2019
      * REV: 1.0
           05 park-timestamp.
              10 park-date PIC 9(8).
              10 park-time PIC 9(8).
           05 park-expiry-timestamp PIC X(26).
           05 park-group-sequence PIC 9(9).
           05 park-signature-key-ref PIC X(8).
           05 park-signature PIC X(18).
