      ******************************************************************
      * SQS MULTI-RECORD MESSAGE PACK / UNPACK
      * BLU AGE SERVERLESS COBOL AWS EXTENSION
      * ----------------------------------------------------------------
      * SEND SIDE - PERFORM Start-sqs-pack BEFORE THE FIRST RECORD OF
      * EACH PACK. FOR EACH RECORD, MOVE IT TO sqs-pack-record AND ITS
      * LENGTH TO sqs-pack-record-length AND PERFORM
      * Add-sqs-pack-record: sqs-pack-record-fits MEANS IT WENT IN;
      * sqs-pack-record-refused MEANS THE PACK IS FULL - SEND WHAT IS
      * THERE, START A NEW PACK AND ADD THE RECORD AGAIN. A RECORD
      * REFUSED BY AN EMPTY PACK IS TOO BIG TO PACK AT ALL AND TRAVELS
      * ON ITS OWN AS AN ORDINARY MESSAGE. WHEN THE PACK IS READY,
      * PERFORM Build-sqs-packed-message AND SEND sqs-pack-image FOR
      * sqs-pack-image-length BYTES - AS env-body WHEN THE CAPACITY IS
      * 2048, THROUGH Send-sqs-large-message (SQSCLMST.CPY) WHEN IT IS
      * LARGER.
      *
      * CONSUME SIDE - MOVE THE RECEIVED CONTENT (env-body, OR THE
      * RESOLVED CLAIM-CHECK PAYLOAD) TO sqs-pack-image AND ITS LENGTH
      * TO sqs-pack-image-length, THEN PERFORM Open-sqs-packed-message.
      * AN ORDINARY MESSAGE COMES BACK AS A ONE-RECORD DIRECTORY
      * (sqs-pack-message-single), SO THE CONSUMER'S PER-RECORD LOGIC
      * IS THE SAME EITHER WAY: PERFORM Get-sqs-packed-record VARYING
      * sqs-pack-sub FROM 1 BY 1 UNTIL sqs-pack-sub >
      * sqs-pack-record-count, EACH CALL LEAVING ONE RECORD IN
      * sqs-pack-record / sqs-pack-record-length. A PACKED MESSAGE
      * WHOSE DIRECTORY DOES NOT HOLD TOGETHER COMES BACK
      * sqs-pack-message-damaged WITH A RECORD COUNT OF ZERO - NOTHING
      * IN IT CAN BE TRUSTED, AND THE CALLER REJECTS THE WHOLE MESSAGE.
      *
      * A PROGRAM COPYING SQSMPKCK MUST ALSO COPY SQSMPKWS.
      *-----------------------------------------------------------------
      * AUTHOR: BLU AGE 2019
      * REV: 1.0
      ******************************************************************
        Start-sqs-pack.
           MOVE 0 TO sqs-pack-record-count
           MOVE 0 TO sqs-pack-data-length.
        Start-sqs-pack-exit.
           EXIT.

      *   THE PACK MUST STILL HOLD ITS HEADER, ONE MORE DIRECTORY ENTRY
      *   AND EVERY DATA BYTE WITHIN sqs-pack-capacity AFTER THE ADD.
        Add-sqs-pack-record.
           COMPUTE sqs-pack-needed = 14
             + (sqs-pack-record-count + 1) * 9
             + sqs-pack-data-length + sqs-pack-record-length
           IF sqs-pack-record-count NOT < sqs-pack-max-records
             OR sqs-pack-needed > sqs-pack-capacity
             SET sqs-pack-record-refused TO TRUE
           ELSE
             SET sqs-pack-record-fits TO TRUE
             ADD 1 TO sqs-pack-record-count
             COMPUTE pck-record-offset (sqs-pack-record-count) =
               sqs-pack-data-length + 1
             MOVE sqs-pack-record-length
               TO pck-record-length (sqs-pack-record-count)
             IF sqs-pack-record-length > 0
               MOVE sqs-pack-record (1 : sqs-pack-record-length)
                 TO sqs-pack-data (sqs-pack-data-length + 1 :
                    sqs-pack-record-length)
               ADD sqs-pack-record-length TO sqs-pack-data-length
             END-IF
           END-IF.
        Add-sqs-pack-record-exit.
           EXIT.

      *   THE DIRECTORY SIZE IS ONLY KNOWN ONCE THE PACK IS CLOSED, SO
      *   THE DATA OFFSETS ARE HELD RELATIVE UNTIL HERE.
        Build-sqs-packed-message.
           MOVE SPACES TO sqs-pack-image
           MOVE sqs-pack-eye-catcher TO pck-map-eye-catcher
           MOVE sqs-pack-record-count TO pck-map-record-count
           MOVE sqs-pack-header-map TO sqs-pack-image (1 : 14)
           COMPUTE sqs-pack-directory-end =
             14 + sqs-pack-record-count * 9
           MOVE 15 TO sqs-pack-position
           PERFORM Build-one-pack-entry
             VARYING sqs-pack-sub FROM 1 BY 1
             UNTIL sqs-pack-sub > sqs-pack-record-count
           IF sqs-pack-data-length > 0
             MOVE sqs-pack-data (1 : sqs-pack-data-length)
               TO sqs-pack-image (sqs-pack-position :
                  sqs-pack-data-length)
           END-IF
           COMPUTE sqs-pack-image-length =
             sqs-pack-directory-end + sqs-pack-data-length
           ADD 1 TO sqs-packs-built
           ADD sqs-pack-record-count TO sqs-pack-records-packed.
        Build-sqs-packed-message-exit.
           EXIT.

        Build-one-pack-entry.
           COMPUTE pck-map-record-offset = sqs-pack-directory-end
             + pck-record-offset (sqs-pack-sub)
           MOVE pck-record-length (sqs-pack-sub)
             TO pck-map-record-length
           MOVE sqs-pack-entry-map
             TO sqs-pack-image (sqs-pack-position : 9)
           ADD 9 TO sqs-pack-position.
        Build-one-pack-entry-exit.
           EXIT.

        Open-sqs-packed-message.
           IF sqs-pack-image (1 : 10) NOT = sqs-pack-eye-catcher
             SET sqs-pack-message-single TO TRUE
             MOVE 1 TO sqs-pack-record-count
             MOVE 1 TO pck-record-offset (1)
             IF sqs-pack-image-length > 2048
               MOVE 2048 TO pck-record-length (1)
             ELSE
               MOVE sqs-pack-image-length TO pck-record-length (1)
             END-IF
           ELSE
             SET sqs-pack-message-packed TO TRUE
             MOVE sqs-pack-image (1 : 14) TO sqs-pack-header-map
             PERFORM Load-sqs-pack-directory
             IF sqs-pack-message-damaged
               MOVE 0 TO sqs-pack-record-count
               ADD 1 TO sqs-packs-damaged
             ELSE
               ADD 1 TO sqs-packs-opened
             END-IF
           END-IF.
        Open-sqs-packed-message-exit.
           EXIT.

      *   EVERY ENTRY MUST POINT PAST THE DIRECTORY AND END INSIDE THE
      *   IMAGE, OR THE WHOLE MESSAGE IS DAMAGED.
        Load-sqs-pack-directory.
           IF pck-map-record-count IS NOT NUMERIC
             OR pck-map-record-count = 0
             OR pck-map-record-count > 200
             SET sqs-pack-message-damaged TO TRUE
           ELSE
             MOVE pck-map-record-count TO sqs-pack-record-count
             COMPUTE sqs-pack-directory-end =
               14 + sqs-pack-record-count * 9
             IF sqs-pack-directory-end > sqs-pack-image-length
               SET sqs-pack-message-damaged TO TRUE
             ELSE
               MOVE 15 TO sqs-pack-position
               PERFORM Load-one-pack-entry
                 VARYING sqs-pack-sub FROM 1 BY 1
                 UNTIL sqs-pack-sub > sqs-pack-record-count
                    OR sqs-pack-message-damaged
             END-IF
           END-IF.
        Load-sqs-pack-directory-exit.
           EXIT.

        Load-one-pack-entry.
           MOVE sqs-pack-image (sqs-pack-position : 9)
             TO sqs-pack-entry-map
           ADD 9 TO sqs-pack-position
           EVALUATE TRUE
             WHEN pck-map-record-offset IS NOT NUMERIC
               OR pck-map-record-length IS NOT NUMERIC
               SET sqs-pack-message-damaged TO TRUE
             WHEN pck-map-record-offset NOT > sqs-pack-directory-end
               OR pck-map-record-length > 2048
               OR pck-map-record-offset + pck-map-record-length - 1
                  > sqs-pack-image-length
               SET sqs-pack-message-damaged TO TRUE
             WHEN OTHER
               MOVE pck-map-record-offset
                 TO pck-record-offset (sqs-pack-sub)
               MOVE pck-map-record-length
                 TO pck-record-length (sqs-pack-sub)
           END-EVALUATE.
        Load-one-pack-entry-exit.
           EXIT.

        Get-sqs-packed-record.
           MOVE SPACES TO sqs-pack-record
           MOVE pck-record-length (sqs-pack-sub)
             TO sqs-pack-record-length
           IF sqs-pack-record-length > 0
             MOVE sqs-pack-image (pck-record-offset (sqs-pack-sub) :
                  sqs-pack-record-length)
               TO sqs-pack-record (1 : sqs-pack-record-length)
           END-IF
           IF sqs-pack-message-packed
             ADD 1 TO sqs-pack-records-unpacked
           END-IF.
        Get-sqs-packed-record-exit.
           EXIT.
