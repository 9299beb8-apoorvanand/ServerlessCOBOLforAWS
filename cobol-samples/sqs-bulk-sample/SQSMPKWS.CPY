      ******************************************************************
      * SQS MULTI-RECORD MESSAGE PACKING WORKING STORAGE
      * BLU AGE SERVERLESS COBOL AWS EXTENSION
      * ----------------------------------------------------------------
      * SUPPORTING FIELDS FOR SQSMPKCK.CPY. A PACKED MESSAGE CARRIES
      * AS MANY WHOLE SHORT RECORDS AS FIT, SO A BULK LOAD OF 80 TO
      * 200-BYTE RECORDS PAYS FOR ONE REQUEST PER PACK INSTEAD OF ONE
      * PER RECORD. THE PACKED IMAGE IS:
      *   BYTES  1-10  THE EYE-CATCHER 'SQSPACK001'
      *   BYTES 11-14  THE RECORD COUNT (DISPLAY DIGITS)
      *   THEN ONE 9-BYTE DIRECTORY ENTRY PER RECORD - THE RECORD'S
      *       1-BASED OFFSET WITHIN THE IMAGE (5 DIGITS) AND ITS
      *       LENGTH (4 DIGITS), MAPPED BY sqs-pack-entry-map
      *   THEN THE RECORDS THEMSELVES, BACK TO BACK, IN THE ORDER
      *       THEY WERE ADDED.
      * ALL DISPLAY TEXT, LIKE THE ENVELOPE ITSELF (SQSMENV.CPY), SO A
      * CONSUMER NOT RUNNING THIS LAYOUT CAN STILL WALK THE DIRECTORY.
      * THE EYE-CATCHER IS KEPT DELIBERATELY UNLIKE ANY BUSINESS RECORD
      * PREFIX, SAME DOCTRINE AS THE CLAIM-CHECK AND CONTROL-TOTALS
      * EYE-CATCHERS (SQSCLAIM.CPY / SQSCTOT.CPY).
      * THE SENDER SETS sqs-pack-capacity TO 2048 TO PACK INTO THE
      * ENVELOPE BODY, OR UP TO 32768 TO PACK INTO A CLAIM-CHECK
      * PAYLOAD (SQSCLMST.CPY), AND MAY LOWER sqs-pack-max-records
      * BELOW THE 200-ENTRY DIRECTORY LIMIT. A SINGLE RECORD IS AT
      * MOST 2048 BYTES, THE SAME AS AN UNPACKED BODY.
      *-----------------------------------------------------------------
      * AUTHOR: BLU AGE 2019
      * REV: 1.0
      ******************************************************************
       01 sqs-pack-eye-catcher PIC X(10) VALUE 'SQSPACK001'.
       01 sqs-pack-controls.
           05 sqs-pack-capacity PIC 9(5) COMP-5 VALUE 2048.
           05 sqs-pack-max-records PIC 9(3) COMP-5 VALUE 200.
       01 sqs-pack-header-map.
           05 pck-map-eye-catcher PIC X(10).
           05 pck-map-record-count PIC 9(4).
       01 sqs-pack-entry-map.
           05 pck-map-record-offset PIC 9(5).
           05 pck-map-record-length PIC 9(4).
       01 sqs-pack-directory.
           05 sqs-pack-record-count PIC 9(3) COMP-5 VALUE 0.
           05 sqs-pack-data-length PIC 9(5) COMP-5 VALUE 0.
           05 sqs-pack-entry OCCURS 200 TIMES.
              10 pck-record-offset PIC 9(5) COMP-5 VALUE 0.
              10 pck-record-length PIC 9(4) COMP-5 VALUE 0.
       01 sqs-pack-data PIC X(32768) VALUE SPACES.
       01 sqs-pack-image-area.
           05 sqs-pack-image-length PIC 9(5) COMP-5 VALUE 0.
           05 sqs-pack-image PIC X(32768) VALUE SPACES.
       01 sqs-pack-record-area.
           05 sqs-pack-record-length PIC 9(4) COMP-5 VALUE 0.
           05 sqs-pack-record PIC X(2048) VALUE SPACES.
       01 sqs-pack-fit-switch PIC X(1) VALUE 'N'.
          88 sqs-pack-record-fits VALUE 'Y'.
          88 sqs-pack-record-refused VALUE 'N'.
       01 sqs-pack-kind-switch PIC X(1) VALUE 'S'.
          88 sqs-pack-message-packed VALUE 'P'.
          88 sqs-pack-message-single VALUE 'S'.
          88 sqs-pack-message-damaged VALUE 'D'.
       01 sqs-pack-work-area.
           05 sqs-pack-sub PIC 9(3) COMP-5 VALUE 0.
           05 sqs-pack-position PIC 9(5) COMP-5 VALUE 0.
           05 sqs-pack-needed PIC 9(9) COMP-5 VALUE 0.
           05 sqs-pack-directory-end PIC 9(9) COMP-5 VALUE 0.
       01 sqs-pack-counters.
           05 sqs-packs-built PIC 9(9) COMP-5 VALUE 0.
           05 sqs-pack-records-packed PIC 9(9) COMP-5 VALUE 0.
           05 sqs-packs-opened PIC 9(9) COMP-5 VALUE 0.
           05 sqs-pack-records-unpacked PIC 9(9) COMP-5 VALUE 0.
           05 sqs-packs-damaged PIC 9(9) COMP-5 VALUE 0.
