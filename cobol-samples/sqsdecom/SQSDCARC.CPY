      ******************************************************************
      * SQSDECOM ARCHIVE RECORD
      * BLU AGE SERVERLESS COBOL AWS EXTENSION
      * ----------------------------------------------------------------
      * ONE RECORD PER MESSAGE SQSDECOM DRAINED FROM A QUEUE BEFORE
      * DELETING IT, WITH ITS ENVELOPE FIELDS - THE ONLY COPY OF THE
      * CONTENT ONCE THE QUEUE IS GONE. ANY PROGRAM READING THE
      * ARCHIVE BACK COPIES THIS LAYOUT UNDER ITS OWN FD:
      *
      *     SELECT DECOM-ARCHIVE-FILE ASSIGN TO DECOMARC
      *            ORGANIZATION IS LINE SEQUENTIAL
      *            FILE STATUS IS <HOST STATUS FIELD>.
      *
      *     FD  DECOM-ARCHIVE-FILE
      *         RECORDING MODE IS F.
      *         COPY SQSDCARC.
      *-----------------------------------------------------------------
      * AUTHOR: BLU AGE 2019
      * REV: 1.0
      ******************************************************************
       01  DCM-ARCHIVE-RECORD.
           05 DCM-ARC-QUEUE-NAME PIC X(80).
           05 FILLER PIC X(1).
           05 DCM-ARC-SOURCE-SYSTEM-ID PIC X(8).
           05 FILLER PIC X(1).
           05 DCM-ARC-SEND-TIMESTAMP PIC X(26).
           05 FILLER PIC X(1).
           05 DCM-ARC-CORRELATION-ID PIC X(36).
           05 FILLER PIC X(1).
           05 DCM-ARC-MESSAGE-ID PIC X(100).
           05 FILLER PIC X(1).
           05 DCM-ARC-BODY-LENGTH PIC 9(9).
           05 FILLER PIC X(1).
           05 DCM-ARC-BODY PIC X(2048).
