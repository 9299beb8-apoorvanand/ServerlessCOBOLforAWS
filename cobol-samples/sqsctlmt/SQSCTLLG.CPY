      ******************************************************************
      * SQS CONTROL-FILE CHANGE LEDGER RECORD
      * BLU AGE SERVERLESS COBOL AWS EXTENSION
      * ----------------------------------------------------------------
      * ONE RECORD PER CONTROL-FILE CHANGE SQSCTLMT APPLIED, WRITTEN
      * IN THE ORDER APPLIED AND NEVER REWRITTEN. THE BEFORE IMAGE IS
      * BLANK FOR AN ADD AND THE AFTER IMAGE IS BLANK FOR A DELETE.
      * THE IMAGES ARE THE WHOLE CONTROL RECORD IN ITS OWN FILE'S
      * LAYOUT, SO THE LEDGER ALONE CAN WIND ANY CONTROL FILE BACK TO
      * ANY EARLIER DATE. ANY PROGRAM READING THE LEDGER COPIES THIS
      * LAYOUT UNDER ITS OWN FD:
      *
      *     SELECT CONTROL-LEDGER-FILE ASSIGN TO CTLLEDGR
      *            ORGANIZATION IS LINE SEQUENTIAL
      *            FILE STATUS IS <HOST STATUS FIELD>.
      *
      *     FD  CONTROL-LEDGER-FILE
      *         RECORDING MODE IS F.
      *         COPY SQSCTLLG.
      *-----------------------------------------------------------------
      * AUTHOR: BLU AGE 2019
      * REV: 1.0
      ******************************************************************
       01  CLG-LEDGER-RECORD.
           05 CLG-CHANGE-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 CLG-CHANGE-TIME PIC 9(8).
           05 FILLER PIC X(1).
           05 CLG-FILE-ID PIC X(8).
           05 FILLER PIC X(1).
           05 CLG-ACTION PIC X(1).
              88 CLG-ACTION-ADD VALUE 'A'.
              88 CLG-ACTION-CHANGE VALUE 'C'.
              88 CLG-ACTION-DELETE VALUE 'D'.
           05 FILLER PIC X(1).
           05 CLG-TICKET PIC X(12).
           05 FILLER PIC X(1).
           05 CLG-REQUESTER PIC X(12).
           05 FILLER PIC X(1).
           05 CLG-RECORD-KEY PIC X(200).
           05 FILLER PIC X(1).
           05 CLG-BEFORE-IMAGE PIC X(324).
           05 FILLER PIC X(1).
           05 CLG-AFTER-IMAGE PIC X(324).
