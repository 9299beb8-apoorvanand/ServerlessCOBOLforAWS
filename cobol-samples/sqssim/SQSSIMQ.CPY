      *                env-group-sequence (SQSMENV.CPY) AND A
      *                REHEARSED SEQUENCED FLOW EXERCISES THE SAME
      *                GAP CHECKS AS A LIVE ONE.
      * 2026-10-15 RJM ADDED simq-signature-key-ref / simq-signature SO
      *                A SIMULATED MESSAGE CARRIES THE ENVELOPE
      *                SIGNATURE (SQSMENV.CPY / SQSSIGCK.CPY) FROM
      *                SEND TO DELIVERY AND A REHEARSED CONSUMER
      *                EXERCISES THE SAME TAMPER CHECK AS A LIVE ONE.
      * 2026-10-15 RJM ADDED simq-expiry-timestamp SO A SIMULATED
      *                MESSAGE CARRIES ITS BUSINESS EXPIRY
      *                (SQSMENV.CPY) FROM SEND TO DELIVERY.
      ******************************************************************
       FD  SQS-SIM-QUEUE-FILE.
       01  sqs-sim-queue-record.
           05 simq-send-timestamp PIC X(26).
           05 simq-correlation-id PIC X(36).
           05 simq-group-sequence PIC 9(9).
           05 simq-signature-key-ref PIC X(8).
           05 simq-signature PIC X(18).
           05 simq-expiry-timestamp PIC X(26).
           05 simq-body-length PIC 9(9).
           05 simq-body PIC X(2048).
