000310*                 HAS ITS VISIBLE-SECONDS PUSHED OUT BY THE
000320*                 CALLER'S VISIBILITY TIMEOUT, SO LONG-RUNNING
000330*                 CONSUMERS CAN BE REHEARSED TOO.
000331* 2026-10-15 RJM  CARRY THE ENVELOPE SIGNATURE
000332*                 (env-signature-key-ref / env-signature,
000333*                 SQSMENV.CPY) THROUGH SEND, REPLAY AND DELIVERY,
000334*                 SO A REHEARSED CONSUMER RUNS THE SAME TAMPER
000335*                 CHECK (SQSSIGCK.CPY) AS A LIVE ONE.
000336* 2026-10-15 RJM  CARRY THE BUSINESS EXPIRY (env-expiry-timestamp,
000337*                 SQSMENV.CPY) THROUGH SEND, REPLAY AND DELIVERY,
000338*                 SO A REHEARSED GATE REJECTS A STALE MESSAGE THE
000339*                 SAME WAY A LIVE ONE DOES.
000340*-----------------------------------------------------------------
000350* THE MODULE REFUSES TO RUN WITHOUT THE SIMULATION FLAG, SO A
000360* SIMULATOR ACCIDENTALLY BOUND INTO A LIVE STREAM STOPS THE RUN
004440     ELSE
004450         MOVE 0 TO simq-group-sequence
004460     END-IF
004462     MOVE env-signature-key-ref TO simq-signature-key-ref
004464     MOVE env-signature TO simq-signature
004465     IF env-expiry-timestamp NOT = LOW-VALUES
004466         MOVE env-expiry-timestamp TO simq-expiry-timestamp
004467     END-IF
004470     MOVE env-body-length TO simq-body-length
004480     MOVE env-body TO simq-body
004490     WRITE sqs-sim-queue-record
006050     ELSE
006060         MOVE 0 TO simq-group-sequence
006070     END-IF
006072     MOVE env-signature-key-ref TO simq-signature-key-ref
006074     MOVE env-signature TO simq-signature
006075     IF env-expiry-timestamp NOT = LOW-VALUES
006076         MOVE env-expiry-timestamp TO simq-expiry-timestamp
006077     END-IF
006080     MOVE env-body-length TO simq-body-length
006090     MOVE env-body TO simq-body
006100     WRITE sqs-sim-queue-record
007380     MOVE simq-correlation-id TO env-correlation-id
007390     MOVE simq-message-group-id TO env-message-group-id
007400     MOVE simq-group-sequence TO env-group-sequence
007402     MOVE simq-signature-key-ref TO env-signature-key-ref
007404     MOVE simq-signature TO env-signature
007406     MOVE simq-expiry-timestamp TO env-expiry-timestamp
007410     MOVE simq-body-length TO env-body-length
007420     MOVE simq-body TO env-body
007430     MOVE simq-message-id TO sqs-message-id
