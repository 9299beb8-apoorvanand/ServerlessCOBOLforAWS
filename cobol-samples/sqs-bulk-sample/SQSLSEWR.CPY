      ******************************************************************
      * SQS PARTITION LEASE MAINTENANCE
      * BLU AGE SERVERLESS COBOL AWS EXTENSION
      * ----------------------------------------------------------------
      * LETS SEVERAL COPIES OF ONE BULK CONSUME STEP DRAIN THE SAME
      * QUEUE AT ONCE, EACH OWNING A SHARE OF THE MESSAGE GROUPS
      * (SQSLSECK.CPY), WITH OWNERSHIP RECORDED ON THE SHARED LEASE
      * FILE (SQSLEASE.CPY). THE HOST OPENS SQS-LEASE-FILE I-O
      * (CREATING IT WHEN MISSING), SETS sqs-lease-available AND THE
      * CONTROLS IN SQSLSEWS.CPY, AND THEN:
      *   Start-sqs-partitioned-consume - ONCE, BEFORE THE FIRST
      *       RECEIVE. CLAIMS THE STEP'S HOME PARTITION. A PARTITION
      *       STILL HELD BY A LIVE STEP OF ITS OWN (THE SAME PARTITION
      *       SUBMITTED TWICE), OR A LIVE STEP RUNNING WITH A
      *       DIFFERENT PARTITION COUNT, ABENDS THE STEP - EITHER
      *       WOULD LET TWO STEPS CONSUME ONE GROUP. A HOME PARTITION
      *       A SURVIVOR TOOK OVER WHILE THIS STEP WAS DOWN IS SIMPLY
      *       TAKEN BACK.
      *   Renew-sqs-partition-leases - AT THE TOP OF EVERY LOOP
      *       ITERATION. CALLS INSIDE THE HEARTBEAT INTERVAL (A THIRD
      *       OF sqs-lease-seconds) COST ONE CLOCK LOOK. ON THE BEAT IT
      *       RENEWS EVERY LEASE THE STEP HOLDS, NOTICES ANY IT HAS
      *       LOST, AND TAKES OVER ANY PARTITION WHOSE LEASE HAS RUN
      *       OUT OR BEEN RELEASED - OR THAT NO STEP HAS CLAIMED A
      *       FULL LEASE PERIOD AFTER THIS ONE STARTED.
      *   Check-sqs-message-ownership - FOR EACH RECEIVED MESSAGE,
      *       BEFORE ANYTHING ELSE IS DONE WITH IT. sqs-message-owned
      *       MEANS CARRY ON AND STAMP sqs-message-partition-x ON THE
      *       CHECKPOINT, JOURNAL AND RUN-STATUS; sqs-message-foreign
      *       MEANS PERFORM Return-sqs-foreign-message AND GO ON TO THE
      *       NEXT RECEIVE. A MESSAGE WHOSE OWNER IS GONE IS TAKEN OVER
      *       ON THE SPOT RATHER THAN PUT BACK.
      *   Release-sqs-partition-leases AND Print-sqs-partition-report
      *       - ONCE, AT END OF RUN.
      * THE PUT-BACK IS AN EXTENDVIS WITH A ZERO TIMEOUT (SQSRQA.CPY):
      * THE MESSAGE IS VISIBLE TO ITS OWNER AGAIN AT ONCE, UNDELETED
      * AND UNJOURNALED. IT IS COUNTED ON recon-total-returned
      * (SQSRECON.CPY), NOT AS A LEAK. A FAILED PUT-BACK IS COUNTED AND
      * REPORTED, NOT ABENDED - THE MESSAGE REAPPEARS FOR ITS OWNER
      * WHEN THE RECEIVE'S OWN VISIBILITY TIMEOUT RUNS OUT.
      * SHARE ONE CHECKPOINT DATASET (SQSCKPT.CPY) ACROSS THE STEPS OF
      * A QUEUE: IN THE MOMENT A PARTITION CHANGES HANDS, A MESSAGE
      * ALREADY IN FLIGHT TO THE OLD HOLDER CAN REAPPEAR FOR THE NEW
      * ONE, AND THE SHARED CHECKPOINT IS WHAT TURNS THAT INTO A
      * HARMLESS 'DUP ' SKIP.
      * A PROGRAM COPYING SQSLSEWR MUST ALSO COPY SQSLEASE INTO ITS FILE
      * SECTION, SQSLSEWS, SQSRQA, SQSOPRES, SQSMENV, SQSAUDIT AND
      * SQSRECON INTO ITS WORKING STORAGE, AND SQSLSECK, SQSAUDWR AND
      * SQSRECONP INTO ITS PROCEDURE DIVISION.
      *-----------------------------------------------------------------
      * AUTHOR: BLU AGE 2019
      * REV: 1.0
      ******************************************************************
        Start-sqs-partitioned-consume.
           IF sqs-lease-available
             COMPUTE sqs-lease-renew-interval = sqs-lease-seconds / 3
             IF sqs-lease-renew-interval = 0
               MOVE 1 TO sqs-lease-renew-interval
             END-IF
             PERFORM Take-sqs-lease-clock
             COMPUTE sqs-lease-grace-seconds =
               sqs-lease-now-seconds + sqs-lease-seconds
             MOVE sqs-lease-now-seconds TO sqs-lease-last-renew-seconds
             PERFORM Check-sqs-partition-peer
               VARYING sqs-lease-sub FROM 1 BY 1
               UNTIL sqs-lease-sub > 20
             PERFORM Claim-sqs-home-partition
             DISPLAY 'PARTITION ' sqs-home-partition-id ' OF '
               sqs-partition-count ' CLAIMED BY STEP '
               sqs-partition-step-id ' - GROUP BUCKETS '
               lease-group-low ' TO ' lease-group-high
           END-IF.
        Start-sqs-partitioned-consume-exit.
           EXIT.

      *   ANY LIVE LEASE ON THE QUEUE CUT FOR A DIFFERENT NUMBER OF
      *   PARTITIONS MEANS THE RANGES NO LONGER TILE - REFUSE TO START.
        Check-sqs-partition-peer.
           MOVE queue-name TO lease-queue-name
           MOVE sqs-lease-sub TO lease-partition-id
           READ SQS-LEASE-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF lease-active
                 AND lease-expiry-seconds NOT < sqs-lease-now-seconds
                 AND lease-partition-count NOT = sqs-partition-count
                 AND lease-step-id NOT = sqs-partition-step-id
                 DISPLAY 'PARTITION ' lease-partition-id
                   ' IS HELD BY LIVE STEP ' lease-step-id
                   ' RUNNING ' lease-partition-count
                   ' PARTITIONS - THIS STEP WAS GIVEN '
                   sqs-partition-count
                 MOVE 'SQSLEASE PARTITION COUNT MISMATCH'
                   TO sqs-op-err-msg
                 CALL "FORCEABEND" USING sqs-op-err-msg
               END-IF
           END-READ.
        Check-sqs-partition-peer-exit.
           EXIT.

        Claim-sqs-home-partition.
           MOVE queue-name TO lease-queue-name
           MOVE sqs-home-partition-id TO lease-partition-id
           READ SQS-LEASE-FILE
             INVALID KEY
               MOVE 0 TO sqs-lease-saved-handled
               MOVE 0 TO lease-takeover-count
               PERFORM Build-sqs-partition-lease
               SET lease-held-by-home-step TO TRUE
               WRITE sqs-lease-record
                 INVALID KEY
                   DISPLAY 'PARTITION ' sqs-home-partition-id
                     ' WAS CLAIMED BY ANOTHER STEP AT THE SAME MOMENT'
                   MOVE 'SQSLEASE CLAIM COLLISION' TO sqs-op-err-msg
                   CALL "FORCEABEND" USING sqs-op-err-msg
               END-WRITE
             NOT INVALID KEY
               IF lease-active
                 AND lease-held-by-home-step
                 AND lease-expiry-seconds NOT < sqs-lease-now-seconds
                 AND lease-step-id NOT = sqs-partition-step-id
                 DISPLAY 'PARTITION ' sqs-home-partition-id
                   ' IS ALREADY HELD BY LIVE STEP ' lease-step-id
                   ' UNTIL ' lease-expiry-date ' ' lease-expiry-time
                 MOVE 'SQSLEASE PARTITION ALREADY HELD'
                   TO sqs-op-err-msg
                 CALL "FORCEABEND" USING sqs-op-err-msg
               END-IF
      *        TAKEN BACK FROM A SURVIVOR MID-RUN, THE PARTITION'S
      *        COUNT CARRIES ON; A FRESH RUN STARTS IT AGAIN AT ZERO.
               IF lease-active AND lease-held-by-takeover
                 MOVE lease-messages-handled TO sqs-lease-saved-handled
                 ADD 1 TO lease-takeover-count
                 DISPLAY 'PARTITION ' sqs-home-partition-id
                   ' TAKEN BACK FROM STEP ' lease-step-id
               ELSE
                 MOVE 0 TO sqs-lease-saved-handled
                 MOVE 0 TO lease-takeover-count
               END-IF
               PERFORM Build-sqs-partition-lease
               SET lease-held-by-home-step TO TRUE
               REWRITE sqs-lease-record
           END-READ
           SET sqs-partition-owned (sqs-home-partition-id) TO TRUE.
        Claim-sqs-home-partition-exit.
           EXIT.

      *   lease-key, lease-takeover-count AND sqs-lease-saved-handled
      *   ARE SET BY THE CALLER.
        Build-sqs-partition-lease.
           MOVE lease-partition-id TO sqs-range-partition-id
           PERFORM Set-sqs-partition-range
           MOVE sqs-range-low TO lease-group-low
           MOVE sqs-range-high TO lease-group-high
           MOVE sqs-partition-count TO lease-partition-count
           MOVE sqs-partition-step-id TO lease-step-id
           MOVE sqs-lease-saved-handled TO lease-messages-handled
           MOVE 'A' TO lease-state
           MOVE sqs-lease-now-date TO lease-acquired-date
           MOVE sqs-lease-now-time TO lease-acquired-time
           PERFORM Set-sqs-lease-expiry.
        Build-sqs-partition-lease-exit.
           EXIT.

        Set-sqs-lease-expiry.
           MOVE sqs-lease-now-date TO lease-heartbeat-date
           MOVE sqs-lease-now-time TO lease-heartbeat-time
           COMPUTE sqs-lease-expiry-work =
             sqs-lease-now-seconds + sqs-lease-seconds
           MOVE sqs-lease-expiry-work TO lease-expiry-seconds
           DIVIDE sqs-lease-expiry-work BY 86400
             GIVING sqs-lease-day-number
             REMAINDER sqs-lease-day-seconds
           COMPUTE lease-expiry-date =
             FUNCTION DATE-OF-INTEGER (sqs-lease-day-number)
           COMPUTE sqs-lease-exp-hour = sqs-lease-day-seconds / 3600
           COMPUTE sqs-lease-exp-minute =
             (sqs-lease-day-seconds - sqs-lease-exp-hour * 3600) / 60
           COMPUTE sqs-lease-exp-second =
             sqs-lease-day-seconds - sqs-lease-exp-hour * 3600
             - sqs-lease-exp-minute * 60
           MOVE sqs-lease-exp-time TO lease-expiry-time.
        Set-sqs-lease-expiry-exit.
           EXIT.

        Renew-sqs-partition-leases.
           IF sqs-lease-available
             PERFORM Take-sqs-lease-clock
             IF sqs-lease-now-seconds - sqs-lease-last-renew-seconds
               NOT LESS THAN sqs-lease-renew-interval
               PERFORM Renew-one-sqs-partition-lease
                 VARYING sqs-lease-sub FROM 1 BY 1
                 UNTIL sqs-lease-sub > sqs-partition-count
               MOVE sqs-lease-now-seconds
                 TO sqs-lease-last-renew-seconds
             END-IF
           END-IF.
        Renew-sqs-partition-leases-exit.
           EXIT.

        Renew-one-sqs-partition-lease.
           IF sqs-partition-owned (sqs-lease-sub)
             MOVE queue-name TO lease-queue-name
             MOVE sqs-lease-sub TO lease-partition-id
             READ SQS-LEASE-FILE
               INVALID KEY
                 MOVE SPACES TO lease-step-id
                 PERFORM Drop-sqs-lost-partition
               NOT INVALID KEY
                 IF lease-step-id NOT = sqs-partition-step-id
                   PERFORM Drop-sqs-lost-partition
                 ELSE
                   ADD sqs-partition-unposted (sqs-lease-sub)
                     TO lease-messages-handled
                   MOVE 0 TO sqs-partition-unposted (sqs-lease-sub)
                   PERFORM Set-sqs-lease-expiry
                   REWRITE sqs-lease-record
                 END-IF
             END-READ
           ELSE
             PERFORM Try-sqs-partition-takeover
           END-IF.
        Renew-one-sqs-partition-lease-exit.
           EXIT.

      *   A STEP THAT STALLED PAST ITS OWN LEASE MAY FIND A SURVIVOR
      *   HAS TAKEN THE PARTITION - IT STOPS CONSUMING THOSE GROUPS.
      *   WHAT IT HANDLED SINCE ITS LAST BEAT STAYS IN ITS OWN REPORT.
        Drop-sqs-lost-partition.
           MOVE 'N' TO sqs-partition-owned-flag (sqs-lease-sub)
           MOVE 0 TO sqs-partition-unposted (sqs-lease-sub)
           ADD 1 TO sqs-partition-leases-lost
           DISPLAY 'LEASE ON PARTITION ' sqs-lease-sub
             ' LOST TO STEP ' lease-step-id.
        Drop-sqs-lost-partition-exit.
           EXIT.

      *   sqs-lease-sub NAMES A PARTITION THIS STEP DOES NOT HOLD.
        Try-sqs-partition-takeover.
           MOVE queue-name TO lease-queue-name
           MOVE sqs-lease-sub TO lease-partition-id
           READ SQS-LEASE-FILE
             INVALID KEY
               IF sqs-lease-now-seconds > sqs-lease-grace-seconds
                 MOVE 0 TO sqs-lease-saved-handled
                 MOVE 1 TO lease-takeover-count
                 MOVE SPACES TO sqs-lease-prior-step-id
                 PERFORM Build-sqs-partition-lease
                 SET lease-held-by-takeover TO TRUE
                 WRITE sqs-lease-record
                   INVALID KEY
                     CONTINUE
                   NOT INVALID KEY
                     PERFORM Confirm-sqs-partition-takeover
                 END-WRITE
               END-IF
             NOT INVALID KEY
               IF lease-released
                 OR lease-expiry-seconds < sqs-lease-now-seconds
                 MOVE lease-messages-handled TO sqs-lease-saved-handled
                 MOVE lease-step-id TO sqs-lease-prior-step-id
                 ADD 1 TO lease-takeover-count
                 PERFORM Build-sqs-partition-lease
                 SET lease-held-by-takeover TO TRUE
                 REWRITE sqs-lease-record
                 PERFORM Confirm-sqs-partition-takeover
               END-IF
           END-READ.
        Try-sqs-partition-takeover-exit.
           EXIT.

      *   TWO SURVIVORS CAN REACH FOR THE SAME PARTITION TOGETHER - THE
      *   LAST REWRITE WINS, SO READ IT BACK BEFORE COUNTING IT OURS.
        Confirm-sqs-partition-takeover.
           READ SQS-LEASE-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF lease-step-id = sqs-partition-step-id
                 SET sqs-partition-owned (sqs-lease-sub) TO TRUE
                 ADD 1 TO sqs-partitions-taken-over
                 DISPLAY 'PARTITION ' sqs-lease-sub
                   ' TAKEN OVER BY STEP ' sqs-partition-step-id
                   ' FROM ' sqs-lease-prior-step-id
               END-IF
           END-READ.
        Confirm-sqs-partition-takeover-exit.
           EXIT.

        Check-sqs-message-ownership.
           SET sqs-message-owned TO TRUE
           IF sqs-lease-available
             IF env-message-group-id NOT = SPACES
               AND env-message-group-id NOT = LOW-VALUES
               MOVE env-message-group-id TO sqs-group-hash-key
             ELSE
               MOVE sqs-message-id TO sqs-group-hash-key
             END-IF
             PERFORM Compute-sqs-group-bucket
             PERFORM Find-sqs-bucket-partition
             IF NOT sqs-partition-owned (sqs-message-partition-id)
               MOVE sqs-message-partition-id TO sqs-lease-sub
               PERFORM Take-sqs-lease-clock
               PERFORM Try-sqs-partition-takeover
             END-IF
             IF sqs-partition-owned (sqs-message-partition-id)
               MOVE 0 TO sqs-foreign-streak
               ADD 1 TO sqs-partition-unposted
                 (sqs-message-partition-id)
               ADD 1 TO sqs-partition-run-handled
                 (sqs-message-partition-id)
             ELSE
               SET sqs-message-foreign TO TRUE
               ADD 1 TO sqs-foreign-messages-seen
               ADD 1 TO sqs-foreign-streak
               IF sqs-foreign-limit > 0
                 AND sqs-foreign-streak NOT < sqs-foreign-limit
                 SET sqs-foreign-limit-reached TO TRUE
               END-IF
             END-IF
           END-IF.
        Check-sqs-message-ownership-exit.
           EXIT.

        Return-sqs-foreign-message.
           MOVE sqs-command TO sqs-lease-saved-command
           MOVE sqs-visibility-timeout TO sqs-lease-saved-timeout
           MOVE 'EXTENDVIS' TO sqs-command
           MOVE 0 TO sqs-visibility-timeout
           MOVE 0 TO sqs-sent-messages-count
           MOVE 0 TO sqs-received-messages-count
           CALL "SQSOP" using sqs-request-area sqs-response-area
           PERFORM Write-sqs-audit-record
           PERFORM Accumulate-sqs-reconciliation-totals
           IF sqs-op-result = 0
             ADD 1 TO sqs-messages-returned
             ADD 1 TO recon-total-returned
           ELSE
             ADD 1 TO sqs-returns-failed
             DISPLAY 'PUT-BACK FAILED FOR MESSAGE ' sqs-message-id
               ' OF PARTITION ' sqs-message-partition-id
               ' - RESULT CODE ' sqs-op-result
           END-IF
           MOVE sqs-lease-saved-timeout TO sqs-visibility-timeout
           MOVE sqs-lease-saved-command TO sqs-command.
        Return-sqs-foreign-message-exit.
           EXIT.

        Release-sqs-partition-leases.
           IF sqs-lease-available
             PERFORM Take-sqs-lease-clock
             PERFORM Release-one-sqs-partition-lease
               VARYING sqs-lease-sub FROM 1 BY 1
               UNTIL sqs-lease-sub > sqs-partition-count
           END-IF.
        Release-sqs-partition-leases-exit.
           EXIT.

        Release-one-sqs-partition-lease.
           IF sqs-partition-owned (sqs-lease-sub)
             MOVE queue-name TO lease-queue-name
             MOVE sqs-lease-sub TO lease-partition-id
             READ SQS-LEASE-FILE
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 IF lease-step-id = sqs-partition-step-id
                   ADD sqs-partition-unposted (sqs-lease-sub)
                     TO lease-messages-handled
                   MOVE 'R' TO lease-state
                   MOVE sqs-lease-now-date TO lease-heartbeat-date
                   MOVE sqs-lease-now-time TO lease-heartbeat-time
                   REWRITE sqs-lease-record
                 END-IF
             END-READ
             MOVE 'N' TO sqs-partition-owned-flag (sqs-lease-sub)
             MOVE 0 TO sqs-partition-unposted (sqs-lease-sub)
           END-IF.
        Release-one-sqs-partition-lease-exit.
           EXIT.

        Take-sqs-lease-clock.
           ACCEPT sqs-lease-now-date FROM DATE YYYYMMDD
           ACCEPT sqs-lease-now-time FROM TIME
           COMPUTE sqs-lease-day-number =
             FUNCTION INTEGER-OF-DATE (sqs-lease-now-date)
           COMPUTE sqs-lease-now-seconds =
             sqs-lease-day-number * 86400
             + sqs-lease-now-hour * 3600
             + sqs-lease-now-minute * 60
             + sqs-lease-now-second.
        Take-sqs-lease-clock-exit.
           EXIT.

        Print-sqs-partition-report.
           IF sqs-lease-available
             DISPLAY '===== SQS PARTITION LEASE REPORT ====='
             DISPLAY 'STEP ID                    : '
               sqs-partition-step-id
             DISPLAY 'HOME PARTITION             : '
               sqs-home-partition-id ' OF ' sqs-partition-count
             DISPLAY 'LEASE SECONDS              : ' sqs-lease-seconds
             PERFORM Print-sqs-partition-line
               VARYING sqs-lease-sub FROM 1 BY 1
               UNTIL sqs-lease-sub > sqs-partition-count
             DISPLAY 'FOREIGN MESSAGES SEEN      : '
               sqs-foreign-messages-seen
             DISPLAY 'MESSAGES PUT BACK          : '
               sqs-messages-returned
             DISPLAY 'PUT-BACKS FAILED           : '
               sqs-returns-failed
             DISPLAY 'PARTITIONS TAKEN OVER      : '
               sqs-partitions-taken-over
             DISPLAY 'LEASES LOST                : '
               sqs-partition-leases-lost
             IF sqs-foreign-limit-reached
               DISPLAY 'STOPPED AFTER ' sqs-foreign-streak
                 ' FOREIGN MESSAGES IN A ROW'
             END-IF
           END-IF.
        Print-sqs-partition-report-exit.
           EXIT.

        Print-sqs-partition-line.
           IF sqs-partition-run-handled (sqs-lease-sub) > 0
             DISPLAY 'HANDLED FOR PARTITION ' sqs-lease-sub '    : '
               sqs-partition-run-handled (sqs-lease-sub)
           END-IF.
        Print-sqs-partition-line-exit.
           EXIT.
