      * 2026-08-22 RJM ALSO CARRY THE ASSUMED-ROLE ARN, SO THE TRAIL
      *                SHOWS WHICH CREDENTIALS EVERY CROSS-ACCOUNT
      *                CALL EXECUTED UNDER.
      * 2026-10-15 RJM CARRY THE CALLER'S SOURCE SYSTEM ID SO
      *                TRAFFIC CAN BE PROFILED PER SOURCE SYSTEM FOR
      *                CAPACITY PLANNING (SQSCAPRP).
      ******************************************************************
        Write-sqs-audit-record.
           ACCEPT aud-date FROM DATE YYYYMMDD
           END-IF
           MOVE sqs-failover-active-flag TO aud-failover-flag
           MOVE queue-role-arn TO aud-role-arn
           MOVE sqs-source-system-id TO aud-source-system-id
           WRITE sqs-audit-record.
        Write-sqs-audit-record-exit.
           EXIT.
