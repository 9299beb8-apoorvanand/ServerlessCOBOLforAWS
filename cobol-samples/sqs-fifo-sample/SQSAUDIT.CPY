      * - BLANK MEANS THE JOB'S OWN CREDENTIALS.
           05 FILLER PIC X(1) VALUE SPACE.
           05 aud-role-arn PIC X(120).
      * THE SYSTEM ID THE CALLING PROGRAM RUNS UNDER
      * (sqs-source-system-id, SQSRQA.CPY) - WHAT THE CAPACITY REPORT
      * (SQSCAPRP) PROFILES TRAFFIC BY. OLDER AUDIT FILES WITHOUT THIS
      * COLUMN READ AS SPACES AND ARE REPORTED UNDER NO SOURCE.
           05 FILLER PIC X(1) VALUE SPACE.
           05 aud-source-system-id PIC X(8).

