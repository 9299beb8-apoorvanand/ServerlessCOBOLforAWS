           05 capt-send-timestamp PIC X(26).
           05 capt-correlation-id PIC X(36).
           05 capt-group-sequence PIC 9(9).
           05 capt-signature-key-ref PIC X(8).
           05 capt-signature PIC X(18).
           05 capt-expiry-timestamp PIC X(26).
           05 capt-body-length PIC 9(9).
           05 capt-body PIC X(2048).
