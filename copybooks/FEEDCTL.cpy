       01  FEED-CTL-RECORD.
           05  FDCTL-RESEND-DATE   PIC X(8).
