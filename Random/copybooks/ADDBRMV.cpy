       01 BRV-REC.
           05 BRV-KEY.
               10 BRV-CODE PIC X(3).
               10 BRV-EFF-DATE PIC 9(8).
           05 BRV-STATUS PIC X.
               88 BRV-PENDING VALUE "P".
               88 BRV-APPLIED VALUE "A".
               88 BRV-CANCELLED VALUE "X".
           05 BRV-BRM-IMAGE.
               10 BRV-IMG-CODE PIC X(3).
               10 BRV-IMG-NAME PIC X(20).
               10 BRV-IMG-STATUS PIC X.
               10 BRV-IMG-GL-ACCT PIC 9(8).
               10 BRV-IMG-REVIEW-LIMIT PIC 9(4)V99.
           05 BRV-OPERATOR PIC X(8).
           05 BRV-TIMESTAMP PIC X(19).
