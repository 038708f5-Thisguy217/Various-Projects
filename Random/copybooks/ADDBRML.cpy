       01 BRMLOG-REC.
           05 BL-TIMESTAMP PIC X(19).
           05 BL-SEP-1 PIC X.
           05 BL-OPERATOR PIC X(8).
           05 BL-SEP-2 PIC X.
           05 BL-ACTION PIC X(6).
           05 BL-SEP-3 PIC X.
           05 BL-CODE PIC X(3).
           05 BL-SEP-4 PIC X.
           05 BL-EFF-DATE PIC 9(8).
           05 BL-SEP-5 PIC X.
           05 BL-BEFORE-IMAGE.
               10 BL-BEF-CODE PIC X(3).
               10 BL-BEF-NAME PIC X(20).
               10 BL-BEF-STATUS PIC X.
               10 BL-BEF-GL-ACCT PIC X(8).
               10 BL-BEF-REVIEW-LIMIT PIC X(6).
           05 BL-SEP-6 PIC X.
           05 BL-AFTER-IMAGE.
               10 BL-AFT-CODE PIC X(3).
               10 BL-AFT-NAME PIC X(20).
               10 BL-AFT-STATUS PIC X.
               10 BL-AFT-GL-ACCT PIC X(8).
               10 BL-AFT-REVIEW-LIMIT PIC X(6).
