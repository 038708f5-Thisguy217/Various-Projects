       01 SECLOG-REC.
           05 SL-TIMESTAMP PIC X(19).
           05 SL-SEP-1 PIC X.
           05 SL-USER-ID PIC X(8).
           05 SL-SEP-2 PIC X.
           05 SL-EVENT PIC X(8).
           05 SL-SEP-3 PIC X.
           05 SL-DETAIL PIC X(50).
