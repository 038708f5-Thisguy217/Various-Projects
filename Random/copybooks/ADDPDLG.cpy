       01 PERDLOG-REC.
           05 PL-TIMESTAMP PIC X(19).
           05 PL-SEP-1 PIC X.
           05 PL-SUPERVISOR PIC X(8).
           05 PL-SEP-2 PIC X.
           05 PL-ACTION PIC X(6).
           05 PL-SEP-3 PIC X.
           05 PL-MONTH PIC 9(6).
           05 PL-SEP-4 PIC X.
           05 PL-PRIOR-STATUS PIC X.
           05 PL-SEP-5 PIC X.
           05 PL-NEW-STATUS PIC X.
