           05 JR-POSTED PIC 9(6).
           05 JR-SEP-8 PIC X.
           05 JR-RC PIC 9(2).
           05 JR-SEP-9 PIC X.
           05 JR-OPERATOR PIC X(8).
