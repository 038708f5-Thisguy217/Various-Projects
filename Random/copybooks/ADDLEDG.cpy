           05 LG-TOTAL PIC S9(8)V99 SIGN IS LEADING SEPARATE.
           05 LG-SEP-4 PIC X.
           05 LG-TIMESTAMP PIC X(19).
           05 LG-SEP-5 PIC X.
           05 LG-POST-DATE PIC 9(8).
           05 LG-SEP-6 PIC X.
           05 LG-SEQ-FROM PIC 9(6).
           05 LG-SEP-7 PIC X.
           05 LG-SEQ-TO PIC 9(6).
