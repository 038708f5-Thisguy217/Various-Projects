       01 FPRINT-REC.
           05 FP-KEY.
               10 FP-DETAIL PIC X(145).
               10 FP-BUS-DATE PIC 9(8).
               10 FP-SEQ PIC 9(6).
           05 FP-SOURCE-FILE PIC X(40).
           05 FP-ADDED-TIMESTAMP PIC X(19).
