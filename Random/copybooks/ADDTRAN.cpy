           05 TR-BRANCH PIC X(3).
           05 TR-AMOUNT OCCURS 20 TIMES
               PIC S9(4)V99 SIGN IS LEADING SEPARATE.
           05 TR-VALUE-DATE PIC X(8).
           05 TR-VALUE-DATE-N REDEFINES TR-VALUE-DATE PIC 9(8).
       01 TRANS-HDR-REC.
           05 TH-REC-TYPE PIC X(3).
           05 TH-BUS-DATE PIC 9(8).
           05 TA-ORIG-RUN-SEQ PIC 9(6).
           05 TA-BRANCH PIC X(3).
           05 TA-AMOUNT PIC S9(4)V99 SIGN IS LEADING SEPARATE.
       01 TRANS-XFR-REC.
           05 TX-REC-TYPE PIC X(3).
           05 TX-FROM-BRANCH PIC X(3).
           05 TX-TO-BRANCH PIC X(3).
           05 TX-AMOUNT PIC S9(4)V99 SIGN IS LEADING SEPARATE.
