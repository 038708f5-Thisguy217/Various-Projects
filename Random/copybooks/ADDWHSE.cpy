       01 WHSE-REC.
           05 WH-ITEM-ID.
               10 WH-WHSE-DATE PIC 9(8).
               10 WH-WHSE-SEQ PIC 9(6).
           05 WH-SEP-1 PIC X.
           05 WH-STATUS PIC X.
               88 WH-WAREHOUSED VALUE "W".
               88 WH-CANCELLED VALUE "C".
               88 WH-RELEASED VALUE "R".
               88 WH-SENT-TO-REVIEW VALUE "H".
           05 WH-SEP-2 PIC X.
           05 WH-VALUE-DATE PIC 9(8).
           05 WH-SEP-3 PIC X.
           05 WH-BUS-DATE PIC 9(8).
           05 WH-SEP-4 PIC X.
           05 WH-BRANCH PIC X(3).
           05 WH-AMOUNT PIC S9(4)V99 SIGN IS LEADING SEPARATE.
           05 WH-SEP-5 PIC X.
           05 WH-TIMESTAMP PIC X(19).
           05 WH-SEP-6 PIC X.
           05 WH-TRANS-FILENAME PIC X(40).
           05 WH-SEP-7 PIC X.
           05 WH-CANCEL-ID PIC X(8).
           05 WH-SEP-8 PIC X.
           05 WH-CANCEL-TIMESTAMP PIC X(19).
           05 WH-SEP-9 PIC X.
           05 WH-RELEASE-DATE PIC 9(8).
           05 WH-SEP-10 PIC X.
           05 WH-POST-KEY.
               10 WH-POST-DATE PIC 9(8).
               10 WH-POST-SEQ PIC 9(6).
           05 WH-SEP-11 PIC X.
           05 WH-TRANS-DATA PIC X(153).
           05 WH-DETAIL-DATA REDEFINES WH-TRANS-DATA.
               10 WH-DTL-COUNT PIC 9(2).
               10 WH-DTL-BRANCH PIC X(3).
               10 WH-DTL-AMOUNT OCCURS 20 TIMES
                   PIC S9(4)V99 SIGN IS LEADING SEPARATE.
               10 WH-DTL-VALUE-DATE PIC X(8).
