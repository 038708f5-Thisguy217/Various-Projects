       01 REVQ-REC.
           05 RQ-ITEM-ID.
               10 RQ-HOLD-DATE PIC 9(8).
               10 RQ-HOLD-SEQ PIC 9(6).
           05 RQ-SEP-1 PIC X.
           05 RQ-STATUS PIC X.
               88 RQ-HELD VALUE "H".
               88 RQ-RECOMMENDED VALUE "R".
               88 RQ-APPROVED VALUE "A".
               88 RQ-DECLINED VALUE "D".
               88 RQ-POSTED VALUE "P".
           05 RQ-SEP-2 PIC X.
           05 RQ-BUS-DATE PIC 9(8).
           05 RQ-SEP-3 PIC X.
           05 RQ-REC-TYPE PIC X.
               88 RQ-DETAIL VALUE "D".
               88 RQ-ADJUSTMENT VALUE "A".
               88 RQ-TRANSFER VALUE "X".
           05 RQ-BRANCH PIC X(3).
           05 RQ-AMOUNT PIC S9(4)V99 SIGN IS LEADING SEPARATE.
           05 RQ-SEP-4 PIC X.
           05 RQ-HOLD-TIMESTAMP PIC X(19).
           05 RQ-SEP-5 PIC X.
           05 RQ-RECOMMEND-ID PIC X(8).
           05 RQ-SEP-6 PIC X.
           05 RQ-RECOMMEND-TIMESTAMP PIC X(19).
           05 RQ-SEP-7 PIC X.
           05 RQ-DECIDE-ID PIC X(8).
           05 RQ-SEP-8 PIC X.
           05 RQ-DECIDE-TIMESTAMP PIC X(19).
           05 RQ-SEP-9 PIC X.
           05 RQ-POST-KEY.
               10 RQ-POST-DATE PIC 9(8).
               10 RQ-POST-SEQ PIC 9(6).
           05 RQ-SEP-10 PIC X.
           05 RQ-TRANS-DATA PIC X(145).
           05 RQ-DETAIL-DATA REDEFINES RQ-TRANS-DATA.
               10 RQ-DTL-COUNT PIC 9(2).
               10 RQ-DTL-BRANCH PIC X(3).
               10 RQ-DTL-AMOUNT OCCURS 20 TIMES
                   PIC S9(4)V99 SIGN IS LEADING SEPARATE.
           05 RQ-ADJ-DATA REDEFINES RQ-TRANS-DATA.
               10 RQ-ADJ-REC-TYPE PIC X(3).
               10 RQ-ADJ-ORIG-DATE PIC 9(8).
               10 RQ-ADJ-ORIG-SEQ PIC 9(6).
               10 RQ-ADJ-BRANCH PIC X(3).
               10 RQ-ADJ-AMOUNT PIC S9(4)V99 SIGN IS LEADING SEPARATE.
               10 FILLER PIC X(118).
           05 RQ-XFR-DATA REDEFINES RQ-TRANS-DATA.
               10 RQ-XFR-REC-TYPE PIC X(3).
               10 RQ-XFR-FROM-BRANCH PIC X(3).
               10 RQ-XFR-TO-BRANCH PIC X(3).
               10 RQ-XFR-AMOUNT PIC S9(4)V99 SIGN IS LEADING SEPARATE.
               10 FILLER PIC X(129).
