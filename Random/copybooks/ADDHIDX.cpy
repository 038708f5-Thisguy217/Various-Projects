           05 HIDX-BRANCH PIC X(3).
           05 HIDX-TIMESTAMP PIC X(19).
           05 HIDX-ADJ-FLAG PIC X.
               88 HIDX-ADJUSTMENT VALUE "A" "P".
               88 HIDX-PRIOR-PERIOD VALUE "P".
               88 HIDX-TRANSFER VALUE "X".
           05 HIDX-ORIG-KEY.
               10 HIDX-ORIG-DATE PIC 9(8).
               10 HIDX-ORIG-SEQ PIC 9(6).
