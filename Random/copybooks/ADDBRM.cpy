               88 BRM-OPEN VALUE "O".
               88 BRM-CLOSED VALUE "C".
           05 BRM-GL-ACCT PIC 9(8).
           05 BRM-REVIEW-LIMIT PIC 9(4)V99.
