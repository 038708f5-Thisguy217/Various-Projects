       01 BRV-REQUEST.
           05 BQ-FUNC PIC X(4).
           05 BQ-CODE PIC X(3).
           05 BQ-AS-OF-DATE PIC 9(8).
           05 BQ-STATUS PIC X(2).
           05 BQ-EFF-DATE PIC 9(8).
           05 BQ-BRM-IMAGE PIC X(38).
