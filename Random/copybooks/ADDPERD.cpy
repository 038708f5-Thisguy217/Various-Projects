       01 PERIOD-REC.
           05 PD-KEY.
               10 PD-MONTH PIC 9(6).
           05 PD-STATUS PIC X.
               88 PD-OPEN VALUE "O".
               88 PD-CLOSED VALUE "C".
           05 PD-CLOSED-BY PIC X(8).
           05 PD-CLOSED-TIMESTAMP PIC X(19).
           05 PD-REOPENED-BY PIC X(8).
           05 PD-REOPENED-TIMESTAMP PIC X(19).
