       01 OPER-REC.
           05 OP-KEY.
               10 OP-USER-ID PIC X(8).
           05 OP-NAME PIC X(20).
           05 OP-ROLE PIC X.
               88 OP-INQUIRY VALUE "I".
               88 OP-OPERATOR VALUE "O".
               88 OP-SUPERVISOR VALUE "S".
               88 OP-ROLE-VALID VALUE "I" "O" "S".
           05 OP-PASSWORD PIC X(8).
           05 OP-STATUS PIC X.
               88 OP-ACTIVE VALUE "A".
               88 OP-REVOKED VALUE "R".
           05 OP-CHANGED-BY PIC X(8).
           05 OP-CHANGED-TIMESTAMP PIC X(19).
