       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDSEC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPER-FILE ASSIGN TO "OPERSEC"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OP-KEY
           FILE STATUS IS WS-OPER-STATUS.
       SELECT SECURITY-LOG ASSIGN TO "SECLOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD OPER-FILE.
       COPY ADDOPER.
       FD SECURITY-LOG.
       COPY ADDSECL.
       WORKING-STORAGE SECTION.
       77 WS-OPER-STATUS PIC XX VALUE SPACES.
       77 WS-SLOG-STATUS PIC XX VALUE SPACES.
       77 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF-OPER VALUE "Y".
       77 WS-EMPTY-SW PIC X VALUE "N".
           88 WS-FILE-EMPTY VALUE "Y".
       77 WS-QUIT-SW PIC X VALUE "N".
           88 WS-QUIT VALUE "Y".
       77 WS-ADMIN-ID PIC X(8) VALUE SPACES.
       77 WS-PASSWORD-IN PIC X(8) VALUE SPACES.
       77 WS-ANSWER PIC X VALUE SPACE.
       77 WS-USER-IN PIC X(8) VALUE SPACES.
       77 WS-NAME-IN PIC X(20) VALUE SPACES.
       77 WS-ROLE-IN PIC X VALUE SPACE.
           88 WS-ROLE-IN-VALID VALUE "I" "O" "S".
       77 WS-LOG-EVENT PIC X(8) VALUE SPACES.
       77 WS-LOG-DETAIL PIC X(50) VALUE SPACES.
       77 WS-LIST-COUNT PIC 9(4) VALUE 0.
       77 WS-CHANGE-COUNT PIC 9(4) VALUE 0.
       77 WS-CURR-DATE PIC X(21).
       77 WS-TIMESTAMP PIC X(19) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PARA.
       MOVE 0 TO RETURN-CODE.
       OPEN I-O OPER-FILE.
       IF WS-OPER-STATUS = "35"
           OPEN OUTPUT OPER-FILE
           CLOSE OPER-FILE
           OPEN I-O OPER-FILE
       END-IF.
       IF WS-OPER-STATUS NOT = "00"
           DISPLAY "Cannot open operator security file - status "
               WS-OPER-STATUS
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN EXTEND SECURITY-LOG.
       IF WS-SLOG-STATUS = "35"
           OPEN OUTPUT SECURITY-LOG
       END-IF.
       IF WS-SLOG-STATUS NOT = "00"
           DISPLAY "Cannot open security log - status "
               WS-SLOG-STATUS
           CLOSE OPER-FILE
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM CHECK-FILE-EMPTY.
       IF WS-FILE-EMPTY
           PERFORM ADD-FIRST-SUPERVISOR
       ELSE
           PERFORM SIGN-ON-SUPERVISOR
       END-IF.
       IF WS-ADMIN-ID NOT = SPACES
           PERFORM UNTIL WS-QUIT
               PERFORM SHOW-SEC-MENU
               PERFORM PROCESS-SEC-CHOICE
           END-PERFORM
       END-IF.
       CLOSE OPER-FILE.
       CLOSE SECURITY-LOG.
       GOBACK.
       FORMAT-TIMESTAMP.
       MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE.
       MOVE SPACES TO WS-TIMESTAMP.
       STRING WS-CURR-DATE(1:4) "-" WS-CURR-DATE(5:2) "-"
           WS-CURR-DATE(7:2) " " WS-CURR-DATE(9:2) ":"
           WS-CURR-DATE(11:2) ":" WS-CURR-DATE(13:2)
           DELIMITED BY SIZE INTO WS-TIMESTAMP.
       WRITE-SECURITY-LOG.
       PERFORM FORMAT-TIMESTAMP.
       MOVE SPACES TO SECLOG-REC.
       MOVE WS-TIMESTAMP TO SL-TIMESTAMP.
       MOVE WS-ADMIN-ID TO SL-USER-ID.
       MOVE WS-LOG-EVENT TO SL-EVENT.
       MOVE WS-LOG-DETAIL TO SL-DETAIL.
       WRITE SECLOG-REC.
       IF WS-SLOG-STATUS NOT = "00"
           DISPLAY "SECURITY LOG WRITE FAILED - STATUS "
               WS-SLOG-STATUS
       END-IF.
       CHECK-FILE-EMPTY.
       MOVE LOW-VALUES TO OP-KEY.
       START OPER-FILE KEY >= OP-KEY
           INVALID KEY
           SET WS-FILE-EMPTY TO TRUE
       END-START.
       IF NOT WS-FILE-EMPTY
           READ OPER-FILE NEXT
               AT END
               SET WS-FILE-EMPTY TO TRUE
           END-READ
       END-IF.
       ADD-FIRST-SUPERVISOR.
       DISPLAY "Operator security file is empty - the first user "
           "added is a supervisor".
       MOVE "S" TO WS-ROLE-IN.
       PERFORM GET-NEW-USER.
       IF WS-USER-IN NOT = SPACES
           MOVE WS-USER-IN TO WS-ADMIN-ID
           PERFORM WRITE-NEW-USER
           IF WS-CHANGE-COUNT = 0
               MOVE SPACES TO WS-ADMIN-ID
           END-IF
       END-IF.
       SIGN-ON-SUPERVISOR.
       DISPLAY "Supervisor user ID: " WITH NO ADVANCING.
       ACCEPT WS-USER-IN.
       MOVE FUNCTION UPPER-CASE(WS-USER-IN) TO WS-USER-IN.
       DISPLAY "Password: " WITH NO ADVANCING.
       ACCEPT WS-PASSWORD-IN.
       MOVE WS-USER-IN TO OP-USER-ID.
       MOVE WS-USER-IN TO WS-ADMIN-ID.
       READ OPER-FILE
           INVALID KEY
           MOVE SPACES TO OPER-REC
       END-READ.
       IF WS-USER-IN = SPACES
           OR OP-USER-ID NOT = WS-USER-IN
           OR NOT OP-ACTIVE
           OR NOT OP-SUPERVISOR
           OR OP-PASSWORD NOT = WS-PASSWORD-IN
           DISPLAY "Security maintenance requires an active "
               "supervisor sign-on"
           MOVE "FAILED" TO WS-LOG-EVENT
           MOVE "SECURITY MAINTENANCE SIGN-ON" TO WS-LOG-DETAIL
           PERFORM WRITE-SECURITY-LOG
           MOVE SPACES TO WS-ADMIN-ID
           MOVE 8 TO RETURN-CODE
       ELSE
           MOVE "SIGNON" TO WS-LOG-EVENT
           MOVE "SECURITY MAINTENANCE" TO WS-LOG-DETAIL
           PERFORM WRITE-SECURITY-LOG
       END-IF.
       MOVE SPACES TO WS-PASSWORD-IN.
       SHOW-SEC-MENU.
       DISPLAY " ".
       DISPLAY "Operator Security Maintenance".
       DISPLAY "A=add user, C=change name/role, P=reset password, "
           "R=revoke/restore, L=list, Q=quit".
       DISPLAY "Action: " WITH NO ADVANCING.
       ACCEPT WS-ANSWER.
       PROCESS-SEC-CHOICE.
       EVALUATE WS-ANSWER
           WHEN "A"
           WHEN "a"
               PERFORM ADD-USER
           WHEN "C"
           WHEN "c"
               PERFORM CHANGE-USER
           WHEN "P"
           WHEN "p"
               PERFORM RESET-PASSWORD
           WHEN "R"
           WHEN "r"
               PERFORM FLIP-USER-STATUS
           WHEN "L"
           WHEN "l"
               PERFORM LIST-USERS
           WHEN "Q"
           WHEN "q"
               SET WS-QUIT TO TRUE
           WHEN OTHER
               DISPLAY "Invalid action - pick A, C, P, R, L or Q"
       END-EVALUATE.
       GET-USER-ID.
       DISPLAY "User ID (up to 8 characters): " WITH NO ADVANCING.
       ACCEPT WS-USER-IN.
       MOVE FUNCTION UPPER-CASE(WS-USER-IN) TO WS-USER-IN.
       GET-NEW-USER.
       PERFORM GET-USER-ID.
       IF WS-USER-IN = SPACES
           DISPLAY "User ID may not be blank - not saved"
       ELSE
           DISPLAY "Name: " WITH NO ADVANCING
           ACCEPT WS-NAME-IN
           IF WS-ROLE-IN = SPACE
               PERFORM GET-ROLE UNTIL WS-ROLE-IN-VALID
           END-IF
           PERFORM GET-PASSWORD
               UNTIL WS-PASSWORD-IN NOT = SPACES
       END-IF.
       GET-ROLE.
       DISPLAY "Role (I=inquiry, O=operator, S=supervisor): "
           WITH NO ADVANCING.
       ACCEPT WS-ROLE-IN.
       MOVE FUNCTION UPPER-CASE(WS-ROLE-IN) TO WS-ROLE-IN.
       IF NOT WS-ROLE-IN-VALID
           DISPLAY "Role must be I, O or S"
       END-IF.
       GET-PASSWORD.
       DISPLAY "Password (up to 8 characters): " WITH NO ADVANCING.
       ACCEPT WS-PASSWORD-IN.
       IF WS-PASSWORD-IN = SPACES
           DISPLAY "Password may not be blank"
       END-IF.
       ADD-USER.
       MOVE SPACE TO WS-ROLE-IN.
       PERFORM GET-NEW-USER.
       IF WS-USER-IN NOT = SPACES
           MOVE WS-USER-IN TO OP-USER-ID
           READ OPER-FILE
               INVALID KEY
               PERFORM WRITE-NEW-USER
               NOT INVALID KEY
               DISPLAY "User " WS-USER-IN " already on file"
           END-READ
       END-IF.
       MOVE SPACES TO WS-PASSWORD-IN.
       WRITE-NEW-USER.
       PERFORM FORMAT-TIMESTAMP.
       MOVE SPACES TO OPER-REC.
       MOVE WS-USER-IN TO OP-USER-ID.
       MOVE WS-NAME-IN TO OP-NAME.
       MOVE WS-ROLE-IN TO OP-ROLE.
       MOVE WS-PASSWORD-IN TO OP-PASSWORD.
       MOVE "A" TO OP-STATUS.
       MOVE WS-ADMIN-ID TO OP-CHANGED-BY.
       MOVE WS-TIMESTAMP TO OP-CHANGED-TIMESTAMP.
       WRITE OPER-REC
           INVALID KEY
           DISPLAY "User add failed - status " WS-OPER-STATUS
           NOT INVALID KEY
           ADD 1 TO WS-CHANGE-COUNT
           DISPLAY "User " OP-USER-ID " added with role " OP-ROLE
           MOVE "ADDUSER" TO WS-LOG-EVENT
           MOVE SPACES TO WS-LOG-DETAIL
           STRING OP-USER-ID " ROLE " OP-ROLE " " OP-NAME
               DELIMITED BY SIZE INTO WS-LOG-DETAIL
           PERFORM WRITE-SECURITY-LOG
       END-WRITE.
       CHANGE-USER.
       PERFORM GET-USER-ID.
       MOVE WS-USER-IN TO OP-USER-ID.
       READ OPER-FILE
           INVALID KEY
           DISPLAY "User " WS-USER-IN " not on file"
           NOT INVALID KEY
           PERFORM SHOW-USER
           DISPLAY "New name (blank = keep): " WITH NO ADVANCING
           ACCEPT WS-NAME-IN
           IF WS-NAME-IN NOT = SPACES
               MOVE WS-NAME-IN TO OP-NAME
           END-IF
           DISPLAY "New role (I, O, S or blank = keep): "
               WITH NO ADVANCING
           ACCEPT WS-ROLE-IN
           MOVE FUNCTION UPPER-CASE(WS-ROLE-IN) TO WS-ROLE-IN
           EVALUATE TRUE
               WHEN WS-ROLE-IN = SPACE
                   CONTINUE
               WHEN NOT WS-ROLE-IN-VALID
                   DISPLAY "Role must be I, O or S - role unchanged"
               WHEN OP-USER-ID = WS-ADMIN-ID AND WS-ROLE-IN NOT = "S"
                   DISPLAY "You cannot remove your own supervisor "
                       "role - role unchanged"
               WHEN OTHER
                   MOVE WS-ROLE-IN TO OP-ROLE
           END-EVALUATE
           MOVE "CHGUSER" TO WS-LOG-EVENT
           MOVE SPACES TO WS-LOG-DETAIL
           STRING OP-USER-ID " ROLE " OP-ROLE " " OP-NAME
               DELIMITED BY SIZE INTO WS-LOG-DETAIL
           PERFORM REWRITE-USER
       END-READ.
       RESET-PASSWORD.
       PERFORM GET-USER-ID.
       MOVE WS-USER-IN TO OP-USER-ID.
       READ OPER-FILE
           INVALID KEY
           DISPLAY "User " WS-USER-IN " not on file"
           NOT INVALID KEY
           PERFORM SHOW-USER
           MOVE SPACES TO WS-PASSWORD-IN
           PERFORM GET-PASSWORD
               UNTIL WS-PASSWORD-IN NOT = SPACES
           MOVE WS-PASSWORD-IN TO OP-PASSWORD
           MOVE SPACES TO WS-PASSWORD-IN
           MOVE "PASSWORD" TO WS-LOG-EVENT
           MOVE SPACES TO WS-LOG-DETAIL
           STRING OP-USER-ID " PASSWORD RESET"
               DELIMITED BY SIZE INTO WS-LOG-DETAIL
           PERFORM REWRITE-USER
       END-READ.
       FLIP-USER-STATUS.
       PERFORM GET-USER-ID.
       MOVE WS-USER-IN TO OP-USER-ID.
       READ OPER-FILE
           INVALID KEY
           DISPLAY "User " WS-USER-IN " not on file"
           NOT INVALID KEY
           PERFORM SHOW-USER
           EVALUATE TRUE
               WHEN OP-USER-ID = WS-ADMIN-ID
                   DISPLAY "You cannot revoke your own user ID"
               WHEN OP-ACTIVE
                   MOVE "R" TO OP-STATUS
                   MOVE "REVOKE" TO WS-LOG-EVENT
                   MOVE OP-USER-ID TO WS-LOG-DETAIL
                   PERFORM REWRITE-USER
               WHEN OTHER
                   MOVE "A" TO OP-STATUS
                   MOVE "RESTORE" TO WS-LOG-EVENT
                   MOVE OP-USER-ID TO WS-LOG-DETAIL
                   PERFORM REWRITE-USER
           END-EVALUATE
       END-READ.
       REWRITE-USER.
       PERFORM FORMAT-TIMESTAMP.
       MOVE WS-ADMIN-ID TO OP-CHANGED-BY.
       MOVE WS-TIMESTAMP TO OP-CHANGED-TIMESTAMP.
       REWRITE OPER-REC
           INVALID KEY
           DISPLAY "User update failed - status " WS-OPER-STATUS
           NOT INVALID KEY
           ADD 1 TO WS-CHANGE-COUNT
           DISPLAY "User " OP-USER-ID " updated"
           PERFORM WRITE-SECURITY-LOG
       END-REWRITE.
       SHOW-USER.
       DISPLAY "User " OP-USER-ID "  " OP-NAME
           "  role " OP-ROLE "  status " OP-STATUS
           "  changed by " OP-CHANGED-BY " at " OP-CHANGED-TIMESTAMP.
       LIST-USERS.
       MOVE "N" TO WS-EOF-SW.
       MOVE 0 TO WS-LIST-COUNT.
       MOVE LOW-VALUES TO OP-KEY.
       START OPER-FILE KEY >= OP-KEY
           INVALID KEY
           SET WS-EOF-OPER TO TRUE
       END-START.
       PERFORM UNTIL WS-EOF-OPER
           READ OPER-FILE NEXT
               AT END
               SET WS-EOF-OPER TO TRUE
               NOT AT END
               IF WS-OPER-STATUS NOT = "00"
                   SET WS-EOF-OPER TO TRUE
               ELSE
                   ADD 1 TO WS-LIST-COUNT
                   PERFORM SHOW-USER
               END-IF
           END-READ
       END-PERFORM.
       DISPLAY WS-LIST-COUNT " user(s) on file".
