       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDMENU.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPER-FILE ASSIGN TO "OPERSEC"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
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
       77 WS-CHOICE PIC 9 VALUE 0.
       77 WS-BATCH-FILE PIC X(40) VALUE SPACES.
       77 WS-CLEAR-VALUE PIC X(40) VALUE SPACES.
       77 WS-CONTINUE-SW PIC X VALUE "Y".
           88 WS-KEEP-GOING VALUE "Y".
       77 WS-SIGNON-SW PIC X VALUE "N".
           88 WS-SIGNED-ON VALUE "Y".
       77 WS-ALLOWED-SW PIC X VALUE "N".
           88 WS-CHOICE-ALLOWED VALUE "Y".
       77 WS-TRIES PIC 9 VALUE 0.
       77 WS-OPER-ID PIC X(8) VALUE SPACES.
       77 WS-PASSWORD-IN PIC X(8) VALUE SPACES.
       77 WS-ROLE PIC X VALUE SPACE.
           88 WS-MAY-POST VALUE "O" "S".
           88 WS-MAY-REVIEW VALUE "O" "S".
           88 WS-MAY-MAINTAIN VALUE "S".
       77 WS-FAIL-REASON PIC X(20) VALUE SPACES.
       77 WS-LOG-EVENT PIC X(8) VALUE SPACES.
       77 WS-LOG-DETAIL PIC X(50) VALUE SPACES.
       77 WS-CURR-DATE PIC X(21).
       77 WS-TIMESTAMP PIC X(19) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PARA.
       OPEN INPUT OPER-FILE.
       IF WS-OPER-STATUS NOT = "00"
           DISPLAY "Operator security file unavailable - status "
               WS-OPER-STATUS " - sign-on not possible"
           STOP RUN
       END-IF.
       OPEN EXTEND SECURITY-LOG.
       IF WS-SLOG-STATUS = "35"
           OPEN OUTPUT SECURITY-LOG
       END-IF.
       IF WS-SLOG-STATUS NOT = "00"
           DISPLAY "Security log unavailable - status "
               WS-SLOG-STATUS " - sign-on not possible"
           CLOSE OPER-FILE
           STOP RUN
       END-IF.
       PERFORM UNTIL WS-SIGNED-ON OR WS-TRIES >= 3
           PERFORM SIGN-ON
       END-PERFORM.
       IF NOT WS-SIGNED-ON
           DISPLAY "Sign-on failed 3 times - session ended"
           MOVE "LOCKOUT" TO WS-LOG-EVENT
           MOVE "3 FAILED SIGN-ON ATTEMPTS" TO WS-LOG-DETAIL
           PERFORM WRITE-SECURITY-LOG
           CLOSE OPER-FILE
           CLOSE SECURITY-LOG
           STOP RUN
       END-IF.
       DISPLAY "ADDOPERID" UPON ENVIRONMENT-NAME.
       DISPLAY WS-OPER-ID UPON ENVIRONMENT-VALUE.
       DISPLAY "ADDOPERROLE" UPON ENVIRONMENT-NAME.
       DISPLAY WS-ROLE UPON ENVIRONMENT-VALUE.
       PERFORM UNTIL NOT WS-KEEP-GOING
           PERFORM SHOW-MENU
           PERFORM PROCESS-CHOICE
       END-PERFORM.
       MOVE "SIGNOFF" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-DETAIL.
       PERFORM WRITE-SECURITY-LOG.
       DISPLAY "ADDOPERID" UPON ENVIRONMENT-NAME.
       DISPLAY WS-CLEAR-VALUE UPON ENVIRONMENT-VALUE.
       DISPLAY "ADDOPERROLE" UPON ENVIRONMENT-NAME.
       DISPLAY WS-CLEAR-VALUE UPON ENVIRONMENT-VALUE.
       CLOSE OPER-FILE.
       CLOSE SECURITY-LOG.
       STOP RUN.
       SIGN-ON.
       ADD 1 TO WS-TRIES.
       DISPLAY " ".
       DISPLAY "ADDITION - Sign On".
       DISPLAY "User ID: " WITH NO ADVANCING.
       ACCEPT WS-OPER-ID.
       MOVE FUNCTION UPPER-CASE(WS-OPER-ID) TO WS-OPER-ID.
       DISPLAY "Password: " WITH NO ADVANCING.
       ACCEPT WS-PASSWORD-IN.
       MOVE SPACES TO WS-FAIL-REASON.
       MOVE WS-OPER-ID TO OP-USER-ID.
       READ OPER-FILE
           INVALID KEY
           MOVE "UNKNOWN USER ID" TO WS-FAIL-REASON
       END-READ.
       EVALUATE TRUE
           WHEN WS-OPER-ID = SPACES
               MOVE "NO USER ID ENTERED" TO WS-FAIL-REASON
           WHEN WS-FAIL-REASON NOT = SPACES
               CONTINUE
           WHEN NOT OP-ACTIVE
               MOVE "USER ID REVOKED" TO WS-FAIL-REASON
           WHEN OP-PASSWORD NOT = WS-PASSWORD-IN
               MOVE "WRONG PASSWORD" TO WS-FAIL-REASON
           WHEN NOT OP-ROLE-VALID
               MOVE "NO VALID ROLE" TO WS-FAIL-REASON
       END-EVALUATE.
       MOVE SPACES TO WS-PASSWORD-IN.
       IF WS-FAIL-REASON NOT = SPACES
           DISPLAY "Sign-on rejected"
           MOVE "FAILED" TO WS-LOG-EVENT
           MOVE WS-FAIL-REASON TO WS-LOG-DETAIL
           PERFORM WRITE-SECURITY-LOG
       ELSE
           SET WS-SIGNED-ON TO TRUE
           MOVE OP-ROLE TO WS-ROLE
           DISPLAY "Signed on as " OP-NAME " - role " OP-ROLE
           MOVE "SIGNON" TO WS-LOG-EVENT
           MOVE SPACES TO WS-LOG-DETAIL
           STRING "ROLE " OP-ROLE " " OP-NAME
               DELIMITED BY SIZE INTO WS-LOG-DETAIL
           PERFORM WRITE-SECURITY-LOG
       END-IF.
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
       MOVE WS-OPER-ID TO SL-USER-ID.
       MOVE WS-LOG-EVENT TO SL-EVENT.
       MOVE WS-LOG-DETAIL TO SL-DETAIL.
       WRITE SECLOG-REC.
       IF WS-SLOG-STATUS NOT = "00"
           DISPLAY "SECURITY LOG WRITE FAILED - STATUS "
               WS-SLOG-STATUS
       END-IF.
       SHOW-MENU.
       DISPLAY " ".
       DISPLAY "ADDITION - Daily Figures Menu".
       IF WS-MAY-POST
           DISPLAY "1. Enter one pair"
           DISPLAY "2. Run today's batch file"
       END-IF.
       DISPLAY "3. Reprint yesterday's history report".
       DISPLAY "4. Search history by date and amount".
       IF WS-MAY-MAINTAIN
           DISPLAY "5. Maintain branch master"
       END-IF.
       IF WS-MAY-REVIEW
           DISPLAY "6. Review held large-value items"
       END-IF.
       DISPLAY "7. Export history to a spreadsheet file".
       DISPLAY "8. List or cancel warehoused future-dated items".
       DISPLAY "9. Exit".
       DISPLAY "Choice: " WITH NO ADVANCING.
       ACCEPT WS-CHOICE.
       CHECK-CHOICE-ALLOWED.
       MOVE "Y" TO WS-ALLOWED-SW.
       EVALUATE WS-CHOICE
           WHEN 1
           WHEN 2
               IF NOT WS-MAY-POST
                   MOVE "N" TO WS-ALLOWED-SW
               END-IF
           WHEN 5
               IF NOT WS-MAY-MAINTAIN
                   MOVE "N" TO WS-ALLOWED-SW
               END-IF
           WHEN 6
               IF NOT WS-MAY-REVIEW
                   MOVE "N" TO WS-ALLOWED-SW
               END-IF
       END-EVALUATE.
       PROCESS-CHOICE.
       PERFORM CHECK-CHOICE-ALLOWED.
       IF NOT WS-CHOICE-ALLOWED
           DISPLAY "Choice " WS-CHOICE " is not available to role "
               WS-ROLE
           MOVE "DENIED" TO WS-LOG-EVENT
           MOVE SPACES TO WS-LOG-DETAIL
           STRING "CHOICE " WS-CHOICE DELIMITED BY SIZE
               INTO WS-LOG-DETAIL
           PERFORM WRITE-SECURITY-LOG
       ELSE
           PERFORM RUN-CHOICE
       END-IF.
       RUN-CHOICE.
       MOVE "ACTION" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-DETAIL.
       EVALUATE WS-CHOICE
           WHEN 1
               MOVE "1 ENTER ONE PAIR" TO WS-LOG-DETAIL
               PERFORM WRITE-SECURITY-LOG
               DISPLAY "ADDBATCHFILE" UPON ENVIRONMENT-NAME
               DISPLAY WS-CLEAR-VALUE UPON ENVIRONMENT-VALUE
               CALL "ADDITION"
           WHEN 2
               DISPLAY "Batch file name: " WITH NO ADVANCING
               ACCEPT WS-BATCH-FILE
               STRING "2 RUN BATCH FILE " WS-BATCH-FILE
                   DELIMITED BY SIZE INTO WS-LOG-DETAIL
               PERFORM WRITE-SECURITY-LOG
               DISPLAY "ADDBATCHFILE" UPON ENVIRONMENT-NAME
               DISPLAY WS-BATCH-FILE UPON ENVIRONMENT-VALUE
               CALL "ADDITION"
           WHEN 3
               MOVE "3 REPRINT HISTORY REPORT" TO WS-LOG-DETAIL
               PERFORM WRITE-SECURITY-LOG
               CALL "ADDRPT"
           WHEN 4
               MOVE "4 SEARCH HISTORY" TO WS-LOG-DETAIL
               PERFORM WRITE-SECURITY-LOG
               CALL "ADDINQ"
           WHEN 5
               MOVE "5 MAINTAIN BRANCH MASTER" TO WS-LOG-DETAIL
               PERFORM WRITE-SECURITY-LOG
               CALL "ADDBRM"
           WHEN 6
               MOVE "6 REVIEW HELD ITEMS" TO WS-LOG-DETAIL
               PERFORM WRITE-SECURITY-LOG
               CALL "ADDREL"
           WHEN 7
               MOVE "7 EXPORT HISTORY" TO WS-LOG-DETAIL
               PERFORM WRITE-SECURITY-LOG
               CALL "ADDXPORT"
           WHEN 8
               MOVE "8 WAREHOUSED ITEMS" TO WS-LOG-DETAIL
               PERFORM WRITE-SECURITY-LOG
               CALL "ADDWHSE"
           WHEN 9
               MOVE "N" TO WS-CONTINUE-SW
           WHEN OTHER
               DISPLAY "Invalid choice - pick one of the choices shown"
       END-EVALUATE.
