           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BRM-KEY
           FILE STATUS IS WS-BRM-STATUS.
       SELECT BRANCH-VERSIONS ASSIGN TO "BRMVERS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BRV-KEY
           FILE STATUS IS WS-BRV-STATUS.
       SELECT BRM-LOG ASSIGN TO "BRMLOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOG-STATUS.
       SELECT OPER-FILE ASSIGN TO "OPERSEC"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS OP-KEY
           FILE STATUS IS WS-OPER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD BRANCH-MASTER.
       COPY ADDBRM.
       FD BRANCH-VERSIONS.
       COPY ADDBRMV.
       FD BRM-LOG.
       COPY ADDBRML.
       FD OPER-FILE.
       COPY ADDOPER.
       WORKING-STORAGE SECTION.
       COPY ADDJRNL.
       77 WS-BRM-STATUS PIC XX VALUE SPACES.
       77 WS-BRV-STATUS PIC XX VALUE SPACES.
       77 WS-LOG-STATUS PIC XX VALUE SPACES.
       77 WS-OPER-STATUS PIC XX VALUE SPACES.
       77 WS-SUPV-OK-SW PIC X VALUE "N".
           88 WS-SUPERVISOR-OK VALUE "Y".
       77 WS-BRV-EOF-SW PIC X VALUE "N".
           88 WS-EOF-BRV VALUE "Y".
       77 WS-FOUND-SW PIC X VALUE "N".
           88 WS-VERSION-FOUND VALUE "Y".
       77 WS-SAVED-SW PIC X VALUE "N".
           88 WS-CHANGE-SAVED VALUE "Y".
       77 WS-EFF-OK-SW PIC X VALUE "N".
           88 WS-EFF-OK VALUE "Y".
       77 WS-BLOCK-SW PIC X VALUE "N".
           88 WS-CHANGE-BLOCKED VALUE "Y".
       77 WS-BLOCK-DATE PIC 9(8) VALUE 0.
       77 WS-PARM PIC X(40) VALUE SPACES.
       77 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       77 WS-OPERATOR-ROLE PIC X VALUE SPACE.
           88 WS-SUPERVISOR-ROLE VALUE "S".
       77 WS-ACTION PIC X(6) VALUE SPACES.
       77 WS-LIST-CODE PIC X(3) VALUE SPACES.
       77 WS-EFF-DATE PIC 9(8) VALUE 0.
       77 WS-TODAY-DATE PIC 9(8) VALUE 0.
       77 WS-DATE-INT PIC 9(7) VALUE 0.
       77 WS-CURR-DATE PIC X(21).
       77 WS-TIMESTAMP PIC X(19) VALUE SPACES.
       77 WS-BEFORE-IMAGE PIC X(38) VALUE SPACES.
       77 WS-AFTER-IMAGE PIC X(38) VALUE SPACES.
       77 WS-PENDING-COUNT PIC 9(4) VALUE 0.
       77 WS-VERS-READ PIC 9(6) VALUE 0.
       77 WS-APPLY-COUNT PIC 9(6) VALUE 0.
       01 WS-EFF-IN PIC X(8) VALUE SPACES.
       01 WS-EFF-IN-NUM REDEFINES WS-EFF-IN PIC 9(8).
       77 WS-BRM-EOF-SW PIC X VALUE "N".
           88 WS-EOF-BRM VALUE "Y".
       77 WS-QUIT-SW PIC X VALUE "N".
       77 WS-STATUS-IN PIC X VALUE SPACE.
       77 WS-ACCT-IN PIC X(8) VALUE SPACES.
       77 WS-LIST-COUNT PIC 9(4) VALUE 0.
       01 WS-LIMIT-IN PIC X(6) VALUE SPACES.
       01 WS-LIMIT-IN-NUM REDEFINES WS-LIMIT-IN PIC 9(4)V99.
       PROCEDURE DIVISION.
       MAIN-PARA.
       MOVE 0 TO RETURN-CODE.
       MOVE "N" TO WS-QUIT-SW.
       MOVE 0 TO WS-VERS-READ.
       MOVE 0 TO WS-APPLY-COUNT.
       ACCEPT WS-PARM FROM COMMAND-LINE.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
       OPEN I-O BRANCH-MASTER.
       IF WS-BRM-STATUS = "35"
           OPEN OUTPUT BRANCH-MASTER
       IF WS-BRM-STATUS NOT = "00"
           DISPLAY "Cannot open branch master - status "
               WS-BRM-STATUS
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN I-O BRANCH-VERSIONS.
       IF WS-BRV-STATUS = "35"
           OPEN OUTPUT BRANCH-VERSIONS
           CLOSE BRANCH-VERSIONS
           OPEN I-O BRANCH-VERSIONS
       END-IF.
       IF WS-BRV-STATUS NOT = "00"
           DISPLAY "Cannot open branch versions - status "
               WS-BRV-STATUS
           CLOSE BRANCH-MASTER
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN EXTEND BRM-LOG.
       IF WS-LOG-STATUS = "35"
           OPEN OUTPUT BRM-LOG
       END-IF.
       IF WS-LOG-STATUS NOT = "00"
           DISPLAY "Cannot open branch maintenance log - status "
               WS-LOG-STATUS
           CLOSE BRANCH-MASTER
           CLOSE BRANCH-VERSIONS
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.
       IF WS-PARM(1:5) = "APPLY"
           PERFORM APPLY-DUE-VERSIONS
       ELSE
           DISPLAY "ADDOPERID" UPON ENVIRONMENT-NAME
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE
           DISPLAY "ADDOPERROLE" UPON ENVIRONMENT-NAME
           ACCEPT WS-OPERATOR-ROLE FROM ENVIRONMENT-VALUE
           EVALUATE TRUE
               WHEN WS-OPERATOR-ID = SPACES
                   DISPLAY "Sign on through the ADDITION menu to "
                       "maintain branches"
               WHEN NOT WS-SUPERVISOR-ROLE
                   DISPLAY "Branch maintenance requires the "
                       "supervisor role"
               WHEN OTHER
                   PERFORM CHECK-SUPERVISOR
                   IF WS-SUPERVISOR-OK
                       PERFORM UNTIL WS-QUIT
                           PERFORM SHOW-BRM-MENU
                           PERFORM PROCESS-BRM-CHOICE
                       END-PERFORM
                   ELSE
                       DISPLAY "Branch maintenance not allowed"
                   END-IF
           END-EVALUATE
       END-IF.
       CLOSE BRANCH-MASTER.
       CLOSE BRANCH-VERSIONS.
       CLOSE BRM-LOG.
       GOBACK.
       CHECK-SUPERVISOR.
       MOVE "N" TO WS-SUPV-OK-SW.
       OPEN INPUT OPER-FILE.
       IF WS-OPER-STATUS NOT = "00"
           DISPLAY "Operator security file unavailable - status "
               WS-OPER-STATUS
       ELSE
           MOVE WS-OPERATOR-ID TO OP-USER-ID
           READ OPER-FILE
               INVALID KEY
               DISPLAY "Operator " WS-OPERATOR-ID
                   " is not on the operator security file"
               NOT INVALID KEY
               EVALUATE TRUE
               WHEN NOT OP-ACTIVE
                   DISPLAY "Operator " WS-OPERATOR-ID " is revoked"
               WHEN NOT OP-SUPERVISOR
                   DISPLAY "Operator " WS-OPERATOR-ID
                       " is not a supervisor"
               WHEN OTHER
                   SET WS-SUPERVISOR-OK TO TRUE
               END-EVALUATE
           END-READ
           CLOSE OPER-FILE
       END-IF.
       WRITE-JOURNAL-START.
       MOVE SPACES TO JOURNAL-REC.
       MOVE "ADDBRM" TO JR-PROGRAM.
       MOVE "START" TO JR-EVENT.
       MOVE "BRMVERS" TO JR-FILENAME.
       MOVE 0 TO JR-RECS-IN.
       MOVE 0 TO JR-CLEAN.
       MOVE 0 TO JR-REJECTS.
       MOVE 0 TO JR-POSTED.
       MOVE 0 TO JR-RC.
       CALL "ADDJRNL" USING JOURNAL-REC.
       WRITE-JOURNAL-END.
       MOVE SPACES TO JOURNAL-REC.
       MOVE "ADDBRM" TO JR-PROGRAM.
       MOVE "END" TO JR-EVENT.
       MOVE "BRMVERS" TO JR-FILENAME.
       MOVE WS-VERS-READ TO JR-RECS-IN.
       MOVE WS-APPLY-COUNT TO JR-CLEAN.
       MOVE 0 TO JR-REJECTS.
       MOVE WS-APPLY-COUNT TO JR-POSTED.
       MOVE RETURN-CODE TO JR-RC.
       CALL "ADDJRNL" USING JOURNAL-REC.
       FORMAT-TIMESTAMP.
       MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE.
       MOVE SPACES TO WS-TIMESTAMP.
       STRING WS-CURR-DATE(1:4) "-" WS-CURR-DATE(5:2) "-"
           WS-CURR-DATE(7:2) " " WS-CURR-DATE(9:2) ":"
           WS-CURR-DATE(11:2) ":" WS-CURR-DATE(13:2)
           DELIMITED BY SIZE INTO WS-TIMESTAMP.
       SHOW-BRM-MENU.
       DISPLAY " ".
       DISPLAY "Branch Master Maintenance".
       DISPLAY "A=add, C=change, S=open/close, L=list, "
           "P=pending changes, X=cancel pending change, Q=quit".
       DISPLAY "Action: " WITH NO ADVANCING.
       ACCEPT WS-ANSWER.
       PROCESS-BRM-CHOICE.
           WHEN "L"
           WHEN "l"
               PERFORM LIST-BRANCHES
           WHEN "P"
           WHEN "p"
               MOVE SPACES TO WS-LIST-CODE
               PERFORM LIST-PENDING
           WHEN "X"
           WHEN "x"
               PERFORM CANCEL-PENDING
           WHEN "Q"
           WHEN "q"
               SET WS-QUIT TO TRUE
           WHEN OTHER
               DISPLAY "Invalid action - pick A, C, S, L, P, X or Q"
       END-EVALUATE.
       GET-BRANCH-CODE.
       DISPLAY "Branch code (3 characters): " WITH NO ADVANCING.
           MOVE WS-CODE-IN TO BRM-CODE
           READ BRANCH-MASTER
               INVALID KEY
               PERFORM CHECK-VERSIONS-EXIST
               IF WS-VERSION-FOUND
                   DISPLAY "Branch " WS-CODE-IN
                       " already added with a future effective date"
               ELSE
                   PERFORM GET-BRANCH-FIELDS
                   IF WS-NAME-IN NOT = SPACES
                       PERFORM GET-EFFECTIVE-DATE
                       MOVE WS-CODE-IN TO BRM-CODE
                       MOVE WS-NAME-IN TO BRM-NAME
                       MOVE WS-ACCT-IN TO BRM-GL-ACCT
                       MOVE WS-LIMIT-IN-NUM TO BRM-REVIEW-LIMIT
                       MOVE "O" TO BRM-STATUS
                       MOVE SPACES TO WS-BEFORE-IMAGE
                       MOVE "ADD" TO WS-ACTION
                       PERFORM SAVE-BRANCH-CHANGE
                   END-IF
               END-IF
               NOT INVALID KEY
               DISPLAY "Branch " BRM-CODE " already on master"
           DISPLAY "Branch " WS-CODE-IN " not on master"
           NOT INVALID KEY
           PERFORM SHOW-BRANCH
           MOVE WS-CODE-IN TO WS-LIST-CODE
           PERFORM LIST-PENDING
           PERFORM GET-BRANCH-FIELDS
           IF WS-NAME-IN NOT = SPACES
               PERFORM GET-EFFECTIVE-DATE
               PERFORM LOAD-VERSION-IN-FORCE
               MOVE WS-NAME-IN TO BRM-NAME
               MOVE WS-ACCT-IN TO BRM-GL-ACCT
               MOVE WS-LIMIT-IN-NUM TO BRM-REVIEW-LIMIT
               MOVE "CHANGE" TO WS-ACTION
               IF WS-CHANGE-BLOCKED
                   PERFORM REFUSE-BRANCH-CHANGE
               ELSE
                   PERFORM SAVE-BRANCH-CHANGE
               END-IF
           END-IF
       END-READ.
       FLIP-BRANCH-STATUS.
           DISPLAY "Branch " WS-CODE-IN " not on master"
           NOT INVALID KEY
           PERFORM SHOW-BRANCH
           MOVE WS-CODE-IN TO WS-LIST-CODE
           PERFORM LIST-PENDING
           DISPLAY "Set status (O=open, C=closed): "
               WITH NO ADVANCING
           ACCEPT WS-STATUS-IN
           IF WS-STATUS-IN = "O" OR WS-STATUS-IN = "o"
               OR WS-STATUS-IN = "C" OR WS-STATUS-IN = "c"
               PERFORM GET-EFFECTIVE-DATE
               PERFORM LOAD-VERSION-IN-FORCE
               MOVE FUNCTION UPPER-CASE(WS-STATUS-IN) TO BRM-STATUS
               MOVE "STATUS" TO WS-ACTION
               IF WS-CHANGE-BLOCKED
                   PERFORM REFUSE-BRANCH-CHANGE
               ELSE
                   PERFORM SAVE-BRANCH-CHANGE
               END-IF
           ELSE
               DISPLAY "Status must be O or C - unchanged"
           END-IF
       END-READ.
       SAVE-BRANCH-CHANGE.
       MOVE "Y" TO WS-SAVED-SW.
       PERFORM FORMAT-TIMESTAMP.
       IF WS-ACTION NOT = "ADD"
           PERFORM ENSURE-BASE-VERSION
       END-IF.
       IF WS-EFF-DATE <= WS-TODAY-DATE
           PERFORM UPDATE-MASTER
       END-IF.
       IF WS-CHANGE-SAVED
           MOVE BRM-CODE TO BRV-CODE
           MOVE WS-EFF-DATE TO BRV-EFF-DATE
           IF WS-EFF-DATE > WS-TODAY-DATE
               MOVE "P" TO BRV-STATUS
           ELSE
               MOVE "A" TO BRV-STATUS
           END-IF
           MOVE BRM-REC TO BRV-BRM-IMAGE
           MOVE WS-OPERATOR-ID TO BRV-OPERATOR
           MOVE WS-TIMESTAMP TO BRV-TIMESTAMP
           PERFORM WRITE-VERSION
       END-IF.
       IF WS-CHANGE-SAVED
           MOVE BRM-REC TO WS-AFTER-IMAGE
           PERFORM WRITE-LOG
           IF BRV-PENDING
               DISPLAY "Branch " BRM-CODE " " WS-ACTION
                   " held pending until " WS-EFF-DATE
           END-IF
       END-IF.
       UPDATE-MASTER.
       IF WS-ACTION = "ADD"
           WRITE BRM-REC
               INVALID KEY
               MOVE "N" TO WS-SAVED-SW
               DISPLAY "BRANCH WRITE FAILED - STATUS "
                   WS-BRM-STATUS
               NOT INVALID KEY
               DISPLAY "Branch " BRM-CODE " added"
           END-WRITE
       ELSE
           REWRITE BRM-REC
               INVALID KEY
               MOVE "N" TO WS-SAVED-SW
               DISPLAY "BRANCH REWRITE FAILED - STATUS "
                   WS-BRM-STATUS
               NOT INVALID KEY
               IF WS-ACTION = "STATUS"
                   DISPLAY "Branch " BRM-CODE " now status "
                       BRM-STATUS
               ELSE
                   DISPLAY "Branch " BRM-CODE " changed"
               END-IF
           END-REWRITE
       END-IF.
       WRITE-VERSION.
       WRITE BRV-REC
           INVALID KEY
           REWRITE BRV-REC
               INVALID KEY
               MOVE "N" TO WS-SAVED-SW
               DISPLAY "BRANCH VERSION WRITE FAILED - STATUS "
                   WS-BRV-STATUS
           END-REWRITE
       END-WRITE.
       ENSURE-BASE-VERSION.
       PERFORM CHECK-VERSIONS-EXIST.
       IF NOT WS-VERSION-FOUND
           MOVE BRM-CODE TO BRV-CODE
           MOVE 0 TO BRV-EFF-DATE
           MOVE "A" TO BRV-STATUS
           MOVE WS-BEFORE-IMAGE TO BRV-BRM-IMAGE
           MOVE WS-OPERATOR-ID TO BRV-OPERATOR
           MOVE WS-TIMESTAMP TO BRV-TIMESTAMP
           WRITE BRV-REC
               INVALID KEY
               DISPLAY "BRANCH BASE VERSION WRITE FAILED - STATUS "
                   WS-BRV-STATUS
           END-WRITE
       END-IF.
       CHECK-VERSIONS-EXIST.
       MOVE "N" TO WS-FOUND-SW.
       MOVE "N" TO WS-BRV-EOF-SW.
       MOVE WS-CODE-IN TO BRV-CODE.
       MOVE 0 TO BRV-EFF-DATE.
       START BRANCH-VERSIONS KEY IS NOT LESS THAN BRV-KEY
           INVALID KEY
           SET WS-EOF-BRV TO TRUE
       END-START.
       PERFORM UNTIL WS-EOF-BRV OR WS-VERSION-FOUND
           READ BRANCH-VERSIONS NEXT
               AT END
               SET WS-EOF-BRV TO TRUE
               NOT AT END
               IF BRV-CODE NOT = WS-CODE-IN
                   SET WS-EOF-BRV TO TRUE
               ELSE
                   IF NOT BRV-CANCELLED
                       SET WS-VERSION-FOUND TO TRUE
                   END-IF
               END-IF
           END-READ
       END-PERFORM.
       LOAD-VERSION-IN-FORCE.
       MOVE BRM-REC TO WS-BEFORE-IMAGE.
       MOVE "N" TO WS-BLOCK-SW.
       MOVE 0 TO WS-BLOCK-DATE.
       MOVE "N" TO WS-BRV-EOF-SW.
       MOVE WS-CODE-IN TO BRV-CODE.
       MOVE 0 TO BRV-EFF-DATE.
       START BRANCH-VERSIONS KEY IS NOT LESS THAN BRV-KEY
           INVALID KEY
           SET WS-EOF-BRV TO TRUE
       END-START.
       PERFORM UNTIL WS-EOF-BRV
           PERFORM READ-VERSION-IN-FORCE
       END-PERFORM.
       MOVE WS-BEFORE-IMAGE TO BRM-REC.
       READ-VERSION-IN-FORCE.
       READ BRANCH-VERSIONS NEXT
           AT END
           SET WS-EOF-BRV TO TRUE
           NOT AT END
           IF BRV-CODE NOT = WS-CODE-IN
               SET WS-EOF-BRV TO TRUE
           ELSE
               EVALUATE TRUE
                   WHEN BRV-CANCELLED
                       CONTINUE
                   WHEN BRV-EFF-DATE <= WS-EFF-DATE
                       MOVE BRV-BRM-IMAGE TO WS-BEFORE-IMAGE
                       IF BRV-PENDING
                           AND BRV-EFF-DATE < WS-EFF-DATE
                           AND WS-EFF-DATE <= WS-TODAY-DATE
                           AND NOT WS-CHANGE-BLOCKED
                           SET WS-CHANGE-BLOCKED TO TRUE
                           MOVE BRV-EFF-DATE TO WS-BLOCK-DATE
                       END-IF
                   WHEN BRV-PENDING
                       IF NOT WS-CHANGE-BLOCKED
                           SET WS-CHANGE-BLOCKED TO TRUE
                           MOVE BRV-EFF-DATE TO WS-BLOCK-DATE
                       END-IF
               END-EVALUATE
           END-IF
       END-READ.
       REFUSE-BRANCH-CHANGE.
       PERFORM FORMAT-TIMESTAMP.
       MOVE BRM-REC TO WS-AFTER-IMAGE.
       MOVE "REFUSE" TO WS-ACTION.
       MOVE WS-CODE-IN TO BRV-CODE.
       MOVE WS-EFF-DATE TO BRV-EFF-DATE.
       PERFORM WRITE-LOG.
       IF WS-BLOCK-DATE > WS-EFF-DATE
           DISPLAY "Branch " WS-CODE-IN " has a pending change "
               "effective " WS-BLOCK-DATE " - not saved"
           DISPLAY "Cancel that change first, or key this one "
               "effective on or after " WS-BLOCK-DATE
       ELSE
           DISPLAY "Branch " WS-CODE-IN " change effective "
               WS-BLOCK-DATE " is due but not yet applied - not saved"
           DISPLAY "Key this change again after the branch apply "
               "run"
       END-IF.
       WRITE-LOG.
       MOVE SPACES TO BRMLOG-REC.
       MOVE WS-TIMESTAMP TO BL-TIMESTAMP.
       MOVE WS-OPERATOR-ID TO BL-OPERATOR.
       MOVE WS-ACTION TO BL-ACTION.
       MOVE BRV-CODE TO BL-CODE.
       MOVE BRV-EFF-DATE TO BL-EFF-DATE.
       MOVE WS-BEFORE-IMAGE TO BL-BEFORE-IMAGE.
       MOVE WS-AFTER-IMAGE TO BL-AFTER-IMAGE.
       WRITE BRMLOG-REC.
       IF WS-LOG-STATUS NOT = "00"
           DISPLAY "BRANCH MAINTENANCE LOG WRITE FAILED - STATUS "
               WS-LOG-STATUS
       END-IF.
       GET-EFFECTIVE-DATE.
       MOVE "N" TO WS-EFF-OK-SW.
       PERFORM ASK-EFFECTIVE-DATE UNTIL WS-EFF-OK.
       ASK-EFFECTIVE-DATE.
       MOVE SPACES TO WS-EFF-IN.
       DISPLAY "Effective date (YYYYMMDD, blank = today): "
           WITH NO ADVANCING.
       ACCEPT WS-EFF-IN.
       IF WS-EFF-IN = SPACES
           MOVE WS-TODAY-DATE TO WS-EFF-DATE
           SET WS-EFF-OK TO TRUE
       ELSE
           IF WS-EFF-IN IS NOT NUMERIC
               DISPLAY "Effective date must be eight digits"
           ELSE
               MOVE WS-EFF-IN-NUM TO WS-EFF-DATE
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-EFF-DATE)
               IF WS-DATE-INT = 0
                   DISPLAY "Effective date is not a valid date"
               ELSE
                   IF WS-EFF-DATE < WS-TODAY-DATE
                       DISPLAY "Effective date may not be before "
                           "today - " WS-TODAY-DATE
                   ELSE
                       SET WS-EFF-OK TO TRUE
                   END-IF
               END-IF
           END-IF
       END-IF.
       LIST-PENDING.
       MOVE 0 TO WS-PENDING-COUNT.
       MOVE "N" TO WS-BRV-EOF-SW.
       IF WS-LIST-CODE = SPACES
           MOVE LOW-VALUES TO BRV-KEY
       ELSE
           MOVE WS-LIST-CODE TO BRV-CODE
           MOVE 0 TO BRV-EFF-DATE
       END-IF.
       START BRANCH-VERSIONS KEY IS NOT LESS THAN BRV-KEY
           INVALID KEY
           SET WS-EOF-BRV TO TRUE
       END-START.
       PERFORM UNTIL WS-EOF-BRV
           PERFORM LIST-ONE-PENDING
       END-PERFORM.
       IF WS-LIST-CODE = SPACES
           DISPLAY WS-PENDING-COUNT " pending change(s)"
       END-IF.
       LIST-ONE-PENDING.
       READ BRANCH-VERSIONS NEXT
           AT END
           SET WS-EOF-BRV TO TRUE
           NOT AT END
           IF WS-LIST-CODE NOT = SPACES
               AND BRV-CODE NOT = WS-LIST-CODE
               SET WS-EOF-BRV TO TRUE
           ELSE
               IF BRV-PENDING
                   ADD 1 TO WS-PENDING-COUNT
                   DISPLAY "Pending " BRV-CODE " effective "
                       BRV-EFF-DATE "  " BRV-IMG-NAME
                       "  status " BRV-IMG-STATUS
                       "  GL " BRV-IMG-GL-ACCT
                       "  review limit " BRV-IMG-REVIEW-LIMIT
                       "  keyed by " BRV-OPERATOR
               END-IF
           END-IF
       END-READ.
       CANCEL-PENDING.
       PERFORM GET-BRANCH-CODE.
       DISPLAY "Effective date of pending change (YYYYMMDD): "
           WITH NO ADVANCING.
       MOVE SPACES TO WS-EFF-IN.
       ACCEPT WS-EFF-IN.
       IF WS-EFF-IN IS NOT NUMERIC
           DISPLAY "Effective date must be eight digits"
       ELSE
           MOVE WS-CODE-IN TO BRV-CODE
           MOVE WS-EFF-IN-NUM TO BRV-EFF-DATE
           READ BRANCH-VERSIONS
               INVALID KEY
               DISPLAY "No change for branch " WS-CODE-IN
                   " effective " WS-EFF-IN
               NOT INVALID KEY
               IF NOT BRV-PENDING
                   DISPLAY "That change is not pending - "
                       "it cannot be cancelled"
               ELSE
                   PERFORM FORMAT-TIMESTAMP
                   MOVE BRV-BRM-IMAGE TO WS-BEFORE-IMAGE
                   MOVE SPACES TO WS-AFTER-IMAGE
                   MOVE "X" TO BRV-STATUS
                   REWRITE BRV-REC
                       INVALID KEY
                       DISPLAY "BRANCH VERSION REWRITE FAILED - "
                           "STATUS " WS-BRV-STATUS
                       NOT INVALID KEY
                       MOVE "CANCEL" TO WS-ACTION
                       PERFORM WRITE-LOG
                       DISPLAY "Pending change for branch "
                           BRV-CODE " effective " BRV-EFF-DATE
                           " cancelled"
                   END-REWRITE
               END-IF
           END-READ
       END-IF.
       APPLY-DUE-VERSIONS.
       PERFORM WRITE-JOURNAL-START.
       MOVE "BATCH" TO WS-OPERATOR-ID.
       MOVE "N" TO WS-BRV-EOF-SW.
       MOVE LOW-VALUES TO BRV-KEY.
       START BRANCH-VERSIONS KEY IS NOT LESS THAN BRV-KEY
           INVALID KEY
           SET WS-EOF-BRV TO TRUE
       END-START.
       PERFORM UNTIL WS-EOF-BRV
           PERFORM APPLY-ONE-VERSION
       END-PERFORM.
       DISPLAY WS-APPLY-COUNT " pending branch change(s) applied "
           "as of " WS-TODAY-DATE.
       PERFORM WRITE-JOURNAL-END.
       APPLY-ONE-VERSION.
       READ BRANCH-VERSIONS NEXT
           AT END
           SET WS-EOF-BRV TO TRUE
           NOT AT END
           ADD 1 TO WS-VERS-READ
           IF BRV-PENDING AND BRV-EFF-DATE <= WS-TODAY-DATE
               PERFORM PROMOTE-VERSION
           END-IF
       END-READ.
       PROMOTE-VERSION.
       PERFORM FORMAT-TIMESTAMP.
       MOVE "Y" TO WS-SAVED-SW.
       MOVE BRV-CODE TO BRM-CODE.
       READ BRANCH-MASTER
           INVALID KEY
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE BRV-BRM-IMAGE TO BRM-REC
           WRITE BRM-REC
               INVALID KEY
               MOVE "N" TO WS-SAVED-SW
           END-WRITE
           NOT INVALID KEY
           MOVE BRM-REC TO WS-BEFORE-IMAGE
           MOVE BRV-BRM-IMAGE TO BRM-REC
           REWRITE BRM-REC
               INVALID KEY
               MOVE "N" TO WS-SAVED-SW
           END-REWRITE
       END-READ.
       IF NOT WS-CHANGE-SAVED
           DISPLAY "BRANCH " BRV-CODE " CHANGE EFFECTIVE "
               BRV-EFF-DATE " NOT APPLIED - STATUS " WS-BRM-STATUS
           MOVE 4 TO RETURN-CODE
       ELSE
           MOVE "A" TO BRV-STATUS
           REWRITE BRV-REC
               INVALID KEY
               DISPLAY "BRANCH VERSION REWRITE FAILED - STATUS "
                   WS-BRV-STATUS
           END-REWRITE
           MOVE BRV-BRM-IMAGE TO WS-AFTER-IMAGE
           MOVE "APPLY" TO WS-ACTION
           PERFORM WRITE-LOG
           ADD 1 TO WS-APPLY-COUNT
           DISPLAY "Branch " BRV-CODE " change effective "
               BRV-EFF-DATE " applied to master"
       END-IF.
       GET-BRANCH-FIELDS.
       DISPLAY "Branch name: " WITH NO ADVANCING.
       ACCEPT WS-NAME-IN.
           MOVE SPACES TO WS-ACCT-IN
           PERFORM GET-GL-ACCOUNT
               UNTIL WS-ACCT-IN IS NUMERIC
           MOVE SPACES TO WS-LIMIT-IN
           PERFORM GET-REVIEW-LIMIT
               UNTIL WS-LIMIT-IN IS NUMERIC
       END-IF.
       GET-GL-ACCOUNT.
       DISPLAY "GL account (8 digits): " WITH NO ADVANCING.
       IF WS-ACCT-IN IS NOT NUMERIC
           DISPLAY "GL account must be eight digits"
       END-IF.
       GET-REVIEW-LIMIT.
       DISPLAY "Review limit (nnnnvv, vv = cents, 000000 = none): "
           WITH NO ADVANCING.
       ACCEPT WS-LIMIT-IN.
       IF WS-LIMIT-IN IS NOT NUMERIC
           DISPLAY "Review limit must be six digits"
       END-IF.
       SHOW-BRANCH.
       DISPLAY "Branch " BRM-CODE "  " BRM-NAME
           "  status " BRM-STATUS "  GL " BRM-GL-ACCT
           "  review limit " BRM-REVIEW-LIMIT.
       LIST-BRANCHES.
       MOVE "N" TO WS-BRM-EOF-SW.
       MOVE 0 TO WS-LIST-COUNT.
