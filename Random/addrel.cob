       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDREL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT REVIEW-QUEUE ASSIGN TO "REVQUEUE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REVQ-STATUS.
       SELECT REVIEW-HOLD ASSIGN TO "REVQHOLD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HOLD-STATUS.
       SELECT OPER-FILE ASSIGN TO "OPERSEC"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS OP-KEY
           FILE STATUS IS WS-OPER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD REVIEW-QUEUE.
       COPY ADDREVQ.
       FD REVIEW-HOLD.
       01 REVQ-HOLD-REC PIC X(276).
       FD OPER-FILE.
       COPY ADDOPER.
       WORKING-STORAGE SECTION.
       COPY ADDJRNL.
       77 WS-REVQ-STATUS PIC XX VALUE SPACES.
       77 WS-HOLD-STATUS PIC XX VALUE SPACES.
       77 WS-OPER-STATUS PIC XX VALUE SPACES.
       77 WS-SUPV-OK-SW PIC X VALUE "N".
           88 WS-SUPERVISOR-OK VALUE "Y".
       77 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF-REVQ VALUE "Y".
       77 WS-HOLD-EOF-SW PIC X VALUE "N".
           88 WS-EOF-HOLD VALUE "Y".
       77 WS-QUIT-SW PIC X VALUE "N".
           88 WS-QUIT VALUE "Y".
       77 WS-FUNCTION PIC X VALUE SPACE.
           88 WS-RECOMMEND-MODE VALUE "R" "r".
           88 WS-DECIDE-MODE VALUE "S" "s".
           88 WS-LIST-MODE VALUE "L" "l".
       77 WS-ANSWER PIC X VALUE SPACE.
       77 WS-USER-ID PIC X(8) VALUE SPACES.
       77 WS-USER-ROLE PIC X VALUE SPACE.
           88 WS-SUPERVISOR-ROLE VALUE "S".
       77 WS-CURR-DATE PIC X(21).
       77 WS-TIMESTAMP PIC X(19) VALUE SPACES.
       77 WS-ITEM-READ PIC 9(6) VALUE 0.
       77 WS-OPEN-COUNT PIC 9(6) VALUE 0.
       77 WS-RECOMMEND-COUNT PIC 9(6) VALUE 0.
       77 WS-APPROVE-COUNT PIC 9(6) VALUE 0.
       77 WS-DECLINE-COUNT PIC 9(6) VALUE 0.
       77 WS-AMT-IDX PIC 9(2) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PARA.
       MOVE 0 TO RETURN-CODE.
       MOVE "N" TO WS-EOF-SW.
       MOVE "N" TO WS-HOLD-EOF-SW.
       MOVE "N" TO WS-QUIT-SW.
       MOVE 0 TO WS-ITEM-READ.
       MOVE 0 TO WS-OPEN-COUNT.
       MOVE 0 TO WS-RECOMMEND-COUNT.
       MOVE 0 TO WS-APPROVE-COUNT.
       MOVE 0 TO WS-DECLINE-COUNT.
       DISPLAY "ADDOPERID" UPON ENVIRONMENT-NAME.
       ACCEPT WS-USER-ID FROM ENVIRONMENT-VALUE.
       DISPLAY "ADDOPERROLE" UPON ENVIRONMENT-NAME.
       ACCEPT WS-USER-ROLE FROM ENVIRONMENT-VALUE.
       IF WS-USER-ID = SPACES
           DISPLAY "Sign on through the ADDITION menu to review "
               "held items"
           GOBACK
       END-IF.
       DISPLAY "R=recommend release, S=supervisor approve/decline, "
           "L=list open items".
       DISPLAY "Function: " WITH NO ADVANCING.
       ACCEPT WS-FUNCTION.
       IF NOT WS-RECOMMEND-MODE AND NOT WS-DECIDE-MODE
           AND NOT WS-LIST-MODE
           DISPLAY "Invalid function - pick R, S or L"
           GOBACK
       END-IF.
       IF WS-DECIDE-MODE AND NOT WS-SUPERVISOR-ROLE
           DISPLAY "Approve/decline requires the supervisor role"
           GOBACK
       END-IF.
       IF WS-DECIDE-MODE
           PERFORM CHECK-SUPERVISOR
           IF NOT WS-SUPERVISOR-OK
               DISPLAY "Approve/decline not allowed"
               GOBACK
           END-IF
       END-IF.
       OPEN INPUT REVIEW-QUEUE.
       IF WS-REVQ-STATUS NOT = "00"
           DISPLAY "No items in the review queue"
           GOBACK
       END-IF.
       PERFORM WRITE-JOURNAL-START.
       IF WS-LIST-MODE
           PERFORM UNTIL WS-EOF-REVQ
               PERFORM LIST-ONE-ITEM
           END-PERFORM
           CLOSE REVIEW-QUEUE
           DISPLAY " "
           DISPLAY WS-OPEN-COUNT " item(s) awaiting review or posting"
       ELSE
           OPEN OUTPUT REVIEW-HOLD
           PERFORM UNTIL WS-EOF-REVQ OR WS-QUIT
               PERFORM REVIEW-ONE-ITEM
           END-PERFORM
           PERFORM UNTIL WS-EOF-REVQ
               PERFORM DRAIN-QUEUE
           END-PERFORM
           CLOSE REVIEW-QUEUE
           CLOSE REVIEW-HOLD
           IF WS-ITEM-READ > 0
               AND (WS-RECOMMEND-COUNT > 0 OR WS-APPROVE-COUNT > 0
               OR WS-DECLINE-COUNT > 0)
               PERFORM REWRITE-QUEUE
           END-IF
           DISPLAY " "
           DISPLAY "Recommended: " WS-RECOMMEND-COUNT
               "  Approved: " WS-APPROVE-COUNT
               "  Declined: " WS-DECLINE-COUNT
           IF WS-APPROVE-COUNT > 0
               DISPLAY "Approved items post on the next posting run"
           END-IF
       END-IF.
       PERFORM WRITE-JOURNAL-END.
       GOBACK.
       CHECK-SUPERVISOR.
       MOVE "N" TO WS-SUPV-OK-SW.
       OPEN INPUT OPER-FILE.
       IF WS-OPER-STATUS NOT = "00"
           DISPLAY "Operator security file unavailable - status "
               WS-OPER-STATUS
       ELSE
           MOVE WS-USER-ID TO OP-USER-ID
           READ OPER-FILE
               INVALID KEY
               DISPLAY "Operator " WS-USER-ID
                   " is not on the operator security file"
               NOT INVALID KEY
               EVALUATE TRUE
               WHEN NOT OP-ACTIVE
                   DISPLAY "Operator " WS-USER-ID " is revoked"
               WHEN NOT OP-SUPERVISOR
                   DISPLAY "Operator " WS-USER-ID
                       " is not a supervisor"
               WHEN OTHER
                   SET WS-SUPERVISOR-OK TO TRUE
               END-EVALUATE
           END-READ
           CLOSE OPER-FILE
       END-IF.
       WRITE-JOURNAL-START.
       MOVE SPACES TO JOURNAL-REC.
       MOVE "ADDREL" TO JR-PROGRAM.
       MOVE "START" TO JR-EVENT.
       MOVE "REVQUEUE" TO JR-FILENAME.
       MOVE 0 TO JR-RECS-IN.
       MOVE 0 TO JR-CLEAN.
       MOVE 0 TO JR-REJECTS.
       MOVE 0 TO JR-POSTED.
       MOVE 0 TO JR-RC.
       CALL "ADDJRNL" USING JOURNAL-REC.
       WRITE-JOURNAL-END.
       MOVE SPACES TO JOURNAL-REC.
       MOVE "ADDREL" TO JR-PROGRAM.
       MOVE "END" TO JR-EVENT.
       MOVE "REVQUEUE" TO JR-FILENAME.
       MOVE WS-ITEM-READ TO JR-RECS-IN.
       COMPUTE JR-CLEAN = WS-RECOMMEND-COUNT + WS-APPROVE-COUNT.
       MOVE WS-DECLINE-COUNT TO JR-REJECTS.
       MOVE WS-APPROVE-COUNT TO JR-POSTED.
       MOVE RETURN-CODE TO JR-RC.
       CALL "ADDJRNL" USING JOURNAL-REC.
       FORMAT-TIMESTAMP.
       MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE.
       MOVE SPACES TO WS-TIMESTAMP.
       STRING WS-CURR-DATE(1:4) "-" WS-CURR-DATE(5:2) "-"
           WS-CURR-DATE(7:2) " " WS-CURR-DATE(9:2) ":"
           WS-CURR-DATE(11:2) ":" WS-CURR-DATE(13:2)
           DELIMITED BY SIZE INTO WS-TIMESTAMP.
       LIST-ONE-ITEM.
       READ REVIEW-QUEUE
           AT END
           SET WS-EOF-REVQ TO TRUE
           NOT AT END
           ADD 1 TO WS-ITEM-READ
           IF RQ-HELD OR RQ-RECOMMENDED OR RQ-APPROVED
               ADD 1 TO WS-OPEN-COUNT
               DISPLAY RQ-ITEM-ID " " RQ-STATUS
                   " BUS " RQ-BUS-DATE " BR " RQ-BRANCH
                   " " RQ-REC-TYPE " " RQ-AMOUNT
                   " REC " RQ-RECOMMEND-ID " DEC " RQ-DECIDE-ID
           END-IF
       END-READ.
       REVIEW-ONE-ITEM.
       READ REVIEW-QUEUE
           AT END
           SET WS-EOF-REVQ TO TRUE
           NOT AT END
           ADD 1 TO WS-ITEM-READ
           IF (WS-RECOMMEND-MODE AND RQ-HELD)
               OR (WS-DECIDE-MODE AND RQ-RECOMMENDED)
               PERFORM SHOW-ITEM
               PERFORM GET-ITEM-ACTION
           END-IF
           WRITE REVQ-HOLD-REC FROM REVQ-REC
       END-READ.
       SHOW-ITEM.
       DISPLAY " ".
       DISPLAY "Held item " RQ-ITEM-ID " held " RQ-HOLD-TIMESTAMP.
       DISPLAY "Business date " RQ-BUS-DATE " branch " RQ-BRANCH
           " amount " RQ-AMOUNT.
       EVALUATE TRUE
       WHEN RQ-ADJUSTMENT
           DISPLAY "Adjustment of " RQ-ADJ-ORIG-DATE "/"
               RQ-ADJ-ORIG-SEQ
       WHEN RQ-TRANSFER
           DISPLAY "Transfer from " RQ-XFR-FROM-BRANCH
               " to " RQ-XFR-TO-BRANCH
       WHEN OTHER
           IF RQ-DTL-COUNT IS NUMERIC
               AND RQ-DTL-COUNT >= 1 AND RQ-DTL-COUNT <= 20
               PERFORM VARYING WS-AMT-IDX FROM 1 BY 1
                   UNTIL WS-AMT-IDX > RQ-DTL-COUNT
                   DISPLAY "Amount " WS-AMT-IDX ": "
                       RQ-DTL-AMOUNT(WS-AMT-IDX)
               END-PERFORM
           END-IF
       END-EVALUATE.
       IF RQ-RECOMMENDED
           DISPLAY "Release recommended by " RQ-RECOMMEND-ID
               " at " RQ-RECOMMEND-TIMESTAMP
       END-IF.
       GET-ITEM-ACTION.
       IF WS-RECOMMEND-MODE
           DISPLAY "Action (R=recommend release, S=skip, Q=quit): "
               WITH NO ADVANCING
           ACCEPT WS-ANSWER
           EVALUATE WS-ANSWER
               WHEN "R"
               WHEN "r"
                   PERFORM FORMAT-TIMESTAMP
                   MOVE "R" TO RQ-STATUS
                   MOVE WS-USER-ID TO RQ-RECOMMEND-ID
                   MOVE WS-TIMESTAMP TO RQ-RECOMMEND-TIMESTAMP
                   ADD 1 TO WS-RECOMMEND-COUNT
               WHEN "S"
               WHEN "s"
                   CONTINUE
               WHEN "Q"
               WHEN "q"
                   SET WS-QUIT TO TRUE
               WHEN OTHER
                   DISPLAY "Invalid action - item left as held"
           END-EVALUATE
       ELSE
           IF RQ-RECOMMEND-ID = WS-USER-ID
               DISPLAY "You recommended this item - a different "
                   "supervisor must approve or decline it"
           ELSE
               PERFORM GET-DECISION
           END-IF
       END-IF.
       GET-DECISION.
       DISPLAY "Action (A=approve, D=decline, S=skip, Q=quit): "
           WITH NO ADVANCING.
       ACCEPT WS-ANSWER.
       EVALUATE WS-ANSWER
           WHEN "A"
           WHEN "a"
               PERFORM FORMAT-TIMESTAMP
               MOVE "A" TO RQ-STATUS
               MOVE WS-USER-ID TO RQ-DECIDE-ID
               MOVE WS-TIMESTAMP TO RQ-DECIDE-TIMESTAMP
               ADD 1 TO WS-APPROVE-COUNT
           WHEN "D"
           WHEN "d"
               PERFORM FORMAT-TIMESTAMP
               MOVE "D" TO RQ-STATUS
               MOVE WS-USER-ID TO RQ-DECIDE-ID
               MOVE WS-TIMESTAMP TO RQ-DECIDE-TIMESTAMP
               ADD 1 TO WS-DECLINE-COUNT
           WHEN "S"
           WHEN "s"
               CONTINUE
           WHEN "Q"
           WHEN "q"
               SET WS-QUIT TO TRUE
           WHEN OTHER
               DISPLAY "Invalid action - item left as recommended"
       END-EVALUATE.
       DRAIN-QUEUE.
       READ REVIEW-QUEUE
           AT END
           SET WS-EOF-REVQ TO TRUE
           NOT AT END
           WRITE REVQ-HOLD-REC FROM REVQ-REC
       END-READ.
       REWRITE-QUEUE.
       OPEN INPUT REVIEW-HOLD.
       OPEN OUTPUT REVIEW-QUEUE.
       MOVE "N" TO WS-HOLD-EOF-SW.
       PERFORM UNTIL WS-EOF-HOLD
           PERFORM COPY-HOLD-BACK
       END-PERFORM.
       CLOSE REVIEW-HOLD.
       CLOSE REVIEW-QUEUE.
       COPY-HOLD-BACK.
       READ REVIEW-HOLD
           AT END
           SET WS-EOF-HOLD TO TRUE
           NOT AT END
           WRITE REVQ-REC FROM REVQ-HOLD-REC
       END-READ.
