       END-READ.
       SHOW-SUSPENSE.
       DISPLAY " ".
       IF SUSP-REASON = "03" OR SUSP-REASON = "04"
           DISPLAY "Suspense record " WS-SUSP-READ
               " from " SUSP-TIMESTAMP
       ELSE
               DISPLAY "Original " TA-ORIG-POST-DATE "/"
                   TA-ORIG-RUN-SEQ " branch " TA-BRANCH
                   " amount " TA-AMOUNT
           WHEN "04"
               DISPLAY "Reason 04: transfer leg could not be posted"
               MOVE SUSP-TRANS-DATA(1:16) TO TRANS-XFR-REC
               DISPLAY "Transfer from " TX-FROM-BRANCH
                   " to " TX-TO-BRANCH " amount "
                   SUSP-TRANS-DATA(10:7)
           WHEN OTHER
               DISPLAY "Reason " SUSP-REASON
       END-EVALUATE.
       IF SUSP-REASON NOT = "03" AND SUSP-REASON NOT = "04"
           AND SUSP-COUNT IS NUMERIC
           AND SUSP-COUNT >= 1 AND SUSP-COUNT <= 20
           PERFORM VARYING WS-AMT-IDX FROM 1 BY 1
                   SUSP-AMOUNT(WS-AMT-IDX)
           END-PERFORM
       ELSE
           IF SUSP-REASON NOT = "03" AND SUSP-REASON NOT = "04"
               DISPLAY "Raw data: " SUSP-TRANS-DATA(1:40)
           END-IF
       END-IF.
               PERFORM RESUBMIT-RECORD
           WHEN "E"
           WHEN "e"
               EVALUATE SUSP-REASON
                   WHEN "03"
                       DISPLAY "Edit not supported for adjustments - "
                           "resubmit as-is or keep"
                       PERFORM HOLD-RECORD
                   WHEN "04"
                       PERFORM EDIT-TRANSFER
                       PERFORM RESUBMIT-RECORD
                   WHEN OTHER
                       PERFORM EDIT-RECORD
                       PERFORM RESUBMIT-RECORD
               END-EVALUATE
           WHEN "K"
           WHEN "k"
               PERFORM HOLD-RECORD
           MOVE "N" TO WS-AMT-VALID-SW
           PERFORM GET-EDIT-AMOUNT UNTIL WS-AMT-VALID
       END-PERFORM.
       EDIT-TRANSFER.
       DISPLAY "From branch (blank keeps " SUSP-TRANS-DATA(4:3)
           "): " WITH NO ADVANCING.
       ACCEPT WS-BRANCH-IN.
       IF WS-BRANCH-IN NOT = SPACES
           MOVE WS-BRANCH-IN TO SUSP-TRANS-DATA(4:3)
       END-IF.
       DISPLAY "To branch (blank keeps " SUSP-TRANS-DATA(7:3)
           "): " WITH NO ADVANCING.
       ACCEPT WS-BRANCH-IN.
       IF WS-BRANCH-IN NOT = SPACES
           MOVE WS-BRANCH-IN TO SUSP-TRANS-DATA(7:3)
       END-IF.
       MOVE "N" TO WS-AMT-VALID-SW.
       PERFORM GET-TRANSFER-AMOUNT UNTIL WS-AMT-VALID.
       GET-TRANSFER-AMOUNT.
       DISPLAY "Amount (blank keeps " SUSP-TRANS-DATA(10:7)
           ", else +nnnnvv): " WITH NO ADVANCING.
       ACCEPT WS-AMT-IN.
       IF WS-AMT-IN = SPACES
           SET WS-AMT-VALID TO TRUE
       ELSE
           IF WS-AMT-IN(1:1) = "+" AND WS-AMT-IN(2:6) IS NUMERIC
               MOVE WS-AMT-IN TO SUSP-TRANS-DATA(10:7)
               SET WS-AMT-VALID TO TRUE
           ELSE
               DISPLAY "Transfer amount must be +nnnnvv"
           END-IF
       END-IF.
       GET-EDIT-COUNT.
       DISPLAY "Number of amounts (01-20): " WITH NO ADVANCING.
       ACCEPT WS-COUNT-X.
           DISPLAY "Amount must be +nnnnvv or -nnnnvv"
       END-IF.
       RESUBMIT-RECORD.
       EVALUATE SUSP-REASON
           WHEN "03"
               PERFORM RESUBMIT-ADJUSTMENT
           WHEN "04"
               PERFORM RESUBMIT-TRANSFER
           WHEN OTHER
               IF SUSP-COUNT IS NUMERIC
                   AND SUSP-COUNT >= 1 AND SUSP-COUNT <= 20
                   MOVE SUSP-TRANS-DATA TO TRANS-REC
                   WRITE TRANS-REC
                   ADD 1 TO WS-FIX-COUNT
                   PERFORM VARYING WS-AMT-IDX FROM 1 BY 1
                       UNTIL WS-AMT-IDX > SUSP-COUNT
                       ADD SUSP-AMOUNT(WS-AMT-IDX) TO WS-HASH-TOTAL
                   END-PERFORM
               ELSE
                   DISPLAY "Amount count still invalid - use E to edit"
                   PERFORM HOLD-RECORD
               END-IF
       END-EVALUATE.
       RESUBMIT-ADJUSTMENT.
       MOVE SUSP-TRANS-DATA(1:27) TO TRANS-ADJ-REC.
       IF TRANS-ADJ-REC(4:14) IS NUMERIC
           DISPLAY "Adjustment fields unusable - kept in suspense"
           PERFORM HOLD-RECORD
       END-IF.
       RESUBMIT-TRANSFER.
       MOVE SUSP-TRANS-DATA(1:16) TO TRANS-XFR-REC.
       IF TX-FROM-BRANCH NOT = SPACES
           AND TX-TO-BRANCH NOT = SPACES
           AND TX-FROM-BRANCH NOT = TX-TO-BRANCH
           AND TRANS-XFR-REC(10:1) = "+"
           AND TRANS-XFR-REC(11:6) IS NUMERIC
           AND TX-AMOUNT > 0
           WRITE TRANS-XFR-REC
           ADD 1 TO WS-FIX-COUNT
           ADD TX-AMOUNT TO WS-HASH-TOTAL
       ELSE
           DISPLAY "Transfer fields unusable - use E to edit"
           PERFORM HOLD-RECORD
       END-IF.
       HOLD-RECORD.
       ADD 1 TO WS-KEEP-COUNT.
       WRITE SUSP-HOLD-REC FROM SUSP-REC.
