           VALUE 0.
       77 WS-RSN-IDX PIC 9 VALUE 0.
       01 WS-REASON-TABLE.
           05 WS-RSN-ENTRY OCCURS 5 TIMES.
               10 WS-RSN-CODE PIC X(2).
               10 WS-RSN-BUCKET OCCURS 4 TIMES PIC 9(6).
       77 WS-BR-MAX PIC 9(2) VALUE 0.
       MOVE "01" TO WS-RSN-CODE(1).
       MOVE "02" TO WS-RSN-CODE(2).
       MOVE "03" TO WS-RSN-CODE(3).
       MOVE "04" TO WS-RSN-CODE(4).
       MOVE "??" TO WS-RSN-CODE(5).
       PERFORM VARYING WS-RSN-IDX FROM 1 BY 1
           UNTIL WS-RSN-IDX > 5
           PERFORM VARYING WS-BUCKET FROM 1 BY 1
               UNTIL WS-BUCKET > 4
               MOVE 0 TO WS-RSN-BUCKET(WS-RSN-IDX WS-BUCKET)
       SCORE-ONE-ITEM.
       PERFORM COMPUTE-ITEM-AGE.
       PERFORM COMPUTE-ITEM-AMOUNT.
       EVALUATE SUSP-REASON
           WHEN "03"
               MOVE SUSP-TRANS-DATA(18:3) TO WS-ITEM-BRANCH
           WHEN "04"
               MOVE SUSP-TRANS-DATA(4:3) TO WS-ITEM-BRANCH
           WHEN OTHER
               MOVE SUSP-BRANCH TO WS-ITEM-BRANCH
       END-EVALUATE.
       EVALUATE TRUE
           WHEN WS-ITEM-AGE <= 7
               MOVE 1 TO WS-BUCKET
       END-IF.
       COMPUTE-ITEM-AMOUNT.
       MOVE 0 TO WS-ITEM-AMT.
       EVALUATE SUSP-REASON
           WHEN "03"
               IF (SUSP-TRANS-DATA(21:1) = "+"
                   OR SUSP-TRANS-DATA(21:1) = "-")
                   AND SUSP-TRANS-DATA(22:6) IS NUMERIC
                   MOVE SUSP-TRANS-DATA(1:27) TO TRANS-ADJ-REC
                   MOVE TA-AMOUNT TO WS-ITEM-AMT
               END-IF
           WHEN "04"
               IF (SUSP-TRANS-DATA(10:1) = "+"
                   OR SUSP-TRANS-DATA(10:1) = "-")
                   AND SUSP-TRANS-DATA(11:6) IS NUMERIC
                   MOVE SUSP-TRANS-DATA(1:16) TO TRANS-XFR-REC
                   MOVE TX-AMOUNT TO WS-ITEM-AMT
               END-IF
           WHEN OTHER
               IF SUSP-COUNT IS NUMERIC
                   AND SUSP-COUNT >= 1 AND SUSP-COUNT <= 20
                   PERFORM VARYING WS-AMT-IDX FROM 1 BY 1
                       UNTIL WS-AMT-IDX > SUSP-COUNT
                       ADD SUSP-AMOUNT(WS-AMT-IDX) TO WS-ITEM-AMT
                           ON SIZE ERROR
                           CONTINUE
                       END-ADD
                   END-PERFORM
               END-IF
       END-EVALUATE.
       TALLY-ITEM.
       EVALUATE SUSP-REASON
           WHEN "01"
               MOVE 2 TO WS-RSN-IDX
           WHEN "03"
               MOVE 3 TO WS-RSN-IDX
           WHEN "04"
               MOVE 4 TO WS-RSN-IDX
           WHEN OTHER
               MOVE 5 TO WS-RSN-IDX
       END-EVALUATE.
       ADD 1 TO WS-RSN-BUCKET(WS-RSN-IDX WS-BUCKET).
       PERFORM TALLY-ITEM-BRANCH.
       DISPLAY AGE-LINE.
       PRINT-AGE-REPORT.
       PERFORM VARYING WS-RSN-IDX FROM 1 BY 1
           UNTIL WS-RSN-IDX > 5
           PERFORM PRINT-REASON-LINE
       END-PERFORM.
       PERFORM VARYING WS-BR-IDX FROM 1 BY 1
