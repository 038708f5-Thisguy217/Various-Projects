       77 WS-STMT-PASS PIC X VALUE SPACE.
           88 WS-COUNT-PASS VALUE "C".
       77 WS-AMT-IDX PIC 9(2) VALUE 0.
       01 WS-SUSP-XFR-X PIC X(7).
       01 WS-SUSP-XFR-NUM REDEFINES WS-SUSP-XFR-X
           PIC S9(4)V99 SIGN IS LEADING SEPARATE.
       01 WS-SUSP-TABLE.
           05 WS-SP-ENTRY OCCURS 200 TIMES.
               10 WS-SP-BRANCH PIC X(3).
           NOT AT END
           IF WS-SUSP-MAX < 200
               ADD 1 TO WS-SUSP-MAX
               EVALUATE SUSP-REASON
               WHEN "03"
                   MOVE SUSP-TRANS-DATA(18:3)
                       TO WS-SP-BRANCH(WS-SUSP-MAX)
               WHEN "04"
                   MOVE SUSP-TRANS-DATA(4:3)
                       TO WS-SP-BRANCH(WS-SUSP-MAX)
               WHEN OTHER
                   MOVE SUSP-BRANCH TO WS-SP-BRANCH(WS-SUSP-MAX)
               END-EVALUATE
               MOVE SUSP-REASON TO WS-SP-REASON(WS-SUSP-MAX)
               MOVE SUSP-TIMESTAMP
                   TO WS-SP-TIMESTAMP(WS-SUSP-MAX)
       END-READ.
       SUM-SUSP-AMOUNT.
       MOVE 0 TO WS-SUSP-AMT.
       IF SUSP-REASON = "04"
           MOVE SUSP-TRANS-DATA(10:7) TO WS-SUSP-XFR-X
           IF (WS-SUSP-XFR-X(1:1) = "+" OR WS-SUSP-XFR-X(1:1) = "-")
               AND WS-SUSP-XFR-X(2:6) IS NUMERIC
               MOVE WS-SUSP-XFR-NUM TO WS-SUSP-AMT
           END-IF
       END-IF.
       IF SUSP-REASON NOT = "04" AND SUSP-COUNT IS NUMERIC
           AND SUSP-COUNT >= 1 AND SUSP-COUNT <= 20
           PERFORM VARYING WS-AMT-IDX FROM 1 BY 1
               UNTIL WS-AMT-IDX > SUSP-COUNT
       END-IF.
       WRITE-POSTING-LINE.
       MOVE SPACES TO STMT-LINE.
       EVALUATE TRUE
       WHEN HIDX-PRIOR-PERIOD
           STRING "SEQ " HIDX-RUN-SEQ
               "  PRIOR-PERIOD ADJ OF " HIDX-ORIG-DATE "/"
               HIDX-ORIG-SEQ
               "  " HIDX-SUM
               "  AT " HIDX-TIMESTAMP
               DELIMITED BY SIZE INTO STMT-LINE
       WHEN HIDX-TRANSFER AND HIDX-SUM < 0
           STRING "SEQ " HIDX-RUN-SEQ
               "  TRANSFER OUT  PAIR " HIDX-ORIG-DATE "/"
               HIDX-ORIG-SEQ
               "  " HIDX-SUM
               "  AT " HIDX-TIMESTAMP
               DELIMITED BY SIZE INTO STMT-LINE
       WHEN HIDX-TRANSFER
           STRING "SEQ " HIDX-RUN-SEQ
               "  TRANSFER IN   PAIR " HIDX-ORIG-DATE "/"
               HIDX-ORIG-SEQ
               "  " HIDX-SUM
               "  AT " HIDX-TIMESTAMP
               DELIMITED BY SIZE INTO STMT-LINE
       WHEN HIDX-ADJUSTMENT
           STRING "SEQ " HIDX-RUN-SEQ
               "  ADJ OF " HIDX-ORIG-DATE "/" HIDX-ORIG-SEQ
               "  " HIDX-SUM
               "  AT " HIDX-TIMESTAMP
               DELIMITED BY SIZE INTO STMT-LINE
       WHEN OTHER
           STRING "SEQ " HIDX-RUN-SEQ
               "  " HIDX-COUNT " AMOUNT(S) = " HIDX-SUM
               "  AT " HIDX-TIMESTAMP
               DELIMITED BY SIZE INTO STMT-LINE
       END-EVALUATE.
       WRITE STMT-LINE.
       LIST-BRANCH-SUSPENSE.
       PERFORM VARYING WS-SUSP-IDX FROM 1 BY 1
