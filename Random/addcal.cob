           WHEN "NEXT"
               MOVE 1 TO WS-STEP
               PERFORM FIND-BUSINESS-DAY
           WHEN "TEST"
               PERFORM CHECK-BUSINESS-DAY
           WHEN OTHER
               MOVE "BD" TO CA-STATUS
       END-EVALUATE.
               MOVE "BD" TO CA-STATUS
           END-IF
       END-IF.
       CHECK-BUSINESS-DAY.
       COMPUTE WS-WORK-INT =
           FUNCTION INTEGER-OF-DATE(CA-BASE-DATE).
       IF WS-WORK-INT = 0
           MOVE "BD" TO CA-STATUS
       ELSE
           MOVE CA-BASE-DATE TO WS-WORK-DATE
           PERFORM TEST-BUSINESS-DAY
           IF WS-BUSINESS-DAY
               MOVE CA-BASE-DATE TO CA-RESULT-DATE
           ELSE
               MOVE "NB" TO CA-STATUS
           END-IF
       END-IF.
       TEST-BUSINESS-DAY.
       MOVE "Y" TO WS-BUS-DAY-SW.
       COMPUTE WS-DAY-NUM = FUNCTION MOD(WS-WORK-INT 7).
