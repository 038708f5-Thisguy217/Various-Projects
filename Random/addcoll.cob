           05 SRC-COUNT-X PIC X(2).
           05 SRC-BRANCH-X PIC X(3).
           05 SRC-AMT-X OCCURS 20 TIMES PIC X(7).
           05 SRC-VALUE-DATE-X PIC X(8).
       FD COMBINED-FILE.
       01 COMB-REC PIC X(153).
       FD COLLATE-RPT.
       01 COLLATE-LINE PIC X(80).
       WORKING-STORAGE SECTION.
           WHEN SRC-REC(1:3) = "ADJ"
               ADD 1 TO WS-FILE-DETAILS
               PERFORM HASH-SOURCE-ADJ
           WHEN SRC-REC(1:3) = "XFR"
               ADD 1 TO WS-FILE-DETAILS
               PERFORM HASH-SOURCE-XFR
           WHEN OTHER
               ADD 1 TO WS-FILE-DETAILS
               PERFORM HASH-SOURCE-DETAIL
       ELSE
           ADD 1 TO WS-FILE-UNPARSED
       END-IF.
       HASH-SOURCE-XFR.
       MOVE SRC-REC(10:7) TO WS-SLOT-X.
       IF (WS-SLOT-X(1:1) = "+" OR WS-SLOT-X(1:1) = "-")
           AND WS-SLOT-X(2:6) IS NUMERIC
           ADD WS-SLOT-NUM TO WS-FILE-HASH
       ELSE
           ADD 1 TO WS-FILE-UNPARSED
       END-IF.
       HASH-SOURCE-DETAIL.
       PERFORM VARYING WS-AMT-IDX FROM 1 BY 1
           UNTIL WS-AMT-IDX > 20
