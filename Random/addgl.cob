           05 SO-REC-TYPE PIC X.
           05 SO-BRANCH PIC X(3).
           05 SO-AMOUNT PIC S9(4)V99 SIGN IS LEADING SEPARATE.
           05 SO-BUS-DATE PIC 9(8).
           05 SO-SOURCE PIC X.
       FD RUN-LEDGER.
       COPY ADDLEDG.
       FD GL-FILE.
           05 GA-GL-ACCT PIC 9(8).
           05 GA-COUNT PIC 9(6).
           05 GA-AMOUNT PIC S9(8)V99 SIGN IS LEADING SEPARATE.
       01 GL-REL-REC.
           05 GR-REC-TYPE PIC X(3).
           05 GR-GL-ACCT PIC 9(8).
           05 GR-BUS-DATE PIC 9(8).
           05 GR-ENTRY-TYPE PIC X.
           05 GR-COUNT PIC 9(6).
           05 GR-AMOUNT PIC S9(8)V99 SIGN IS LEADING SEPARATE.
       01 GL-PP-REC.
           05 GP-REC-TYPE PIC X(3).
           05 GP-GL-ACCT PIC 9(8).
           05 GP-COUNT PIC 9(6).
           05 GP-AMOUNT PIC S9(8)V99 SIGN IS LEADING SEPARATE.
       01 GL-XFR-REC.
           05 GX-REC-TYPE PIC X(3).
           05 GX-GL-ACCT PIC 9(8).
           05 GX-COUNT PIC 9(6).
           05 GX-AMOUNT PIC S9(8)V99 SIGN IS LEADING SEPARATE.
       01 GL-HELD-REC.
           05 GQ-REC-TYPE PIC X(3).
           05 GQ-GL-ACCT PIC 9(8).
           05 GQ-COUNT PIC 9(6).
           05 GQ-AMOUNT PIC S9(8)V99 SIGN IS LEADING SEPARATE.
       01 GL-TRL-REC.
           05 GT-REC-TYPE PIC X(3).
           05 GT-COUNT PIC 9(6).
       COPY ADDGSNT.
       WORKING-STORAGE SECTION.
       COPY ADDJRNL.
       COPY ADDBRV.
       77 WS-SUMOUT-STATUS PIC XX VALUE SPACES.
       77 WS-LEDG-STATUS PIC XX VALUE SPACES.
       77 WS-GL-STATUS PIC XX VALUE SPACES.
       77 WS-CTL-COUNT PIC 9(6) VALUE 0.
       77 WS-CTL-TOTAL PIC S9(8)V99 SIGN IS LEADING SEPARATE VALUE 0.
       77 WS-BUS-DATE PIC 9(8) VALUE 0.
       77 WS-LOOKUP-DATE PIC 9(8) VALUE 0.
       77 WS-BR-MAX PIC 9(2) VALUE 0.
       77 WS-BR-IDX PIC 9(2) VALUE 0.
       01 WS-BRANCH-TABLE.
               10 WS-BR-ADJ-COUNT PIC 9(6).
               10 WS-BR-ADJ-TOTAL PIC S9(8)V99
                   SIGN IS LEADING SEPARATE.
               10 WS-BR-PP-COUNT PIC 9(6).
               10 WS-BR-PP-TOTAL PIC S9(8)V99
                   SIGN IS LEADING SEPARATE.
               10 WS-BR-XFR-COUNT PIC 9(6).
               10 WS-BR-XFR-TOTAL PIC S9(8)V99
                   SIGN IS LEADING SEPARATE.
               10 WS-BR-HELD-COUNT PIC 9(6).
               10 WS-BR-HELD-TOTAL PIC S9(8)V99
                   SIGN IS LEADING SEPARATE.
       77 WS-ADJ-COUNT PIC 9(6) VALUE 0.
       77 WS-ADJ-TOTAL PIC S9(8)V99 SIGN IS LEADING SEPARATE VALUE 0.
       77 WS-PP-COUNT PIC 9(6) VALUE 0.
       77 WS-PP-TOTAL PIC S9(8)V99 SIGN IS LEADING SEPARATE VALUE 0.
       77 WS-XFR-COUNT PIC 9(6) VALUE 0.
       77 WS-XFR-TOTAL PIC S9(8)V99 SIGN IS LEADING SEPARATE VALUE 0.
       77 WS-XFR-NET PIC S9(8)V99 SIGN IS LEADING SEPARATE VALUE 0.
       77 WS-HELD-COUNT PIC 9(6) VALUE 0.
       77 WS-HELD-TOTAL PIC S9(8)V99 SIGN IS LEADING SEPARATE VALUE 0.
       77 WS-REL-COUNT PIC 9(6) VALUE 0.
       77 WS-REL-TOTAL PIC S9(8)V99 SIGN IS LEADING SEPARATE VALUE 0.
       77 WS-GL-ACCT PIC 9(8) VALUE 0.
       77 WS-RL-MAX PIC 9(2) VALUE 0.
       77 WS-RL-IDX PIC 9(2) VALUE 0.
       01 WS-RELEASE-TABLE.
           05 WS-RL-ENTRY OCCURS 50 TIMES.
               10 WS-RL-BRANCH PIC X(3).
               10 WS-RL-BUS-DATE PIC 9(8).
               10 WS-RL-TYPE PIC X.
               10 WS-RL-COUNT PIC 9(6).
               10 WS-RL-TOTAL PIC S9(8)V99 SIGN IS LEADING SEPARATE.
       PROCEDURE DIVISION.
       MAIN-PARA.
       MOVE 0 TO RETURN-CODE.
       END-IF.
       IF WS-EXT-COUNT = WS-CTL-COUNT
           AND WS-EXT-TOTAL = WS-CTL-TOTAL
           AND WS-XFR-NET = 0
           PERFORM WRITE-GL-FILE
           DISPLAY "GL EXTRACT BALANCED - " WS-EXT-COUNT
               " POSTINGS TOTAL " WS-EXT-TOTAL
           DISPLAY "ADJUSTMENTS EXTRACTED: " WS-ADJ-COUNT
               "  TOTAL " WS-ADJ-TOTAL
           DISPLAY "PRIOR-PERIOD ADJUSTMENTS EXTRACTED: " WS-PP-COUNT
               "  TOTAL " WS-PP-TOTAL
           DISPLAY "TRANSFER LEGS EXTRACTED: " WS-XFR-COUNT
               "  NET " WS-XFR-TOTAL
           DISPLAY "RELEASED FROM REVIEW: " WS-REL-COUNT
               "  TOTAL " WS-REL-TOTAL
           DISPLAY "HELD FOR REVIEW (MEMO, NOT IN TOTALS): "
               WS-HELD-COUNT "  TOTAL " WS-HELD-TOTAL
       ELSE
           DISPLAY "*** GL EXTRACT OUT OF BALANCE ***"
           DISPLAY "EXTRACT COUNT " WS-EXT-COUNT
               " CONTROL " WS-CTL-COUNT
           DISPLAY "EXTRACT TOTAL " WS-EXT-TOTAL
               " CONTROL " WS-CTL-TOTAL
           IF WS-XFR-NET NOT = 0
               DISPLAY "TRANSFER LEGS DO NOT NET TO ZERO - NET "
                   WS-XFR-NET
           END-IF
           MOVE 8 TO RETURN-CODE
       END-IF.
       CLOSE BRANCH-MASTER.
       MOVE "DONE" TO BQ-FUNC.
       CALL "ADDBRV" USING BRV-REQUEST.
       PERFORM WRITE-JOURNAL-END.
       GOBACK.
       WRITE-JOURNAL-START.
           AT END
           SET WS-EOF-SUMOUT TO TRUE
           NOT AT END
           IF SO-REC-TYPE = "H"
               PERFORM TALLY-BRANCH
           ELSE
               ADD 1 TO WS-EXT-COUNT
               ADD SO-AMOUNT TO WS-EXT-TOTAL
                   ON SIZE ERROR
                   DISPLAY "WARNING: EXTRACT TOTAL EXCEEDS PIC S9(8)V99"
               END-ADD
               IF SO-REC-TYPE = "X"
                   ADD SO-AMOUNT TO WS-XFR-NET
               END-IF
               IF SO-SOURCE = "R"
                   PERFORM TALLY-RELEASED
               ELSE
                   PERFORM TALLY-BRANCH
               END-IF
           END-IF
       END-READ.
       TALLY-BRANCH.
       MOVE 0 TO WS-BR-IDX.
               MOVE 0 TO WS-BR-TOTAL(WS-BR-MAX)
               MOVE 0 TO WS-BR-ADJ-COUNT(WS-BR-MAX)
               MOVE 0 TO WS-BR-ADJ-TOTAL(WS-BR-MAX)
               MOVE 0 TO WS-BR-PP-COUNT(WS-BR-MAX)
               MOVE 0 TO WS-BR-PP-TOTAL(WS-BR-MAX)
               MOVE 0 TO WS-BR-XFR-COUNT(WS-BR-MAX)
               MOVE 0 TO WS-BR-XFR-TOTAL(WS-BR-MAX)
               MOVE 0 TO WS-BR-HELD-COUNT(WS-BR-MAX)
               MOVE 0 TO WS-BR-HELD-TOTAL(WS-BR-MAX)
               MOVE WS-BR-MAX TO WS-BR-IDX
           ELSE
               MOVE 20 TO WS-BR-IDX
                   " EXTRACTED UNDER " WS-BR-CODE(20)
           END-IF
       END-IF.
       EVALUATE SO-REC-TYPE
           WHEN "A"
               ADD 1 TO WS-BR-ADJ-COUNT(WS-BR-IDX)
               ADD SO-AMOUNT TO WS-BR-ADJ-TOTAL(WS-BR-IDX)
               ADD 1 TO WS-ADJ-COUNT
               ADD SO-AMOUNT TO WS-ADJ-TOTAL
           WHEN "B"
               ADD 1 TO WS-BR-PP-COUNT(WS-BR-IDX)
               ADD SO-AMOUNT TO WS-BR-PP-TOTAL(WS-BR-IDX)
               ADD 1 TO WS-PP-COUNT
               ADD SO-AMOUNT TO WS-PP-TOTAL
           WHEN "X"
               ADD 1 TO WS-BR-XFR-COUNT(WS-BR-IDX)
               ADD SO-AMOUNT TO WS-BR-XFR-TOTAL(WS-BR-IDX)
               ADD 1 TO WS-XFR-COUNT
               ADD SO-AMOUNT TO WS-XFR-TOTAL
           WHEN "H"
               ADD 1 TO WS-BR-HELD-COUNT(WS-BR-IDX)
               ADD SO-AMOUNT TO WS-BR-HELD-TOTAL(WS-BR-IDX)
               ADD 1 TO WS-HELD-COUNT
               ADD SO-AMOUNT TO WS-HELD-TOTAL
           WHEN OTHER
               ADD 1 TO WS-BR-COUNT(WS-BR-IDX)
               ADD SO-AMOUNT TO WS-BR-TOTAL(WS-BR-IDX)
       END-EVALUATE.
       TALLY-RELEASED.
       MOVE 0 TO WS-RL-IDX.
       PERFORM VARYING WS-RL-IDX FROM 1 BY 1
           UNTIL WS-RL-IDX > WS-RL-MAX
           OR (WS-RL-BRANCH(WS-RL-IDX) = SO-BRANCH
           AND WS-RL-BUS-DATE(WS-RL-IDX) = SO-BUS-DATE
           AND WS-RL-TYPE(WS-RL-IDX) = SO-REC-TYPE)
           CONTINUE
       END-PERFORM.
       IF WS-RL-IDX > WS-RL-MAX
           IF WS-RL-MAX < 50
               ADD 1 TO WS-RL-MAX
               MOVE SO-BRANCH TO WS-RL-BRANCH(WS-RL-MAX)
               MOVE SO-BUS-DATE TO WS-RL-BUS-DATE(WS-RL-MAX)
               MOVE SO-REC-TYPE TO WS-RL-TYPE(WS-RL-MAX)
               MOVE 0 TO WS-RL-COUNT(WS-RL-MAX)
               MOVE 0 TO WS-RL-TOTAL(WS-RL-MAX)
               MOVE WS-RL-MAX TO WS-RL-IDX
           ELSE
               MOVE 50 TO WS-RL-IDX
               DISPLAY "RELEASE TABLE FULL - " SO-BRANCH " "
                   SO-BUS-DATE " EXTRACTED UNDER "
                   WS-RL-BRANCH(50) " " WS-RL-BUS-DATE(50)
           END-IF
       END-IF.
       ADD 1 TO WS-RL-COUNT(WS-RL-IDX).
       ADD SO-AMOUNT TO WS-RL-TOTAL(WS-RL-IDX).
       ADD 1 TO WS-REL-COUNT.
       ADD SO-AMOUNT TO WS-REL-TOTAL.
       READ-RUN-LEDGER.
       OPEN INPUT RUN-LEDGER.
       IF WS-LEDG-STATUS = "00"
           UNTIL WS-BR-IDX > WS-BR-MAX
           PERFORM WRITE-GL-DETAIL
       END-PERFORM.
       PERFORM VARYING WS-RL-IDX FROM 1 BY 1
           UNTIL WS-RL-IDX > WS-RL-MAX
           PERFORM WRITE-GL-RELEASED
       END-PERFORM.
       MOVE "GLT" TO GT-REC-TYPE.
       MOVE WS-EXT-COUNT TO GT-COUNT.
       MOVE WS-EXT-TOTAL TO GT-AMOUNT.
               WS-GLLOG-STATUS
       END-IF.
       CLOSE GL-LOG.
       LOOKUP-GL-ACCOUNT.
       MOVE "NV" TO BQ-STATUS.
       IF WS-LOOKUP-DATE > 0
           MOVE "FIND" TO BQ-FUNC
           MOVE BRM-CODE TO BQ-CODE
           MOVE WS-LOOKUP-DATE TO BQ-AS-OF-DATE
           CALL "ADDBRV" USING BRV-REQUEST
       END-IF.
       EVALUATE BQ-STATUS
       WHEN "00"
           MOVE BQ-BRM-IMAGE TO BRM-REC
           MOVE BRM-GL-ACCT TO WS-GL-ACCT
       WHEN "NI"
           MOVE 99999999 TO WS-GL-ACCT
           ADD 1 TO WS-UNMAPPED-COUNT
           DISPLAY "BRANCH " BRM-CODE " NOT IN FORCE ON "
               WS-LOOKUP-DATE " - GL ACCOUNT 99999999"
       WHEN OTHER
           READ BRANCH-MASTER
               INVALID KEY
               MOVE 99999999 TO WS-GL-ACCT
               ADD 1 TO WS-UNMAPPED-COUNT
               DISPLAY "BRANCH " BRM-CODE
                   " NOT ON MASTER - GL ACCOUNT 99999999"
               NOT INVALID KEY
               MOVE BRM-GL-ACCT TO WS-GL-ACCT
           END-READ
       END-EVALUATE.
       WRITE-GL-DETAIL.
       MOVE WS-BR-CODE(WS-BR-IDX) TO BRM-CODE.
       MOVE WS-BUS-DATE TO WS-LOOKUP-DATE.
       PERFORM LOOKUP-GL-ACCOUNT.
       MOVE "GLD" TO GD-REC-TYPE.
       MOVE WS-GL-ACCT TO GD-GL-ACCT.
       MOVE WS-BR-COUNT(WS-BR-IDX) TO GD-COUNT.
       MOVE WS-BR-TOTAL(WS-BR-IDX) TO GD-AMOUNT.
       WRITE GL-DTL-REC.
           MOVE WS-BR-ADJ-TOTAL(WS-BR-IDX) TO GA-AMOUNT
           WRITE GL-ADJ-REC
       END-IF.
       IF WS-BR-PP-COUNT(WS-BR-IDX) > 0
           MOVE "GLP" TO GP-REC-TYPE
           MOVE WS-GL-ACCT TO GP-GL-ACCT
           MOVE WS-BR-PP-COUNT(WS-BR-IDX) TO GP-COUNT
           MOVE WS-BR-PP-TOTAL(WS-BR-IDX) TO GP-AMOUNT
           WRITE GL-PP-REC
       END-IF.
       IF WS-BR-XFR-COUNT(WS-BR-IDX) > 0
           MOVE "GLX" TO GX-REC-TYPE
           MOVE WS-GL-ACCT TO GX-GL-ACCT
           MOVE WS-BR-XFR-COUNT(WS-BR-IDX) TO GX-COUNT
           MOVE WS-BR-XFR-TOTAL(WS-BR-IDX) TO GX-AMOUNT
           WRITE GL-XFR-REC
       END-IF.
       IF WS-BR-HELD-COUNT(WS-BR-IDX) > 0
           MOVE "GLQ" TO GQ-REC-TYPE
           MOVE WS-GL-ACCT TO GQ-GL-ACCT
           MOVE WS-BR-HELD-COUNT(WS-BR-IDX) TO GQ-COUNT
           MOVE WS-BR-HELD-TOTAL(WS-BR-IDX) TO GQ-AMOUNT
           WRITE GL-HELD-REC
       END-IF.
       WRITE-GL-RELEASED.
       MOVE WS-RL-BRANCH(WS-RL-IDX) TO BRM-CODE.
       MOVE WS-RL-BUS-DATE(WS-RL-IDX) TO WS-LOOKUP-DATE.
       PERFORM LOOKUP-GL-ACCOUNT.
       MOVE "GLR" TO GR-REC-TYPE.
       MOVE WS-GL-ACCT TO GR-GL-ACCT.
       MOVE WS-RL-BUS-DATE(WS-RL-IDX) TO GR-BUS-DATE.
       MOVE WS-RL-TYPE(WS-RL-IDX) TO GR-ENTRY-TYPE.
       MOVE WS-RL-COUNT(WS-RL-IDX) TO GR-COUNT.
       MOVE WS-RL-TOTAL(WS-RL-IDX) TO GR-AMOUNT.
       WRITE GL-REL-REC.
