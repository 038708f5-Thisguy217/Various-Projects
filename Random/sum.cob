       SELECT CONTROL-RPT ASSIGN TO "CTLRPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CTLRPT-STATUS.
       SELECT BRANCH-MASTER ASSIGN TO "BRMASTER"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS BRM-KEY
           FILE STATUS IS WS-BRM-STATUS.
       SELECT REVIEW-QUEUE ASSIGN TO "REVQUEUE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REVQ-STATUS.
       SELECT REVIEW-HOLD ASSIGN TO "REVQHOLD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RQHOLD-STATUS.
       SELECT WAREHOUSE-FILE ASSIGN TO "WHSEFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WHSE-STATUS.
       SELECT WAREHOUSE-HOLD ASSIGN TO "WHSEHOLD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WHHOLD-STATUS.
       SELECT PERIOD-FILE ASSIGN TO "PERIODS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PD-KEY
           FILE STATUS IS WS-PERD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD TRANS-FILE.
           05 SO-REC-TYPE PIC X.
           05 SO-BRANCH PIC X(3).
           05 SO-AMOUNT PIC S9(4)V99 SIGN IS LEADING SEPARATE.
           05 SO-BUS-DATE PIC 9(8).
           05 SO-SOURCE PIC X.
       FD EXCEPTION-RPT.
       01 EXCEPTION-REC PIC X(40).
       FD SUSPENSE-FILE.
           05 CKPT-POST-DATE PIC 9(8).
           05 CKPT-ADJ-COUNT PIC 9(6).
           05 CKPT-ADJ-TOTAL PIC S9(8)V99 SIGN IS LEADING SEPARATE.
           05 CKPT-RQ-DATE PIC 9(8).
           05 CKPT-RQ-SEQ-START PIC 9(6).
           05 CKPT-HELD-COUNT PIC 9(6).
           05 CKPT-HELD-TOTAL PIC S9(8)V99 SIGN IS LEADING SEPARATE.
           05 CKPT-SUSP-TOTAL PIC S9(10)V99 SIGN IS LEADING SEPARATE.
           05 CKPT-PP-COUNT PIC 9(6).
           05 CKPT-PP-TOTAL PIC S9(8)V99 SIGN IS LEADING SEPARATE.
           05 CKPT-XFR-COUNT PIC 9(6).
           05 CKPT-XFR-TOTAL PIC S9(8)V99 SIGN IS LEADING SEPARATE.
           05 CKPT-WH-DATE PIC 9(8).
           05 CKPT-WH-SEQ-START PIC 9(6).
           05 CKPT-WHSE-COUNT PIC 9(6).
           05 CKPT-WHSE-TOTAL PIC S9(8)V99 SIGN IS LEADING SEPARATE.
       FD RUN-LEDGER.
       COPY ADDLEDG.
       FD CONTROL-RPT.
       01 CONTROL-LINE PIC X(60).
       FD BRANCH-MASTER.
       COPY ADDBRM.
       FD REVIEW-QUEUE.
       COPY ADDREVQ.
       FD REVIEW-HOLD.
       01 REVQ-HOLD-REC PIC X(276).
       FD WAREHOUSE-FILE.
       COPY ADDWHSE.
       FD WAREHOUSE-HOLD.
       01 WHSE-HOLD-REC PIC X(313).
       FD PERIOD-FILE.
       COPY ADDPERD.
       WORKING-STORAGE SECTION.
       COPY ADDREC.
       COPY ADDJRNL.
       77 WS-DATE-SEQ-SW PIC X VALUE "Y".
           88 WS-DATE-IN-SEQUENCE VALUE "Y".
       COPY ADDCAL.
       COPY ADDBRV.
       77 WS-SEQ-KNOWN-SW PIC X VALUE "N".
           88 WS-SEQ-KNOWN VALUE "Y".
       77 WS-HIST-EOF-SW PIC X VALUE "N".
               10 WS-BR-CODE PIC X(3).
               10 WS-BR-COUNT PIC 9(6).
               10 WS-BR-TOTAL PIC S9(8)V99 SIGN IS LEADING SEPARATE.
       77 WS-BRM-STATUS PIC XX VALUE SPACES.
       77 WS-BRM-OPEN-SW PIC X VALUE "N".
           88 WS-BRM-AVAILABLE VALUE "Y".
       77 WS-REVQ-STATUS PIC XX VALUE SPACES.
       77 WS-RQHOLD-STATUS PIC XX VALUE SPACES.
       77 WS-REVQ-EOF-SW PIC X VALUE "N".
           88 WS-EOF-REVQ VALUE "Y".
       77 WS-RQHOLD-EOF-SW PIC X VALUE "N".
           88 WS-EOF-RQHOLD VALUE "Y".
       77 WS-ITEM-KIND PIC X VALUE SPACE.
       77 WS-HOLD-SW PIC X VALUE "N".
           88 WS-ITEM-HELD VALUE "Y".
       77 WS-RELEASE-SW PIC X VALUE "N".
           88 WS-RELEASING VALUE "Y".
       77 WS-REVIEW-LIMIT PIC 9(4)V99 VALUE 0.
       77 WS-ABS-AMOUNT PIC 9(4)V99 VALUE 0.
       77 WS-RQ-DATE PIC 9(8) VALUE 0.
       77 WS-RQ-SEQ PIC 9(6) VALUE 0.
       77 WS-RQ-SEQ-START PIC 9(6) VALUE 0.
       77 WS-RQ-RESTORED-SW PIC X VALUE "N".
           88 WS-RQ-RESTORED VALUE "Y".
       77 WS-RQ-BK-COUNT PIC 9(6) VALUE 0.
       77 WS-HELD-COUNT PIC 9(6) VALUE 0.
       77 WS-HELD-TOTAL PIC S9(8)V99 SIGN IS LEADING SEPARATE VALUE 0.
       77 WS-REL-COUNT PIC 9(6) VALUE 0.
       77 WS-REL-TOTAL PIC S9(8)V99 SIGN IS LEADING SEPARATE VALUE 0.
       77 WS-REL-BUS-DATE PIC 9(8) VALUE 0.
       77 WS-REL-MONTH PIC 9(6) VALUE 0.
       77 WS-REL-CLOSED-SW PIC X VALUE "N".
           88 WS-REL-RESTATED VALUE "Y".
       77 WS-SUSP-TOTAL PIC S9(10)V99 SIGN IS LEADING SEPARATE VALUE 0.
       77 WS-FILE-POSTED PIC S9(10)V99 SIGN IS LEADING SEPARATE
           VALUE 0.
       77 WS-PROOF-TOTAL PIC S9(10)V99 SIGN IS LEADING SEPARATE
           VALUE 0.
       77 WS-PERD-STATUS PIC XX VALUE SPACES.
       77 WS-PERD-OPEN-SW PIC X VALUE "N".
           88 WS-PERD-AVAILABLE VALUE "Y".
       77 WS-ORIG-MONTH PIC 9(6) VALUE 0.
       77 WS-PP-COUNT PIC 9(6) VALUE 0.
       77 WS-PP-TOTAL PIC S9(8)V99 SIGN IS LEADING SEPARATE VALUE 0.
       77 WS-HIST-FAIL-SW PIC X VALUE "N".
           88 WS-HIST-FAILED VALUE "Y".
       77 WS-XFR-VALID-SW PIC X VALUE "Y".
           88 WS-XFR-VALID VALUE "Y".
       77 WS-XFR-COUNT PIC 9(6) VALUE 0.
       77 WS-XFR-TOTAL PIC S9(8)V99 SIGN IS LEADING SEPARATE VALUE 0.
       77 WS-WHSE-STATUS PIC XX VALUE SPACES.
       77 WS-WHHOLD-STATUS PIC XX VALUE SPACES.
       77 WS-WHSE-EOF-SW PIC X VALUE "N".
           88 WS-EOF-WHSE VALUE "Y".
       77 WS-WHHOLD-EOF-SW PIC X VALUE "N".
           88 WS-EOF-WHHOLD VALUE "Y".
       77 WS-WHSE-SW PIC X VALUE "N".
           88 WS-ITEM-WAREHOUSED VALUE "Y".
       77 WS-WH-RELEASE-SW PIC X VALUE "N".
           88 WS-WH-RELEASING VALUE "Y".
       77 WS-WH-DATE PIC 9(8) VALUE 0.
       77 WS-WH-SEQ PIC 9(6) VALUE 0.
       77 WS-WH-SEQ-START PIC 9(6) VALUE 0.
       77 WS-WH-RESTORED-SW PIC X VALUE "N".
           88 WS-WH-RESTORED VALUE "Y".
       77 WS-WH-BK-COUNT PIC 9(6) VALUE 0.
       77 WS-WHSE-COUNT PIC 9(6) VALUE 0.
       77 WS-WHSE-TOTAL PIC S9(8)V99 SIGN IS LEADING SEPARATE VALUE 0.
       77 WS-WREL-COUNT PIC 9(6) VALUE 0.
       77 WS-WREL-TOTAL PIC S9(8)V99 SIGN IS LEADING SEPARATE VALUE 0.
       77 WS-WREL-HELD-COUNT PIC 9(6) VALUE 0.
       77 WS-WREL-HELD-TOTAL PIC S9(8)V99 SIGN IS LEADING SEPARATE
           VALUE 0.
       01 WS-XFR-IMAGE.
           05 WS-XFR-REC-TYPE PIC X(3).
           05 WS-XFR-FROM PIC X(3).
           05 WS-XFR-TO PIC X(3).
           05 WS-XFR-AMOUNT PIC S9(4)V99 SIGN IS LEADING SEPARATE.
       01 WS-XFR-OUT-KEY.
           05 WS-XFR-OUT-DATE PIC 9(8).
           05 WS-XFR-OUT-SEQ PIC 9(6).
       PROCEDURE DIVISION.
       MAIN-PARA.
       MOVE 0 TO RETURN-CODE.
       MOVE "Y" TO WS-CTL-MATCH-SW.
       MOVE "N" TO WS-SEQ-KNOWN-SW.
       MOVE "N" TO WS-SEQ-RESTORED-SW.
       MOVE "N" TO WS-RQ-RESTORED-SW.
       MOVE "N" TO WS-WH-RESTORED-SW.
       MOVE "N" TO WS-BRM-OPEN-SW.
       MOVE "N" TO WS-PERD-OPEN-SW.
       MOVE 0 TO WS-BR-MAX.
       PERFORM VARYING WS-BR-IDX FROM 1 BY 1
           UNTIL WS-BR-IDX > 20
           PERFORM SAVE-CHECKPOINT
           CLOSE TRANS-FILE
           CLOSE SUM-OUT
           CLOSE REVIEW-QUEUE
           CLOSE WAREHOUSE-FILE
           IF WS-REC-COUNT = 0
               DISPLAY "Batch input file is empty: " WS-TRANS-FILENAME
               MOVE 8 TO RETURN-CODE
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               IF RETURN-CODE = 0 OR RETURN-CODE = 4
                   PERFORM RELEASE-WAREHOUSE-ITEMS
                   PERFORM RELEASE-REVIEW-ITEMS
               END-IF
               PERFORM PRINT-CONTROL-REPORT
               IF RETURN-CODE = 0 OR RETURN-CODE = 4
                   PERFORM WRITE-RUN-LEDGER
               ELSE
                   IF RETURN-CODE = 12
                       PERFORM BACK-OUT-HISTORY
                       PERFORM BACK-OUT-REVIEW-QUEUE
                       PERFORM BACK-OUT-WAREHOUSE
                       PERFORM CLEAR-CHECKPOINT
                   END-IF
               END-IF
           END-IF
           IF WS-BRM-AVAILABLE
               CLOSE BRANCH-MASTER
               MOVE "DONE" TO BQ-FUNC
               CALL "ADDBRV" USING BRV-REQUEST
           END-IF
           IF WS-PERD-AVAILABLE
               CLOSE PERIOD-FILE
           END-IF
       END-IF.
       PEEK-BUSINESS-DATE.
       OPEN INPUT TRANS-FILE.
       END-IF.
       WRITE-RUN-LEDGER.
       PERFORM FORMAT-TIMESTAMP.
       IF WS-SEQ-RESTORED AND NOT WS-SEQ-KNOWN
           PERFORM SEEK-HIST-SEQ
       END-IF.
       OPEN EXTEND RUN-LEDGER.
       IF WS-LEDG-STATUS = "35"
           OPEN OUTPUT RUN-LEDGER
       MOVE WS-CONTROL-COUNT TO LG-REC-COUNT.
       MOVE WS-GRAND-TOTAL TO LG-TOTAL.
       MOVE WS-TIMESTAMP TO LG-TIMESTAMP.
       IF WS-SEQ-KNOWN
           MOVE WS-POST-DATE TO LG-POST-DATE
           COMPUTE LG-SEQ-FROM = WS-SEQ-START + 1
           MOVE WS-HIST-SEQ TO LG-SEQ-TO
       ELSE
           MOVE 0 TO LG-POST-DATE
           MOVE 0 TO LG-SEQ-FROM
           MOVE 0 TO LG-SEQ-TO
       END-IF.
       WRITE LEDGER-REC.
       CLOSE RUN-LEDGER.
       CLEAR-CHECKPOINT.
       MOVE 0 TO CKPT-POST-DATE.
       MOVE 0 TO CKPT-ADJ-COUNT.
       MOVE 0 TO CKPT-ADJ-TOTAL.
       MOVE 0 TO CKPT-RQ-DATE.
       MOVE 0 TO CKPT-RQ-SEQ-START.
       MOVE 0 TO CKPT-HELD-COUNT.
       MOVE 0 TO CKPT-HELD-TOTAL.
       MOVE 0 TO CKPT-SUSP-TOTAL.
       MOVE 0 TO CKPT-PP-COUNT.
       MOVE 0 TO CKPT-PP-TOTAL.
       MOVE 0 TO CKPT-XFR-COUNT.
       MOVE 0 TO CKPT-XFR-TOTAL.
       MOVE 0 TO CKPT-WH-DATE.
       MOVE 0 TO CKPT-WH-SEQ-START.
       MOVE 0 TO CKPT-WHSE-COUNT.
       MOVE 0 TO CKPT-WHSE-TOTAL.
       OPEN OUTPUT CHECKPOINT-FILE.
       WRITE CKPT-REC.
       CLOSE CHECKPOINT-FILE.
           DELIMITED BY SIZE INTO CONTROL-LINE.
       WRITE CONTROL-LINE.
       DISPLAY CONTROL-LINE.
       MOVE SPACES TO CONTROL-LINE.
       STRING "  OF WHICH PRIOR-PERIOD: " WS-PP-COUNT
           "  TOTAL " WS-PP-TOTAL
           DELIMITED BY SIZE INTO CONTROL-LINE.
       WRITE CONTROL-LINE.
       DISPLAY CONTROL-LINE.
       MOVE SPACES TO CONTROL-LINE.
       STRING "TRANSFERS POSTED: " WS-XFR-COUNT
           "  TOTAL " WS-XFR-TOTAL
           DELIMITED BY SIZE INTO CONTROL-LINE.
       WRITE CONTROL-LINE.
       DISPLAY CONTROL-LINE.
       MOVE SPACES TO CONTROL-LINE.
       STRING "HELD FOR REVIEW: " WS-HELD-COUNT
           "  TOTAL " WS-HELD-TOTAL
           DELIMITED BY SIZE INTO CONTROL-LINE.
       WRITE CONTROL-LINE.
       DISPLAY CONTROL-LINE.
       MOVE SPACES TO CONTROL-LINE.
       STRING "RELEASED FROM REVIEW: " WS-REL-COUNT
           "  TOTAL " WS-REL-TOTAL
           DELIMITED BY SIZE INTO CONTROL-LINE.
       WRITE CONTROL-LINE.
       DISPLAY CONTROL-LINE.
       MOVE SPACES TO CONTROL-LINE.
       STRING "WAREHOUSED TO VALUE DATE: " WS-WHSE-COUNT
           "  TOTAL " WS-WHSE-TOTAL
           DELIMITED BY SIZE INTO CONTROL-LINE.
       WRITE CONTROL-LINE.
       DISPLAY CONTROL-LINE.
       MOVE SPACES TO CONTROL-LINE.
       STRING "RELEASED FROM WAREHOUSE: " WS-WREL-COUNT
           "  TOTAL " WS-WREL-TOTAL
           DELIMITED BY SIZE INTO CONTROL-LINE.
       WRITE CONTROL-LINE.
       DISPLAY CONTROL-LINE.
       MOVE SPACES TO CONTROL-LINE.
       STRING "  OF WHICH HELD FOR REVIEW: " WS-WREL-HELD-COUNT
           "  TOTAL " WS-WREL-HELD-TOTAL
           DELIMITED BY SIZE INTO CONTROL-LINE.
       WRITE CONTROL-LINE.
       DISPLAY CONTROL-LINE.
       PERFORM VARYING WS-BR-IDX FROM 1 BY 1
           UNTIL WS-BR-IDX > WS-BR-MAX
           PERFORM PRINT-BRANCH-LINE
           DELIMITED BY SIZE INTO CONTROL-LINE.
       WRITE CONTROL-LINE.
       DISPLAY CONTROL-LINE.
       PERFORM PRINT-HASH-PROOF.
       MOVE SPACES TO CONTROL-LINE.
       IF WS-CONTROLS-BALANCE
           MOVE "FILE CONTROLS BALANCED" TO CONTROL-LINE
       WRITE CONTROL-LINE.
       DISPLAY CONTROL-LINE.
       CLOSE CONTROL-RPT.
       PRINT-HASH-PROOF.
       COMPUTE WS-FILE-POSTED = WS-GRAND-TOTAL - WS-REL-TOTAL
           - WS-WREL-TOTAL + WS-WREL-HELD-TOTAL.
       COMPUTE WS-PROOF-TOTAL = WS-FILE-POSTED + WS-HELD-TOTAL
           + WS-SUSP-TOTAL + WS-XFR-TOTAL + WS-WHSE-TOTAL.
       MOVE SPACES TO CONTROL-LINE.
       STRING "PROOF: FILE POSTED " WS-FILE-POSTED
           "  HELD " WS-HELD-TOTAL
           DELIMITED BY SIZE INTO CONTROL-LINE.
       WRITE CONTROL-LINE.
       DISPLAY CONTROL-LINE.
       MOVE SPACES TO CONTROL-LINE.
       STRING "PROOF: TRANSFERS " WS-XFR-TOTAL
           "  WAREHOUSED " WS-WHSE-TOTAL
           DELIMITED BY SIZE INTO CONTROL-LINE.
       WRITE CONTROL-LINE.
       DISPLAY CONTROL-LINE.
       MOVE SPACES TO CONTROL-LINE.
       STRING "PROOF: SUSPENSE " WS-SUSP-TOTAL
           "  = " WS-PROOF-TOTAL
           DELIMITED BY SIZE INTO CONTROL-LINE.
       WRITE CONTROL-LINE.
       DISPLAY CONTROL-LINE.
       MOVE SPACES TO CONTROL-LINE.
       IF WS-PROOF-TOTAL = WS-HASH-TOTAL
           MOVE "HASH PROOF AGREES TO HASH READ" TO CONTROL-LINE
       ELSE
           MOVE "*** HASH PROOF DOES NOT AGREE TO HASH READ ***"
               TO CONTROL-LINE
       END-IF.
       WRITE CONTROL-LINE.
       DISPLAY CONTROL-LINE.
       PRINT-BRANCH-LINE.
       MOVE SPACES TO CONTROL-LINE.
       STRING "BRANCH " WS-BR-CODE(WS-BR-IDX)
               IF FUNCTION MOD(WS-REC-COUNT WS-CKPT-INTERVAL) = 0
                   PERFORM SAVE-CHECKPOINT
               END-IF
           WHEN TRANS-REC(1:3) = "XFR"
               AND WS-REC-COUNT > WS-RESUME-POINT
               ADD 1 TO WS-DETAIL-COUNT
               PERFORM POST-TRANSFER
               IF FUNCTION MOD(WS-REC-COUNT WS-CKPT-INTERVAL) = 0
                   PERFORM SAVE-CHECKPOINT
               END-IF
           WHEN WS-REC-COUNT > WS-RESUME-POINT
               ADD 1 TO WS-DETAIL-COUNT
               MOVE "D" TO WS-ITEM-KIND
               PERFORM LOAD-AMOUNTS
               IF NOT WS-RECORD-OVERFLOWED
                   IF TR-VALUE-DATE IS NUMERIC
                       AND TR-VALUE-DATE-N > WS-BUS-DATE
                       PERFORM WAREHOUSE-DETAIL
                   ELSE
                       PERFORM PARA-MULTI
                   END-IF
               END-IF
               IF WS-RECORD-OVERFLOWED
                   MOVE SPACES TO EXCEPTION-REC
                   END-IF
                   WRITE EXCEPTION-REC
                   PERFORM WRITE-SUSPENSE
                   IF WS-SUSP-REASON = "02"
                       PERFORM TALLY-SUSPENDED-AMOUNTS
                   END-IF
               ELSE
                   IF NOT WS-ITEM-HELD AND NOT WS-ITEM-WAREHOUSED
                       MOVE "P" TO SO-REC-TYPE
                       PERFORM WRITE-SUM-OUT
                   END-IF
               END-IF
               IF FUNCTION MOD(WS-REC-COUNT WS-CKPT-INTERVAL) = 0
                   PERFORM SAVE-CHECKPOINT
       MOVE WS-TIMESTAMP TO SUSP-TIMESTAMP.
       WRITE SUSP-REC.
       ADD 1 TO WS-SUSP-COUNT.
       TALLY-SUSPENDED-AMOUNTS.
       PERFORM VARYING WS-AMT-IDX FROM 1 BY 1
           UNTIL WS-AMT-IDX > WS-AMT-COUNT
           ADD WS-AMOUNT(WS-AMT-IDX) TO WS-SUSP-TOTAL
       END-PERFORM.
       WRITE-SUM-OUT.
       MOVE WS-BRANCH TO SO-BRANCH.
       MOVE SOLVE_SUM TO SO-AMOUNT.
       IF WS-RELEASING
           MOVE WS-REL-BUS-DATE TO SO-BUS-DATE
           MOVE "R" TO SO-SOURCE
       ELSE
           MOVE WS-BUS-DATE TO SO-BUS-DATE
           IF WS-WH-RELEASING
               MOVE "W" TO SO-SOURCE
           ELSE
               MOVE SPACE TO SO-SOURCE
           END-IF
       END-IF.
       WRITE SUM-OUT-REC.
       WRITE-SUSPENSE-PAIR.
       PERFORM FORMAT-TIMESTAMP.
       MOVE SPACES TO SUSP-REC.
       ADD 1 TO WS-SUSP-COUNT.
       POST-ADJUSTMENT.
       ADD TA-AMOUNT TO WS-HASH-TOTAL.
       MOVE "A" TO WS-ITEM-KIND.
       MOVE TA-ORIG-POST-DATE TO HIDX-POST-DATE.
       MOVE TA-ORIG-RUN-SEQ TO HIDX-RUN-SEQ.
       READ SUM-HISTORY
           SET WS-ANY-OVERFLOW TO TRUE
           MOVE "03" TO WS-SUSP-REASON
           PERFORM WRITE-SUSPENSE
           ADD TA-AMOUNT TO WS-SUSP-TOTAL
           NOT INVALID KEY
           IF HIDX-BRANCH NOT = TA-BRANCH
               MOVE SPACES TO EXCEPTION-REC
               SET WS-ANY-OVERFLOW TO TRUE
               MOVE "03" TO WS-SUSP-REASON
               PERFORM WRITE-SUSPENSE
               ADD TA-AMOUNT TO WS-SUSP-TOTAL
           ELSE
               MOVE TA-BRANCH TO WS-BRANCH
               MOVE TA-AMOUNT TO SOLVE_SUM
               MOVE TA-ORIG-POST-DATE TO WS-ORIG-DATE
               MOVE TA-ORIG-RUN-SEQ TO WS-ORIG-SEQ
               MOVE 1 TO WS-AMT-COUNT
               PERFORM CHECK-REVIEW-LIMIT
               IF WS-ITEM-HELD
                   PERFORM HOLD-FOR-REVIEW
               ELSE
                   PERFORM POST-ADJ-ENTRY
               END-IF
           END-IF
       END-READ.
       POST-ADJ-ENTRY.
       MOVE 0 TO NUM_1.
       MOVE 0 TO NUM_2.
       MOVE 1 TO WS-AMT-COUNT.
       MOVE "A" TO WS-ADJ-FLAG.
       PERFORM CHECK-ORIGINAL-PERIOD.
       PERFORM WRITE-HISTORY.
       ADD SOLVE_SUM TO WS-GRAND-TOTAL
           ON SIZE ERROR
           DISPLAY "WARNING: GRAND TOTAL EXCEEDS PIC S9(8)V99"
           SET WS-ANY-OVERFLOW TO TRUE
       END-ADD.
       PERFORM TALLY-BRANCH.
       IF WS-ADJ-FLAG = "P"
           ADD 1 TO WS-PP-COUNT
           ADD SOLVE_SUM TO WS-PP-TOTAL
               ON SIZE ERROR
               DISPLAY "WARNING: PRIOR-PERIOD TOTAL EXCEEDS "
                   "PIC S9(8)V99"
               SET WS-ANY-OVERFLOW TO TRUE
           END-ADD
           MOVE "B" TO SO-REC-TYPE
       ELSE
           MOVE "A" TO SO-REC-TYPE
       END-IF.
       PERFORM WRITE-SUM-OUT.
       MOVE SPACE TO WS-ADJ-FLAG.
       MOVE 0 TO WS-ORIG-DATE.
       MOVE 0 TO WS-ORIG-SEQ.
       CHECK-ORIGINAL-PERIOD.
       IF WS-PERD-AVAILABLE
           DIVIDE WS-ORIG-DATE BY 100 GIVING WS-ORIG-MONTH
           MOVE WS-ORIG-MONTH TO PD-MONTH
           READ PERIOD-FILE
               INVALID KEY
               CONTINUE
               NOT INVALID KEY
               IF PD-CLOSED
                   MOVE "P" TO WS-ADJ-FLAG
                   DISPLAY "PERIOD " PD-MONTH " CLOSED - ADJ OF "
                       WS-ORIG-DATE "/" WS-ORIG-SEQ
                       " POSTED AS PRIOR-PERIOD ADJUSTMENT"
               END-IF
           END-READ
       END-IF.
       IF WS-RELEASING AND WS-REL-RESTATED
           MOVE "P" TO WS-ADJ-FLAG
       END-IF.
       POST-TRANSFER.
       ADD TX-AMOUNT TO WS-HASH-TOTAL.
       MOVE "X" TO WS-ITEM-KIND.
       MOVE TRANS-XFR-REC TO WS-XFR-IMAGE.
       PERFORM VALIDATE-TRANSFER.
       IF NOT WS-XFR-VALID
           PERFORM REJECT-TRANSFER
       ELSE
           MOVE WS-XFR-AMOUNT TO SOLVE_SUM
           MOVE 1 TO WS-AMT-COUNT
           MOVE WS-XFR-FROM TO WS-BRANCH
           PERFORM CHECK-REVIEW-LIMIT
           IF NOT WS-ITEM-HELD
               MOVE WS-XFR-TO TO WS-BRANCH
               PERFORM CHECK-REVIEW-LIMIT
           END-IF
           IF WS-ITEM-HELD
               MOVE WS-XFR-FROM TO WS-BRANCH
               PERFORM HOLD-FOR-REVIEW
           ELSE
               PERFORM POST-TRANSFER-PAIR
           END-IF
       END-IF.
       VALIDATE-TRANSFER.
       MOVE "Y" TO WS-XFR-VALID-SW.
       MOVE SPACES TO WS-EXCEPTION-MSG.
       EVALUATE TRUE
       WHEN WS-XFR-FROM = SPACES OR WS-XFR-TO = SPACES
           MOVE "N" TO WS-XFR-VALID-SW
           MOVE "BAD: XFR BRANCH MISSING" TO WS-EXCEPTION-MSG
       WHEN WS-XFR-FROM = WS-XFR-TO
           MOVE "N" TO WS-XFR-VALID-SW
           MOVE "BAD: XFR FROM AND TO BRANCH THE SAME"
               TO WS-EXCEPTION-MSG
       WHEN WS-XFR-AMOUNT NOT > 0
           MOVE "N" TO WS-XFR-VALID-SW
           MOVE "BAD: XFR AMOUNT NOT POSITIVE" TO WS-EXCEPTION-MSG
       END-EVALUATE.
       IF WS-XFR-VALID AND WS-BRM-AVAILABLE
           MOVE WS-XFR-FROM TO WS-BRANCH
           PERFORM CHECK-TRANSFER-BRANCH
           IF WS-XFR-VALID
               MOVE WS-XFR-TO TO WS-BRANCH
               PERFORM CHECK-TRANSFER-BRANCH
           END-IF
       END-IF.
       CHECK-TRANSFER-BRANCH.
       PERFORM FIND-BRANCH-VERSION.
       EVALUATE BQ-STATUS
       WHEN "00"
           MOVE BQ-BRM-IMAGE TO BRM-REC
           IF BRM-CLOSED
               MOVE "N" TO WS-XFR-VALID-SW
               STRING "BAD: XFR BRANCH " WS-BRANCH " CLOSED"
                   DELIMITED BY SIZE INTO WS-EXCEPTION-MSG
           END-IF
       WHEN "NI"
           MOVE "N" TO WS-XFR-VALID-SW
           STRING "BAD: XFR BRANCH " WS-BRANCH " NOT YET IN FORCE"
               DELIMITED BY SIZE INTO WS-EXCEPTION-MSG
       WHEN OTHER
           MOVE WS-BRANCH TO BRM-CODE
           READ BRANCH-MASTER
               INVALID KEY
               MOVE "N" TO WS-XFR-VALID-SW
               STRING "BAD: XFR BRANCH " WS-BRANCH " NOT ON MASTER"
                   DELIMITED BY SIZE INTO WS-EXCEPTION-MSG
               NOT INVALID KEY
               IF BRM-CLOSED
                   MOVE "N" TO WS-XFR-VALID-SW
                   STRING "BAD: XFR BRANCH " WS-BRANCH " CLOSED"
                       DELIMITED BY SIZE INTO WS-EXCEPTION-MSG
               END-IF
           END-READ
       END-EVALUATE.
       FIND-BRANCH-VERSION.
       MOVE "NV" TO BQ-STATUS.
       IF WS-RELEASING
           MOVE WS-REL-BUS-DATE TO BQ-AS-OF-DATE
       ELSE
           MOVE WS-BUS-DATE TO BQ-AS-OF-DATE
       END-IF.
       IF BQ-AS-OF-DATE > 0
           MOVE "FIND" TO BQ-FUNC
           MOVE WS-BRANCH TO BQ-CODE
           CALL "ADDBRV" USING BRV-REQUEST
       END-IF.
       REJECT-TRANSFER.
       MOVE "N" TO WS-XFR-VALID-SW.
       MOVE WS-EXCEPTION-MSG TO EXCEPTION-REC.
       WRITE EXCEPTION-REC.
       SET WS-ANY-OVERFLOW TO TRUE.
       PERFORM FORMAT-TIMESTAMP.
       MOVE SPACES TO SUSP-REC.
       MOVE "04" TO SUSP-REASON.
       MOVE WS-XFR-IMAGE TO SUSP-TRANS-DATA.
       MOVE WS-TIMESTAMP TO SUSP-TIMESTAMP.
       WRITE SUSP-REC.
       ADD 1 TO WS-SUSP-COUNT.
       IF NOT WS-RELEASING
           ADD WS-XFR-AMOUNT TO WS-SUSP-TOTAL
       END-IF.
       DISPLAY "TRANSFER " WS-XFR-FROM " TO " WS-XFR-TO
           " AMOUNT " WS-XFR-AMOUNT " SENT TO SUSPENSE".
       POST-TRANSFER-PAIR.
       MOVE "X" TO WS-ADJ-FLAG.
       MOVE 0 TO NUM_2.
       MOVE 1 TO WS-AMT-COUNT.
       MOVE 0 TO WS-ORIG-DATE.
       MOVE 0 TO WS-ORIG-SEQ.
       MOVE WS-XFR-FROM TO WS-BRANCH.
       COMPUTE SOLVE_SUM = 0 - WS-XFR-AMOUNT.
       MOVE SOLVE_SUM TO NUM_1.
       PERFORM WRITE-HISTORY.
       IF WS-HIST-FAILED
           MOVE "BAD: XFR OUT LEG NOT WRITTEN" TO WS-EXCEPTION-MSG
           PERFORM REJECT-TRANSFER
       ELSE
           MOVE WS-POST-DATE TO WS-XFR-OUT-DATE
           MOVE WS-HIST-SEQ TO WS-XFR-OUT-SEQ
           MOVE WS-XFR-TO TO WS-BRANCH
           MOVE WS-XFR-AMOUNT TO SOLVE_SUM
           MOVE SOLVE_SUM TO NUM_1
           MOVE WS-XFR-OUT-DATE TO WS-ORIG-DATE
           MOVE WS-XFR-OUT-SEQ TO WS-ORIG-SEQ
           PERFORM WRITE-HISTORY
           IF WS-HIST-FAILED
               PERFORM DELETE-TRANSFER-OUT-LEG
               MOVE "BAD: XFR IN LEG NOT WRITTEN"
                   TO WS-EXCEPTION-MSG
               PERFORM REJECT-TRANSFER
           ELSE
               PERFORM LINK-TRANSFER-LEGS
           END-IF
       END-IF.
       MOVE SPACE TO WS-ADJ-FLAG.
       MOVE 0 TO WS-ORIG-DATE.
       MOVE 0 TO WS-ORIG-SEQ.
       LINK-TRANSFER-LEGS.
       MOVE WS-XFR-OUT-DATE TO HIDX-POST-DATE.
       MOVE WS-XFR-OUT-SEQ TO HIDX-RUN-SEQ.
       READ SUM-HISTORY
           INVALID KEY
           SET WS-HIST-FAILED TO TRUE
           NOT INVALID KEY
           MOVE WS-POST-DATE TO HIDX-ORIG-DATE
           MOVE WS-HIST-SEQ TO HIDX-ORIG-SEQ
           REWRITE HIDX-REC
               INVALID KEY
               SET WS-HIST-FAILED TO TRUE
           END-REWRITE
       END-READ.
       IF WS-HIST-FAILED
           DISPLAY "TRANSFER LEGS NOT LINKED - STATUS "
               WS-HIST-STATUS
           MOVE WS-POST-DATE TO HIDX-POST-DATE
           MOVE WS-HIST-SEQ TO HIDX-RUN-SEQ
           DELETE SUM-HISTORY RECORD
               INVALID KEY
               DISPLAY "TRANSFER IN LEG " WS-POST-DATE "/"
                   WS-HIST-SEQ " NOT BACKED OUT - STATUS "
                   WS-HIST-STATUS
           END-DELETE
           PERFORM DELETE-TRANSFER-OUT-LEG
           MOVE "BAD: XFR LEGS NOT LINKED" TO WS-EXCEPTION-MSG
           PERFORM REJECT-TRANSFER
       ELSE
           PERFORM TALLY-TRANSFER-PAIR
       END-IF.
       DELETE-TRANSFER-OUT-LEG.
       MOVE WS-XFR-OUT-DATE TO HIDX-POST-DATE.
       MOVE WS-XFR-OUT-SEQ TO HIDX-RUN-SEQ.
       DELETE SUM-HISTORY RECORD
           INVALID KEY
           DISPLAY "TRANSFER OUT LEG " WS-XFR-OUT-DATE "/"
               WS-XFR-OUT-SEQ " NOT BACKED OUT - STATUS "
               WS-HIST-STATUS
       END-DELETE.
       TALLY-TRANSFER-PAIR.
       MOVE "X" TO SO-REC-TYPE.
       MOVE WS-XFR-FROM TO WS-BRANCH.
       COMPUTE SOLVE_SUM = 0 - WS-XFR-AMOUNT.
       PERFORM TALLY-BRANCH.
       PERFORM WRITE-SUM-OUT.
       MOVE WS-XFR-TO TO WS-BRANCH.
       MOVE WS-XFR-AMOUNT TO SOLVE_SUM.
       PERFORM TALLY-BRANCH.
       PERFORM WRITE-SUM-OUT.
       ADD 2 TO WS-CONTROL-COUNT.
       IF NOT WS-RELEASING
           ADD 1 TO WS-XFR-COUNT
           ADD WS-XFR-AMOUNT TO WS-XFR-TOTAL
               ON SIZE ERROR
               DISPLAY "WARNING: TRANSFER TOTAL EXCEEDS PIC S9(8)V99"
               SET WS-ANY-OVERFLOW TO TRUE
           END-ADD
       END-IF.
       DISPLAY "TRANSFER " WS-XFR-FROM " TO " WS-XFR-TO
           " AMOUNT " WS-XFR-AMOUNT " POSTED AS "
           WS-XFR-OUT-DATE "/" WS-XFR-OUT-SEQ " AND "
           WS-POST-DATE "/" WS-HIST-SEQ.
       NOTE-CONTROL-HEADER.
       SET WS-HDR-SEEN TO TRUE.
       MOVE TH-BUS-DATE TO WS-BUS-DATE.
       MOVE TT-HASH-TOTAL TO WS-EXP-HASH-TOTAL.
       LOAD-AMOUNTS.
       MOVE "N" TO WS-SIZE-ERR-SW.
       MOVE "N" TO WS-WHSE-SW.
       MOVE SPACES TO WS-EXCEPTION-MSG.
       MOVE "02" TO WS-SUSP-REASON.
       MOVE TR-BRANCH TO WS-BRANCH.
       ELSE
           OPEN OUTPUT SUM-OUT
       END-IF.
       OPEN INPUT BRANCH-MASTER.
       IF WS-BRM-STATUS = "00"
           SET WS-BRM-AVAILABLE TO TRUE
       ELSE
           DISPLAY "Branch master unavailable - status "
               WS-BRM-STATUS " - review limits not applied"
       END-IF.
       OPEN INPUT PERIOD-FILE.
       IF WS-PERD-STATUS = "00"
           SET WS-PERD-AVAILABLE TO TRUE
       ELSE
           IF WS-PERD-STATUS NOT = "35"
               DISPLAY "Period control file unavailable - status "
                   WS-PERD-STATUS " - closed months not enforced"
           END-IF
       END-IF.
       PERFORM SEEK-REVIEW-SEQ.
       OPEN EXTEND REVIEW-QUEUE.
       IF WS-REVQ-STATUS = "35"
           OPEN OUTPUT REVIEW-QUEUE
       END-IF.
       PERFORM SEEK-WAREHOUSE-SEQ.
       OPEN EXTEND WAREHOUSE-FILE.
       IF WS-WHSE-STATUS = "35"
           OPEN OUTPUT WAREHOUSE-FILE
       END-IF.
       READ-CHECKPOINT.
       OPEN INPUT CHECKPOINT-FILE.
       IF WS-CKPT-STATUS = "00"
               MOVE CKPT-BRANCH-TABLE TO WS-BRANCH-TABLE
               MOVE CKPT-ADJ-COUNT TO WS-ADJ-COUNT
               MOVE CKPT-ADJ-TOTAL TO WS-ADJ-TOTAL
               MOVE CKPT-HELD-COUNT TO WS-HELD-COUNT
               MOVE CKPT-HELD-TOTAL TO WS-HELD-TOTAL
               MOVE CKPT-SUSP-TOTAL TO WS-SUSP-TOTAL
               MOVE CKPT-PP-COUNT TO WS-PP-COUNT
               MOVE CKPT-PP-TOTAL TO WS-PP-TOTAL
               MOVE CKPT-XFR-COUNT TO WS-XFR-COUNT
               MOVE CKPT-XFR-TOTAL TO WS-XFR-TOTAL
               MOVE CKPT-WHSE-COUNT TO WS-WHSE-COUNT
               MOVE CKPT-WHSE-TOTAL TO WS-WHSE-TOTAL
               IF CKPT-WH-DATE > 0
                   MOVE CKPT-WH-DATE TO WS-WH-DATE
                   MOVE CKPT-WH-SEQ-START TO WS-WH-SEQ-START
                   SET WS-WH-RESTORED TO TRUE
               END-IF
               IF CKPT-RQ-DATE > 0
                   MOVE CKPT-RQ-DATE TO WS-RQ-DATE
                   MOVE CKPT-RQ-SEQ-START TO WS-RQ-SEQ-START
                   SET WS-RQ-RESTORED TO TRUE
               END-IF
               IF CKPT-SEQ-KNOWN = "Y"
                   MOVE CKPT-SEQ-START TO WS-SEQ-START
                   MOVE CKPT-POST-DATE TO WS-POST-DATE
               MOVE 0 TO WS-HASH-TOTAL
               MOVE 0 TO WS-ADJ-COUNT
               MOVE 0 TO WS-ADJ-TOTAL
               MOVE 0 TO WS-HELD-COUNT
               MOVE 0 TO WS-HELD-TOTAL
               MOVE 0 TO WS-SUSP-TOTAL
               MOVE 0 TO WS-PP-COUNT
               MOVE 0 TO WS-PP-TOTAL
               MOVE 0 TO WS-XFR-COUNT
               MOVE 0 TO WS-XFR-TOTAL
               MOVE 0 TO WS-WHSE-COUNT
               MOVE 0 TO WS-WHSE-TOTAL
           END-IF
           CLOSE CHECKPOINT-FILE
       ELSE
           MOVE 0 TO WS-HASH-TOTAL
           MOVE 0 TO WS-ADJ-COUNT
           MOVE 0 TO WS-ADJ-TOTAL
           MOVE 0 TO WS-HELD-COUNT
           MOVE 0 TO WS-HELD-TOTAL
           MOVE 0 TO WS-SUSP-TOTAL
           MOVE 0 TO WS-PP-COUNT
           MOVE 0 TO WS-PP-TOTAL
           MOVE 0 TO WS-XFR-COUNT
           MOVE 0 TO WS-XFR-TOTAL
           MOVE 0 TO WS-WHSE-COUNT
           MOVE 0 TO WS-WHSE-TOTAL
       END-IF.
       SAVE-CHECKPOINT.
       MOVE WS-REC-COUNT TO CKPT-LAST-REC.
       MOVE WS-POST-DATE TO CKPT-POST-DATE.
       MOVE WS-ADJ-COUNT TO CKPT-ADJ-COUNT.
       MOVE WS-ADJ-TOTAL TO CKPT-ADJ-TOTAL.
       MOVE WS-RQ-DATE TO CKPT-RQ-DATE.
       MOVE WS-RQ-SEQ-START TO CKPT-RQ-SEQ-START.
       MOVE WS-HELD-COUNT TO CKPT-HELD-COUNT.
       MOVE WS-HELD-TOTAL TO CKPT-HELD-TOTAL.
       MOVE WS-SUSP-TOTAL TO CKPT-SUSP-TOTAL.
       MOVE WS-PP-COUNT TO CKPT-PP-COUNT.
       MOVE WS-PP-TOTAL TO CKPT-PP-TOTAL.
       MOVE WS-XFR-COUNT TO CKPT-XFR-COUNT.
       MOVE WS-XFR-TOTAL TO CKPT-XFR-TOTAL.
       MOVE WS-WH-DATE TO CKPT-WH-DATE.
       MOVE WS-WH-SEQ-START TO CKPT-WH-SEQ-START.
       MOVE WS-WHSE-COUNT TO CKPT-WHSE-COUNT.
       MOVE WS-WHSE-TOTAL TO CKPT-WHSE-TOTAL.
       OPEN OUTPUT CHECKPOINT-FILE.
       WRITE CKPT-REC.
       IF WS-CKPT-STATUS NOT = "00"
       END-COMPUTE.
       PARA-MULTI.
       MOVE "N" TO WS-SIZE-ERR-SW.
       MOVE "N" TO WS-HOLD-SW.
       MOVE 0 TO SOLVE_SUM.
       PERFORM VARYING WS-AMT-IDX FROM 1 BY 1
           UNTIL WS-AMT-IDX > WS-AMT-COUNT
           DISPLAY "Sum exceeds PIC S9(4)V99 - flagged as exception"
       ELSE
           DISPLAY "Sum: " SOLVE_SUM
           PERFORM CHECK-REVIEW-LIMIT
           IF WS-ITEM-HELD
               PERFORM HOLD-FOR-REVIEW
           ELSE
               PERFORM POST-DETAIL-ENTRY
           END-IF
       END-IF.
       POST-DETAIL-ENTRY.
       IF WS-AMT-COUNT > 2
           MOVE 0 TO NUM_1
           MOVE 0 TO NUM_2
       ELSE
           MOVE WS-AMOUNT(1) TO NUM_1
           MOVE 0 TO NUM_2
           IF WS-AMT-COUNT > 1
               MOVE WS-AMOUNT(2) TO NUM_2
           END-IF
       END-IF.
       PERFORM WRITE-HISTORY.
       ADD SOLVE_SUM TO WS-GRAND-TOTAL
           ON SIZE ERROR
           DISPLAY "WARNING: GRAND TOTAL EXCEEDS PIC S9(8)V99"
           SET WS-ANY-OVERFLOW TO TRUE
       END-ADD.
       ADD 1 TO WS-CONTROL-COUNT.
       PERFORM TALLY-BRANCH.
       TALLY-BRANCH.
       MOVE 0 TO WS-BR-IDX.
       PERFORM VARYING WS-BR-IDX FROM 1 BY 1
       END-IF.
       ADD 1 TO WS-HIST-SEQ.
       MOVE "N" TO WS-HIST-DONE-SW.
       MOVE "N" TO WS-HIST-FAIL-SW.
       PERFORM WRITE-HIST-REC UNTIL WS-HIST-DONE.
       SEEK-HIST-SEQ.
       SET WS-SEQ-KNOWN TO TRUE.
           ELSE
               DISPLAY "HISTORY WRITE FAILED - STATUS "
                   WS-HIST-STATUS
               SET WS-HIST-FAILED TO TRUE
               SET WS-HIST-DONE TO TRUE
           END-IF
           NOT INVALID KEY
           SET WS-HIST-DONE TO TRUE
       END-WRITE.
       CHECK-REVIEW-LIMIT.
       MOVE "N" TO WS-HOLD-SW.
       IF WS-BRM-AVAILABLE AND NOT WS-RELEASING
           PERFORM FIND-BRANCH-VERSION
           EVALUATE BQ-STATUS
           WHEN "00"
               MOVE BQ-BRM-IMAGE TO BRM-REC
               IF BRM-REVIEW-LIMIT IS NUMERIC
                   AND BRM-REVIEW-LIMIT > 0
                   PERFORM TEST-REVIEW-LIMIT
               END-IF
           WHEN "NI"
               CONTINUE
           WHEN OTHER
               MOVE WS-BRANCH TO BRM-CODE
               READ BRANCH-MASTER
                   INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   IF BRM-REVIEW-LIMIT IS NUMERIC
                       AND BRM-REVIEW-LIMIT > 0
                       PERFORM TEST-REVIEW-LIMIT
                   END-IF
               END-READ
           END-EVALUATE
       END-IF.
       TEST-REVIEW-LIMIT.
       MOVE BRM-REVIEW-LIMIT TO WS-REVIEW-LIMIT.
       MOVE SOLVE_SUM TO WS-ABS-AMOUNT.
       IF WS-ABS-AMOUNT > WS-REVIEW-LIMIT
           SET WS-ITEM-HELD TO TRUE
       END-IF.
       IF WS-ITEM-KIND = "D"
           PERFORM VARYING WS-AMT-IDX FROM 1 BY 1
               UNTIL WS-AMT-IDX > WS-AMT-COUNT OR WS-ITEM-HELD
               MOVE WS-AMOUNT(WS-AMT-IDX) TO WS-ABS-AMOUNT
               IF WS-ABS-AMOUNT > WS-REVIEW-LIMIT
                   SET WS-ITEM-HELD TO TRUE
               END-IF
           END-PERFORM
       END-IF.
       HOLD-FOR-REVIEW.
       PERFORM FORMAT-TIMESTAMP.
       ADD 1 TO WS-RQ-SEQ.
       MOVE SPACES TO REVQ-REC.
       MOVE WS-RQ-DATE TO RQ-HOLD-DATE.
       MOVE WS-RQ-SEQ TO RQ-HOLD-SEQ.
       MOVE "H" TO RQ-STATUS.
       MOVE WS-BUS-DATE TO RQ-BUS-DATE.
       MOVE WS-ITEM-KIND TO RQ-REC-TYPE.
       MOVE WS-BRANCH TO RQ-BRANCH.
       MOVE SOLVE_SUM TO RQ-AMOUNT.
       MOVE WS-TIMESTAMP TO RQ-HOLD-TIMESTAMP.
       MOVE 0 TO RQ-POST-DATE.
       MOVE 0 TO RQ-POST-SEQ.
       IF WS-WH-RELEASING
           MOVE WH-TRANS-DATA TO RQ-TRANS-DATA
       ELSE
           MOVE TRANS-REC TO RQ-TRANS-DATA
       END-IF.
       WRITE REVQ-REC.
       IF WS-REVQ-STATUS NOT = "00"
           DISPLAY "REVIEW QUEUE WRITE FAILED - STATUS "
               WS-REVQ-STATUS
       END-IF.
       DISPLAY "HELD FOR REVIEW: ITEM " RQ-ITEM-ID
           " BRANCH " WS-BRANCH " AMOUNT " SOLVE_SUM.
       IF NOT WS-WH-RELEASING
           ADD 1 TO WS-HELD-COUNT
           ADD SOLVE_SUM TO WS-HELD-TOTAL
               ON SIZE ERROR
               DISPLAY "WARNING: HELD TOTAL EXCEEDS PIC S9(8)V99"
               SET WS-ANY-OVERFLOW TO TRUE
           END-ADD
       END-IF.
       MOVE "H" TO SO-REC-TYPE.
       PERFORM WRITE-SUM-OUT.
       MOVE 0 TO WS-ORIG-DATE.
       MOVE 0 TO WS-ORIG-SEQ.
       SEEK-REVIEW-SEQ.
       IF NOT WS-RQ-RESTORED
           PERFORM FORMAT-TIMESTAMP
           MOVE WS-CURR-DATE(1:8) TO WS-RQ-DATE
       END-IF.
       MOVE 0 TO WS-RQ-SEQ.
       MOVE "N" TO WS-REVQ-EOF-SW.
       OPEN INPUT REVIEW-QUEUE.
       IF WS-REVQ-STATUS = "00"
           PERFORM UNTIL WS-EOF-REVQ
               READ REVIEW-QUEUE
                   AT END
                   SET WS-EOF-REVQ TO TRUE
                   NOT AT END
                   IF RQ-HOLD-DATE = WS-RQ-DATE
                       AND RQ-HOLD-SEQ > WS-RQ-SEQ
                       MOVE RQ-HOLD-SEQ TO WS-RQ-SEQ
                   END-IF
               END-READ
           END-PERFORM
           CLOSE REVIEW-QUEUE
       END-IF.
       IF NOT WS-RQ-RESTORED
           MOVE WS-RQ-SEQ TO WS-RQ-SEQ-START
       END-IF.
       RELEASE-REVIEW-ITEMS.
       MOVE 0 TO WS-REL-COUNT.
       MOVE 0 TO WS-REL-TOTAL.
       MOVE "N" TO WS-REVQ-EOF-SW.
       OPEN INPUT REVIEW-QUEUE.
       IF WS-REVQ-STATUS = "00"
           OPEN OUTPUT REVIEW-HOLD
           OPEN EXTEND SUM-OUT
           SET WS-RELEASING TO TRUE
           PERFORM UNTIL WS-EOF-REVQ
               READ REVIEW-QUEUE
                   AT END
                   SET WS-EOF-REVQ TO TRUE
                   NOT AT END
                   IF RQ-APPROVED
                       PERFORM POST-RELEASED-ITEM
                   END-IF
                   WRITE REVQ-HOLD-REC FROM REVQ-REC
               END-READ
           END-PERFORM
           MOVE "N" TO WS-RELEASE-SW
           CLOSE SUM-OUT
           CLOSE REVIEW-QUEUE
           CLOSE REVIEW-HOLD
           IF WS-REL-COUNT > 0
               PERFORM COPY-BACK-REVIEW-QUEUE
           END-IF
       END-IF.
       POST-RELEASED-ITEM.
       MOVE RQ-BUS-DATE TO WS-REL-BUS-DATE.
       PERFORM CHECK-RELEASE-PERIOD.
       MOVE RQ-BRANCH TO WS-BRANCH.
       EVALUATE TRUE
       WHEN RQ-ADJUSTMENT
           MOVE RQ-ADJ-AMOUNT TO SOLVE_SUM
           MOVE RQ-ADJ-ORIG-DATE TO WS-ORIG-DATE
           MOVE RQ-ADJ-ORIG-SEQ TO WS-ORIG-SEQ
           PERFORM POST-ADJ-ENTRY
       WHEN RQ-TRANSFER
           MOVE "X" TO WS-ITEM-KIND
           MOVE RQ-XFR-REC-TYPE TO WS-XFR-REC-TYPE
           MOVE RQ-XFR-FROM-BRANCH TO WS-XFR-FROM
           MOVE RQ-XFR-TO-BRANCH TO WS-XFR-TO
           MOVE RQ-XFR-AMOUNT TO WS-XFR-AMOUNT
           PERFORM VALIDATE-TRANSFER
           IF WS-XFR-VALID
               PERFORM POST-TRANSFER-PAIR
           ELSE
               PERFORM REJECT-TRANSFER
           END-IF
           MOVE 0 TO SOLVE_SUM
       WHEN OTHER
           MOVE "D" TO WS-ITEM-KIND
           MOVE RQ-DTL-COUNT TO WS-AMT-COUNT
           PERFORM VARYING WS-AMT-IDX FROM 1 BY 1
               UNTIL WS-AMT-IDX > WS-AMT-COUNT
               MOVE RQ-DTL-AMOUNT(WS-AMT-IDX)
                   TO WS-AMOUNT(WS-AMT-IDX)
           END-PERFORM
           PERFORM PARA-MULTI
           MOVE "P" TO SO-REC-TYPE
           PERFORM WRITE-SUM-OUT
       END-EVALUATE.
       MOVE "P" TO RQ-STATUS.
       IF RQ-TRANSFER AND NOT WS-XFR-VALID
           MOVE 0 TO RQ-POST-DATE
           MOVE 0 TO RQ-POST-SEQ
       ELSE
           MOVE WS-POST-DATE TO RQ-POST-DATE
           MOVE WS-HIST-SEQ TO RQ-POST-SEQ
       END-IF.
       ADD 1 TO WS-REL-COUNT.
       ADD SOLVE_SUM TO WS-REL-TOTAL.
       DISPLAY "RELEASED FROM REVIEW: ITEM " RQ-ITEM-ID
           " BUSINESS DATE " RQ-BUS-DATE " BRANCH " RQ-BRANCH
           " AMOUNT " RQ-AMOUNT.
       MOVE "N" TO WS-REL-CLOSED-SW.
       CHECK-RELEASE-PERIOD.
       MOVE "N" TO WS-REL-CLOSED-SW.
       IF WS-PERD-AVAILABLE
           DIVIDE RQ-BUS-DATE BY 100 GIVING WS-REL-MONTH
           MOVE WS-REL-MONTH TO PD-MONTH
           READ PERIOD-FILE
               INVALID KEY
               CONTINUE
               NOT INVALID KEY
               IF PD-CLOSED
                   SET WS-REL-RESTATED TO TRUE
                   MOVE WS-BUS-DATE TO WS-REL-BUS-DATE
                   DISPLAY "PERIOD " PD-MONTH " CLOSED - RELEASED ITEM "
                       RQ-ITEM-ID " POSTED UNDER BUSINESS DATE "
                       WS-BUS-DATE
               END-IF
           END-READ
       END-IF.
       BACK-OUT-REVIEW-QUEUE.
       MOVE 0 TO WS-RQ-BK-COUNT.
       IF WS-RQ-SEQ > WS-RQ-SEQ-START
           MOVE "N" TO WS-REVQ-EOF-SW
           OPEN INPUT REVIEW-QUEUE
           OPEN OUTPUT REVIEW-HOLD
           PERFORM UNTIL WS-EOF-REVQ
               READ REVIEW-QUEUE
                   AT END
                   SET WS-EOF-REVQ TO TRUE
                   NOT AT END
                   IF RQ-HOLD-DATE = WS-RQ-DATE
                       AND RQ-HOLD-SEQ > WS-RQ-SEQ-START
                       ADD 1 TO WS-RQ-BK-COUNT
                   ELSE
                       WRITE REVQ-HOLD-REC FROM REVQ-REC
                   END-IF
               END-READ
           END-PERFORM
           CLOSE REVIEW-QUEUE
           CLOSE REVIEW-HOLD
           PERFORM COPY-BACK-REVIEW-QUEUE
           DISPLAY "CONTROL MISMATCH - BACKED OUT " WS-RQ-BK-COUNT
               " HELD REVIEW ITEM(S)"
       END-IF.
       COPY-BACK-REVIEW-QUEUE.
       MOVE "N" TO WS-RQHOLD-EOF-SW.
       OPEN INPUT REVIEW-HOLD.
       OPEN OUTPUT REVIEW-QUEUE.
       PERFORM UNTIL WS-EOF-RQHOLD
           READ REVIEW-HOLD
               AT END
               SET WS-EOF-RQHOLD TO TRUE
               NOT AT END
               WRITE REVQ-REC FROM REVQ-HOLD-REC
           END-READ
       END-PERFORM.
       CLOSE REVIEW-HOLD.
       CLOSE REVIEW-QUEUE.
       WAREHOUSE-DETAIL.
       MOVE "N" TO WS-HOLD-SW.
       MOVE 0 TO SOLVE_SUM.
       PERFORM VARYING WS-AMT-IDX FROM 1 BY 1
           UNTIL WS-AMT-IDX > WS-AMT-COUNT
           COMPUTE SOLVE_SUM = SOLVE_SUM + WS-AMOUNT(WS-AMT-IDX)
               ON SIZE ERROR
               SET WS-RECORD-OVERFLOWED TO TRUE
               SET WS-ANY-OVERFLOW TO TRUE
           END-COMPUTE
       END-PERFORM.
       IF WS-RECORD-OVERFLOWED
           DISPLAY "Sum exceeds PIC S9(4)V99 - flagged as exception"
       ELSE
           PERFORM WRITE-WAREHOUSE-ITEM
       END-IF.
       WRITE-WAREHOUSE-ITEM.
       PERFORM FORMAT-TIMESTAMP.
       ADD 1 TO WS-WH-SEQ.
       MOVE SPACES TO WHSE-REC.
       MOVE WS-WH-DATE TO WH-WHSE-DATE.
       MOVE WS-WH-SEQ TO WH-WHSE-SEQ.
       MOVE "W" TO WH-STATUS.
       MOVE TR-VALUE-DATE-N TO WH-VALUE-DATE.
       MOVE WS-BUS-DATE TO WH-BUS-DATE.
       MOVE WS-BRANCH TO WH-BRANCH.
       MOVE SOLVE_SUM TO WH-AMOUNT.
       MOVE WS-TIMESTAMP TO WH-TIMESTAMP.
       MOVE WS-TRANS-FILENAME TO WH-TRANS-FILENAME.
       MOVE 0 TO WH-RELEASE-DATE.
       MOVE 0 TO WH-POST-DATE.
       MOVE 0 TO WH-POST-SEQ.
       MOVE TRANS-REC TO WH-TRANS-DATA.
       WRITE WHSE-REC.
       IF WS-WHSE-STATUS NOT = "00"
           DISPLAY "WAREHOUSE WRITE FAILED - STATUS " WS-WHSE-STATUS
           SET WS-RECORD-OVERFLOWED TO TRUE
           SET WS-ANY-OVERFLOW TO TRUE
           MOVE "BAD: FUTURE-DATED ITEM NOT WAREHOUSED"
               TO WS-EXCEPTION-MSG
       ELSE
           SET WS-ITEM-WAREHOUSED TO TRUE
           ADD 1 TO WS-WHSE-COUNT
           ADD SOLVE_SUM TO WS-WHSE-TOTAL
               ON SIZE ERROR
               DISPLAY "WARNING: WAREHOUSED TOTAL EXCEEDS PIC S9(8)V99"
               SET WS-ANY-OVERFLOW TO TRUE
           END-ADD
           DISPLAY "WAREHOUSED: ITEM " WH-ITEM-ID
               " VALUE DATE " WH-VALUE-DATE " BRANCH " WS-BRANCH
               " AMOUNT " SOLVE_SUM
       END-IF.
       SEEK-WAREHOUSE-SEQ.
       IF NOT WS-WH-RESTORED
           PERFORM FORMAT-TIMESTAMP
           MOVE WS-CURR-DATE(1:8) TO WS-WH-DATE
       END-IF.
       MOVE 0 TO WS-WH-SEQ.
       MOVE "N" TO WS-WHSE-EOF-SW.
       OPEN INPUT WAREHOUSE-FILE.
       IF WS-WHSE-STATUS = "00"
           PERFORM UNTIL WS-EOF-WHSE
               READ WAREHOUSE-FILE
                   AT END
                   SET WS-EOF-WHSE TO TRUE
                   NOT AT END
                   IF WH-WHSE-DATE = WS-WH-DATE
                       AND WH-WHSE-SEQ > WS-WH-SEQ
                       MOVE WH-WHSE-SEQ TO WS-WH-SEQ
                   END-IF
               END-READ
           END-PERFORM
           CLOSE WAREHOUSE-FILE
       END-IF.
       IF NOT WS-WH-RESTORED
           MOVE WS-WH-SEQ TO WS-WH-SEQ-START
       END-IF.
       RELEASE-WAREHOUSE-ITEMS.
       MOVE 0 TO WS-WREL-COUNT.
       MOVE 0 TO WS-WREL-TOTAL.
       MOVE 0 TO WS-WREL-HELD-COUNT.
       MOVE 0 TO WS-WREL-HELD-TOTAL.
       MOVE "N" TO WS-WHSE-EOF-SW.
       OPEN INPUT WAREHOUSE-FILE.
       IF WS-WHSE-STATUS = "00"
           OPEN OUTPUT WAREHOUSE-HOLD
           OPEN EXTEND SUM-OUT
           OPEN EXTEND REVIEW-QUEUE
           IF WS-REVQ-STATUS = "35"
               OPEN OUTPUT REVIEW-QUEUE
           END-IF
           SET WS-WH-RELEASING TO TRUE
           PERFORM UNTIL WS-EOF-WHSE
               READ WAREHOUSE-FILE
                   AT END
                   SET WS-EOF-WHSE TO TRUE
                   NOT AT END
                   IF WH-WAREHOUSED AND WH-VALUE-DATE <= WS-BUS-DATE
                       PERFORM POST-WAREHOUSE-ITEM
                   END-IF
                   WRITE WHSE-HOLD-REC FROM WHSE-REC
               END-READ
           END-PERFORM
           MOVE "N" TO WS-WH-RELEASE-SW
           CLOSE SUM-OUT
           CLOSE REVIEW-QUEUE
           CLOSE WAREHOUSE-FILE
           CLOSE WAREHOUSE-HOLD
           IF WS-WREL-COUNT > 0
               PERFORM COPY-BACK-WAREHOUSE
           END-IF
       END-IF.
       POST-WAREHOUSE-ITEM.
       IF WH-DTL-COUNT IS NOT NUMERIC
           OR WH-DTL-COUNT < 1 OR WH-DTL-COUNT > 20
           DISPLAY "WAREHOUSE ITEM " WH-ITEM-ID
               " NOT RELEASED - AMOUNT COUNT INVALID"
       ELSE
           MOVE WH-BRANCH TO WS-BRANCH
           MOVE "D" TO WS-ITEM-KIND
           MOVE WH-DTL-COUNT TO WS-AMT-COUNT
           PERFORM VARYING WS-AMT-IDX FROM 1 BY 1
               UNTIL WS-AMT-IDX > WS-AMT-COUNT
               MOVE WH-DTL-AMOUNT(WS-AMT-IDX)
                   TO WS-AMOUNT(WS-AMT-IDX)
           END-PERFORM
           PERFORM PARA-MULTI
           IF WS-RECORD-OVERFLOWED
               DISPLAY "WAREHOUSE ITEM " WH-ITEM-ID
                   " NOT RELEASED - SUM EXCEEDS PIC S9(4)V99"
           ELSE
               PERFORM MARK-WAREHOUSE-RELEASED
           END-IF
       END-IF.
       MARK-WAREHOUSE-RELEASED.
       MOVE WS-BUS-DATE TO WH-RELEASE-DATE.
       ADD 1 TO WS-WREL-COUNT.
       ADD SOLVE_SUM TO WS-WREL-TOTAL
           ON SIZE ERROR
           DISPLAY "WARNING: WAREHOUSE RELEASE TOTAL EXCEEDS "
               "PIC S9(8)V99"
           SET WS-ANY-OVERFLOW TO TRUE
       END-ADD.
       IF WS-ITEM-HELD
           MOVE "H" TO WH-STATUS
           MOVE 0 TO WH-POST-DATE
           MOVE 0 TO WH-POST-SEQ
           ADD 1 TO WS-WREL-HELD-COUNT
           ADD SOLVE_SUM TO WS-WREL-HELD-TOTAL
       ELSE
           MOVE "R" TO WH-STATUS
           MOVE WS-POST-DATE TO WH-POST-DATE
           MOVE WS-HIST-SEQ TO WH-POST-SEQ
           MOVE "P" TO SO-REC-TYPE
           PERFORM WRITE-SUM-OUT
       END-IF.
       DISPLAY "RELEASED FROM WAREHOUSE: ITEM " WH-ITEM-ID
           " VALUE DATE " WH-VALUE-DATE " BRANCH " WH-BRANCH
           " AMOUNT " WH-AMOUNT.
       BACK-OUT-WAREHOUSE.
       MOVE 0 TO WS-WH-BK-COUNT.
       IF WS-WH-SEQ > WS-WH-SEQ-START
           MOVE "N" TO WS-WHSE-EOF-SW
           OPEN INPUT WAREHOUSE-FILE
           OPEN OUTPUT WAREHOUSE-HOLD
           PERFORM UNTIL WS-EOF-WHSE
               READ WAREHOUSE-FILE
                   AT END
                   SET WS-EOF-WHSE TO TRUE
                   NOT AT END
                   IF WH-WHSE-DATE = WS-WH-DATE
                       AND WH-WHSE-SEQ > WS-WH-SEQ-START
                       ADD 1 TO WS-WH-BK-COUNT
                   ELSE
                       WRITE WHSE-HOLD-REC FROM WHSE-REC
                   END-IF
               END-READ
           END-PERFORM
           CLOSE WAREHOUSE-FILE
           CLOSE WAREHOUSE-HOLD
           PERFORM COPY-BACK-WAREHOUSE
           DISPLAY "CONTROL MISMATCH - BACKED OUT " WS-WH-BK-COUNT
               " WAREHOUSED ITEM(S)"
       END-IF.
       COPY-BACK-WAREHOUSE.
       MOVE "N" TO WS-WHHOLD-EOF-SW.
       OPEN INPUT WAREHOUSE-HOLD.
       OPEN OUTPUT WAREHOUSE-FILE.
       PERFORM UNTIL WS-EOF-WHHOLD
           READ WAREHOUSE-HOLD
               AT END
               SET WS-EOF-WHHOLD TO TRUE
               NOT AT END
               WRITE WHSE-REC FROM WHSE-HOLD-REC
           END-READ
       END-PERFORM.
       CLOSE WAREHOUSE-HOLD.
       CLOSE WAREHOUSE-FILE.
