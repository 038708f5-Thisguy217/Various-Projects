       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDWHSE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT WAREHOUSE-FILE ASSIGN TO "WHSEFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WHSE-STATUS.
       SELECT WAREHOUSE-HOLD ASSIGN TO "WHSEHOLD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HOLD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD WAREHOUSE-FILE.
       COPY ADDWHSE.
       FD WAREHOUSE-HOLD.
       01 WHSE-HOLD-REC PIC X(313).
       WORKING-STORAGE SECTION.
       COPY ADDJRNL.
       77 WS-WHSE-STATUS PIC XX VALUE SPACES.
       77 WS-HOLD-STATUS PIC XX VALUE SPACES.
       77 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF-WHSE VALUE "Y".
       77 WS-HOLD-EOF-SW PIC X VALUE "N".
           88 WS-EOF-HOLD VALUE "Y".
       77 WS-QUIT-SW PIC X VALUE "N".
           88 WS-QUIT VALUE "Y".
       77 WS-FUNCTION PIC X VALUE SPACE.
           88 WS-LIST-MODE VALUE "L" "l".
           88 WS-CANCEL-MODE VALUE "C" "c".
       77 WS-ANSWER PIC X VALUE SPACE.
       77 WS-USER-ID PIC X(8) VALUE SPACES.
       77 WS-USER-ROLE PIC X VALUE SPACE.
           88 WS-MAY-CANCEL VALUE "O" "S".
       77 WS-SEL-BRANCH PIC X(3) VALUE SPACES.
       77 WS-CURR-DATE PIC X(21).
       77 WS-TIMESTAMP PIC X(19) VALUE SPACES.
       77 WS-ITEM-READ PIC 9(6) VALUE 0.
       77 WS-OPEN-COUNT PIC 9(6) VALUE 0.
       77 WS-OPEN-TOTAL PIC S9(8)V99 SIGN IS LEADING SEPARATE
           VALUE 0.
       77 WS-CANCEL-COUNT PIC 9(6) VALUE 0.
       77 WS-AMT-IDX PIC 9(2) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PARA.
       MOVE 0 TO RETURN-CODE.
       MOVE "N" TO WS-EOF-SW.
       MOVE "N" TO WS-QUIT-SW.
       MOVE 0 TO WS-ITEM-READ.
       MOVE 0 TO WS-OPEN-COUNT.
       MOVE 0 TO WS-OPEN-TOTAL.
       MOVE 0 TO WS-CANCEL-COUNT.
       DISPLAY "ADDOPERID" UPON ENVIRONMENT-NAME.
       ACCEPT WS-USER-ID FROM ENVIRONMENT-VALUE.
       DISPLAY "ADDOPERROLE" UPON ENVIRONMENT-NAME.
       ACCEPT WS-USER-ROLE FROM ENVIRONMENT-VALUE.
       IF WS-USER-ID = SPACES
           DISPLAY "Sign on through the ADDITION menu to work with "
               "warehoused items"
           GOBACK
       END-IF.
       DISPLAY "L=list warehoused items, C=cancel a warehoused item".
       DISPLAY "Function: " WITH NO ADVANCING.
       ACCEPT WS-FUNCTION.
       IF NOT WS-LIST-MODE AND NOT WS-CANCEL-MODE
           DISPLAY "Invalid function - pick L or C"
           GOBACK
       END-IF.
       IF WS-CANCEL-MODE AND NOT WS-MAY-CANCEL
           DISPLAY "Cancelling requires the operator or supervisor role"
           GOBACK
       END-IF.
       DISPLAY "Branch (blank for all): " WITH NO ADVANCING.
       ACCEPT WS-SEL-BRANCH.
       OPEN INPUT WAREHOUSE-FILE.
       IF WS-WHSE-STATUS NOT = "00"
           DISPLAY "No items in the warehouse"
           GOBACK
       END-IF.
       PERFORM WRITE-JOURNAL-START.
       IF WS-LIST-MODE
           PERFORM UNTIL WS-EOF-WHSE
               PERFORM LIST-ONE-ITEM
           END-PERFORM
           CLOSE WAREHOUSE-FILE
           DISPLAY " "
           DISPLAY WS-OPEN-COUNT " item(s) awaiting value date  TOTAL "
               WS-OPEN-TOTAL
       ELSE
           OPEN OUTPUT WAREHOUSE-HOLD
           PERFORM UNTIL WS-EOF-WHSE OR WS-QUIT
               PERFORM CANCEL-ONE-ITEM
           END-PERFORM
           PERFORM UNTIL WS-EOF-WHSE
               PERFORM DRAIN-WAREHOUSE
           END-PERFORM
           CLOSE WAREHOUSE-FILE
           CLOSE WAREHOUSE-HOLD
           IF WS-CANCEL-COUNT > 0
               PERFORM REWRITE-WAREHOUSE
           END-IF
           DISPLAY " "
           DISPLAY "Cancelled: " WS-CANCEL-COUNT
       END-IF.
       PERFORM WRITE-JOURNAL-END.
       GOBACK.
       WRITE-JOURNAL-START.
       MOVE SPACES TO JOURNAL-REC.
       MOVE "ADDWHSE" TO JR-PROGRAM.
       MOVE "START" TO JR-EVENT.
       MOVE "WHSEFILE" TO JR-FILENAME.
       MOVE 0 TO JR-RECS-IN.
       MOVE 0 TO JR-CLEAN.
       MOVE 0 TO JR-REJECTS.
       MOVE 0 TO JR-POSTED.
       MOVE 0 TO JR-RC.
       CALL "ADDJRNL" USING JOURNAL-REC.
       WRITE-JOURNAL-END.
       MOVE SPACES TO JOURNAL-REC.
       MOVE "ADDWHSE" TO JR-PROGRAM.
       MOVE "END" TO JR-EVENT.
       MOVE "WHSEFILE" TO JR-FILENAME.
       MOVE WS-ITEM-READ TO JR-RECS-IN.
       MOVE 0 TO JR-CLEAN.
       MOVE WS-CANCEL-COUNT TO JR-REJECTS.
       MOVE 0 TO JR-POSTED.
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
       READ WAREHOUSE-FILE
           AT END
           SET WS-EOF-WHSE TO TRUE
           NOT AT END
           ADD 1 TO WS-ITEM-READ
           IF WH-WAREHOUSED
               AND (WS-SEL-BRANCH = SPACES
               OR WS-SEL-BRANCH = WH-BRANCH)
               ADD 1 TO WS-OPEN-COUNT
               ADD WH-AMOUNT TO WS-OPEN-TOTAL
               DISPLAY WH-ITEM-ID " VALUE " WH-VALUE-DATE
                   " BUS " WH-BUS-DATE " BR " WH-BRANCH
                   " " WH-AMOUNT " FILE " WH-TRANS-FILENAME
           END-IF
       END-READ.
       CANCEL-ONE-ITEM.
       READ WAREHOUSE-FILE
           AT END
           SET WS-EOF-WHSE TO TRUE
           NOT AT END
           ADD 1 TO WS-ITEM-READ
           IF WH-WAREHOUSED
               AND (WS-SEL-BRANCH = SPACES
               OR WS-SEL-BRANCH = WH-BRANCH)
               PERFORM SHOW-ITEM
               PERFORM GET-ITEM-ACTION
           END-IF
           WRITE WHSE-HOLD-REC FROM WHSE-REC
       END-READ.
       SHOW-ITEM.
       DISPLAY " ".
       DISPLAY "Warehoused item " WH-ITEM-ID " received "
           WH-TIMESTAMP.
       DISPLAY "Value date " WH-VALUE-DATE " sent on " WH-BUS-DATE
           " branch " WH-BRANCH " amount " WH-AMOUNT.
       IF WH-DTL-COUNT IS NUMERIC
           AND WH-DTL-COUNT >= 1 AND WH-DTL-COUNT <= 20
           PERFORM VARYING WS-AMT-IDX FROM 1 BY 1
               UNTIL WS-AMT-IDX > WH-DTL-COUNT
               DISPLAY "Amount " WS-AMT-IDX ": "
                   WH-DTL-AMOUNT(WS-AMT-IDX)
           END-PERFORM
       END-IF.
       GET-ITEM-ACTION.
       DISPLAY "Action (C=cancel item, S=skip, Q=quit): "
           WITH NO ADVANCING.
       ACCEPT WS-ANSWER.
       EVALUATE WS-ANSWER
           WHEN "C"
           WHEN "c"
               PERFORM FORMAT-TIMESTAMP
               MOVE "C" TO WH-STATUS
               MOVE WS-USER-ID TO WH-CANCEL-ID
               MOVE WS-TIMESTAMP TO WH-CANCEL-TIMESTAMP
               ADD 1 TO WS-CANCEL-COUNT
               DISPLAY "Item " WH-ITEM-ID " cancelled - it will not "
                   "be released"
           WHEN "S"
           WHEN "s"
               CONTINUE
           WHEN "Q"
           WHEN "q"
               SET WS-QUIT TO TRUE
           WHEN OTHER
               DISPLAY "Invalid action - item left warehoused"
       END-EVALUATE.
       DRAIN-WAREHOUSE.
       READ WAREHOUSE-FILE
           AT END
           SET WS-EOF-WHSE TO TRUE
           NOT AT END
           WRITE WHSE-HOLD-REC FROM WHSE-REC
       END-READ.
       REWRITE-WAREHOUSE.
       OPEN INPUT WAREHOUSE-HOLD.
       OPEN OUTPUT WAREHOUSE-FILE.
       MOVE "N" TO WS-HOLD-EOF-SW.
       PERFORM UNTIL WS-EOF-HOLD
           PERFORM COPY-HOLD-BACK
       END-PERFORM.
       CLOSE WAREHOUSE-HOLD.
       CLOSE WAREHOUSE-FILE.
       COPY-HOLD-BACK.
       READ WAREHOUSE-HOLD
           AT END
           SET WS-EOF-HOLD TO TRUE
           NOT AT END
           WRITE WHSE-REC FROM WHSE-HOLD-REC
       END-READ.
