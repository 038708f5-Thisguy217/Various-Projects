       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDXPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT SUM-HISTORY ASSIGN TO "SUMHIDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIDX-KEY
           FILE STATUS IS WS-HIST-STATUS.
       SELECT BRANCH-MASTER ASSIGN TO "BRMASTER"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS BRM-KEY
           FILE STATUS IS WS-BRM-STATUS.
       SELECT ARCHIVE-IN ASSIGN DYNAMIC WS-ARCH-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARCH-STATUS.
       SELECT EXPORT-OUT ASSIGN DYNAMIC WS-OUT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OUT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD SUM-HISTORY.
       COPY ADDHIDX.
       FD BRANCH-MASTER.
       COPY ADDBRM.
       FD ARCHIVE-IN.
       01 ARCH-IN-REC PIC X(74).
       FD EXPORT-OUT.
       01 EXPORT-LINE PIC X(160).
       WORKING-STORAGE SECTION.
       COPY ADDJRNL.
       77 WS-HIST-STATUS PIC XX VALUE SPACES.
       77 WS-BRM-STATUS PIC XX VALUE SPACES.
       77 WS-ARCH-STATUS PIC XX VALUE SPACES.
       77 WS-OUT-STATUS PIC XX VALUE SPACES.
       77 WS-ARCH-FILENAME PIC X(40) VALUE SPACES.
       77 WS-OUT-FILENAME PIC X(40) VALUE SPACES.
       77 WS-PARM PIC X(80) VALUE SPACES.
       77 WS-FROM-X PIC X(8) VALUE SPACES.
       77 WS-TO-X PIC X(8) VALUE SPACES.
       77 WS-LEVEL-X PIC X VALUE SPACE.
           88 WS-DETAIL-LEVEL VALUE "D".
           88 WS-SUMMARY-LEVEL VALUE "S".
       77 WS-BRLIST-X PIC X(40) VALUE SPACES.
       77 WS-FROM-DATE PIC 9(8) VALUE 0.
       77 WS-TO-DATE PIC 9(8) VALUE 0.
       77 WS-PARM-OK-SW PIC X VALUE "Y".
           88 WS-PARM-OK VALUE "Y".
       77 WS-HIST-EOF-SW PIC X VALUE "N".
           88 WS-EOF-HIST VALUE "Y".
       77 WS-ARCH-EOF-SW PIC X VALUE "N".
           88 WS-EOF-ARCH VALUE "Y".
       77 WS-ARCH-MISSING-SW PIC X VALUE "N".
           88 WS-ARCH-MISSING VALUE "Y".
       77 WS-BRM-OK-SW PIC X VALUE "N".
           88 WS-BRM-OK VALUE "Y".
       77 WS-LIVE-FIRST-DATE PIC 9(8) VALUE 99999999.
       77 WS-SOURCE PIC X(7) VALUE SPACES.
       77 WS-QUOTE PIC X VALUE '"'.
       77 WS-SEL-MAX PIC 9(2) VALUE 0.
       77 WS-SEL-IDX PIC 9(2) VALUE 0.
       77 WS-SEL-SW PIC X VALUE "N".
           88 WS-BRANCH-SELECTED VALUE "Y".
       01 WS-SEL-TABLE.
           05 WS-SEL-BRANCH OCCURS 10 TIMES PIC X(3).
       77 WS-LAST-BRANCH PIC X(3) VALUE HIGH-VALUES.
       77 WS-LOOKUP-BRANCH PIC X(3) VALUE SPACES.
       77 WS-BRANCH-NAME PIC X(20) VALUE SPACES.
       77 WS-ENTRY-TYPE PIC X(16) VALUE SPACES.
       01 WS-AMT-WORK PIC S9(8)V99 SIGN IS LEADING SEPARATE.
       01 WS-AMT-PARTS REDEFINES WS-AMT-WORK.
           05 WS-AMT-SIGN PIC X.
           05 WS-AMT-INT PIC X(8).
           05 WS-AMT-DEC PIC X(2).
       77 WS-AMT-TEXT PIC X(12) VALUE SPACES.
       77 WS-AMT-1-TEXT PIC X(12) VALUE SPACES.
       77 WS-AMT-2-TEXT PIC X(12) VALUE SPACES.
       77 WS-LINK-TEXT PIC X(15) VALUE SPACES.
       77 WS-DAY-DATE PIC 9(8) VALUE 0.
       77 WS-DAY-SOURCE PIC X(7) VALUE SPACES.
       77 WS-BR-MAX PIC 9(2) VALUE 0.
       77 WS-BR-IDX PIC 9(2) VALUE 0.
       01 WS-BR-TABLE.
           05 WS-BR-ENTRY OCCURS 20 TIMES.
               10 WS-BR-CODE PIC X(3).
               10 WS-BR-COUNT PIC 9(6).
               10 WS-BR-ADJ-COUNT PIC 9(6).
               10 WS-BR-XFR-COUNT PIC 9(6).
               10 WS-BR-TOTAL PIC S9(8)V99
                   SIGN IS LEADING SEPARATE.
       77 WS-READ-COUNT PIC 9(6) VALUE 0.
       77 WS-MATCH-COUNT PIC 9(6) VALUE 0.
       77 WS-ROW-COUNT PIC 9(6) VALUE 0.
       77 WS-SKIP-COUNT PIC 9(6) VALUE 0.
       77 WS-BR-DROPPED PIC 9(6) VALUE 0.
       77 WS-EXPORT-TOTAL PIC S9(8)V99 SIGN IS LEADING SEPARATE
           VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PARA.
       MOVE 0 TO RETURN-CODE.
       MOVE "Y" TO WS-PARM-OK-SW.
       MOVE "N" TO WS-HIST-EOF-SW.
       MOVE "N" TO WS-ARCH-EOF-SW.
       MOVE "N" TO WS-ARCH-MISSING-SW.
       MOVE "N" TO WS-BRM-OK-SW.
       MOVE 99999999 TO WS-LIVE-FIRST-DATE.
       MOVE HIGH-VALUES TO WS-LAST-BRANCH.
       MOVE 0 TO WS-DAY-DATE WS-BR-MAX.
       MOVE 0 TO WS-READ-COUNT WS-MATCH-COUNT WS-ROW-COUNT.
       MOVE 0 TO WS-SKIP-COUNT WS-BR-DROPPED WS-EXPORT-TOTAL.
       MOVE SPACES TO WS-PARM WS-FROM-X WS-TO-X WS-LEVEL-X.
       MOVE SPACES TO WS-BRLIST-X.
       PERFORM GET-EXPORT-PARMS.
       PERFORM WRITE-JOURNAL-START.
       IF NOT WS-PARM-OK
           DISPLAY "Usage: FROMDATE [TODATE] [D|S] [BRANCH,BRANCH...]"
               " (dates YYYYMMDD)"
           MOVE 8 TO RETURN-CODE
           PERFORM WRITE-JOURNAL-END
           GOBACK
       END-IF.
       OPEN INPUT SUM-HISTORY.
       IF WS-HIST-STATUS NOT = "00"
           DISPLAY "History master unavailable - status "
               WS-HIST-STATUS " - nothing exported"
           MOVE 8 TO RETURN-CODE
           PERFORM WRITE-JOURNAL-END
           GOBACK
       END-IF.
       OPEN OUTPUT EXPORT-OUT.
       IF WS-OUT-STATUS NOT = "00"
           DISPLAY "Export file " WS-OUT-FILENAME
               " could not be opened - status " WS-OUT-STATUS
           CLOSE SUM-HISTORY
           MOVE 8 TO RETURN-CODE
           PERFORM WRITE-JOURNAL-END
           GOBACK
       END-IF.
       OPEN INPUT BRANCH-MASTER.
       IF WS-BRM-STATUS = "00"
           SET WS-BRM-OK TO TRUE
       ELSE
           DISPLAY "Branch master unavailable - status "
               WS-BRM-STATUS " - branch names left blank"
       END-IF.
       PERFORM FIND-LIVE-FIRST-DATE.
       PERFORM WRITE-HEADER-ROW.
       IF WS-FROM-DATE < WS-LIVE-FIRST-DATE
           PERFORM EXPORT-FROM-ARCHIVE
       END-IF.
       IF WS-TO-DATE >= WS-LIVE-FIRST-DATE
           PERFORM EXPORT-FROM-LIVE
       END-IF.
       IF WS-SUMMARY-LEVEL
           PERFORM FLUSH-DAY-SUMMARY
       END-IF.
       PERFORM WRITE-TRAILER-ROW.
       CLOSE EXPORT-OUT.
       CLOSE SUM-HISTORY.
       IF WS-BRM-OK
           CLOSE BRANCH-MASTER
       END-IF.
       DISPLAY "Exported " WS-ROW-COUNT " row(s) from "
           WS-MATCH-COUNT " history record(s), total "
           WS-EXPORT-TOTAL " to " WS-OUT-FILENAME.
       IF WS-SKIP-COUNT > 0
           DISPLAY "Unreadable archive records skipped "
               WS-SKIP-COUNT
               " (pre-conversion layout - reload via ADDHLOAD)"
       END-IF.
       IF WS-BR-DROPPED > 0
           DISPLAY "Branch table full - " WS-BR-DROPPED
               " record(s) left out of the daily summary"
       END-IF.
       IF WS-MATCH-COUNT = 0 OR WS-ARCH-MISSING
           OR WS-SKIP-COUNT > 0 OR WS-BR-DROPPED > 0
           MOVE 4 TO RETURN-CODE
       END-IF.
       PERFORM WRITE-JOURNAL-END.
       GOBACK.
       WRITE-JOURNAL-START.
       MOVE SPACES TO JOURNAL-REC.
       MOVE "ADDXPORT" TO JR-PROGRAM.
       MOVE "START" TO JR-EVENT.
       MOVE WS-OUT-FILENAME TO JR-FILENAME.
       MOVE 0 TO JR-RECS-IN.
       MOVE 0 TO JR-CLEAN.
       MOVE 0 TO JR-REJECTS.
       MOVE 0 TO JR-POSTED.
       MOVE 0 TO JR-RC.
       CALL "ADDJRNL" USING JOURNAL-REC.
       WRITE-JOURNAL-END.
       MOVE SPACES TO JOURNAL-REC.
       MOVE "ADDXPORT" TO JR-PROGRAM.
       MOVE "END" TO JR-EVENT.
       MOVE WS-OUT-FILENAME TO JR-FILENAME.
       MOVE WS-READ-COUNT TO JR-RECS-IN.
       MOVE WS-MATCH-COUNT TO JR-CLEAN.
       MOVE WS-SKIP-COUNT TO JR-REJECTS.
       MOVE 0 TO JR-POSTED.
       MOVE RETURN-CODE TO JR-RC.
       CALL "ADDJRNL" USING JOURNAL-REC.
       GET-EXPORT-PARMS.
       DISPLAY "ADDXPORTFILE" UPON ENVIRONMENT-NAME.
       ACCEPT WS-OUT-FILENAME FROM ENVIRONMENT-VALUE.
       DISPLAY "ADDARCHFILE" UPON ENVIRONMENT-NAME.
       ACCEPT WS-ARCH-FILENAME FROM ENVIRONMENT-VALUE.
       IF WS-ARCH-FILENAME = SPACES
           MOVE "ARCHIN" TO WS-ARCH-FILENAME
       END-IF.
       ACCEPT WS-PARM FROM COMMAND-LINE.
       IF WS-PARM = SPACES
           PERFORM PROMPT-EXPORT-PARMS
       ELSE
           UNSTRING WS-PARM DELIMITED BY ALL " "
               INTO WS-FROM-X WS-TO-X WS-LEVEL-X WS-BRLIST-X
       END-IF.
       IF WS-OUT-FILENAME = SPACES
           MOVE "XPORTOUT" TO WS-OUT-FILENAME
       END-IF.
       IF WS-FROM-X IS NUMERIC
           MOVE WS-FROM-X TO WS-FROM-DATE
       ELSE
           MOVE 0 TO WS-FROM-DATE
       END-IF.
       IF WS-TO-X IS NUMERIC
           MOVE WS-TO-X TO WS-TO-DATE
       ELSE
           MOVE WS-FROM-DATE TO WS-TO-DATE
       END-IF.
       IF WS-TO-DATE < WS-FROM-DATE
           MOVE WS-FROM-DATE TO WS-TO-DATE
       END-IF.
       IF WS-LEVEL-X = SPACE
           MOVE "D" TO WS-LEVEL-X
       END-IF.
       IF WS-FROM-DATE = 0
           OR NOT (WS-DETAIL-LEVEL OR WS-SUMMARY-LEVEL)
           MOVE "N" TO WS-PARM-OK-SW
       END-IF.
       MOVE SPACES TO WS-SEL-TABLE.
       MOVE 0 TO WS-SEL-MAX.
       IF WS-BRLIST-X NOT = SPACES
           UNSTRING WS-BRLIST-X DELIMITED BY ","
               INTO WS-SEL-BRANCH(1) WS-SEL-BRANCH(2)
                   WS-SEL-BRANCH(3) WS-SEL-BRANCH(4)
                   WS-SEL-BRANCH(5) WS-SEL-BRANCH(6)
                   WS-SEL-BRANCH(7) WS-SEL-BRANCH(8)
                   WS-SEL-BRANCH(9) WS-SEL-BRANCH(10)
               TALLYING IN WS-SEL-MAX
           END-UNSTRING
       END-IF.
       PROMPT-EXPORT-PARMS.
       DISPLAY "From posting date (YYYYMMDD): " WITH NO ADVANCING.
       ACCEPT WS-FROM-X.
       DISPLAY "To posting date (blank = same day): "
           WITH NO ADVANCING.
       ACCEPT WS-TO-X.
       DISPLAY "D = detail, S = daily summary (blank = D): "
           WITH NO ADVANCING.
       ACCEPT WS-LEVEL-X.
       DISPLAY "Branches, comma separated (blank = all): "
           WITH NO ADVANCING.
       ACCEPT WS-BRLIST-X.
       DISPLAY "Export file name (blank = XPORTOUT): "
           WITH NO ADVANCING.
       ACCEPT WS-OUT-FILENAME.
       FIND-LIVE-FIRST-DATE.
       MOVE 0 TO HIDX-POST-DATE.
       MOVE 0 TO HIDX-RUN-SEQ.
       START SUM-HISTORY KEY >= HIDX-KEY
           INVALID KEY
           CONTINUE
           NOT INVALID KEY
           READ SUM-HISTORY NEXT
               AT END
               CONTINUE
               NOT AT END
               MOVE HIDX-POST-DATE TO WS-LIVE-FIRST-DATE
           END-READ
       END-START.
       EXPORT-FROM-ARCHIVE.
       OPEN INPUT ARCHIVE-IN.
       IF WS-ARCH-STATUS NOT = "00"
           SET WS-ARCH-MISSING TO TRUE
           DISPLAY "Archive generations unavailable - status "
               WS-ARCH-STATUS " - dates before " WS-LIVE-FIRST-DATE
               " not exported"
       ELSE
           MOVE "ARCHIVE" TO WS-SOURCE
           PERFORM UNTIL WS-EOF-ARCH
               READ ARCHIVE-IN
                   AT END
                   SET WS-EOF-ARCH TO TRUE
                   NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   IF ARCH-IN-REC(1:14) IS NUMERIC
                       AND (ARCH-IN-REC(15:1) = "+"
                       OR ARCH-IN-REC(15:1) = "-")
                       AND (ARCH-IN-REC(22:1) = "+"
                       OR ARCH-IN-REC(22:1) = "-")
                       AND (ARCH-IN-REC(29:1) = "+"
                       OR ARCH-IN-REC(29:1) = "-")
                       AND ARCH-IN-REC(36:2) IS NUMERIC
                       MOVE ARCH-IN-REC TO HIDX-REC
                       IF HIDX-POST-DATE < WS-LIVE-FIRST-DATE
                           PERFORM EXPORT-IF-MATCH
                       END-IF
                   ELSE
                       ADD 1 TO WS-SKIP-COUNT
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-IN
       END-IF.
       EXPORT-FROM-LIVE.
       MOVE "LIVE" TO WS-SOURCE.
       MOVE WS-FROM-DATE TO HIDX-POST-DATE.
       MOVE 0 TO HIDX-RUN-SEQ.
       START SUM-HISTORY KEY >= HIDX-KEY
           INVALID KEY
           SET WS-EOF-HIST TO TRUE
       END-START.
       PERFORM UNTIL WS-EOF-HIST
           READ SUM-HISTORY NEXT
               AT END
               SET WS-EOF-HIST TO TRUE
               NOT AT END
               IF WS-HIST-STATUS NOT = "00"
                   SET WS-EOF-HIST TO TRUE
               ELSE
                   IF HIDX-POST-DATE > WS-TO-DATE
                       SET WS-EOF-HIST TO TRUE
                   ELSE
                       ADD 1 TO WS-READ-COUNT
                       PERFORM EXPORT-IF-MATCH
                   END-IF
               END-IF
           END-READ
       END-PERFORM.
       EXPORT-IF-MATCH.
       MOVE "N" TO WS-SEL-SW.
       IF WS-SEL-MAX = 0
           SET WS-BRANCH-SELECTED TO TRUE
       ELSE
           PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
               UNTIL WS-SEL-IDX > WS-SEL-MAX
               IF WS-SEL-BRANCH(WS-SEL-IDX) = HIDX-BRANCH
                   SET WS-BRANCH-SELECTED TO TRUE
               END-IF
           END-PERFORM
       END-IF.
       IF HIDX-POST-DATE >= WS-FROM-DATE
           AND HIDX-POST-DATE <= WS-TO-DATE
           AND WS-BRANCH-SELECTED
           ADD 1 TO WS-MATCH-COUNT
           IF WS-DETAIL-LEVEL
               PERFORM WRITE-DETAIL-ROW
           ELSE
               PERFORM ADD-TO-DAY-SUMMARY
           END-IF
       END-IF.
       LOOKUP-BRANCH-NAME.
       IF WS-LOOKUP-BRANCH NOT = WS-LAST-BRANCH
           MOVE WS-LOOKUP-BRANCH TO WS-LAST-BRANCH
           MOVE SPACES TO WS-BRANCH-NAME
           IF WS-BRM-OK
               MOVE WS-LOOKUP-BRANCH TO BRM-CODE
               READ BRANCH-MASTER
                   INVALID KEY
                   MOVE "UNKNOWN BRANCH" TO WS-BRANCH-NAME
                   NOT INVALID KEY
                   MOVE BRM-NAME TO WS-BRANCH-NAME
               END-READ
           END-IF
       END-IF.
       FORMAT-AMOUNT.
       MOVE SPACES TO WS-AMT-TEXT.
       STRING WS-AMT-SIGN WS-AMT-INT "." WS-AMT-DEC
           DELIMITED BY SIZE INTO WS-AMT-TEXT.
       WRITE-HEADER-ROW.
       MOVE SPACES TO EXPORT-LINE.
       IF WS-DETAIL-LEVEL
           STRING "POST_DATE,RUN_SEQ,BRANCH,BRANCH_NAME,ENTRY_TYPE,"
               "AMOUNT_1,AMOUNT_2,AMOUNT_COUNT,AMOUNT,"
               "LINKED_DATE,LINKED_SEQ,POSTED_AT,SOURCE"
               DELIMITED BY SIZE INTO EXPORT-LINE
       ELSE
           STRING "POST_DATE,BRANCH,BRANCH_NAME,ENTRIES,"
               "ADJUSTMENTS,TRANSFER_LEGS,TOTAL,SOURCE"
               DELIMITED BY SIZE INTO EXPORT-LINE
       END-IF.
       WRITE EXPORT-LINE.
       WRITE-DETAIL-ROW.
       MOVE HIDX-BRANCH TO WS-LOOKUP-BRANCH.
       PERFORM LOOKUP-BRANCH-NAME.
       MOVE SPACES TO WS-LINK-TEXT.
       EVALUATE TRUE
           WHEN HIDX-TRANSFER
               MOVE "TRANSFER" TO WS-ENTRY-TYPE
               STRING HIDX-ORIG-DATE "," HIDX-ORIG-SEQ
                   DELIMITED BY SIZE INTO WS-LINK-TEXT
           WHEN HIDX-PRIOR-PERIOD
               MOVE "PRIOR-PERIOD ADJ" TO WS-ENTRY-TYPE
               STRING HIDX-ORIG-DATE "," HIDX-ORIG-SEQ
                   DELIMITED BY SIZE INTO WS-LINK-TEXT
           WHEN HIDX-ADJUSTMENT
               MOVE "ADJUSTMENT" TO WS-ENTRY-TYPE
               STRING HIDX-ORIG-DATE "," HIDX-ORIG-SEQ
                   DELIMITED BY SIZE INTO WS-LINK-TEXT
           WHEN OTHER
               MOVE "POSTING" TO WS-ENTRY-TYPE
               MOVE "," TO WS-LINK-TEXT
       END-EVALUATE.
       MOVE HIDX-NUM-1 TO WS-AMT-WORK.
       PERFORM FORMAT-AMOUNT.
       MOVE WS-AMT-TEXT TO WS-AMT-1-TEXT.
       MOVE HIDX-NUM-2 TO WS-AMT-WORK.
       PERFORM FORMAT-AMOUNT.
       MOVE WS-AMT-TEXT TO WS-AMT-2-TEXT.
       IF HIDX-COUNT > 2
           MOVE SPACES TO WS-AMT-1-TEXT WS-AMT-2-TEXT
       END-IF.
       MOVE HIDX-SUM TO WS-AMT-WORK.
       PERFORM FORMAT-AMOUNT.
       MOVE SPACES TO EXPORT-LINE.
       STRING HIDX-POST-DATE "," HIDX-RUN-SEQ ","
           HIDX-BRANCH "," WS-QUOTE
           WS-BRANCH-NAME DELIMITED BY "  "
           WS-QUOTE "," DELIMITED BY SIZE
           WS-ENTRY-TYPE DELIMITED BY "  "
           "," DELIMITED BY SIZE
           WS-AMT-1-TEXT DELIMITED BY SPACE
           "," DELIMITED BY SIZE
           WS-AMT-2-TEXT DELIMITED BY SPACE
           "," HIDX-COUNT "," DELIMITED BY SIZE
           WS-AMT-TEXT DELIMITED BY SPACE
           "," DELIMITED BY SIZE
           WS-LINK-TEXT DELIMITED BY SPACE
           "," HIDX-TIMESTAMP "," DELIMITED BY SIZE
           WS-SOURCE DELIMITED BY SPACE
           INTO EXPORT-LINE.
       WRITE EXPORT-LINE.
       ADD 1 TO WS-ROW-COUNT.
       ADD HIDX-SUM TO WS-EXPORT-TOTAL.
       ADD-TO-DAY-SUMMARY.
       IF HIDX-POST-DATE NOT = WS-DAY-DATE
           PERFORM FLUSH-DAY-SUMMARY
           MOVE HIDX-POST-DATE TO WS-DAY-DATE
           MOVE WS-SOURCE TO WS-DAY-SOURCE
       END-IF.
       PERFORM VARYING WS-BR-IDX FROM 1 BY 1
           UNTIL WS-BR-IDX > WS-BR-MAX
           OR WS-BR-CODE(WS-BR-IDX) = HIDX-BRANCH
           CONTINUE
       END-PERFORM.
       IF WS-BR-IDX > WS-BR-MAX
           IF WS-BR-MAX < 20
               ADD 1 TO WS-BR-MAX
               MOVE WS-BR-MAX TO WS-BR-IDX
               MOVE HIDX-BRANCH TO WS-BR-CODE(WS-BR-IDX)
               MOVE 0 TO WS-BR-COUNT(WS-BR-IDX)
               MOVE 0 TO WS-BR-ADJ-COUNT(WS-BR-IDX)
               MOVE 0 TO WS-BR-XFR-COUNT(WS-BR-IDX)
               MOVE 0 TO WS-BR-TOTAL(WS-BR-IDX)
           ELSE
               MOVE 0 TO WS-BR-IDX
               ADD 1 TO WS-BR-DROPPED
           END-IF
       END-IF.
       IF WS-BR-IDX > 0
           ADD 1 TO WS-BR-COUNT(WS-BR-IDX)
           ADD HIDX-SUM TO WS-BR-TOTAL(WS-BR-IDX)
           EVALUATE TRUE
               WHEN HIDX-TRANSFER
                   ADD 1 TO WS-BR-XFR-COUNT(WS-BR-IDX)
               WHEN HIDX-ADJUSTMENT
                   ADD 1 TO WS-BR-ADJ-COUNT(WS-BR-IDX)
           END-EVALUATE
       END-IF.
       FLUSH-DAY-SUMMARY.
       PERFORM VARYING WS-BR-IDX FROM 1 BY 1
           UNTIL WS-BR-IDX > WS-BR-MAX
           PERFORM WRITE-SUMMARY-ROW
       END-PERFORM.
       MOVE 0 TO WS-BR-MAX.
       WRITE-SUMMARY-ROW.
       MOVE WS-BR-CODE(WS-BR-IDX) TO WS-LOOKUP-BRANCH.
       PERFORM LOOKUP-BRANCH-NAME.
       MOVE WS-BR-TOTAL(WS-BR-IDX) TO WS-AMT-WORK.
       PERFORM FORMAT-AMOUNT.
       MOVE SPACES TO EXPORT-LINE.
       STRING WS-DAY-DATE "," WS-BR-CODE(WS-BR-IDX) ","
           WS-QUOTE
           WS-BRANCH-NAME DELIMITED BY "  "
           WS-QUOTE "," WS-BR-COUNT(WS-BR-IDX) ","
           WS-BR-ADJ-COUNT(WS-BR-IDX) ","
           WS-BR-XFR-COUNT(WS-BR-IDX) "," DELIMITED BY SIZE
           WS-AMT-TEXT DELIMITED BY SPACE
           "," DELIMITED BY SIZE
           WS-DAY-SOURCE DELIMITED BY SPACE
           INTO EXPORT-LINE.
       WRITE EXPORT-LINE.
       ADD 1 TO WS-ROW-COUNT.
       ADD WS-BR-TOTAL(WS-BR-IDX) TO WS-EXPORT-TOTAL.
       WRITE-TRAILER-ROW.
       MOVE WS-EXPORT-TOTAL TO WS-AMT-WORK.
       PERFORM FORMAT-AMOUNT.
       MOVE SPACES TO EXPORT-LINE.
       STRING "TRAILER," WS-ROW-COUNT "," DELIMITED BY SIZE
           WS-AMT-TEXT DELIMITED BY SPACE
           "," WS-FROM-DATE "," WS-TO-DATE "," WS-LEVEL-X
           DELIMITED BY SIZE INTO EXPORT-LINE.
       WRITE EXPORT-LINE.
