       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDTRND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT SUM-HISTORY ASSIGN TO "SUMHIDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIDX-KEY
           ALTERNATE RECORD KEY IS HIDX-BRANCH WITH DUPLICATES
           FILE STATUS IS WS-HIST-STATUS.
       SELECT BRANCH-MASTER ASSIGN TO "BRMASTER"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BRM-KEY
           FILE STATUS IS WS-BRM-STATUS.
       SELECT TREND-RPT ASSIGN TO "TRNDRPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD SUM-HISTORY.
       COPY ADDHIDX.
       FD BRANCH-MASTER.
       COPY ADDBRM.
       FD TREND-RPT.
       01 TREND-LINE PIC X(100).
       WORKING-STORAGE SECTION.
       COPY ADDCAL.
       COPY ADDJRNL.
       77 WS-HIST-STATUS PIC XX VALUE SPACES.
       77 WS-BRM-STATUS PIC XX VALUE SPACES.
       77 WS-RPT-STATUS PIC XX VALUE SPACES.
       77 WS-PARM PIC X(40) VALUE SPACES.
       77 WS-DATE-X PIC X(8) VALUE SPACES.
       77 WS-DAYS-X PIC X(8) VALUE SPACES.
       77 WS-TOL-X PIC X(8) VALUE SPACES.
       77 WS-RPT-DATE PIC 9(8) VALUE 0.
       77 WS-TREND-DAYS PIC 9(3) VALUE 10.
       77 WS-TOL-PCT PIC 9(3) VALUE 50.
       77 WS-WIN-START PIC 9(8) VALUE 0.
       77 WS-WORK-DATE PIC 9(8) VALUE 0.
       77 WS-WORK-INT PIC 9(7) VALUE 0.
       77 WS-CAL-SW PIC X VALUE "N".
           88 WS-CAL-DOWN VALUE "Y".
       77 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF-BRM VALUE "Y".
       77 WS-HIST-EOF-SW PIC X VALUE "N".
           88 WS-EOF-HIST VALUE "Y".
       77 WS-BRANCH PIC X(3) VALUE SPACES.
       77 WS-DAY-COUNT PIC 9(6) VALUE 0.
       77 WS-DAY-TOTAL PIC S9(8)V99 SIGN IS LEADING SEPARATE
           VALUE 0.
       77 WS-WIN-COUNT PIC 9(8) VALUE 0.
       77 WS-WIN-TOTAL PIC S9(10)V99 SIGN IS LEADING SEPARATE
           VALUE 0.
       77 WS-AVG-COUNT PIC 9(6) VALUE 0.
       77 WS-AVG-TOTAL PIC S9(8)V99 SIGN IS LEADING SEPARATE
           VALUE 0.
       77 WS-VAR-COUNT PIC S9(6) VALUE 0.
       77 WS-VAR-TOTAL PIC S9(8)V99 VALUE 0.
       77 WS-ABS-VAR-COUNT PIC 9(6) VALUE 0.
       77 WS-ABS-VAR-TOTAL PIC 9(8)V99 VALUE 0.
       77 WS-ABS-AVG-TOTAL PIC 9(8)V99 VALUE 0.
       77 WS-BAND-COUNT PIC 9(6) VALUE 0.
       77 WS-BAND-TOTAL PIC 9(8)V99 VALUE 0.
       77 WS-LAST-POST PIC 9(8) VALUE 0.
       77 WS-EXC-MSG PIC X(20) VALUE SPACES.
       77 WS-BRANCH-DONE PIC 9(4) VALUE 0.
       77 WS-CLOSED-SKIPPED PIC 9(4) VALUE 0.
       77 WS-EXC-COUNT PIC 9(4) VALUE 0.
       77 WS-IDLE-COUNT PIC 9(4) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PARA.
       MOVE 0 TO RETURN-CODE.
       PERFORM GET-TREND-PARMS.
       PERFORM WRITE-JOURNAL-START.
       OPEN INPUT BRANCH-MASTER.
       IF WS-BRM-STATUS NOT = "00"
           DISPLAY "Branch master unavailable - status "
               WS-BRM-STATUS " - no trend report"
           MOVE 8 TO RETURN-CODE
           PERFORM WRITE-JOURNAL-END
           GOBACK
       END-IF.
       OPEN INPUT SUM-HISTORY.
       IF WS-HIST-STATUS NOT = "00"
           DISPLAY "History master unavailable - status "
               WS-HIST-STATUS " - no trend report"
           MOVE 8 TO RETURN-CODE
           CLOSE BRANCH-MASTER
           PERFORM WRITE-JOURNAL-END
           GOBACK
       END-IF.
       PERFORM SET-TREND-WINDOW.
       OPEN OUTPUT TREND-RPT.
       PERFORM PRINT-TREND-HEADING.
       MOVE LOW-VALUES TO BRM-KEY.
       START BRANCH-MASTER KEY >= BRM-KEY
           INVALID KEY
           SET WS-EOF-BRM TO TRUE
       END-START.
       PERFORM UNTIL WS-EOF-BRM
           READ BRANCH-MASTER NEXT
               AT END
               SET WS-EOF-BRM TO TRUE
               NOT AT END
               IF WS-BRM-STATUS NOT = "00"
                   SET WS-EOF-BRM TO TRUE
               ELSE
                   PERFORM CHECK-ONE-BRANCH
               END-IF
           END-READ
       END-PERFORM.
       CLOSE BRANCH-MASTER.
       CLOSE SUM-HISTORY.
       PERFORM PRINT-TREND-TOTALS.
       CLOSE TREND-RPT.
       IF WS-EXC-COUNT > 0
           MOVE 4 TO RETURN-CODE
       END-IF.
       PERFORM WRITE-JOURNAL-END.
       GOBACK.
       WRITE-JOURNAL-START.
       MOVE SPACES TO JOURNAL-REC.
       MOVE "ADDTRND" TO JR-PROGRAM.
       MOVE "START" TO JR-EVENT.
       MOVE "SUMHIDX" TO JR-FILENAME.
       MOVE 0 TO JR-RECS-IN.
       MOVE 0 TO JR-CLEAN.
       MOVE 0 TO JR-REJECTS.
       MOVE 0 TO JR-POSTED.
       MOVE 0 TO JR-RC.
       CALL "ADDJRNL" USING JOURNAL-REC.
       WRITE-JOURNAL-END.
       MOVE SPACES TO JOURNAL-REC.
       MOVE "ADDTRND" TO JR-PROGRAM.
       MOVE "END" TO JR-EVENT.
       MOVE "SUMHIDX" TO JR-FILENAME.
       MOVE WS-BRANCH-DONE TO JR-RECS-IN.
       COMPUTE JR-CLEAN = WS-BRANCH-DONE - WS-EXC-COUNT.
       MOVE WS-EXC-COUNT TO JR-REJECTS.
       MOVE 0 TO JR-POSTED.
       MOVE RETURN-CODE TO JR-RC.
       CALL "ADDJRNL" USING JOURNAL-REC.
       GET-TREND-PARMS.
       ACCEPT WS-PARM FROM COMMAND-LINE.
       UNSTRING WS-PARM DELIMITED BY ALL " "
           INTO WS-DATE-X WS-DAYS-X WS-TOL-X.
       IF WS-DATE-X IS NUMERIC
           MOVE WS-DATE-X TO WS-RPT-DATE
       ELSE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RPT-DATE
       END-IF.
       IF WS-DAYS-X(1:3) IS NUMERIC
           MOVE WS-DAYS-X(1:3) TO WS-TREND-DAYS
       END-IF.
       IF WS-TREND-DAYS < 1 OR WS-TREND-DAYS > 60
           DISPLAY "Trailing days " WS-TREND-DAYS
               " not 001-060 - using 010"
           MOVE 10 TO WS-TREND-DAYS
       END-IF.
       IF WS-TOL-X(1:3) IS NUMERIC
           MOVE WS-TOL-X(1:3) TO WS-TOL-PCT
       END-IF.
       IF WS-TOL-PCT = 0
           DISPLAY "Tolerance 000 not allowed - using 050"
           MOVE 50 TO WS-TOL-PCT
       END-IF.
       SET-TREND-WINDOW.
       MOVE WS-RPT-DATE TO WS-WORK-DATE.
       PERFORM WS-TREND-DAYS TIMES
           PERFORM STEP-BACK-ONE-DAY
       END-PERFORM.
       MOVE WS-WORK-DATE TO WS-WIN-START.
       STEP-BACK-ONE-DAY.
       IF NOT WS-CAL-DOWN
           MOVE "PREV" TO CA-FUNC
           MOVE WS-WORK-DATE TO CA-BASE-DATE
           CALL "ADDCAL" USING CAL-REQUEST
           IF CA-STATUS = "00"
               MOVE CA-RESULT-DATE TO WS-WORK-DATE
           ELSE
               DISPLAY "PROCESSING CALENDAR NOT AVAILABLE - "
                   "STATUS " CA-STATUS
                   " - USING CALENDAR DAYS"
               SET WS-CAL-DOWN TO TRUE
           END-IF
       END-IF.
       IF WS-CAL-DOWN
           COMPUTE WS-WORK-INT =
               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) - 1
           COMPUTE WS-WORK-DATE =
               FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
       END-IF.
       CHECK-ONE-BRANCH.
       IF BRM-CLOSED
           ADD 1 TO WS-CLOSED-SKIPPED
       ELSE
           ADD 1 TO WS-BRANCH-DONE
           MOVE BRM-CODE TO WS-BRANCH
           MOVE 0 TO WS-DAY-COUNT WS-DAY-TOTAL
           MOVE 0 TO WS-WIN-COUNT WS-WIN-TOTAL
           MOVE 0 TO WS-LAST-POST
           MOVE "N" TO WS-HIST-EOF-SW
           MOVE WS-BRANCH TO HIDX-BRANCH
           START SUM-HISTORY KEY = HIDX-BRANCH
               INVALID KEY
               SET WS-EOF-HIST TO TRUE
           END-START
           PERFORM UNTIL WS-EOF-HIST
               READ SUM-HISTORY NEXT
                   AT END
                   SET WS-EOF-HIST TO TRUE
                   NOT AT END
                   IF HIDX-BRANCH NOT = WS-BRANCH
                       SET WS-EOF-HIST TO TRUE
                   ELSE
                       PERFORM TALLY-HISTORY-ENTRY
                   END-IF
               END-READ
           END-PERFORM
           PERFORM JUDGE-BRANCH
       END-IF.
       TALLY-HISTORY-ENTRY.
       EVALUATE TRUE
           WHEN HIDX-POST-DATE = WS-RPT-DATE
               ADD 1 TO WS-DAY-COUNT
               ADD HIDX-SUM TO WS-DAY-TOTAL
           WHEN HIDX-POST-DATE >= WS-WIN-START
               AND HIDX-POST-DATE < WS-RPT-DATE
               ADD 1 TO WS-WIN-COUNT
               ADD HIDX-SUM TO WS-WIN-TOTAL
       END-EVALUATE.
       IF HIDX-POST-DATE <= WS-RPT-DATE
           AND HIDX-POST-DATE > WS-LAST-POST
           MOVE HIDX-POST-DATE TO WS-LAST-POST
       END-IF.
       JUDGE-BRANCH.
       MOVE SPACES TO WS-EXC-MSG.
       COMPUTE WS-AVG-COUNT = WS-WIN-COUNT / WS-TREND-DAYS.
       COMPUTE WS-AVG-TOTAL = WS-WIN-TOTAL / WS-TREND-DAYS.
       EVALUATE TRUE
           WHEN WS-DAY-COUNT = 0
               MOVE "NO ACTIVITY" TO WS-EXC-MSG
               ADD 1 TO WS-IDLE-COUNT
           WHEN WS-WIN-COUNT = 0
               MOVE "NO TRAILING HISTORY" TO WS-EXC-MSG
           WHEN OTHER
               PERFORM TEST-TOLERANCE-BAND
       END-EVALUATE.
       IF WS-EXC-MSG NOT = SPACES
           ADD 1 TO WS-EXC-COUNT
           PERFORM PRINT-EXCEPTION-LINE
       END-IF.
       TEST-TOLERANCE-BAND.
       COMPUTE WS-VAR-COUNT = WS-DAY-COUNT - WS-AVG-COUNT.
       COMPUTE WS-VAR-TOTAL = WS-DAY-TOTAL - WS-AVG-TOTAL.
       MOVE WS-VAR-COUNT TO WS-ABS-VAR-COUNT.
       MOVE WS-VAR-TOTAL TO WS-ABS-VAR-TOTAL.
       MOVE WS-AVG-TOTAL TO WS-ABS-AVG-TOTAL.
       COMPUTE WS-BAND-COUNT = WS-AVG-COUNT * WS-TOL-PCT / 100.
       COMPUTE WS-BAND-TOTAL = WS-ABS-AVG-TOTAL * WS-TOL-PCT / 100.
       EVALUATE TRUE
           WHEN WS-ABS-VAR-TOTAL > WS-BAND-TOTAL
               AND WS-VAR-TOTAL > 0
               MOVE "TOTAL ABOVE BAND" TO WS-EXC-MSG
           WHEN WS-ABS-VAR-TOTAL > WS-BAND-TOTAL
               MOVE "TOTAL BELOW BAND" TO WS-EXC-MSG
           WHEN WS-ABS-VAR-COUNT > WS-BAND-COUNT
               AND WS-VAR-COUNT > 0
               MOVE "COUNT ABOVE BAND" TO WS-EXC-MSG
           WHEN WS-ABS-VAR-COUNT > WS-BAND-COUNT
               MOVE "COUNT BELOW BAND" TO WS-EXC-MSG
       END-EVALUATE.
       PRINT-TREND-HEADING.
       MOVE SPACES TO TREND-LINE.
       STRING "BRANCH ACTIVITY TREND - DATE " WS-RPT-DATE
           "  TRAILING " WS-TREND-DAYS " BUSINESS DAYS FROM "
           WS-WIN-START "  TOLERANCE " WS-TOL-PCT "%"
           DELIMITED BY SIZE INTO TREND-LINE.
       WRITE TREND-LINE.
       DISPLAY TREND-LINE.
       MOVE SPACES TO TREND-LINE.
       MOVE "EXCEPTION" TO TREND-LINE.
       MOVE "BR" TO TREND-LINE(22:2).
       MOVE "NAME" TO TREND-LINE(26:4).
       MOVE "TODAY COUNT/TOTAL" TO TREND-LINE(47:17).
       MOVE "AVERAGE COUNT/TOTAL" TO TREND-LINE(68:19).
       WRITE TREND-LINE.
       DISPLAY TREND-LINE.
       PRINT-EXCEPTION-LINE.
       MOVE SPACES TO TREND-LINE.
       IF WS-DAY-COUNT = 0
           IF WS-LAST-POST = 0
               STRING WS-EXC-MSG " " WS-BRANCH " " BRM-NAME
                   " LAST POSTED: NEVER"
                   DELIMITED BY SIZE INTO TREND-LINE
           ELSE
               STRING WS-EXC-MSG " " WS-BRANCH " " BRM-NAME
                   " LAST POSTED: " WS-LAST-POST
                   DELIMITED BY SIZE INTO TREND-LINE
           END-IF
       ELSE
           STRING WS-EXC-MSG " " WS-BRANCH " " BRM-NAME
               " " WS-DAY-COUNT " " WS-DAY-TOTAL
               "   " WS-AVG-COUNT " " WS-AVG-TOTAL
               DELIMITED BY SIZE INTO TREND-LINE
       END-IF.
       WRITE TREND-LINE.
       DISPLAY TREND-LINE.
       PRINT-TREND-TOTALS.
       MOVE SPACES TO TREND-LINE.
       WRITE TREND-LINE.
       STRING "OPEN BRANCHES CHECKED " WS-BRANCH-DONE
           "  CLOSED SKIPPED " WS-CLOSED-SKIPPED
           "  EXCEPTIONS " WS-EXC-COUNT
           "  OF WHICH NO ACTIVITY " WS-IDLE-COUNT
           DELIMITED BY SIZE INTO TREND-LINE.
       WRITE TREND-LINE.
       DISPLAY TREND-LINE.
       IF WS-EXC-COUNT = 0
           MOVE SPACES TO TREND-LINE
           MOVE "ALL OPEN BRANCHES WITHIN TOLERANCE" TO TREND-LINE
           WRITE TREND-LINE
           DISPLAY TREND-LINE
       END-IF.
