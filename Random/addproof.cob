       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDPROOF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT RUN-LEDGER ASSIGN TO "RUNLEDG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEDG-STATUS.
       SELECT SUM-HISTORY ASSIGN TO "SUMHIDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIDX-KEY
           FILE STATUS IS WS-HIST-STATUS.
       SELECT ARCHIVE-IN ASSIGN TO "ARCHIN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARCH-STATUS.
       SELECT ARCHIVE-LKP ASSIGN TO "ARCHLKP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LKP-STATUS.
       SELECT PROOF-RPT ASSIGN TO "PROOFRPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD RUN-LEDGER.
       COPY ADDLEDG.
       FD SUM-HISTORY.
       COPY ADDHIDX.
       FD ARCHIVE-IN.
       01 ARCH-IN-REC PIC X(74).
       FD ARCHIVE-LKP.
       01 ARCH-LKP-REC PIC X(74).
       FD PROOF-RPT.
       01 PROOF-LINE PIC X(100).
       WORKING-STORAGE SECTION.
       COPY ADDJRNL.
       77 WS-LEDG-STATUS PIC XX VALUE SPACES.
       77 WS-HIST-STATUS PIC XX VALUE SPACES.
       77 WS-ARCH-STATUS PIC XX VALUE SPACES.
       77 WS-LKP-STATUS PIC XX VALUE SPACES.
       77 WS-RPT-STATUS PIC XX VALUE SPACES.
       77 WS-PARM PIC X(40) VALUE SPACES.
       77 WS-FROM-X PIC X(8) VALUE SPACES.
       77 WS-TO-X PIC X(8) VALUE SPACES.
       77 WS-FROM-DATE PIC 9(8) VALUE 0.
       77 WS-TO-DATE PIC 9(8) VALUE 99999999.
       77 WS-LEDG-EOF-SW PIC X VALUE "N".
           88 WS-EOF-LEDGER VALUE "Y".
       77 WS-HIST-EOF-SW PIC X VALUE "N".
           88 WS-EOF-HIST VALUE "Y".
       77 WS-ARCH-EOF-SW PIC X VALUE "N".
           88 WS-EOF-ARCH VALUE "Y".
       77 WS-LKP-EOF-SW PIC X VALUE "N".
           88 WS-EOF-LKP VALUE "Y".
       77 WS-ARCH-OK-SW PIC X VALUE "N".
           88 WS-ARCH-OK VALUE "Y".
       77 WS-ARCH-HELD-SW PIC X VALUE "N".
           88 WS-ARCH-HELD VALUE "Y".
       77 WS-PAST-RANGE-SW PIC X VALUE "N".
           88 WS-PAST-RANGE VALUE "Y".
       77 WS-RANGE-SW PIC X VALUE "N".
           88 WS-RANGE-EMPTY VALUE "Y".
       77 WS-BROWSE-SW PIC X VALUE "N".
           88 WS-LIVE-BROWSE VALUE "Y".
       77 WS-ORIG-SW PIC X VALUE "N".
           88 WS-ORIG-FOUND VALUE "Y".
       77 WS-LIVE-FIRST-DATE PIC 9(8) VALUE 99999999.
       77 WS-LAST-LEGACY-DATE PIC 9(8) VALUE 0.
       77 WS-RUN-SOURCE PIC X VALUE SPACE.
       01 WS-TS-DATE-X PIC X(8) VALUE SPACES.
       01 WS-TS-DATE REDEFINES WS-TS-DATE-X PIC 9(8).
       01 WS-RANGE-START.
           05 WS-RS-DATE PIC 9(8) VALUE 0.
           05 WS-RS-SEQ PIC 9(6) VALUE 0.
       01 WS-RANGE-END.
           05 WS-RE-DATE PIC 9(8) VALUE 0.
           05 WS-RE-SEQ PIC 9(6) VALUE 0.
       01 WS-ARCH-LAST-END.
           05 WS-AL-DATE PIC 9(8) VALUE 0.
           05 WS-AL-SEQ PIC 9(6) VALUE 0.
       01 WS-SAVE-KEY.
           05 WS-SK-DATE PIC 9(8) VALUE 0.
           05 WS-SK-SEQ PIC 9(6) VALUE 0.
       01 WS-ADJ-KEY.
           05 WS-AK-DATE PIC 9(8) VALUE 0.
           05 WS-AK-SEQ PIC 9(6) VALUE 0.
       01 WS-ADJ-ORIG.
           05 WS-AO-DATE PIC 9(8) VALUE 0.
           05 WS-AO-SEQ PIC 9(6) VALUE 0.
       77 WS-RUN-REG-COUNT PIC 9(6) VALUE 0.
       77 WS-RUN-REG-TOTAL PIC S9(8)V99 SIGN IS LEADING SEPARATE
           VALUE 0.
       77 WS-RUN-ADJ-COUNT PIC 9(6) VALUE 0.
       77 WS-RUN-ADJ-TOTAL PIC S9(8)V99 SIGN IS LEADING SEPARATE
           VALUE 0.
       77 WS-REB-COUNT PIC 9(6) VALUE 0.
       77 WS-REB-TOTAL PIC S9(8)V99 SIGN IS LEADING SEPARATE
           VALUE 0.
       77 WS-DAY-MAX PIC 9(3) VALUE 0.
       77 WS-DAY-IDX PIC 9(3) VALUE 0.
       01 WS-DAY-TABLE.
           05 WS-DAY-ENTRY OCCURS 200 TIMES.
               10 WS-DAY-DATE PIC 9(8).
               10 WS-DAY-RUNS PIC 9(3).
               10 WS-DAY-LG-COUNT PIC 9(6).
               10 WS-DAY-LG-TOTAL PIC S9(8)V99
                   SIGN IS LEADING SEPARATE.
               10 WS-DAY-REG-COUNT PIC 9(6).
               10 WS-DAY-REG-TOTAL PIC S9(8)V99
                   SIGN IS LEADING SEPARATE.
               10 WS-DAY-ADJ-COUNT PIC 9(6).
               10 WS-DAY-ADJ-TOTAL PIC S9(8)V99
                   SIGN IS LEADING SEPARATE.
               10 WS-DAY-SOURCE PIC X.
               10 WS-DAY-WHOLE-SW PIC X.
       77 WS-LEDG-READ PIC 9(6) VALUE 0.
       77 WS-RUNS-PROVED PIC 9(6) VALUE 0.
       77 WS-LEGACY-COUNT PIC 9(6) VALUE 0.
       77 WS-TIED-COUNT PIC 9(4) VALUE 0.
       77 WS-FAILED-COUNT PIC 9(4) VALUE 0.
       77 WS-ADJ-CHECKED PIC 9(6) VALUE 0.
       77 WS-ORPHAN-COUNT PIC 9(6) VALUE 0.
       77 WS-ARCH-SKIPPED PIC 9(6) VALUE 0.
       77 WS-DAY-DROPPED PIC 9(4) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PARA.
       MOVE 0 TO RETURN-CODE.
       PERFORM GET-PROOF-PARMS.
       PERFORM WRITE-JOURNAL-START.
       OPEN INPUT RUN-LEDGER.
       IF WS-LEDG-STATUS NOT = "00"
           DISPLAY "Run ledger unavailable - status "
               WS-LEDG-STATUS " - nothing to prove"
           MOVE 8 TO RETURN-CODE
           PERFORM WRITE-JOURNAL-END
           GOBACK
       END-IF.
       OPEN INPUT SUM-HISTORY.
       IF WS-HIST-STATUS NOT = "00"
           DISPLAY "History master unavailable - status "
               WS-HIST-STATUS " - nothing to prove"
           CLOSE RUN-LEDGER
           MOVE 8 TO RETURN-CODE
           PERFORM WRITE-JOURNAL-END
           GOBACK
       END-IF.
       PERFORM FIND-LIVE-FIRST-DATE.
       OPEN INPUT ARCHIVE-IN.
       IF WS-ARCH-STATUS = "00"
           SET WS-ARCH-OK TO TRUE
       ELSE
           DISPLAY "Archive generations unavailable - status "
               WS-ARCH-STATUS " - purged days cannot be rebuilt"
       END-IF.
       OPEN OUTPUT PROOF-RPT.
       MOVE SPACES TO PROOF-LINE.
       STRING "HISTORY-TO-LEDGER INTEGRITY PROOF - BUSINESS DATES "
           WS-FROM-DATE " THROUGH " WS-TO-DATE
           DELIMITED BY SIZE INTO PROOF-LINE.
       WRITE PROOF-LINE.
       DISPLAY PROOF-LINE.
       MOVE SPACES TO PROOF-LINE.
       STRING "LIVE HISTORY HOLDS POSTING DATES FROM "
           WS-LIVE-FIRST-DATE " - EARLIER DAYS PROVED FROM ARCHIVE"
           DELIMITED BY SIZE INTO PROOF-LINE.
       WRITE PROOF-LINE.
       DISPLAY PROOF-LINE.
       PERFORM UNTIL WS-EOF-LEDGER
           READ RUN-LEDGER
               AT END
               SET WS-EOF-LEDGER TO TRUE
               NOT AT END
               ADD 1 TO WS-LEDG-READ
               IF LG-BUS-DATE >= WS-FROM-DATE
                   AND LG-BUS-DATE <= WS-TO-DATE
                   PERFORM PROVE-ONE-RUN
               END-IF
           END-READ
       END-PERFORM.
       CLOSE RUN-LEDGER.
       CLOSE SUM-HISTORY.
       IF WS-ARCH-OK
           CLOSE ARCHIVE-IN
       END-IF.
       PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
           UNTIL WS-DAY-IDX > WS-DAY-MAX
           PERFORM JUDGE-ONE-DAY
       END-PERFORM.
       PERFORM PRINT-PROOF-TOTALS.
       CLOSE PROOF-RPT.
       EVALUATE TRUE
           WHEN WS-FAILED-COUNT > 0 OR WS-ORPHAN-COUNT > 0
               MOVE 8 TO RETURN-CODE
           WHEN WS-ARCH-SKIPPED > 0 OR WS-DAY-DROPPED > 0
               MOVE 4 TO RETURN-CODE
           WHEN OTHER
               CONTINUE
       END-EVALUATE.
       PERFORM WRITE-JOURNAL-END.
       GOBACK.
       WRITE-JOURNAL-START.
       MOVE SPACES TO JOURNAL-REC.
       MOVE "ADDPROOF" TO JR-PROGRAM.
       MOVE "START" TO JR-EVENT.
       MOVE "RUNLEDG" TO JR-FILENAME.
       MOVE 0 TO JR-RECS-IN.
       MOVE 0 TO JR-CLEAN.
       MOVE 0 TO JR-REJECTS.
       MOVE 0 TO JR-POSTED.
       MOVE 0 TO JR-RC.
       CALL "ADDJRNL" USING JOURNAL-REC.
       WRITE-JOURNAL-END.
       MOVE SPACES TO JOURNAL-REC.
       MOVE "ADDPROOF" TO JR-PROGRAM.
       MOVE "END" TO JR-EVENT.
       MOVE "RUNLEDG" TO JR-FILENAME.
       MOVE WS-LEDG-READ TO JR-RECS-IN.
       MOVE WS-TIED-COUNT TO JR-CLEAN.
       COMPUTE JR-REJECTS = WS-FAILED-COUNT + WS-ORPHAN-COUNT.
       MOVE 0 TO JR-POSTED.
       MOVE RETURN-CODE TO JR-RC.
       CALL "ADDJRNL" USING JOURNAL-REC.
       GET-PROOF-PARMS.
       ACCEPT WS-PARM FROM COMMAND-LINE.
       UNSTRING WS-PARM DELIMITED BY ALL " "
           INTO WS-FROM-X WS-TO-X.
       IF WS-FROM-X IS NUMERIC
           MOVE WS-FROM-X TO WS-FROM-DATE
       END-IF.
       IF WS-TO-X IS NUMERIC
           MOVE WS-TO-X TO WS-TO-DATE
       END-IF.
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
       PROVE-ONE-RUN.
       PERFORM FIND-DAY-ENTRY.
       IF WS-DAY-IDX > 0
           ADD 1 TO WS-RUNS-PROVED
           ADD 1 TO WS-DAY-RUNS(WS-DAY-IDX)
           ADD LG-REC-COUNT TO WS-DAY-LG-COUNT(WS-DAY-IDX)
           ADD LG-TOTAL TO WS-DAY-LG-TOTAL(WS-DAY-IDX)
           MOVE 0 TO WS-RUN-REG-COUNT WS-RUN-REG-TOTAL
           MOVE 0 TO WS-RUN-ADJ-COUNT WS-RUN-ADJ-TOTAL
           MOVE SPACE TO WS-RUN-SOURCE
           PERFORM SET-RUN-RANGE
           IF NOT WS-RANGE-EMPTY
               IF WS-RS-DATE >= WS-LIVE-FIRST-DATE
                   MOVE "L" TO WS-RUN-SOURCE
                   PERFORM REBUILD-FROM-LIVE
               ELSE
                   IF WS-ARCH-OK
                       MOVE "A" TO WS-RUN-SOURCE
                       PERFORM REBUILD-FROM-ARCHIVE
                   ELSE
                       MOVE "U" TO WS-RUN-SOURCE
                   END-IF
               END-IF
           END-IF
           ADD WS-RUN-REG-COUNT TO WS-DAY-REG-COUNT(WS-DAY-IDX)
           ADD WS-RUN-REG-TOTAL TO WS-DAY-REG-TOTAL(WS-DAY-IDX)
           ADD WS-RUN-ADJ-COUNT TO WS-DAY-ADJ-COUNT(WS-DAY-IDX)
           ADD WS-RUN-ADJ-TOTAL TO WS-DAY-ADJ-TOTAL(WS-DAY-IDX)
           EVALUATE TRUE
               WHEN WS-RUN-SOURCE = SPACE
                   CONTINUE
               WHEN WS-DAY-SOURCE(WS-DAY-IDX) = SPACE
                   MOVE WS-RUN-SOURCE TO WS-DAY-SOURCE(WS-DAY-IDX)
               WHEN WS-DAY-SOURCE(WS-DAY-IDX) NOT = WS-RUN-SOURCE
                   MOVE "M" TO WS-DAY-SOURCE(WS-DAY-IDX)
           END-EVALUATE
       END-IF.
       FIND-DAY-ENTRY.
       MOVE 0 TO WS-DAY-IDX.
       PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
           UNTIL WS-DAY-IDX > WS-DAY-MAX
           OR WS-DAY-DATE(WS-DAY-IDX) = LG-BUS-DATE
           CONTINUE
       END-PERFORM.
       IF WS-DAY-IDX > WS-DAY-MAX
           IF WS-DAY-MAX < 200
               ADD 1 TO WS-DAY-MAX
               MOVE WS-DAY-MAX TO WS-DAY-IDX
               MOVE LG-BUS-DATE TO WS-DAY-DATE(WS-DAY-IDX)
               MOVE 0 TO WS-DAY-RUNS(WS-DAY-IDX)
               MOVE 0 TO WS-DAY-LG-COUNT(WS-DAY-IDX)
               MOVE 0 TO WS-DAY-LG-TOTAL(WS-DAY-IDX)
               MOVE 0 TO WS-DAY-REG-COUNT(WS-DAY-IDX)
               MOVE 0 TO WS-DAY-REG-TOTAL(WS-DAY-IDX)
               MOVE 0 TO WS-DAY-ADJ-COUNT(WS-DAY-IDX)
               MOVE 0 TO WS-DAY-ADJ-TOTAL(WS-DAY-IDX)
               MOVE SPACE TO WS-DAY-SOURCE(WS-DAY-IDX)
               MOVE "N" TO WS-DAY-WHOLE-SW(WS-DAY-IDX)
           ELSE
               MOVE 0 TO WS-DAY-IDX
               ADD 1 TO WS-DAY-DROPPED
               DISPLAY "DAY TABLE FULL - " LG-BUS-DATE
                   " NOT PROVED - NARROW THE DATE RANGE"
           END-IF
       END-IF.
       SET-RUN-RANGE.
       MOVE "N" TO WS-RANGE-SW.
       EVALUATE TRUE
           WHEN LG-POST-DATE IS NUMERIC
               AND LG-SEQ-FROM IS NUMERIC
               AND LG-SEQ-TO IS NUMERIC
               MOVE LG-POST-DATE TO WS-RS-DATE WS-RE-DATE
               MOVE LG-SEQ-FROM TO WS-RS-SEQ
               MOVE LG-SEQ-TO TO WS-RE-SEQ
               IF LG-POST-DATE = 0 OR LG-SEQ-FROM > LG-SEQ-TO
                   SET WS-RANGE-EMPTY TO TRUE
               END-IF
           WHEN LG-TIMESTAMP(1:4) IS NUMERIC
               AND LG-TIMESTAMP(6:2) IS NUMERIC
               AND LG-TIMESTAMP(9:2) IS NUMERIC
               ADD 1 TO WS-LEGACY-COUNT
               MOVE "Y" TO WS-DAY-WHOLE-SW(WS-DAY-IDX)
               STRING LG-TIMESTAMP(1:4) LG-TIMESTAMP(6:2)
                   LG-TIMESTAMP(9:2)
                   DELIMITED BY SIZE INTO WS-TS-DATE-X
               MOVE WS-TS-DATE TO WS-RS-DATE WS-RE-DATE
               MOVE 1 TO WS-RS-SEQ
               MOVE 999999 TO WS-RE-SEQ
               IF WS-TS-DATE = WS-LAST-LEGACY-DATE
                   SET WS-RANGE-EMPTY TO TRUE
               END-IF
               MOVE WS-TS-DATE TO WS-LAST-LEGACY-DATE
           WHEN OTHER
               SET WS-RANGE-EMPTY TO TRUE
       END-EVALUATE.
       REBUILD-FROM-LIVE.
       SET WS-LIVE-BROWSE TO TRUE.
       MOVE "N" TO WS-HIST-EOF-SW.
       MOVE WS-RANGE-START TO HIDX-KEY.
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
                   OR HIDX-KEY > WS-RANGE-END
                   SET WS-EOF-HIST TO TRUE
               ELSE
                   PERFORM TALLY-REBUILT-ENTRY
               END-IF
           END-READ
       END-PERFORM.
       MOVE "N" TO WS-BROWSE-SW.
       REBUILD-FROM-ARCHIVE.
       IF WS-RANGE-START <= WS-ARCH-LAST-END
           CLOSE ARCHIVE-IN
           OPEN INPUT ARCHIVE-IN
           MOVE "N" TO WS-ARCH-EOF-SW
           MOVE "N" TO WS-ARCH-HELD-SW
       END-IF.
       MOVE "N" TO WS-PAST-RANGE-SW.
       PERFORM UNTIL WS-EOF-ARCH OR WS-PAST-RANGE
           IF NOT WS-ARCH-HELD
               PERFORM READ-ARCHIVE-NEXT
           END-IF
           IF WS-ARCH-HELD
               EVALUATE TRUE
                   WHEN ARCH-IN-REC(1:14) > WS-RANGE-END
                       SET WS-PAST-RANGE TO TRUE
                   WHEN ARCH-IN-REC(1:14) >= WS-RANGE-START
                       MOVE ARCH-IN-REC TO HIDX-REC
                       PERFORM TALLY-REBUILT-ENTRY
                       MOVE "N" TO WS-ARCH-HELD-SW
                   WHEN OTHER
                       MOVE "N" TO WS-ARCH-HELD-SW
               END-EVALUATE
           END-IF
       END-PERFORM.
       MOVE WS-RANGE-END TO WS-ARCH-LAST-END.
       READ-ARCHIVE-NEXT.
       READ ARCHIVE-IN
           AT END
           SET WS-EOF-ARCH TO TRUE
           NOT AT END
           IF ARCH-IN-REC(1:14) IS NUMERIC
               SET WS-ARCH-HELD TO TRUE
           ELSE
               ADD 1 TO WS-ARCH-SKIPPED
           END-IF
       END-READ.
       TALLY-REBUILT-ENTRY.
       IF HIDX-ADJUSTMENT
           ADD 1 TO WS-RUN-ADJ-COUNT
           ADD HIDX-SUM TO WS-RUN-ADJ-TOTAL
           MOVE HIDX-KEY TO WS-ADJ-KEY WS-SAVE-KEY
           MOVE HIDX-ORIG-KEY TO WS-ADJ-ORIG
           PERFORM CHECK-ADJ-ORIGINAL
           IF WS-LIVE-BROWSE
               MOVE WS-SAVE-KEY TO HIDX-KEY
               START SUM-HISTORY KEY > HIDX-KEY
                   INVALID KEY
                   SET WS-EOF-HIST TO TRUE
               END-START
           END-IF
       ELSE
           ADD 1 TO WS-RUN-REG-COUNT
           ADD HIDX-SUM TO WS-RUN-REG-TOTAL
       END-IF.
       CHECK-ADJ-ORIGINAL.
       ADD 1 TO WS-ADJ-CHECKED.
       MOVE "N" TO WS-ORIG-SW.
       MOVE WS-ADJ-ORIG TO HIDX-KEY.
       READ SUM-HISTORY
           INVALID KEY
           CONTINUE
           NOT INVALID KEY
           SET WS-ORIG-FOUND TO TRUE
       END-READ.
       IF NOT WS-ORIG-FOUND
           PERFORM SEARCH-ARCHIVE-FOR-ORIGINAL
       END-IF.
       IF NOT WS-ORIG-FOUND
           ADD 1 TO WS-ORPHAN-COUNT
           MOVE SPACES TO PROOF-LINE
           STRING "ADJ " WS-AK-DATE "/" WS-AK-SEQ
               " BUSINESS DATE " LG-BUS-DATE
               " - ORIGINAL " WS-AO-DATE "/" WS-AO-SEQ
               " NOT ON HISTORY OR ARCHIVE"
               DELIMITED BY SIZE INTO PROOF-LINE
           WRITE PROOF-LINE
           DISPLAY PROOF-LINE
       END-IF.
       SEARCH-ARCHIVE-FOR-ORIGINAL.
       OPEN INPUT ARCHIVE-LKP.
       IF WS-LKP-STATUS = "00"
           MOVE "N" TO WS-LKP-EOF-SW
           PERFORM UNTIL WS-EOF-LKP
               READ ARCHIVE-LKP
                   AT END
                   SET WS-EOF-LKP TO TRUE
                   NOT AT END
                   EVALUATE TRUE
                       WHEN ARCH-LKP-REC(1:14) = WS-ADJ-ORIG
                           SET WS-ORIG-FOUND TO TRUE
                           SET WS-EOF-LKP TO TRUE
                       WHEN ARCH-LKP-REC(1:14) IS NUMERIC
                           AND ARCH-LKP-REC(1:14) > WS-ADJ-ORIG
                           SET WS-EOF-LKP TO TRUE
                   END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-LKP
       END-IF.
       JUDGE-ONE-DAY.
       COMPUTE WS-REB-COUNT = WS-DAY-REG-COUNT(WS-DAY-IDX)
           + WS-DAY-ADJ-COUNT(WS-DAY-IDX).
       COMPUTE WS-REB-TOTAL = WS-DAY-REG-TOTAL(WS-DAY-IDX)
           + WS-DAY-ADJ-TOTAL(WS-DAY-IDX).
       IF WS-REB-COUNT = WS-DAY-LG-COUNT(WS-DAY-IDX)
           AND WS-REB-TOTAL = WS-DAY-LG-TOTAL(WS-DAY-IDX)
           ADD 1 TO WS-TIED-COUNT
       ELSE
           ADD 1 TO WS-FAILED-COUNT
           MOVE SPACES TO PROOF-LINE
           STRING WS-DAY-DATE(WS-DAY-IDX)
               " DOES NOT TIE - LEDGER "
               WS-DAY-LG-COUNT(WS-DAY-IDX) " / "
               WS-DAY-LG-TOTAL(WS-DAY-IDX)
               "  REBUILT " WS-REB-COUNT " / " WS-REB-TOTAL
               DELIMITED BY SIZE INTO PROOF-LINE
           WRITE PROOF-LINE
           DISPLAY PROOF-LINE
           MOVE SPACES TO PROOF-LINE
           STRING "         RUNS " WS-DAY-RUNS(WS-DAY-IDX)
               "  POSTED " WS-DAY-REG-COUNT(WS-DAY-IDX) " / "
               WS-DAY-REG-TOTAL(WS-DAY-IDX)
               "  ADJ " WS-DAY-ADJ-COUNT(WS-DAY-IDX) " / "
               WS-DAY-ADJ-TOTAL(WS-DAY-IDX)
               "  SOURCE " WS-DAY-SOURCE(WS-DAY-IDX)
               DELIMITED BY SIZE INTO PROOF-LINE
           WRITE PROOF-LINE
           DISPLAY PROOF-LINE
           IF WS-DAY-WHOLE-SW(WS-DAY-IDX) = "Y"
               MOVE SPACES TO PROOF-LINE
               MOVE "         REBUILT FROM THE WHOLE POSTING DATE - "
                   TO PROOF-LINE
               MOVE "LEDGER ENTRY CARRIES NO KEY RANGE"
                   TO PROOF-LINE(48:33)
               WRITE PROOF-LINE
               DISPLAY PROOF-LINE
           END-IF
       END-IF.
       PRINT-PROOF-TOTALS.
       MOVE SPACES TO PROOF-LINE.
       WRITE PROOF-LINE.
       STRING "LEDGER ENTRIES READ " WS-LEDG-READ
           "  PROVED " WS-RUNS-PROVED
           "  DAYS TIED " WS-TIED-COUNT
           "  DAYS NOT TIED " WS-FAILED-COUNT
           DELIMITED BY SIZE INTO PROOF-LINE.
       WRITE PROOF-LINE.
       DISPLAY PROOF-LINE.
       MOVE SPACES TO PROOF-LINE.
       STRING "ADJUSTMENTS CHECKED " WS-ADJ-CHECKED
           "  ORIGINALS MISSING " WS-ORPHAN-COUNT
           DELIMITED BY SIZE INTO PROOF-LINE.
       WRITE PROOF-LINE.
       DISPLAY PROOF-LINE.
       IF WS-LEGACY-COUNT > 0
           MOVE SPACES TO PROOF-LINE
           STRING "LEDGER ENTRIES WITHOUT A KEY RANGE "
               WS-LEGACY-COUNT
               " (REBUILT FROM THE WHOLE POSTING DATE)"
               DELIMITED BY SIZE INTO PROOF-LINE
           WRITE PROOF-LINE
           DISPLAY PROOF-LINE
       END-IF.
       IF WS-ARCH-SKIPPED > 0
           MOVE SPACES TO PROOF-LINE
           STRING "UNREADABLE ARCHIVE RECORDS SKIPPED "
               WS-ARCH-SKIPPED
               " (PRE-CONVERSION LAYOUT - RELOAD VIA ADDHLOAD)"
               DELIMITED BY SIZE INTO PROOF-LINE
           WRITE PROOF-LINE
           DISPLAY PROOF-LINE
       END-IF.
       IF WS-DAY-DROPPED > 0
           MOVE SPACES TO PROOF-LINE
           STRING "LEDGER ENTRIES NOT PROVED (DAY TABLE FULL) "
               WS-DAY-DROPPED
               DELIMITED BY SIZE INTO PROOF-LINE
           WRITE PROOF-LINE
           DISPLAY PROOF-LINE
       END-IF.
       IF WS-FAILED-COUNT = 0 AND WS-ORPHAN-COUNT = 0
           MOVE SPACES TO PROOF-LINE
           MOVE "EVERY DAY PROVED TIES TO THE RUN LEDGER"
               TO PROOF-LINE
           WRITE PROOF-LINE
           DISPLAY PROOF-LINE
       END-IF.
