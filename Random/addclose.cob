       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDCLOSE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PERIOD-FILE ASSIGN TO "PERIODS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PD-KEY
           FILE STATUS IS WS-PERD-STATUS.
       SELECT PERIOD-LOG ASSIGN TO "PERDLOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PLOG-STATUS.
       SELECT OPER-FILE ASSIGN TO "OPERSEC"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS OP-KEY
           FILE STATUS IS WS-OPER-STATUS.
       SELECT REVIEW-QUEUE ASSIGN TO "REVQUEUE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REVQ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PERIOD-FILE.
       COPY ADDPERD.
       FD PERIOD-LOG.
       COPY ADDPDLG.
       FD OPER-FILE.
       COPY ADDOPER.
       FD REVIEW-QUEUE.
       COPY ADDREVQ.
       WORKING-STORAGE SECTION.
       COPY ADDJRNL.
       77 WS-PERD-STATUS PIC XX VALUE SPACES.
       77 WS-PLOG-STATUS PIC XX VALUE SPACES.
       77 WS-OPER-STATUS PIC XX VALUE SPACES.
       77 WS-REVQ-STATUS PIC XX VALUE SPACES.
       77 WS-REVQ-EOF-SW PIC X VALUE "N".
           88 WS-EOF-REVQ VALUE "Y".
       77 WS-RQ-MONTH PIC 9(6) VALUE 0.
       77 WS-OPEN-ITEMS PIC 9(6) VALUE 0.
       77 WS-PARM PIC X(40) VALUE SPACES.
       77 WS-ACTION PIC X(6) VALUE SPACES.
           88 WS-CLOSE-ACTION VALUE "CLOSE".
           88 WS-REOPEN-ACTION VALUE "REOPEN".
       77 WS-MONTH-X PIC X(6) VALUE SPACES.
       77 WS-MONTH PIC 9(6) VALUE 0.
       77 WS-MONTH-MM PIC 9(2) VALUE 0.
       77 WS-CURR-MONTH PIC 9(6) VALUE 0.
       77 WS-SUPV-ID PIC X(8) VALUE SPACES.
       77 WS-SUPV-ROLE PIC X VALUE SPACE.
           88 WS-SUPERVISOR-ROLE VALUE "S".
       77 WS-SUPV-OK-SW PIC X VALUE "N".
           88 WS-SUPERVISOR-OK VALUE "Y".
       77 WS-FOUND-SW PIC X VALUE "N".
           88 WS-PERIOD-FOUND VALUE "Y".
       77 WS-PRIOR-STATUS PIC X VALUE SPACE.
       77 WS-CHANGE-COUNT PIC 9(6) VALUE 0.
       77 WS-CURR-DATE PIC X(21).
       77 WS-TIMESTAMP PIC X(19) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PARA.
       MOVE 0 TO RETURN-CODE.
       PERFORM GET-CLOSE-PARMS.
       PERFORM WRITE-JOURNAL-START.
       IF NOT WS-CLOSE-ACTION AND NOT WS-REOPEN-ACTION
           DISPLAY "Period parm must be CLOSE YYYYMM or REOPEN YYYYMM"
           MOVE 8 TO RETURN-CODE
           PERFORM WRITE-JOURNAL-END
           GOBACK
       END-IF.
       IF WS-MONTH = 0 OR WS-MONTH-MM < 1 OR WS-MONTH-MM > 12
           DISPLAY "Month parameter not valid - use YYYYMM"
           MOVE 8 TO RETURN-CODE
           PERFORM WRITE-JOURNAL-END
           GOBACK
       END-IF.
       IF WS-SUPV-ID = SPACES
           DISPLAY "Operator ID is required - set ADDOPERID"
           MOVE 8 TO RETURN-CODE
           PERFORM WRITE-JOURNAL-END
           GOBACK
       END-IF.
       IF NOT WS-SUPERVISOR-ROLE
           DISPLAY "Closing or reopening a period requires the "
               "supervisor role"
           MOVE 8 TO RETURN-CODE
           PERFORM WRITE-JOURNAL-END
           GOBACK
       END-IF.
       PERFORM CHECK-SUPERVISOR.
       IF NOT WS-SUPERVISOR-OK
           MOVE 8 TO RETURN-CODE
           PERFORM WRITE-JOURNAL-END
           GOBACK
       END-IF.
       IF WS-CLOSE-ACTION AND WS-MONTH NOT < WS-CURR-MONTH
           DISPLAY "Cannot close " WS-MONTH
               " - only a month already ended can be closed"
           MOVE 8 TO RETURN-CODE
           PERFORM WRITE-JOURNAL-END
           GOBACK
       END-IF.
       OPEN I-O PERIOD-FILE.
       IF WS-PERD-STATUS = "35"
           OPEN OUTPUT PERIOD-FILE
           CLOSE PERIOD-FILE
           OPEN I-O PERIOD-FILE
       END-IF.
       IF WS-PERD-STATUS NOT = "00"
           DISPLAY "Period control file unavailable - status "
               WS-PERD-STATUS
           MOVE 8 TO RETURN-CODE
           PERFORM WRITE-JOURNAL-END
           GOBACK
       END-IF.
       OPEN EXTEND PERIOD-LOG.
       IF WS-PLOG-STATUS = "35"
           OPEN OUTPUT PERIOD-LOG
       END-IF.
       IF WS-PLOG-STATUS NOT = "00"
           DISPLAY "Period control log unavailable - status "
               WS-PLOG-STATUS
           CLOSE PERIOD-FILE
           MOVE 8 TO RETURN-CODE
           PERFORM WRITE-JOURNAL-END
           GOBACK
       END-IF.
       PERFORM READ-PERIOD.
       IF WS-CLOSE-ACTION
           PERFORM CLOSE-PERIOD
       ELSE
           PERFORM REOPEN-PERIOD
       END-IF.
       CLOSE PERIOD-FILE.
       CLOSE PERIOD-LOG.
       PERFORM WRITE-JOURNAL-END.
       GOBACK.
       WRITE-JOURNAL-START.
       MOVE SPACES TO JOURNAL-REC.
       MOVE "ADDCLOSE" TO JR-PROGRAM.
       MOVE "START" TO JR-EVENT.
       MOVE "PERIODS" TO JR-FILENAME.
       MOVE 0 TO JR-RECS-IN.
       MOVE 0 TO JR-CLEAN.
       MOVE 0 TO JR-REJECTS.
       MOVE 0 TO JR-POSTED.
       MOVE 0 TO JR-RC.
       CALL "ADDJRNL" USING JOURNAL-REC.
       WRITE-JOURNAL-END.
       MOVE SPACES TO JOURNAL-REC.
       MOVE "ADDCLOSE" TO JR-PROGRAM.
       MOVE "END" TO JR-EVENT.
       MOVE "PERIODS" TO JR-FILENAME.
       MOVE 1 TO JR-RECS-IN.
       MOVE WS-CHANGE-COUNT TO JR-CLEAN.
       IF WS-CHANGE-COUNT = 0
           MOVE 1 TO JR-REJECTS
       ELSE
           MOVE 0 TO JR-REJECTS
       END-IF.
       MOVE WS-CHANGE-COUNT TO JR-POSTED.
       MOVE RETURN-CODE TO JR-RC.
       CALL "ADDJRNL" USING JOURNAL-REC.
       GET-CLOSE-PARMS.
       ACCEPT WS-PARM FROM COMMAND-LINE.
       UNSTRING WS-PARM DELIMITED BY ALL " "
           INTO WS-ACTION WS-MONTH-X.
       MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION.
       IF WS-MONTH-X IS NUMERIC
           MOVE WS-MONTH-X TO WS-MONTH
           MOVE WS-MONTH-X(5:2) TO WS-MONTH-MM
       ELSE
           MOVE 0 TO WS-MONTH
       END-IF.
       MOVE FUNCTION CURRENT-DATE(1:6) TO WS-CURR-MONTH.
       DISPLAY "ADDOPERID" UPON ENVIRONMENT-NAME.
       ACCEPT WS-SUPV-ID FROM ENVIRONMENT-VALUE.
       MOVE FUNCTION UPPER-CASE(WS-SUPV-ID) TO WS-SUPV-ID.
       DISPLAY "ADDOPERROLE" UPON ENVIRONMENT-NAME.
       ACCEPT WS-SUPV-ROLE FROM ENVIRONMENT-VALUE.
       CHECK-SUPERVISOR.
       MOVE "N" TO WS-SUPV-OK-SW.
       OPEN INPUT OPER-FILE.
       IF WS-OPER-STATUS NOT = "00"
           DISPLAY "Operator security file unavailable - status "
               WS-OPER-STATUS
       ELSE
           MOVE WS-SUPV-ID TO OP-USER-ID
           READ OPER-FILE
               INVALID KEY
               DISPLAY "Operator " WS-SUPV-ID
                   " is not on the operator security file"
               NOT INVALID KEY
               EVALUATE TRUE
               WHEN NOT OP-ACTIVE
                   DISPLAY "Operator " WS-SUPV-ID " is revoked"
               WHEN NOT OP-SUPERVISOR
                   DISPLAY "Operator " WS-SUPV-ID
                       " is not a supervisor"
               WHEN OTHER
                   SET WS-SUPERVISOR-OK TO TRUE
               END-EVALUATE
           END-READ
           CLOSE OPER-FILE
       END-IF.
       FORMAT-TIMESTAMP.
       MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE.
       MOVE SPACES TO WS-TIMESTAMP.
       STRING WS-CURR-DATE(1:4) "-" WS-CURR-DATE(5:2) "-"
           WS-CURR-DATE(7:2) " " WS-CURR-DATE(9:2) ":"
           WS-CURR-DATE(11:2) ":" WS-CURR-DATE(13:2)
           DELIMITED BY SIZE INTO WS-TIMESTAMP.
       READ-PERIOD.
       MOVE "N" TO WS-FOUND-SW.
       MOVE WS-MONTH TO PD-MONTH.
       READ PERIOD-FILE
           INVALID KEY
           MOVE SPACES TO PERIOD-REC
           MOVE WS-MONTH TO PD-MONTH
           MOVE "O" TO PD-STATUS
           NOT INVALID KEY
           SET WS-PERIOD-FOUND TO TRUE
       END-READ.
       MOVE PD-STATUS TO WS-PRIOR-STATUS.
       CLOSE-PERIOD.
       IF PD-CLOSED
           DISPLAY "Period " WS-MONTH " already closed by "
               PD-CLOSED-BY " at " PD-CLOSED-TIMESTAMP
           MOVE 4 TO RETURN-CODE
       ELSE
           PERFORM FORMAT-TIMESTAMP
           MOVE "C" TO PD-STATUS
           MOVE WS-SUPV-ID TO PD-CLOSED-BY
           MOVE WS-TIMESTAMP TO PD-CLOSED-TIMESTAMP
           PERFORM SAVE-PERIOD
           IF RETURN-CODE NOT = 8
               PERFORM COUNT-OPEN-REVIEW-ITEMS
           END-IF
       END-IF.
       COUNT-OPEN-REVIEW-ITEMS.
       MOVE 0 TO WS-OPEN-ITEMS.
       MOVE "N" TO WS-REVQ-EOF-SW.
       OPEN INPUT REVIEW-QUEUE.
       IF WS-REVQ-STATUS = "00"
           PERFORM UNTIL WS-EOF-REVQ
               READ REVIEW-QUEUE
                   AT END
                   SET WS-EOF-REVQ TO TRUE
                   NOT AT END
                   PERFORM COUNT-ONE-REVIEW-ITEM
               END-READ
           END-PERFORM
           CLOSE REVIEW-QUEUE
       END-IF.
       IF WS-OPEN-ITEMS > 0
           DISPLAY "WARNING: " WS-OPEN-ITEMS " review queue item(s) "
               "for " WS-MONTH " still held, recommended or approved"
           DISPLAY "They will post under the business date of the "
               "run that releases them"
       END-IF.
       COUNT-ONE-REVIEW-ITEM.
       IF RQ-HELD OR RQ-RECOMMENDED OR RQ-APPROVED
           DIVIDE RQ-BUS-DATE BY 100 GIVING WS-RQ-MONTH
           IF WS-RQ-MONTH = WS-MONTH
               ADD 1 TO WS-OPEN-ITEMS
           END-IF
       END-IF.
       REOPEN-PERIOD.
       IF NOT PD-CLOSED
           DISPLAY "Period " WS-MONTH " is not closed - nothing "
               "to reopen"
           MOVE 4 TO RETURN-CODE
       ELSE
           PERFORM FORMAT-TIMESTAMP
           MOVE "O" TO PD-STATUS
           MOVE WS-SUPV-ID TO PD-REOPENED-BY
           MOVE WS-TIMESTAMP TO PD-REOPENED-TIMESTAMP
           PERFORM SAVE-PERIOD
       END-IF.
       SAVE-PERIOD.
       IF WS-PERIOD-FOUND
           REWRITE PERIOD-REC
               INVALID KEY
               DISPLAY "Period rewrite failed - status "
                   WS-PERD-STATUS
               MOVE 8 TO RETURN-CODE
           END-REWRITE
       ELSE
           WRITE PERIOD-REC
               INVALID KEY
               DISPLAY "Period write failed - status "
                   WS-PERD-STATUS
               MOVE 8 TO RETURN-CODE
           END-WRITE
       END-IF.
       IF RETURN-CODE NOT = 8
           ADD 1 TO WS-CHANGE-COUNT
           PERFORM WRITE-PERIOD-LOG
           DISPLAY "Period " WS-MONTH " " WS-ACTION " by "
               WS-SUPV-ID " at " WS-TIMESTAMP
       END-IF.
       WRITE-PERIOD-LOG.
       MOVE SPACES TO PERDLOG-REC.
       MOVE WS-TIMESTAMP TO PL-TIMESTAMP.
       MOVE WS-SUPV-ID TO PL-SUPERVISOR.
       MOVE WS-ACTION TO PL-ACTION.
       MOVE WS-MONTH TO PL-MONTH.
       MOVE WS-PRIOR-STATUS TO PL-PRIOR-STATUS.
       MOVE PD-STATUS TO PL-NEW-STATUS.
       WRITE PERDLOG-REC.
       IF WS-PLOG-STATUS NOT = "00"
           DISPLAY "PERIOD LOG WRITE FAILED - STATUS "
               WS-PLOG-STATUS
       END-IF.
