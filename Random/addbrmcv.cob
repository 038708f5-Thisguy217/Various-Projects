       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDBRMCV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OLD-BRANCHES ASSIGN TO "BRMOLD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OLD-STATUS.
       SELECT BRANCH-MASTER ASSIGN TO "BRMASTER"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BRM-KEY
           FILE STATUS IS WS-BRM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD OLD-BRANCHES.
       01 OLD-BRM-REC.
           05 OLD-BRM-CODE PIC X(3).
           05 OLD-BRM-NAME PIC X(20).
           05 OLD-BRM-STATUS PIC X.
           05 OLD-BRM-GL-ACCT PIC 9(8).
       FD BRANCH-MASTER.
       COPY ADDBRM.
       WORKING-STORAGE SECTION.
       COPY ADDJRNL.
       77 WS-OLD-STATUS PIC XX VALUE SPACES.
       77 WS-BRM-STATUS PIC XX VALUE SPACES.
       77 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF-OLD VALUE "Y".
       77 WS-READ-COUNT PIC 9(6) VALUE 0.
       77 WS-LOAD-COUNT PIC 9(6) VALUE 0.
       77 WS-SKIP-COUNT PIC 9(6) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PARA.
       MOVE 0 TO RETURN-CODE.
       PERFORM WRITE-JOURNAL-START.
       OPEN INPUT OLD-BRANCHES.
       IF WS-OLD-STATUS NOT = "00"
           DISPLAY "No unloaded branch master to convert"
           MOVE 8 TO RETURN-CODE
           PERFORM WRITE-JOURNAL-END
           GOBACK
       END-IF.
       OPEN I-O BRANCH-MASTER.
       IF WS-BRM-STATUS = "35"
           OPEN OUTPUT BRANCH-MASTER
           CLOSE BRANCH-MASTER
           OPEN I-O BRANCH-MASTER
       END-IF.
       IF WS-BRM-STATUS NOT = "00"
           DISPLAY "Cannot open branch master - status "
               WS-BRM-STATUS
           MOVE 8 TO RETURN-CODE
           CLOSE OLD-BRANCHES
           PERFORM WRITE-JOURNAL-END
           GOBACK
       END-IF.
       PERFORM UNTIL WS-EOF-OLD
           PERFORM LOAD-ONE-BRANCH
       END-PERFORM.
       CLOSE OLD-BRANCHES.
       CLOSE BRANCH-MASTER.
       DISPLAY "BRANCH RECORDS READ: " WS-READ-COUNT.
       DISPLAY "LOADED TO MASTER: " WS-LOAD-COUNT.
       DISPLAY "SKIPPED: " WS-SKIP-COUNT.
       IF WS-SKIP-COUNT > 0
           MOVE 4 TO RETURN-CODE
       END-IF.
       PERFORM WRITE-JOURNAL-END.
       GOBACK.
       WRITE-JOURNAL-START.
       MOVE SPACES TO JOURNAL-REC.
       MOVE "ADDBRMCV" TO JR-PROGRAM.
       MOVE "START" TO JR-EVENT.
       MOVE "BRMOLD" TO JR-FILENAME.
       MOVE 0 TO JR-RECS-IN.
       MOVE 0 TO JR-CLEAN.
       MOVE 0 TO JR-REJECTS.
       MOVE 0 TO JR-POSTED.
       MOVE 0 TO JR-RC.
       CALL "ADDJRNL" USING JOURNAL-REC.
       WRITE-JOURNAL-END.
       MOVE SPACES TO JOURNAL-REC.
       MOVE "ADDBRMCV" TO JR-PROGRAM.
       MOVE "END" TO JR-EVENT.
       MOVE "BRMOLD" TO JR-FILENAME.
       MOVE WS-READ-COUNT TO JR-RECS-IN.
       MOVE WS-LOAD-COUNT TO JR-CLEAN.
       MOVE WS-SKIP-COUNT TO JR-REJECTS.
       MOVE WS-LOAD-COUNT TO JR-POSTED.
       MOVE RETURN-CODE TO JR-RC.
       CALL "ADDJRNL" USING JOURNAL-REC.
       LOAD-ONE-BRANCH.
       READ OLD-BRANCHES
           AT END
           SET WS-EOF-OLD TO TRUE
           NOT AT END
           ADD 1 TO WS-READ-COUNT
           PERFORM CONVERT-BRANCH
       END-READ.
       CONVERT-BRANCH.
       IF OLD-BRM-CODE = SPACES
           ADD 1 TO WS-SKIP-COUNT
           DISPLAY "SKIPPED RECORD WITH NO BRANCH CODE"
       ELSE
           MOVE SPACES TO BRM-REC
           MOVE OLD-BRM-CODE TO BRM-CODE
           MOVE OLD-BRM-NAME TO BRM-NAME
           MOVE OLD-BRM-STATUS TO BRM-STATUS
           MOVE OLD-BRM-GL-ACCT TO BRM-GL-ACCT
           MOVE 0 TO BRM-REVIEW-LIMIT
           WRITE BRM-REC
               INVALID KEY
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY "DUPLICATE BRANCH NOT RELOADED: "
                   OLD-BRM-CODE
               NOT INVALID KEY
               ADD 1 TO WS-LOAD-COUNT
           END-WRITE
       END-IF.
