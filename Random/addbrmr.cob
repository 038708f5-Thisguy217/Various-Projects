       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDBRMR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT BRM-LOG ASSIGN TO "BRMLOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOG-STATUS.
       SELECT BRM-RPT ASSIGN TO "BRMRPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD BRM-LOG.
       COPY ADDBRML.
       FD BRM-RPT.
       01 BRM-RPT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
       77 WS-LOG-STATUS PIC XX VALUE SPACES.
       77 WS-RPT-STATUS PIC XX VALUE SPACES.
       77 WS-PARM PIC X(40) VALUE SPACES.
       77 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF-LOG VALUE "Y".
       77 WS-FROM-DATE PIC 9(8) VALUE 0.
       77 WS-TO-DATE PIC 9(8) VALUE 99999999.
       77 WS-ENTRY-DATE PIC 9(8) VALUE 0.
       77 WS-READ-COUNT PIC 9(6) VALUE 0.
       77 WS-PRINT-COUNT PIC 9(6) VALUE 0.
       77 WS-ADD-COUNT PIC 9(6) VALUE 0.
       77 WS-CHANGE-COUNT PIC 9(6) VALUE 0.
       77 WS-STATUS-COUNT PIC 9(6) VALUE 0.
       77 WS-APPLY-COUNT PIC 9(6) VALUE 0.
       77 WS-CANCEL-COUNT PIC 9(6) VALUE 0.
       77 WS-REFUSE-COUNT PIC 9(6) VALUE 0.
       77 WS-FIELDS-CHANGED PIC X(40) VALUE SPACES.
       77 WS-FIELD-PTR PIC 9(3) VALUE 1.
       PROCEDURE DIVISION.
       MAIN-PARA.
       MOVE 0 TO RETURN-CODE.
       PERFORM GET-REPORT-PARMS.
       OPEN INPUT BRM-LOG.
       IF WS-LOG-STATUS NOT = "00"
           DISPLAY "No branch maintenance log to report"
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN OUTPUT BRM-RPT.
       PERFORM PRINT-REPORT-HEADING.
       PERFORM UNTIL WS-EOF-LOG
           PERFORM REPORT-ONE-ENTRY
       END-PERFORM.
       CLOSE BRM-LOG.
       PERFORM PRINT-REPORT-TOTALS.
       CLOSE BRM-RPT.
       GOBACK.
       GET-REPORT-PARMS.
       ACCEPT WS-PARM FROM COMMAND-LINE.
       IF WS-PARM NOT = SPACES
           IF WS-PARM(1:8) IS NUMERIC
               MOVE WS-PARM(1:8) TO WS-FROM-DATE
               IF WS-PARM(10:8) IS NUMERIC
                   MOVE WS-PARM(10:8) TO WS-TO-DATE
               END-IF
           ELSE
               DISPLAY "Report parm must be YYYYMMDD [YYYYMMDD] "
                   "- reporting the whole log"
           END-IF
       END-IF.
       PRINT-REPORT-HEADING.
       MOVE SPACES TO BRM-RPT-LINE.
       IF WS-FROM-DATE = 0 AND WS-TO-DATE = 99999999
           MOVE "BRANCH MASTER CHANGE REPORT - ALL ENTRIES"
               TO BRM-RPT-LINE
       ELSE
           STRING "BRANCH MASTER CHANGE REPORT - KEYED "
               WS-FROM-DATE " THROUGH " WS-TO-DATE
               DELIMITED BY SIZE INTO BRM-RPT-LINE
       END-IF.
       WRITE BRM-RPT-LINE.
       DISPLAY BRM-RPT-LINE.
       MOVE SPACES TO BRM-RPT-LINE.
       MOVE "KEYED AT            OPERATOR ACTION BR  EFFECTIVE"
           TO BRM-RPT-LINE.
       WRITE BRM-RPT-LINE.
       DISPLAY BRM-RPT-LINE.
       REPORT-ONE-ENTRY.
       READ BRM-LOG
           AT END
           SET WS-EOF-LOG TO TRUE
           NOT AT END
           ADD 1 TO WS-READ-COUNT
           MOVE 0 TO WS-ENTRY-DATE
           IF BL-TIMESTAMP(1:4) IS NUMERIC
               AND BL-TIMESTAMP(6:2) IS NUMERIC
               AND BL-TIMESTAMP(9:2) IS NUMERIC
               COMPUTE WS-ENTRY-DATE =
                   FUNCTION NUMVAL(BL-TIMESTAMP(1:4)) * 10000
                   + FUNCTION NUMVAL(BL-TIMESTAMP(6:2)) * 100
                   + FUNCTION NUMVAL(BL-TIMESTAMP(9:2))
           END-IF
           IF WS-ENTRY-DATE >= WS-FROM-DATE
               AND WS-ENTRY-DATE <= WS-TO-DATE
               PERFORM PRINT-ONE-ENTRY
           END-IF
       END-READ.
       PRINT-ONE-ENTRY.
       ADD 1 TO WS-PRINT-COUNT.
       EVALUATE BL-ACTION
           WHEN "ADD"
               ADD 1 TO WS-ADD-COUNT
           WHEN "CHANGE"
               ADD 1 TO WS-CHANGE-COUNT
           WHEN "STATUS"
               ADD 1 TO WS-STATUS-COUNT
           WHEN "APPLY"
               ADD 1 TO WS-APPLY-COUNT
           WHEN "CANCEL"
               ADD 1 TO WS-CANCEL-COUNT
           WHEN "REFUSE"
               ADD 1 TO WS-REFUSE-COUNT
       END-EVALUATE.
       MOVE SPACES TO BRM-RPT-LINE.
       WRITE BRM-RPT-LINE.
       STRING BL-TIMESTAMP " " BL-OPERATOR " " BL-ACTION
           " " BL-CODE " " BL-EFF-DATE
           DELIMITED BY SIZE INTO BRM-RPT-LINE.
       WRITE BRM-RPT-LINE.
       DISPLAY BRM-RPT-LINE.
       IF BL-BEFORE-IMAGE NOT = SPACES
           MOVE SPACES TO BRM-RPT-LINE
           STRING "    BEFORE: " BL-BEF-NAME
               "  STATUS " BL-BEF-STATUS
               "  GL " BL-BEF-GL-ACCT
               "  REVIEW LIMIT " BL-BEF-REVIEW-LIMIT
               DELIMITED BY SIZE INTO BRM-RPT-LINE
           WRITE BRM-RPT-LINE
           DISPLAY BRM-RPT-LINE
       END-IF.
       IF BL-AFTER-IMAGE NOT = SPACES
           MOVE SPACES TO BRM-RPT-LINE
           STRING "    AFTER:  " BL-AFT-NAME
               "  STATUS " BL-AFT-STATUS
               "  GL " BL-AFT-GL-ACCT
               "  REVIEW LIMIT " BL-AFT-REVIEW-LIMIT
               DELIMITED BY SIZE INTO BRM-RPT-LINE
           WRITE BRM-RPT-LINE
           DISPLAY BRM-RPT-LINE
       END-IF.
       IF BL-BEFORE-IMAGE NOT = SPACES
           AND BL-AFTER-IMAGE NOT = SPACES
           PERFORM PRINT-FIELDS-CHANGED
       END-IF.
       PRINT-FIELDS-CHANGED.
       MOVE SPACES TO WS-FIELDS-CHANGED.
       MOVE 1 TO WS-FIELD-PTR.
       IF BL-BEF-NAME NOT = BL-AFT-NAME
           STRING "NAME " DELIMITED BY SIZE
               INTO WS-FIELDS-CHANGED WITH POINTER WS-FIELD-PTR
       END-IF.
       IF BL-BEF-STATUS NOT = BL-AFT-STATUS
           STRING "STATUS " DELIMITED BY SIZE
               INTO WS-FIELDS-CHANGED WITH POINTER WS-FIELD-PTR
       END-IF.
       IF BL-BEF-GL-ACCT NOT = BL-AFT-GL-ACCT
           STRING "GL-ACCOUNT " DELIMITED BY SIZE
               INTO WS-FIELDS-CHANGED WITH POINTER WS-FIELD-PTR
       END-IF.
       IF BL-BEF-REVIEW-LIMIT NOT = BL-AFT-REVIEW-LIMIT
           STRING "REVIEW-LIMIT " DELIMITED BY SIZE
               INTO WS-FIELDS-CHANGED WITH POINTER WS-FIELD-PTR
       END-IF.
       IF WS-FIELDS-CHANGED = SPACES
           MOVE "NONE" TO WS-FIELDS-CHANGED
       END-IF.
       MOVE SPACES TO BRM-RPT-LINE.
       STRING "    FIELDS CHANGED: " WS-FIELDS-CHANGED
           DELIMITED BY SIZE INTO BRM-RPT-LINE.
       WRITE BRM-RPT-LINE.
       DISPLAY BRM-RPT-LINE.
       PRINT-REPORT-TOTALS.
       MOVE SPACES TO BRM-RPT-LINE.
       WRITE BRM-RPT-LINE.
       STRING "LOG ENTRIES READ " WS-READ-COUNT
           "  REPORTED " WS-PRINT-COUNT
           DELIMITED BY SIZE INTO BRM-RPT-LINE.
       WRITE BRM-RPT-LINE.
       DISPLAY BRM-RPT-LINE.
       MOVE SPACES TO BRM-RPT-LINE.
       STRING "ADDS " WS-ADD-COUNT
           "  CHANGES " WS-CHANGE-COUNT
           "  STATUS CHANGES " WS-STATUS-COUNT
           "  APPLIED " WS-APPLY-COUNT
           "  CANCELLED " WS-CANCEL-COUNT
           "  REFUSED " WS-REFUSE-COUNT
           DELIMITED BY SIZE INTO BRM-RPT-LINE.
       WRITE BRM-RPT-LINE.
       DISPLAY BRM-RPT-LINE.
