       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDBRV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT BRANCH-VERSIONS ASSIGN TO "BRMVERS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BRV-KEY
           FILE STATUS IS WS-BRV-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD BRANCH-VERSIONS.
       COPY ADDBRMV.
       WORKING-STORAGE SECTION.
       77 WS-BRV-STATUS PIC XX VALUE SPACES.
       77 WS-OPEN-SW PIC X VALUE "N".
           88 WS-OPEN-TRIED VALUE "Y".
       77 WS-OPEN-STATUS PIC XX VALUE SPACES.
       77 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF-BRV VALUE "Y".
       77 WS-SEEN-SW PIC X VALUE "N".
           88 WS-VERSION-SEEN VALUE "Y".
       LINKAGE SECTION.
       COPY ADDBRV.
       PROCEDURE DIVISION USING BRV-REQUEST.
       MAIN-PARA.
       IF BQ-FUNC = "DONE"
           IF WS-OPEN-TRIED AND WS-OPEN-STATUS = "00"
               CLOSE BRANCH-VERSIONS
           END-IF
           MOVE "N" TO WS-OPEN-SW
           MOVE "00" TO BQ-STATUS
           GOBACK
       END-IF.
       IF NOT WS-OPEN-TRIED
           SET WS-OPEN-TRIED TO TRUE
           OPEN INPUT BRANCH-VERSIONS
           IF WS-BRV-STATUS = "00"
               MOVE "00" TO WS-OPEN-STATUS
           ELSE
               MOVE "NF" TO WS-OPEN-STATUS
           END-IF
       END-IF.
       MOVE WS-OPEN-STATUS TO BQ-STATUS.
       MOVE 0 TO BQ-EFF-DATE.
       MOVE SPACES TO BQ-BRM-IMAGE.
       IF BQ-STATUS NOT = "00"
           GOBACK
       END-IF.
       IF BQ-FUNC NOT = "FIND"
           MOVE "BD" TO BQ-STATUS
           GOBACK
       END-IF.
       PERFORM FIND-VERSION.
       GOBACK.
       FIND-VERSION.
       MOVE "NV" TO BQ-STATUS.
       MOVE "N" TO WS-SEEN-SW.
       MOVE "N" TO WS-EOF-SW.
       MOVE BQ-CODE TO BRV-CODE.
       MOVE 0 TO BRV-EFF-DATE.
       START BRANCH-VERSIONS KEY IS NOT LESS THAN BRV-KEY
           INVALID KEY
           SET WS-EOF-BRV TO TRUE
       END-START.
       PERFORM UNTIL WS-EOF-BRV
           PERFORM READ-NEXT-VERSION
       END-PERFORM.
       IF WS-VERSION-SEEN AND BQ-STATUS = "NV"
           MOVE "NI" TO BQ-STATUS
       END-IF.
       READ-NEXT-VERSION.
       READ BRANCH-VERSIONS NEXT RECORD
           AT END
           SET WS-EOF-BRV TO TRUE
           NOT AT END
           IF BRV-CODE NOT = BQ-CODE
               SET WS-EOF-BRV TO TRUE
           ELSE
               IF NOT BRV-CANCELLED
                   SET WS-VERSION-SEEN TO TRUE
                   IF BRV-EFF-DATE > BQ-AS-OF-DATE
                       SET WS-EOF-BRV TO TRUE
                   ELSE
                       MOVE "00" TO BQ-STATUS
                       MOVE BRV-EFF-DATE TO BQ-EFF-DATE
                       MOVE BRV-BRM-IMAGE TO BQ-BRM-IMAGE
                   END-IF
               END-IF
           END-IF
       END-READ.
