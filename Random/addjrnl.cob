       DATA DIVISION.
       FILE SECTION.
       FD RUN-JOURNAL.
       01 JOURNAL-OUT-REC PIC X(115).
       WORKING-STORAGE SECTION.
       77 WS-JRNL-STATUS PIC XX VALUE SPACES.
       77 WS-CURR-DATE PIC X(21).
           WS-CURR-DATE(7:2) " " WS-CURR-DATE(9:2) ":"
           WS-CURR-DATE(11:2) ":" WS-CURR-DATE(13:2)
           DELIMITED BY SIZE INTO JR-TIMESTAMP.
       IF JR-OPERATOR = SPACES
           DISPLAY "ADDOPERID" UPON ENVIRONMENT-NAME
           ACCEPT JR-OPERATOR FROM ENVIRONMENT-VALUE
           IF JR-OPERATOR = SPACES
               MOVE "BATCH" TO JR-OPERATOR
           END-IF
       END-IF.
       OPEN EXTEND RUN-JOURNAL.
       IF WS-JRNL-STATUS = "35"
           OPEN OUTPUT RUN-JOURNAL
