           ACCESS MODE IS RANDOM
           RECORD KEY IS BRM-KEY
           FILE STATUS IS WS-BRM-STATUS.
       SELECT FINGERPRINT-FILE ASSIGN TO "FPRINT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FP-KEY
           FILE STATUS IS WS-FP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD RAW-FILE.
           05 RAW-COUNT-X PIC X(2).
           05 RAW-BRANCH-X PIC X(3).
           05 RAW-AMT-X OCCURS 20 TIMES PIC X(7).
           05 RAW-VALUE-DATE-X PIC X(8).
       FD CLEAN-FILE.
       01 CLEAN-REC PIC X(153).
       FD REJECT-FILE.
       01 REJ-REC.
           05 REJ-REASON PIC X(24).
           05 REJ-DATA PIC X(153).
       FD BRANCH-MASTER.
       COPY ADDBRM.
       FD FINGERPRINT-FILE.
       COPY ADDFPRT.
       WORKING-STORAGE SECTION.
       COPY ADDTRAN.
       COPY ADDJRNL.
       COPY ADDCAL.
       COPY ADDBRV.
       77 WS-RAW-FILENAME PIC X(40) VALUE SPACES.
       77 WS-RAW-STATUS PIC XX VALUE SPACES.
       77 WS-CLEAN-STATUS PIC XX VALUE SPACES.
       77 WS-BRM-STATUS PIC XX VALUE SPACES.
       77 WS-BRM-AVAIL-SW PIC X VALUE "N".
           88 WS-BRM-AVAILABLE VALUE "Y".
       77 WS-PARM PIC X(47) VALUE SPACES.
       77 WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF-RAW VALUE "Y".
       77 WS-REC-VALID-SW PIC X VALUE "Y".
       77 WS-AMT-IDX PIC 9(2) VALUE 0.
       77 WS-REJ-MSG PIC X(24) VALUE SPACES.
       77 WS-CHK-BRANCH PIC X(3) VALUE SPACES.
       77 WS-FP-STATUS PIC XX VALUE SPACES.
       77 WS-FP-AVAIL-SW PIC X VALUE "N".
           88 WS-FP-AVAILABLE VALUE "Y".
       77 WS-FP-EOF-SW PIC X VALUE "N".
           88 WS-EOF-FPRINT VALUE "Y".
       77 WS-CLEAN-EOF-SW PIC X VALUE "N".
           88 WS-EOF-CLEAN VALUE "Y".
       77 WS-DUP-CHECK-SW PIC X VALUE "N".
           88 WS-DUP-CHECKING VALUE "Y".
       77 WS-DUP-FOUND-SW PIC X VALUE "N".
           88 WS-DUP-FOUND VALUE "Y".
       77 WS-FLAGGED-SW PIC X VALUE "N".
           88 WS-FILE-FLAGGED VALUE "Y".
       77 WS-BUS-DATE PIC 9(8) VALUE 0.
       77 WS-DUP-CUTOFF PIC 9(8) VALUE 0.
       77 WS-DUP-DAYS PIC 9(3) VALUE 5.
       77 WS-DUP-DAYS-X PIC X(8) VALUE SPACES.
       77 WS-DUP-PCT PIC 9(3) VALUE 50.
       77 WS-DUP-PCT-X PIC X(8) VALUE SPACES.
       77 WS-DUP-IDX PIC 9(3) VALUE 0.
       77 WS-DUP-COUNT PIC 9(6) VALUE 0.
       77 WS-VAL-CHECK-SW PIC X VALUE "N".
           88 WS-VAL-CHECKING VALUE "Y".
       77 WS-VAL-DATE PIC 9(8) VALUE 0.
       77 WS-VAL-LIMIT PIC 9(8) VALUE 0.
       77 WS-VAL-DAYS PIC 9(3) VALUE 10.
       77 WS-VAL-DAYS-X PIC X(8) VALUE SPACES.
       77 WS-VAL-IDX PIC 9(3) VALUE 0.
       77 WS-VAL-COUNT PIC 9(6) VALUE 0.
       77 WS-FP-SEQ PIC 9(6) VALUE 0.
       77 WS-FP-ADDED PIC 9(6) VALUE 0.
       77 WS-FP-PURGED PIC 9(6) VALUE 0.
       77 WS-CURR-DATE PIC X(21).
       77 WS-TIMESTAMP PIC X(19) VALUE SPACES.
       77 WS-SRC-MAX PIC 9(2) VALUE 0.
       77 WS-SRC-IDX PIC 9(2) VALUE 0.
       01 WS-SOURCE-TABLE.
           05 WS-SRC-ENTRY OCCURS 20 TIMES.
               10 WS-SRC-BRANCH PIC X(3).
               10 WS-SRC-DETAILS PIC 9(6).
               10 WS-SRC-DUPS PIC 9(6).
       01 WS-SLOT-X PIC X(7).
       01 WS-SLOT-NUM REDEFINES WS-SLOT-X
           PIC S9(4)V99 SIGN IS LEADING SEPARATE.
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.
       IF WS-PARM(1:7) = "RECORD "
           PERFORM RECORD-POSTED-FILE
           GOBACK
       END-IF.
       MOVE WS-PARM TO WS-RAW-FILENAME.
       PERFORM WRITE-JOURNAL-START.
       OPEN INPUT RAW-FILE.
           DISPLAY "BRANCH MASTER NOT AVAILABLE - STATUS "
               WS-BRM-STATUS " - BRANCH CODES NOT VERIFIED"
       END-IF.
       PERFORM GET-DUP-SETTINGS.
       PERFORM GET-VALUE-SETTINGS.
       OPEN INPUT FINGERPRINT-FILE.
       IF WS-FP-STATUS = "00"
           SET WS-FP-AVAILABLE TO TRUE
       ELSE
           DISPLAY "NO FINGERPRINT HISTORY - STATUS "
               WS-FP-STATUS " - PRIOR-DAY DUPLICATES NOT CHECKED"
       END-IF.
       OPEN OUTPUT CLEAN-FILE.
       OPEN OUTPUT REJECT-FILE.
       PERFORM UNTIL WS-EOF-RAW
       CLOSE RAW-FILE.
       IF WS-BRM-AVAILABLE
           CLOSE BRANCH-MASTER
           MOVE "DONE" TO BQ-FUNC
           CALL "ADDBRV" USING BRV-REQUEST
       END-IF.
       IF WS-FP-AVAILABLE
           CLOSE FINGERPRINT-FILE
       END-IF.
       IF WS-REC-COUNT = 0
           DISPLAY "Raw input file is empty: " WS-RAW-FILENAME
           MOVE 8 TO RETURN-CODE
       ELSE
           PERFORM RECONCILE-RAW-CONTROLS
           PERFORM JUDGE-DUPLICATES
           PERFORM WRITE-CLEAN-TRAILER
           IF WS-FILE-FLAGGED
               MOVE 16 TO RETURN-CODE
           ELSE
               IF NOT WS-CONTROLS-BALANCE
                   MOVE 12 TO RETURN-CODE
               ELSE
                   IF WS-REJECT-COUNT > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
           PERFORM PRINT-EDIT-SUMMARY
       CLOSE REJECT-FILE.
       PERFORM WRITE-JOURNAL-END.
       GOBACK.
       RECORD-POSTED-FILE.
       MOVE WS-PARM(8:40) TO WS-RAW-FILENAME.
       PERFORM WRITE-JOURNAL-START.
       PERFORM GET-DUP-SETTINGS.
       PERFORM READ-CLEAN-HEADER.
       IF WS-RAW-FILENAME = SPACES
           DISPLAY "No raw transaction file named - fingerprints "
               "not recorded"
           MOVE 4 TO RETURN-CODE
       ELSE
           IF WS-BUS-DATE = 0
               DISPLAY "Clean file missing or has no business date "
                   "- fingerprints not recorded"
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM SET-DUP-WINDOW
               PERFORM RECORD-FINGERPRINTS
               MOVE WS-FP-ADDED TO WS-CLEAN-COUNT
           END-IF
       END-IF.
       PERFORM WRITE-JOURNAL-END.
       READ-CLEAN-HEADER.
       MOVE 0 TO WS-BUS-DATE.
       OPEN INPUT CLEAN-FILE.
       IF WS-CLEAN-STATUS = "00"
           READ CLEAN-FILE
               AT END
               CONTINUE
               NOT AT END
               IF CLEAN-REC(1:3) = "HDR" AND CLEAN-REC(4:8) IS NUMERIC
                   MOVE CLEAN-REC(4:8) TO WS-BUS-DATE
               END-IF
           END-READ
           CLOSE CLEAN-FILE
       END-IF.
       WRITE-JOURNAL-START.
       MOVE SPACES TO JOURNAL-REC.
       MOVE "ADDEDIT" TO JR-PROGRAM.
           WHEN RAW-REC(1:3) = "ADJ"
               ADD 1 TO WS-DETAIL-COUNT
               PERFORM EDIT-ADJUSTMENT
           WHEN RAW-REC(1:3) = "XFR"
               ADD 1 TO WS-DETAIL-COUNT
               PERFORM EDIT-TRANSFER
           WHEN OTHER
               ADD 1 TO WS-DETAIL-COUNT
               PERFORM EDIT-DETAIL
       SET WS-HDR-SEEN TO TRUE.
       IF RAW-REC(4:8) IS NUMERIC
           WRITE CLEAN-REC FROM RAW-REC
           MOVE RAW-REC(4:8) TO WS-BUS-DATE
           PERFORM SET-DUP-WINDOW
           PERFORM SET-VALUE-HORIZON
       ELSE
           MOVE "HEADER DATE NOT NUMERIC" TO REJ-REASON
           MOVE RAW-REC TO REJ-DATA
               MOVE RAW-BRANCH-X TO WS-CHK-BRANCH
               PERFORM CHECK-BRANCH
               PERFORM CHECK-AMOUNTS
               IF WS-REC-VALID AND RAW-VALUE-DATE-X NOT = SPACES
                   PERFORM CHECK-VALUE-DATE
               END-IF
               IF WS-REC-VALID AND WS-DUP-CHECKING
                   PERFORM CHECK-DUPLICATE
               END-IF
           END-IF
       END-IF.
       IF WS-REC-VALID
           WRITE REJ-REC
           ADD 1 TO WS-REJECT-COUNT
       END-IF.
       EDIT-TRANSFER.
       MOVE "Y" TO WS-REC-VALID-SW.
       MOVE SPACES TO WS-REJ-MSG.
       MOVE RAW-REC TO TRANS-XFR-REC.
       IF TX-FROM-BRANCH = TX-TO-BRANCH
           AND TX-FROM-BRANCH NOT = SPACES
           MOVE "N" TO WS-REC-VALID-SW
           MOVE "XFR BRANCHES THE SAME" TO WS-REJ-MSG
       END-IF.
       IF WS-REC-VALID
           MOVE TX-FROM-BRANCH TO WS-CHK-BRANCH
           PERFORM CHECK-BRANCH
       END-IF.
       IF WS-REC-VALID
           MOVE TX-TO-BRANCH TO WS-CHK-BRANCH
           PERFORM CHECK-BRANCH
       END-IF.
       IF (TRANS-XFR-REC(10:1) = "+" OR TRANS-XFR-REC(10:1) = "-")
           AND TRANS-XFR-REC(11:6) IS NUMERIC
           ADD TX-AMOUNT TO WS-HASH-TOTAL
           IF TX-AMOUNT NOT > 0
               MOVE "N" TO WS-REC-VALID-SW
               IF WS-REJ-MSG = SPACES
                   MOVE "XFR AMOUNT NOT POSITIVE" TO WS-REJ-MSG
               END-IF
           END-IF
           IF WS-REC-VALID
               ADD TX-AMOUNT TO WS-CLEAN-HASH
           END-IF
       ELSE
           MOVE "N" TO WS-REC-VALID-SW
           IF WS-REJ-MSG = SPACES
               MOVE "XFR AMOUNT INVALID" TO WS-REJ-MSG
           END-IF
           ADD 1 TO WS-UNPARSED-AMTS
       END-IF.
       IF WS-REC-VALID
           WRITE CLEAN-REC FROM RAW-REC
           ADD 1 TO WS-CLEAN-COUNT
       ELSE
           MOVE WS-REJ-MSG TO REJ-REASON
           MOVE RAW-REC TO REJ-DATA
           WRITE REJ-REC
           ADD 1 TO WS-REJECT-COUNT
       END-IF.
       CHECK-BRANCH.
       IF WS-CHK-BRANCH = SPACES
           MOVE "N" TO WS-REC-VALID-SW
           MOVE "BRANCH MISSING" TO WS-REJ-MSG
       ELSE
           IF WS-BRM-AVAILABLE
               PERFORM FIND-BRANCH-VERSION
               EVALUATE BQ-STATUS
               WHEN "00"
                   MOVE BQ-BRM-IMAGE TO BRM-REC
                   IF BRM-CLOSED
                       MOVE "N" TO WS-REC-VALID-SW
                       MOVE "BRANCH CLOSED" TO WS-REJ-MSG
                   END-IF
               WHEN "NI"
                   MOVE "N" TO WS-REC-VALID-SW
                   MOVE "BRANCH NOT YET IN FORCE" TO WS-REJ-MSG
               WHEN OTHER
                   MOVE WS-CHK-BRANCH TO BRM-CODE
                   READ BRANCH-MASTER
                       INVALID KEY
                       MOVE "N" TO WS-REC-VALID-SW
                       MOVE "BRANCH NOT ON MASTER" TO WS-REJ-MSG
                       NOT INVALID KEY
                       IF BRM-CLOSED
                           MOVE "N" TO WS-REC-VALID-SW
                           MOVE "BRANCH CLOSED" TO WS-REJ-MSG
                       END-IF
                   END-READ
               END-EVALUATE
           END-IF
       END-IF.
       FIND-BRANCH-VERSION.
       MOVE "NV" TO BQ-STATUS.
       IF WS-BUS-DATE > 0
           MOVE "FIND" TO BQ-FUNC
           MOVE WS-CHK-BRANCH TO BQ-CODE
           MOVE WS-BUS-DATE TO BQ-AS-OF-DATE
           CALL "ADDBRV" USING BRV-REQUEST
       END-IF.
       CHECK-AMOUNTS.
       PERFORM VARYING WS-AMT-IDX FROM 1 BY 1
           UNTIL WS-AMT-IDX > 20
               END-IF
           END-IF
       END-PERFORM.
       CHECK-VALUE-DATE.
       IF RAW-VALUE-DATE-X IS NOT NUMERIC
           MOVE "N" TO WS-REC-VALID-SW
           MOVE "VALUE DATE NOT NUMERIC" TO WS-REJ-MSG
       ELSE
           MOVE RAW-VALUE-DATE-X TO WS-VAL-DATE
           IF NOT WS-VAL-CHECKING
               MOVE "N" TO WS-REC-VALID-SW
               MOVE "VALUE DATE NOT VERIFIED" TO WS-REJ-MSG
           ELSE
               IF WS-VAL-DATE < WS-BUS-DATE
                   MOVE "N" TO WS-REC-VALID-SW
                   MOVE "VALUE DATE IN THE PAST" TO WS-REJ-MSG
               ELSE
                   IF WS-VAL-DATE > WS-VAL-LIMIT
                       MOVE "N" TO WS-REC-VALID-SW
                       MOVE "VALUE DATE TOO FAR AHEAD" TO WS-REJ-MSG
                   ELSE
                       PERFORM CHECK-VALUE-BUSINESS-DAY
                   END-IF
               END-IF
           END-IF
       END-IF.
       CHECK-VALUE-BUSINESS-DAY.
       MOVE "TEST" TO CA-FUNC.
       MOVE WS-VAL-DATE TO CA-BASE-DATE.
       CALL "ADDCAL" USING CAL-REQUEST.
       EVALUATE CA-STATUS
       WHEN "00"
           IF WS-VAL-DATE > WS-BUS-DATE
               ADD 1 TO WS-VAL-COUNT
           END-IF
       WHEN "NB"
           MOVE "N" TO WS-REC-VALID-SW
           MOVE "VALUE DATE NOT BUS DAY" TO WS-REJ-MSG
       WHEN "BD"
           MOVE "N" TO WS-REC-VALID-SW
           MOVE "VALUE DATE INVALID" TO WS-REJ-MSG
       WHEN OTHER
           MOVE "N" TO WS-REC-VALID-SW
           MOVE "VALUE DATE NOT VERIFIED" TO WS-REJ-MSG
       END-EVALUATE.
       SALVAGE-HASH.
       PERFORM VARYING WS-AMT-IDX FROM 1 BY 1
           UNTIL WS-AMT-IDX > 20
       DISPLAY "CLEAN RECORDS: " WS-CLEAN-COUNT
           "  HASH: " WS-CLEAN-HASH.
       DISPLAY "REJECTED RECORDS: " WS-REJECT-COUNT.
       IF WS-DUP-CHECKING
           DISPLAY "DUPLICATES OF PRIOR DAYS: " WS-DUP-COUNT
               "  (FINGERPRINTS FROM " WS-DUP-CUTOFF ")"
       END-IF.
       IF WS-VAL-CHECKING
           DISPLAY "FUTURE VALUE-DATED: " WS-VAL-COUNT
               "  (HORIZON TO " WS-VAL-LIMIT ")"
       END-IF.
       IF WS-CONTROLS-BALANCE
           DISPLAY "RAW FILE CONTROLS BALANCED"
       ELSE
           DISPLAY "*** RAW FILE CONTROLS DO NOT BALANCE ***"
       END-IF.
       IF WS-FILE-FLAGGED
           DISPLAY "*** SUSPECTED RETRANSMISSION - POSTING HELD ***"
       END-IF.
       FORMAT-TIMESTAMP.
       MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE.
       MOVE SPACES TO WS-TIMESTAMP.
       STRING WS-CURR-DATE(1:4) "-" WS-CURR-DATE(5:2) "-"
           WS-CURR-DATE(7:2) " " WS-CURR-DATE(9:2) ":"
           WS-CURR-DATE(11:2) ":" WS-CURR-DATE(13:2)
           DELIMITED BY SIZE INTO WS-TIMESTAMP.
       GET-DUP-SETTINGS.
       DISPLAY "ADDDUPDAYS" UPON ENVIRONMENT-NAME.
       ACCEPT WS-DUP-DAYS-X FROM ENVIRONMENT-VALUE.
       IF WS-DUP-DAYS-X(1:3) IS NUMERIC
           MOVE WS-DUP-DAYS-X(1:3) TO WS-DUP-DAYS
       END-IF.
       DISPLAY "ADDDUPPCT" UPON ENVIRONMENT-NAME.
       ACCEPT WS-DUP-PCT-X FROM ENVIRONMENT-VALUE.
       IF WS-DUP-PCT-X(1:3) IS NUMERIC
           MOVE WS-DUP-PCT-X(1:3) TO WS-DUP-PCT
       END-IF.
       GET-VALUE-SETTINGS.
       DISPLAY "ADDVALHORIZON" UPON ENVIRONMENT-NAME.
       ACCEPT WS-VAL-DAYS-X FROM ENVIRONMENT-VALUE.
       IF WS-VAL-DAYS-X(1:3) IS NUMERIC
           MOVE WS-VAL-DAYS-X(1:3) TO WS-VAL-DAYS
       END-IF.
       SET-DUP-WINDOW.
       MOVE "N" TO WS-DUP-CHECK-SW.
       MOVE WS-BUS-DATE TO WS-DUP-CUTOFF.
       MOVE "00" TO CA-STATUS.
       PERFORM VARYING WS-DUP-IDX FROM 1 BY 1
           UNTIL WS-DUP-IDX > WS-DUP-DAYS OR CA-STATUS NOT = "00"
           MOVE "PREV" TO CA-FUNC
           MOVE WS-DUP-CUTOFF TO CA-BASE-DATE
           CALL "ADDCAL" USING CAL-REQUEST
           IF CA-STATUS = "00"
               MOVE CA-RESULT-DATE TO WS-DUP-CUTOFF
           END-IF
       END-PERFORM.
       IF CA-STATUS NOT = "00"
           MOVE 0 TO WS-DUP-CUTOFF
           DISPLAY "PROCESSING CALENDAR NOT AVAILABLE - STATUS "
               CA-STATUS " - PRIOR-DAY DUPLICATES NOT CHECKED"
       ELSE
           IF WS-FP-AVAILABLE AND WS-DUP-DAYS > 0
               SET WS-DUP-CHECKING TO TRUE
           END-IF
       END-IF.
       SET-VALUE-HORIZON.
       MOVE "N" TO WS-VAL-CHECK-SW.
       MOVE WS-BUS-DATE TO WS-VAL-LIMIT.
       MOVE "00" TO CA-STATUS.
       PERFORM VARYING WS-VAL-IDX FROM 1 BY 1
           UNTIL WS-VAL-IDX > WS-VAL-DAYS OR CA-STATUS NOT = "00"
           MOVE "NEXT" TO CA-FUNC
           MOVE WS-VAL-LIMIT TO CA-BASE-DATE
           CALL "ADDCAL" USING CAL-REQUEST
           IF CA-STATUS = "00"
               MOVE CA-RESULT-DATE TO WS-VAL-LIMIT
           END-IF
       END-PERFORM.
       IF CA-STATUS NOT = "00"
           MOVE 0 TO WS-VAL-LIMIT
           DISPLAY "PROCESSING CALENDAR NOT AVAILABLE - STATUS "
               CA-STATUS " - VALUE-DATED ITEMS REJECTED"
       ELSE
           SET WS-VAL-CHECKING TO TRUE
       END-IF.
       CHECK-DUPLICATE.
       MOVE "N" TO WS-DUP-FOUND-SW.
       MOVE "N" TO WS-FP-EOF-SW.
       MOVE RAW-REC(1:145) TO FP-DETAIL.
       MOVE 0 TO FP-BUS-DATE.
       MOVE 0 TO FP-SEQ.
       START FINGERPRINT-FILE KEY IS NOT LESS THAN FP-KEY
           INVALID KEY
           SET WS-EOF-FPRINT TO TRUE
       END-START.
       PERFORM UNTIL WS-EOF-FPRINT OR WS-DUP-FOUND
           PERFORM SCAN-FINGERPRINT
       END-PERFORM.
       PERFORM TALLY-SOURCE.
       IF WS-DUP-FOUND
           MOVE "N" TO WS-REC-VALID-SW
           MOVE "DUPLICATE OF PRIOR DAY" TO WS-REJ-MSG
           ADD 1 TO WS-DUP-COUNT
           ADD 1 TO WS-SRC-DUPS(WS-SRC-IDX)
       END-IF.
       SCAN-FINGERPRINT.
       READ FINGERPRINT-FILE NEXT RECORD
           AT END
           SET WS-EOF-FPRINT TO TRUE
           NOT AT END
           IF FP-DETAIL NOT = RAW-REC(1:145)
               SET WS-EOF-FPRINT TO TRUE
           ELSE
               IF FP-BUS-DATE >= WS-DUP-CUTOFF
                   AND FP-BUS-DATE NOT = WS-BUS-DATE
                   SET WS-DUP-FOUND TO TRUE
               END-IF
           END-IF
       END-READ.
       TALLY-SOURCE.
       PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
           UNTIL WS-SRC-IDX > WS-SRC-MAX
           OR WS-SRC-BRANCH(WS-SRC-IDX) = RAW-BRANCH-X
           CONTINUE
       END-PERFORM.
       IF WS-SRC-IDX > WS-SRC-MAX
           IF WS-SRC-MAX < 20
               ADD 1 TO WS-SRC-MAX
               MOVE RAW-BRANCH-X TO WS-SRC-BRANCH(WS-SRC-MAX)
               MOVE 0 TO WS-SRC-DETAILS(WS-SRC-MAX)
               MOVE 0 TO WS-SRC-DUPS(WS-SRC-MAX)
               MOVE WS-SRC-MAX TO WS-SRC-IDX
           ELSE
               MOVE 20 TO WS-SRC-IDX
               DISPLAY "SOURCE TABLE FULL - " RAW-BRANCH-X
                   " COUNTED UNDER " WS-SRC-BRANCH(20)
           END-IF
       END-IF.
       ADD 1 TO WS-SRC-DETAILS(WS-SRC-IDX).
       JUDGE-DUPLICATES.
       PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
           UNTIL WS-SRC-IDX > WS-SRC-MAX
           IF WS-SRC-DUPS(WS-SRC-IDX) > 0
               AND WS-SRC-DUPS(WS-SRC-IDX) * 100 >=
                   WS-SRC-DETAILS(WS-SRC-IDX) * WS-DUP-PCT
               SET WS-FILE-FLAGGED TO TRUE
               DISPLAY "*** SUSPECTED RETRANSMISSION - BRANCH "
                   WS-SRC-BRANCH(WS-SRC-IDX) " "
                   WS-SRC-DUPS(WS-SRC-IDX) " OF "
                   WS-SRC-DETAILS(WS-SRC-IDX)
                   " DETAIL(S) MATCH PRIOR DAYS ***"
           END-IF
       END-PERFORM.
       RECORD-FINGERPRINTS.
       OPEN I-O FINGERPRINT-FILE.
       IF WS-FP-STATUS = "35"
           OPEN OUTPUT FINGERPRINT-FILE
           CLOSE FINGERPRINT-FILE
           OPEN I-O FINGERPRINT-FILE
       END-IF.
       IF WS-FP-STATUS NOT = "00"
           DISPLAY "FINGERPRINT FILE NOT AVAILABLE - STATUS "
               WS-FP-STATUS " - TODAY'S DETAILS NOT RECORDED"
           MOVE 4 TO RETURN-CODE
       ELSE
           PERFORM PURGE-FINGERPRINTS
           PERFORM ADD-FINGERPRINTS
           CLOSE FINGERPRINT-FILE
           DISPLAY "FINGERPRINTS RECORDED: " WS-FP-ADDED
               "  EXPIRED: " WS-FP-PURGED
       END-IF.
       PURGE-FINGERPRINTS.
       MOVE 0 TO WS-FP-SEQ.
       MOVE "N" TO WS-FP-EOF-SW.
       MOVE LOW-VALUES TO FP-KEY.
       START FINGERPRINT-FILE KEY IS NOT LESS THAN FP-KEY
           INVALID KEY
           SET WS-EOF-FPRINT TO TRUE
       END-START.
       PERFORM UNTIL WS-EOF-FPRINT
           PERFORM PURGE-ONE-FINGERPRINT
       END-PERFORM.
       PURGE-ONE-FINGERPRINT.
       READ FINGERPRINT-FILE NEXT RECORD
           AT END
           SET WS-EOF-FPRINT TO TRUE
           NOT AT END
           IF (WS-DUP-CUTOFF > 0 AND FP-BUS-DATE < WS-DUP-CUTOFF)
               OR (FP-BUS-DATE = WS-BUS-DATE
               AND FP-SOURCE-FILE = WS-RAW-FILENAME)
               DELETE FINGERPRINT-FILE RECORD
               ADD 1 TO WS-FP-PURGED
           ELSE
               IF FP-BUS-DATE = WS-BUS-DATE AND FP-SEQ > WS-FP-SEQ
                   MOVE FP-SEQ TO WS-FP-SEQ
               END-IF
           END-IF
       END-READ.
       ADD-FINGERPRINTS.
       PERFORM FORMAT-TIMESTAMP.
       MOVE 0 TO WS-REC-COUNT.
       MOVE "N" TO WS-CLEAN-EOF-SW.
       OPEN INPUT CLEAN-FILE.
       PERFORM UNTIL WS-EOF-CLEAN
           PERFORM ADD-ONE-FINGERPRINT
       END-PERFORM.
       CLOSE CLEAN-FILE.
       ADD-ONE-FINGERPRINT.
       READ CLEAN-FILE
           AT END
           SET WS-EOF-CLEAN TO TRUE
           NOT AT END
           IF CLEAN-REC(1:3) NOT = "HDR" AND CLEAN-REC(1:3) NOT = "TRL"
               AND CLEAN-REC(1:3) NOT = "ADJ"
               AND CLEAN-REC(1:3) NOT = "XFR"
               ADD 1 TO WS-REC-COUNT
               ADD 1 TO WS-FP-SEQ
               MOVE CLEAN-REC(1:145) TO FP-DETAIL
               MOVE WS-BUS-DATE TO FP-BUS-DATE
               MOVE WS-FP-SEQ TO FP-SEQ
               MOVE WS-RAW-FILENAME TO FP-SOURCE-FILE
               MOVE WS-TIMESTAMP TO FP-ADDED-TIMESTAMP
               WRITE FPRINT-REC
                   INVALID KEY
                   DISPLAY "FINGERPRINT NOT RECORDED - STATUS "
                       WS-FP-STATUS
                   NOT INVALID KEY
                   ADD 1 TO WS-FP-ADDED
               END-WRITE
           END-IF
       END-READ.
