       WRITE-REPRINT-LINE.
       MOVE SPACES TO REPRINT-LINE.
       EVALUATE TRUE
           WHEN HIDX-TRANSFER
               STRING "BR " HIDX-BRANCH "  XFR "
                   HIDX-ORIG-DATE "/" HIDX-ORIG-SEQ
                   " = " HIDX-SUM
                   " ON " HIDX-TIMESTAMP DELIMITED BY SIZE
                   INTO REPRINT-LINE
           WHEN HIDX-ADJUSTMENT
               STRING "BR " HIDX-BRANCH "  ADJ OF "
                   HIDX-ORIG-DATE "/" HIDX-ORIG-SEQ
