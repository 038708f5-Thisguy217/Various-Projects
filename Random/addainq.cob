       WRITE-MATCH-LINE.
       MOVE SPACES TO ARCH-LINE.
       EVALUATE TRUE
           WHEN HIDX-TRANSFER
               STRING HIDX-POST-DATE "/" HIDX-RUN-SEQ
                   " BR " HIDX-BRANCH " XFR PAIR "
                   HIDX-ORIG-DATE "/" HIDX-ORIG-SEQ
                   " = " HIDX-SUM " ON " HIDX-TIMESTAMP
                   DELIMITED BY SIZE INTO ARCH-LINE
           WHEN HIDX-ADJUSTMENT
               STRING HIDX-POST-DATE "/" HIDX-RUN-SEQ
                   " BR " HIDX-BRANCH " ADJ OF "
