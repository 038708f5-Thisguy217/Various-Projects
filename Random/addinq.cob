           ADD 1 TO WS-FOUND-COUNT
           ADD HIDX-SUM TO WS-FOUND-TOTAL
           EVALUATE TRUE
               WHEN HIDX-TRANSFER
                   DISPLAY HIDX-POST-DATE "/" HIDX-RUN-SEQ
                       " BR " HIDX-BRANCH " XFR PAIR "
                       HIDX-ORIG-DATE "/" HIDX-ORIG-SEQ
                       " = " HIDX-SUM " ON " HIDX-TIMESTAMP
               WHEN HIDX-ADJUSTMENT
                   DISPLAY HIDX-POST-DATE "/" HIDX-RUN-SEQ
                       " BR " HIDX-BRANCH " ADJ OF "
