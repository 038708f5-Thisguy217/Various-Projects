       PRINT-EVENT-LINE.
       MOVE SPACES TO RECAP-LINE.
       STRING JR-TIMESTAMP(12:8) "  " JR-PROGRAM " " JR-EVENT
           " " JR-OPERATOR
           "  IN " JR-RECS-IN
           "  CLEAN " JR-CLEAN
           "  REJ " JR-REJECTS
