               WHEN 'DELETE' ADD 1 TO CL-DELETES (CELL-MATCH)
               WHEN 'VOID'   ADD 1 TO CL-VOIDS (CELL-MATCH)
               WHEN 'REINST' ADD 1 TO CL-REINSTS (CELL-MATCH)
               WHEN 'AUTH'   CONTINUE
               WHEN OTHER    ADD 1 TO CL-UPDATES (CELL-MATCH)
           END-EVALUATE.

