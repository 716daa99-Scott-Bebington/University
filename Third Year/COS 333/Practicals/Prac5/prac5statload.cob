           IF StatsFileStatus NOT = "00"
               display "ERROR: cannot open STATS.OUT, file status "
                   StatsFileStatus
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF StatsMasterStatus NOT = "00"
               display "ERROR: cannot open STATSMST.IDX, file status "
                   StatsMasterStatus
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

