           IF CsvFileStatus NOT = "00"
               display "ERROR: cannot open STATS.CSV, file status "
                   CsvFileStatus
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO CsvLine
           IF StatsFileStatus NOT = "00"
               display "ERROR: cannot open STATS.OUT, file status "
                   StatsFileStatus
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO EndOfStats
