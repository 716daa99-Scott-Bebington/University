      * DISTREC.CPY - fixed-width distribution record written to
      * DIST.OUT for downstream pickup, one record per batch per run,
      * kept apart from STATSREC so STATS.OUT consumers are not
      * disturbed.  Percentiles are interpolated between the sorted
      * readings at position (n - 1) x p + 1, so DS-MEDIAN agrees
      * with SR-MEDIAN.  DS-IQR is DS-Q3 less DS-Q1.  The frequency
      * table holds DS-BAND-COUNT bands of DS-BAND-WIDTH values each,
      * band 1 starting at DS-BAND-LOW(1); unused bands are zero.
       01 DistRecord.
           05 DS-GROUP-KEY PIC 9(3).
           05 DS-RUN-DATE PIC X(8).
           05 DS-RECORD-COUNT PIC 9(5).
           05 DS-P10 PIC 9(5)V9(2).
           05 DS-Q1 PIC 9(5)V9(2).
           05 DS-MEDIAN PIC 9(5)V9(2).
           05 DS-Q3 PIC 9(5)V9(2).
           05 DS-P90 PIC 9(5)V9(2).
           05 DS-IQR PIC 9(5)V9(2).
           05 DS-BAND-WIDTH PIC 9(5).
           05 DS-BAND-COUNT PIC 9(2).
           05 DS-BAND OCCURS 20 TIMES.
               10 DS-BAND-LOW PIC 9(5).
               10 DS-BAND-HIGH PIC 9(5).
               10 DS-BAND-FREQ PIC 9(5).
