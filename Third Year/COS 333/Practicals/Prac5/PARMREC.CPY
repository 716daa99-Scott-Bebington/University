      * PRM-BATCH-HIST-RUNS number of most recent runs on the
      *                  statistics master averaged to form the
      *                  batch's own history benchmark (01-10)
      * PRM-WRITEOFF-DAYS   age in business days (calendar days
      *                  when BUSCAL.IDX is not available) after which
      *                  a still-bad suspense record is written off by
      *                  the recycle run (000 = never write off)
      * PRM-RETAIN-DATE  YYYYMMDD cutoff for the statistics master:
      *                  Prac5StatPurge unloads master records with a
      *                  run date before this date to a dated archive
      *                  history) that raises a batch-level exception;
      *                  appended after PRM-RETAIN-DATE so existing
      *                  parameter records keep their field positions
      * PRM-DIST-BAND-WIDTH width of each value band in the frequency
      *                  table on the distribution report; 00000 = use
      *                  PRM-DIST-BAND-COUNT instead
      * PRM-DIST-BAND-COUNT number of equal bands the batch's range is
      *                  split into when no band width is given
      *                  (01-20); a band width that would need more
      *                  than 20 bands also falls back to this
       01 ParmRecord.
           05 PRM-TREND-RUNS PIC 9(2).
           05 PRM-DRIFT-PCT PIC 9(3).
           05 PRM-WRITEOFF-DAYS PIC 9(3).
           05 PRM-RETAIN-DATE PIC X(8).
           05 PRM-BATCH-SD-PCT PIC 9(3).
           05 PRM-DIST-BAND-WIDTH PIC 9(5).
           05 PRM-DIST-BAND-COUNT PIC 9(2).
