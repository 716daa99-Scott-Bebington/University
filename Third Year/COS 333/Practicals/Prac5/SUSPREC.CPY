      * a rejected record's key bytes may not be valid digits.
      * SP-STATUS tracks the record through its life: "N" newly
      * rejected, "R" recycled onto SUPPL.DAT, "B" still bad after a
      * recycle attempt, "W" written off, "X" backed out with the
      * rest of its business date by Prac5Backout (no longer open),
      * "C" corrected by the operator through Prac5SuspCor and
      * waiting for the next recycle run (still open).  A corrected
      * record carries the corrected key and raw data; the original
      * image is kept on CORRECT.LOG.
      * SP-REJECT-DATE is the business date the reading was
      * rejected, which drives the aging report.
       01 SuspenseRecord.
           05 SP-GROUP-KEY PIC X(3).
           05 SP-RAW-DATA PIC X(8).
