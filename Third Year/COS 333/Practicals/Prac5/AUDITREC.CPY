      * AUDITREC.CPY - one fixed-width record appended to the
      * permanent AUDIT.LOG for every execution of the statistics
      * run, successful or not.  AU-RUN-MODE is "F" for a fresh run
      * and "R" for a checkpoint resume.  Prac5Backout appends a
      * record with AU-RUN-MODE "B" and AU-END-STATUS BACKOUT when a
      * business date is reversed, or BACKOUT-FAIL when part of the
      * reversal could not be applied; on it AU-GROUP-COUNT is the
      * master records deleted, AU-GRAND-COUNT the readings in the
      * removed grand total and AU-REJECT-COUNT the suspense rows
      * backed out.  AU-END-STATUS records how the run finished: NORMAL,
      * TRUNCATED (a batch hit the size limit), OPEN-FAIL,
      * OUT-OF-SEQ or TABLE-FULL.  AU-RECONCILE
      * carries the control-total status only when the run reached
      * reconciliation.  AU-BUSINESS-DATE is the business processing
      * date the run was booked under (from RUNCTL.DAT), which can
