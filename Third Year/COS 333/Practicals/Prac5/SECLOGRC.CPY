      * SECLOGRC.CPY - one record appended to the permanent
      * SECURITY.LOG for every sign-on and every privileged action
      * attempted through the maintenance and destructive programs.
      * SL-PROGRAM is the function code from OPERAUTH.DAT, SL-ACTION
      * the action attempted ("SIGN-ON" for the sign-on itself) and
      * SL-KEY the batch, date or item it was aimed at.  SL-RESULT is
      * "GRANTED" or "REFUSED" when the action is attempted, then
      * "COMPLETED", "FAILED" or "CANCELLED" when a granted action
      * finishes; a granted action with no later record for the same
      * key ended before it could complete.  SL-REASON says why an
      * action was refused, failed or cancelled, and on a completed
      * action carries its outcome (records purged, the reason given
      * for a correction).
       01 SecurityLogRecord.
           05 SL-STAMP PIC X(14).
           05 SL-OPERATOR PIC X(8).
           05 SL-PROGRAM PIC X(8).
           05 SL-ACTION PIC X(10).
           05 SL-KEY PIC X(30).
           05 SL-RESULT PIC X(9).
           05 SL-REASON PIC X(30).
