      * BRTXNREC.CPY - one batch reference transaction on BRTRANS.DAT,
      * read by the unattended transaction run Prac5BatchTxn.
      * BT-ACTION is "A" add a new key, "C" change the description
      * and/or department of an existing key (a blank field is left
      * as it is), "D" deactivate a key or "R" reactivate it.  The
      * group key is carried as text so a non-numeric key can be
      * rejected on the edit report rather than abending the run.
      * BT-REQUESTED-BY names the operator who raised the change; it
      * must hold active BATCHMNT authority on OPERAUTH.DAT for the
      * action (A for an add, C for a change, deactivate or
      * reactivate) and is carried onto the change history as the
      * operator.
       01 BatchRefTxnRecord.
           05 BT-ACTION PIC X(1).
           05 BT-GROUP-KEY PIC X(3).
           05 BT-DESCRIPTION PIC X(30).
           05 BT-DEPARTMENT PIC X(20).
           05 BT-REQUESTED-BY PIC X(8).
