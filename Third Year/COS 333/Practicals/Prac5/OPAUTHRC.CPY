      * OPAUTHRC.CPY - operator authority file OPERAUTH.DAT, one
      * record per operator per function.  The maintenance and
      * destructive programs ask for an operator id at start-up and
      * refuse to go on unless OPERAUTH.DAT holds a record for that
      * operator and their own function code with OA-STATUS "A"
      * (active); "R" marks an authority revoked but kept on file for
      * the audit trail.  OA-ACTIONS lists the action letters the
      * operator may perform within the function, "*" granting every
      * action.  Inquiries need only a sign-on.  The unattended
      * transaction run Prac5BatchTxn has no sign-on; it checks the
      * BT-REQUESTED-BY on each BRTRANS.DAT transaction against the
      * BATCHMNT authorities instead, a deactivate or reactivate
      * needing C.
      *   BATCHMNT  A add, C change (Prac5BatchMnt, Prac5BatchTxn)
      *   STATPURG  P purge to archive, R reload (Prac5StatPurge)
      *   AMEND     R restate a run date (Prac5Amend)
      *   RECYCLE   R recycle suspense, W write off (Prac5Recycle)
      *   BACKOUT   B back out a business date (Prac5Backout)
      *   SUSPCOR   C correct a suspense item (Prac5SuspCor)
      *   CALMNT    L load a year, M mark a day (Prac5CalMnt)
       01 OperatorAuthRecord.
           05 OA-OPERATOR-ID PIC X(8).
           05 OA-FUNCTION PIC X(8).
           05 OA-ACTIONS PIC X(10).
           05 OA-STATUS PIC X(1).
           05 OA-OPERATOR-NAME PIC X(30).
