      * BRHISTRC.CPY - one record appended to the permanent change
      * history BRHIST.DAT for every change made to BATCHREF.IDX.
      * BH-SOURCE is "SCREEN" for a change keyed through
      * Prac5BatchMnt or "BATCHTXN" for one applied by the
      * transaction run Prac5BatchTxn, BH-OPERATOR who made it and
      * BH-REFERENCE the transaction number on BRTRANS.DAT for the
      * batch run.  BH-ACTION is "A" added, "C" changed, "D"
      * deactivated or "R" reactivated.  The before and after images
      * are the complete BATCHREF record either side of the change;
      * the before image is blank for an add.
       01 BatchRefHistoryRecord.
           05 BH-STAMP PIC X(14).
           05 BH-SOURCE PIC X(8).
           05 BH-OPERATOR PIC X(8).
           05 BH-ACTION PIC X(1).
           05 BH-GROUP-KEY PIC 9(3).
           05 BH-REFERENCE PIC X(12).
           05 BH-BEFORE-IMAGE PIC X(54).
           05 BH-AFTER-IMAGE PIC X(54).
