      * TXACKRC.CPY - acknowledgement file ACK.DAT returned by the
      * receiver, one record per transmission it has processed.
      * AK-STATUS is "A" accepted or "R" rejected, with the
      * receiver's reason.  AK-DETAIL-COUNT and AK-HASH-READINGS are
      * the totals the receiver counted; an acceptance whose totals
      * differ from the register is treated as a rejection.
       01 TxAckRecord.
           05 AK-SEQUENCE PIC 9(6).
           05 AK-STATUS PIC X(1).
           05 AK-DETAIL-COUNT PIC 9(7).
           05 AK-HASH-READINGS PIC 9(11).
           05 AK-STAMP PIC X(14).
           05 AK-REASON PIC X(30).
