      * TXSENTRC.CPY - permanent log TXSENT.DAT of every statistics
      * record transmitted, appended by Prac5TxSend: the transmission
      * sequence and the STATS.OUT record image exactly as sent.
      * Prac5TxAck and Prac5TxSend compare it with STATS.OUT to find
      * records restated by Prac5Amend since they were last sent.
       01 TxSentRecord.
           05 TS-SEQUENCE PIC 9(6).
           05 TS-STATS-IMAGE PIC X(56).
