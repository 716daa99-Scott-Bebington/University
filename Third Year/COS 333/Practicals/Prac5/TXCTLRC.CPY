      * TXCTLRC.CPY - single transmission control record TXCTL.DAT.
      * TC-LAST-SEQUENCE is the sequence number carried by the most
      * recent outbound statistics transmission; Prac5TxSend issues
      * the next number and writes it back once the transmission is
      * on the register, so numbers are never reused or skipped.
      * TC-SENDER-ID and TC-RECEIVER-ID are carried on every header.
      * TC-ACK-HOURS is how long a transmission may wait for the
      * receiver's acknowledgement before Prac5TxAck reports it as
      * overdue (000 = 24 hours).
       01 TxControlRecord.
           05 TC-LAST-SEQUENCE PIC 9(6).
           05 TC-SENDER-ID PIC X(8).
           05 TC-RECEIVER-ID PIC X(8).
           05 TC-ACK-HOURS PIC 9(3).
