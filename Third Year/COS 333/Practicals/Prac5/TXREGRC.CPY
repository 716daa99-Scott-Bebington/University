      * TXREGRC.CPY - outbound transmission register TXREG.IDX, keyed
      * on transmission sequence number.  Prac5TxSend writes one
      * record per transmission with the totals it sent; Prac5TxAck
      * applies the receiver's acknowledgement.  TR-STATUS is "SENT"
      * awaiting acknowledgement, "ACCEPTED" or "REJECTED", with the
      * acknowledgement time and any reason given.  TR-KIND is "O"
      * first transmission of the business date, "R" a later one.
      * TR-RESTATED-COUNT is the number of details carrying the
      * amendment flag "A".
       01 TxRegisterRecord.
           05 TR-SEQUENCE PIC 9(6).
           05 TR-BUSINESS-DATE PIC X(8).
           05 TR-KIND PIC X(1).
           05 TR-PREV-SEQUENCE PIC 9(6).
           05 TR-FILE-NAME PIC X(44).
           05 TR-SENT-STAMP PIC X(14).
           05 TR-DETAIL-COUNT PIC 9(7).
           05 TR-RESTATED-COUNT PIC 9(5).
           05 TR-HASH-READINGS PIC 9(11).
           05 TR-HASH-KEYS PIC 9(9).
           05 TR-HASH-MEANS PIC 9(9)V9(2).
           05 TR-STATUS PIC X(8).
           05 TR-ACK-STAMP PIC X(14).
           05 TR-ACK-REASON PIC X(30).
