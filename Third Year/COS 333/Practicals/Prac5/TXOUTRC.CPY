      * TXOUTRC.CPY - outbound statistics transmission file
      * STATSTX.<business date>.<sequence>.DAT written by Prac5TxSend.
      * One header, one detail per STATS.OUT record booked under the
      * business date (batch "B" records first as they stand on the
      * file, then the grand total "G"), and one trailer.  All three
      * are 63 bytes, told apart by the record type in byte one.
      * TH-KIND is "O" for the first transmission of a business date
      * and "R" for any later one, which replaces the transmission
      * numbered TH-PREV-SEQUENCE.  TD-STATS-IMAGE is the STATS.OUT
      * record exactly as laid out in STATSREC.CPY, restated records
      * carrying the amendment flag "A".  The trailer repeats the
      * sequence and carries the detail count and three hash totals:
      * readings (sum of the record counts), group keys and means.
       01 TxHeaderRecord.
           05 TH-RECORD-TYPE PIC X(1).
           05 TH-SEQUENCE PIC 9(6).
           05 TH-BUSINESS-DATE PIC X(8).
           05 TH-CREATED-STAMP PIC X(14).
           05 TH-SENDER-ID PIC X(8).
           05 TH-RECEIVER-ID PIC X(8).
           05 TH-KIND PIC X(1).
           05 TH-PREV-SEQUENCE PIC 9(6).
           05 FILLER PIC X(11).
       01 TxDetailRecord.
           05 TD-RECORD-TYPE PIC X(1).
           05 TD-SEQUENCE PIC 9(6).
           05 TD-STATS-IMAGE PIC X(56).
       01 TxTrailerRecord.
           05 TT-RECORD-TYPE PIC X(1).
           05 TT-SEQUENCE PIC 9(6).
           05 TT-DETAIL-COUNT PIC 9(7).
           05 TT-HASH-READINGS PIC 9(11).
           05 TT-HASH-KEYS PIC 9(9).
           05 TT-HASH-MEANS PIC 9(9)V9(2).
           05 FILLER PIC X(18).
