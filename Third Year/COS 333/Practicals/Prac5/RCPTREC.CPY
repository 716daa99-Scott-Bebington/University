      * RCPTREC.CPY - permanent feed receipt register RECEIPT.IDX,
      * keyed on feed id plus business date.  The statistics run
      * writes one record per feed for every business date it posts:
      * the file the feed arrived in, the control header HDR-COUNT
      * and HDR-SUM, the number of data records actually in the file
      * and a position-weighted hash of their content, the accepted
      * readings actually processed and the feed's reconciliation
      * result.  RR-STATUS is "ACCEPTED" processed normally, "HELD"
      * not processed because the header totals and content exactly
      * match the feed accepted for the earlier date in
      * RR-MATCH-DATE (a resubmitted file), or "MISSING" scheduled on
      * FEEDSCHD.DAT for the date but not received.
       01 ReceiptRecord.
           05 RR-KEY.
               10 RR-FEED-ID PIC X(8).
               10 RR-BUSINESS-DATE PIC X(8).
           05 RR-FILE-NAME PIC X(44).
           05 RR-HDR-COUNT PIC 9(6).
           05 RR-HDR-SUM PIC 9(11).
           05 RR-RAW-COUNT PIC 9(7).
           05 RR-CONTENT-HASH PIC 9(15).
           05 RR-ACT-COUNT PIC 9(7).
           05 RR-ACT-SUM PIC 9(11).
           05 RR-RECONCILE PIC X(8).
           05 RR-STATUS PIC X(8).
           05 RR-MATCH-DATE PIC X(8).
           05 RR-STAMP PIC X(14).
