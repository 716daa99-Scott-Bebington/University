      * BUSCALRC.CPY - business calendar master BUSCAL.IDX, one
      * record per calendar day keyed on the date.  Prac5CalMnt loads
      * a whole year at a time from the weekday pattern and the
      * public holidays listed on HOLIDAYS.DAT, and marks single days
      * afterwards.  BC-WEEKDAY is 1 for Monday through 7 for Sunday.
      * BC-WORKING-DAY is "Y" on a business day and "N" on a weekend
      * or holiday; BC-HOLIDAY is "Y" only for a public holiday or
      * other declared non-working weekday, with its name in
      * BC-DESCRIPTION.  A weekend day worked by arrangement carries
      * BC-WORKING-DAY "Y".  The run-history, suspense aging and
      * recycle programs count business days from this file; a date
      * not on it is treated as a business day.
       01 BusCalRecord.
           05 BC-DATE PIC X(8).
           05 BC-WEEKDAY PIC 9(1).
           05 BC-WORKING-DAY PIC X(1).
           05 BC-HOLIDAY PIC X(1).
           05 BC-DESCRIPTION PIC X(30).
           05 BC-STAMP PIC X(14).
