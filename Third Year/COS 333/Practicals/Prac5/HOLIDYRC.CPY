      * HOLIDYRC.CPY - public holiday list HOLIDAYS.DAT read by
      * Prac5CalMnt when it loads a year onto the business calendar.
      * One record per holiday; records for other years are skipped,
      * so the file may carry several years.  A holiday that falls on
      * a Sunday and is observed on the Monday is listed under the
      * Monday's date.
       01 HolidayRecord.
           05 HL-DATE PIC X(8).
           05 HL-DESCRIPTION PIC X(30).
