      * FEEDSCRC.CPY - feed schedule master FEEDSCHD.DAT, one record
      * per upstream site.  FS-FEED-ID matches FL-FEED-ID on
      * FEEDLIST.DAT.  FS-DAY-FLAG holds "Y" for each weekday the
      * site is expected to send a file, Monday first through Sunday
      * last.  The statistics run warns about a scheduled feed that
      * has not arrived and the receipt report uses the schedule to
      * find gaps in a site's arrival history.
       01 FeedScheduleRecord.
           05 FS-FEED-ID PIC X(8).
           05 FS-DAYS PIC X(7).
           05 FS-DAY-TABLE REDEFINES FS-DAYS.
               10 FS-DAY-FLAG OCCURS 7 TIMES PIC X(1).
           05 FS-DESCRIPTION PIC X(30).
