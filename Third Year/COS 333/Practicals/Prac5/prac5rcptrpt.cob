       IDENTIFICATION DIVISION.
       PROGRAM-ID. Prac5RcptRpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FeedScheduleFile ASSIGN TO "FEEDSCHD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FeedScheduleStatus.
           SELECT ReceiptFile ASSIGN TO "RECEIPT.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RR-KEY
               FILE STATUS IS ReceiptFileStatus.
           SELECT ReceiptReport ASSIGN TO "RECEIPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReceiptReportStatus.
       DATA DIVISION.
       FILE SECTION.
       FD FeedScheduleFile.
           COPY FEEDSCRC.
       FD ReceiptFile.
           COPY RCPTREC.
       FD ReceiptReport.
       01 ReceiptLine PIC X(132).
       WORKING-STORAGE SECTION.
       01 FeedScheduleStatus PIC X(2) VALUE "00".
       01 ReceiptFileStatus PIC X(2) VALUE "00".
       01 ReceiptReportStatus PIC X(2) VALUE "00".
       01 EndOfFeedSchedule PIC X(1) VALUE "N".
           88 NoMoreFeedSchedule VALUE "Y".
       01 EndOfReceipts PIC X(1) VALUE "N".
           88 NoMoreReceipts VALUE "Y".
       01 FromDateText PIC X(8) VALUE SPACES.
       01 ThruDateText PIC X(8) VALUE SPACES.
       01 DateRangeValidFlag PIC X(1) VALUE "N".
           88 DateRangeIsValid VALUE "Y".
       01 MaxFeeds PIC 9(3) VALUE 100.
       01 FeedCount PIC 9(3) VALUE 0.
       01 FeedTable.
           05 FeedEntry OCCURS 100 TIMES.
               10 FeedId PIC X(8).
               10 FeedDays PIC X(7).
               10 FeedDescription PIC X(30).
               10 FeedScheduledFlag PIC X(1).
               10 FeedFirstReceipt PIC 9(4).
       01 FeedInd PIC 9(3) VALUE 1.
       01 FeedFoundFlag PIC X(1) VALUE "N".
           88 FeedAlreadyTabled VALUE "Y".
       01 MaxReceipts PIC 9(4) VALUE 5000.
       01 ReceiptCount PIC 9(4) VALUE 0.
       01 ReceiptTable.
           05 ReceiptEntry OCCURS 5000 TIMES.
               10 RT-FEED-ID PIC X(8).
               10 RT-BUSINESS-DATE PIC X(8).
               10 RT-FILE-NAME PIC X(44).
               10 RT-HDR-COUNT PIC 9(6).
               10 RT-HDR-SUM PIC 9(11).
               10 RT-ACT-COUNT PIC 9(7).
               10 RT-ACT-SUM PIC 9(11).
               10 RT-RECONCILE PIC X(8).
               10 RT-STATUS PIC X(8).
               10 RT-MATCH-DATE PIC X(8).
       01 ReceiptInd PIC 9(4) VALUE 1.
       01 FirstReceiptDate PIC X(8) VALUE SPACES.
       01 LastReceiptDate PIC X(8) VALUE SPACES.
       01 MaxReportDays PIC 9(5) VALUE 3660.
       01 FromDayNumber PIC 9(7) VALUE 0.
       01 ThruDayNumber PIC 9(7) VALUE 0.
       01 WalkDayNumber PIC 9(7) VALUE 0.
       01 CalendarDate PIC X(8) VALUE SPACES.
       01 CalendarDateNumber PIC 9(8) VALUE 0.
       01 CalendarWeekday PIC 9(1) VALUE 1.
       01 DayNameList PIC X(21) VALUE "MONTUEWEDTHUFRISATSUN".
       01 DayNameTable REDEFINES DayNameList.
           05 DayName OCCURS 7 TIMES PIC X(3).
       01 DayInd PIC 9(1) VALUE 1.
       01 ScheduleText PIC X(28) VALUE SPACES.
       01 ScheduleTextPos PIC 9(2) VALUE 1.
       01 ReceiptMatchFlag PIC X(1) VALUE "N".
           88 ReceiptForDay VALUE "Y".
       01 FeedDaysScheduled PIC 9(5) VALUE 0.
       01 FeedFilesAccepted PIC 9(5) VALUE 0.
       01 FeedFilesHeld PIC 9(5) VALUE 0.
       01 FeedDaysMissing PIC 9(5) VALUE 0.
       01 FeedLastReceived PIC X(8) VALUE SPACES.
       01 TotalDaysScheduled PIC 9(7) VALUE 0.
       01 TotalFilesAccepted PIC 9(7) VALUE 0.
       01 TotalFilesHeld PIC 9(7) VALUE 0.
       01 TotalDaysMissing PIC 9(7) VALUE 0.
       01 NoteText PIC X(30) VALUE SPACES.
       01 EditedHdrCount PIC ZZZZZ9.
       01 EditedHdrSum PIC Z(10)9.
       01 EditedActCount PIC Z(6)9.
       01 EditedActSum PIC Z(10)9.
       01 EditedFeedCount PIC Z(10)9.
       01 EditedReceiptCount PIC Z(10)9.
       01 EditedDaysScheduled PIC Z(10)9.
       01 EditedFilesAccepted PIC Z(10)9.
       01 EditedFilesHeld PIC Z(10)9.
       01 EditedDaysMissing PIC Z(10)9.

       PROCEDURE DIVISION.
           PERFORM acceptDateRange
           PERFORM loadFeedSchedule
           PERFORM loadReceiptRegister
           PERFORM settleDateRange
           PERFORM openReceiptReport
           IF FeedCount = 0
               MOVE SPACES TO ReceiptLine
               WRITE ReceiptLine
               MOVE SPACES TO ReceiptLine
               STRING "  NO FEEDS ON FEEDSCHD.DAT OR RECEIPT.IDX"
                   DELIMITED BY SIZE INTO ReceiptLine
               WRITE ReceiptLine
           ELSE
               PERFORM VARYING FeedInd FROM 1 BY 1
                           UNTIL FeedInd > FeedCount
                   PERFORM writeOneFeedHistory
               END-PERFORM
           END-IF
           PERFORM writeReceiptSummary
           CLOSE ReceiptReport
           display "Feed receipt report written to RECEIPT.RPT"
           STOP RUN.

           acceptDateRange.
           MOVE "N" TO DateRangeValidFlag
           PERFORM UNTIL DateRangeIsValid
               display "From business date (YYYYMMDD, blank for "
                   "earliest): " WITH NO ADVANCING
               MOVE SPACES TO FromDateText
               ACCEPT FromDateText
               display "Thru business date (YYYYMMDD, blank for "
                   "latest): " WITH NO ADVANCING
               MOVE SPACES TO ThruDateText
               ACCEPT ThruDateText
               MOVE "Y" TO DateRangeValidFlag
               IF FromDateText NOT = SPACES
                   IF FromDateText IS NOT NUMERIC
                       MOVE "N" TO DateRangeValidFlag
                   ELSE
                       IF FUNCTION TEST-DATE-YYYYMMDD(
                               FUNCTION NUMVAL(FromDateText)) NOT = 0
                           MOVE "N" TO DateRangeValidFlag
                       END-IF
                   END-IF
               END-IF
               IF ThruDateText NOT = SPACES
                   IF ThruDateText IS NOT NUMERIC
                       MOVE "N" TO DateRangeValidFlag
                   ELSE
                       IF FUNCTION TEST-DATE-YYYYMMDD(
                               FUNCTION NUMVAL(ThruDateText)) NOT = 0
                           MOVE "N" TO DateRangeValidFlag
                       END-IF
                   END-IF
               END-IF
               IF NOT DateRangeIsValid
                   display "DATES MUST BE VALID 8-DIGIT DATES, "
                       "E.G. 20260901"
               ELSE
                   IF FromDateText NOT = SPACES
                               AND ThruDateText NOT = SPACES
                               AND FromDateText > ThruDateText
                       display "FROM DATE IS AFTER THRU DATE"
                       MOVE "N" TO DateRangeValidFlag
                   END-IF
               END-IF
           END-PERFORM.

           loadFeedSchedule.
           OPEN INPUT FeedScheduleFile
           IF FeedScheduleStatus NOT = "00"
               display "WARNING: FEEDSCHD.DAT not available, "
                   "file status "
                   FeedScheduleStatus " - no gaps can be reported"
           ELSE
               PERFORM loadOneScheduleEntry UNTIL NoMoreFeedSchedule
               CLOSE FeedScheduleFile
           END-IF.

           loadOneScheduleEntry.
           READ FeedScheduleFile
               AT END
                   MOVE "Y" TO EndOfFeedSchedule
               NOT AT END
                   IF FS-FEED-ID = SPACES
                       CONTINUE
                   ELSE
                       IF FeedCount < MaxFeeds
                           ADD 1 TO FeedCount
                           MOVE FS-FEED-ID TO FeedId(FeedCount)
                           MOVE FS-DAYS TO FeedDays(FeedCount)
                           MOVE FS-DESCRIPTION
                               TO FeedDescription(FeedCount)
                           MOVE "Y" TO FeedScheduledFlag(FeedCount)
                           MOVE 0 TO FeedFirstReceipt(FeedCount)
                       ELSE
                           display "WARNING: MORE THAN " MaxFeeds
                               " FEEDS, EXCESS IGNORED"
                           MOVE "Y" TO EndOfFeedSchedule
                       END-IF
                   END-IF
           END-READ.

           loadReceiptRegister.
           OPEN INPUT ReceiptFile
           IF ReceiptFileStatus NOT = "00"
               display "WARNING: RECEIPT.IDX not available, "
                   "file status "
                   ReceiptFileStatus " - no receipts to report"
           ELSE
               PERFORM loadOneReceipt UNTIL NoMoreReceipts
               CLOSE ReceiptFile
           END-IF.

           loadOneReceipt.
           READ ReceiptFile NEXT RECORD
               AT END
                   MOVE "Y" TO EndOfReceipts
               NOT AT END
                   IF ReceiptCount >= MaxReceipts
                       display "WARNING: MORE THAN " MaxReceipts
                           " RECEIPTS, EXCESS IGNORED"
                       MOVE "Y" TO EndOfReceipts
                   ELSE
                       ADD 1 TO ReceiptCount
                       MOVE RR-FEED-ID TO RT-FEED-ID(ReceiptCount)
                       MOVE RR-BUSINESS-DATE
                           TO RT-BUSINESS-DATE(ReceiptCount)
                       MOVE RR-FILE-NAME TO RT-FILE-NAME(ReceiptCount)
                       MOVE RR-HDR-COUNT TO RT-HDR-COUNT(ReceiptCount)
                       MOVE RR-HDR-SUM TO RT-HDR-SUM(ReceiptCount)
                       MOVE RR-ACT-COUNT TO RT-ACT-COUNT(ReceiptCount)
                       MOVE RR-ACT-SUM TO RT-ACT-SUM(ReceiptCount)
                       MOVE RR-RECONCILE TO RT-RECONCILE(ReceiptCount)
                       MOVE RR-STATUS TO RT-STATUS(ReceiptCount)
                       MOVE RR-MATCH-DATE
                           TO RT-MATCH-DATE(ReceiptCount)
                       IF FirstReceiptDate = SPACES
                                   OR RR-BUSINESS-DATE
                                       < FirstReceiptDate
                           MOVE RR-BUSINESS-DATE TO FirstReceiptDate
                       END-IF
                       IF RR-BUSINESS-DATE > LastReceiptDate
                           MOVE RR-BUSINESS-DATE TO LastReceiptDate
                       END-IF
                       PERFORM tableReceiptFeed
                   END-IF
           END-READ.

           tableReceiptFeed.
           MOVE "N" TO FeedFoundFlag
           PERFORM VARYING FeedInd FROM 1 BY 1
                       UNTIL FeedInd > FeedCount
                           OR FeedAlreadyTabled
               IF FeedId(FeedInd) = RR-FEED-ID
                   MOVE "Y" TO FeedFoundFlag
                   SUBTRACT 1 FROM FeedInd
               END-IF
           END-PERFORM
           IF NOT FeedAlreadyTabled
               IF FeedCount >= MaxFeeds
                   display "WARNING: MORE THAN " MaxFeeds
                       " FEEDS, RECEIPTS FOR " RR-FEED-ID
                       " NOT REPORTED"
                   MOVE 0 TO FeedInd
               ELSE
                   ADD 1 TO FeedCount
                   MOVE FeedCount TO FeedInd
                   MOVE RR-FEED-ID TO FeedId(FeedInd)
                   MOVE "NNNNNNN" TO FeedDays(FeedInd)
                   MOVE "NOT ON FEED SCHEDULE"
                       TO FeedDescription(FeedInd)
                   MOVE "N" TO FeedScheduledFlag(FeedInd)
                   MOVE 0 TO FeedFirstReceipt(FeedInd)
               END-IF
           END-IF
           IF FeedInd > 0
               IF FeedFirstReceipt(FeedInd) = 0
                   MOVE ReceiptCount TO FeedFirstReceipt(FeedInd)
               END-IF
           END-IF.

           settleDateRange.
           IF FromDateText = SPACES
               MOVE FirstReceiptDate TO FromDateText
           END-IF
           IF ThruDateText = SPACES
               MOVE LastReceiptDate TO ThruDateText
           END-IF
           IF FromDateText = SPACES
               MOVE ThruDateText TO FromDateText
           END-IF
           IF ThruDateText = SPACES
               MOVE FromDateText TO ThruDateText
           END-IF
           IF FromDateText = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO FromDateText
               MOVE FromDateText TO ThruDateText
           END-IF
           IF FromDateText > ThruDateText
               display "ERROR: no receipts between " FromDateText
                   " and " ThruDateText
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE FromDayNumber =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(FromDateText))
           COMPUTE ThruDayNumber =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(ThruDateText))
           IF ThruDayNumber - FromDayNumber > MaxReportDays
               display "ERROR: report period longer than "
                   MaxReportDays " days - narrow the date range"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           openReceiptReport.
           OPEN OUTPUT ReceiptReport
           IF ReceiptReportStatus NOT = "00"
               display "ERROR: cannot open RECEIPT.RPT, file status "
                   ReceiptReportStatus
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO ReceiptLine
           STRING "PRACTICAL5 - FEED RECEIPT REPORT  BUSINESS DATES "
               FromDateText " TO " ThruDateText
               DELIMITED BY SIZE INTO ReceiptLine
           WRITE ReceiptLine.

           writeOneFeedHistory.
           MOVE 0 TO FeedDaysScheduled
           MOVE 0 TO FeedFilesAccepted
           MOVE 0 TO FeedFilesHeld
           MOVE 0 TO FeedDaysMissing
           MOVE SPACES TO FeedLastReceived
           PERFORM buildScheduleText
           MOVE SPACES TO ReceiptLine
           WRITE ReceiptLine
           MOVE SPACES TO ReceiptLine
           STRING "FEED " FeedId(FeedInd) "  "
               FeedDescription(FeedInd) "  SCHEDULE: " ScheduleText
               DELIMITED BY SIZE INTO ReceiptLine
           WRITE ReceiptLine
           MOVE SPACES TO ReceiptLine
           STRING "DATE      DAY STATUS    FILE                     "
               "      HDR-CNT      HDR-SUM  ACT-CNT      ACT-SUM"
               "  RECONCILE  NOTE"
               DELIMITED BY SIZE INTO ReceiptLine
           WRITE ReceiptLine
           MOVE FeedFirstReceipt(FeedInd) TO ReceiptInd
           IF ReceiptInd > 0
               PERFORM UNTIL ReceiptInd > ReceiptCount
                           OR RT-FEED-ID(ReceiptInd)
                               NOT = FeedId(FeedInd)
                           OR RT-BUSINESS-DATE(ReceiptInd)
                               NOT < FromDateText
                   ADD 1 TO ReceiptInd
               END-PERFORM
           END-IF
           PERFORM VARYING WalkDayNumber FROM FromDayNumber BY 1
                       UNTIL WalkDayNumber > ThruDayNumber
               PERFORM writeOneFeedDay
           END-PERFORM
           IF FeedFilesAccepted = 0 AND FeedFilesHeld = 0
                       AND FeedDaysMissing = 0
               MOVE SPACES TO ReceiptLine
               STRING "  NO RECEIPTS IN PERIOD"
                   DELIMITED BY SIZE INTO ReceiptLine
               WRITE ReceiptLine
           END-IF
           PERFORM writeFeedSummary.

           buildScheduleText.
           MOVE SPACES TO ScheduleText
           MOVE 1 TO ScheduleTextPos
           IF FeedScheduledFlag(FeedInd) NOT = "Y"
               MOVE "NONE" TO ScheduleText
           ELSE
               PERFORM VARYING DayInd FROM 1 BY 1 UNTIL DayInd > 7
                   IF FeedDays(FeedInd)(DayInd:1) = "Y"
                       STRING DayName(DayInd) " "
                           DELIMITED BY SIZE INTO ScheduleText
                           WITH POINTER ScheduleTextPos
                   END-IF
               END-PERFORM
               IF ScheduleText = SPACES
                   MOVE "NO DAYS" TO ScheduleText
               END-IF
           END-IF.

           writeOneFeedDay.
           COMPUTE CalendarDateNumber =
               FUNCTION DATE-OF-INTEGER(WalkDayNumber)
           MOVE CalendarDateNumber TO CalendarDate
           COMPUTE CalendarWeekday =
               FUNCTION MOD(WalkDayNumber - 1, 7) + 1
           IF FeedDays(FeedInd)(CalendarWeekday:1) = "Y"
               ADD 1 TO FeedDaysScheduled
           END-IF
           MOVE "N" TO ReceiptMatchFlag
           IF ReceiptInd > 0 AND ReceiptInd NOT > ReceiptCount
               IF RT-FEED-ID(ReceiptInd) = FeedId(FeedInd)
                           AND RT-BUSINESS-DATE(ReceiptInd)
                               = CalendarDate
                   MOVE "Y" TO ReceiptMatchFlag
               END-IF
           END-IF
           IF ReceiptForDay
               PERFORM writeOneReceiptLine
               ADD 1 TO ReceiptInd
           ELSE
               IF FeedDays(FeedInd)(CalendarWeekday:1) = "Y"
                   ADD 1 TO FeedDaysMissing
                   MOVE SPACES TO ReceiptLine
                   STRING CalendarDate "  " DayName(CalendarWeekday)
                       " ** NOT RECEIVED (SCHEDULED)"
                       DELIMITED BY SIZE INTO ReceiptLine
                   WRITE ReceiptLine
               END-IF
           END-IF.

           writeOneReceiptLine.
           MOVE SPACES TO NoteText
           IF RT-STATUS(ReceiptInd) = "ACCEPTED"
               ADD 1 TO FeedFilesAccepted
               MOVE CalendarDate TO FeedLastReceived
               IF FeedDays(FeedInd)(CalendarWeekday:1) NOT = "Y"
                           AND FeedScheduledFlag(FeedInd) = "Y"
                   MOVE "UNSCHEDULED DAY" TO NoteText
               END-IF
           ELSE
               IF RT-STATUS(ReceiptInd) = "HELD"
                   ADD 1 TO FeedFilesHeld
                   MOVE CalendarDate TO FeedLastReceived
                   STRING "RESUBMIT OF " RT-MATCH-DATE(ReceiptInd)
                       DELIMITED BY SIZE INTO NoteText
               ELSE
                   ADD 1 TO FeedDaysMissing
                   MOVE "** NOT RECEIVED" TO NoteText
               END-IF
           END-IF
           MOVE SPACES TO ReceiptLine
           IF RT-STATUS(ReceiptInd) = "MISSING"
               STRING CalendarDate "  " DayName(CalendarWeekday) " "
                   RT-STATUS(ReceiptInd) "  "
                   NoteText
                   DELIMITED BY SIZE INTO ReceiptLine
           ELSE
               MOVE RT-HDR-COUNT(ReceiptInd) TO EditedHdrCount
               MOVE RT-HDR-SUM(ReceiptInd) TO EditedHdrSum
               MOVE RT-ACT-COUNT(ReceiptInd) TO EditedActCount
               MOVE RT-ACT-SUM(ReceiptInd) TO EditedActSum
               STRING CalendarDate "  " DayName(CalendarWeekday) " "
                   RT-STATUS(ReceiptInd) "  "
                   RT-FILE-NAME(ReceiptInd)(1:30) " "
                   EditedHdrCount " " EditedHdrSum "  "
                   EditedActCount " " EditedActSum "  "
                   RT-RECONCILE(ReceiptInd) "   "
                   NoteText
                   DELIMITED BY SIZE INTO ReceiptLine
           END-IF
           WRITE ReceiptLine.

           writeFeedSummary.
           ADD FeedDaysScheduled TO TotalDaysScheduled
           ADD FeedFilesAccepted TO TotalFilesAccepted
           ADD FeedFilesHeld TO TotalFilesHeld
           ADD FeedDaysMissing TO TotalDaysMissing
           MOVE FeedDaysScheduled TO EditedDaysScheduled
           MOVE FeedFilesAccepted TO EditedFilesAccepted
           MOVE FeedFilesHeld TO EditedFilesHeld
           MOVE FeedDaysMissing TO EditedDaysMissing
           MOVE SPACES TO ReceiptLine
           STRING "  DAYS SCHEDULED               " EditedDaysScheduled
               DELIMITED BY SIZE INTO ReceiptLine
           WRITE ReceiptLine
           MOVE SPACES TO ReceiptLine
           STRING "  FILES ACCEPTED               " EditedFilesAccepted
               DELIMITED BY SIZE INTO ReceiptLine
           WRITE ReceiptLine
           MOVE SPACES TO ReceiptLine
           STRING "  FILES HELD AS RESUBMISSIONS  " EditedFilesHeld
               DELIMITED BY SIZE INTO ReceiptLine
           WRITE ReceiptLine
           MOVE SPACES TO ReceiptLine
           STRING "  SCHEDULED DAYS NOT RECEIVED  " EditedDaysMissing
               DELIMITED BY SIZE INTO ReceiptLine
           WRITE ReceiptLine
           MOVE SPACES TO ReceiptLine
           IF FeedLastReceived = SPACES
               STRING "  LAST RECEIVED                NONE IN PERIOD"
                   DELIMITED BY SIZE INTO ReceiptLine
           ELSE
               STRING "  LAST RECEIVED                "
                   FeedLastReceived
                   DELIMITED BY SIZE INTO ReceiptLine
           END-IF
           WRITE ReceiptLine.

           writeReceiptSummary.
           MOVE FeedCount TO EditedFeedCount
           MOVE ReceiptCount TO EditedReceiptCount
           MOVE TotalDaysScheduled TO EditedDaysScheduled
           MOVE TotalFilesAccepted TO EditedFilesAccepted
           MOVE TotalFilesHeld TO EditedFilesHeld
           MOVE TotalDaysMissing TO EditedDaysMissing
           MOVE SPACES TO ReceiptLine
           WRITE ReceiptLine
           MOVE SPACES TO ReceiptLine
           STRING "SUMMARY"
               DELIMITED BY SIZE INTO ReceiptLine
           WRITE ReceiptLine
           MOVE SPACES TO ReceiptLine
           STRING "FEEDS REPORTED                 " EditedFeedCount
               DELIMITED BY SIZE INTO ReceiptLine
           WRITE ReceiptLine
           MOVE SPACES TO ReceiptLine
           STRING "REGISTER ENTRIES READ          " EditedReceiptCount
               DELIMITED BY SIZE INTO ReceiptLine
           WRITE ReceiptLine
           MOVE SPACES TO ReceiptLine
           STRING "DAYS SCHEDULED                 " EditedDaysScheduled
               DELIMITED BY SIZE INTO ReceiptLine
           WRITE ReceiptLine
           MOVE SPACES TO ReceiptLine
           STRING "FILES ACCEPTED                 " EditedFilesAccepted
               DELIMITED BY SIZE INTO ReceiptLine
           WRITE ReceiptLine
           MOVE SPACES TO ReceiptLine
           STRING "FILES HELD AS RESUBMISSIONS    " EditedFilesHeld
               DELIMITED BY SIZE INTO ReceiptLine
           WRITE ReceiptLine
           MOVE SPACES TO ReceiptLine
           STRING "SCHEDULED DAYS NOT RECEIVED    " EditedDaysMissing
               DELIMITED BY SIZE INTO ReceiptLine
           WRITE ReceiptLine.

      * To compile the program, use the following command:
      * cobc -x prac5rcptrpt.cob && ./prac5rcptrpt
