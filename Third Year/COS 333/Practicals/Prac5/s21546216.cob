           SELECT StatsFile ASSIGN TO "STATS.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StatsFileStatus.
           SELECT DistReportFile ASSIGN TO "DIST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DistReportStatus.
           SELECT DistFile ASSIGN TO "DIST.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DistFileStatus.
           SELECT ErrorFile ASSIGN TO "ERROR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ErrorFileStatus.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SX-KEY
               FILE STATUS IS StatsMasterStatus.
           SELECT FeedScheduleFile ASSIGN TO "FEEDSCHD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FeedScheduleStatus.
           SELECT ReceiptFile ASSIGN TO "RECEIPT.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RR-KEY
               FILE STATUS IS ReceiptFileStatus.
           SELECT BusCalFile ASSIGN TO "BUSCAL.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BC-DATE
               FILE STATUS IS BusCalFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD NumbersFile.
           05 CKPT-OUTLIER-COUNT PIC 9(5).
       FD StatsFile.
           COPY STATSREC.
       FD DistReportFile.
       01 DistLine PIC X(132).
       FD DistFile.
           COPY DISTREC.
       FD ErrorFile.
       01 ErrorLine PIC X(132).
       FD SuspenseFile.
           COPY BATCHREF.
       FD StatsMaster.
           COPY STATIXRC.
       FD FeedScheduleFile.
           COPY FEEDSCRC.
       FD ReceiptFile.
           COPY RCPTREC.
       FD BusCalFile.
           COPY BUSCALRC.
       WORKING-STORAGE SECTION.
       01 StatsMasterStatus PIC X(2) VALUE "00".
       01 MasterAvailFlag PIC X(1) VALUE "N".
               10 FeedActCount PIC 9(7).
               10 FeedActSum PIC 9(11).
               10 FeedReconStatus PIC X(8).
               10 FeedRawCount PIC 9(7).
               10 FeedContentHash PIC 9(15).
               10 FeedReceiptStatus PIC X(8).
               10 FeedMatchDate PIC X(8).
       01 FeedInd PIC 9(2) VALUE 1.
       01 FeedScheduleStatus PIC X(2) VALUE "00".
       01 EndOfFeedSchedule PIC X(1) VALUE "N".
           88 NoMoreFeedSchedule VALUE "Y".
       01 ScheduleLoadedFlag PIC X(1) VALUE "N".
           88 ScheduleLoaded VALUE "Y".
       01 MaxScheduled PIC 9(2) VALUE 50.
       01 ScheduledCount PIC 9(2) VALUE 0.
       01 ScheduleTable.
           05 ScheduleEntry OCCURS 50 TIMES.
               10 SchedFeedId PIC X(8).
               10 SchedDays PIC X(7).
       01 SchedInd PIC 9(2) VALUE 1.
       01 BusinessWeekday PIC 9(1) VALUE 1.
       01 FeedScheduledFlag PIC X(1) VALUE "N".
           88 FeedScheduledToday VALUE "Y".
       01 FeedListedFlag PIC X(1) VALUE "N".
           88 FeedIsListed VALUE "Y".
       01 MissingFeedCount PIC 9(2) VALUE 0.
       01 MissingFeedId OCCURS 50 TIMES PIC X(8).
       01 MissingInd PIC 9(2) VALUE 1.
       01 ReceiptFileStatus PIC X(2) VALUE "00".
       01 ReceiptAvailFlag PIC X(1) VALUE "N".
           88 ReceiptAvailable VALUE "Y".
       01 EndOfReceiptBrowse PIC X(1) VALUE "N".
           88 ReceiptBrowseDone VALUE "Y".
       01 FeedWarningFlag PIC X(1) VALUE "N".
           88 AnyFeedHeldOrMissing VALUE "Y".
       01 ScanDoneFlag PIC X(1) VALUE "N".
           88 FeedScanDone VALUE "Y".
       01 RecordHash PIC 9(7) VALUE 0.
       01 HashByteInd PIC 9(1) VALUE 1.
       01 NextFeedNo PIC 9(2) VALUE 1.
       01 FeedDoneFlag PIC X(1) VALUE "N".
           88 FeedLoadDone VALUE "Y".
       01 EditedFeedActCount PIC Z(6)9.
       01 EditedFeedActSum PIC Z(10)9.
       01 BusinessDate PIC X(8) VALUE SPACES.
       01 BusCalFileStatus PIC X(2) VALUE "00".
       01 BusinessDayFlag PIC X(1) VALUE "Y".
           88 BusinessDateNotWorking VALUE "N".
       01 BusinessDayNote PIC X(60) VALUE SPACES.
       01 DupOverrideFlag PIC X(1) VALUE "N".
           88 DupDateOverridden VALUE "Y".
       01 DupDateFoundFlag PIC X(1) VALUE "N".
       01 RestartFileStatus PIC X(2) VALUE "00".
       01 GroupsDoneAtStart PIC 9(5) VALUE 0.
       01 StatsFileStatus PIC X(2) VALUE "00".
       01 DistReportStatus PIC X(2) VALUE "00".
       01 DistFileStatus PIC X(2) VALUE "00".
       01 DistReportWasMissingFlag PIC X(1) VALUE "N".
           88 DistReportWasMissing VALUE "Y".
       01 DistBandWidthParm PIC 9(5) VALUE 0.
       01 DistBandCountParm PIC 9(2) VALUE 10.
       01 MaxDistBands PIC 9(2) VALUE 20.
       01 BandWidth PIC 9(5) VALUE 1.
       01 BandCount PIC 9(2) VALUE 0.
       01 BandStart PIC 9(5) VALUE 0.
       01 BandRange PIC 9(6) VALUE 0.
       01 BandOffset PIC 9(6) VALUE 0.
       01 BandQuotient PIC 9(6) VALUE 0.
       01 BandRemainder PIC 9(5) VALUE 0.
       01 BandNeeded PIC 9(6) VALUE 0.
       01 BandHigh PIC 9(6) VALUE 0.
       01 BandInd PIC 9(2) VALUE 1.
       01 BandFreq OCCURS 20 TIMES PIC 9(5).
       01 BandMaxFreq PIC 9(5) VALUE 0.
       01 BandBarLength PIC 9(2) VALUE 0.
       01 BandBar PIC X(40) VALUE SPACES.
       01 BandPct PIC 9(3)V9(2) VALUE 0.
       01 BandWidthFellBackFlag PIC X(1) VALUE "N".
           88 BandWidthFellBack VALUE "Y".
       01 PctFactor PIC 9V9(2) VALUE 0.
       01 PctPosition PIC 9(5)V9(4) VALUE 0.
       01 PctLowInd PIC 9(5) VALUE 1.
       01 PctFraction PIC 9V9(4) VALUE 0.
       01 PctResult PIC 9(5)V9(2) VALUE 0.
       01 P10Value PIC 9(5)V9(2) VALUE 0.
       01 Q1Value PIC 9(5)V9(2) VALUE 0.
       01 Q3Value PIC 9(5)V9(2) VALUE 0.
       01 P90Value PIC 9(5)V9(2) VALUE 0.
       01 IqrValue PIC 9(5)V9(2) VALUE 0.
       01 EditedPctValue PIC ZZZZ9.99.
       01 EditedBandLow PIC ZZZZ9.
       01 EditedBandHigh PIC ZZZZ9.
       01 EditedBandFreq PIC ZZZZ9.
       01 EditedBandPct PIC ZZ9.99.
       01 EditedBandWidth PIC ZZZZ9.
       01 EditedBandCount PIC Z9.
       01 ErrorFileStatus PIC X(2) VALUE "00".
       01 MinValidValue PIC 9(5) VALUE 00001.
       01 MaxValidValue PIC 9(5) VALUE 99999.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RunStartStamp
           PERFORM loadParameters
           PERFORM loadRunControl
           PERFORM checkBusinessDay
           PERFORM loadBatchRef
           PERFORM loadCheckpoint
           PERFORM checkDuplicateDate
                       PERFORM modal
                       PERFORM calcMean
                       PERFORM calcMedian
                       PERFORM calcDistribution
                       PERFORM calcStdDev
                       PERFORM reportOutliers
                       PERFORM accumulateGrandTotals
                       PERFORM tableBatchStats
                       PERFORM writeGroupSection
                       PERFORM writeStatsRecord
                       PERFORM writeDistSection
                       PERFORM writeDistRecord
                       PERFORM saveCheckpoint
                   END-IF
               END-IF
           END-PERFORM
           PERFORM reconcileTotals
           PERFORM writeReceiptRegister
           PERFORM batchExceptionScan
           PERFORM writeGrandSummary
           PERFORM clearCheckpoint
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
           IF AnyFeedHeldOrMissing AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           IF BusinessDateNotWorking AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           writeAuditRecord.
                                   AND PRM-BATCH-SD-PCT > 0
                           MOVE PRM-BATCH-SD-PCT TO BatchSdPctLimit
                       END-IF
                       IF PRM-DIST-BAND-WIDTH IS NUMERIC
                           MOVE PRM-DIST-BAND-WIDTH
                               TO DistBandWidthParm
                       END-IF
                       IF PRM-DIST-BAND-COUNT IS NUMERIC
                                   AND PRM-DIST-BAND-COUNT > 0
                           MOVE PRM-DIST-BAND-COUNT
                               TO DistBandCountParm
                       END-IF
               END-READ
               CLOSE ParmsFile
           END-IF
               display "WARNING: BATCH HISTORY RUNS PARAMETER "
                   "CAPPED AT " MaxBatchHistRuns
               MOVE MaxBatchHistRuns TO BatchHistRuns
           END-IF
           IF DistBandCountParm > MaxDistBands
               display "WARNING: DISTRIBUTION BAND COUNT PARAMETER "
                   "CAPPED AT " MaxDistBands
               MOVE MaxDistBands TO DistBandCountParm
           END-IF.

           loadRunControl.
           MOVE BusinessDate(5:2) TO CD-MONTH
           MOVE BusinessDate(7:2) TO CD-DAY.

           checkBusinessDay.
           OPEN INPUT BusCalFile
           IF BusCalFileStatus NOT = "00"
               display "NOTE: BUSCAL.IDX not available, file status "
                   BusCalFileStatus " - business date not checked"
           ELSE
               MOVE BusinessDate TO BC-DATE
               READ BusCalFile
                   INVALID KEY
                       MOVE "N" TO BusinessDayFlag
                       MOVE "IS NOT ON THE BUSINESS CALENDAR"
                           TO BusinessDayNote
                   NOT INVALID KEY
                       IF BC-WORKING-DAY NOT = "Y"
                           MOVE "N" TO BusinessDayFlag
                           MOVE "IS NOT A BUSINESS DAY"
                               TO BusinessDayNote
                           IF BC-DESCRIPTION NOT = SPACES
                               MOVE SPACES TO BusinessDayNote
                               STRING "IS NOT A BUSINESS DAY ("
                                   BC-DESCRIPTION DELIMITED BY "  "
                                   ")" DELIMITED BY SIZE
                                   INTO BusinessDayNote
                           END-IF
                       END-IF
               END-READ
               CLOSE BusCalFile
           END-IF
           IF BusinessDateNotWorking
               display "WARNING: business date " BusinessDate " "
                   BusinessDayNote
               display "CHECK RC-BUSINESS-DATE IN RUNCTL.DAT"
           END-IF.

           writeBusinessDayWarning.
           IF BusinessDateNotWorking
               MOVE SPACES TO ReportLine
               STRING "*** WARNING: BUSINESS DATE " BusinessDate " "
                   BusinessDayNote
                   DELIMITED BY SIZE INTO ReportLine
               WRITE ReportLine
           END-IF.

           checkDuplicateDate.
           IF GroupsDoneAtStart > 0
               CONTINUE

           loadInputData.
           PERFORM loadFeedList
           PERFORM loadFeedSchedule
           PERFORM openReceiptRegister
           PERFORM VARYING FeedInd FROM 1 BY 1
                       UNTIL FeedInd > FeedCount
               PERFORM screenOneFeed
               IF FeedReceiptStatus(FeedInd) = "ACCEPTED"
                   PERFORM loadOneFeed
               END-IF
           END-PERFORM
           PERFORM checkScheduledFeeds
           IF InputOutOfSequence
               IF MergeLateRecords
                   display "NOTE: GROUP " OutOfSeqKey
               MOVE 0 TO FeedActCount(FeedInd)
               MOVE 0 TO FeedActSum(FeedInd)
               MOVE SPACES TO FeedReconStatus(FeedInd)
               MOVE 0 TO FeedRawCount(FeedInd)
               MOVE 0 TO FeedContentHash(FeedInd)
               MOVE "ACCEPTED" TO FeedReceiptStatus(FeedInd)
               MOVE SPACES TO FeedMatchDate(FeedInd)
           END-PERFORM.

           loadOneFeedEntry.
                   END-IF
           END-READ.

           loadFeedSchedule.
           OPEN INPUT FeedScheduleFile
           IF FeedScheduleStatus NOT = "00"
               display "NOTE: FEEDSCHD.DAT not available, file status "
                   FeedScheduleStatus " - feed schedule not checked"
           ELSE
               PERFORM loadOneScheduleEntry UNTIL NoMoreFeedSchedule
               CLOSE FeedScheduleFile
               MOVE "Y" TO ScheduleLoadedFlag
               COMPUTE BusinessWeekday = FUNCTION MOD(
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(BusinessDate)) - 1, 7) + 1
           END-IF.

           loadOneScheduleEntry.
           READ FeedScheduleFile
               AT END
                   MOVE "Y" TO EndOfFeedSchedule
               NOT AT END
                   IF FS-FEED-ID = SPACES
                       CONTINUE
                   ELSE
                       IF ScheduledCount < MaxScheduled
                           ADD 1 TO ScheduledCount
                           MOVE FS-FEED-ID
                               TO SchedFeedId(ScheduledCount)
                           MOVE FS-DAYS TO SchedDays(ScheduledCount)
                       ELSE
                           display "WARNING: MORE THAN " MaxScheduled
                               " SCHEDULED FEEDS, EXCESS IGNORED"
                           MOVE "Y" TO EndOfFeedSchedule
                       END-IF
                   END-IF
           END-READ.

           findFeedSchedule.
           MOVE "N" TO FeedScheduledFlag
           PERFORM VARYING SchedInd FROM 1 BY 1
                       UNTIL SchedInd > ScheduledCount
               IF SchedFeedId(SchedInd) = FeedId(FeedInd)
                   IF SchedDays(SchedInd)(BusinessWeekday:1) = "Y"
                       MOVE "Y" TO FeedScheduledFlag
                   END-IF
               END-IF
           END-PERFORM.

           openReceiptRegister.
           OPEN I-O ReceiptFile
           IF ReceiptFileStatus = "35"
               OPEN OUTPUT ReceiptFile
               IF ReceiptFileStatus = "00"
                   CLOSE ReceiptFile
                   OPEN I-O ReceiptFile
               END-IF
           END-IF
           IF ReceiptFileStatus NOT = "00"
               display "WARNING: RECEIPT.IDX not available, "
                   "file status " ReceiptFileStatus
                   " - feeds not registered or checked for resubmission"
           ELSE
               MOVE "Y" TO ReceiptAvailFlag
           END-IF.

           setFeedFileName.
           MOVE Z"DD_FEEDFILE" TO EnvVarName
           MOVE SPACES TO EnvVarValue
           STRING FeedFileName(FeedInd) DELIMITED BY SPACE
               INTO EnvVarValue
           CALL "setenv" USING EnvVarName EnvVarValue
               BY VALUE 1
           END-CALL.

           screenOneFeed.
           PERFORM setFeedFileName
           OPEN INPUT NumbersFile
           IF NumbersFileStatus NOT = "00"
               IF NOT ScheduleLoaded
                   display "ERROR: cannot open feed " FeedId(FeedInd)
                       " FILE " FeedFileName(FeedInd)
                       " file status " NumbersFileStatus
                   MOVE "OPEN-FAIL" TO AuditEndStatus
                   PERFORM writeAuditRecord
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "MISSING" TO FeedReceiptStatus(FeedInd)
               MOVE "Y" TO FeedWarningFlag
               PERFORM findFeedSchedule
               IF FeedScheduledToday
                   display "WARNING: scheduled feed " FeedId(FeedInd)
                       " did not arrive - FILE " FeedFileName(FeedInd)
                       " not found"
               ELSE
                   display "WARNING: feed " FeedId(FeedInd)
                       " FILE " FeedFileName(FeedInd)
                       " not found - feed skipped"
               END-IF
           ELSE
               MOVE "N" TO ScanDoneFlag
               READ NumbersFile
                   AT END
                       MOVE "Y" TO ScanDoneFlag
                   NOT AT END
                       MOVE HDR-COUNT TO FeedExpCount(FeedInd)
                       MOVE HDR-SUM TO FeedExpSum(FeedInd)
               END-READ
               PERFORM scanOneFeedRecord UNTIL FeedScanDone
               CLOSE NumbersFile
               IF ReceiptAvailable
                   PERFORM findEarlierReceipt
               END-IF
           END-IF.

           scanOneFeedRecord.
           READ NumbersFile
               AT END
                   MOVE "Y" TO ScanDoneFlag
               NOT AT END
                   ADD 1 TO FeedRawCount(FeedInd)
                   MOVE 0 TO RecordHash
                   PERFORM VARYING HashByteInd FROM 1 BY 1
                               UNTIL HashByteInd > 8
                       COMPUTE RecordHash = RecordHash
                           + FUNCTION ORD(
                               DataRecordText(HashByteInd:1))
                           * HashByteInd
                   END-PERFORM
                   COMPUTE FeedContentHash(FeedInd) =
                       FeedContentHash(FeedInd)
                       + (RecordHash * FeedRawCount(FeedInd))
           END-READ.

           findEarlierReceipt.
           MOVE FeedId(FeedInd) TO RR-FEED-ID
           MOVE LOW-VALUES TO RR-BUSINESS-DATE
           MOVE "N" TO EndOfReceiptBrowse
           START ReceiptFile KEY IS NOT LESS THAN RR-KEY
               INVALID KEY
                   MOVE "Y" TO EndOfReceiptBrowse
           END-START
           PERFORM checkOneEarlierReceipt UNTIL ReceiptBrowseDone
           IF FeedReceiptStatus(FeedInd) = "HELD"
               MOVE "Y" TO FeedWarningFlag
               display "WARNING: feed " FeedId(FeedInd)
                   " FILE " FeedFileName(FeedInd)
                   " matches the feed accepted for "
                   FeedMatchDate(FeedInd)
               display "  FEED HELD BACK AS A RESUBMISSION - "
                   "NOT PROCESSED"
           END-IF.

           checkOneEarlierReceipt.
           READ ReceiptFile NEXT RECORD
               AT END
                   MOVE "Y" TO EndOfReceiptBrowse
               NOT AT END
                   IF RR-FEED-ID NOT = FeedId(FeedInd)
                               OR RR-BUSINESS-DATE NOT < BusinessDate
                       MOVE "Y" TO EndOfReceiptBrowse
                   ELSE
                       IF RR-STATUS = "ACCEPTED"
                               AND RR-HDR-COUNT = FeedExpCount(FeedInd)
                               AND RR-HDR-SUM = FeedExpSum(FeedInd)
                               AND RR-RAW-COUNT = FeedRawCount(FeedInd)
                               AND RR-CONTENT-HASH
                                   = FeedContentHash(FeedInd)
                           MOVE "HELD" TO FeedReceiptStatus(FeedInd)
                           MOVE RR-BUSINESS-DATE
                               TO FeedMatchDate(FeedInd)
                       END-IF
                   END-IF
           END-READ.

           checkScheduledFeeds.
           IF ScheduleLoaded
               PERFORM VARYING SchedInd FROM 1 BY 1
                           UNTIL SchedInd > ScheduledCount
                   IF SchedDays(SchedInd)(BusinessWeekday:1) = "Y"
                       PERFORM checkOneScheduledFeed
                   END-IF
               END-PERFORM
           END-IF.

           checkOneScheduledFeed.
           MOVE "N" TO FeedListedFlag
           PERFORM VARYING FeedInd FROM 1 BY 1
                       UNTIL FeedInd > FeedCount
               IF FeedId(FeedInd) = SchedFeedId(SchedInd)
                   MOVE "Y" TO FeedListedFlag
               END-IF
           END-PERFORM
           IF NOT FeedIsListed
               MOVE "Y" TO FeedWarningFlag
               display "WARNING: scheduled feed " SchedFeedId(SchedInd)
                   " did not arrive - not on FEEDLIST.DAT"
               IF MissingFeedCount < MaxScheduled
                   ADD 1 TO MissingFeedCount
                   MOVE SchedFeedId(SchedInd)
                       TO MissingFeedId(MissingFeedCount)
               END-IF
           END-IF.

           writeReceiptRegister.
           IF ReceiptAvailable
               PERFORM VARYING FeedInd FROM 1 BY 1
                           UNTIL FeedInd > FeedCount
                   MOVE SPACES TO ReceiptRecord
                   MOVE FeedId(FeedInd) TO RR-FEED-ID
                   MOVE FeedFileName(FeedInd) TO RR-FILE-NAME
                   MOVE FeedExpCount(FeedInd) TO RR-HDR-COUNT
                   MOVE FeedExpSum(FeedInd) TO RR-HDR-SUM
                   MOVE FeedRawCount(FeedInd) TO RR-RAW-COUNT
                   MOVE FeedContentHash(FeedInd) TO RR-CONTENT-HASH
                   MOVE FeedActCount(FeedInd) TO RR-ACT-COUNT
                   MOVE FeedActSum(FeedInd) TO RR-ACT-SUM
                   IF FeedReceiptStatus(FeedInd) = "ACCEPTED"
                       MOVE FeedReconStatus(FeedInd) TO RR-RECONCILE
                   END-IF
                   MOVE FeedReceiptStatus(FeedInd) TO RR-STATUS
                   MOVE FeedMatchDate(FeedInd) TO RR-MATCH-DATE
                   PERFORM writeOneReceipt
               END-PERFORM
               PERFORM VARYING MissingInd FROM 1 BY 1
                           UNTIL MissingInd > MissingFeedCount
                   MOVE SPACES TO ReceiptRecord
                   MOVE MissingFeedId(MissingInd) TO RR-FEED-ID
                   MOVE 0 TO RR-HDR-COUNT
                   MOVE 0 TO RR-HDR-SUM
                   MOVE 0 TO RR-RAW-COUNT
                   MOVE 0 TO RR-CONTENT-HASH
                   MOVE 0 TO RR-ACT-COUNT
                   MOVE 0 TO RR-ACT-SUM
                   MOVE "MISSING" TO RR-STATUS
                   PERFORM writeOneReceipt
               END-PERFORM
               CLOSE ReceiptFile
           END-IF.

           writeOneReceipt.
           MOVE BusinessDate TO RR-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RR-STAMP
           WRITE ReceiptRecord
               INVALID KEY
                   REWRITE ReceiptRecord
                       INVALID KEY
                           display "WARNING: receipt for feed "
                               RR-FEED-ID " not registered, "
                               "file status " ReceiptFileStatus
                   END-REWRITE
           END-WRITE.

           loadOneFeed.
           PERFORM setFeedFileName
           OPEN INPUT NumbersFile
           IF NumbersFileStatus NOT = "00"
               display "ERROR: cannot open feed " FeedId(FeedInd)
           END-PERFORM.

           reconcileOneFeed.
           IF FeedReceiptStatus(FeedInd) NOT = "ACCEPTED"
               MOVE FeedReceiptStatus(FeedInd)
                   TO FeedReconStatus(FeedInd)
           ELSE
               IF FeedActCount(FeedInd) = FeedExpCount(FeedInd)
                           AND FeedActSum(FeedInd) = FeedExpSum(FeedInd)
                   MOVE "OK" TO FeedReconStatus(FeedInd)
               ELSE
                   MOVE "MISMATCH" TO FeedReconStatus(FeedInd)
                   MOVE "MISMATCH" TO ReconcileStatus
                   display "WARNING: feed " FeedId(FeedInd)
                       " control totals do not reconcile"
               END-IF
           END-IF.

           findSmallest.
               MOVE SortedArr(MiddleIndex) TO MedianValue
           END-IF.

           calcDistribution.
           MOVE .10 TO PctFactor
           PERFORM calcPercentile
           MOVE PctResult TO P10Value
           MOVE .25 TO PctFactor
           PERFORM calcPercentile
           MOVE PctResult TO Q1Value
           MOVE .75 TO PctFactor
           PERFORM calcPercentile
           MOVE PctResult TO Q3Value
           MOVE .90 TO PctFactor
           PERFORM calcPercentile
           MOVE PctResult TO P90Value
           COMPUTE IqrValue = Q3Value - Q1Value
           PERFORM setValueBands
           PERFORM VARYING BandInd FROM 1 BY 1
                       UNTIL BandInd > MaxDistBands
               MOVE 0 TO BandFreq(BandInd)
           END-PERFORM
           PERFORM VARYING NumInd FROM 1 BY 1 UNTIL NumInd > RecordCount
               COMPUTE BandOffset = SortedArr(NumInd) - BandStart
               DIVIDE BandOffset BY BandWidth GIVING BandQuotient
               COMPUTE BandInd = BandQuotient + 1
               ADD 1 TO BandFreq(BandInd)
           END-PERFORM
           PERFORM RESET-OUTER-INDEX.

           calcPercentile.
           COMPUTE PctPosition =
               (RecordCount * PctFactor) - PctFactor + 1
           MOVE PctPosition TO PctLowInd
           COMPUTE PctFraction = PctPosition - PctLowInd
           IF PctLowInd NOT < RecordCount
               MOVE SortedArr(RecordCount) TO PctResult
           ELSE
               COMPUTE PctResult ROUNDED = SortedArr(PctLowInd)
                   + (PctFraction * (SortedArr(PctLowInd + 1)
                       - SortedArr(PctLowInd)))
           END-IF.

           setValueBands.
           MOVE "N" TO BandWidthFellBackFlag
           MOVE 0 TO BandCount
           IF DistBandWidthParm > 0
               DIVIDE SmallestNumber BY DistBandWidthParm
                   GIVING BandQuotient
               COMPUTE BandStart = BandQuotient * DistBandWidthParm
               COMPUTE BandOffset = LargestNumber - BandStart
               DIVIDE BandOffset BY DistBandWidthParm
                   GIVING BandQuotient
               COMPUTE BandNeeded = BandQuotient + 1
               IF BandNeeded > MaxDistBands
                   MOVE "Y" TO BandWidthFellBackFlag
               ELSE
                   MOVE DistBandWidthParm TO BandWidth
                   MOVE BandNeeded TO BandCount
               END-IF
           END-IF
           IF BandCount = 0
               MOVE SmallestNumber TO BandStart
               COMPUTE BandRange = LargestNumber - SmallestNumber + 1
               MOVE DistBandCountParm TO BandNeeded
               IF BandRange < BandNeeded
                   MOVE BandRange TO BandNeeded
               END-IF
               DIVIDE BandRange BY BandNeeded
                   GIVING BandWidth REMAINDER BandRemainder
               IF BandRemainder > 0
                   ADD 1 TO BandWidth
               END-IF
               COMPUTE BandOffset = BandRange - 1
               DIVIDE BandOffset BY BandWidth GIVING BandQuotient
               COMPUTE BandCount = BandQuotient + 1
           END-IF.

           calcStdDev.
           MOVE 0 TO VarianceValue
           PERFORM VARYING NumInd FROM 1 BY 1 UNTIL NumInd > RecordCount
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "N" TO DistReportWasMissingFlag
               OPEN EXTEND DistReportFile
               IF DistReportStatus = "35"
                   MOVE "Y" TO DistReportWasMissingFlag
                   OPEN OUTPUT DistReportFile
               END-IF
               IF DistReportStatus NOT = "00"
                   display "ERROR: cannot open DIST.RPT, file status "
                       DistReportStatus
                   MOVE "OPEN-FAIL" TO AuditEndStatus
                   PERFORM writeAuditRecord
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM openDistFile
               IF DistReportWasMissing
                   PERFORM writeDistHeader
               ELSE
                   MOVE SPACES TO DistLine
                   STRING "RESUMED AT: " CD-YEAR "-" CD-MONTH "-" CD-DAY
                       DELIMITED BY SIZE INTO DistLine
                   WRITE DistLine
               END-IF
               IF ReportFileWasMissing
                   MOVE SPACES TO ReportLine
                   STRING
                   WRITE ReportLine
               END-IF
               PERFORM writeParmEcho
               PERFORM writeBusinessDayWarning
           ELSE
               OPEN OUTPUT ReportFile
               IF ReportFileStatus NOT = "00"
                   STOP RUN
               END-IF

               OPEN OUTPUT DistReportFile
               IF DistReportStatus NOT = "00"
                   display "ERROR: cannot open DIST.RPT, file status "
                       DistReportStatus
                   MOVE "OPEN-FAIL" TO AuditEndStatus
                   PERFORM writeAuditRecord
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM openDistFile
               PERFORM writeDistHeader

               MOVE SPACES TO ReportLine
               STRING "PRACTICAL5 - DAILY READINGS STATISTICS REPORT"
                   DELIMITED BY SIZE INTO ReportLine
                   DELIMITED BY SIZE INTO ReportLine
               WRITE ReportLine
               PERFORM writeParmEcho
               PERFORM writeBusinessDayWarning
           END-IF.

           openDistFile.
           OPEN EXTEND DistFile
           IF DistFileStatus = "35"
               OPEN OUTPUT DistFile
           END-IF
           IF DistFileStatus NOT = "00"
               display "ERROR: cannot open DIST.OUT, file status "
                   DistFileStatus
               MOVE "OPEN-FAIL" TO AuditEndStatus
               PERFORM writeAuditRecord
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           writeDistHeader.
           MOVE SPACES TO DistLine
           STRING "PRACTICAL5 - BATCH DISTRIBUTION REPORT"
               DELIMITED BY SIZE INTO DistLine
           WRITE DistLine
           MOVE SPACES TO DistLine
           STRING "BUSINESS DATE: "
               CD-YEAR "-" CD-MONTH "-" CD-DAY
               DELIMITED BY SIZE INTO DistLine
           WRITE DistLine
           MOVE SPACES TO DistLine
           IF DistBandWidthParm > 0
               MOVE DistBandWidthParm TO EditedBandWidth
               MOVE MaxDistBands TO EditedBandCount
               STRING "VALUE BANDS: WIDTH " EditedBandWidth
                   " (UP TO " EditedBandCount " BANDS PER BATCH)"
                   DELIMITED BY SIZE INTO DistLine
           ELSE
               MOVE DistBandCountParm TO EditedBandCount
               STRING "VALUE BANDS: " EditedBandCount
                   " EQUAL BANDS ACROSS EACH BATCH'S RANGE"
                   DELIMITED BY SIZE INTO DistLine
           END-IF
           WRITE DistLine.

           writeParmEcho.
           MOVE MaxRecords TO EditedMaxRecords
           MOVE OutlierSdLimit TO EditedOutlierSd
           MOVE SPACE TO SR-AMEND-FLAG
           WRITE StatsRecord.

           writeDistSection.
           MOVE CurrentGroupKey TO EditedGroupKey
           MOVE RecordCount TO EditedRecordCount
           MOVE SPACES TO DistLine
           WRITE DistLine
           MOVE CurrentGroupKey TO RefLookupKey
           PERFORM findRefEntry
           MOVE SPACES TO DistLine
           IF RefKeyFound
               STRING "BATCH " EditedGroupKey " - " RefDescFound
                   "  RECORDS " EditedRecordCount
                   DELIMITED BY SIZE INTO DistLine
           ELSE
               STRING "BATCH " EditedGroupKey
                   "  RECORDS " EditedRecordCount
                   DELIMITED BY SIZE INTO DistLine
           END-IF
           WRITE DistLine
           MOVE SPACES TO DistLine
           STRING "-------------------------------------------"
               DELIMITED BY SIZE INTO DistLine
           WRITE DistLine
           MOVE P10Value TO EditedPctValue
           MOVE SPACES TO DistLine
           STRING "10TH PERCENTILE                "
               EditedPctValue DELIMITED BY SIZE INTO DistLine
           WRITE DistLine
           MOVE Q1Value TO EditedPctValue
           MOVE SPACES TO DistLine
           STRING "LOWER QUARTILE (Q1)            "
               EditedPctValue DELIMITED BY SIZE INTO DistLine
           WRITE DistLine
           MOVE MedianValue TO EditedPctValue
           MOVE SPACES TO DistLine
           STRING "MEDIAN (Q2)                    "
               EditedPctValue DELIMITED BY SIZE INTO DistLine
           WRITE DistLine
           MOVE Q3Value TO EditedPctValue
           MOVE SPACES TO DistLine
           STRING "UPPER QUARTILE (Q3)            "
               EditedPctValue DELIMITED BY SIZE INTO DistLine
           WRITE DistLine
           MOVE P90Value TO EditedPctValue
           MOVE SPACES TO DistLine
           STRING "90TH PERCENTILE                "
               EditedPctValue DELIMITED BY SIZE INTO DistLine
           WRITE DistLine
           MOVE IqrValue TO EditedPctValue
           MOVE SPACES TO DistLine
           STRING "INTERQUARTILE RANGE            "
               EditedPctValue DELIMITED BY SIZE INTO DistLine
           WRITE DistLine
           IF BandWidthFellBack
               MOVE SPACES TO DistLine
               STRING "NOTE: BAND WIDTH PARAMETER WOULD NEED MORE THAN "
                   "20 BANDS - EQUAL BANDS USED"
                   DELIMITED BY SIZE INTO DistLine
               WRITE DistLine
           END-IF
           MOVE SPACES TO DistLine
           STRING "FREQUENCY BY VALUE BAND"
               DELIMITED BY SIZE INTO DistLine
           WRITE DistLine
           MOVE SPACES TO DistLine
           STRING "   FROM     TO  COUNT     PCT"
               DELIMITED BY SIZE INTO DistLine
           WRITE DistLine
           MOVE 0 TO BandMaxFreq
           PERFORM VARYING BandInd FROM 1 BY 1
                       UNTIL BandInd > BandCount
               IF BandFreq(BandInd) > BandMaxFreq
                   MOVE BandFreq(BandInd) TO BandMaxFreq
               END-IF
           END-PERFORM
           PERFORM VARYING BandInd FROM 1 BY 1
                       UNTIL BandInd > BandCount
               PERFORM writeOneBandLine
           END-PERFORM.

           writeOneBandLine.
           COMPUTE BandHigh = BandStart + (BandWidth * BandInd) - 1
           IF BandHigh > 99999
               MOVE 99999 TO BandHigh
           END-IF
           COMPUTE EditedBandLow =
               BandStart + (BandWidth * (BandInd - 1))
           MOVE BandHigh TO EditedBandHigh
           MOVE BandFreq(BandInd) TO EditedBandFreq
           COMPUTE BandPct ROUNDED =
               (BandFreq(BandInd) * 100) / RecordCount
           MOVE BandPct TO EditedBandPct
           MOVE SPACES TO BandBar
           MOVE 0 TO BandBarLength
           IF BandMaxFreq > 0
               COMPUTE BandBarLength =
                   (BandFreq(BandInd) * 40) / BandMaxFreq
           END-IF
           IF BandBarLength > 0
               MOVE ALL "*" TO BandBar(1:BandBarLength)
           END-IF
           MOVE SPACES TO DistLine
           STRING "  " EditedBandLow "  " EditedBandHigh "  "
               EditedBandFreq "  " EditedBandPct "  " BandBar
               DELIMITED BY SIZE INTO DistLine
           WRITE DistLine.

           writeDistRecord.
           MOVE CurrentGroupKey TO DS-GROUP-KEY
           STRING CD-YEAR CD-MONTH CD-DAY
               DELIMITED BY SIZE INTO DS-RUN-DATE
           MOVE RecordCount TO DS-RECORD-COUNT
           MOVE P10Value TO DS-P10
           MOVE Q1Value TO DS-Q1
           MOVE MedianValue TO DS-MEDIAN
           MOVE Q3Value TO DS-Q3
           MOVE P90Value TO DS-P90
           MOVE IqrValue TO DS-IQR
           MOVE BandWidth TO DS-BAND-WIDTH
           MOVE BandCount TO DS-BAND-COUNT
           PERFORM VARYING BandInd FROM 1 BY 1
                       UNTIL BandInd > MaxDistBands
               IF BandInd > BandCount
                   MOVE 0 TO DS-BAND-LOW(BandInd)
                   MOVE 0 TO DS-BAND-HIGH(BandInd)
                   MOVE 0 TO DS-BAND-FREQ(BandInd)
               ELSE
                   COMPUTE DS-BAND-LOW(BandInd) =
                       BandStart + (BandWidth * (BandInd - 1))
                   COMPUTE BandHigh =
                       BandStart + (BandWidth * BandInd) - 1
                   IF BandHigh > 99999
                       MOVE 99999 TO BandHigh
                   END-IF
                   MOVE BandHigh TO DS-BAND-HIGH(BandInd)
                   MOVE BandFreq(BandInd) TO DS-BAND-FREQ(BandInd)
               END-IF
           END-PERFORM
           WRITE DistRecord.

           writeFeedReconcileSection.
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           PERFORM VARYING FeedInd FROM 1 BY 1
                       UNTIL FeedInd > FeedCount
               PERFORM writeOneFeedReconcileLine
           END-PERFORM
           PERFORM VARYING MissingInd FROM 1 BY 1
                       UNTIL MissingInd > MissingFeedCount
               MOVE SPACES TO ReportLine
               STRING "  FEED " MissingFeedId(MissingInd)
                   "  MISSING - SCHEDULED FEED NOT ON FEEDLIST.DAT"
                   DELIMITED BY SIZE INTO ReportLine
               WRITE ReportLine
           END-PERFORM.

           writeOneFeedReconcileLine.
           IF FeedReceiptStatus(FeedInd) = "HELD"
               MOVE SPACES TO ReportLine
               STRING "  FEED " FeedId(FeedInd)
                   "  HELD - HEADER AND CONTENT MATCH THE FEED "
                   "ACCEPTED FOR " FeedMatchDate(FeedInd)
                   DELIMITED BY SIZE INTO ReportLine
               WRITE ReportLine
           ELSE
               IF FeedReceiptStatus(FeedInd) = "MISSING"
                   MOVE SPACES TO ReportLine
                   STRING "  FEED " FeedId(FeedInd)
                       "  MISSING - FILE " FeedFileName(FeedInd)
                       " NOT RECEIVED"
                       DELIMITED BY SIZE INTO ReportLine
                   WRITE ReportLine
               ELSE
                   PERFORM writeFeedTotalsLine
               END-IF
           END-IF.

           writeFeedTotalsLine.
           MOVE FeedExpCount(FeedInd) TO EditedFeedExpCount
           MOVE FeedExpSum(FeedInd) TO EditedFeedExpSum
           MOVE FeedActCount(FeedInd) TO EditedFeedActCount

           CLOSE ReportFile

           MOVE SPACES TO DistLine
           WRITE DistLine
           MOVE SPACES TO DistLine
           STRING "END OF DISTRIBUTION REPORT"
               DELIMITED BY SIZE INTO DistLine
           WRITE DistLine
           CLOSE DistReportFile
           CLOSE DistFile

           MOVE "G" TO SR-RECORD-TYPE
           MOVE 0 TO SR-GROUP-KEY
           MOVE GrandRecordCount TO SR-RECORD-COUNT
