       IDENTIFICATION DIVISION.
       PROGRAM-ID. Prac5Backout.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StatsFile ASSIGN TO "STATS.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StatsFileStatus.
           SELECT DistFile ASSIGN TO "DIST.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DistFileStatus.
           SELECT StatsMaster ASSIGN TO "STATSMST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SX-KEY
               FILE STATUS IS StatsMasterStatus.
           SELECT SuspenseFile ASSIGN TO "SUSPENSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SuspenseFileStatus.
           SELECT SuspenseWork ASSIGN TO "SUSPWRK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SuspenseWorkStatus.
           SELECT AuditFile ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AuditFileStatus.
           SELECT RestartFile ASSIGN TO "RESTART.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RestartFileStatus.
           SELECT ReceiptFile ASSIGN TO "RECEIPT.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RR-KEY
               FILE STATUS IS ReceiptFileStatus.
           SELECT BackoutReport ASSIGN TO "BACKOUT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BackoutReportStatus.
           SELECT OperAuthFile ASSIGN TO "OPERAUTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OperAuthStatus.
           SELECT SecurityLog ASSIGN TO "SECURITY.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SecurityLogStatus.
       DATA DIVISION.
       FILE SECTION.
       FD StatsFile.
           COPY STATSREC.
       FD DistFile.
           COPY DISTREC.
       FD StatsMaster.
           COPY STATIXRC.
       FD SuspenseFile.
       01 SuspenseLine PIC X(65).
       FD SuspenseWork.
       01 SuspenseWorkLine PIC X(65).
       FD AuditFile.
           COPY AUDITREC.
       FD RestartFile.
       01 RestartLine.
           05 RST-GROUPS-DONE PIC X(5).
           05 FILLER PIC X(39).
       FD ReceiptFile.
           COPY RCPTREC.
       FD BackoutReport.
       01 BackoutLine PIC X(132).
       FD OperAuthFile.
           COPY OPAUTHRC.
       FD SecurityLog.
           COPY SECLOGRC.
       WORKING-STORAGE SECTION.
           COPY SUSPREC.
       01 StatsFileStatus PIC X(2) VALUE "00".
       01 DistFileStatus PIC X(2) VALUE "00".
       01 StatsMasterStatus PIC X(2) VALUE "00".
       01 SuspenseFileStatus PIC X(2) VALUE "00".
       01 SuspenseWorkStatus PIC X(2) VALUE "00".
       01 AuditFileStatus PIC X(2) VALUE "00".
       01 RestartFileStatus PIC X(2) VALUE "00".
       01 BackoutReportStatus PIC X(2) VALUE "00".
       01 ReceiptFileStatus PIC X(2) VALUE "00".
       01 OperAuthStatus PIC X(2) VALUE "00".
       01 SecurityLogStatus PIC X(2) VALUE "00".
       01 EndOfOperAuth PIC X(1) VALUE "N".
           88 NoMoreOperAuth VALUE "Y".
       01 OperatorId PIC X(8) VALUE SPACES.
       01 SignOnFunction PIC X(8) VALUE "BACKOUT".
       01 SignOnFlag PIC X(1) VALUE "N".
           88 OperatorSignedOn VALUE "Y".
       01 SignOnRefusal PIC X(30) VALUE SPACES.
       01 AuthorisedActions PIC X(10) VALUE SPACES.
       01 AuthActionCode PIC X(1) VALUE SPACE.
       01 AuthInd PIC 9(2) VALUE 1.
       01 ActionAllowedFlag PIC X(1) VALUE "N".
           88 ActionIsAllowed VALUE "Y".
       01 SecurityLoggedFlag PIC X(1) VALUE "N".
           88 SecurityLogged VALUE "Y".
       01 SecAction PIC X(10) VALUE SPACES.
       01 SecKey PIC X(30) VALUE SPACES.
       01 SecResult PIC X(9) VALUE SPACES.
       01 SecReason PIC X(30) VALUE SPACES.
       01 EndOfReceipts PIC X(1) VALUE "N".
           88 NoMoreReceipts VALUE "Y".
       01 MaxReceiptKeys PIC 9(3) VALUE 100.
       01 ReceiptKeyCount PIC 9(3) VALUE 0.
       01 ReceiptKeyText OCCURS 100 TIMES PIC X(16).
       01 ReceiptKeyInd PIC 9(3) VALUE 1.
       01 ReceiptDeletedCount PIC 9(3) VALUE 0.
       01 EditedReceiptCount PIC ZZZZ9.
       01 EndOfStats PIC X(1) VALUE "N".
           88 NoMoreStats VALUE "Y".
       01 EndOfBrowse PIC X(1) VALUE "N".
           88 BrowseFinished VALUE "Y".
       01 EndOfSuspense PIC X(1) VALUE "N".
           88 NoMoreSuspense VALUE "Y".
       01 EndOfWork PIC X(1) VALUE "N".
           88 NoMoreWork VALUE "Y".
       01 BackoutDateText PIC X(8) VALUE SPACES.
       01 BackoutDateReadyFlag PIC X(1) VALUE "N".
           88 BackoutDateReady VALUE "Y".
       01 RestatedConfirmFlag PIC X(1) VALUE "N".
           88 RestatedBackoutConfirmed VALUE "Y".
       01 CheckpointPendingFlag PIC X(1) VALUE "N".
           88 CheckpointPending VALUE "Y".
       01 CheckpointConfirmFlag PIC X(1) VALUE "N".
           88 CheckpointClearConfirmed VALUE "Y".
       01 CheckpointGroupsDone PIC X(5) VALUE SPACES.
       01 MasterAvailFlag PIC X(1) VALUE "N".
           88 MasterAvailable VALUE "Y".
       01 StatsLoadedFlag PIC X(1) VALUE "N".
           88 StatsLoaded VALUE "Y".
       01 BackoutFailedFlag PIC X(1) VALUE "N".
           88 BackoutFailed VALUE "Y".
       01 SuspenseStepFailedFlag PIC X(1) VALUE "N".
           88 SuspenseStepFailed VALUE "Y".
       01 RunStartStamp PIC X(14) VALUE SPACES.
       01 RunEndStamp PIC X(14) VALUE SPACES.
       01 MaxStatsRecs PIC 9(5) VALUE 20000.
       01 StatsRecCount PIC 9(5) VALUE 0.
       01 StatsRecTable.
           05 StatsRecText OCCURS 20000 TIMES PIC X(56).
       01 StatsInd PIC 9(5) VALUE 1.
       01 EndOfDist PIC X(1) VALUE "N".
           88 NoMoreDist VALUE "Y".
       01 DistLoadedFlag PIC X(1) VALUE "N".
           88 DistLoaded VALUE "Y".
       01 MaxDistRecs PIC 9(5) VALUE 5000.
       01 DistRecCount PIC 9(5) VALUE 0.
       01 DistRecTable.
           05 DistRecText OCCURS 5000 TIMES PIC X(365).
       01 DistInd PIC 9(5) VALUE 1.
       01 DistDateCount PIC 9(5) VALUE 0.
       01 DistRemovedCount PIC 9(5) VALUE 0.
       01 EditedDistCount PIC ZZZZ9.
       01 MaxBackoutKeys PIC 9(5) VALUE 1000.
       01 BackoutKeyCount PIC 9(5) VALUE 0.
       01 BackoutKeyTable.
           05 BackoutKeyText OCCURS 1000 TIMES PIC X(11).
       01 BackoutKeyInd PIC 9(5) VALUE 1.
       01 FlatBatchCount PIC 9(5) VALUE 0.
       01 FlatGrandCount PIC 9(5) VALUE 0.
       01 FlatRestatedCount PIC 9(5) VALUE 0.
       01 FlatRemovedCount PIC 9(5) VALUE 0.
       01 GrandReadingsRemoved PIC 9(7) VALUE 0.
       01 MasterRestatedCount PIC 9(5) VALUE 0.
       01 MasterDeletedCount PIC 9(5) VALUE 0.
       01 DeleteFailCount PIC 9(5) VALUE 0.
       01 SuspOpenCount PIC 9(5) VALUE 0.
       01 SuspSettledCount PIC 9(5) VALUE 0.
       01 SuspBackedOutCount PIC 9(5) VALUE 0.
       01 EditedGroupKey PIC ZZ9.
       01 EditedRecordCount PIC ZZZZ9.
       01 EditedMean PIC ZZZZ9.99.
       01 EditedRawRecordNumber PIC Z(6)9.
       01 EditedFlatCount PIC ZZZZ9.
       01 EditedMasterCount PIC ZZZZ9.
       01 EditedSuspCount PIC ZZZZ9.
       01 EditedSettledCount PIC ZZZZ9.
       01 EditedRestatedCount PIC ZZZZ9.
       01 EditedGrandReadings PIC Z(6)9.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RunStartStamp
           PERFORM signOnOperator
           PERFORM acceptBackoutDate
           MOVE "B" TO AuthActionCode
           MOVE "BACKOUT" TO SecAction
           MOVE BackoutDateText TO SecKey
           PERFORM checkActionAuthority
           IF NOT ActionIsAllowed
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM loadStatsFile
           PERFORM loadDistFile
           PERFORM scanStatsMaster
           PERFORM countSuspenseRows
           IF FlatBatchCount = 0 AND FlatGrandCount = 0
                       AND BackoutKeyCount = 0 AND SuspOpenCount = 0
                       AND DistDateCount = 0
               display "NOTHING BOOKED UNDER BUSINESS DATE "
                   BackoutDateText " - NOTHING BACKED OUT"
               MOVE "CANCELLED" TO SecResult
               MOVE "NOTHING BOOKED UNDER DATE" TO SecReason
               PERFORM writeSecurityLog
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM checkRestatedBatches
           PERFORM checkPendingCheckpoint
           PERFORM openBackoutReport
           PERFORM deleteMasterRecords
           PERFORM rewriteStatsFile
           PERFORM rewriteDistFile
           PERFORM backoutSuspenseRows
           PERFORM deleteReceiptEntries
           PERFORM clearPendingCheckpoint
           PERFORM writeAuditRecord
           PERFORM writeBackoutSummary
           CLOSE BackoutReport
           IF BackoutFailed
               display "BACKOUT OF BUSINESS DATE " BackoutDateText
                   " INCOMPLETE - SEE ERRORS ABOVE"
               PERFORM logActionFailed
               MOVE 12 TO RETURN-CODE
           ELSE
               display "Business date " BackoutDateText " backed out"
               PERFORM logActionCompleted
           END-IF
           display "Backout report written to BACKOUT.RPT"
           STOP RUN.

           acceptBackoutDate.
           MOVE "N" TO BackoutDateReadyFlag
           PERFORM UNTIL BackoutDateReady
               display "Business date to back out (YYYYMMDD): "
                   WITH NO ADVANCING
               MOVE SPACES TO BackoutDateText
               ACCEPT BackoutDateText
               IF BackoutDateText IS NUMERIC
                   MOVE "Y" TO BackoutDateReadyFlag
               ELSE
                   display "BUSINESS DATE MUST BE 8 DIGITS, "
                       "E.G. 20260901"
               END-IF
           END-PERFORM.

           loadStatsFile.
           OPEN INPUT StatsFile
           IF StatsFileStatus = "35"
               display "NOTE: STATS.OUT not present - "
                   "flat file not backed out"
           ELSE
               IF StatsFileStatus NOT = "00"
                   display "ERROR: cannot open STATS.OUT, file status "
                       StatsFileStatus
                   MOVE "STATS.OUT NOT AVAILABLE" TO SecReason
                   PERFORM logActionFailed
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "N" TO EndOfStats
               PERFORM loadOneStatsRecord UNTIL NoMoreStats
               CLOSE StatsFile
               MOVE "Y" TO StatsLoadedFlag
           END-IF.

           loadOneStatsRecord.
           READ StatsFile
               AT END
                   MOVE "Y" TO EndOfStats
               NOT AT END
                   IF StatsRecCount >= MaxStatsRecs
                       display "ERROR: STATS.OUT EXCEEDS " MaxStatsRecs
                           " RECORDS - NOTHING BACKED OUT"
                       CLOSE StatsFile
                       MOVE "STATS.OUT TABLE FULL" TO SecReason
                       PERFORM logActionFailed
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO StatsRecCount
                   MOVE StatsRecord TO StatsRecText(StatsRecCount)
                   IF SR-RUN-DATE = BackoutDateText
                       IF SR-RECORD-TYPE = "B"
                           ADD 1 TO FlatBatchCount
                       END-IF
                       IF SR-RECORD-TYPE = "G"
                           ADD 1 TO FlatGrandCount
                       END-IF
                       IF SR-AMEND-FLAG = "A"
                           ADD 1 TO FlatRestatedCount
                       END-IF
                   END-IF
           END-READ.

           loadDistFile.
           OPEN INPUT DistFile
           IF DistFileStatus = "35"
               display "NOTE: DIST.OUT not present - "
                   "distribution file not backed out"
           ELSE
               IF DistFileStatus NOT = "00"
                   display "ERROR: cannot open DIST.OUT, file status "
                       DistFileStatus
                   MOVE "DIST.OUT NOT AVAILABLE" TO SecReason
                   PERFORM logActionFailed
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "N" TO EndOfDist
               PERFORM loadOneDistRecord UNTIL NoMoreDist
               CLOSE DistFile
               MOVE "Y" TO DistLoadedFlag
           END-IF.

           loadOneDistRecord.
           READ DistFile
               AT END
                   MOVE "Y" TO EndOfDist
               NOT AT END
                   IF DistRecCount >= MaxDistRecs
                       display "ERROR: DIST.OUT EXCEEDS " MaxDistRecs
                           " RECORDS - NOTHING BACKED OUT"
                       CLOSE DistFile
                       MOVE "DIST.OUT TABLE FULL" TO SecReason
                       PERFORM logActionFailed
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO DistRecCount
                   MOVE DistRecord TO DistRecText(DistRecCount)
                   IF DS-RUN-DATE = BackoutDateText
                       ADD 1 TO DistDateCount
                   END-IF
           END-READ.

           scanStatsMaster.
           OPEN I-O StatsMaster
           IF StatsMasterStatus NOT = "00"
                       AND StatsMasterStatus NOT = "35"
               display "ERROR: cannot open STATSMST.IDX, file status "
                   StatsMasterStatus " - NOTHING BACKED OUT"
               MOVE "STATSMST.IDX NOT AVAILABLE" TO SecReason
               PERFORM logActionFailed
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF StatsMasterStatus = "35"
               display "NOTE: STATSMST.IDX not present - "
                   "master not backed out"
           ELSE
               MOVE "Y" TO MasterAvailFlag
               MOVE "N" TO EndOfBrowse
               MOVE 0 TO SX-GROUP-KEY
               MOVE LOW-VALUES TO SX-RUN-DATE
               START StatsMaster KEY IS NOT LESS THAN SX-KEY
                   INVALID KEY
                       MOVE "Y" TO EndOfBrowse
               END-START
               PERFORM browseOneMasterRecord UNTIL BrowseFinished
           END-IF.

           browseOneMasterRecord.
           READ StatsMaster NEXT RECORD
               AT END
                   MOVE "Y" TO EndOfBrowse
               NOT AT END
                   IF SX-RUN-DATE = BackoutDateText
                       PERFORM tableOneBackoutKey
                   END-IF
           END-READ.

           tableOneBackoutKey.
           IF BackoutKeyCount >= MaxBackoutKeys
               display "ERROR: MORE THAN " MaxBackoutKeys
                   " MASTER RECORDS FOR ONE DATE - NOTHING BACKED OUT"
               CLOSE StatsMaster
               MOVE "MASTER KEY TABLE FULL" TO SecReason
               PERFORM logActionFailed
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO BackoutKeyCount
           MOVE SX-KEY TO BackoutKeyText(BackoutKeyCount)
           IF SX-AMEND-FLAG = "A"
               ADD 1 TO MasterRestatedCount
           END-IF.

           countSuspenseRows.
           OPEN INPUT SuspenseFile
           IF SuspenseFileStatus = "00"
               MOVE "N" TO EndOfSuspense
               PERFORM countOneSuspenseRow UNTIL NoMoreSuspense
               CLOSE SuspenseFile
           ELSE
               display "NOTE: SUSPENSE.DAT not available, file status "
                   SuspenseFileStatus " - suspense not backed out"
           END-IF.

           countOneSuspenseRow.
           READ SuspenseFile
               AT END
                   MOVE "Y" TO EndOfSuspense
               NOT AT END
                   MOVE SuspenseLine TO SuspenseRecord
                   IF SP-REJECT-DATE = BackoutDateText
                       IF SP-STATUS = "N" OR SP-STATUS = "B"
                                   OR SP-STATUS = "C"
                           ADD 1 TO SuspOpenCount
                       ELSE
                           IF SP-STATUS NOT = "X"
                               ADD 1 TO SuspSettledCount
                           END-IF
                       END-IF
                   END-IF
           END-READ.

           checkRestatedBatches.
           IF FlatRestatedCount > 0 OR MasterRestatedCount > 0
               MOVE MasterRestatedCount TO EditedMasterCount
               MOVE FlatRestatedCount TO EditedFlatCount
               display "WARNING: BUSINESS DATE " BackoutDateText
                   " HAS BEEN RESTATED BY THE AMENDMENT RUN"
               display "  RESTATED MASTER RECORDS:    "
                   EditedMasterCount
               display "  RESTATED STATS.OUT RECORDS: "
                   EditedFlatCount
               display "Back out the restated figures as well? "
                   "Type Y to confirm: " WITH NO ADVANCING
               MOVE "N" TO RestatedConfirmFlag
               ACCEPT RestatedConfirmFlag
               IF NOT RestatedBackoutConfirmed
                   display "BACKOUT REFUSED - RESTATED FIGURES LEFT "
                       "IN PLACE, NOTHING CHANGED"
                   IF MasterAvailable
                       CLOSE StatsMaster
                   END-IF
                   MOVE "CANCELLED" TO SecResult
                   MOVE "RESTATED - NOT CONFIRMED" TO SecReason
                   PERFORM writeSecurityLog
                   MOVE 4 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           checkPendingCheckpoint.
           OPEN INPUT RestartFile
           IF RestartFileStatus = "00"
               READ RestartFile
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RST-GROUPS-DONE IS NUMERIC
                                   AND RST-GROUPS-DONE > "00000"
                           MOVE "Y" TO CheckpointPendingFlag
                           MOVE RST-GROUPS-DONE
                               TO CheckpointGroupsDone
                       END-IF
               END-READ
               CLOSE RestartFile
           END-IF
           IF CheckpointPending
               display "WARNING: RESTART.DAT HOLDS A CHECKPOINT AFTER "
                   CheckpointGroupsDone " BATCH(ES)"
               display "  A RESUMED STATISTICS RUN WOULD CARRY THE "
                   "BACKED-OUT FIGURES FORWARD"
               display "Clear the checkpoint as part of the backout? "
                   "Type Y to confirm: " WITH NO ADVANCING
               MOVE "N" TO CheckpointConfirmFlag
               ACCEPT CheckpointConfirmFlag
               IF NOT CheckpointClearConfirmed
                   display "BACKOUT REFUSED - CHECKPOINT LEFT "
                       "IN PLACE, NOTHING CHANGED"
                   IF MasterAvailable
                       CLOSE StatsMaster
                   END-IF
                   MOVE "CANCELLED" TO SecResult
                   MOVE "RESTART.DAT CHECKPOINT PENDING" TO SecReason
                   PERFORM writeSecurityLog
                   MOVE 4 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           openBackoutReport.
           OPEN OUTPUT BackoutReport
           IF BackoutReportStatus NOT = "00"
               display "ERROR: cannot open BACKOUT.RPT, file status "
                   BackoutReportStatus
               IF MasterAvailable
                   CLOSE StatsMaster
               END-IF
               MOVE "BACKOUT.RPT NOT WRITTEN" TO SecReason
               PERFORM logActionFailed
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO BackoutLine
           STRING "PRACTICAL5 - BUSINESS DATE BACKOUT RUN"
               DELIMITED BY SIZE INTO BackoutLine
           WRITE BackoutLine
           MOVE SPACES TO BackoutLine
           STRING "BACKING OUT BUSINESS DATE: " BackoutDateText(1:4)
               "-" BackoutDateText(5:2) "-" BackoutDateText(7:2)
               DELIMITED BY SIZE INTO BackoutLine
           WRITE BackoutLine
           IF RestatedBackoutConfirmed
               MOVE SPACES TO BackoutLine
               STRING "NOTE: RESTATED FIGURES BACKED OUT ON "
                   "OPERATOR CONFIRMATION"
                   DELIMITED BY SIZE INTO BackoutLine
               WRITE BackoutLine
           END-IF.

           deleteMasterRecords.
           MOVE SPACES TO BackoutLine
           WRITE BackoutLine
           MOVE SPACES TO BackoutLine
           STRING "STATSMST.IDX RECORDS DELETED"
               DELIMITED BY SIZE INTO BackoutLine
           WRITE BackoutLine
           IF MasterAvailable
               PERFORM VARYING BackoutKeyInd FROM 1 BY 1
                           UNTIL BackoutKeyInd > BackoutKeyCount
                   PERFORM deleteOneMasterRecord
               END-PERFORM
               CLOSE StatsMaster
           END-IF
           IF MasterDeletedCount = 0
               MOVE SPACES TO BackoutLine
               STRING "  NONE"
                   DELIMITED BY SIZE INTO BackoutLine
               WRITE BackoutLine
           END-IF
           IF DeleteFailCount > 0
               display "ERROR: " DeleteFailCount
                   " MASTER RECORD(S) COULD NOT BE DELETED"
               MOVE DeleteFailCount TO EditedMasterCount
               MOVE SPACES TO BackoutLine
               STRING "  *** " EditedMasterCount
                   " MASTER RECORD(S) COULD NOT BE DELETED ***"
                   DELIMITED BY SIZE INTO BackoutLine
               WRITE BackoutLine
               IF NOT BackoutFailed
                   MOVE "MASTER RECORDS NOT DELETED" TO SecReason
               END-IF
               MOVE "Y" TO BackoutFailedFlag
           END-IF.

           deleteOneMasterRecord.
           MOVE BackoutKeyText(BackoutKeyInd) TO SX-KEY
           READ StatsMaster
               INVALID KEY
                   ADD 1 TO DeleteFailCount
               NOT INVALID KEY
                   DELETE StatsMaster RECORD
                       INVALID KEY
                           ADD 1 TO DeleteFailCount
                       NOT INVALID KEY
                           ADD 1 TO MasterDeletedCount
                           PERFORM writeMasterDeletedLine
                   END-DELETE
           END-READ.

           writeMasterDeletedLine.
           MOVE SX-GROUP-KEY TO EditedGroupKey
           MOVE SX-RECORD-COUNT TO EditedRecordCount
           MOVE SX-MEAN TO EditedMean
           MOVE SPACES TO BackoutLine
           IF SX-AMEND-FLAG = "A"
               STRING "  BATCH " EditedGroupKey
                   "  RUN DATE " SX-RUN-DATE
                   "  COUNT " EditedRecordCount
                   "  MEAN " EditedMean
                   "  (RESTATED)"
                   DELIMITED BY SIZE INTO BackoutLine
           ELSE
               STRING "  BATCH " EditedGroupKey
                   "  RUN DATE " SX-RUN-DATE
                   "  COUNT " EditedRecordCount
                   "  MEAN " EditedMean
                   DELIMITED BY SIZE INTO BackoutLine
           END-IF
           WRITE BackoutLine.

           rewriteStatsFile.
           MOVE SPACES TO BackoutLine
           WRITE BackoutLine
           MOVE SPACES TO BackoutLine
           STRING "STATS.OUT RECORDS REMOVED"
               DELIMITED BY SIZE INTO BackoutLine
           WRITE BackoutLine
           IF StatsLoaded
                       AND (FlatBatchCount > 0 OR FlatGrandCount > 0)
               OPEN OUTPUT StatsFile
               IF StatsFileStatus NOT = "00"
                   display "ERROR: cannot rewrite STATS.OUT, "
                       "file status " StatsFileStatus
                   MOVE SPACES TO BackoutLine
                   STRING "  *** STATS.OUT COULD NOT BE REWRITTEN ***"
                       DELIMITED BY SIZE INTO BackoutLine
                   WRITE BackoutLine
                   IF NOT BackoutFailed
                       MOVE "STATS.OUT NOT REWRITTEN" TO SecReason
                   END-IF
                   MOVE "Y" TO BackoutFailedFlag
               ELSE
                   PERFORM VARYING StatsInd FROM 1 BY 1
                               UNTIL StatsInd > StatsRecCount
                       PERFORM copyOneStatsRecord
                   END-PERFORM
                   CLOSE StatsFile
               END-IF
           END-IF
           IF FlatRemovedCount = 0
               MOVE SPACES TO BackoutLine
               STRING "  NONE"
                   DELIMITED BY SIZE INTO BackoutLine
               WRITE BackoutLine
           END-IF.

           rewriteDistFile.
           MOVE SPACES TO BackoutLine
           WRITE BackoutLine
           MOVE SPACES TO BackoutLine
           STRING "DIST.OUT RECORDS REMOVED"
               DELIMITED BY SIZE INTO BackoutLine
           WRITE BackoutLine
           IF DistLoaded AND DistDateCount > 0
               OPEN OUTPUT DistFile
               IF DistFileStatus NOT = "00"
                   display "ERROR: cannot rewrite DIST.OUT, "
                       "file status " DistFileStatus
                   MOVE SPACES TO BackoutLine
                   STRING "  *** DIST.OUT COULD NOT BE REWRITTEN ***"
                       DELIMITED BY SIZE INTO BackoutLine
                   WRITE BackoutLine
                   IF NOT BackoutFailed
                       MOVE "DIST.OUT NOT REWRITTEN" TO SecReason
                   END-IF
                   MOVE "Y" TO BackoutFailedFlag
               ELSE
                   PERFORM VARYING DistInd FROM 1 BY 1
                               UNTIL DistInd > DistRecCount
                       PERFORM copyOneDistRecord
                   END-PERFORM
                   CLOSE DistFile
               END-IF
           END-IF
           IF DistRemovedCount = 0
               MOVE SPACES TO BackoutLine
               STRING "  NONE"
                   DELIMITED BY SIZE INTO BackoutLine
               WRITE BackoutLine
           END-IF.

           copyOneDistRecord.
           MOVE DistRecText(DistInd) TO DistRecord
           IF DS-RUN-DATE = BackoutDateText
               ADD 1 TO DistRemovedCount
               MOVE DS-GROUP-KEY TO EditedGroupKey
               MOVE DS-RECORD-COUNT TO EditedRecordCount
               MOVE SPACES TO BackoutLine
               STRING "  BATCH " EditedGroupKey
                   "  RUN DATE " DS-RUN-DATE
                   "  COUNT " EditedRecordCount
                   DELIMITED BY SIZE INTO BackoutLine
               WRITE BackoutLine
           ELSE
               WRITE DistRecord
           END-IF.

           copyOneStatsRecord.
           MOVE StatsRecText(StatsInd) TO StatsRecord
           IF SR-RUN-DATE = BackoutDateText
               ADD 1 TO FlatRemovedCount
               PERFORM writeFlatRemovedLine
           ELSE
               WRITE StatsRecord
           END-IF.

           writeFlatRemovedLine.
           MOVE SR-RECORD-COUNT TO EditedRecordCount
           MOVE SPACES TO BackoutLine
           IF SR-RECORD-TYPE = "G"
               ADD SR-RECORD-COUNT TO GrandReadingsRemoved
               STRING "  GRAND TOTAL  RUN DATE " SR-RUN-DATE
                   "  COUNT " EditedRecordCount
                   "  AMEND FLAG " SR-AMEND-FLAG
                   DELIMITED BY SIZE INTO BackoutLine
           ELSE
               MOVE SR-GROUP-KEY TO EditedGroupKey
               MOVE SR-MEAN TO EditedMean
               STRING "  BATCH " EditedGroupKey
                   "  RUN DATE " SR-RUN-DATE
                   "  COUNT " EditedRecordCount
                   "  MEAN " EditedMean
                   "  AMEND FLAG " SR-AMEND-FLAG
                   DELIMITED BY SIZE INTO BackoutLine
           END-IF
           WRITE BackoutLine.

           backoutSuspenseRows.
           MOVE SPACES TO BackoutLine
           WRITE BackoutLine
           MOVE SPACES TO BackoutLine
           STRING "SUSPENSE.DAT ROWS TAKEN OUT OF THE OPEN POPULATION"
               DELIMITED BY SIZE INTO BackoutLine
           WRITE BackoutLine
           MOVE "N" TO SuspenseStepFailedFlag
           IF SuspOpenCount > 0
               OPEN INPUT SuspenseFile
               IF SuspenseFileStatus NOT = "00"
                   display "ERROR: cannot open SUSPENSE.DAT, "
                       "file status " SuspenseFileStatus
                   MOVE SPACES TO BackoutLine
                   STRING "  *** SUSPENSE.DAT COULD NOT BE READ - "
                       "NO ROWS BACKED OUT ***"
                       DELIMITED BY SIZE INTO BackoutLine
                   WRITE BackoutLine
                   IF NOT BackoutFailed
                       MOVE "SUSPENSE.DAT NOT AVAILABLE" TO SecReason
                   END-IF
                   MOVE "Y" TO SuspenseStepFailedFlag
               ELSE
                   OPEN OUTPUT SuspenseWork
                   IF SuspenseWorkStatus NOT = "00"
                       display "ERROR: cannot open SUSPWRK.DAT, "
                           "file status " SuspenseWorkStatus
                       CLOSE SuspenseFile
                       MOVE SPACES TO BackoutLine
                       STRING "  *** SUSPWRK.DAT COULD NOT BE WRITTEN"
                           " - NO ROWS BACKED OUT ***"
                           DELIMITED BY SIZE INTO BackoutLine
                       WRITE BackoutLine
                       IF NOT BackoutFailed
                           MOVE "SUSPWRK.DAT NOT WRITTEN" TO SecReason
                       END-IF
                       MOVE "Y" TO SuspenseStepFailedFlag
                   END-IF
               END-IF
               IF NOT SuspenseStepFailed
                   MOVE "N" TO EndOfSuspense
                   PERFORM backoutOneSuspenseRow UNTIL NoMoreSuspense
                   CLOSE SuspenseFile
                   CLOSE SuspenseWork
                   PERFORM copyBackSuspense
               END-IF
               IF SuspenseStepFailed
                   MOVE "Y" TO BackoutFailedFlag
               END-IF
           END-IF
           IF SuspBackedOutCount = 0 AND NOT SuspenseStepFailed
               MOVE SPACES TO BackoutLine
               STRING "  NONE"
                   DELIMITED BY SIZE INTO BackoutLine
               WRITE BackoutLine
           END-IF.

           backoutOneSuspenseRow.
           READ SuspenseFile
               AT END
                   MOVE "Y" TO EndOfSuspense
               NOT AT END
                   MOVE SuspenseLine TO SuspenseRecord
                   IF SP-REJECT-DATE = BackoutDateText
                               AND (SP-STATUS = "N" OR SP-STATUS = "B"
                                   OR SP-STATUS = "C")
                       MOVE SP-RAW-RECNO TO EditedRawRecordNumber
                       MOVE SPACES TO BackoutLine
                       STRING "  RECORD #" EditedRawRecordNumber
                           "  FEED " SP-FEED-ID
                           "  DATA: " SP-RAW-DATA
                           "  STATUS " SP-STATUS
                           "  REASON: " SP-REASON
                           DELIMITED BY SIZE INTO BackoutLine
                       WRITE BackoutLine
                       MOVE "X" TO SP-STATUS
                       ADD 1 TO SuspBackedOutCount
                   END-IF
                   MOVE SuspenseRecord TO SuspenseWorkLine
                   WRITE SuspenseWorkLine
           END-READ.

           copyBackSuspense.
           OPEN INPUT SuspenseWork
           IF SuspenseWorkStatus NOT = "00"
               display "ERROR: cannot reopen SUSPWRK.DAT, "
                   "file status " SuspenseWorkStatus
               IF NOT BackoutFailed
                   MOVE "SUSPWRK.DAT NOT AVAILABLE" TO SecReason
               END-IF
               MOVE "Y" TO SuspenseStepFailedFlag
           ELSE
               OPEN OUTPUT SuspenseFile
               IF SuspenseFileStatus NOT = "00"
                   display "ERROR: cannot rewrite SUSPENSE.DAT, "
                       "file status " SuspenseFileStatus
                   CLOSE SuspenseWork
                   IF NOT BackoutFailed
                       MOVE "SUSPENSE.DAT NOT REWRITTEN" TO SecReason
                   END-IF
                   MOVE "Y" TO SuspenseStepFailedFlag
               ELSE
                   MOVE "N" TO EndOfWork
                   PERFORM copyOneWorkRecord UNTIL NoMoreWork
                   CLOSE SuspenseWork
                   CLOSE SuspenseFile
               END-IF
           END-IF
           IF SuspenseStepFailed
               MOVE 0 TO SuspBackedOutCount
               MOVE SPACES TO BackoutLine
               STRING "  *** SUSPENSE.DAT COULD NOT BE REWRITTEN - "
                   "ROWS ABOVE ARE STILL OPEN ***"
                   DELIMITED BY SIZE INTO BackoutLine
               WRITE BackoutLine
               MOVE SPACES TO BackoutLine
               STRING "  *** THE BACKED-OUT IMAGE OF SUSPENSE.DAT IS "
                   "HELD ON SUSPWRK.DAT - RESTORE IT BY HAND ***"
                   DELIMITED BY SIZE INTO BackoutLine
               WRITE BackoutLine
           END-IF.

           copyOneWorkRecord.
           READ SuspenseWork
               AT END
                   MOVE "Y" TO EndOfWork
               NOT AT END
                   MOVE SuspenseWorkLine TO SuspenseLine
                   WRITE SuspenseLine
           END-READ.

           clearPendingCheckpoint.
           MOVE SPACES TO BackoutLine
           WRITE BackoutLine
           MOVE SPACES TO BackoutLine
           STRING "RESTART.DAT CHECKPOINT CLEARED"
               DELIMITED BY SIZE INTO BackoutLine
           WRITE BackoutLine
           MOVE SPACES TO BackoutLine
           IF CheckpointPending
               OPEN OUTPUT RestartFile
               IF RestartFileStatus NOT = "00"
                   display "ERROR: cannot clear RESTART.DAT, "
                       "file status " RestartFileStatus
                   STRING "  *** RESTART.DAT COULD NOT BE CLEARED ***"
                       DELIMITED BY SIZE INTO BackoutLine
                   IF NOT BackoutFailed
                       MOVE "RESTART.DAT NOT CLEARED" TO SecReason
                   END-IF
                   MOVE "Y" TO BackoutFailedFlag
               ELSE
                   CLOSE RestartFile
                   STRING "  CHECKPOINT AFTER " CheckpointGroupsDone
                       " BATCH(ES) CLEARED ON OPERATOR CONFIRMATION"
                       DELIMITED BY SIZE INTO BackoutLine
               END-IF
           ELSE
               STRING "  NONE"
                   DELIMITED BY SIZE INTO BackoutLine
           END-IF
           WRITE BackoutLine.

           deleteReceiptEntries.
           MOVE SPACES TO BackoutLine
           WRITE BackoutLine
           MOVE SPACES TO BackoutLine
           STRING "RECEIPT.IDX ENTRIES DELETED"
               DELIMITED BY SIZE INTO BackoutLine
           WRITE BackoutLine
           OPEN I-O ReceiptFile
           IF ReceiptFileStatus NOT = "00"
               display "NOTE: RECEIPT.IDX not available, file status "
                   ReceiptFileStatus " - register not backed out"
           ELSE
               MOVE LOW-VALUES TO RR-KEY
               MOVE "N" TO EndOfReceipts
               START ReceiptFile KEY IS NOT LESS THAN RR-KEY
                   INVALID KEY
                       MOVE "Y" TO EndOfReceipts
               END-START
               PERFORM tableOneReceiptKey UNTIL NoMoreReceipts
               PERFORM VARYING ReceiptKeyInd FROM 1 BY 1
                           UNTIL ReceiptKeyInd > ReceiptKeyCount
                   PERFORM deleteOneReceipt
               END-PERFORM
               CLOSE ReceiptFile
           END-IF
           IF ReceiptDeletedCount = 0
               MOVE SPACES TO BackoutLine
               STRING "  NONE"
                   DELIMITED BY SIZE INTO BackoutLine
               WRITE BackoutLine
           END-IF.

           tableOneReceiptKey.
           READ ReceiptFile NEXT RECORD
               AT END
                   MOVE "Y" TO EndOfReceipts
               NOT AT END
                   IF RR-BUSINESS-DATE = BackoutDateText
                       IF ReceiptKeyCount < MaxReceiptKeys
                           ADD 1 TO ReceiptKeyCount
                           MOVE RR-KEY
                               TO ReceiptKeyText(ReceiptKeyCount)
                       ELSE
                           display "WARNING: MORE THAN "
                               MaxReceiptKeys " RECEIPTS FOR ONE "
                               "DATE, EXCESS LEFT ON RECEIPT.IDX"
                           MOVE "Y" TO EndOfReceipts
                       END-IF
                   END-IF
           END-READ.

           deleteOneReceipt.
           MOVE ReceiptKeyText(ReceiptKeyInd) TO RR-KEY
           READ ReceiptFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DELETE ReceiptFile RECORD
                       INVALID KEY
                           display "WARNING: receipt for feed "
                               RR-FEED-ID " could not be deleted"
                       NOT INVALID KEY
                           ADD 1 TO ReceiptDeletedCount
                           MOVE SPACES TO BackoutLine
                           STRING "  FEED " RR-FEED-ID
                               "  STATUS " RR-STATUS
                               "  FILE " RR-FILE-NAME
                               DELIMITED BY SIZE INTO BackoutLine
                           WRITE BackoutLine
                   END-DELETE
           END-READ.

           writeAuditRecord.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RunEndStamp
           OPEN EXTEND AuditFile
           IF AuditFileStatus = "35"
               OPEN OUTPUT AuditFile
           END-IF
           IF AuditFileStatus NOT = "00"
               display "WARNING: unable to write AUDIT.LOG, "
                   "file status " AuditFileStatus
           ELSE
               MOVE RunStartStamp TO AU-START-STAMP
               MOVE RunEndStamp TO AU-END-STAMP
               MOVE "B" TO AU-RUN-MODE
               MOVE 0 TO AU-GROUPS-AT-START
               MOVE MasterDeletedCount TO AU-GROUP-COUNT
               MOVE GrandReadingsRemoved TO AU-GRAND-COUNT
               MOVE 0 TO AU-GRAND-SUM
               MOVE SuspBackedOutCount TO AU-REJECT-COUNT
               MOVE SPACES TO AU-RECONCILE
               IF BackoutFailed
                   MOVE "BACKOUT-FAIL" TO AU-END-STATUS
               ELSE
                   MOVE "BACKOUT" TO AU-END-STATUS
               END-IF
               MOVE BackoutDateText TO AU-BUSINESS-DATE
               MOVE 0 TO AU-GRAND-SUM-FULL
               WRITE AuditRecord
               CLOSE AuditFile
           END-IF.

           writeBackoutSummary.
           MOVE FlatRemovedCount TO EditedFlatCount
           MOVE MasterDeletedCount TO EditedMasterCount
           MOVE SuspBackedOutCount TO EditedSuspCount
           MOVE SuspSettledCount TO EditedSettledCount
           MOVE GrandReadingsRemoved TO EditedGrandReadings
           COMPUTE EditedRestatedCount =
               FlatRestatedCount + MasterRestatedCount

           MOVE SPACES TO BackoutLine
           WRITE BackoutLine

           MOVE SPACES TO BackoutLine
           STRING "STATS.OUT RECORDS REMOVED      "
               EditedFlatCount DELIMITED BY SIZE INTO BackoutLine
           WRITE BackoutLine

           MOVE SPACES TO BackoutLine
           STRING "READINGS IN REMOVED GRAND TOTAL"
               EditedGrandReadings DELIMITED BY SIZE INTO BackoutLine
           WRITE BackoutLine

           MOVE SPACES TO BackoutLine
           STRING "MASTER RECORDS DELETED         "
               EditedMasterCount DELIMITED BY SIZE INTO BackoutLine
           WRITE BackoutLine

           MOVE SPACES TO BackoutLine
           STRING "RESTATED RECORDS BACKED OUT    "
               EditedRestatedCount DELIMITED BY SIZE INTO BackoutLine
           WRITE BackoutLine

           MOVE SPACES TO BackoutLine
           STRING "SUSPENSE ROWS BACKED OUT       "
               EditedSuspCount DELIMITED BY SIZE INTO BackoutLine
           WRITE BackoutLine

           MOVE DistRemovedCount TO EditedDistCount
           MOVE SPACES TO BackoutLine
           STRING "DIST.OUT RECORDS REMOVED       "
               EditedDistCount DELIMITED BY SIZE INTO BackoutLine
           WRITE BackoutLine

           MOVE ReceiptDeletedCount TO EditedReceiptCount
           MOVE SPACES TO BackoutLine
           STRING "RECEIPT ENTRIES DELETED        "
               EditedReceiptCount DELIMITED BY SIZE INTO BackoutLine
           WRITE BackoutLine

           MOVE SPACES TO BackoutLine
           STRING "SUSPENSE ROWS ALREADY SETTLED  "
               EditedSettledCount
               "  (RECYCLED OR WRITTEN OFF - LEFT AS THEY ARE)"
               DELIMITED BY SIZE INTO BackoutLine
           WRITE BackoutLine

           MOVE SPACES TO BackoutLine
           WRITE BackoutLine
           MOVE SPACES TO BackoutLine
           IF BackoutFailed
               STRING "BACKOUT INCOMPLETE - SEE ERRORS ABOVE"
                   DELIMITED BY SIZE INTO BackoutLine
           ELSE
               STRING "THE BUSINESS DATE MAY NOW BE RE-RUN WITHOUT "
                   "THE DUPLICATE-DATE OVERRIDE"
                   DELIMITED BY SIZE INTO BackoutLine
           END-IF
           WRITE BackoutLine.

           acceptOperatorId.
           MOVE SPACES TO OperatorId
           PERFORM UNTIL OperatorId NOT = SPACES
               display "Operator id (8 chars): " WITH NO ADVANCING
               MOVE SPACES TO OperatorId
               ACCEPT OperatorId
               IF OperatorId = SPACES
                   display "OPERATOR ID IS REQUIRED"
               END-IF
           END-PERFORM.

           signOnOperator.
           PERFORM acceptOperatorId
           PERFORM loadOperatorAuthority
           MOVE "SIGN-ON" TO SecAction
           MOVE SPACES TO SecKey
           IF OperatorSignedOn
               MOVE "GRANTED" TO SecResult
               MOVE SPACES TO SecReason
           ELSE
               MOVE "REFUSED" TO SecResult
               MOVE SignOnRefusal TO SecReason
           END-IF
           PERFORM writeSecurityLog
           IF NOT OperatorSignedOn
               display "SIGN-ON REFUSED FOR " OperatorId
                   " - " SignOnRefusal
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT SecurityLogged
               display "SIGN-ON REFUSED - SECURITY.LOG CANNOT BE "
                   "WRITTEN"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           loadOperatorAuthority.
           MOVE "N" TO SignOnFlag
           MOVE SPACES TO AuthorisedActions
           MOVE SPACES TO SignOnRefusal
           STRING "NO " DELIMITED BY SIZE
               SignOnFunction DELIMITED BY SPACE
               " AUTHORITY" DELIMITED BY SIZE
               INTO SignOnRefusal
           OPEN INPUT OperAuthFile
           IF OperAuthStatus NOT = "00"
               display "ERROR: cannot open OPERAUTH.DAT, file status "
                   OperAuthStatus
               MOVE SPACES TO SignOnRefusal
               STRING "OPERAUTH.DAT FILE STATUS " OperAuthStatus
                   DELIMITED BY SIZE INTO SignOnRefusal
           ELSE
               MOVE "N" TO EndOfOperAuth
               PERFORM readOneOperAuth UNTIL NoMoreOperAuth
               CLOSE OperAuthFile
           END-IF.

           readOneOperAuth.
           READ OperAuthFile
               AT END
                   MOVE "Y" TO EndOfOperAuth
               NOT AT END
                   IF OA-OPERATOR-ID = OperatorId
                               AND OA-FUNCTION = SignOnFunction
                       IF OA-STATUS = "A"
                           MOVE "Y" TO SignOnFlag
                           MOVE OA-ACTIONS TO AuthorisedActions
                       ELSE
                           MOVE "AUTHORITY REVOKED" TO SignOnRefusal
                       END-IF
                       MOVE "Y" TO EndOfOperAuth
                   END-IF
           END-READ.

           checkActionAuthority.
           MOVE "N" TO ActionAllowedFlag
           PERFORM VARYING AuthInd FROM 1 BY 1
                       UNTIL AuthInd > 10 OR ActionIsAllowed
               IF AuthorisedActions(AuthInd:1) = AuthActionCode
                           OR AuthorisedActions(AuthInd:1) = "*"
                   MOVE "Y" TO ActionAllowedFlag
               END-IF
           END-PERFORM
           IF ActionIsAllowed
               MOVE "GRANTED" TO SecResult
               MOVE SPACES TO SecReason
           ELSE
               MOVE "REFUSED" TO SecResult
               MOVE "ACTION NOT AUTHORISED" TO SecReason
           END-IF
           PERFORM writeSecurityLog
           IF ActionIsAllowed AND NOT SecurityLogged
               MOVE "N" TO ActionAllowedFlag
               display "ACTION REFUSED - SECURITY.LOG CANNOT BE "
                   "WRITTEN"
           END-IF
           IF NOT ActionIsAllowed AND SecResult = "REFUSED"
               display "OPERATOR " OperatorId " IS NOT AUTHORISED "
                   "FOR " SecAction " - ACTION REFUSED"
           END-IF
           MOVE SPACES TO SecReason.

           logActionCompleted.
           MOVE "COMPLETED" TO SecResult
           PERFORM writeSecurityLog.

           logActionFailed.
           MOVE "FAILED" TO SecResult
           PERFORM writeSecurityLog.

           writeSecurityLog.
           MOVE "N" TO SecurityLoggedFlag
           OPEN EXTEND SecurityLog
           IF SecurityLogStatus = "35"
               OPEN OUTPUT SecurityLog
           END-IF
           IF SecurityLogStatus NOT = "00"
               display "ERROR: cannot open SECURITY.LOG, file status "
                   SecurityLogStatus
           ELSE
               MOVE SPACES TO SecurityLogRecord
               MOVE FUNCTION CURRENT-DATE(1:14) TO SL-STAMP
               MOVE OperatorId TO SL-OPERATOR
               MOVE SignOnFunction TO SL-PROGRAM
               MOVE SecAction TO SL-ACTION
               MOVE SecKey TO SL-KEY
               MOVE SecResult TO SL-RESULT
               MOVE SecReason TO SL-REASON
               WRITE SecurityLogRecord
               CLOSE SecurityLog
               MOVE "Y" TO SecurityLoggedFlag
           END-IF.

      * To compile the program, use the following command:
      * cobc -x prac5backout.cob && ./prac5backout
