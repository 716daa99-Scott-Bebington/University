       IDENTIFICATION DIVISION.
       PROGRAM-ID. Prac5DeptRpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StatsMaster ASSIGN TO "STATSMST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SX-KEY
               FILE STATUS IS StatsMasterStatus.
           SELECT BatchRefFile ASSIGN TO "BATCHREF.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BR-GROUP-KEY
               FILE STATUS IS BatchRefFileStatus.
           SELECT DeptReport ASSIGN TO "DEPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DeptReportStatus.
       DATA DIVISION.
       FILE SECTION.
       FD StatsMaster.
           COPY STATIXRC.
       FD BatchRefFile.
           COPY BATCHREF.
       FD DeptReport.
       01 DeptLine PIC X(132).
       WORKING-STORAGE SECTION.
       01 BatchRefFileStatus PIC X(2) VALUE "00".
       01 EndOfBatchRef PIC X(1) VALUE "N".
           88 NoMoreBatchRef VALUE "Y".
       01 MaxRefKeys PIC 9(5) VALUE 1000.
       01 RefKeyCount PIC 9(5) VALUE 0.
       01 RefTable.
           05 RefEntry OCCURS 1000 TIMES.
               10 RefKeyValue PIC 9(3).
               10 RefDescription PIC X(30).
               10 RefDepartment PIC X(20).
       01 RefInd PIC 9(5) VALUE 1.
       01 RefFoundFlag PIC X(1) VALUE "N".
           88 RefKeyFound VALUE "Y".
       01 RefLookupKey PIC 9(3) VALUE 0.
       01 RefDescFound PIC X(30) VALUE SPACES.
       01 RefDeptFound PIC X(20) VALUE SPACES.
       01 StatsMasterStatus PIC X(2) VALUE "00".
       01 DeptReportStatus PIC X(2) VALUE "00".
       01 EndOfMaster PIC X(1) VALUE "N".
           88 NoMoreMaster VALUE "Y".
       01 FromDateText PIC X(8) VALUE SPACES.
       01 ThruDateText PIC X(8) VALUE SPACES.
       01 DateRangeValidFlag PIC X(1) VALUE "N".
           88 DateRangeIsValid VALUE "Y".
       01 MaxRollupKeys PIC 9(4) VALUE 1000.
       01 RollupKeyCount PIC 9(4) VALUE 0.
       01 RollupTable.
           05 RollupEntry OCCURS 1000 TIMES.
               10 RollupKey PIC 9(3).
               10 RollupRuns PIC 9(5).
               10 RollupRecords PIC 9(9).
               10 RollupSmallest PIC 9(5).
               10 RollupLargest PIC 9(5).
               10 RollupMeanSum PIC 9(13)V9(2).
               10 RollupDeptNo PIC 9(3).
               10 RollupNoRefFlag PIC X(1).
       01 RollupInd PIC 9(4) VALUE 1.
       01 KeyFoundFlag PIC X(1) VALUE "N".
           88 KeyAlreadyTabled VALUE "Y".
       01 MaxDepts PIC 9(3) VALUE 200.
       01 DeptCount PIC 9(3) VALUE 0.
       01 DeptTable.
           05 DeptEntry OCCURS 200 TIMES.
               10 DeptName PIC X(20).
               10 DeptBatches PIC 9(5).
               10 DeptRuns PIC 9(7).
               10 DeptRecords PIC 9(11).
               10 DeptSmallest PIC 9(5).
               10 DeptLargest PIC 9(5).
               10 DeptMeanSum PIC 9(15)V9(2).
               10 DeptPrintedFlag PIC X(1).
       01 DeptInd PIC 9(3) VALUE 1.
       01 DeptFoundFlag PIC X(1) VALUE "N".
           88 DeptAlreadyTabled VALUE "Y".
       01 DeptOverflowFlag PIC X(1) VALUE "N".
           88 DeptTableOverflowed VALUE "Y".
       01 NextDeptNo PIC 9(3) VALUE 0.
       01 PrintDeptNo PIC 9(3) VALUE 0.
       01 UnassignedBatches PIC 9(5) VALUE 0.
       01 UnassignedRuns PIC 9(7) VALUE 0.
       01 UnassignedRecords PIC 9(11) VALUE 0.
       01 UnassignedSmallest PIC 9(5) VALUE 0.
       01 UnassignedLargest PIC 9(5) VALUE 0.
       01 UnassignedMeanSum PIC 9(15)V9(2) VALUE 0.
       01 MasterRecordsRead PIC 9(7) VALUE 0.
       01 MasterRecordsUsed PIC 9(7) VALUE 0.
       01 GrandBatches PIC 9(5) VALUE 0.
       01 GrandRuns PIC 9(7) VALUE 0.
       01 GrandRecords PIC 9(11) VALUE 0.
       01 GrandSmallest PIC 9(5) VALUE 0.
       01 GrandLargest PIC 9(5) VALUE 0.
       01 GrandMeanSum PIC 9(15)V9(2) VALUE 0.
       01 WeightedMean PIC 9(5)V9(2) VALUE 0.
       01 SharePct PIC 9(3)V9(2) VALUE 0.
       01 TotalBatches PIC 9(5) VALUE 0.
       01 TotalRuns PIC 9(7) VALUE 0.
       01 TotalRecords PIC 9(11) VALUE 0.
       01 TotalSmallest PIC 9(5) VALUE 0.
       01 TotalLargest PIC 9(5) VALUE 0.
       01 TotalMeanSum PIC 9(15)V9(2) VALUE 0.
       01 BatchNoteText PIC X(16) VALUE SPACES.
       01 EditedGroupKey PIC ZZ9.
       01 EditedRollupRuns PIC ZZZZ9.
       01 EditedRollupRecords PIC Z(8)9.
       01 EditedRollupSmallest PIC ZZZZ9.
       01 EditedRollupLargest PIC ZZZZ9.
       01 EditedWeightedMean PIC ZZZZ9.99.
       01 EditedTotalBatches PIC Z(10)9.
       01 EditedTotalRuns PIC Z(10)9.
       01 EditedTotalRecords PIC Z(10)9.
       01 EditedTotalSmallest PIC Z(10)9.
       01 EditedTotalLargest PIC Z(10)9.
       01 EditedSharePct PIC Z(7)9.99.
       01 EditedTotalMean PIC Z(7)9.99.
       01 EditedMasterRead PIC Z(10)9.
       01 EditedMasterUsed PIC Z(10)9.
       01 EditedDeptCount PIC Z(10)9.

       PROCEDURE DIVISION.
           PERFORM acceptDateRange
           PERFORM loadBatchRef
           OPEN INPUT StatsMaster
           IF StatsMasterStatus NOT = "00"
               display "ERROR: cannot open STATSMST.IDX, file status "
                   StatsMasterStatus
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM readMasterRecord
           PERFORM UNTIL NoMoreMaster
               ADD 1 TO MasterRecordsRead
               IF SX-RUN-DATE NOT < FromDateText
                           AND SX-RUN-DATE NOT > ThruDateText
                   PERFORM tallyMasterRecord
               END-IF
               PERFORM readMasterRecord
           END-PERFORM
           CLOSE StatsMaster
           PERFORM assignDepartments
           PERFORM writeDeptReport
           display "Department roll-up written to DEPT.RPT"
           STOP RUN.

           acceptDateRange.
           MOVE "N" TO DateRangeValidFlag
           PERFORM UNTIL DateRangeIsValid
               display "From run date (YYYYMMDD, blank for earliest): "
                   WITH NO ADVANCING
               MOVE SPACES TO FromDateText
               ACCEPT FromDateText
               display "Thru run date (YYYYMMDD, blank for latest): "
                   WITH NO ADVANCING
               MOVE SPACES TO ThruDateText
               ACCEPT ThruDateText
               IF FromDateText = SPACES
                   MOVE "00000000" TO FromDateText
               END-IF
               IF ThruDateText = SPACES
                   MOVE "99999999" TO ThruDateText
               END-IF
               IF FromDateText IS NOT NUMERIC
                           OR ThruDateText IS NOT NUMERIC
                   display "DATES MUST BE 8 DIGITS, E.G. 20260901"
               ELSE
                   IF FromDateText > ThruDateText
                       display "FROM DATE IS AFTER THRU DATE"
                   ELSE
                       MOVE "Y" TO DateRangeValidFlag
                   END-IF
               END-IF
           END-PERFORM.

           loadBatchRef.
           OPEN INPUT BatchRefFile
           IF BatchRefFileStatus NOT = "00"
               display "WARNING: BATCHREF.IDX not available, "
                   "file status " BatchRefFileStatus
                   " - all batches reported as unassigned"
           ELSE
               PERFORM loadOneRefEntry UNTIL NoMoreBatchRef
               CLOSE BatchRefFile
           END-IF.

           loadOneRefEntry.
           READ BatchRefFile NEXT RECORD
               AT END
                   MOVE "Y" TO EndOfBatchRef
               NOT AT END
                   IF RefKeyCount < MaxRefKeys
                       ADD 1 TO RefKeyCount
                       MOVE BR-GROUP-KEY TO RefKeyValue(RefKeyCount)
                       MOVE BR-DESCRIPTION
                           TO RefDescription(RefKeyCount)
                       MOVE BR-DEPARTMENT
                           TO RefDepartment(RefKeyCount)
                   ELSE
                       display "WARNING: MORE THAN " MaxRefKeys
                           " BATCH REFERENCE ENTRIES, EXCESS IGNORED"
                       MOVE "Y" TO EndOfBatchRef
                   END-IF
           END-READ.

           findRefEntry.
           MOVE "N" TO RefFoundFlag
           MOVE SPACES TO RefDescFound
           MOVE SPACES TO RefDeptFound
           PERFORM VARYING RefInd FROM 1 BY 1
                       UNTIL RefInd > RefKeyCount OR RefKeyFound
               IF RefKeyValue(RefInd) = RefLookupKey
                   MOVE "Y" TO RefFoundFlag
                   MOVE RefDescription(RefInd) TO RefDescFound
                   MOVE RefDepartment(RefInd) TO RefDeptFound
               END-IF
           END-PERFORM.

           readMasterRecord.
           READ StatsMaster NEXT RECORD
               AT END
                   MOVE "Y" TO EndOfMaster
           END-READ.

           tallyMasterRecord.
           ADD 1 TO MasterRecordsUsed
           MOVE "N" TO KeyFoundFlag
           PERFORM VARYING RollupInd FROM 1 BY 1
                       UNTIL RollupInd > RollupKeyCount
                           OR KeyAlreadyTabled
               IF RollupKey(RollupInd) = SX-GROUP-KEY
                   MOVE "Y" TO KeyFoundFlag
                   SUBTRACT 1 FROM RollupInd
               END-IF
           END-PERFORM
           IF NOT KeyAlreadyTabled
               ADD 1 TO RollupKeyCount
               MOVE RollupKeyCount TO RollupInd
               MOVE SX-GROUP-KEY TO RollupKey(RollupInd)
               MOVE 0 TO RollupRuns(RollupInd)
               MOVE 0 TO RollupRecords(RollupInd)
               MOVE SX-SMALLEST TO RollupSmallest(RollupInd)
               MOVE SX-LARGEST TO RollupLargest(RollupInd)
               MOVE 0 TO RollupMeanSum(RollupInd)
               MOVE 0 TO RollupDeptNo(RollupInd)
               MOVE "N" TO RollupNoRefFlag(RollupInd)
           END-IF
           ADD 1 TO RollupRuns(RollupInd)
           ADD SX-RECORD-COUNT TO RollupRecords(RollupInd)
           IF SX-SMALLEST < RollupSmallest(RollupInd)
               MOVE SX-SMALLEST TO RollupSmallest(RollupInd)
           END-IF
           IF SX-LARGEST > RollupLargest(RollupInd)
               MOVE SX-LARGEST TO RollupLargest(RollupInd)
           END-IF
           COMPUTE RollupMeanSum(RollupInd) =
               RollupMeanSum(RollupInd)
               + (SX-MEAN * SX-RECORD-COUNT).

           assignDepartments.
           PERFORM VARYING RollupInd FROM 1 BY 1
                       UNTIL RollupInd > RollupKeyCount
               MOVE RollupKey(RollupInd) TO RefLookupKey
               PERFORM findRefEntry
               IF NOT RefKeyFound
                   MOVE "Y" TO RollupNoRefFlag(RollupInd)
               ELSE
                   IF RefDeptFound NOT = SPACES
                       PERFORM findDepartment
                       MOVE DeptInd TO RollupDeptNo(RollupInd)
                   END-IF
               END-IF
               IF RollupDeptNo(RollupInd) = 0
                   PERFORM addToUnassigned
               ELSE
                   PERFORM addToDepartment
               END-IF
               PERFORM addToGrandTotal
           END-PERFORM.

           findDepartment.
           MOVE "N" TO DeptFoundFlag
           PERFORM VARYING DeptInd FROM 1 BY 1
                       UNTIL DeptInd > DeptCount OR DeptAlreadyTabled
               IF DeptName(DeptInd) = RefDeptFound
                   MOVE "Y" TO DeptFoundFlag
                   SUBTRACT 1 FROM DeptInd
               END-IF
           END-PERFORM
           IF NOT DeptAlreadyTabled
               IF DeptCount < MaxDepts
                   ADD 1 TO DeptCount
                   MOVE DeptCount TO DeptInd
                   MOVE RefDeptFound TO DeptName(DeptInd)
                   MOVE 0 TO DeptBatches(DeptInd)
                   MOVE 0 TO DeptRuns(DeptInd)
                   MOVE 0 TO DeptRecords(DeptInd)
                   MOVE RollupSmallest(RollupInd)
                       TO DeptSmallest(DeptInd)
                   MOVE RollupLargest(RollupInd)
                       TO DeptLargest(DeptInd)
                   MOVE 0 TO DeptMeanSum(DeptInd)
                   MOVE "N" TO DeptPrintedFlag(DeptInd)
               ELSE
                   IF NOT DeptTableOverflowed
                       display "WARNING: MORE THAN " MaxDepts
                           " DEPARTMENTS, EXCESS REPORTED AS "
                           "UNASSIGNED"
                       MOVE "Y" TO DeptOverflowFlag
                   END-IF
                   MOVE 0 TO DeptInd
               END-IF
           END-IF.

           addToDepartment.
           MOVE RollupDeptNo(RollupInd) TO DeptInd
           ADD 1 TO DeptBatches(DeptInd)
           ADD RollupRuns(RollupInd) TO DeptRuns(DeptInd)
           ADD RollupRecords(RollupInd) TO DeptRecords(DeptInd)
           IF RollupSmallest(RollupInd) < DeptSmallest(DeptInd)
               MOVE RollupSmallest(RollupInd) TO DeptSmallest(DeptInd)
           END-IF
           IF RollupLargest(RollupInd) > DeptLargest(DeptInd)
               MOVE RollupLargest(RollupInd) TO DeptLargest(DeptInd)
           END-IF
           ADD RollupMeanSum(RollupInd) TO DeptMeanSum(DeptInd).

           addToUnassigned.
           IF UnassignedBatches = 0
               MOVE RollupSmallest(RollupInd) TO UnassignedSmallest
               MOVE RollupLargest(RollupInd) TO UnassignedLargest
           END-IF
           ADD 1 TO UnassignedBatches
           ADD RollupRuns(RollupInd) TO UnassignedRuns
           ADD RollupRecords(RollupInd) TO UnassignedRecords
           IF RollupSmallest(RollupInd) < UnassignedSmallest
               MOVE RollupSmallest(RollupInd) TO UnassignedSmallest
           END-IF
           IF RollupLargest(RollupInd) > UnassignedLargest
               MOVE RollupLargest(RollupInd) TO UnassignedLargest
           END-IF
           ADD RollupMeanSum(RollupInd) TO UnassignedMeanSum.

           addToGrandTotal.
           IF GrandBatches = 0
               MOVE RollupSmallest(RollupInd) TO GrandSmallest
               MOVE RollupLargest(RollupInd) TO GrandLargest
           END-IF
           ADD 1 TO GrandBatches
           ADD RollupRuns(RollupInd) TO GrandRuns
           ADD RollupRecords(RollupInd) TO GrandRecords
           IF RollupSmallest(RollupInd) < GrandSmallest
               MOVE RollupSmallest(RollupInd) TO GrandSmallest
           END-IF
           IF RollupLargest(RollupInd) > GrandLargest
               MOVE RollupLargest(RollupInd) TO GrandLargest
           END-IF
           ADD RollupMeanSum(RollupInd) TO GrandMeanSum.

           writeDeptReport.
           OPEN OUTPUT DeptReport
           IF DeptReportStatus NOT = "00"
               display "ERROR: cannot open DEPT.RPT, file status "
                   DeptReportStatus
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO DeptLine
           STRING "PRACTICAL5 - DEPARTMENT ROLL-UP REPORT  RUN DATES "
               FromDateText " TO " ThruDateText
               DELIMITED BY SIZE INTO DeptLine
           WRITE DeptLine

           MOVE MasterRecordsRead TO EditedMasterRead
           MOVE MasterRecordsUsed TO EditedMasterUsed
           MOVE DeptCount TO EditedDeptCount
           MOVE SPACES TO DeptLine
           WRITE DeptLine
           MOVE SPACES TO DeptLine
           STRING "MASTER RECORDS READ            "
               EditedMasterRead DELIMITED BY SIZE INTO DeptLine
           WRITE DeptLine
           MOVE SPACES TO DeptLine
           STRING "MASTER RECORDS IN DATE RANGE   "
               EditedMasterUsed DELIMITED BY SIZE INTO DeptLine
           WRITE DeptLine
           MOVE SPACES TO DeptLine
           STRING "DEPARTMENTS REPORTED           "
               EditedDeptCount DELIMITED BY SIZE INTO DeptLine
           WRITE DeptLine

           MOVE 1 TO NextDeptNo
           PERFORM UNTIL NextDeptNo = 0
               PERFORM selectNextDepartment
               IF NextDeptNo > 0
                   PERFORM writeOneDepartment
               END-IF
           END-PERFORM

           PERFORM writeUnassignedSection

           MOVE GrandBatches TO TotalBatches
           MOVE GrandRuns TO TotalRuns
           MOVE GrandRecords TO TotalRecords
           MOVE GrandSmallest TO TotalSmallest
           MOVE GrandLargest TO TotalLargest
           MOVE GrandMeanSum TO TotalMeanSum
           MOVE SPACES TO DeptLine
           WRITE DeptLine
           MOVE SPACES TO DeptLine
           STRING "GRAND TOTAL - ALL DEPARTMENTS"
               DELIMITED BY SIZE INTO DeptLine
           WRITE DeptLine
           PERFORM writeTotalLines

           CLOSE DeptReport.

           selectNextDepartment.
           MOVE 0 TO NextDeptNo
           PERFORM VARYING DeptInd FROM 1 BY 1
                       UNTIL DeptInd > DeptCount
               IF DeptPrintedFlag(DeptInd) = "N"
                   IF NextDeptNo = 0
                       MOVE DeptInd TO NextDeptNo
                   ELSE
                       IF DeptName(DeptInd) < DeptName(NextDeptNo)
                           MOVE DeptInd TO NextDeptNo
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           writeOneDepartment.
           MOVE NextDeptNo TO PrintDeptNo
           MOVE "Y" TO DeptPrintedFlag(PrintDeptNo)
           MOVE SPACES TO DeptLine
           WRITE DeptLine
           MOVE SPACES TO DeptLine
           STRING "DEPARTMENT: " DeptName(PrintDeptNo)
               DELIMITED BY SIZE INTO DeptLine
           WRITE DeptLine
           PERFORM writeBatchHeading
           PERFORM VARYING RollupInd FROM 1 BY 1
                       UNTIL RollupInd > RollupKeyCount
               IF RollupDeptNo(RollupInd) = PrintDeptNo
                   MOVE SPACES TO BatchNoteText
                   PERFORM writeOneBatchLine
               END-IF
           END-PERFORM
           MOVE DeptBatches(PrintDeptNo) TO TotalBatches
           MOVE DeptRuns(PrintDeptNo) TO TotalRuns
           MOVE DeptRecords(PrintDeptNo) TO TotalRecords
           MOVE DeptSmallest(PrintDeptNo) TO TotalSmallest
           MOVE DeptLargest(PrintDeptNo) TO TotalLargest
           MOVE DeptMeanSum(PrintDeptNo) TO TotalMeanSum
           MOVE SPACES TO DeptLine
           STRING "  DEPARTMENT TOTALS"
               DELIMITED BY SIZE INTO DeptLine
           WRITE DeptLine
           PERFORM writeTotalLines.

           writeUnassignedSection.
           MOVE SPACES TO DeptLine
           WRITE DeptLine
           MOVE SPACES TO DeptLine
           STRING "UNASSIGNED - BLANK DEPARTMENT OR KEY NOT ON "
               "BATCH REFERENCE MASTER"
               DELIMITED BY SIZE INTO DeptLine
           WRITE DeptLine
           IF UnassignedBatches = 0
               MOVE SPACES TO DeptLine
               STRING "  NONE" DELIMITED BY SIZE INTO DeptLine
               WRITE DeptLine
           ELSE
               PERFORM writeBatchHeading
               PERFORM VARYING RollupInd FROM 1 BY 1
                           UNTIL RollupInd > RollupKeyCount
                   IF RollupDeptNo(RollupInd) = 0
                       IF RollupNoRefFlag(RollupInd) = "Y"
                           MOVE "  NOT ON MASTER" TO BatchNoteText
                       ELSE
                           MOVE "  NO DEPARTMENT" TO BatchNoteText
                       END-IF
                       PERFORM writeOneBatchLine
                   END-IF
               END-PERFORM
               MOVE UnassignedBatches TO TotalBatches
               MOVE UnassignedRuns TO TotalRuns
               MOVE UnassignedRecords TO TotalRecords
               MOVE UnassignedSmallest TO TotalSmallest
               MOVE UnassignedLargest TO TotalLargest
               MOVE UnassignedMeanSum TO TotalMeanSum
               MOVE SPACES TO DeptLine
               STRING "  UNASSIGNED TOTALS"
                   DELIMITED BY SIZE INTO DeptLine
               WRITE DeptLine
               PERFORM writeTotalLines
           END-IF.

           writeBatchHeading.
           MOVE SPACES TO DeptLine
           STRING "  KEY   RUNS   READINGS  SMALLEST  LARGEST  "
               "WTD MEAN  DESCRIPTION"
               DELIMITED BY SIZE INTO DeptLine
           WRITE DeptLine.

           writeOneBatchLine.
           MOVE RollupKey(RollupInd) TO EditedGroupKey
           MOVE RollupRuns(RollupInd) TO EditedRollupRuns
           MOVE RollupRecords(RollupInd) TO EditedRollupRecords
           MOVE RollupSmallest(RollupInd) TO EditedRollupSmallest
           MOVE RollupLargest(RollupInd) TO EditedRollupLargest
           IF RollupRecords(RollupInd) > 0
               COMPUTE WeightedMean ROUNDED =
                   RollupMeanSum(RollupInd)
                   / RollupRecords(RollupInd)
           ELSE
               MOVE 0 TO WeightedMean
           END-IF
           MOVE WeightedMean TO EditedWeightedMean
           MOVE RollupKey(RollupInd) TO RefLookupKey
           PERFORM findRefEntry
           MOVE SPACES TO DeptLine
           STRING "  " EditedGroupKey "  "
               EditedRollupRuns "  "
               EditedRollupRecords "     "
               EditedRollupSmallest "    "
               EditedRollupLargest "  "
               EditedWeightedMean "  "
               RefDescFound
               BatchNoteText
               DELIMITED BY SIZE INTO DeptLine
           WRITE DeptLine.

           writeTotalLines.
           MOVE TotalBatches TO EditedTotalBatches
           MOVE TotalRuns TO EditedTotalRuns
           MOVE TotalRecords TO EditedTotalRecords
           MOVE TotalSmallest TO EditedTotalSmallest
           MOVE TotalLargest TO EditedTotalLargest
           IF TotalRecords > 0
               COMPUTE WeightedMean ROUNDED =
                   TotalMeanSum / TotalRecords
           ELSE
               MOVE 0 TO WeightedMean
           END-IF
           MOVE WeightedMean TO EditedTotalMean
           IF GrandRecords > 0
               COMPUTE SharePct ROUNDED =
                   (TotalRecords * 100) / GrandRecords
           ELSE
               MOVE 0 TO SharePct
           END-IF
           MOVE SharePct TO EditedSharePct
           MOVE SPACES TO DeptLine
           STRING "    BATCHES                    "
               EditedTotalBatches DELIMITED BY SIZE INTO DeptLine
           WRITE DeptLine
           MOVE SPACES TO DeptLine
           STRING "    BATCH RUNS                 "
               EditedTotalRuns DELIMITED BY SIZE INTO DeptLine
           WRITE DeptLine
           MOVE SPACES TO DeptLine
           STRING "    TOTAL READINGS             "
               EditedTotalRecords DELIMITED BY SIZE INTO DeptLine
           WRITE DeptLine
           MOVE SPACES TO DeptLine
           STRING "    WEIGHTED MEAN              "
               EditedTotalMean DELIMITED BY SIZE INTO DeptLine
           WRITE DeptLine
           MOVE SPACES TO DeptLine
           STRING "    SMALLEST                   "
               EditedTotalSmallest DELIMITED BY SIZE INTO DeptLine
           WRITE DeptLine
           MOVE SPACES TO DeptLine
           STRING "    LARGEST                    "
               EditedTotalLargest DELIMITED BY SIZE INTO DeptLine
           WRITE DeptLine
           MOVE SPACES TO DeptLine
           STRING "    SHARE OF GRAND TOTAL %     "
               EditedSharePct DELIMITED BY SIZE INTO DeptLine
           WRITE DeptLine.

      * To compile the program, use the following command:
      * cobc -x prac5deptrpt.cob && ./prac5deptrpt
