               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BR-GROUP-KEY
               FILE STATUS IS BatchRefFileStatus.
           SELECT BusCalFile ASSIGN TO "BUSCAL.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BC-DATE
               FILE STATUS IS BusCalFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD SuspenseFile.
       01 AgingLine PIC X(132).
       FD BatchRefFile.
           COPY BATCHREF.
       FD BusCalFile.
           COPY BUSCALRC.
       WORKING-STORAGE SECTION.
           COPY SUSPREC.
       01 SuspenseFileStatus PIC X(2) VALUE "00".
       01 AgingReportStatus PIC X(2) VALUE "00".
       01 BatchRefFileStatus PIC X(2) VALUE "00".
       01 BusCalFileStatus PIC X(2) VALUE "00".
       01 EndOfBusCal PIC X(1) VALUE "N".
           88 NoMoreBusCal VALUE "Y".
       01 BusCalLoadedFlag PIC X(1) VALUE "N".
           88 BusCalLoaded VALUE "Y".
       01 CalFirstDate PIC X(8) VALUE SPACES.
       01 CalLastDate PIC X(8) VALUE SPACES.
       01 MaxNonBusDays PIC 9(4) VALUE 4000.
       01 NonBusDayCount PIC 9(4) VALUE 0.
       01 NonBusDayTable.
           05 NonBusDayDate OCCURS 4000 TIMES PIC X(8).
       01 NonBusDayInd PIC 9(4) VALUE 1.
       01 CalRangeFrom PIC X(8) VALUE SPACES.
       01 CalRangeThru PIC X(8) VALUE SPACES.
       01 NonBusInRange PIC 9(5) VALUE 0.
       01 EndOfSuspense PIC X(1) VALUE "N".
           88 NoMoreSuspense VALUE "Y".
       01 EndOfBatchRef PIC X(1) VALUE "N".
       01 OpenRejectCount PIC 9(5) VALUE 0.
       01 RecycledCount PIC 9(5) VALUE 0.
       01 WrittenOffCount PIC 9(5) VALUE 0.
       01 BackedOutCount PIC 9(5) VALUE 0.
       01 CorrectedCount PIC 9(5) VALUE 0.
       01 TotalBand1 PIC 9(5) VALUE 0.
       01 TotalBand2 PIC 9(5) VALUE 0.
       01 TotalBand3 PIC 9(5) VALUE 0.
       01 EditedOpenCount PIC ZZZZ9.
       01 EditedRecycledCount PIC ZZZZ9.
       01 EditedWrittenOffCount PIC ZZZZ9.
       01 EditedBackedOutCount PIC ZZZZ9.
       01 EditedCorrectedCount PIC ZZZZ9.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TodayDateText
           MOVE TodayDateText TO WorkDateText
           PERFORM calcDayNumber
           MOVE WorkDayNumber TO TodayDayNumber
           PERFORM loadBusinessCalendar
           PERFORM loadBatchRef
           OPEN INPUT SuspenseFile
           IF SuspenseFileStatus NOT = "00"
                   END-IF
           END-READ.

           loadBusinessCalendar.
           OPEN INPUT BusCalFile
           IF BusCalFileStatus NOT = "00"
               display "WARNING: BUSCAL.IDX not available, "
                   "file status " BusCalFileStatus
                   " - ages counted in calendar days"
           ELSE
               PERFORM loadOneCalendarDay UNTIL NoMoreBusCal
               CLOSE BusCalFile
               IF CalFirstDate NOT = SPACES
                   MOVE "Y" TO BusCalLoadedFlag
               END-IF
           END-IF.

           loadOneCalendarDay.
           READ BusCalFile NEXT RECORD
               AT END
                   MOVE "Y" TO EndOfBusCal
               NOT AT END
                   IF CalFirstDate = SPACES
                       MOVE BC-DATE TO CalFirstDate
                   END-IF
                   MOVE BC-DATE TO CalLastDate
                   IF BC-WORKING-DAY NOT = "Y"
                       IF NonBusDayCount < MaxNonBusDays
                           ADD 1 TO NonBusDayCount
                           MOVE BC-DATE TO NonBusDayDate(NonBusDayCount)
                       ELSE
                           display "WARNING: MORE THAN " MaxNonBusDays
                               " NON-BUSINESS DAYS ON BUSCAL.IDX, "
                               "EXCESS IGNORED"
                           MOVE "Y" TO EndOfBusCal
                       END-IF
                   END-IF
           END-READ.

           countNonBusinessDays.
           MOVE 0 TO NonBusInRange
           PERFORM VARYING NonBusDayInd FROM 1 BY 1
                       UNTIL NonBusDayInd > NonBusDayCount
                           OR NonBusDayDate(NonBusDayInd) > CalRangeThru
               IF NonBusDayDate(NonBusDayInd) > CalRangeFrom
                   ADD 1 TO NonBusInRange
               END-IF
           END-PERFORM.

           findRefEntry.
           MOVE "N" TO RefFoundFlag
           MOVE SPACES TO RefDescFound
                       IF SP-STATUS = "W"
                           ADD 1 TO WrittenOffCount
                       ELSE
                           IF SP-STATUS = "X"
                               ADD 1 TO BackedOutCount
                           ELSE
                               PERFORM tallyOpenReject
                           END-IF
                       END-IF
                   END-IF
           END-READ.

           tallyOpenReject.
           ADD 1 TO OpenRejectCount
           IF SP-STATUS = "C"
               ADD 1 TO CorrectedCount
           END-IF
           MOVE 0 TO AgeDays
           IF SP-REJECT-DATE IS NUMERIC
               MOVE SP-REJECT-DATE TO WorkDateText
               PERFORM calcDayNumber
               MOVE WorkDayNumber TO RejectDayNumber
               COMPUTE AgeDays = TodayDayNumber - RejectDayNumber
               IF BusCalLoaded AND AgeDays > 0
                   MOVE SP-REJECT-DATE TO CalRangeFrom
                   MOVE TodayDateText TO CalRangeThru
                   PERFORM countNonBusinessDays
                   SUBTRACT NonBusInRange FROM AgeDays
               END-IF
               IF AgeDays < 0
                   MOVE 0 TO AgeDays
               END-IF
               DELIMITED BY SIZE INTO AgingLine
           WRITE AgingLine

           MOVE SPACES TO AgingLine
           IF BusCalLoaded
               STRING "AGE BANDS IN BUSINESS DAYS FROM BUSCAL.IDX"
                   DELIMITED BY SIZE INTO AgingLine
           ELSE
               STRING "AGE BANDS IN CALENDAR DAYS - "
                   "BUSCAL.IDX NOT AVAILABLE"
                   DELIMITED BY SIZE INTO AgingLine
           END-IF
           WRITE AgingLine
           IF BusCalLoaded
                       AND (TodayDateText < CalFirstDate
                           OR TodayDateText > CalLastDate)
               MOVE SPACES TO AgingLine
               STRING "NOTE: BUSCAL.IDX COVERS " CalFirstDate
                   " TO " CalLastDate
                   " - DAYS OUTSIDE IT COUNT AS BUSINESS DAYS"
                   DELIMITED BY SIZE INTO AgingLine
               WRITE AgingLine
           END-IF

           MOVE SPACES TO AgingLine
           WRITE AgingLine

               EditedOpenCount DELIMITED BY SIZE INTO AgingLine
           WRITE AgingLine

           MOVE CorrectedCount TO EditedCorrectedCount
           MOVE SPACES TO AgingLine
           STRING "  CORRECTED, AWAITING RECYCLE  "
               EditedCorrectedCount DELIMITED BY SIZE INTO AgingLine
           WRITE AgingLine

           MOVE SPACES TO AgingLine
           STRING "RECYCLED                       "
               EditedRecycledCount DELIMITED BY SIZE INTO AgingLine
               EditedWrittenOffCount DELIMITED BY SIZE INTO AgingLine
           WRITE AgingLine

           MOVE BackedOutCount TO EditedBackedOutCount
           MOVE SPACES TO AgingLine
           STRING "BACKED OUT                     "
               EditedBackedOutCount DELIMITED BY SIZE INTO AgingLine
           WRITE AgingLine

           CLOSE AgingReport.

           writeOneAgeLine.
