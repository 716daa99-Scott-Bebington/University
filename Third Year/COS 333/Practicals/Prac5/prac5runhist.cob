           SELECT RunHistFile ASSIGN TO "RUNHIST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RunHistFileStatus.
           SELECT BusCalFile ASSIGN TO "BUSCAL.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BC-DATE
               FILE STATUS IS BusCalFileStatus.
       DATA DIVISION.
       FILE SECTION.
       FD AuditFile.
           COPY AUDITREC.
       FD RunHistFile.
       01 RunHistLine PIC X(132).
       FD BusCalFile.
           COPY BUSCALRC.
       WORKING-STORAGE SECTION.
       01 AuditFileStatus PIC X(2) VALUE "00".
       01 RunHistFileStatus PIC X(2) VALUE "00".
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
       01 NonBusDayFoundFlag PIC X(1) VALUE "N".
           88 NonBusinessDay VALUE "Y".
       01 NonBusSkippedCount PIC 9(3) VALUE 0.
       01 EndOfAudit PIC X(1) VALUE "N".
           88 NoMoreAudit VALUE "Y".
       01 MaxAuditRuns PIC 9(4) VALUE 1000.
       01 EditedRunCount PIC ZZZ9.
       01 EditedAbnormalCount PIC ZZZ9.
       01 EditedMissedDays PIC ZZ9.
       01 EditedSkippedDays PIC ZZ9.
       01 EditedDayRuns PIC ZZ9.
       01 EditedDayRecords PIC ZZZZZZZZ9.
       01 EditedDayRejects PIC Z(6)9.
                   "no history to report"
               STOP RUN
           END-IF
           PERFORM loadBusinessCalendar
           PERFORM openRunHistFile
           PERFORM writeRunLines
           PERFORM writeAbnormalSection
                           TO AT-RECONCILE(AuditRunCount)
                       MOVE AU-END-STATUS
                           TO AT-END-STATUS(AuditRunCount)
                       IF AU-RUN-MODE NOT = "B"
                           PERFORM tallyRunDay
                       END-IF
                   END-IF
           END-READ.

               MOVE AU-START-STAMP(1:8) TO LastRunDate
           END-IF.

           loadBusinessCalendar.
           OPEN INPUT BusCalFile
           IF BusCalFileStatus NOT = "00"
               display "WARNING: BUSCAL.IDX not available, "
                   "file status " BusCalFileStatus
                   " - every calendar day checked for a run"
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

           findNonBusinessDay.
           MOVE "N" TO NonBusDayFoundFlag
           PERFORM VARYING NonBusDayInd FROM 1 BY 1
                       UNTIL NonBusDayInd > NonBusDayCount
                           OR NonBusinessDay
               IF NonBusDayDate(NonBusDayInd) = CalendarDate
                   MOVE "Y" TO NonBusDayFoundFlag
               END-IF
           END-PERFORM.

           openRunHistFile.
           OPEN OUTPUT RunHistFile
           IF RunHistFileStatus NOT = "00"
           PERFORM VARYING AuditInd FROM 1 BY 1
                       UNTIL AuditInd > AuditRunCount
               IF AT-END-STATUS(AuditInd) NOT = "NORMAL"
                           AND AT-RUN-MODE(AuditInd) NOT = "B"
                   ADD 1 TO AbnormalCount
                   PERFORM writeOneAbnormalLine
               END-IF
           MOVE SPACES TO RunHistLine
           WRITE RunHistLine
           MOVE SPACES TO RunHistLine
           IF BusCalLoaded
               STRING "BUSINESS DAYS WITH NO RUN"
                   DELIMITED BY SIZE INTO RunHistLine
               WRITE RunHistLine
               IF FirstRunDate < CalFirstDate
                           OR LastRunDate > CalLastDate
                   MOVE SPACES TO RunHistLine
                   STRING "  NOTE: BUSCAL.IDX COVERS " CalFirstDate
                       " TO " CalLastDate
                       " - DAYS OUTSIDE IT COUNT AS BUSINESS DAYS"
                       DELIMITED BY SIZE INTO RunHistLine
                   WRITE RunHistLine
               END-IF
           ELSE
               STRING "CALENDAR DAYS WITH NO RUN"
                   DELIMITED BY SIZE INTO RunHistLine
               WRITE RunHistLine
               MOVE SPACES TO RunHistLine
               STRING "  (BUSCAL.IDX NOT AVAILABLE - WEEKENDS AND "
                   "HOLIDAYS INCLUDED)"
                   DELIMITED BY SIZE INTO RunHistLine
               WRITE RunHistLine
           END-IF
           MOVE 0 TO MissedDayCount
           MOVE 0 TO NonBusSkippedCount
           MOVE FirstRunDate TO CalendarDate
           PERFORM UNTIL CalendarDate > LastRunDate
               PERFORM checkOneCalendarDay
                   EditedMissedDays
                   DELIMITED BY SIZE INTO RunHistLine
               WRITE RunHistLine
           END-IF
           IF NonBusSkippedCount > 0
               MOVE NonBusSkippedCount TO EditedSkippedDays
               MOVE SPACES TO RunHistLine
               STRING "NON-BUSINESS DAYS NOT CHECKED  "
                   EditedSkippedDays
                   DELIMITED BY SIZE INTO RunHistLine
               WRITE RunHistLine
           END-IF.

           checkOneCalendarDay.
           PERFORM findNonBusinessDay
           IF NonBusinessDay
               ADD 1 TO NonBusSkippedCount
           ELSE
               PERFORM checkOneBusinessDay
           END-IF.

           checkOneBusinessDay.
           MOVE "N" TO DayFoundFlag
           PERFORM VARYING DayInd FROM 1 BY 1
                       UNTIL DayInd > HistDayCount
