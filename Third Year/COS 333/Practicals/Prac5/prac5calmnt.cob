       IDENTIFICATION DIVISION.
       PROGRAM-ID. Prac5CalMnt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BusCalFile ASSIGN TO "BUSCAL.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BC-DATE
               FILE STATUS IS BusCalFileStatus.
           SELECT HolidayFile ASSIGN TO "HOLIDAYS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HolidayFileStatus.
           SELECT OperAuthFile ASSIGN TO "OPERAUTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OperAuthStatus.
           SELECT SecurityLog ASSIGN TO "SECURITY.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SecurityLogStatus.
       DATA DIVISION.
       FILE SECTION.
       FD BusCalFile.
           COPY BUSCALRC.
       FD HolidayFile.
           COPY HOLIDYRC.
       FD OperAuthFile.
           COPY OPAUTHRC.
       FD SecurityLog.
           COPY SECLOGRC.
       WORKING-STORAGE SECTION.
       01 BusCalFileStatus PIC X(2) VALUE "00".
       01 HolidayFileStatus PIC X(2) VALUE "00".
       01 OperAuthStatus PIC X(2) VALUE "00".
       01 SecurityLogStatus PIC X(2) VALUE "00".
       01 EndOfOperAuth PIC X(1) VALUE "N".
           88 NoMoreOperAuth VALUE "Y".
       01 OperatorId PIC X(8) VALUE SPACES.
       01 SignOnFunction PIC X(8) VALUE "CALMNT".
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
       01 EndOfHolidays PIC X(1) VALUE "N".
           88 NoMoreHolidays VALUE "Y".
       01 EndOfMaintenance PIC X(1) VALUE "N".
           88 NoMoreMaintenance VALUE "Y".
       01 MaintAction PIC X(1) VALUE SPACE.
           88 ActionIsLoad VALUE "L".
           88 ActionIsHoliday VALUE "H".
           88 ActionIsWorking VALUE "W".
           88 ActionIsNonWorking VALUE "N".
           88 ActionIsInquire VALUE "I".
       01 LoadYearText PIC X(4) VALUE SPACES.
       01 LoadYear PIC 9(4) VALUE 0.
       01 LoadYearReadyFlag PIC X(1) VALUE "N".
           88 LoadYearReady VALUE "Y".
       01 YearOnFileFlag PIC X(1) VALUE "N".
           88 YearAlreadyLoaded VALUE "Y".
       01 ReloadConfirm PIC X(1) VALUE SPACE.
       01 CalDateText PIC X(8) VALUE SPACES.
       01 CalDateReadyFlag PIC X(1) VALUE "N".
           88 CalDateReady VALUE "Y".
       01 NewDescription PIC X(30) VALUE SPACES.
       01 YearStartNumber PIC 9(7) VALUE 0.
       01 YearEndNumber PIC 9(7) VALUE 0.
       01 WalkDayNumber PIC 9(7) VALUE 0.
       01 CalendarDateNumber PIC 9(8) VALUE 0.
       01 YearDayCount PIC 9(3) VALUE 0.
       01 YearDayTable.
           05 YearDayEntry OCCURS 366 TIMES.
               10 YD-DATE PIC X(8).
               10 YD-WEEKDAY PIC 9(1).
               10 YD-WORKING-DAY PIC X(1).
               10 YD-HOLIDAY PIC X(1).
               10 YD-DESCRIPTION PIC X(30).
       01 YearDayInd PIC 9(3) VALUE 1.
       01 DayNameList PIC X(21) VALUE "MONTUEWEDTHUFRISATSUN".
       01 DayNameTable REDEFINES DayNameList.
           05 DayName OCCURS 7 TIMES PIC X(3).
       01 YearBusinessDays PIC 9(3) VALUE 0.
       01 YearHolidays PIC 9(3) VALUE 0.
       01 HolidaysApplied PIC 9(3) VALUE 0.
       01 HolidaysOnWeekend PIC 9(3) VALUE 0.
       01 LoadedCount PIC 9(5) VALUE 0.
       01 ChangedCount PIC 9(5) VALUE 0.
       01 DayTypeText PIC X(16) VALUE SPACES.
       01 EditedYearDays PIC ZZ9.
       01 EditedBusinessDays PIC ZZ9.
       01 EditedHolidays PIC ZZ9.
       01 EditedLoadedCount PIC ZZZZ9.
       01 EditedChangedCount PIC ZZZZ9.

       PROCEDURE DIVISION.
           display "BUSINESS CALENDAR MAINTENANCE"
           PERFORM signOnOperator
           PERFORM openBusCalFile
           PERFORM acceptAction
           PERFORM UNTIL NoMoreMaintenance
               IF ActionIsLoad
                   PERFORM loadCalendarYear
               ELSE
                   IF ActionIsHoliday OR ActionIsWorking
                               OR ActionIsNonWorking
                       PERFORM markCalendarDay
                   ELSE
                       IF ActionIsInquire
                           PERFORM inquireCalendarDay
                       END-IF
                   END-IF
               END-IF
               PERFORM acceptAction
           END-PERFORM
           CLOSE BusCalFile
           MOVE LoadedCount TO EditedLoadedCount
           MOVE ChangedCount TO EditedChangedCount
           display "Maintenance complete"
           display "  Days loaded:  " EditedLoadedCount
           display "  Days changed: " EditedChangedCount
           STOP RUN.

           openBusCalFile.
           OPEN I-O BusCalFile
           IF BusCalFileStatus = "35"
               OPEN OUTPUT BusCalFile
               IF BusCalFileStatus = "00"
                   CLOSE BusCalFile
                   OPEN I-O BusCalFile
               END-IF
           END-IF
           IF BusCalFileStatus NOT = "00"
               display "ERROR: cannot open BUSCAL.IDX, file status "
                   BusCalFileStatus
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           acceptAction.
           MOVE SPACE TO MaintAction
           PERFORM UNTIL NoMoreMaintenance
                       OR ActionIsLoad OR ActionIsHoliday
                       OR ActionIsWorking OR ActionIsNonWorking
                       OR ActionIsInquire
               display "Action L=load year H=holiday W=working day "
                   "N=non-working day I=inquire (blank to quit): "
                   WITH NO ADVANCING
               MOVE SPACE TO MaintAction
               ACCEPT MaintAction
               IF MaintAction = SPACE
                   MOVE "Y" TO EndOfMaintenance
               ELSE
                   IF NOT ActionIsLoad AND NOT ActionIsHoliday
                               AND NOT ActionIsWorking
                               AND NOT ActionIsNonWorking
                               AND NOT ActionIsInquire
                       display "ACTION MUST BE L, H, W, N OR I"
                   END-IF
               END-IF
           END-PERFORM.

           acceptLoadYear.
           MOVE "N" TO LoadYearReadyFlag
           PERFORM UNTIL LoadYearReady
               display "Year to load (YYYY): " WITH NO ADVANCING
               MOVE SPACES TO LoadYearText
               ACCEPT LoadYearText
               IF LoadYearText IS NUMERIC
                   MOVE LoadYearText TO LoadYear
                   IF LoadYear > 1900 AND LoadYear < 3000
                       MOVE "Y" TO LoadYearReadyFlag
                   END-IF
               END-IF
               IF NOT LoadYearReady
                   display "YEAR MUST BE 4 DIGITS, E.G. 2026"
               END-IF
           END-PERFORM.

           acceptCalDate.
           MOVE "N" TO CalDateReadyFlag
           PERFORM UNTIL CalDateReady
               display "Calendar date (YYYYMMDD): " WITH NO ADVANCING
               MOVE SPACES TO CalDateText
               ACCEPT CalDateText
               IF CalDateText IS NUMERIC
                   IF FUNCTION TEST-DATE-YYYYMMDD(
                           FUNCTION NUMVAL(CalDateText)) = 0
                       MOVE "Y" TO CalDateReadyFlag
                   END-IF
               END-IF
               IF NOT CalDateReady
                   display "DATE MUST BE A VALID 8-DIGIT DATE, "
                       "E.G. 20260901"
               END-IF
           END-PERFORM.

           loadCalendarYear.
           PERFORM acceptLoadYear
           MOVE "L" TO AuthActionCode
           MOVE "LOAD-YEAR" TO SecAction
           MOVE LoadYearText TO SecKey
           PERFORM checkActionAuthority
           IF ActionIsAllowed
               PERFORM checkYearOnFile
               MOVE "Y" TO ReloadConfirm
               IF YearAlreadyLoaded
                   display "YEAR " LoadYearText
                       " IS ALREADY ON THE CALENDAR"
                   display "Reload it? Days marked by hand in that "
                       "year are reset (Y/N): " WITH NO ADVANCING
                   MOVE SPACE TO ReloadConfirm
                   ACCEPT ReloadConfirm
                   IF ReloadConfirm NOT = "Y"
                       display "YEAR " LoadYearText " NOT RELOADED"
                       MOVE "CANCELLED" TO SecResult
                       MOVE "RELOAD NOT CONFIRMED" TO SecReason
                       PERFORM writeSecurityLog
                   END-IF
               END-IF
               IF ReloadConfirm = "Y"
                   PERFORM buildYearDays
                   PERFORM applyHolidayFile
                   PERFORM writeYearDays
                   MOVE SPACES TO SecReason
                   STRING EditedYearDays " DAYS, " EditedBusinessDays
                       " BUSINESS DAYS"
                       DELIMITED BY SIZE INTO SecReason
                   PERFORM logActionCompleted
               END-IF
           END-IF.

           checkYearOnFile.
           MOVE "N" TO YearOnFileFlag
           MOVE SPACES TO BusCalRecord
           STRING LoadYearText "0101" DELIMITED BY SIZE INTO BC-DATE
           START BusCalFile KEY IS NOT LESS THAN BC-DATE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ BusCalFile NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF BC-DATE(1:4) = LoadYearText
                               MOVE "Y" TO YearOnFileFlag
                           END-IF
                   END-READ
           END-START.

           buildYearDays.
           COMPUTE YearStartNumber =
               FUNCTION INTEGER-OF-DATE((LoadYear * 10000) + 0101)
           COMPUTE YearEndNumber =
               FUNCTION INTEGER-OF-DATE((LoadYear * 10000) + 1231)
           MOVE 0 TO YearDayCount
           PERFORM VARYING WalkDayNumber FROM YearStartNumber BY 1
                       UNTIL WalkDayNumber > YearEndNumber
               ADD 1 TO YearDayCount
               COMPUTE CalendarDateNumber =
                   FUNCTION DATE-OF-INTEGER(WalkDayNumber)
               MOVE CalendarDateNumber TO YD-DATE(YearDayCount)
               COMPUTE YD-WEEKDAY(YearDayCount) =
                   FUNCTION MOD(WalkDayNumber - 1, 7) + 1
               MOVE "N" TO YD-HOLIDAY(YearDayCount)
               MOVE SPACES TO YD-DESCRIPTION(YearDayCount)
               IF YD-WEEKDAY(YearDayCount) > 5
                   MOVE "N" TO YD-WORKING-DAY(YearDayCount)
                   MOVE "WEEKEND" TO YD-DESCRIPTION(YearDayCount)
               ELSE
                   MOVE "Y" TO YD-WORKING-DAY(YearDayCount)
               END-IF
           END-PERFORM.

           applyHolidayFile.
           MOVE 0 TO HolidaysApplied
           MOVE 0 TO HolidaysOnWeekend
           MOVE "N" TO EndOfHolidays
           OPEN INPUT HolidayFile
           IF HolidayFileStatus NOT = "00"
               display "NOTE: HOLIDAYS.DAT not available, file status "
                   HolidayFileStatus " - weekends only loaded"
           ELSE
               PERFORM applyOneHoliday UNTIL NoMoreHolidays
               CLOSE HolidayFile
           END-IF.

           applyOneHoliday.
           READ HolidayFile
               AT END
                   MOVE "Y" TO EndOfHolidays
               NOT AT END
                   IF HL-DATE(1:4) = LoadYearText
                       IF HL-DATE IS NUMERIC
                           IF FUNCTION TEST-DATE-YYYYMMDD(
                                   FUNCTION NUMVAL(HL-DATE)) = 0
                               PERFORM markHolidayInYear
                           ELSE
                               display "WARNING: HOLIDAYS.DAT date "
                                   HL-DATE " not valid - ignored"
                           END-IF
                       ELSE
                           display "WARNING: HOLIDAYS.DAT date "
                               HL-DATE " not valid - ignored"
                       END-IF
                   END-IF
           END-READ.

           markHolidayInYear.
           COMPUTE YearDayInd =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(HL-DATE))
               - YearStartNumber + 1
           IF YD-WEEKDAY(YearDayInd) > 5
               ADD 1 TO HolidaysOnWeekend
           ELSE
               ADD 1 TO HolidaysApplied
           END-IF
           MOVE "N" TO YD-WORKING-DAY(YearDayInd)
           MOVE "Y" TO YD-HOLIDAY(YearDayInd)
           MOVE HL-DESCRIPTION TO YD-DESCRIPTION(YearDayInd).

           writeYearDays.
           MOVE 0 TO YearBusinessDays
           MOVE 0 TO YearHolidays
           PERFORM VARYING YearDayInd FROM 1 BY 1
                       UNTIL YearDayInd > YearDayCount
               PERFORM writeOneYearDay
           END-PERFORM
           MOVE YearDayCount TO EditedYearDays
           MOVE YearBusinessDays TO EditedBusinessDays
           MOVE YearHolidays TO EditedHolidays
           display "YEAR " LoadYearText " LOADED: " EditedYearDays
               " DAYS, " EditedBusinessDays " BUSINESS DAYS, "
               EditedHolidays " HOLIDAYS"
           IF HolidaysOnWeekend > 0
               MOVE HolidaysOnWeekend TO EditedHolidays
               display "  " EditedHolidays
                   " HOLIDAY(S) FALL ON A WEEKEND - LIST ANY "
                   "OBSERVED WEEKDAY IN HOLIDAYS.DAT"
           END-IF.

           writeOneYearDay.
           MOVE SPACES TO BusCalRecord
           MOVE YD-DATE(YearDayInd) TO BC-DATE
           MOVE YD-WEEKDAY(YearDayInd) TO BC-WEEKDAY
           MOVE YD-WORKING-DAY(YearDayInd) TO BC-WORKING-DAY
           MOVE YD-HOLIDAY(YearDayInd) TO BC-HOLIDAY
           MOVE YD-DESCRIPTION(YearDayInd) TO BC-DESCRIPTION
           MOVE FUNCTION CURRENT-DATE(1:14) TO BC-STAMP
           IF BC-WORKING-DAY = "Y"
               ADD 1 TO YearBusinessDays
           END-IF
           IF BC-HOLIDAY = "Y"
               ADD 1 TO YearHolidays
           END-IF
           WRITE BusCalRecord
               INVALID KEY
                   REWRITE BusCalRecord
                       INVALID KEY
                           display "ERROR: cannot store " BC-DATE
                               ", file status " BusCalFileStatus
                       NOT INVALID KEY
                           ADD 1 TO LoadedCount
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1 TO LoadedCount
           END-WRITE.

           markCalendarDay.
           PERFORM acceptCalDate
           MOVE "M" TO AuthActionCode
           MOVE "MARK-DAY" TO SecAction
           MOVE CalDateText TO SecKey
           PERFORM checkActionAuthority
           IF ActionIsAllowed
               MOVE CalDateText TO BC-DATE
               READ BusCalFile
                   INVALID KEY
                       display "DATE " CalDateText
                           " NOT ON CALENDAR - LOAD THE YEAR FIRST"
                       MOVE "NOT ON CALENDAR" TO SecReason
                       PERFORM logActionFailed
                   NOT INVALID KEY
                       PERFORM displayCalendarDay
                       PERFORM changeCalendarDay
               END-READ
           END-IF.

           changeCalendarDay.
           display "Description (30 chars, blank to keep): "
               WITH NO ADVANCING
           MOVE SPACES TO NewDescription
           ACCEPT NewDescription
           IF ActionIsHoliday
               MOVE "N" TO BC-WORKING-DAY
               MOVE "Y" TO BC-HOLIDAY
           END-IF
           IF ActionIsWorking
               MOVE "Y" TO BC-WORKING-DAY
               MOVE "N" TO BC-HOLIDAY
           END-IF
           IF ActionIsNonWorking
               MOVE "N" TO BC-WORKING-DAY
               MOVE "N" TO BC-HOLIDAY
           END-IF
           IF NewDescription NOT = SPACES
               MOVE NewDescription TO BC-DESCRIPTION
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO BC-STAMP
           REWRITE BusCalRecord
               INVALID KEY
                   display "ERROR: rewrite failed, file status "
                       BusCalFileStatus
                   MOVE "REWRITE FAILED" TO SecReason
                   PERFORM logActionFailed
               NOT INVALID KEY
                   ADD 1 TO ChangedCount
                   display "DATE " CalDateText " CHANGED"
                   PERFORM displayCalendarDay
                   MOVE SPACES TO SecReason
                   STRING "NOW " DayTypeText
                       DELIMITED BY SIZE INTO SecReason
                   PERFORM logActionCompleted
           END-REWRITE.

           inquireCalendarDay.
           PERFORM acceptCalDate
           MOVE CalDateText TO BC-DATE
           READ BusCalFile
               INVALID KEY
                   display "DATE " CalDateText " NOT ON CALENDAR"
               NOT INVALID KEY
                   PERFORM displayCalendarDay
           END-READ.

           displayCalendarDay.
           IF BC-WORKING-DAY = "Y"
               MOVE "BUSINESS DAY" TO DayTypeText
           ELSE
               IF BC-HOLIDAY = "Y"
                   MOVE "HOLIDAY" TO DayTypeText
               ELSE
                   MOVE "NON-BUSINESS DAY" TO DayTypeText
               END-IF
           END-IF
           IF BC-WEEKDAY > 0 AND BC-WEEKDAY < 8
               display BC-DATE " " DayName(BC-WEEKDAY) "  "
                   DayTypeText "  " BC-DESCRIPTION
           ELSE
               display BC-DATE "      " DayTypeText "  "
                   BC-DESCRIPTION
           END-IF
           display "  LAST CHANGED " BC-STAMP.

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
      * cobc -x prac5calmnt.cob && ./prac5calmnt
