               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BR-GROUP-KEY
               FILE STATUS IS BatchRefFileStatus.
           SELECT BusCalFile ASSIGN TO "BUSCAL.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BC-DATE
               FILE STATUS IS BusCalFileStatus.
           SELECT OperAuthFile ASSIGN TO "OPERAUTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OperAuthStatus.
           SELECT SecurityLog ASSIGN TO "SECURITY.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SecurityLogStatus.
       DATA DIVISION.
       FILE SECTION.
       FD SuspenseFile.
           COPY PARMREC.
       FD BatchRefFile.
           COPY BATCHREF.
       FD BusCalFile.
           COPY BUSCALRC.
       FD OperAuthFile.
           COPY OPAUTHRC.
       FD SecurityLog.
           COPY SECLOGRC.
       WORKING-STORAGE SECTION.
           COPY SUSPREC.
       01 BatchRefFileStatus PIC X(2) VALUE "00".
       01 RefFoundFlag PIC X(1) VALUE "N".
           88 RefKeyFound VALUE "Y".
       01 RefActiveFound PIC X(1) VALUE SPACE.
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
       01 ParmsFileStatus PIC X(2) VALUE "00".
       01 SuspenseFileStatus PIC X(2) VALUE "00".
       01 SuspenseWorkStatus PIC X(2) VALUE "00".
       01 SupplementFileStatus PIC X(2) VALUE "00".
       01 RecycleReportStatus PIC X(2) VALUE "00".
       01 OperAuthStatus PIC X(2) VALUE "00".
       01 SecurityLogStatus PIC X(2) VALUE "00".
       01 EndOfOperAuth PIC X(1) VALUE "N".
           88 NoMoreOperAuth VALUE "Y".
       01 OperatorId PIC X(8) VALUE SPACES.
       01 SignOnFunction PIC X(8) VALUE "RECYCLE".
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
       01 EndOfSuspense PIC X(1) VALUE "N".
           88 NoMoreSuspense VALUE "Y".
       01 MinValidValue PIC 9(5) VALUE 00001.
       01 MaxValidValue PIC 9(5) VALUE 99999.
       01 WriteOffDays PIC 9(3) VALUE 0.
       01 WriteOffRefusedFlag PIC X(1) VALUE "N".
           88 WriteOffRefused VALUE "Y".
       01 EndOfWork PIC X(1) VALUE "N".
           88 NoMoreWork VALUE "Y".
       01 PendingSuppCount PIC 9(6) VALUE 0.
       01 EditedUntouchedCount PIC ZZZZ9.

       PROCEDURE DIVISION.
           PERFORM signOnOperator
           MOVE "R" TO AuthActionCode
           MOVE "RECYCLE" TO SecAction
           MOVE "SUSPENSE.DAT" TO SecKey
           PERFORM checkActionAuthority
           IF NOT ActionIsAllowed
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM loadParameters
           IF WriteOffDays > 0
               PERFORM checkWriteOffAuthority
           END-IF
           PERFORM checkPendingSupplement
           PERFORM loadBatchRef
           PERFORM openRecycleReport
           IF WriteOffRefused
               PERFORM writeWriteOffRefused
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO TodayDateText
           MOVE TodayDateText TO WorkDateText
           PERFORM calcDayNumber
           MOVE WorkDayNumber TO TodayDayNumber
           IF WriteOffDays > 0
               PERFORM loadBusinessCalendar
               PERFORM writeWriteOffBasis
           END-IF
           PERFORM processSuspenseFile
           PERFORM writeSupplementFile
           PERFORM copyBackSuspense
           PERFORM writeRecycleSummary
           CLOSE RecycleReport
           display "Supplemental input written to SUPPL.DAT"
           PERFORM logRecycleCompleted
           STOP RUN.

           loadParameters.
               CLOSE ParmsFile
           END-IF.

           checkWriteOffAuthority.
           MOVE "W" TO AuthActionCode
           MOVE "WRITE-OFF" TO SecAction
           PERFORM setWriteOffKey
           PERFORM checkActionAuthority
           IF NOT ActionIsAllowed
               MOVE "Y" TO WriteOffRefusedFlag
               MOVE 0 TO WriteOffDays
               display "NOTE: suspense records are recycled but "
                   "nothing is written off this run"
           END-IF.

           setWriteOffKey.
           MOVE SPACES TO SecKey
           STRING "OLDER THAN " WriteOffDays " DAYS"
               DELIMITED BY SIZE INTO SecKey.

           writeWriteOffRefused.
           MOVE SPACES TO RecycleLine
           STRING "WRITE-OFF NOT AUTHORISED FOR OPERATOR " OperatorId
               " - NOTHING WRITTEN OFF"
               DELIMITED BY SIZE INTO RecycleLine
           WRITE RecycleLine.

           logRecycleCompleted.
           MOVE "RECYCLE" TO SecAction
           MOVE "SUSPENSE.DAT" TO SecKey
           MOVE SPACES TO SecReason
           STRING "RECORDS RECYCLED " EditedAcceptedCount
               DELIMITED BY SIZE INTO SecReason
           PERFORM logActionCompleted
           IF WriteOffDays > 0
               MOVE "WRITE-OFF" TO SecAction
               PERFORM setWriteOffKey
               MOVE SPACES TO SecReason
               STRING "RECORDS WRITTEN OFF " EditedWrittenOffCount
                   DELIMITED BY SIZE INTO SecReason
               PERFORM logActionCompleted
           END-IF.

           logRecycleFailed.
           MOVE "RECYCLE" TO SecAction
           MOVE "SUSPENSE.DAT" TO SecKey
           PERFORM logActionFailed
           IF WriteOffDays > 0
               MOVE "WRITE-OFF" TO SecAction
               PERFORM setWriteOffKey
               PERFORM logActionFailed
           END-IF.

           checkPendingSupplement.
           OPEN INPUT SupplementFile
           IF SupplementFileStatus = "00"
                   PendingSuppCount " unapplied reading(s)"
               display "RUN REFUSED - APPLY THEM WITH THE AMENDMENT "
                   "RUN FIRST, OR THEY WOULD BE OVERWRITTEN"
               MOVE "SUPPL.DAT NOT YET APPLIED" TO SecReason
               PERFORM logRecycleFailed
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
                   END-IF
           END-READ.

           loadBusinessCalendar.
           OPEN INPUT BusCalFile
           IF BusCalFileStatus NOT = "00"
               display "WARNING: BUSCAL.IDX not available, "
                   "file status " BusCalFileStatus
                   " - write-off age counted in calendar days"
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

           writeWriteOffBasis.
           MOVE SPACES TO RecycleLine
           IF BusCalLoaded
               STRING "WRITE-OFF AGE COUNTED IN BUSINESS DAYS "
                   "FROM BUSCAL.IDX"
                   DELIMITED BY SIZE INTO RecycleLine
           ELSE
               STRING "WRITE-OFF AGE COUNTED IN CALENDAR DAYS - "
                   "BUSCAL.IDX NOT AVAILABLE"
                   DELIMITED BY SIZE INTO RecycleLine
           END-IF
           WRITE RecycleLine
           IF BusCalLoaded
                       AND (TodayDateText < CalFirstDate
                           OR TodayDateText > CalLastDate)
               MOVE SPACES TO RecycleLine
               STRING "NOTE: BUSCAL.IDX COVERS " CalFirstDate
                   " TO " CalLastDate
                   " - DAYS OUTSIDE IT COUNT AS BUSINESS DAYS"
                   DELIMITED BY SIZE INTO RecycleLine
               WRITE RecycleLine
           END-IF.

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
           MOVE SPACE TO RefActiveFound
           IF SuspenseFileStatus NOT = "00"
               display "ERROR: cannot open SUSPENSE.DAT, file status "
                   SuspenseFileStatus
               MOVE "SUSPENSE.DAT NOT AVAILABLE" TO SecReason
               PERFORM logRecycleFailed
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT SuspenseWork
           IF SuspenseWorkStatus NOT = "00"
               display "ERROR: cannot open SUSPWRK.DAT, file status "
                   SuspenseWorkStatus
               MOVE "SUSPWRK.DAT NOT WRITTEN" TO SecReason
               PERFORM logRecycleFailed
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM processOneSuspense UNTIL NoMoreSuspense
           IF RecycleReportStatus NOT = "00"
               display "ERROR: cannot open RECYCLE.RPT, file status "
                   RecycleReportStatus
               MOVE "RECYCLE.RPT NOT WRITTEN" TO SecReason
               PERFORM logRecycleFailed
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO RecycleLine
               NOT AT END
                   MOVE SuspenseLine TO SuspenseRecord
                   IF SP-STATUS = "N" OR SP-STATUS = "B"
                               OR SP-STATUS = "C"
                       PERFORM recycleOneRecord
                   ELSE
                       ADD 1 TO UntouchedCount
               PERFORM calcDayNumber
               MOVE WorkDayNumber TO RejectDayNumber
               COMPUTE AgeDays = TodayDayNumber - RejectDayNumber
               IF BusCalLoaded AND AgeDays > 0
                   MOVE SP-REJECT-DATE TO CalRangeFrom
                   MOVE TodayDateText TO CalRangeThru
                   PERFORM countNonBusinessDays
                   SUBTRACT NonBusInRange FROM AgeDays
               END-IF
               IF AgeDays > WriteOffDays
                   MOVE "W" TO SP-STATUS
                   ADD 1 TO WrittenOffCount
           IF SupplementFileStatus NOT = "00"
               display "ERROR: cannot open SUPPL.DAT, file status "
                   SupplementFileStatus
               MOVE "SUPPL.DAT NOT WRITTEN" TO SecReason
               PERFORM logRecycleFailed
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE AcceptedCount TO SUP-COUNT
           IF SuspenseWorkStatus NOT = "00"
               display "ERROR: cannot reopen SUSPWRK.DAT, "
                   "file status " SuspenseWorkStatus
               MOVE "SUSPWRK.DAT NOT AVAILABLE" TO SecReason
               PERFORM logRecycleFailed
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT SuspenseFile
           IF SuspenseFileStatus NOT = "00"
               display "ERROR: cannot rewrite SUSPENSE.DAT, "
                   "file status " SuspenseFileStatus
               MOVE "SUSPENSE.DAT NOT REWRITTEN" TO SecReason
               PERFORM logRecycleFailed
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM copyOneWorkRecord UNTIL NoMoreWork
               EditedUntouchedCount DELIMITED BY SIZE INTO RecycleLine
           WRITE RecycleLine.

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
      * cobc -x prac5recycle.cob && ./prac5recycle
