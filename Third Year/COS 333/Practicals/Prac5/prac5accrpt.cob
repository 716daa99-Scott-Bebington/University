       IDENTIFICATION DIVISION.
       PROGRAM-ID. Prac5AccRpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OperAuthFile ASSIGN TO "OPERAUTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OperAuthStatus.
           SELECT SecurityLog ASSIGN TO "SECURITY.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SecurityLogStatus.
           SELECT AccessReport ASSIGN TO "ACCESS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AccessReportStatus.
       DATA DIVISION.
       FILE SECTION.
       FD OperAuthFile.
           COPY OPAUTHRC.
       FD SecurityLog.
           COPY SECLOGRC.
       FD AccessReport.
       01 AccessLine PIC X(132).
       WORKING-STORAGE SECTION.
       01 OperAuthStatus PIC X(2) VALUE "00".
       01 SecurityLogStatus PIC X(2) VALUE "00".
       01 AccessReportStatus PIC X(2) VALUE "00".
       01 EndOfOperAuth PIC X(1) VALUE "N".
           88 NoMoreOperAuth VALUE "Y".
       01 EndOfSecurityLog PIC X(1) VALUE "N".
           88 NoMoreSecurityLog VALUE "Y".
       01 FromDateText PIC X(8) VALUE SPACES.
       01 ThruDateText PIC X(8) VALUE SPACES.
       01 DateRangeValidFlag PIC X(1) VALUE "N".
           88 DateRangeIsValid VALUE "Y".
       01 LogDateText PIC X(8) VALUE SPACES.
       01 MaxAuthRecs PIC 9(3) VALUE 500.
       01 AuthRecCount PIC 9(3) VALUE 0.
       01 AuthTable.
           05 AuthEntry OCCURS 500 TIMES.
               10 AT-OPERATOR-ID PIC X(8).
               10 AT-FUNCTION PIC X(8).
               10 AT-ACTIONS PIC X(10).
               10 AT-STATUS PIC X(1).
       01 AuthInd PIC 9(3) VALUE 1.
       01 MaxOperators PIC 9(3) VALUE 500.
       01 OperatorCount PIC 9(3) VALUE 0.
       01 OperatorTable.
           05 OperatorEntry OCCURS 500 TIMES.
               10 OT-OPERATOR-ID PIC X(8).
               10 OT-OPERATOR-NAME PIC X(30).
               10 OT-ON-FILE PIC X(1).
       01 OperatorInd PIC 9(3) VALUE 1.
       01 OperatorFoundFlag PIC X(1) VALUE "N".
           88 OperatorFound VALUE "Y".
       01 FindOperatorId PIC X(8) VALUE SPACES.
       01 MaxLogRecs PIC 9(5) VALUE 20000.
       01 LogRecCount PIC 9(5) VALUE 0.
       01 LogRecTable.
           05 LogRecText OCCURS 20000 TIMES PIC X(109).
       01 LogInd PIC 9(5) VALUE 1.
       01 OperatorLogCount PIC 9(5) VALUE 0.
       01 OperatorAuthCount PIC 9(3) VALUE 0.
       01 OperSignOnCount PIC 9(5) VALUE 0.
       01 OperGrantedCount PIC 9(5) VALUE 0.
       01 OperRefusedCount PIC 9(5) VALUE 0.
       01 OperCompletedCount PIC 9(5) VALUE 0.
       01 OperFailedCount PIC 9(5) VALUE 0.
       01 OperCancelledCount PIC 9(5) VALUE 0.
       01 TotalSignOnCount PIC 9(5) VALUE 0.
       01 TotalGrantedCount PIC 9(5) VALUE 0.
       01 TotalRefusedCount PIC 9(5) VALUE 0.
       01 TotalCompletedCount PIC 9(5) VALUE 0.
       01 TotalFailedCount PIC 9(5) VALUE 0.
       01 TotalCancelledCount PIC 9(5) VALUE 0.
       01 IdleOperatorCount PIC 9(3) VALUE 0.
       01 UnknownOperatorCount PIC 9(3) VALUE 0.
       01 AuthStatusText PIC X(7) VALUE SPACES.
       01 EditedSignOnCount PIC ZZZZ9.
       01 EditedGrantedCount PIC ZZZZ9.
       01 EditedRefusedCount PIC ZZZZ9.
       01 EditedCompletedCount PIC ZZZZ9.
       01 EditedFailedCount PIC ZZZZ9.
       01 EditedCancelledCount PIC ZZZZ9.
       01 EditedCount PIC ZZZZ9.

       PROCEDURE DIVISION.
           PERFORM acceptDateRange
           PERFORM loadOperatorAuthority
           PERFORM loadSecurityLog
           PERFORM openAccessReport
           IF OperatorCount = 0
               MOVE SPACES TO AccessLine
               WRITE AccessLine
               MOVE SPACES TO AccessLine
               STRING "  NO OPERATORS ON OPERAUTH.DAT OR SECURITY.LOG"
                   DELIMITED BY SIZE INTO AccessLine
               WRITE AccessLine
           END-IF
           PERFORM VARYING OperatorInd FROM 1 BY 1
                       UNTIL OperatorInd > OperatorCount
               PERFORM writeOperatorSection
           END-PERFORM
           PERFORM writeAccessSummary
           CLOSE AccessReport
           IF TotalRefusedCount > 0 OR UnknownOperatorCount > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           display "Access report written to ACCESS.RPT"
           STOP RUN.

           acceptDateRange.
           MOVE "N" TO DateRangeValidFlag
           PERFORM UNTIL DateRangeIsValid
               display "From date (YYYYMMDD, blank for earliest): "
                   WITH NO ADVANCING
               MOVE SPACES TO FromDateText
               ACCEPT FromDateText
               display "Thru date (YYYYMMDD, blank for latest): "
                   WITH NO ADVANCING
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

           loadOperatorAuthority.
           OPEN INPUT OperAuthFile
           IF OperAuthStatus NOT = "00"
               display "WARNING: OPERAUTH.DAT not available, "
                   "file status " OperAuthStatus
                   " - activity reported without authorities"
           ELSE
               PERFORM loadOneOperAuth UNTIL NoMoreOperAuth
               CLOSE OperAuthFile
           END-IF.

           loadOneOperAuth.
           READ OperAuthFile
               AT END
                   MOVE "Y" TO EndOfOperAuth
               NOT AT END
                   IF AuthRecCount < MaxAuthRecs
                       ADD 1 TO AuthRecCount
                       MOVE OA-OPERATOR-ID
                           TO AT-OPERATOR-ID(AuthRecCount)
                       MOVE OA-FUNCTION TO AT-FUNCTION(AuthRecCount)
                       MOVE OA-ACTIONS TO AT-ACTIONS(AuthRecCount)
                       MOVE OA-STATUS TO AT-STATUS(AuthRecCount)
                       MOVE OA-OPERATOR-ID TO FindOperatorId
                       PERFORM findOperator
                       IF NOT OperatorFound
                           PERFORM addOperator
                       END-IF
                       IF OperatorFound
                           MOVE "Y" TO OT-ON-FILE(OperatorInd)
                           IF OT-OPERATOR-NAME(OperatorInd) = SPACES
                               MOVE OA-OPERATOR-NAME
                                   TO OT-OPERATOR-NAME(OperatorInd)
                           END-IF
                       END-IF
                   ELSE
                       display "WARNING: MORE THAN " MaxAuthRecs
                           " RECORDS ON OPERAUTH.DAT, EXCESS IGNORED"
                       MOVE "Y" TO EndOfOperAuth
                   END-IF
           END-READ.

           findOperator.
           MOVE "N" TO OperatorFoundFlag
           PERFORM VARYING OperatorInd FROM 1 BY 1
                       UNTIL OperatorInd > OperatorCount
                           OR OperatorFound
               IF OT-OPERATOR-ID(OperatorInd) = FindOperatorId
                   MOVE "Y" TO OperatorFoundFlag
                   SUBTRACT 1 FROM OperatorInd
               END-IF
           END-PERFORM.

           addOperator.
           IF OperatorCount < MaxOperators
               ADD 1 TO OperatorCount
               MOVE OperatorCount TO OperatorInd
               MOVE FindOperatorId TO OT-OPERATOR-ID(OperatorInd)
               MOVE SPACES TO OT-OPERATOR-NAME(OperatorInd)
               MOVE "N" TO OT-ON-FILE(OperatorInd)
               MOVE "Y" TO OperatorFoundFlag
           ELSE
               display "WARNING: MORE THAN " MaxOperators
                   " OPERATORS, " FindOperatorId " NOT REPORTED"
           END-IF.

           loadSecurityLog.
           OPEN INPUT SecurityLog
           IF SecurityLogStatus NOT = "00"
               display "NOTE: SECURITY.LOG not available, file status "
                   SecurityLogStatus " - no activity to report"
           ELSE
               PERFORM loadOneSecurityRecord UNTIL NoMoreSecurityLog
               CLOSE SecurityLog
           END-IF.

           loadOneSecurityRecord.
           READ SecurityLog
               AT END
                   MOVE "Y" TO EndOfSecurityLog
               NOT AT END
                   MOVE SL-STAMP(1:8) TO LogDateText
                   IF (FromDateText = SPACES
                               OR LogDateText NOT < FromDateText)
                           AND (ThruDateText = SPACES
                               OR LogDateText NOT > ThruDateText)
                       PERFORM tableOneSecurityRecord
                   END-IF
           END-READ.

           tableOneSecurityRecord.
           IF LogRecCount < MaxLogRecs
               ADD 1 TO LogRecCount
               MOVE SecurityLogRecord TO LogRecText(LogRecCount)
               MOVE SL-OPERATOR TO FindOperatorId
               PERFORM findOperator
               IF NOT OperatorFound
                   PERFORM addOperator
               END-IF
           ELSE
               display "WARNING: MORE THAN " MaxLogRecs
                   " SECURITY.LOG RECORDS IN THE PERIOD, "
                   "EXCESS NOT REPORTED"
               MOVE "Y" TO EndOfSecurityLog
           END-IF.

           openAccessReport.
           OPEN OUTPUT AccessReport
           IF AccessReportStatus NOT = "00"
               display "ERROR: cannot open ACCESS.RPT, file status "
                   AccessReportStatus
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO AccessLine
           STRING "PRACTICAL5 - OPERATOR ACCESS REPORT"
               DELIMITED BY SIZE INTO AccessLine
           WRITE AccessLine
           MOVE SPACES TO AccessLine
           IF FromDateText = SPACES
               IF ThruDateText = SPACES
                   STRING "PERIOD: ALL ACTIVITY ON SECURITY.LOG"
                       DELIMITED BY SIZE INTO AccessLine
               ELSE
                   STRING "PERIOD: EARLIEST TO " ThruDateText
                       DELIMITED BY SIZE INTO AccessLine
               END-IF
           ELSE
               IF ThruDateText = SPACES
                   STRING "PERIOD: " FromDateText " TO LATEST"
                       DELIMITED BY SIZE INTO AccessLine
               ELSE
                   STRING "PERIOD: " FromDateText " TO " ThruDateText
                       DELIMITED BY SIZE INTO AccessLine
               END-IF
           END-IF
           WRITE AccessLine.

           writeOperatorSection.
           MOVE SPACES TO AccessLine
           WRITE AccessLine
           MOVE SPACES TO AccessLine
           STRING "OPERATOR " OT-OPERATOR-ID(OperatorInd) "  "
               OT-OPERATOR-NAME(OperatorInd)
               DELIMITED BY SIZE INTO AccessLine
           WRITE AccessLine
           MOVE SPACES TO AccessLine
           STRING "  AUTHORITIES HELD"
               DELIMITED BY SIZE INTO AccessLine
           WRITE AccessLine
           MOVE 0 TO OperatorAuthCount
           PERFORM VARYING AuthInd FROM 1 BY 1
                       UNTIL AuthInd > AuthRecCount
               IF AT-OPERATOR-ID(AuthInd)
                           = OT-OPERATOR-ID(OperatorInd)
                   PERFORM writeOneAuthorityLine
               END-IF
           END-PERFORM
           IF OT-ON-FILE(OperatorInd) NOT = "Y"
               ADD 1 TO UnknownOperatorCount
               MOVE SPACES TO AccessLine
               STRING "    ** NOT ON OPERAUTH.DAT - ACTIVITY BY AN "
                   "UNKNOWN OPERATOR ID"
                   DELIMITED BY SIZE INTO AccessLine
               WRITE AccessLine
           END-IF
           MOVE SPACES TO AccessLine
           STRING "  ACTIVITY"
               DELIMITED BY SIZE INTO AccessLine
           WRITE AccessLine
           MOVE 0 TO OperatorLogCount
           MOVE 0 TO OperSignOnCount
           MOVE 0 TO OperGrantedCount
           MOVE 0 TO OperRefusedCount
           MOVE 0 TO OperCompletedCount
           MOVE 0 TO OperFailedCount
           MOVE 0 TO OperCancelledCount
           PERFORM VARYING LogInd FROM 1 BY 1
                       UNTIL LogInd > LogRecCount
               MOVE LogRecText(LogInd) TO SecurityLogRecord
               IF SL-OPERATOR = OT-OPERATOR-ID(OperatorInd)
                   PERFORM writeOneActivityLine
               END-IF
           END-PERFORM
           IF OperatorLogCount = 0
               ADD 1 TO IdleOperatorCount
               MOVE SPACES TO AccessLine
               STRING "    NONE"
                   DELIMITED BY SIZE INTO AccessLine
               WRITE AccessLine
           END-IF
           MOVE OperSignOnCount TO EditedSignOnCount
           MOVE OperGrantedCount TO EditedGrantedCount
           MOVE OperRefusedCount TO EditedRefusedCount
           MOVE OperCompletedCount TO EditedCompletedCount
           MOVE OperFailedCount TO EditedFailedCount
           MOVE OperCancelledCount TO EditedCancelledCount
           MOVE SPACES TO AccessLine
           STRING "  SIGN-ONS " EditedSignOnCount
               "  GRANTED " EditedGrantedCount
               "  REFUSED " EditedRefusedCount
               "  COMPLETED " EditedCompletedCount
               "  FAILED " EditedFailedCount
               "  CANCELLED " EditedCancelledCount
               DELIMITED BY SIZE INTO AccessLine
           WRITE AccessLine.

           writeOneAuthorityLine.
           ADD 1 TO OperatorAuthCount
           IF AT-STATUS(AuthInd) = "A"
               MOVE "ACTIVE" TO AuthStatusText
           ELSE
               MOVE "REVOKED" TO AuthStatusText
           END-IF
           MOVE SPACES TO AccessLine
           STRING "    FUNCTION " AT-FUNCTION(AuthInd)
               "  ACTIONS " AT-ACTIONS(AuthInd)
               "  " AuthStatusText
               DELIMITED BY SIZE INTO AccessLine
           WRITE AccessLine.

           writeOneActivityLine.
           ADD 1 TO OperatorLogCount
           IF SL-ACTION = "SIGN-ON"
               IF SL-RESULT = "GRANTED"
                   ADD 1 TO OperSignOnCount
                   ADD 1 TO TotalSignOnCount
               END-IF
           ELSE
               IF SL-RESULT = "GRANTED"
                   ADD 1 TO OperGrantedCount
                   ADD 1 TO TotalGrantedCount
               END-IF
           END-IF
           IF SL-RESULT = "REFUSED"
               ADD 1 TO OperRefusedCount
               ADD 1 TO TotalRefusedCount
           END-IF
           IF SL-RESULT = "COMPLETED"
               ADD 1 TO OperCompletedCount
               ADD 1 TO TotalCompletedCount
           END-IF
           IF SL-RESULT = "FAILED"
               ADD 1 TO OperFailedCount
               ADD 1 TO TotalFailedCount
           END-IF
           IF SL-RESULT = "CANCELLED"
               ADD 1 TO OperCancelledCount
               ADD 1 TO TotalCancelledCount
           END-IF
           MOVE SPACES TO AccessLine
           STRING "    " SL-STAMP(1:8) " " SL-STAMP(9:2) ":"
               SL-STAMP(11:2) ":" SL-STAMP(13:2)
               "  " SL-PROGRAM "  " SL-ACTION "  " SL-KEY
               "  " SL-RESULT "  " SL-REASON
               DELIMITED BY SIZE INTO AccessLine
           WRITE AccessLine.

           writeAccessSummary.
           MOVE SPACES TO AccessLine
           WRITE AccessLine
           MOVE OperatorCount TO EditedCount
           MOVE SPACES TO AccessLine
           STRING "OPERATORS REPORTED             " EditedCount
               DELIMITED BY SIZE INTO AccessLine
           WRITE AccessLine
           MOVE IdleOperatorCount TO EditedCount
           MOVE SPACES TO AccessLine
           STRING "OPERATORS WITH NO ACTIVITY     " EditedCount
               DELIMITED BY SIZE INTO AccessLine
           WRITE AccessLine
           MOVE UnknownOperatorCount TO EditedCount
           MOVE SPACES TO AccessLine
           STRING "OPERATORS NOT ON OPERAUTH.DAT  " EditedCount
               DELIMITED BY SIZE INTO AccessLine
           WRITE AccessLine
           MOVE LogRecCount TO EditedCount
           MOVE SPACES TO AccessLine
           STRING "SECURITY LOG RECORDS           " EditedCount
               DELIMITED BY SIZE INTO AccessLine
           WRITE AccessLine
           MOVE TotalSignOnCount TO EditedCount
           MOVE SPACES TO AccessLine
           STRING "SIGN-ONS                       " EditedCount
               DELIMITED BY SIZE INTO AccessLine
           WRITE AccessLine
           MOVE TotalGrantedCount TO EditedCount
           MOVE SPACES TO AccessLine
           STRING "ACTIONS GRANTED                " EditedCount
               DELIMITED BY SIZE INTO AccessLine
           WRITE AccessLine
           MOVE TotalRefusedCount TO EditedCount
           MOVE SPACES TO AccessLine
           STRING "ATTEMPTS REFUSED               " EditedCount
               DELIMITED BY SIZE INTO AccessLine
           WRITE AccessLine
           MOVE TotalCompletedCount TO EditedCount
           MOVE SPACES TO AccessLine
           STRING "ACTIONS COMPLETED              " EditedCount
               DELIMITED BY SIZE INTO AccessLine
           WRITE AccessLine
           MOVE TotalFailedCount TO EditedCount
           MOVE SPACES TO AccessLine
           STRING "ACTIONS FAILED                 " EditedCount
               DELIMITED BY SIZE INTO AccessLine
           WRITE AccessLine
           MOVE TotalCancelledCount TO EditedCount
           MOVE SPACES TO AccessLine
           STRING "ACTIONS CANCELLED              " EditedCount
               DELIMITED BY SIZE INTO AccessLine
           WRITE AccessLine.

      * To compile the program, use the following command:
      * cobc -x prac5accrpt.cob && ./prac5accrpt
