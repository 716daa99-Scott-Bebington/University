           SELECT AmendReport ASSIGN TO "AMEND.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AmendReportStatus.
           SELECT OperAuthFile ASSIGN TO "OPERAUTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OperAuthStatus.
           SELECT SecurityLog ASSIGN TO "SECURITY.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SecurityLogStatus.
       DATA DIVISION.
       FILE SECTION.
       FD SupplementFile.
           COPY STATIXRC.
       FD AmendReport.
       01 AmendLine PIC X(132).
       FD OperAuthFile.
           COPY OPAUTHRC.
       FD SecurityLog.
           COPY SECLOGRC.
       WORKING-STORAGE SECTION.
       01 SupplementFileStatus PIC X(2) VALUE "00".
       01 StatsFileStatus PIC X(2) VALUE "00".
       01 StatsMasterStatus PIC X(2) VALUE "00".
       01 AmendReportStatus PIC X(2) VALUE "00".
       01 OperAuthStatus PIC X(2) VALUE "00".
       01 SecurityLogStatus PIC X(2) VALUE "00".
       01 EndOfOperAuth PIC X(1) VALUE "N".
           88 NoMoreOperAuth VALUE "Y".
       01 OperatorId PIC X(8) VALUE SPACES.
       01 SignOnFunction PIC X(8) VALUE "AMEND".
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
       01 EndOfSupplement PIC X(1) VALUE "N".
           88 NoMoreSupplement VALUE "Y".
       01 EndOfStats PIC X(1) VALUE "N".
       01 EditedActualSum PIC Z(10)9.

       PROCEDURE DIVISION.
           PERFORM signOnOperator
           PERFORM acceptAmendDate
           MOVE "R" TO AuthActionCode
           MOVE "RESTATE" TO SecAction
           MOVE AmendDateText TO SecKey
           PERFORM checkActionAuthority
           IF NOT ActionIsAllowed
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM acceptReamendOption
           PERFORM loadSupplement
           IF SuppKeyCount = 0
               display "NO SUPPLEMENTAL READINGS TO APPLY - "
                   "NOTHING RESTATED"
               MOVE "CANCELLED" TO SecResult
               MOVE "NO SUPPLEMENTAL READINGS" TO SecReason
               PERFORM writeSecurityLog
               STOP RUN
           END-IF
           PERFORM openStatsMaster
           PERFORM writeAmendSummary
           CLOSE AmendReport
           display "Amendment report written to AMEND.RPT"
           MOVE SPACES TO SecReason
           STRING "BATCHES RESTATED " EditedRestatedKeys
               DELIMITED BY SIZE INTO SecReason
           PERFORM logActionCompleted
           STOP RUN.

           acceptAmendDate.
           IF SupplementFileStatus NOT = "00"
               display "ERROR: cannot open SUPPL.DAT, file status "
                   SupplementFileStatus
               MOVE "SUPPL.DAT NOT AVAILABLE" TO SecReason
               PERFORM logActionFailed
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           READ SupplementFile
               IF SuppKeyCount >= MaxSuppKeys
                   display "ERROR: MORE THAN " MaxSuppKeys
                       " GROUP KEYS IN SUPPL.DAT - RUN ABORTED"
                   MOVE "SUPPL.DAT TABLE FULL" TO SecReason
                   PERFORM logActionFailed
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO SuppKeyCount
           IF StatsMasterStatus NOT = "00"
               display "ERROR: cannot open STATSMST.IDX, file status "
                   StatsMasterStatus
               MOVE "STATSMST.IDX NOT AVAILABLE" TO SecReason
               PERFORM logActionFailed
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF AmendReportStatus NOT = "00"
               display "ERROR: cannot open AMEND.RPT, file status "
                   AmendReportStatus
               CLOSE StatsMaster
               MOVE "AMEND.RPT NOT WRITTEN" TO SecReason
               PERFORM logActionFailed
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO AmendLine
                           " RECORDS - FLAT FILE NOT RESTATED"
                       CLOSE StatsFile
                       CLOSE AmendReport
                       MOVE "STATS.OUT TABLE FULL" TO SecReason
                       PERFORM logActionFailed
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO StatsRecCount
               EditedAlreadyRestated DELIMITED BY SIZE INTO AmendLine
           WRITE AmendLine.

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
      * cobc -x prac5amend.cob && ./prac5amend
