               ACCESS MODE IS RANDOM
               RECORD KEY IS BR-GROUP-KEY
               FILE STATUS IS BatchRefFileStatus.
           SELECT BatchRefHistory ASSIGN TO "BRHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BatchRefHistoryStatus.
           SELECT OperAuthFile ASSIGN TO "OPERAUTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OperAuthStatus.
           SELECT SecurityLog ASSIGN TO "SECURITY.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SecurityLogStatus.
       DATA DIVISION.
       FILE SECTION.
       FD BatchRefFile.
           COPY BATCHREF.
       FD BatchRefHistory.
           COPY BRHISTRC.
       FD OperAuthFile.
           COPY OPAUTHRC.
       FD SecurityLog.
           COPY SECLOGRC.
       WORKING-STORAGE SECTION.
       01 BatchRefFileStatus PIC X(2) VALUE "00".
       01 BatchRefHistoryStatus PIC X(2) VALUE "00".
       01 HistoryOpenFlag PIC X(1) VALUE "N".
           88 HistoryLogOpen VALUE "Y".
       01 EndOfHistory PIC X(1) VALUE "N".
           88 NoMoreHistory VALUE "Y".
       01 OperatorId PIC X(8) VALUE SPACES.
       01 OperAuthStatus PIC X(2) VALUE "00".
       01 SecurityLogStatus PIC X(2) VALUE "00".
       01 EndOfOperAuth PIC X(1) VALUE "N".
           88 NoMoreOperAuth VALUE "Y".
       01 SignOnFunction PIC X(8) VALUE "BATCHMNT".
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
       01 BeforeImage PIC X(54) VALUE SPACES.
       01 HistoryAction PIC X(1) VALUE SPACE.
       01 HistoryImage.
           05 HI-GROUP-KEY PIC 9(3).
           05 HI-DESCRIPTION PIC X(30).
           05 HI-DEPARTMENT PIC X(20).
           05 HI-ACTIVE PIC X(1).
       01 HistoryActionText PIC X(11) VALUE SPACES.
       01 HistoryFoundCount PIC 9(5) VALUE 0.
       01 EndOfMaintenance PIC X(1) VALUE "N".
           88 NoMoreMaintenance VALUE "Y".
       01 MaintAction PIC X(1) VALUE SPACE.
           88 ActionIsAdd VALUE "A".
           88 ActionIsChange VALUE "C".
           88 ActionIsInquire VALUE "I".
           88 ActionIsHistory VALUE "H".
       01 MaintKeyText PIC X(3) VALUE SPACES.
       01 MaintKey PIC 9(3) VALUE 0.
       01 NewDescription PIC X(30) VALUE SPACES.
       01 EditedGroupKey PIC ZZ9.

       PROCEDURE DIVISION.
           display "BATCH REFERENCE MASTER MAINTENANCE"
           PERFORM signOnOperator
           PERFORM openBatchRefFile
           PERFORM acceptAction
           PERFORM UNTIL NoMoreMaintenance
               IF ActionIsAdd
                   ELSE
                       IF ActionIsInquire
                           PERFORM inquireRefRecord
                       ELSE
                           IF ActionIsHistory
                               PERFORM inquireRefHistory
                           END-IF
                       END-IF
                   END-IF
               END-IF
               STOP RUN
           END-IF.

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

           acceptAction.
           MOVE SPACE TO MaintAction
           PERFORM UNTIL NoMoreMaintenance
                       OR ActionIsAdd OR ActionIsChange
                       OR ActionIsInquire OR ActionIsHistory
               display "Action A=add C=change I=inquire H=history "
                   "(blank to quit): " WITH NO ADVANCING
               MOVE SPACE TO MaintAction
               ACCEPT MaintAction
               ELSE
                   IF NOT ActionIsAdd AND NOT ActionIsChange
                               AND NOT ActionIsInquire
                               AND NOT ActionIsHistory
                       display "ACTION MUST BE A, C, I OR H"
                   END-IF
               END-IF
           END-PERFORM.

           addRefRecord.
           PERFORM acceptMaintKey
           MOVE "A" TO AuthActionCode
           MOVE "ADD" TO SecAction
           MOVE MaintKeyText TO SecKey
           PERFORM checkActionAuthority
           IF ActionIsAllowed
               PERFORM acceptRefDetails
               MOVE MaintKey TO BR-GROUP-KEY
               MOVE NewDescription TO BR-DESCRIPTION
               MOVE NewDepartment TO BR-DEPARTMENT
               MOVE NewActiveFlag TO BR-ACTIVE
               PERFORM openHistoryLog
               IF HistoryLogOpen
                   WRITE BatchRefRecord
                       INVALID KEY
                           display "BATCH " MaintKeyText
                               " ALREADY ON MASTER - USE CHANGE"
                           MOVE "ALREADY ON MASTER" TO SecReason
                           PERFORM logActionFailed
                       NOT INVALID KEY
                           ADD 1 TO AddedCount
                           MOVE SPACES TO BeforeImage
                           MOVE "A" TO HistoryAction
                           PERFORM writeHistoryRecord
                           display "BATCH " MaintKeyText " ADDED"
                           PERFORM logActionCompleted
                   END-WRITE
                   CLOSE BatchRefHistory
               ELSE
                   MOVE "BRHIST.DAT NOT AVAILABLE" TO SecReason
                   PERFORM logActionFailed
               END-IF
           END-IF.

           changeRefRecord.
           PERFORM acceptMaintKey
           MOVE "C" TO AuthActionCode
           MOVE "CHANGE" TO SecAction
           MOVE MaintKeyText TO SecKey
           PERFORM checkActionAuthority
           IF ActionIsAllowed
               MOVE MaintKey TO BR-GROUP-KEY
               READ BatchRefFile
                   INVALID KEY
                       display "BATCH " MaintKeyText
                           " NOT ON MASTER - USE ADD"
                       MOVE "NOT ON MASTER" TO SecReason
                       PERFORM logActionFailed
                   NOT INVALID KEY
                       PERFORM displayRefRecord
                       PERFORM acceptRefDetails
                       MOVE BatchRefRecord TO BeforeImage
                       MOVE NewDescription TO BR-DESCRIPTION
                       MOVE NewDepartment TO BR-DEPARTMENT
                       MOVE NewActiveFlag TO BR-ACTIVE
                       PERFORM rewriteRefRecord
               END-READ
           END-IF.

           rewriteRefRecord.
           MOVE "C" TO HistoryAction
           MOVE BeforeImage TO HistoryImage
           IF HI-ACTIVE = "A" AND BR-ACTIVE = "I"
               MOVE "D" TO HistoryAction
           END-IF
           IF HI-ACTIVE = "I" AND BR-ACTIVE = "A"
               MOVE "R" TO HistoryAction
           END-IF
           IF BatchRefRecord = BeforeImage
               display "BATCH " MaintKeyText " UNCHANGED"
               MOVE "CANCELLED" TO SecResult
               MOVE "NOTHING CHANGED" TO SecReason
               PERFORM writeSecurityLog
           ELSE
               PERFORM openHistoryLog
               IF HistoryLogOpen
                   REWRITE BatchRefRecord
                       INVALID KEY
                           display "ERROR: rewrite failed, "
                               "file status " BatchRefFileStatus
                           MOVE "REWRITE FAILED" TO SecReason
                           PERFORM logActionFailed
                       NOT INVALID KEY
                           ADD 1 TO ChangedCount
                           PERFORM writeHistoryRecord
                           display "BATCH " MaintKeyText " CHANGED"
                           PERFORM logActionCompleted
                   END-REWRITE
                   CLOSE BatchRefHistory
               ELSE
                   MOVE "BRHIST.DAT NOT AVAILABLE" TO SecReason
                   PERFORM logActionFailed
               END-IF
           END-IF.

           openHistoryLog.
           MOVE "N" TO HistoryOpenFlag
           OPEN EXTEND BatchRefHistory
           IF BatchRefHistoryStatus = "35"
               OPEN OUTPUT BatchRefHistory
           END-IF
           IF BatchRefHistoryStatus NOT = "00"
               display "ERROR: cannot open BRHIST.DAT, file status "
                   BatchRefHistoryStatus
                   " - change not made"
           ELSE
               MOVE "Y" TO HistoryOpenFlag
           END-IF.

           writeHistoryRecord.
           MOVE SPACES TO BatchRefHistoryRecord
           MOVE FUNCTION CURRENT-DATE(1:14) TO BH-STAMP
           MOVE "SCREEN" TO BH-SOURCE
           MOVE OperatorId TO BH-OPERATOR
           MOVE HistoryAction TO BH-ACTION
           MOVE BR-GROUP-KEY TO BH-GROUP-KEY
           MOVE BeforeImage TO BH-BEFORE-IMAGE
           MOVE BatchRefRecord TO BH-AFTER-IMAGE
           WRITE BatchRefHistoryRecord.

           inquireRefRecord.
           PERFORM acceptMaintKey
                   PERFORM displayRefRecord
           END-READ.

           inquireRefHistory.
           PERFORM acceptMaintKey
           MOVE 0 TO HistoryFoundCount
           MOVE "N" TO EndOfHistory
           OPEN INPUT BatchRefHistory
           IF BatchRefHistoryStatus NOT = "00"
               display "NO CHANGE HISTORY ON FILE"
           ELSE
               PERFORM showOneHistoryRecord UNTIL NoMoreHistory
               CLOSE BatchRefHistory
               IF HistoryFoundCount = 0
                   display "NO CHANGE HISTORY FOR BATCH " MaintKeyText
               END-IF
           END-IF.

           showOneHistoryRecord.
           READ BatchRefHistory
               AT END
                   MOVE "Y" TO EndOfHistory
               NOT AT END
                   IF BH-GROUP-KEY = MaintKey
                       ADD 1 TO HistoryFoundCount
                       PERFORM displayHistoryRecord
                   END-IF
           END-READ.

           displayHistoryRecord.
           MOVE "CHANGED" TO HistoryActionText
           IF BH-ACTION = "A"
               MOVE "ADDED" TO HistoryActionText
           END-IF
           IF BH-ACTION = "D"
               MOVE "DEACTIVATED" TO HistoryActionText
           END-IF
           IF BH-ACTION = "R"
               MOVE "REACTIVATED" TO HistoryActionText
           END-IF
           display BH-STAMP "  " HistoryActionText
               "  BY " BH-OPERATOR "  VIA " BH-SOURCE
               "  " BH-REFERENCE
           IF BH-BEFORE-IMAGE NOT = SPACES
               MOVE BH-BEFORE-IMAGE TO HistoryImage
               display "  BEFORE " HI-DESCRIPTION " "
                   HI-DEPARTMENT " " HI-ACTIVE
           END-IF
           MOVE BH-AFTER-IMAGE TO HistoryImage
           display "  AFTER  " HI-DESCRIPTION " "
               HI-DEPARTMENT " " HI-ACTIVE.

           displayRefRecord.
           MOVE BR-GROUP-KEY TO EditedGroupKey
           display "BATCH " EditedGroupKey
           display "  DEPARTMENT " BR-DEPARTMENT
               "  ACTIVE FLAG " BR-ACTIVE.

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
      * cobc -x prac5batchmnt.cob && ./prac5batchmnt
