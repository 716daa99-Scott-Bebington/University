       IDENTIFICATION DIVISION.
       PROGRAM-ID. Prac5BatchTxn.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BatchRefFile ASSIGN TO "BATCHREF.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BR-GROUP-KEY
               FILE STATUS IS BatchRefFileStatus.
           SELECT BatchRefTxnFile ASSIGN TO "BRTRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BatchRefTxnStatus.
           SELECT BatchRefHistory ASSIGN TO "BRHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BatchRefHistoryStatus.
           SELECT TxnReport ASSIGN TO "BRTXN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TxnReportStatus.
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
       FD BatchRefTxnFile.
           COPY BRTXNREC.
       FD BatchRefHistory.
           COPY BRHISTRC.
       FD TxnReport.
       01 TxnLine PIC X(132).
       FD OperAuthFile.
           COPY OPAUTHRC.
       FD SecurityLog.
           COPY SECLOGRC.
       WORKING-STORAGE SECTION.
       01 BatchRefFileStatus PIC X(2) VALUE "00".
       01 BatchRefTxnStatus PIC X(2) VALUE "00".
       01 BatchRefHistoryStatus PIC X(2) VALUE "00".
       01 TxnReportStatus PIC X(2) VALUE "00".
       01 OperAuthStatus PIC X(2) VALUE "00".
       01 SecurityLogStatus PIC X(2) VALUE "00".
       01 EndOfOperAuth PIC X(1) VALUE "N".
           88 NoMoreOperAuth VALUE "Y".
       01 AuthFunction PIC X(8) VALUE "BATCHMNT".
       01 MaxAuthOps PIC 9(3) VALUE 500.
       01 AuthOpCount PIC 9(3) VALUE 0.
       01 AuthOpTable.
           05 AuthOpEntry OCCURS 500 TIMES.
               10 AuthOpId PIC X(8).
               10 AuthOpActions PIC X(10).
       01 AuthOpInd PIC 9(3) VALUE 1.
       01 AuthOpFoundFlag PIC X(1) VALUE "N".
           88 AuthOpFound VALUE "Y".
       01 OperatorId PIC X(8) VALUE SPACES.
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
       01 ApplyAbortReason PIC X(30) VALUE SPACES.
       01 EndOfBatchRef PIC X(1) VALUE "N".
           88 NoMoreBatchRef VALUE "Y".
       01 EndOfTxns PIC X(1) VALUE "N".
           88 NoMoreTxns VALUE "Y".
       01 MaxSimKeys PIC 9(5) VALUE 1000.
       01 SimKeyCount PIC 9(5) VALUE 0.
       01 SimTable.
           05 SimEntry OCCURS 1000 TIMES.
               10 SimKey PIC 9(3).
               10 SimImage PIC X(54).
       01 SimInd PIC 9(5) VALUE 1.
       01 SimFoundFlag PIC X(1) VALUE "N".
           88 SimKeyFound VALUE "Y".
       01 MaxTxns PIC 9(5) VALUE 2000.
       01 TxnCount PIC 9(5) VALUE 0.
       01 TxnTable.
           05 TxnEntry OCCURS 2000 TIMES.
               10 TxnAction PIC X(1).
               10 TxnKeyText PIC X(3).
               10 TxnDescription PIC X(30).
               10 TxnDepartment PIC X(20).
               10 TxnRequestedBy PIC X(8).
               10 TxnResult PIC X(8).
               10 TxnGranted PIC X(1).
               10 TxnReason PIC X(30).
               10 TxnBefore PIC X(54).
               10 TxnAfter PIC X(54).
       01 TxnInd PIC 9(5) VALUE 1.
       01 TxnKey PIC 9(3) VALUE 0.
       01 WorkImage.
           05 WI-GROUP-KEY PIC 9(3).
           05 WI-DESCRIPTION PIC X(30).
           05 WI-DEPARTMENT PIC X(20).
           05 WI-ACTIVE PIC X(1).
       01 AcceptedCount PIC 9(5) VALUE 0.
       01 RejectedCount PIC 9(5) VALUE 0.
       01 AppliedCount PIC 9(5) VALUE 0.
       01 ApplyFailedCount PIC 9(5) VALUE 0.
       01 RunStamp PIC X(14) VALUE SPACES.
       01 ActionText PIC X(10) VALUE SPACES.
       01 EditedTxnNo PIC 9(5).
       01 EditedTxnCount PIC Z(10)9.
       01 EditedAcceptedCount PIC Z(10)9.
       01 EditedRejectedCount PIC Z(10)9.
       01 EditedAppliedCount PIC Z(10)9.
       01 EditedFailedCount PIC Z(10)9.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RunStamp
           PERFORM loadBatchRef
           PERFORM loadBatchMntAuthority
           PERFORM loadTransactions
           PERFORM VARYING TxnInd FROM 1 BY 1 UNTIL TxnInd > TxnCount
               PERFORM editOneTransaction
           END-PERFORM
           IF AcceptedCount > 0
               PERFORM applyTransactions
           END-IF
           PERFORM openTxnReport
           PERFORM writeEditSection
           PERFORM writeApplySection
           PERFORM writeTxnSummary
           CLOSE TxnReport
           IF ApplyFailedCount > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF RejectedCount > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           display "Batch reference transactions: " TxnCount
               " read, " AppliedCount " applied, "
               RejectedCount " rejected"
           display "Edit/apply report written to BRTXN.RPT"
           STOP RUN.

           loadBatchRef.
           OPEN INPUT BatchRefFile
           IF BatchRefFileStatus = "35"
               display "NOTE: BATCHREF.IDX not found - "
                   "transactions edited against an empty master"
           ELSE
               IF BatchRefFileStatus NOT = "00"
                   display "ERROR: cannot open BATCHREF.IDX, "
                       "file status " BatchRefFileStatus
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM loadOneRefEntry UNTIL NoMoreBatchRef
               CLOSE BatchRefFile
           END-IF.

           loadOneRefEntry.
           READ BatchRefFile NEXT RECORD
               AT END
                   MOVE "Y" TO EndOfBatchRef
               NOT AT END
                   IF SimKeyCount >= MaxSimKeys
                       display "ERROR: MORE THAN " MaxSimKeys
                           " BATCH REFERENCE ENTRIES - "
                           "TRANSACTIONS CANNOT BE EDITED"
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO SimKeyCount
                   MOVE BR-GROUP-KEY TO SimKey(SimKeyCount)
                   MOVE BatchRefRecord TO SimImage(SimKeyCount)
           END-READ.

           loadTransactions.
           OPEN INPUT BatchRefTxnFile
           IF BatchRefTxnStatus = "35"
               display "NOTE: BRTRANS.DAT not found - "
                   "no transactions to process"
           ELSE
               IF BatchRefTxnStatus NOT = "00"
                   display "ERROR: cannot open BRTRANS.DAT, "
                       "file status " BatchRefTxnStatus
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM loadOneTransaction UNTIL NoMoreTxns
               CLOSE BatchRefTxnFile
           END-IF.

           loadOneTransaction.
           READ BatchRefTxnFile
               AT END
                   MOVE "Y" TO EndOfTxns
               NOT AT END
                   IF BatchRefTxnRecord = SPACES
                       CONTINUE
                   ELSE
                       IF TxnCount >= MaxTxns
                           display "ERROR: MORE THAN " MaxTxns
                               " TRANSACTIONS ON BRTRANS.DAT - "
                               "SPLIT THE FILE, NOTHING APPLIED"
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO TxnCount
                       MOVE BT-ACTION TO TxnAction(TxnCount)
                       MOVE BT-GROUP-KEY TO TxnKeyText(TxnCount)
                       MOVE BT-DESCRIPTION
                           TO TxnDescription(TxnCount)
                       MOVE BT-DEPARTMENT TO TxnDepartment(TxnCount)
                       MOVE BT-REQUESTED-BY
                           TO TxnRequestedBy(TxnCount)
                       MOVE "ACCEPTED" TO TxnResult(TxnCount)
                       MOVE "N" TO TxnGranted(TxnCount)
                       MOVE SPACES TO TxnReason(TxnCount)
                       MOVE SPACES TO TxnBefore(TxnCount)
                       MOVE SPACES TO TxnAfter(TxnCount)
                   END-IF
           END-READ.

           editOneTransaction.
           IF TxnAction(TxnInd) NOT = "A"
                       AND TxnAction(TxnInd) NOT = "C"
                       AND TxnAction(TxnInd) NOT = "D"
                       AND TxnAction(TxnInd) NOT = "R"
               MOVE "ACTION MUST BE A, C, D OR R" TO TxnReason(TxnInd)
               PERFORM rejectTransaction
           END-IF
           IF TxnResult(TxnInd) = "ACCEPTED"
                       AND TxnKeyText(TxnInd) IS NOT NUMERIC
               MOVE "GROUP KEY NOT 3 DIGITS" TO TxnReason(TxnInd)
               PERFORM rejectTransaction
           END-IF
           IF TxnResult(TxnInd) = "ACCEPTED"
                       AND TxnRequestedBy(TxnInd) = SPACES
               MOVE "REQUESTED-BY IS MISSING" TO TxnReason(TxnInd)
               PERFORM rejectTransaction
           END-IF
           IF TxnResult(TxnInd) = "ACCEPTED"
               PERFORM checkRequesterAuthority
           END-IF
           IF TxnResult(TxnInd) = "ACCEPTED"
               MOVE TxnKeyText(TxnInd) TO TxnKey
               PERFORM findSimEntry
               IF TxnAction(TxnInd) = "A"
                   PERFORM editAddTransaction
               ELSE
                   IF SimKeyFound
                       MOVE SimImage(SimInd) TO TxnBefore(TxnInd)
                       MOVE SimImage(SimInd) TO WorkImage
                       PERFORM editExistingKey
                   ELSE
                       MOVE "KEY NOT ON MASTER" TO TxnReason(TxnInd)
                       PERFORM rejectTransaction
                   END-IF
               END-IF
           END-IF
           IF TxnResult(TxnInd) = "ACCEPTED"
               ADD 1 TO AcceptedCount
               MOVE WorkImage TO TxnAfter(TxnInd)
               MOVE WorkImage TO SimImage(SimInd)
           END-IF
           IF TxnResult(TxnInd) = "REJECTED"
                       AND TxnGranted(TxnInd) = "Y"
               PERFORM logTxnOutcome
           END-IF.

           editAddTransaction.
           IF SimKeyFound
               MOVE "KEY ALREADY ON MASTER" TO TxnReason(TxnInd)
               PERFORM rejectTransaction
           END-IF
           IF TxnResult(TxnInd) = "ACCEPTED"
                       AND TxnDescription(TxnInd) = SPACES
               MOVE "DESCRIPTION IS MISSING" TO TxnReason(TxnInd)
               PERFORM rejectTransaction
           END-IF
           IF TxnResult(TxnInd) = "ACCEPTED"
                       AND SimKeyCount >= MaxSimKeys
               MOVE "REFERENCE TABLE FULL" TO TxnReason(TxnInd)
               PERFORM rejectTransaction
           END-IF
           IF TxnResult(TxnInd) = "ACCEPTED"
               ADD 1 TO SimKeyCount
               MOVE SimKeyCount TO SimInd
               MOVE TxnKey TO SimKey(SimInd)
               MOVE TxnKey TO WI-GROUP-KEY
               MOVE TxnDescription(TxnInd) TO WI-DESCRIPTION
               MOVE TxnDepartment(TxnInd) TO WI-DEPARTMENT
               MOVE "A" TO WI-ACTIVE
           END-IF.

           editExistingKey.
           IF TxnAction(TxnInd) = "C"
               IF TxnDescription(TxnInd) NOT = SPACES
                   MOVE TxnDescription(TxnInd) TO WI-DESCRIPTION
               END-IF
               IF TxnDepartment(TxnInd) NOT = SPACES
                   MOVE TxnDepartment(TxnInd) TO WI-DEPARTMENT
               END-IF
               IF WorkImage = TxnBefore(TxnInd)
                   MOVE "NOTHING TO CHANGE" TO TxnReason(TxnInd)
                   PERFORM rejectTransaction
               END-IF
           END-IF
           IF TxnAction(TxnInd) = "D"
               IF WI-ACTIVE = "I"
                   MOVE "KEY ALREADY INACTIVE" TO TxnReason(TxnInd)
                   PERFORM rejectTransaction
               ELSE
                   MOVE "I" TO WI-ACTIVE
               END-IF
           END-IF
           IF TxnAction(TxnInd) = "R"
               IF WI-ACTIVE = "A"
                   MOVE "KEY ALREADY ACTIVE" TO TxnReason(TxnInd)
                   PERFORM rejectTransaction
               ELSE
                   MOVE "A" TO WI-ACTIVE
               END-IF
           END-IF.

           rejectTransaction.
           MOVE "REJECTED" TO TxnResult(TxnInd)
           ADD 1 TO RejectedCount.

           findSimEntry.
           MOVE "N" TO SimFoundFlag
           PERFORM VARYING SimInd FROM 1 BY 1
                       UNTIL SimInd > SimKeyCount OR SimKeyFound
               IF SimKey(SimInd) = TxnKey
                   MOVE "Y" TO SimFoundFlag
               END-IF
           END-PERFORM
           IF SimKeyFound
               SUBTRACT 1 FROM SimInd
           END-IF.

           applyTransactions.
           OPEN I-O BatchRefFile
           IF BatchRefFileStatus = "35"
               OPEN OUTPUT BatchRefFile
               IF BatchRefFileStatus = "00"
                   CLOSE BatchRefFile
                   OPEN I-O BatchRefFile
               END-IF
           END-IF
           IF BatchRefFileStatus NOT = "00"
               display "ERROR: cannot open BATCHREF.IDX, file status "
                   BatchRefFileStatus " - nothing applied"
               MOVE "BATCHREF.IDX NOT AVAILABLE" TO ApplyAbortReason
               PERFORM failAllAccepted
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND BatchRefHistory
           IF BatchRefHistoryStatus = "35"
               OPEN OUTPUT BatchRefHistory
           END-IF
           IF BatchRefHistoryStatus NOT = "00"
               display "ERROR: cannot open BRHIST.DAT, file status "
                   BatchRefHistoryStatus " - nothing applied"
               CLOSE BatchRefFile
               MOVE "BRHIST.DAT NOT AVAILABLE" TO ApplyAbortReason
               PERFORM failAllAccepted
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING TxnInd FROM 1 BY 1 UNTIL TxnInd > TxnCount
               IF TxnResult(TxnInd) = "ACCEPTED"
                   PERFORM applyOneTransaction
               END-IF
           END-PERFORM
           CLOSE BatchRefHistory
           CLOSE BatchRefFile.

           applyOneTransaction.
           MOVE TxnKeyText(TxnInd) TO BR-GROUP-KEY
           IF TxnAction(TxnInd) = "A"
               MOVE TxnAfter(TxnInd) TO BatchRefRecord
               WRITE BatchRefRecord
                   INVALID KEY
                       MOVE "KEY ALREADY ON MASTER"
                           TO TxnReason(TxnInd)
                       PERFORM failTransaction
                   NOT INVALID KEY
                       PERFORM recordAppliedTransaction
               END-WRITE
           ELSE
               READ BatchRefFile
                   INVALID KEY
                       MOVE "KEY NOT ON MASTER" TO TxnReason(TxnInd)
                       PERFORM failTransaction
                   NOT INVALID KEY
                       PERFORM rewriteOneRefRecord
               END-READ
           END-IF.

           rewriteOneRefRecord.
           IF BatchRefRecord NOT = TxnBefore(TxnInd)
               MOVE "MASTER CHANGED SINCE EDIT" TO TxnReason(TxnInd)
               PERFORM failTransaction
           ELSE
               MOVE TxnAfter(TxnInd) TO BatchRefRecord
               REWRITE BatchRefRecord
                   INVALID KEY
                       MOVE "REWRITE FAILED" TO TxnReason(TxnInd)
                       PERFORM failTransaction
                   NOT INVALID KEY
                       PERFORM recordAppliedTransaction
               END-REWRITE
           END-IF.

           recordAppliedTransaction.
           MOVE "APPLIED" TO TxnResult(TxnInd)
           ADD 1 TO AppliedCount
           MOVE SPACES TO BatchRefHistoryRecord
           MOVE FUNCTION CURRENT-DATE(1:14) TO BH-STAMP
           MOVE "BATCHTXN" TO BH-SOURCE
           MOVE TxnRequestedBy(TxnInd) TO BH-OPERATOR
           MOVE TxnAction(TxnInd) TO BH-ACTION
           MOVE TxnKeyText(TxnInd) TO BH-GROUP-KEY
           MOVE TxnInd TO EditedTxnNo
           STRING "BRTXN#" EditedTxnNo
               DELIMITED BY SIZE INTO BH-REFERENCE
           MOVE TxnBefore(TxnInd) TO BH-BEFORE-IMAGE
           MOVE TxnAfter(TxnInd) TO BH-AFTER-IMAGE
           WRITE BatchRefHistoryRecord
           PERFORM logTxnOutcome.

           failTransaction.
           MOVE "FAILED" TO TxnResult(TxnInd)
           ADD 1 TO ApplyFailedCount
           display "WARNING: transaction " TxnInd " for batch "
               TxnKeyText(TxnInd) " not applied - " TxnReason(TxnInd)
           PERFORM logTxnOutcome.

           failAllAccepted.
           PERFORM VARYING TxnInd FROM 1 BY 1 UNTIL TxnInd > TxnCount
               IF TxnResult(TxnInd) = "ACCEPTED"
                   MOVE ApplyAbortReason TO TxnReason(TxnInd)
                   MOVE "FAILED" TO TxnResult(TxnInd)
                   PERFORM logTxnOutcome
               END-IF
           END-PERFORM.

           loadBatchMntAuthority.
           OPEN INPUT OperAuthFile
           IF OperAuthStatus NOT = "00"
               display "ERROR: cannot open OPERAUTH.DAT, file status "
                   OperAuthStatus " - nothing applied"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM readOneOperAuth UNTIL NoMoreOperAuth
           CLOSE OperAuthFile.

           readOneOperAuth.
           READ OperAuthFile
               AT END
                   MOVE "Y" TO EndOfOperAuth
               NOT AT END
                   IF OA-FUNCTION = AuthFunction AND OA-STATUS = "A"
                       IF AuthOpCount >= MaxAuthOps
                           display "WARNING: MORE THAN " MaxAuthOps
                               " BATCHMNT AUTHORITIES, EXCESS IGNORED"
                           MOVE "Y" TO EndOfOperAuth
                       ELSE
                           ADD 1 TO AuthOpCount
                           MOVE OA-OPERATOR-ID TO AuthOpId(AuthOpCount)
                           MOVE OA-ACTIONS
                               TO AuthOpActions(AuthOpCount)
                       END-IF
                   END-IF
           END-READ.

           checkRequesterAuthority.
           PERFORM setTxnSecurityFields
           MOVE "N" TO AuthOpFoundFlag
           MOVE "N" TO ActionAllowedFlag
           MOVE SPACES TO AuthorisedActions
           PERFORM VARYING AuthOpInd FROM 1 BY 1
                       UNTIL AuthOpInd > AuthOpCount OR AuthOpFound
               IF AuthOpId(AuthOpInd) = OperatorId
                   MOVE "Y" TO AuthOpFoundFlag
                   MOVE AuthOpActions(AuthOpInd) TO AuthorisedActions
               END-IF
           END-PERFORM
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
               MOVE "REQUESTED-BY NOT AUTHORISED" TO SecReason
           END-IF
           PERFORM writeSecurityLog
           IF NOT ActionIsAllowed
               MOVE "REQUESTED-BY NOT AUTHORISED" TO TxnReason(TxnInd)
               PERFORM rejectTransaction
           ELSE
               IF NOT SecurityLogged
                   MOVE "SECURITY.LOG NOT WRITTEN" TO TxnReason(TxnInd)
                   PERFORM rejectTransaction
               ELSE
                   MOVE "Y" TO TxnGranted(TxnInd)
               END-IF
           END-IF.

           setTxnSecurityFields.
           MOVE TxnRequestedBy(TxnInd) TO OperatorId
           MOVE "C" TO AuthActionCode
           MOVE "CHANGE" TO SecAction
           IF TxnAction(TxnInd) = "A"
               MOVE "A" TO AuthActionCode
               MOVE "ADD" TO SecAction
           END-IF
           IF TxnAction(TxnInd) = "D"
               MOVE "DEACTIVATE" TO SecAction
           END-IF
           IF TxnAction(TxnInd) = "R"
               MOVE "REACTIVATE" TO SecAction
           END-IF
           MOVE TxnInd TO EditedTxnNo
           MOVE SPACES TO SecKey
           STRING "KEY " TxnKeyText(TxnInd) " BRTXN#" EditedTxnNo
               DELIMITED BY SIZE INTO SecKey.

           logTxnOutcome.
           PERFORM setTxnSecurityFields
           IF TxnResult(TxnInd) = "APPLIED"
               MOVE "COMPLETED" TO SecResult
               MOVE SPACES TO SecReason
           ELSE
               MOVE "FAILED" TO SecResult
               MOVE TxnReason(TxnInd) TO SecReason
           END-IF
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
               MOVE AuthFunction TO SL-PROGRAM
               MOVE SecAction TO SL-ACTION
               MOVE SecKey TO SL-KEY
               MOVE SecResult TO SL-RESULT
               MOVE SecReason TO SL-REASON
               WRITE SecurityLogRecord
               CLOSE SecurityLog
               MOVE "Y" TO SecurityLoggedFlag
           END-IF.

           openTxnReport.
           OPEN OUTPUT TxnReport
           IF TxnReportStatus NOT = "00"
               display "ERROR: cannot open BRTXN.RPT, file status "
                   TxnReportStatus
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO TxnLine
           STRING "PRACTICAL5 - BATCH REFERENCE TRANSACTION EDIT/APPLY "
               "REPORT  RUN " RunStamp
               DELIMITED BY SIZE INTO TxnLine
           WRITE TxnLine.

           writeEditSection.
           MOVE SPACES TO TxnLine
           WRITE TxnLine
           MOVE SPACES TO TxnLine
           STRING "EDIT RESULTS"
               DELIMITED BY SIZE INTO TxnLine
           WRITE TxnLine
           MOVE SPACES TO TxnLine
           STRING "TXN#   ACT KEY  REQUESTED  RESULT    REASON"
               DELIMITED BY SIZE INTO TxnLine
           WRITE TxnLine
           IF TxnCount = 0
               MOVE SPACES TO TxnLine
               STRING "  NONE"
                   DELIMITED BY SIZE INTO TxnLine
               WRITE TxnLine
           END-IF
           PERFORM VARYING TxnInd FROM 1 BY 1 UNTIL TxnInd > TxnCount
               MOVE TxnInd TO EditedTxnNo
               MOVE SPACES TO TxnLine
               IF TxnResult(TxnInd) = "REJECTED"
                   STRING EditedTxnNo "   " TxnAction(TxnInd) "  "
                       TxnKeyText(TxnInd) "  "
                       TxnRequestedBy(TxnInd) "   REJECTED  "
                       TxnReason(TxnInd)
                       DELIMITED BY SIZE INTO TxnLine
               ELSE
                   STRING EditedTxnNo "   " TxnAction(TxnInd) "  "
                       TxnKeyText(TxnInd) "  "
                       TxnRequestedBy(TxnInd) "   ACCEPTED"
                       DELIMITED BY SIZE INTO TxnLine
               END-IF
               WRITE TxnLine
           END-PERFORM.

           writeApplySection.
           MOVE SPACES TO TxnLine
           WRITE TxnLine
           MOVE SPACES TO TxnLine
           STRING "CHANGES APPLIED TO BATCHREF.IDX"
               DELIMITED BY SIZE INTO TxnLine
           WRITE TxnLine
           IF AppliedCount = 0 AND ApplyFailedCount = 0
               MOVE SPACES TO TxnLine
               STRING "  NONE"
                   DELIMITED BY SIZE INTO TxnLine
               WRITE TxnLine
           END-IF
           PERFORM VARYING TxnInd FROM 1 BY 1 UNTIL TxnInd > TxnCount
               IF TxnResult(TxnInd) = "APPLIED"
                           OR TxnResult(TxnInd) = "FAILED"
                   PERFORM writeOneApplyEntry
               END-IF
           END-PERFORM.

           writeOneApplyEntry.
           MOVE "CHANGE" TO ActionText
           IF TxnAction(TxnInd) = "A"
               MOVE "ADD" TO ActionText
           END-IF
           IF TxnAction(TxnInd) = "D"
               MOVE "DEACTIVATE" TO ActionText
           END-IF
           IF TxnAction(TxnInd) = "R"
               MOVE "REACTIVATE" TO ActionText
           END-IF
           MOVE TxnInd TO EditedTxnNo
           MOVE SPACES TO TxnLine
           IF TxnResult(TxnInd) = "FAILED"
               STRING EditedTxnNo "  " ActionText " BATCH "
                   TxnKeyText(TxnInd) "  BY " TxnRequestedBy(TxnInd)
                   "  ** NOT APPLIED - " TxnReason(TxnInd)
                   DELIMITED BY SIZE INTO TxnLine
               WRITE TxnLine
           ELSE
               STRING EditedTxnNo "  " ActionText " BATCH "
                   TxnKeyText(TxnInd) "  BY " TxnRequestedBy(TxnInd)
                   DELIMITED BY SIZE INTO TxnLine
               WRITE TxnLine
               IF TxnBefore(TxnInd) NOT = SPACES
                   MOVE TxnBefore(TxnInd) TO WorkImage
                   MOVE SPACES TO TxnLine
                   STRING "       BEFORE " WI-DESCRIPTION "  "
                       WI-DEPARTMENT "  ACTIVE " WI-ACTIVE
                       DELIMITED BY SIZE INTO TxnLine
                   WRITE TxnLine
               END-IF
               MOVE TxnAfter(TxnInd) TO WorkImage
               MOVE SPACES TO TxnLine
               STRING "       AFTER  " WI-DESCRIPTION "  "
                   WI-DEPARTMENT "  ACTIVE " WI-ACTIVE
                   DELIMITED BY SIZE INTO TxnLine
               WRITE TxnLine
           END-IF.

           writeTxnSummary.
           MOVE TxnCount TO EditedTxnCount
           MOVE AcceptedCount TO EditedAcceptedCount
           MOVE RejectedCount TO EditedRejectedCount
           MOVE AppliedCount TO EditedAppliedCount
           MOVE ApplyFailedCount TO EditedFailedCount
           MOVE SPACES TO TxnLine
           WRITE TxnLine
           MOVE SPACES TO TxnLine
           STRING "SUMMARY"
               DELIMITED BY SIZE INTO TxnLine
           WRITE TxnLine
           MOVE SPACES TO TxnLine
           STRING "TRANSACTIONS READ              " EditedTxnCount
               DELIMITED BY SIZE INTO TxnLine
           WRITE TxnLine
           MOVE SPACES TO TxnLine
           STRING "TRANSACTIONS ACCEPTED          " EditedAcceptedCount
               DELIMITED BY SIZE INTO TxnLine
           WRITE TxnLine
           MOVE SPACES TO TxnLine
           STRING "TRANSACTIONS REJECTED          " EditedRejectedCount
               DELIMITED BY SIZE INTO TxnLine
           WRITE TxnLine
           MOVE SPACES TO TxnLine
           STRING "CHANGES APPLIED                " EditedAppliedCount
               DELIMITED BY SIZE INTO TxnLine
           WRITE TxnLine
           MOVE SPACES TO TxnLine
           STRING "CHANGES NOT APPLIED            " EditedFailedCount
               DELIMITED BY SIZE INTO TxnLine
           WRITE TxnLine.

      * To compile the program, use the following command:
      * cobc -x prac5batchtxn.cob && ./prac5batchtxn
