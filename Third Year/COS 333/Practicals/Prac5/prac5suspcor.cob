       IDENTIFICATION DIVISION.
       PROGRAM-ID. Prac5SuspCor.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SuspenseFile ASSIGN TO "SUSPENSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SuspenseFileStatus.
           SELECT SuspenseWork ASSIGN TO "SUSPWRK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SuspenseWorkStatus.
           SELECT CorrectionLog ASSIGN TO "CORRECT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CorrectionLogStatus.
           SELECT ParmsFile ASSIGN TO "PARMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ParmsFileStatus.
           SELECT BatchRefFile ASSIGN TO "BATCHREF.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BR-GROUP-KEY
               FILE STATUS IS BatchRefFileStatus.
           SELECT OperAuthFile ASSIGN TO "OPERAUTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OperAuthStatus.
           SELECT SecurityLog ASSIGN TO "SECURITY.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SecurityLogStatus.
       DATA DIVISION.
       FILE SECTION.
       FD SuspenseFile.
       01 SuspenseLine PIC X(65).
       FD SuspenseWork.
       01 SuspenseWorkLine PIC X(65).
       FD CorrectionLog.
           COPY CORRLGRC.
       FD ParmsFile.
           COPY PARMREC.
       FD BatchRefFile.
           COPY BATCHREF.
       FD OperAuthFile.
           COPY OPAUTHRC.
       FD SecurityLog.
           COPY SECLOGRC.
       WORKING-STORAGE SECTION.
           COPY SUSPREC.
       01 BatchRefFileStatus PIC X(2) VALUE "00".
       01 BatchRefLoadedFlag PIC X(1) VALUE "N".
           88 BatchRefLoaded VALUE "Y".
       01 EndOfBatchRef PIC X(1) VALUE "N".
           88 NoMoreBatchRef VALUE "Y".
       01 MaxRefKeys PIC 9(5) VALUE 1000.
       01 RefKeyCount PIC 9(5) VALUE 0.
       01 RefTable.
           05 RefEntry OCCURS 1000 TIMES.
               10 RefKeyValue PIC 9(3).
               10 RefActiveFlag PIC X(1).
       01 RefInd PIC 9(5) VALUE 1.
       01 RefFoundFlag PIC X(1) VALUE "N".
           88 RefKeyFound VALUE "Y".
       01 RefActiveFound PIC X(1) VALUE SPACE.
       01 ParmsFileStatus PIC X(2) VALUE "00".
       01 SuspenseFileStatus PIC X(2) VALUE "00".
       01 SuspenseWorkStatus PIC X(2) VALUE "00".
       01 CorrectionLogStatus PIC X(2) VALUE "00".
       01 EndOfSuspense PIC X(1) VALUE "N".
           88 NoMoreSuspense VALUE "Y".
       01 EndOfWork PIC X(1) VALUE "N".
           88 NoMoreWork VALUE "Y".
       01 MinValidValue PIC 9(5) VALUE 00001.
       01 MaxValidValue PIC 9(5) VALUE 99999.
       01 MaxSuspRows PIC 9(5) VALUE 20000.
       01 SuspRowCount PIC 9(5) VALUE 0.
       01 SuspRowText OCCURS 20000 TIMES PIC X(65).
       01 SuspInd PIC 9(5) VALUE 1.
       01 OpenRowCount PIC 9(5) VALUE 0.
       01 CandidateRecord.
           05 CAND-GROUP-KEY PIC 9(3).
           05 CAND-VALUE PIC 9(5).
       01 CandidateText REDEFINES CandidateRecord PIC X(8).
       01 RecordValidFlag PIC X(1) VALUE "Y".
           88 RecordIsValid VALUE "Y".
       01 RejectReason PIC X(30) VALUE SPACES.
       01 EndOfCorrection PIC X(1) VALUE "N".
           88 NoMoreCorrection VALUE "Y".
       01 OperatorId PIC X(8) VALUE SPACES.
       01 OperAuthStatus PIC X(2) VALUE "00".
       01 SecurityLogStatus PIC X(2) VALUE "00".
       01 EndOfOperAuth PIC X(1) VALUE "N".
           88 NoMoreOperAuth VALUE "Y".
       01 SignOnFunction PIC X(8) VALUE "SUSPCOR".
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
       01 SelectFeedId PIC X(8) VALUE SPACES.
       01 SelectKeyText PIC X(3) VALUE SPACES.
       01 SelectRecnoText PIC X(7) VALUE SPACES.
       01 SelectRecno PIC 9(7) VALUE 0.
       01 SelectDateText PIC X(8) VALUE SPACES.
       01 MatchCount PIC 9(5) VALUE 0.
       01 MatchInd PIC 9(5) VALUE 0.
       01 MatchFeedId PIC X(8) VALUE SPACES.
       01 MatchRejectDate PIC X(8) VALUE SPACES.
       01 MatchRecno PIC 9(7) VALUE 0.
       01 MatchRawData PIC X(8) VALUE SPACES.
       01 ItemStillOpenFlag PIC X(1) VALUE "N".
           88 ItemStillOpen VALUE "Y".
       01 NewKeyText PIC X(3) VALUE SPACES.
       01 NewValueText PIC X(5) VALUE SPACES.
       01 CorrectionReason PIC X(30) VALUE SPACES.
       01 ConfirmAnswer PIC X(1) VALUE SPACE.
       01 CorrectionKeyedFlag PIC X(1) VALUE "N".
           88 CorrectionKeyed VALUE "Y".
       01 CorrectionAbandonFlag PIC X(1) VALUE "N".
           88 CorrectionAbandoned VALUE "Y".
       01 CorrectionFailedFlag PIC X(1) VALUE "N".
           88 CorrectionFailed VALUE "Y".
       01 CorrectionLoggedFlag PIC X(1) VALUE "N".
           88 CorrectionLogged VALUE "Y".
       01 BeforeImage PIC X(65) VALUE SPACES.
       01 AfterImage PIC X(65) VALUE SPACES.
       01 CorrectedCount PIC 9(5) VALUE 0.
       01 AbandonedCount PIC 9(5) VALUE 0.
       01 EditedRawRecordNumber PIC Z(6)9.
       01 EditedOpenRowCount PIC ZZZZ9.
       01 EditedMatchCount PIC ZZZZ9.
       01 EditedCorrectedCount PIC ZZZZ9.
       01 EditedAbandonedCount PIC ZZZZ9.

       PROCEDURE DIVISION.
           PERFORM loadParameters
           PERFORM loadBatchRef
           PERFORM loadSuspenseTable
           display "REJECT SUSPENSE CORRECTION"
           MOVE OpenRowCount TO EditedOpenRowCount
           display "  Open suspense items: " EditedOpenRowCount
           PERFORM signOnOperator
           PERFORM acceptSelection
           PERFORM UNTIL NoMoreCorrection
               PERFORM findOpenItem
               IF MatchCount = 1
                   PERFORM correctOneItem
               END-IF
               PERFORM acceptSelection
           END-PERFORM
           MOVE CorrectedCount TO EditedCorrectedCount
           MOVE AbandonedCount TO EditedAbandonedCount
           display "Correction complete"
           display "  Items corrected: " EditedCorrectedCount
           display "  Items abandoned: " EditedAbandonedCount
           IF CorrectedCount > 0
               display "Corrected items will be picked up by the "
                   "next recycle run"
           END-IF
           STOP RUN.

           loadParameters.
           OPEN INPUT ParmsFile
           IF ParmsFileStatus = "00"
               READ ParmsFile
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PRM-MIN-VALID IS NUMERIC
                                   AND PRM-MAX-VALID IS NUMERIC
                                   AND PRM-MIN-VALID
                                       NOT > PRM-MAX-VALID
                           MOVE PRM-MIN-VALID TO MinValidValue
                           MOVE PRM-MAX-VALID TO MaxValidValue
                       END-IF
               END-READ
               CLOSE ParmsFile
           END-IF.

           loadBatchRef.
           OPEN INPUT BatchRefFile
           IF BatchRefFileStatus NOT = "00"
               display "WARNING: BATCHREF.IDX not available, "
                   "file status " BatchRefFileStatus
                   " - known-key validation skipped"
           ELSE
               PERFORM loadOneRefEntry UNTIL NoMoreBatchRef
               CLOSE BatchRefFile
               IF RefKeyCount > 0
                   MOVE "Y" TO BatchRefLoadedFlag
               END-IF
           END-IF.

           loadOneRefEntry.
           READ BatchRefFile NEXT RECORD
               AT END
                   MOVE "Y" TO EndOfBatchRef
               NOT AT END
                   IF RefKeyCount < MaxRefKeys
                       ADD 1 TO RefKeyCount
                       MOVE BR-GROUP-KEY TO RefKeyValue(RefKeyCount)
                       MOVE BR-ACTIVE TO RefActiveFlag(RefKeyCount)
                   ELSE
                       display "WARNING: MORE THAN " MaxRefKeys
                           " BATCH REFERENCE ENTRIES, EXCESS IGNORED"
                       MOVE "Y" TO EndOfBatchRef
                   END-IF
           END-READ.

           findRefEntry.
           MOVE "N" TO RefFoundFlag
           MOVE SPACE TO RefActiveFound
           PERFORM VARYING RefInd FROM 1 BY 1
                       UNTIL RefInd > RefKeyCount OR RefKeyFound
               IF RefKeyValue(RefInd) = CAND-GROUP-KEY
                   MOVE "Y" TO RefFoundFlag
                   MOVE RefActiveFlag(RefInd) TO RefActiveFound
               END-IF
           END-PERFORM.

           loadSuspenseTable.
           OPEN INPUT SuspenseFile
           IF SuspenseFileStatus NOT = "00"
               display "ERROR: cannot open SUSPENSE.DAT, file status "
                   SuspenseFileStatus
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM loadOneSuspense UNTIL NoMoreSuspense
           CLOSE SuspenseFile.

           loadOneSuspense.
           READ SuspenseFile
               AT END
                   MOVE "Y" TO EndOfSuspense
               NOT AT END
                   IF SuspRowCount < MaxSuspRows
                       ADD 1 TO SuspRowCount
                       MOVE SuspenseLine TO SuspRowText(SuspRowCount)
                       MOVE SuspenseLine TO SuspenseRecord
                       IF SP-STATUS = "N" OR SP-STATUS = "B"
                                   OR SP-STATUS = "C"
                           ADD 1 TO OpenRowCount
                       END-IF
                   ELSE
                       display "ERROR: SUSPENSE.DAT holds more than "
                           MaxSuspRows " records"
                       display "CORRECTION REFUSED - ITEMS BEYOND THE "
                           "LIMIT COULD NOT BE SELECTED"
                       CLOSE SuspenseFile
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ.

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

           acceptSelection.
           MOVE 0 TO MatchCount
           display " "
           display "Feed id (blank to quit): " WITH NO ADVANCING
           MOVE SPACES TO SelectFeedId
           ACCEPT SelectFeedId
           IF SelectFeedId = SPACES
               MOVE "Y" TO EndOfCorrection
           ELSE
               display "Group key as rejected (3 chars): "
                   WITH NO ADVANCING
               MOVE SPACES TO SelectKeyText
               ACCEPT SelectKeyText
               MOVE SPACES TO SelectRecnoText
               PERFORM UNTIL SelectRecnoText IS NUMERIC
                   display "Input record number (7 digits): "
                       WITH NO ADVANCING
                   MOVE SPACES TO SelectRecnoText
                   ACCEPT SelectRecnoText
                   IF SelectRecnoText IS NOT NUMERIC
                       display "RECORD NUMBER MUST BE 7 DIGITS, "
                           "E.G. 0000042"
                   END-IF
               END-PERFORM
               MOVE SelectRecnoText TO SelectRecno
           END-IF.

           findOpenItem.
           MOVE SPACES TO SelectDateText
           PERFORM countMatchingItems
           IF MatchCount > 1
               MOVE MatchCount TO EditedMatchCount
               display EditedMatchCount " open items match - the "
                   "record number recurs on several business dates"
               display "Reject date (YYYYMMDD): " WITH NO ADVANCING
               MOVE SPACES TO SelectDateText
               ACCEPT SelectDateText
               PERFORM countMatchingItems
           END-IF
           IF MatchCount = 0
               display "NO OPEN SUSPENSE ITEM FOR FEED " SelectFeedId
                   " KEY " SelectKeyText " RECORD " SelectRecnoText
           ELSE
               IF MatchCount > 1
                   display "ITEM STILL NOT UNIQUE - SELECTION IGNORED"
               END-IF
           END-IF.

           countMatchingItems.
           MOVE 0 TO MatchCount
           MOVE 0 TO MatchInd
           PERFORM VARYING SuspInd FROM 1 BY 1
                       UNTIL SuspInd > SuspRowCount
               MOVE SuspRowText(SuspInd) TO SuspenseRecord
               IF (SP-STATUS = "N" OR SP-STATUS = "B"
                           OR SP-STATUS = "C")
                           AND SP-FEED-ID = SelectFeedId
                           AND SP-GROUP-KEY = SelectKeyText
                           AND SP-RAW-RECNO = SelectRecno
                           AND (SelectDateText = SPACES
                               OR SP-REJECT-DATE = SelectDateText)
                   ADD 1 TO MatchCount
                   MOVE SuspInd TO MatchInd
               END-IF
           END-PERFORM.

           correctOneItem.
           MOVE SuspRowText(MatchInd) TO SuspenseRecord
           MOVE SuspenseRecord TO BeforeImage
           MOVE SP-FEED-ID TO MatchFeedId
           MOVE SP-REJECT-DATE TO MatchRejectDate
           MOVE SP-RAW-RECNO TO MatchRecno
           MOVE SP-RAW-DATA TO MatchRawData
           MOVE "C" TO AuthActionCode
           MOVE "CORRECT" TO SecAction
           MOVE SPACES TO SecKey
           STRING SP-FEED-ID " " SP-REJECT-DATE " " SelectRecnoText
               DELIMITED BY SIZE INTO SecKey
           PERFORM checkActionAuthority
           IF ActionIsAllowed
               PERFORM displaySuspenseItem
               MOVE "N" TO CorrectionKeyedFlag
               MOVE "N" TO CorrectionAbandonFlag
               MOVE "N" TO CorrectionFailedFlag
               PERFORM UNTIL CorrectionKeyed OR CorrectionAbandoned
                   PERFORM acceptCorrectedData
               END-PERFORM
               IF CorrectionKeyed
                   PERFORM acceptCorrectionReason
                   display "Apply correction " BeforeImage(4:8)
                       " -> " CandidateText " (Y/N): "
                       WITH NO ADVANCING
                   MOVE SPACE TO ConfirmAnswer
                   ACCEPT ConfirmAnswer
                   IF ConfirmAnswer = "Y" OR ConfirmAnswer = "y"
                       PERFORM applyCorrection
                   ELSE
                       MOVE "Y" TO CorrectionAbandonFlag
                   END-IF
               END-IF
               IF CorrectionAbandoned
                   ADD 1 TO AbandonedCount
                   display "CORRECTION ABANDONED - ITEM UNCHANGED"
                   MOVE "CANCELLED" TO SecResult
                   MOVE "ABANDONED BY OPERATOR" TO SecReason
                   PERFORM writeSecurityLog
               END-IF
               IF CorrectionFailed
                   display "CORRECTION NOT APPLIED - ITEM UNCHANGED"
                   PERFORM logActionFailed
               END-IF
           END-IF.

           displaySuspenseItem.
           MOVE SP-RAW-RECNO TO EditedRawRecordNumber
           display "RECORD #" EditedRawRecordNumber
               "  FEED " SP-FEED-ID
               "  REJECTED " SP-REJECT-DATE
               "  STATUS " SP-STATUS
           display "  DATA: " SP-RAW-DATA
               "  REASON: " SP-REASON.

           acceptCorrectedData.
           display "Corrected group key (3 digits, blank to "
               "abandon): " WITH NO ADVANCING
           MOVE SPACES TO NewKeyText
           ACCEPT NewKeyText
           IF NewKeyText = SPACES
               MOVE "Y" TO CorrectionAbandonFlag
           ELSE
               display "Corrected value (5 digits): "
                   WITH NO ADVANCING
               MOVE SPACES TO NewValueText
               ACCEPT NewValueText
               MOVE NewKeyText TO CandidateText(1:3)
               MOVE NewValueText TO CandidateText(4:5)
               PERFORM validateCandidate
               IF RecordIsValid
                   MOVE "Y" TO CorrectionKeyedFlag
               ELSE
                   display "CORRECTION REJECTED: " RejectReason
               END-IF
           END-IF.

           validateCandidate.
           MOVE "Y" TO RecordValidFlag
           IF CandidateText IS NOT NUMERIC
               MOVE "N" TO RecordValidFlag
               MOVE "NON-NUMERIC FIELD" TO RejectReason
           ELSE
               IF CAND-VALUE < MinValidValue
                           OR CAND-VALUE > MaxValidValue
                   MOVE "N" TO RecordValidFlag
                   MOVE "VALUE OUT OF RANGE" TO RejectReason
               ELSE
                   IF BatchRefLoaded
                       PERFORM findRefEntry
                       IF NOT RefKeyFound
                           MOVE "N" TO RecordValidFlag
                           MOVE "GROUP KEY NOT ON MASTER"
                               TO RejectReason
                       ELSE
                           IF RefActiveFound NOT = "A"
                               MOVE "N" TO RecordValidFlag
                               MOVE "GROUP KEY INACTIVE"
                                   TO RejectReason
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

           acceptCorrectionReason.
           MOVE SPACES TO CorrectionReason
           PERFORM UNTIL CorrectionReason NOT = SPACES
               display "Reason for correction (30 chars): "
                   WITH NO ADVANCING
               MOVE SPACES TO CorrectionReason
               ACCEPT CorrectionReason
               IF CorrectionReason = SPACES
                   display "A REASON IS REQUIRED"
               END-IF
           END-PERFORM.

           applyCorrection.
           PERFORM copySuspenseToWork
           IF NOT ItemStillOpen
               display "ITEM HAS CHANGED ON SUSPENSE.DAT SINCE IT WAS "
                   "DISPLAYED - CORRECTION REFUSED"
               MOVE "ITEM CHANGED SINCE DISPLAYED" TO SecReason
               MOVE "Y" TO CorrectionFailedFlag
           ELSE
               PERFORM writeCorrectionLog
               IF NOT CorrectionLogged
                   MOVE "CORRECT.LOG NOT WRITTEN" TO SecReason
                   MOVE "Y" TO CorrectionFailedFlag
               ELSE
                   PERFORM copyBackSuspense
                   MOVE AfterImage TO SuspRowText(MatchInd)
                   ADD 1 TO CorrectedCount
                   MOVE MatchRecno TO EditedRawRecordNumber
                   display "RECORD #" EditedRawRecordNumber
                       " CORRECTED - READY FOR RECYCLE"
                   MOVE CorrectionReason TO SecReason
                   PERFORM logActionCompleted
               END-IF
           END-IF.

           copySuspenseToWork.
           OPEN INPUT SuspenseFile
           IF SuspenseFileStatus NOT = "00"
               display "ERROR: cannot open SUSPENSE.DAT, file status "
                   SuspenseFileStatus
               MOVE "SUSPENSE.DAT NOT AVAILABLE" TO SecReason
               PERFORM logActionFailed
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT SuspenseWork
           IF SuspenseWorkStatus NOT = "00"
               display "ERROR: cannot open SUSPWRK.DAT, file status "
                   SuspenseWorkStatus
               CLOSE SuspenseFile
               MOVE "SUSPWRK.DAT NOT WRITTEN" TO SecReason
               PERFORM logActionFailed
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO ItemStillOpenFlag
           MOVE "N" TO EndOfSuspense
           PERFORM copyOneSuspenseRow UNTIL NoMoreSuspense
           CLOSE SuspenseFile
           CLOSE SuspenseWork.

           copyOneSuspenseRow.
           READ SuspenseFile
               AT END
                   MOVE "Y" TO EndOfSuspense
               NOT AT END
                   MOVE SuspenseLine TO SuspenseRecord
                   IF NOT ItemStillOpen
                               AND SP-FEED-ID = MatchFeedId
                               AND SP-REJECT-DATE = MatchRejectDate
                               AND SP-RAW-RECNO = MatchRecno
                               AND SP-RAW-DATA = MatchRawData
                               AND (SP-STATUS = "N" OR SP-STATUS = "B"
                                   OR SP-STATUS = "C")
                       MOVE "Y" TO ItemStillOpenFlag
                       MOVE SuspenseRecord TO BeforeImage
                       MOVE CandidateText(1:3) TO SP-GROUP-KEY
                       MOVE CandidateText TO SP-RAW-DATA
                       MOVE "C" TO SP-STATUS
                       MOVE SuspenseRecord TO AfterImage
                   END-IF
                   MOVE SuspenseRecord TO SuspenseWorkLine
                   WRITE SuspenseWorkLine
           END-READ.

           copyBackSuspense.
           OPEN INPUT SuspenseWork
           IF SuspenseWorkStatus NOT = "00"
               display "ERROR: cannot reopen SUSPWRK.DAT, "
                   "file status " SuspenseWorkStatus
               MOVE "SUSPWRK.DAT NOT AVAILABLE" TO SecReason
               PERFORM logActionFailed
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT SuspenseFile
           IF SuspenseFileStatus NOT = "00"
               display "ERROR: cannot rewrite SUSPENSE.DAT, "
                   "file status " SuspenseFileStatus
               MOVE "SUSPENSE.DAT NOT REWRITTEN" TO SecReason
               PERFORM logActionFailed
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO EndOfWork
           PERFORM copyOneWorkRecord UNTIL NoMoreWork
           CLOSE SuspenseWork
           CLOSE SuspenseFile.

           copyOneWorkRecord.
           READ SuspenseWork
               AT END
                   MOVE "Y" TO EndOfWork
               NOT AT END
                   MOVE SuspenseWorkLine TO SuspenseLine
                   WRITE SuspenseLine
           END-READ.

           writeCorrectionLog.
           MOVE "N" TO CorrectionLoggedFlag
           OPEN EXTEND CorrectionLog
           IF CorrectionLogStatus = "35"
               OPEN OUTPUT CorrectionLog
           END-IF
           IF CorrectionLogStatus NOT = "00"
               display "ERROR: cannot open CORRECT.LOG, file status "
                   CorrectionLogStatus
                   " - correction cannot be recorded"
           ELSE
               MOVE SPACES TO CorrectionLogRecord
               MOVE FUNCTION CURRENT-DATE(1:14) TO CL-STAMP
               MOVE OperatorId TO CL-OPERATOR
               MOVE CorrectionReason TO CL-REASON
               MOVE BeforeImage TO CL-BEFORE-IMAGE
               MOVE AfterImage TO CL-AFTER-IMAGE
               WRITE CorrectionLogRecord
               CLOSE CorrectionLog
               MOVE "Y" TO CorrectionLoggedFlag
           END-IF.

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
      * cobc -x prac5suspcor.cob && ./prac5suspcor
