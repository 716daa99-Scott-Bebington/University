           SELECT ParmsFile ASSIGN TO "PARMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ParmsFileStatus.
           SELECT OperAuthFile ASSIGN TO "OPERAUTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OperAuthStatus.
           SELECT SecurityLog ASSIGN TO "SECURITY.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SecurityLogStatus.
       DATA DIVISION.
       FILE SECTION.
       FD StatsMaster.
       01 PurgeLine PIC X(132).
       FD ParmsFile.
           COPY PARMREC.
       FD OperAuthFile.
           COPY OPAUTHRC.
       FD SecurityLog.
           COPY SECLOGRC.
       WORKING-STORAGE SECTION.
       01 StatsMasterStatus PIC X(2) VALUE "00".
       01 ArchiveFileStatus PIC X(2) VALUE "00".
       01 PurgeReportStatus PIC X(2) VALUE "00".
       01 ParmsFileStatus PIC X(2) VALUE "00".
       01 OperAuthStatus PIC X(2) VALUE "00".
       01 SecurityLogStatus PIC X(2) VALUE "00".
       01 EndOfOperAuth PIC X(1) VALUE "N".
           88 NoMoreOperAuth VALUE "Y".
       01 OperatorId PIC X(8) VALUE SPACES.
       01 SignOnFunction PIC X(8) VALUE "STATPURG".
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
       01 PurgeAction PIC X(1) VALUE SPACE.
           88 ActionIsPurge VALUE "P".
           88 ActionIsReload VALUE "R".
       01 EditedDuplicateCount PIC ZZZZ9.

       PROCEDURE DIVISION.
           PERFORM signOnOperator
           PERFORM acceptPurgeAction
           IF ActionIsPurge
               PERFORM loadRetainDate
               MOVE "P" TO AuthActionCode
               MOVE "PURGE" TO SecAction
               MOVE SPACES TO SecKey
               STRING "BEFORE " RetainDateText
                   DELIMITED BY SIZE INTO SecKey
               PERFORM checkActionAuthority
               IF NOT ActionIsAllowed
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM purgeMaster
           ELSE
               IF ActionIsReload
           IF StatsMasterStatus NOT = "00"
               display "ERROR: cannot open STATSMST.IDX, file status "
                   StatsMasterStatus
               MOVE "STATSMST.IDX NOT AVAILABLE" TO SecReason
               PERFORM logActionFailed
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PurgedCount TO EditedPurgedCount
           display "Records archived and purged: " EditedPurgedCount
           display "Archive written to " ArchiveFileName
           display "Purge report written to PURGE.RPT"
           MOVE SPACES TO SecReason
           STRING "RECORDS PURGED " EditedPurgedCount
               DELIMITED BY SIZE INTO SecReason
           PERFORM logActionCompleted.

           openArchiveOutput.
           PERFORM setArchiveFileName
           IF ArchiveFileStatus NOT = "00"
               display "ERROR: cannot open archive "
                   ArchiveFileName " file status " ArchiveFileStatus
               MOVE "ARCHIVE NOT WRITTEN" TO SecReason
               PERFORM logActionFailed
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF PurgeReportStatus NOT = "00"
               display "ERROR: cannot open PURGE.RPT, file status "
                   PurgeReportStatus
               MOVE "PURGE.RPT NOT WRITTEN" TO SecReason
               PERFORM logActionFailed
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
                   display "DATE MUST BE 8 DIGITS, E.G. 20250101"
               END-IF
           END-PERFORM
           MOVE "R" TO AuthActionCode
           MOVE "RELOAD" TO SecAction
           MOVE ArchiveDateText TO SecKey
           PERFORM checkActionAuthority
           IF NOT ActionIsAllowed
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM setArchiveFileName
           OPEN INPUT ArchiveFile
           IF ArchiveFileStatus NOT = "00"
               display "ERROR: cannot open archive "
                   ArchiveFileName " file status " ArchiveFileStatus
               MOVE "ARCHIVE NOT AVAILABLE" TO SecReason
               PERFORM logActionFailed
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF StatsMasterStatus NOT = "00"
               display "ERROR: cannot open STATSMST.IDX, file status "
                   StatsMasterStatus
               MOVE "STATSMST.IDX NOT AVAILABLE" TO SecReason
               PERFORM logActionFailed
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE DuplicateCount TO EditedDuplicateCount
           display "Archive reload complete from " ArchiveFileName
           display "  Records reloaded:   " EditedLoadedCount
           display "  Duplicates skipped: " EditedDuplicateCount
           MOVE SPACES TO SecReason
           STRING "RECORDS RELOADED " EditedLoadedCount
               DELIMITED BY SIZE INTO SecReason
           PERFORM logActionCompleted.

           reloadOneRecord.
           READ ArchiveFile
                   END-WRITE
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
      * cobc -x prac5statpurge.cob && ./prac5statpurge
