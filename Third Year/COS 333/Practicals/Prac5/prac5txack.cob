       IDENTIFICATION DIVISION.
       PROGRAM-ID. Prac5TxAck.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TxControlFile ASSIGN TO "TXCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TxControlStatus.
           SELECT TxAckFile ASSIGN TO "ACK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TxAckFileStatus.
           SELECT TxRegister ASSIGN TO "TXREG.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TR-SEQUENCE
               FILE STATUS IS TxRegisterStatus.
           SELECT TxSentLog ASSIGN TO "TXSENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TxSentLogStatus.
           SELECT StatsFile ASSIGN TO "STATS.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StatsFileStatus.
           SELECT TxAckReport ASSIGN TO "TXACK.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TxAckReportStatus.
       DATA DIVISION.
       FILE SECTION.
       FD TxControlFile.
           COPY TXCTLRC.
       FD TxAckFile.
           COPY TXACKRC.
       FD TxRegister.
           COPY TXREGRC.
       FD TxSentLog.
           COPY TXSENTRC.
       FD StatsFile.
           COPY STATSREC.
       FD TxAckReport.
       01 TxAckLine PIC X(132).
       WORKING-STORAGE SECTION.
       01 TxControlStatus PIC X(2) VALUE "00".
       01 TxAckFileStatus PIC X(2) VALUE "00".
       01 TxRegisterStatus PIC X(2) VALUE "00".
       01 TxSentLogStatus PIC X(2) VALUE "00".
       01 StatsFileStatus PIC X(2) VALUE "00".
       01 TxAckReportStatus PIC X(2) VALUE "00".
       01 EndOfAcks PIC X(1) VALUE "N".
           88 NoMoreAcks VALUE "Y".
       01 EndOfRegister PIC X(1) VALUE "N".
           88 NoMoreRegister VALUE "Y".
       01 EndOfSentLog PIC X(1) VALUE "N".
           88 NoMoreSentLog VALUE "Y".
       01 EndOfStats PIC X(1) VALUE "N".
           88 NoMoreStats VALUE "Y".
       01 RunStamp PIC X(14) VALUE SPACES.
       01 AckHours PIC 9(3) VALUE 24.
       01 AckValidFlag PIC X(1) VALUE "Y".
           88 AckIsValid VALUE "Y".
       01 AckResultText PIC X(60) VALUE SPACES.
       01 AckReadCount PIC 9(5) VALUE 0.
       01 AcceptedCount PIC 9(5) VALUE 0.
       01 RejectedCount PIC 9(5) VALUE 0.
       01 AckIgnoredCount PIC 9(5) VALUE 0.
       01 AckErrorCount PIC 9(5) VALUE 0.
       01 MaxRegister PIC 9(4) VALUE 5000.
       01 RegisterCount PIC 9(4) VALUE 0.
       01 RegisterTable.
           05 RegisterEntry OCCURS 5000 TIMES.
               10 RT-SEQUENCE PIC 9(6).
               10 RT-BUSINESS-DATE PIC X(8).
               10 RT-STATUS PIC X(8).
       01 RegisterInd PIC 9(4) VALUE 1.
       01 LaterInd PIC 9(4) VALUE 1.
       01 RegisterFoundFlag PIC X(1) VALUE "N".
           88 RegisterEntryFound VALUE "Y".
       01 ReplacedFlag PIC X(1) VALUE "N".
           88 RejectionReplaced VALUE "Y".
       01 NowDayNumber PIC 9(7) VALUE 0.
       01 SentDayNumber PIC 9(7) VALUE 0.
       01 NowHour PIC 9(2) VALUE 0.
       01 SentHour PIC 9(2) VALUE 0.
       01 ElapsedHours PIC S9(7) VALUE 0.
       01 OverdueCount PIC 9(5) VALUE 0.
       01 UnreplacedCount PIC 9(5) VALUE 0.
       01 MaxRestated PIC 9(4) VALUE 5000.
       01 RestatedCount PIC 9(4) VALUE 0.
       01 RestatedTable.
           05 RestatedEntry OCCURS 5000 TIMES.
               10 RS-IMAGE PIC X(56).
               10 RS-SENT-FLAG PIC X(1).
               10 RS-DATE-SENT-FLAG PIC X(1).
       01 RestatedInd PIC 9(4) VALUE 1.
       01 OutstandingCount PIC 9(5) VALUE 0.
       01 SentImageWork.
           05 SI-RECORD-TYPE PIC X(1).
           05 SI-GROUP-KEY PIC 9(3).
           05 FILLER PIC X(43).
           05 SI-RUN-DATE PIC X(8).
           05 SI-AMEND-FLAG PIC X(1).
       01 OutstandingText PIC X(32) VALUE SPACES.
       01 EditedSequence PIC Z(5)9.
       01 EditedElapsed PIC Z(6)9.
       01 EditedAckHours PIC ZZ9.
       01 EditedDetailCount PIC Z(6)9.
       01 EditedGroupKey PIC ZZ9.
       01 EditedCount PIC ZZZZ9.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RunStamp
           PERFORM loadTxControl
           PERFORM openTxRegister
           PERFORM openAckReport
           PERFORM applyAcknowledgements
           PERFORM loadRegisterTable
           PERFORM writeOverdueSection
           PERFORM writeUnreplacedSection
           PERFORM loadRestatedRecords
           PERFORM checkRestatedSent
           PERFORM writeRestatedSection
           CLOSE TxRegister
           PERFORM writeAckSummary
           CLOSE TxAckReport
           IF RejectedCount > 0 OR AckErrorCount > 0
                       OR OverdueCount > 0 OR UnreplacedCount > 0
                       OR OutstandingCount > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           display "Acknowledgement report written to TXACK.RPT"
           STOP RUN.

           loadTxControl.
           OPEN INPUT TxControlFile
           IF TxControlStatus = "00"
               READ TxControlFile
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TC-ACK-HOURS IS NUMERIC
                                   AND TC-ACK-HOURS > 0
                           MOVE TC-ACK-HOURS TO AckHours
                       END-IF
               END-READ
               CLOSE TxControlFile
           ELSE
               display "NOTE: TXCTL.DAT not available, file status "
                   TxControlStatus " - acknowledgement limit "
                   AckHours " hours"
           END-IF.

           openTxRegister.
           OPEN I-O TxRegister
           IF TxRegisterStatus = "35"
               display "TXREG.IDX not present - no transmissions "
                   "to acknowledge"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           IF TxRegisterStatus NOT = "00"
               display "ERROR: cannot open TXREG.IDX, file status "
                   TxRegisterStatus
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           openAckReport.
           OPEN OUTPUT TxAckReport
           IF TxAckReportStatus NOT = "00"
               display "ERROR: cannot open TXACK.RPT, file status "
                   TxAckReportStatus
               CLOSE TxRegister
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO TxAckLine
           STRING "PRACTICAL5 - TRANSMISSION ACKNOWLEDGEMENT REPORT"
               DELIMITED BY SIZE INTO TxAckLine
           WRITE TxAckLine
           MOVE SPACES TO TxAckLine
           STRING "RUN AT " RunStamp(1:4) "-" RunStamp(5:2) "-"
               RunStamp(7:2) " " RunStamp(9:2) ":" RunStamp(11:2)
               DELIMITED BY SIZE INTO TxAckLine
           WRITE TxAckLine.

           applyAcknowledgements.
           MOVE SPACES TO TxAckLine
           WRITE TxAckLine
           MOVE SPACES TO TxAckLine
           STRING "ACKNOWLEDGEMENTS APPLIED FROM ACK.DAT"
               DELIMITED BY SIZE INTO TxAckLine
           WRITE TxAckLine
           OPEN INPUT TxAckFile
           IF TxAckFileStatus NOT = "00"
               display "NOTE: ACK.DAT not available, file status "
                   TxAckFileStatus " - register reported as it stands"
               MOVE SPACES TO TxAckLine
               STRING "  ACK.DAT NOT AVAILABLE"
                   DELIMITED BY SIZE INTO TxAckLine
               WRITE TxAckLine
           ELSE
               PERFORM applyOneAck UNTIL NoMoreAcks
               CLOSE TxAckFile
               IF AckReadCount = 0
                   MOVE SPACES TO TxAckLine
                   STRING "  NONE"
                       DELIMITED BY SIZE INTO TxAckLine
                   WRITE TxAckLine
               END-IF
           END-IF.

           applyOneAck.
           READ TxAckFile
               AT END
                   MOVE "Y" TO EndOfAcks
               NOT AT END
                   ADD 1 TO AckReadCount
                   PERFORM validateAck
                   IF AckIsValid
                       MOVE AK-SEQUENCE TO TR-SEQUENCE
                       READ TxRegister
                           INVALID KEY
                               ADD 1 TO AckErrorCount
                               MOVE "** NOT ON REGISTER - IGNORED"
                                   TO AckResultText
                           NOT INVALID KEY
                               PERFORM markTransmission
                       END-READ
                   END-IF
                   PERFORM writeAckLine
           END-READ.

           validateAck.
           MOVE "Y" TO AckValidFlag
           IF AK-SEQUENCE IS NOT NUMERIC
               MOVE "N" TO AckValidFlag
               MOVE "** SEQUENCE NOT NUMERIC - IGNORED"
                   TO AckResultText
           ELSE
               IF AK-STATUS NOT = "A" AND AK-STATUS NOT = "R"
                   MOVE "N" TO AckValidFlag
                   MOVE "** STATUS NOT A OR R - IGNORED"
                       TO AckResultText
               END-IF
           END-IF
           IF NOT AckIsValid
               ADD 1 TO AckErrorCount
           END-IF.

           markTransmission.
           IF TR-STATUS NOT = "SENT"
               IF (AK-STATUS = "A" AND TR-STATUS = "ACCEPTED")
                           OR (AK-STATUS = "R"
                               AND TR-STATUS = "REJECTED")
                   ADD 1 TO AckIgnoredCount
                   MOVE SPACES TO AckResultText
                   STRING "ALREADY " TR-STATUS " - IGNORED"
                       DELIMITED BY SIZE INTO AckResultText
               ELSE
                   ADD 1 TO AckErrorCount
                   MOVE SPACES TO AckResultText
                   STRING "** ALREADY " TR-STATUS
                       " - CONFLICTING ACK IGNORED"
                       DELIMITED BY SIZE INTO AckResultText
               END-IF
           ELSE
               IF AK-STATUS = "A"
                   IF AK-DETAIL-COUNT = TR-DETAIL-COUNT
                               AND AK-HASH-READINGS = TR-HASH-READINGS
                       MOVE "ACCEPTED" TO TR-STATUS
                       MOVE SPACES TO TR-ACK-REASON
                   ELSE
                       MOVE "REJECTED" TO TR-STATUS
                       MOVE "ACK TOTALS DIFFER FROM SENT"
                           TO TR-ACK-REASON
                   END-IF
               ELSE
                   MOVE "REJECTED" TO TR-STATUS
                   MOVE AK-REASON TO TR-ACK-REASON
               END-IF
               MOVE AK-STAMP TO TR-ACK-STAMP
               IF AK-STAMP = SPACES
                   MOVE RunStamp TO TR-ACK-STAMP
               END-IF
               REWRITE TxRegisterRecord
                   INVALID KEY
                       ADD 1 TO AckErrorCount
                       MOVE "** REGISTER NOT UPDATED"
                           TO AckResultText
                   NOT INVALID KEY
                       IF TR-STATUS = "ACCEPTED"
                           ADD 1 TO AcceptedCount
                           MOVE "MARKED ACCEPTED" TO AckResultText
                       ELSE
                           ADD 1 TO RejectedCount
                           MOVE SPACES TO AckResultText
                           STRING "MARKED REJECTED - " TR-ACK-REASON
                               DELIMITED BY SIZE INTO AckResultText
                       END-IF
               END-REWRITE
           END-IF.

           writeAckLine.
           MOVE SPACES TO TxAckLine
           IF AK-SEQUENCE IS NUMERIC
               MOVE AK-SEQUENCE TO EditedSequence
               STRING "  SEQ " EditedSequence "  ACK " AK-STATUS
                   "  " AckResultText
                   DELIMITED BY SIZE INTO TxAckLine
           ELSE
               STRING "  SEQ " AK-SEQUENCE "  ACK " AK-STATUS
                   "  " AckResultText
                   DELIMITED BY SIZE INTO TxAckLine
           END-IF
           WRITE TxAckLine.

           loadRegisterTable.
           COMPUTE NowDayNumber =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(RunStamp(1:8)))
           MOVE RunStamp(9:2) TO NowHour
           MOVE LOW-VALUES TO TxRegisterRecord
           START TxRegister KEY IS NOT LESS THAN TR-SEQUENCE
               INVALID KEY
                   MOVE "Y" TO EndOfRegister
               NOT INVALID KEY
                   MOVE "N" TO EndOfRegister
           END-START
           MOVE SPACES TO TxAckLine
           WRITE TxAckLine
           MOVE AckHours TO EditedAckHours
           MOVE SPACES TO TxAckLine
           STRING "TRANSMISSIONS UNACKNOWLEDGED AFTER "
               EditedAckHours " HOURS"
               DELIMITED BY SIZE INTO TxAckLine
           WRITE TxAckLine
           PERFORM tableOneRegisterRecord UNTIL NoMoreRegister.

           tableOneRegisterRecord.
           READ TxRegister NEXT RECORD
               AT END
                   MOVE "Y" TO EndOfRegister
               NOT AT END
                   IF RegisterCount < MaxRegister
                       ADD 1 TO RegisterCount
                       MOVE TR-SEQUENCE TO RT-SEQUENCE(RegisterCount)
                       MOVE TR-BUSINESS-DATE
                           TO RT-BUSINESS-DATE(RegisterCount)
                       MOVE TR-STATUS TO RT-STATUS(RegisterCount)
                   ELSE
                       display "WARNING: MORE THAN " MaxRegister
                           " TRANSMISSIONS ON TXREG.IDX, "
                           "EXCESS NOT CHECKED"
                       MOVE "Y" TO EndOfRegister
                   END-IF
                   IF TR-STATUS = "SENT"
                       PERFORM checkOneOverdue
                   END-IF
           END-READ.

           checkOneOverdue.
           MOVE 0 TO ElapsedHours
           IF TR-SENT-STAMP IS NUMERIC
               COMPUTE SentDayNumber =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(TR-SENT-STAMP(1:8)))
               MOVE TR-SENT-STAMP(9:2) TO SentHour
               COMPUTE ElapsedHours =
                   ((NowDayNumber - SentDayNumber) * 24)
                   + NowHour - SentHour
           END-IF
           IF ElapsedHours > AckHours
               ADD 1 TO OverdueCount
               MOVE TR-SEQUENCE TO EditedSequence
               MOVE ElapsedHours TO EditedElapsed
               MOVE TR-DETAIL-COUNT TO EditedDetailCount
               MOVE SPACES TO TxAckLine
               STRING "  SEQ " EditedSequence
                   "  BUSINESS DATE " TR-BUSINESS-DATE
                   "  SENT " TR-SENT-STAMP
                   "  WAITING " EditedElapsed " HOURS"
                   "  DETAILS " EditedDetailCount
                   DELIMITED BY SIZE INTO TxAckLine
               WRITE TxAckLine
           END-IF.

           writeOverdueSection.
           IF OverdueCount = 0
               MOVE SPACES TO TxAckLine
               STRING "  NONE"
                   DELIMITED BY SIZE INTO TxAckLine
               WRITE TxAckLine
           END-IF.

           writeUnreplacedSection.
           MOVE SPACES TO TxAckLine
           WRITE TxAckLine
           MOVE SPACES TO TxAckLine
           STRING "REJECTED TRANSMISSIONS NOT YET REPLACED"
               DELIMITED BY SIZE INTO TxAckLine
           WRITE TxAckLine
           PERFORM VARYING RegisterInd FROM 1 BY 1
                       UNTIL RegisterInd > RegisterCount
               IF RT-STATUS(RegisterInd) = "REJECTED"
                   PERFORM checkOneRejection
               END-IF
           END-PERFORM
           IF UnreplacedCount = 0
               MOVE SPACES TO TxAckLine
               STRING "  NONE"
                   DELIMITED BY SIZE INTO TxAckLine
               WRITE TxAckLine
           END-IF.

           checkOneRejection.
           MOVE "N" TO ReplacedFlag
           COMPUTE LaterInd = RegisterInd + 1
           PERFORM UNTIL LaterInd > RegisterCount
                       OR RejectionReplaced
               IF RT-BUSINESS-DATE(LaterInd)
                           = RT-BUSINESS-DATE(RegisterInd)
                           AND RT-STATUS(LaterInd) NOT = "REJECTED"
                   MOVE "Y" TO ReplacedFlag
               END-IF
               ADD 1 TO LaterInd
           END-PERFORM
           IF NOT RejectionReplaced
               ADD 1 TO UnreplacedCount
               MOVE RT-SEQUENCE(RegisterInd) TO EditedSequence
               MOVE SPACES TO TxAckLine
               STRING "  SEQ " EditedSequence
                   "  BUSINESS DATE " RT-BUSINESS-DATE(RegisterInd)
                   "  ** RETRANSMIT THIS BUSINESS DATE"
                   DELIMITED BY SIZE INTO TxAckLine
               WRITE TxAckLine
           END-IF.

           loadRestatedRecords.
           OPEN INPUT StatsFile
           IF StatsFileStatus NOT = "00"
               display "WARNING: cannot open STATS.OUT, file status "
                   StatsFileStatus " - restatements not checked"
           ELSE
               PERFORM loadOneRestated UNTIL NoMoreStats
               CLOSE StatsFile
           END-IF.

           loadOneRestated.
           READ StatsFile
               AT END
                   MOVE "Y" TO EndOfStats
               NOT AT END
                   IF SR-AMEND-FLAG = "A"
                       IF RestatedCount < MaxRestated
                           ADD 1 TO RestatedCount
                           MOVE StatsRecord TO RS-IMAGE(RestatedCount)
                           MOVE "N" TO RS-SENT-FLAG(RestatedCount)
                           MOVE "N"
                               TO RS-DATE-SENT-FLAG(RestatedCount)
                       ELSE
                           display "WARNING: MORE THAN " MaxRestated
                               " RESTATED RECORDS ON STATS.OUT, "
                               "EXCESS NOT CHECKED"
                           MOVE "Y" TO EndOfStats
                       END-IF
                   END-IF
           END-READ.

           checkRestatedSent.
           IF RestatedCount > 0
               OPEN INPUT TxSentLog
               IF TxSentLogStatus = "00"
                   PERFORM checkOneSentImage UNTIL NoMoreSentLog
                   CLOSE TxSentLog
               ELSE
                   display "NOTE: TXSENT.DAT not available, "
                       "file status " TxSentLogStatus
                       " - no record counted as sent"
               END-IF
           END-IF.

           checkOneSentImage.
           READ TxSentLog
               AT END
                   MOVE "Y" TO EndOfSentLog
               NOT AT END
                   PERFORM findRegisterEntry
                   IF RegisterEntryFound
                       MOVE TS-STATS-IMAGE TO SentImageWork
                       PERFORM markRestatedSent
                   END-IF
           END-READ.

           findRegisterEntry.
           MOVE "N" TO RegisterFoundFlag
           PERFORM VARYING RegisterInd FROM 1 BY 1
                       UNTIL RegisterInd > RegisterCount
                           OR RegisterEntryFound
               IF RT-SEQUENCE(RegisterInd) = TS-SEQUENCE
                           AND RT-STATUS(RegisterInd) NOT = "REJECTED"
                   MOVE "Y" TO RegisterFoundFlag
               END-IF
           END-PERFORM.

           markRestatedSent.
           PERFORM VARYING RestatedInd FROM 1 BY 1
                       UNTIL RestatedInd > RestatedCount
               IF RS-IMAGE(RestatedInd) = TS-STATS-IMAGE
                   MOVE "Y" TO RS-SENT-FLAG(RestatedInd)
               END-IF
               IF RS-IMAGE(RestatedInd)(48:8) = SI-RUN-DATE
                   MOVE "Y" TO RS-DATE-SENT-FLAG(RestatedInd)
               END-IF
           END-PERFORM.

           writeRestatedSection.
           MOVE SPACES TO TxAckLine
           WRITE TxAckLine
           MOVE SPACES TO TxAckLine
           STRING "RESTATED RECORDS NOT YET RETRANSMITTED"
               DELIMITED BY SIZE INTO TxAckLine
           WRITE TxAckLine
           PERFORM VARYING RestatedInd FROM 1 BY 1
                       UNTIL RestatedInd > RestatedCount
               IF RS-SENT-FLAG(RestatedInd) = "N"
                   PERFORM writeOneOutstanding
               END-IF
           END-PERFORM
           IF OutstandingCount = 0
               MOVE SPACES TO TxAckLine
               STRING "  NONE"
                   DELIMITED BY SIZE INTO TxAckLine
               WRITE TxAckLine
           END-IF.

           writeOneOutstanding.
           ADD 1 TO OutstandingCount
           MOVE RS-IMAGE(RestatedInd) TO StatsRecord
           IF RS-DATE-SENT-FLAG(RestatedInd) = "Y"
               MOVE "RESTATED SINCE LAST TRANSMITTED"
                   TO OutstandingText
           ELSE
               MOVE "DATE NEVER TRANSMITTED"
                   TO OutstandingText
           END-IF
           MOVE SPACES TO TxAckLine
           IF SR-RECORD-TYPE = "G"
               STRING "  BUSINESS DATE " SR-RUN-DATE
                   "  GRAND TOTAL  " OutstandingText
                   DELIMITED BY SIZE INTO TxAckLine
           ELSE
               MOVE SR-GROUP-KEY TO EditedGroupKey
               STRING "  BUSINESS DATE " SR-RUN-DATE
                   "  BATCH " EditedGroupKey "  " OutstandingText
                   DELIMITED BY SIZE INTO TxAckLine
           END-IF
           WRITE TxAckLine.

           writeAckSummary.
           MOVE SPACES TO TxAckLine
           WRITE TxAckLine
           MOVE AckReadCount TO EditedCount
           MOVE SPACES TO TxAckLine
           STRING "ACKNOWLEDGEMENTS READ          " EditedCount
               DELIMITED BY SIZE INTO TxAckLine
           WRITE TxAckLine
           MOVE AcceptedCount TO EditedCount
           MOVE SPACES TO TxAckLine
           STRING "TRANSMISSIONS ACCEPTED         " EditedCount
               DELIMITED BY SIZE INTO TxAckLine
           WRITE TxAckLine
           MOVE RejectedCount TO EditedCount
           MOVE SPACES TO TxAckLine
           STRING "TRANSMISSIONS REJECTED         " EditedCount
               DELIMITED BY SIZE INTO TxAckLine
           WRITE TxAckLine
           MOVE AckIgnoredCount TO EditedCount
           MOVE SPACES TO TxAckLine
           STRING "DUPLICATE ACKNOWLEDGEMENTS     " EditedCount
               DELIMITED BY SIZE INTO TxAckLine
           WRITE TxAckLine
           MOVE AckErrorCount TO EditedCount
           MOVE SPACES TO TxAckLine
           STRING "ACKNOWLEDGEMENTS IN ERROR      " EditedCount
               DELIMITED BY SIZE INTO TxAckLine
           WRITE TxAckLine
           MOVE OverdueCount TO EditedCount
           MOVE SPACES TO TxAckLine
           STRING "OVERDUE ACKNOWLEDGEMENTS       " EditedCount
               DELIMITED BY SIZE INTO TxAckLine
           WRITE TxAckLine
           MOVE UnreplacedCount TO EditedCount
           MOVE SPACES TO TxAckLine
           STRING "REJECTIONS NOT YET REPLACED    " EditedCount
               DELIMITED BY SIZE INTO TxAckLine
           WRITE TxAckLine
           MOVE OutstandingCount TO EditedCount
           MOVE SPACES TO TxAckLine
           STRING "RESTATEMENTS NOT RETRANSMITTED " EditedCount
               DELIMITED BY SIZE INTO TxAckLine
           WRITE TxAckLine.

      * To compile the program, use the following command:
      * cobc -x prac5txack.cob && ./prac5txack
