       IDENTIFICATION DIVISION.
       PROGRAM-ID. Prac5TxSend.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StatsFile ASSIGN TO "STATS.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StatsFileStatus.
           SELECT RunCtlFile ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RunCtlFileStatus.
           SELECT TxControlFile ASSIGN TO "TXCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TxControlStatus.
           SELECT TxOutFile ASSIGN TO "STATSTX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TxOutFileStatus.
           SELECT TxRegister ASSIGN TO "TXREG.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TR-SEQUENCE
               FILE STATUS IS TxRegisterStatus.
           SELECT TxSentLog ASSIGN TO "TXSENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TxSentLogStatus.
           SELECT TxSendReport ASSIGN TO "TXSEND.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TxSendReportStatus.
       DATA DIVISION.
       FILE SECTION.
       FD StatsFile.
           COPY STATSREC.
       FD RunCtlFile.
           COPY RUNCTLRC.
       FD TxControlFile.
           COPY TXCTLRC.
       FD TxOutFile.
           COPY TXOUTRC.
       FD TxRegister.
           COPY TXREGRC.
       FD TxSentLog.
           COPY TXSENTRC.
       FD TxSendReport.
       01 TxSendLine PIC X(132).
       WORKING-STORAGE SECTION.
       01 StatsFileStatus PIC X(2) VALUE "00".
       01 RunCtlFileStatus PIC X(2) VALUE "00".
       01 TxControlStatus PIC X(2) VALUE "00".
       01 TxOutFileStatus PIC X(2) VALUE "00".
       01 TxRegisterStatus PIC X(2) VALUE "00".
       01 TxSentLogStatus PIC X(2) VALUE "00".
       01 TxSendReportStatus PIC X(2) VALUE "00".
       01 EndOfStats PIC X(1) VALUE "N".
           88 NoMoreStats VALUE "Y".
       01 EndOfRegister PIC X(1) VALUE "N".
           88 NoMoreRegister VALUE "Y".
       01 EndOfSentLog PIC X(1) VALUE "N".
           88 NoMoreSentLog VALUE "Y".
       01 RunStamp PIC X(14) VALUE SPACES.
       01 TxDateText PIC X(8) VALUE SPACES.
       01 TxDateReadyFlag PIC X(1) VALUE "N".
           88 TxDateReady VALUE "Y".
       01 RunCtlDate PIC X(8) VALUE SPACES.
       01 LastSequence PIC 9(6) VALUE 0.
       01 NextSequence PIC 9(6) VALUE 0.
       01 SenderId PIC X(8) VALUE "PRAC5".
       01 ReceiverId PIC X(8) VALUE SPACES.
       01 AckHours PIC 9(3) VALUE 0.
       01 EnvVarName PIC X(12) VALUE SPACES.
       01 EnvVarValue PIC X(45) VALUE SPACES.
       01 TxFileName PIC X(44) VALUE SPACES.
       01 MaxTxStats PIC 9(4) VALUE 2000.
       01 TxStatsCount PIC 9(4) VALUE 0.
       01 TxStatsTable.
           05 TxStatsEntry OCCURS 2000 TIMES.
               10 TxStatsImage PIC X(56).
               10 TxStatsSentFlag PIC X(1).
               10 TxStatsKeySentFlag PIC X(1).
       01 TxStatsInd PIC 9(4) VALUE 1.
       01 MaxPriorTx PIC 9(3) VALUE 200.
       01 PriorTxCount PIC 9(3) VALUE 0.
       01 PriorTxTable.
           05 PriorTxEntry OCCURS 200 TIMES.
               10 PriorTxSequence PIC 9(6).
               10 PriorTxStatus PIC X(8).
       01 PriorTxInd PIC 9(3) VALUE 1.
       01 PriorFoundFlag PIC X(1) VALUE "N".
           88 PriorTxFound VALUE "Y".
       01 LivePriorFlag PIC X(1) VALUE "N".
           88 LivePriorExists VALUE "Y".
       01 LastPriorSequence PIC 9(6) VALUE 0.
       01 LastPriorStatus PIC X(8) VALUE SPACES.
       01 SentImageWork.
           05 SI-RECORD-TYPE PIC X(1).
           05 SI-GROUP-KEY PIC 9(3).
           05 FILLER PIC X(43).
           05 SI-RUN-DATE PIC X(8).
           05 SI-AMEND-FLAG PIC X(1).
       01 UnsentCount PIC 9(4) VALUE 0.
       01 RestatedCount PIC 9(4) VALUE 0.
       01 RestatedUnsentCount PIC 9(4) VALUE 0.
       01 ResendConfirm PIC X(1) VALUE SPACE.
       01 TxKind PIC X(1) VALUE "O".
       01 DetailCount PIC 9(7) VALUE 0.
       01 HashReadings PIC 9(11) VALUE 0.
       01 HashKeys PIC 9(9) VALUE 0.
       01 HashMeans PIC 9(9)V9(2) VALUE 0.
       01 SentLogOkFlag PIC X(1) VALUE "Y".
           88 SentLogWritten VALUE "Y".
       01 EditedSequence PIC Z(5)9.
       01 EditedPriorSequence PIC Z(5)9.
       01 EditedDetailCount PIC Z(6)9.
       01 EditedHashReadings PIC Z(10)9.
       01 EditedHashKeys PIC Z(8)9.
       01 EditedHashMeans PIC Z(8)9.99.
       01 EditedRestatedCount PIC ZZZ9.
       01 EditedUnsentCount PIC ZZZ9.
       01 EditedGroupKey PIC ZZ9.
       01 EditedRecordCount PIC ZZZZ9.
       01 EditedMean PIC ZZZZ9.99.
       01 ChangedText PIC X(24) VALUE SPACES.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RunStamp
           PERFORM loadTxControl
           PERFORM acceptTxDate
           PERFORM loadStatsForDate
           IF TxStatsCount = 0
               display "ERROR: STATS.OUT holds no records for business "
                   "date " TxDateText " - nothing transmitted"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM openTxRegister
           PERFORM scanPriorTransmissions
           PERFORM checkSentImages
           PERFORM decideTransmission
           PERFORM writeOutboundFile
           PERFORM writeRegisterRecord
           PERFORM appendSentLog
           PERFORM saveTxControl
           CLOSE TxRegister
           PERFORM writeSendReport
           MOVE NextSequence TO EditedSequence
           display "Transmission " EditedSequence " written to "
               TxFileName
           display "Transmission report written to TXSEND.RPT"
           IF NOT SentLogWritten
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

           loadTxControl.
           OPEN INPUT TxControlFile
           IF TxControlStatus = "35"
               display "NOTE: TXCTL.DAT not present - sequence "
                   "numbering starts at 000001"
           ELSE
               IF TxControlStatus NOT = "00"
                   display "ERROR: cannot open TXCTL.DAT, file status "
                       TxControlStatus
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ TxControlFile
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TC-LAST-SEQUENCE IS NUMERIC
                           MOVE TC-LAST-SEQUENCE TO LastSequence
                       ELSE
                           display "ERROR: TXCTL.DAT sequence "
                               "number not numeric - nothing "
                               "transmitted"
                           CLOSE TxControlFile
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       IF TC-SENDER-ID NOT = SPACES
                           MOVE TC-SENDER-ID TO SenderId
                       END-IF
                       MOVE TC-RECEIVER-ID TO ReceiverId
                       IF TC-ACK-HOURS IS NUMERIC
                           MOVE TC-ACK-HOURS TO AckHours
                       END-IF
               END-READ
               CLOSE TxControlFile
           END-IF
           IF LastSequence = 999999
               display "ERROR: TXCTL.DAT sequence number exhausted"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE NextSequence = LastSequence + 1.

           acceptTxDate.
           OPEN INPUT RunCtlFile
           IF RunCtlFileStatus = "00"
               READ RunCtlFile
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RC-BUSINESS-DATE IS NUMERIC
                           MOVE RC-BUSINESS-DATE TO RunCtlDate
                       END-IF
               END-READ
               CLOSE RunCtlFile
           END-IF
           MOVE "N" TO TxDateReadyFlag
           PERFORM UNTIL TxDateReady
               display "Business date to transmit (YYYYMMDD, "
                   "blank = " RunCtlDate "): " WITH NO ADVANCING
               MOVE SPACES TO TxDateText
               ACCEPT TxDateText
               IF TxDateText = SPACES
                   MOVE RunCtlDate TO TxDateText
               END-IF
               IF TxDateText IS NUMERIC
                   MOVE "Y" TO TxDateReadyFlag
               ELSE
                   IF RunCtlDate = SPACES
                       display "ERROR: no business date given and "
                           "RUNCTL.DAT not available"
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   display "BUSINESS DATE MUST BE 8 DIGITS, "
                       "E.G. 20260901"
               END-IF
           END-PERFORM.

           loadStatsForDate.
           OPEN INPUT StatsFile
           IF StatsFileStatus NOT = "00"
               display "ERROR: cannot open STATS.OUT, file status "
                   StatsFileStatus
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM loadOneStatsRecord UNTIL NoMoreStats
           CLOSE StatsFile.

           loadOneStatsRecord.
           READ StatsFile
               AT END
                   MOVE "Y" TO EndOfStats
               NOT AT END
                   IF SR-RUN-DATE = TxDateText
                       IF TxStatsCount >= MaxTxStats
                           display "ERROR: MORE THAN " MaxTxStats
                               " STATS.OUT RECORDS FOR " TxDateText
                               " - NOTHING TRANSMITTED"
                           CLOSE StatsFile
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO TxStatsCount
                       MOVE StatsRecord TO TxStatsImage(TxStatsCount)
                       MOVE "N" TO TxStatsSentFlag(TxStatsCount)
                       MOVE "N" TO TxStatsKeySentFlag(TxStatsCount)
                       IF SR-AMEND-FLAG = "A"
                           ADD 1 TO RestatedCount
                       END-IF
                   END-IF
           END-READ.

           openTxRegister.
           OPEN I-O TxRegister
           IF TxRegisterStatus = "35"
               OPEN OUTPUT TxRegister
               IF TxRegisterStatus = "00"
                   CLOSE TxRegister
                   OPEN I-O TxRegister
               END-IF
           END-IF
           IF TxRegisterStatus NOT = "00"
               display "ERROR: cannot open TXREG.IDX, file status "
                   TxRegisterStatus " - nothing transmitted"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           scanPriorTransmissions.
           MOVE LOW-VALUES TO TxRegisterRecord
           START TxRegister KEY IS NOT LESS THAN TR-SEQUENCE
               INVALID KEY
                   MOVE "Y" TO EndOfRegister
               NOT INVALID KEY
                   MOVE "N" TO EndOfRegister
           END-START
           PERFORM scanOneRegisterRecord UNTIL NoMoreRegister
           MOVE NextSequence TO TR-SEQUENCE
           READ TxRegister
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE NextSequence TO EditedSequence
                   display "ERROR: sequence " EditedSequence
                       " is already on TXREG.IDX - check TXCTL.DAT"
                   CLOSE TxRegister
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ.

           scanOneRegisterRecord.
           READ TxRegister NEXT RECORD
               AT END
                   MOVE "Y" TO EndOfRegister
               NOT AT END
                   IF TR-BUSINESS-DATE = TxDateText
                       PERFORM tableOnePriorTx
                   END-IF
           END-READ.

           tableOnePriorTx.
           IF PriorTxCount >= MaxPriorTx
               display "ERROR: MORE THAN " MaxPriorTx
                   " TRANSMISSIONS FOR " TxDateText
                   " - NOTHING TRANSMITTED"
               CLOSE TxRegister
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO PriorTxCount
           MOVE TR-SEQUENCE TO PriorTxSequence(PriorTxCount)
           MOVE TR-STATUS TO PriorTxStatus(PriorTxCount)
           MOVE TR-SEQUENCE TO LastPriorSequence
           MOVE TR-STATUS TO LastPriorStatus
           IF TR-STATUS NOT = "REJECTED"
               MOVE "Y" TO LivePriorFlag
           END-IF.

           checkSentImages.
           IF PriorTxCount > 0
               OPEN INPUT TxSentLog
               IF TxSentLogStatus = "00"
                   PERFORM checkOneSentImage UNTIL NoMoreSentLog
                   CLOSE TxSentLog
               ELSE
                   display "WARNING: TXSENT.DAT not available, "
                       "file status " TxSentLogStatus
                       " - every record treated as not yet sent"
               END-IF
           END-IF
           PERFORM VARYING TxStatsInd FROM 1 BY 1
                       UNTIL TxStatsInd > TxStatsCount
               IF TxStatsSentFlag(TxStatsInd) = "N"
                   ADD 1 TO UnsentCount
                   MOVE TxStatsImage(TxStatsInd) TO StatsRecord
                   IF SR-AMEND-FLAG = "A"
                       ADD 1 TO RestatedUnsentCount
                   END-IF
               END-IF
           END-PERFORM.

           checkOneSentImage.
           READ TxSentLog
               AT END
                   MOVE "Y" TO EndOfSentLog
               NOT AT END
                   MOVE TS-STATS-IMAGE TO SentImageWork
                   IF SI-RUN-DATE = TxDateText
                       PERFORM findPriorTx
                       IF PriorTxFound
                           PERFORM markSentImage
                       END-IF
                   END-IF
           END-READ.

           findPriorTx.
           MOVE "N" TO PriorFoundFlag
           PERFORM VARYING PriorTxInd FROM 1 BY 1
                       UNTIL PriorTxInd > PriorTxCount OR PriorTxFound
               IF PriorTxSequence(PriorTxInd) = TS-SEQUENCE
                           AND PriorTxStatus(PriorTxInd)
                               NOT = "REJECTED"
                   MOVE "Y" TO PriorFoundFlag
               END-IF
           END-PERFORM.

           markSentImage.
           PERFORM VARYING TxStatsInd FROM 1 BY 1
                       UNTIL TxStatsInd > TxStatsCount
               IF TxStatsImage(TxStatsInd) = TS-STATS-IMAGE
                   MOVE "Y" TO TxStatsSentFlag(TxStatsInd)
               END-IF
               IF TxStatsImage(TxStatsInd)(1:4)
                           = TS-STATS-IMAGE(1:4)
                   MOVE "Y" TO TxStatsKeySentFlag(TxStatsInd)
               END-IF
           END-PERFORM.

           decideTransmission.
           MOVE "O" TO TxKind
           IF PriorTxCount > 0
               MOVE "R" TO TxKind
           END-IF
           MOVE LastPriorSequence TO EditedPriorSequence
           IF LivePriorExists AND UnsentCount = 0
               display "BUSINESS DATE " TxDateText
                   " WAS TRANSMITTED UNDER SEQUENCE "
                   EditedPriorSequence " (" LastPriorStatus
                   ") AND NOTHING HAS CHANGED SINCE"
               display "Transmit it again? (Y/N): " WITH NO ADVANCING
               MOVE SPACE TO ResendConfirm
               ACCEPT ResendConfirm
               IF ResendConfirm NOT = "Y"
                   display "NOTHING TRANSMITTED"
                   CLOSE TxRegister
                   MOVE 4 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF TxKind = "R"
               MOVE UnsentCount TO EditedUnsentCount
               MOVE RestatedUnsentCount TO EditedRestatedCount
               display "RETRANSMISSION OF " TxDateText
                   " REPLACING SEQUENCE " EditedPriorSequence ": "
                   EditedUnsentCount " RECORD(S) CHANGED, "
                   EditedRestatedCount " OF THEM RESTATED"
           END-IF.

           setTxFileName.
           MOVE SPACES TO TxFileName
           STRING "STATSTX." TxDateText "." NextSequence ".DAT"
               DELIMITED BY SIZE INTO TxFileName
           MOVE Z"DD_STATSTX" TO EnvVarName
           MOVE SPACES TO EnvVarValue
           STRING TxFileName DELIMITED BY SPACE
               X"00" DELIMITED BY SIZE
               INTO EnvVarValue
           CALL "setenv" USING EnvVarName EnvVarValue
               BY VALUE 1
           END-CALL.

           writeOutboundFile.
           PERFORM setTxFileName
           OPEN OUTPUT TxOutFile
           IF TxOutFileStatus NOT = "00"
               display "ERROR: cannot open " TxFileName
                   " file status " TxOutFileStatus
               CLOSE TxRegister
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO TxHeaderRecord
           MOVE "H" TO TH-RECORD-TYPE
           MOVE NextSequence TO TH-SEQUENCE
           MOVE TxDateText TO TH-BUSINESS-DATE
           MOVE RunStamp TO TH-CREATED-STAMP
           MOVE SenderId TO TH-SENDER-ID
           MOVE ReceiverId TO TH-RECEIVER-ID
           MOVE TxKind TO TH-KIND
           MOVE LastPriorSequence TO TH-PREV-SEQUENCE
           WRITE TxHeaderRecord
           PERFORM VARYING TxStatsInd FROM 1 BY 1
                       UNTIL TxStatsInd > TxStatsCount
               PERFORM writeOneDetail
           END-PERFORM
           MOVE SPACES TO TxTrailerRecord
           MOVE "T" TO TT-RECORD-TYPE
           MOVE NextSequence TO TT-SEQUENCE
           MOVE DetailCount TO TT-DETAIL-COUNT
           MOVE HashReadings TO TT-HASH-READINGS
           MOVE HashKeys TO TT-HASH-KEYS
           MOVE HashMeans TO TT-HASH-MEANS
           WRITE TxTrailerRecord
           CLOSE TxOutFile.

           writeOneDetail.
           MOVE TxStatsImage(TxStatsInd) TO StatsRecord
           MOVE "D" TO TD-RECORD-TYPE
           MOVE NextSequence TO TD-SEQUENCE
           MOVE StatsRecord TO TD-STATS-IMAGE
           WRITE TxDetailRecord
           ADD 1 TO DetailCount
           ADD SR-RECORD-COUNT TO HashReadings
           ADD SR-GROUP-KEY TO HashKeys
           ADD SR-MEAN TO HashMeans.

           writeRegisterRecord.
           MOVE SPACES TO TxRegisterRecord
           MOVE NextSequence TO TR-SEQUENCE
           MOVE TxDateText TO TR-BUSINESS-DATE
           MOVE TxKind TO TR-KIND
           MOVE LastPriorSequence TO TR-PREV-SEQUENCE
           MOVE TxFileName TO TR-FILE-NAME
           MOVE RunStamp TO TR-SENT-STAMP
           MOVE DetailCount TO TR-DETAIL-COUNT
           MOVE RestatedCount TO TR-RESTATED-COUNT
           MOVE HashReadings TO TR-HASH-READINGS
           MOVE HashKeys TO TR-HASH-KEYS
           MOVE HashMeans TO TR-HASH-MEANS
           MOVE "SENT" TO TR-STATUS
           WRITE TxRegisterRecord
               INVALID KEY
                   display "ERROR: cannot register transmission, "
                       "file status " TxRegisterStatus
                   display "REMOVE " TxFileName
                       " - IT MUST NOT BE SENT"
                   CLOSE TxRegister
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-WRITE.

           appendSentLog.
           OPEN EXTEND TxSentLog
           IF TxSentLogStatus = "35"
               OPEN OUTPUT TxSentLog
           END-IF
           IF TxSentLogStatus NOT = "00"
               display "WARNING: unable to write TXSENT.DAT, "
                   "file status " TxSentLogStatus
                   " - restatement tracking incomplete"
               MOVE "N" TO SentLogOkFlag
           ELSE
               PERFORM VARYING TxStatsInd FROM 1 BY 1
                           UNTIL TxStatsInd > TxStatsCount
                   MOVE NextSequence TO TS-SEQUENCE
                   MOVE TxStatsImage(TxStatsInd) TO TS-STATS-IMAGE
                   WRITE TxSentRecord
               END-PERFORM
               CLOSE TxSentLog
           END-IF.

           saveTxControl.
           OPEN OUTPUT TxControlFile
           IF TxControlStatus NOT = "00"
               MOVE NextSequence TO EditedSequence
               display "ERROR: cannot rewrite TXCTL.DAT, file status "
                   TxControlStatus
               display "SET ITS SEQUENCE TO " EditedSequence
                   " BEFORE THE NEXT TRANSMISSION"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE NextSequence TO TC-LAST-SEQUENCE
               MOVE SenderId TO TC-SENDER-ID
               MOVE ReceiverId TO TC-RECEIVER-ID
               MOVE AckHours TO TC-ACK-HOURS
               WRITE TxControlRecord
               CLOSE TxControlFile
           END-IF.

           writeSendReport.
           OPEN OUTPUT TxSendReport
           IF TxSendReportStatus NOT = "00"
               display "WARNING: cannot open TXSEND.RPT, file status "
                   TxSendReportStatus
           ELSE
               PERFORM writeSendHeading
               PERFORM VARYING TxStatsInd FROM 1 BY 1
                           UNTIL TxStatsInd > TxStatsCount
                   PERFORM writeOneSendLine
               END-PERFORM
               PERFORM writeSendTotals
               CLOSE TxSendReport
           END-IF.

           writeSendHeading.
           MOVE SPACES TO TxSendLine
           STRING "PRACTICAL5 - OUTBOUND STATISTICS TRANSMISSION"
               DELIMITED BY SIZE INTO TxSendLine
           WRITE TxSendLine
           MOVE NextSequence TO EditedSequence
           MOVE SPACES TO TxSendLine
           STRING "BUSINESS DATE " TxDateText
               "  SEQUENCE " EditedSequence
               "  SENDER " SenderId "  RECEIVER " ReceiverId
               DELIMITED BY SIZE INTO TxSendLine
           WRITE TxSendLine
           MOVE SPACES TO TxSendLine
           IF TxKind = "R"
               MOVE LastPriorSequence TO EditedPriorSequence
               STRING "RETRANSMISSION REPLACING SEQUENCE "
                   EditedPriorSequence " (" LastPriorStatus ")"
                   DELIMITED BY SIZE INTO TxSendLine
           ELSE
               STRING "FIRST TRANSMISSION OF THIS BUSINESS DATE"
                   DELIMITED BY SIZE INTO TxSendLine
           END-IF
           WRITE TxSendLine
           MOVE SPACES TO TxSendLine
           STRING "FILE " TxFileName
               DELIMITED BY SIZE INTO TxSendLine
           WRITE TxSendLine
           MOVE SPACES TO TxSendLine
           WRITE TxSendLine
           MOVE SPACES TO TxSendLine
           STRING "TYPE  KEY  COUNT      MEAN  AMEND"
               DELIMITED BY SIZE INTO TxSendLine
           WRITE TxSendLine.

           writeOneSendLine.
           MOVE TxStatsImage(TxStatsInd) TO StatsRecord
           MOVE SR-GROUP-KEY TO EditedGroupKey
           MOVE SR-RECORD-COUNT TO EditedRecordCount
           MOVE SR-MEAN TO EditedMean
           MOVE SPACES TO ChangedText
           IF TxKind = "R" AND TxStatsSentFlag(TxStatsInd) = "N"
               IF TxStatsKeySentFlag(TxStatsInd) = "Y"
                   MOVE "CHANGED SINCE LAST SENT" TO ChangedText
               ELSE
                   MOVE "NOT PREVIOUSLY SENT" TO ChangedText
               END-IF
           END-IF
           MOVE SPACES TO TxSendLine
           STRING "  " SR-RECORD-TYPE "   " EditedGroupKey
               "  " EditedRecordCount "  " EditedMean
               "    " SR-AMEND-FLAG "    " ChangedText
               DELIMITED BY SIZE INTO TxSendLine
           WRITE TxSendLine.

           writeSendTotals.
           MOVE DetailCount TO EditedDetailCount
           MOVE HashReadings TO EditedHashReadings
           MOVE HashKeys TO EditedHashKeys
           MOVE HashMeans TO EditedHashMeans
           MOVE RestatedCount TO EditedRestatedCount
           MOVE SPACES TO TxSendLine
           WRITE TxSendLine
           MOVE SPACES TO TxSendLine
           STRING "DETAIL RECORDS SENT            " EditedDetailCount
               DELIMITED BY SIZE INTO TxSendLine
           WRITE TxSendLine
           MOVE SPACES TO TxSendLine
           STRING "  OF WHICH RESTATED            " EditedRestatedCount
               DELIMITED BY SIZE INTO TxSendLine
           WRITE TxSendLine
           MOVE SPACES TO TxSendLine
           STRING "HASH TOTAL - READINGS          " EditedHashReadings
               DELIMITED BY SIZE INTO TxSendLine
           WRITE TxSendLine
           MOVE SPACES TO TxSendLine
           STRING "HASH TOTAL - GROUP KEYS        " EditedHashKeys
               DELIMITED BY SIZE INTO TxSendLine
           WRITE TxSendLine
           MOVE SPACES TO TxSendLine
           STRING "HASH TOTAL - MEANS             " EditedHashMeans
               DELIMITED BY SIZE INTO TxSendLine
           WRITE TxSendLine.

      * To compile the program, use the following command:
      * cobc -x prac5txsend.cob && ./prac5txsend
