       IDENTIFICATION DIVISION.
       PROGRAM-ID. Prac5JobCtl.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JobStepFile ASSIGN TO "JOBSTEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JobStepFileStatus.
           SELECT StepStatusFile ASSIGN TO "STEPSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StepStatusFileStatus.
           SELECT RunCtlFile ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RunCtlFileStatus.
           SELECT StreamReport ASSIGN TO "STREAM.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StreamReportStatus.
       DATA DIVISION.
       FILE SECTION.
       FD JobStepFile.
           COPY JOBSTPRC.
       FD StepStatusFile.
           COPY STEPSTRC.
       FD RunCtlFile.
           COPY RUNCTLRC.
       FD StreamReport.
       01 StreamLine PIC X(132).
       WORKING-STORAGE SECTION.
       01 JobStepFileStatus PIC X(2) VALUE "00".
       01 StepStatusFileStatus PIC X(2) VALUE "00".
       01 RunCtlFileStatus PIC X(2) VALUE "00".
       01 StreamReportStatus PIC X(2) VALUE "00".
       01 EndOfJobSteps PIC X(1) VALUE "N".
           88 NoMoreJobSteps VALUE "Y".
       01 EndOfStepStatus PIC X(1) VALUE "N".
           88 NoMoreStepStatus VALUE "Y".
       01 BusinessDate PIC X(8) VALUE SPACES.
       01 MaxSteps PIC 9(3) VALUE 50.
       01 StepCount PIC 9(3) VALUE 0.
       01 StepTable.
           05 StepEntry OCCURS 50 TIMES.
               10 StepNo PIC 9(3).
               10 StepMaxRc PIC 9(2).
               10 StepMandatory PIC X(1).
               10 StepDescription PIC X(30).
               10 StepCommand PIC X(80).
               10 StepStatus PIC X(8).
               10 StepStartStamp PIC X(14).
               10 StepEndStamp PIC X(14).
               10 StepReturnCode PIC 9(4).
               10 StepRunNowFlag PIC X(1).
       01 StepInd PIC 9(3) VALUE 1.
       01 FindInd PIC 9(3) VALUE 1.
       01 ControlLineNo PIC 9(3) VALUE 0.
       01 ControlErrorFlag PIC X(1) VALUE "N".
           88 ControlFileInError VALUE "Y".
       01 LastStepNo PIC 9(3) VALUE 0.
       01 PriorStreamDate PIC X(8) VALUE SPACES.
       01 PriorIncompleteFlag PIC X(1) VALUE "N".
           88 PriorStreamIncomplete VALUE "Y".
       01 PriorStopStepNo PIC 9(3) VALUE 0.
       01 ResumeFlag PIC X(1) VALUE "N".
           88 StreamIsResumed VALUE "Y".
       01 AlreadyCompleteFlag PIC X(1) VALUE "N".
           88 StreamAlreadyComplete VALUE "Y".
       01 StreamStoppedFlag PIC X(1) VALUE "N".
           88 StreamStopped VALUE "Y".
       01 StopStepNo PIC 9(3) VALUE 0.
       01 RawReturnCode PIC S9(9) VALUE 0.
       01 StreamStartStamp PIC X(14) VALUE SPACES.
       01 StreamEndStamp PIC X(14) VALUE SPACES.
       01 StepsRunNow PIC 9(3) VALUE 0.
       01 StepsDone PIC 9(3) VALUE 0.
       01 StepsOptFailed PIC 9(3) VALUE 0.
       01 StepsFailed PIC 9(3) VALUE 0.
       01 StepsNotRun PIC 9(3) VALUE 0.
       01 StreamResult PIC X(40) VALUE SPACES.
       01 RunNowMark PIC X(1) VALUE SPACE.
       01 EditedStepNo PIC 9(3).
       01 EditedMaxRc PIC Z9.
       01 EditedReturnCode PIC ZZZ9.
       01 EditedStepCount PIC ZZ9.
       01 EditedStepsRunNow PIC ZZ9.
       01 EditedStepsDone PIC ZZ9.
       01 EditedStepsOptFailed PIC ZZ9.
       01 EditedStepsFailed PIC ZZ9.
       01 EditedStepsNotRun PIC ZZ9.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO StreamStartStamp
           PERFORM loadRunControl
           PERFORM loadJobSteps
           PERFORM loadStepStatus
           PERFORM decideStreamStart
           IF NOT StreamAlreadyComplete
               PERFORM VARYING StepInd FROM 1 BY 1
                           UNTIL StepInd > StepCount OR StreamStopped
                   IF StepStatus(StepInd) NOT = "DONE"
                               AND StepStatus(StepInd) NOT = "OPTFAIL"
                       PERFORM runOneStep
                   END-IF
               END-PERFORM
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO StreamEndStamp
           PERFORM countStepResults
           PERFORM writeStreamSummary
           display "Job stream " StreamResult
           display "Stream summary written to STREAM.RPT"
           PERFORM setReturnCode
           STOP RUN.

           loadRunControl.
           MOVE FUNCTION CURRENT-DATE(1:8) TO BusinessDate
           OPEN INPUT RunCtlFile
           IF RunCtlFileStatus = "00"
               READ RunCtlFile
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RC-BUSINESS-DATE IS NUMERIC
                           MOVE RC-BUSINESS-DATE TO BusinessDate
                       ELSE
                           display "NOTE: RUNCTL.DAT business date "
                               "not valid - wall-clock date used"
                       END-IF
               END-READ
               CLOSE RunCtlFile
           ELSE
               display "NOTE: RUNCTL.DAT not available, file status "
                   RunCtlFileStatus " - wall-clock date used"
           END-IF.

           loadJobSteps.
           OPEN INPUT JobStepFile
           IF JobStepFileStatus NOT = "00"
               display "ERROR: cannot open JOBSTEP.DAT, file status "
                   JobStepFileStatus
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM loadOneJobStep UNTIL NoMoreJobSteps
           CLOSE JobStepFile
           IF StepCount = 0
               display "ERROR: JOBSTEP.DAT holds no job steps"
               MOVE "Y" TO ControlErrorFlag
           END-IF
           IF ControlFileInError
               display "STREAM NOT STARTED - CORRECT JOBSTEP.DAT"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           loadOneJobStep.
           READ JobStepFile
               AT END
                   MOVE "Y" TO EndOfJobSteps
               NOT AT END
                   ADD 1 TO ControlLineNo
                   IF StepCount < MaxSteps
                       PERFORM checkJobStep
                       ADD 1 TO StepCount
                       MOVE JS-STEP-NO TO StepNo(StepCount)
                       MOVE JS-MAX-RC TO StepMaxRc(StepCount)
                       MOVE JS-MANDATORY TO StepMandatory(StepCount)
                       MOVE JS-DESCRIPTION
                           TO StepDescription(StepCount)
                       MOVE JS-COMMAND TO StepCommand(StepCount)
                       MOVE "PENDING" TO StepStatus(StepCount)
                       MOVE SPACES TO StepStartStamp(StepCount)
                       MOVE SPACES TO StepEndStamp(StepCount)
                       MOVE 0 TO StepReturnCode(StepCount)
                       MOVE "N" TO StepRunNowFlag(StepCount)
                   ELSE
                       display "ERROR: JOBSTEP.DAT holds more than "
                           MaxSteps " steps"
                       MOVE "Y" TO ControlErrorFlag
                       MOVE "Y" TO EndOfJobSteps
                   END-IF
           END-READ.

           checkJobStep.
           IF JS-STEP-NO IS NOT NUMERIC
               display "ERROR: JOBSTEP.DAT line " ControlLineNo
                   " - step number not numeric"
               MOVE "Y" TO ControlErrorFlag
           ELSE
               IF JS-STEP-NO NOT > LastStepNo
                   display "ERROR: JOBSTEP.DAT line " ControlLineNo
                       " - step " JS-STEP-NO " out of sequence"
                   MOVE "Y" TO ControlErrorFlag
               ELSE
                   MOVE JS-STEP-NO TO LastStepNo
               END-IF
           END-IF
           IF JS-MAX-RC IS NOT NUMERIC
               display "ERROR: JOBSTEP.DAT line " ControlLineNo
                   " - maximum return code not numeric"
               MOVE "Y" TO ControlErrorFlag
           END-IF
           IF JS-MANDATORY NOT = "Y" AND JS-MANDATORY NOT = "N"
               display "ERROR: JOBSTEP.DAT line " ControlLineNo
                   " - mandatory flag must be Y or N"
               MOVE "Y" TO ControlErrorFlag
           END-IF
           IF JS-COMMAND = SPACES
               display "ERROR: JOBSTEP.DAT line " ControlLineNo
                   " - no command given"
               MOVE "Y" TO ControlErrorFlag
           END-IF.

           loadStepStatus.
           OPEN INPUT StepStatusFile
           IF StepStatusFileStatus = "00"
               PERFORM loadOneStepStatus UNTIL NoMoreStepStatus
               CLOSE StepStatusFile
           END-IF.

           loadOneStepStatus.
           READ StepStatusFile
               AT END
                   MOVE "Y" TO EndOfStepStatus
               NOT AT END
                   MOVE SS-STREAM-DATE TO PriorStreamDate
                   IF SS-STATUS NOT = "DONE"
                               AND SS-STATUS NOT = "OPTFAIL"
                       IF NOT PriorStreamIncomplete
                           MOVE "Y" TO PriorIncompleteFlag
                           MOVE SS-STEP-NO TO PriorStopStepNo
                       END-IF
                   END-IF
                   IF SS-STREAM-DATE = BusinessDate
                       PERFORM restoreOneStep
                   END-IF
           END-READ.

           restoreOneStep.
           PERFORM VARYING FindInd FROM 1 BY 1
                       UNTIL FindInd > StepCount
               IF StepNo(FindInd) = SS-STEP-NO
                   MOVE SS-STATUS TO StepStatus(FindInd)
                   MOVE SS-START-STAMP TO StepStartStamp(FindInd)
                   MOVE SS-END-STAMP TO StepEndStamp(FindInd)
                   MOVE SS-RETURN-CODE TO StepReturnCode(FindInd)
               END-IF
           END-PERFORM.

           decideStreamStart.
           IF PriorStreamDate NOT = SPACES
                       AND PriorStreamDate NOT = BusinessDate
                       AND PriorStreamIncomplete
               display "ERROR: the job stream for business date "
                   PriorStreamDate " stopped at step " PriorStopStepNo
               display "STREAM FOR " BusinessDate " REFUSED - FINISH "
                   "THE " PriorStreamDate " STREAM FIRST, OR REMOVE "
                   "STEPSTAT.DAT ONCE IT HAS BEEN RECOVERED BY HAND"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF PriorStreamDate = BusinessDate
               MOVE "Y" TO ResumeFlag
               MOVE "Y" TO AlreadyCompleteFlag
               PERFORM VARYING StepInd FROM 1 BY 1
                           UNTIL StepInd > StepCount
                   IF StepStatus(StepInd) NOT = "DONE"
                               AND StepStatus(StepInd) NOT = "OPTFAIL"
                       MOVE "N" TO AlreadyCompleteFlag
                   END-IF
               END-PERFORM
               IF StreamAlreadyComplete
                   display "NOTE: job stream for " BusinessDate
                       " already complete - no steps run"
               ELSE
                   display "NOTE: resuming job stream for "
                       BusinessDate " - completed steps are not rerun"
               END-IF
           ELSE
               display "Starting job stream for business date "
                   BusinessDate
           END-IF.

           runOneStep.
           IF StepStatus(StepInd) = "RUNNING"
               display "WARNING: step " StepNo(StepInd)
                   " was interrupted last time - running it again"
           END-IF
           MOVE "RUNNING" TO StepStatus(StepInd)
           MOVE FUNCTION CURRENT-DATE(1:14) TO StepStartStamp(StepInd)
           MOVE SPACES TO StepEndStamp(StepInd)
           MOVE 0 TO StepReturnCode(StepInd)
           MOVE "Y" TO StepRunNowFlag(StepInd)
           ADD 1 TO StepsRunNow
           PERFORM saveStepStatus
           display "STEP " StepNo(StepInd) " " StepDescription(StepInd)
           CALL "SYSTEM" USING StepCommand(StepInd)
           MOVE RETURN-CODE TO RawReturnCode
           MOVE 0 TO RETURN-CODE
           IF RawReturnCode > 255
               DIVIDE RawReturnCode BY 256 GIVING RawReturnCode
           END-IF
           IF RawReturnCode < 0
               MOVE 9999 TO RawReturnCode
           END-IF
           MOVE RawReturnCode TO StepReturnCode(StepInd)
           MOVE FUNCTION CURRENT-DATE(1:14) TO StepEndStamp(StepInd)
           IF StepReturnCode(StepInd) NOT > StepMaxRc(StepInd)
               MOVE "DONE" TO StepStatus(StepInd)
           ELSE
               IF StepMandatory(StepInd) = "Y"
                   MOVE "FAILED" TO StepStatus(StepInd)
                   MOVE "Y" TO StreamStoppedFlag
                   MOVE StepNo(StepInd) TO StopStepNo
               ELSE
                   MOVE "OPTFAIL" TO StepStatus(StepInd)
               END-IF
           END-IF
           MOVE StepReturnCode(StepInd) TO EditedReturnCode
           display "STEP " StepNo(StepInd) " ENDED RC " EditedReturnCode
               "  " StepStatus(StepInd)
           PERFORM saveStepStatus.

           saveStepStatus.
           OPEN OUTPUT StepStatusFile
           IF StepStatusFileStatus NOT = "00"
               display "ERROR: cannot write STEPSTAT.DAT, file status "
                   StepStatusFileStatus
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING FindInd FROM 1 BY 1
                       UNTIL FindInd > StepCount
               MOVE SPACES TO StepStatusRecord
               MOVE BusinessDate TO SS-STREAM-DATE
               MOVE StepNo(FindInd) TO SS-STEP-NO
               MOVE StepStatus(FindInd) TO SS-STATUS
               MOVE StepStartStamp(FindInd) TO SS-START-STAMP
               MOVE StepEndStamp(FindInd) TO SS-END-STAMP
               MOVE StepReturnCode(FindInd) TO SS-RETURN-CODE
               MOVE StepDescription(FindInd) TO SS-DESCRIPTION
               WRITE StepStatusRecord
           END-PERFORM
           CLOSE StepStatusFile.

           countStepResults.
           PERFORM VARYING StepInd FROM 1 BY 1
                       UNTIL StepInd > StepCount
               IF StepStatus(StepInd) = "DONE"
                   ADD 1 TO StepsDone
               ELSE
                   IF StepStatus(StepInd) = "OPTFAIL"
                       ADD 1 TO StepsOptFailed
                   ELSE
                       IF StepStatus(StepInd) = "FAILED"
                           ADD 1 TO StepsFailed
                           MOVE StepNo(StepInd) TO StopStepNo
                       ELSE
                           ADD 1 TO StepsNotRun
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO StreamResult
           IF StepsFailed > 0
               MOVE StopStepNo TO EditedStepNo
               STRING "FAILED AT STEP " EditedStepNo
                   DELIMITED BY SIZE INTO StreamResult
           ELSE
               IF StepsNotRun > 0
                   MOVE "INCOMPLETE" TO StreamResult
               ELSE
                   IF StepsOptFailed > 0
                       MOVE "COMPLETE WITH OPTIONAL STEP FAILURES"
                           TO StreamResult
                   ELSE
                       MOVE "COMPLETE" TO StreamResult
                   END-IF
               END-IF
           END-IF.

           writeStreamSummary.
           OPEN OUTPUT StreamReport
           IF StreamReportStatus NOT = "00"
               display "ERROR: cannot open STREAM.RPT, file status "
                   StreamReportStatus
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO StreamLine
           STRING "PRACTICAL5 - NIGHTLY JOB STREAM SUMMARY FOR "
               "BUSINESS DATE " BusinessDate
               DELIMITED BY SIZE INTO StreamLine
           WRITE StreamLine

           MOVE SPACES TO StreamLine
           WRITE StreamLine

           MOVE SPACES TO StreamLine
           STRING "STREAM STATUS                  " StreamResult
               DELIMITED BY SIZE INTO StreamLine
           WRITE StreamLine

           MOVE SPACES TO StreamLine
           STRING "THIS INVOCATION STARTED        "
               StreamStartStamp(1:8) " " StreamStartStamp(9:6)
               DELIMITED BY SIZE INTO StreamLine
           WRITE StreamLine

           MOVE SPACES TO StreamLine
           STRING "THIS INVOCATION ENDED          "
               StreamEndStamp(1:8) " " StreamEndStamp(9:6)
               DELIMITED BY SIZE INTO StreamLine
           WRITE StreamLine

           IF StreamIsResumed
               MOVE SPACES TO StreamLine
               IF StreamAlreadyComplete
                   STRING "STREAM WAS ALREADY COMPLETE - NO STEPS RUN"
                       DELIMITED BY SIZE INTO StreamLine
               ELSE
                   STRING "RESUMED RUN - STEPS WITHOUT * FINISHED IN "
                       "AN EARLIER INVOCATION"
                       DELIMITED BY SIZE INTO StreamLine
               END-IF
               WRITE StreamLine
           END-IF

           MOVE SPACES TO StreamLine
           WRITE StreamLine

           MOVE SPACES TO StreamLine
           STRING "  STEP  DESCRIPTION                     MAND  "
               "MAX    RC  STATUS    STARTED          ENDED"
               DELIMITED BY SIZE INTO StreamLine
           WRITE StreamLine

           PERFORM VARYING StepInd FROM 1 BY 1
                       UNTIL StepInd > StepCount
               PERFORM writeOneStepLine
           END-PERFORM

           MOVE StepCount TO EditedStepCount
           MOVE StepsRunNow TO EditedStepsRunNow
           MOVE StepsDone TO EditedStepsDone
           MOVE StepsOptFailed TO EditedStepsOptFailed
           MOVE StepsFailed TO EditedStepsFailed
           MOVE StepsNotRun TO EditedStepsNotRun

           MOVE SPACES TO StreamLine
           WRITE StreamLine

           MOVE SPACES TO StreamLine
           STRING "STEPS IN STREAM                "
               EditedStepCount DELIMITED BY SIZE INTO StreamLine
           WRITE StreamLine

           MOVE SPACES TO StreamLine
           STRING "STEPS RUN THIS INVOCATION      "
               EditedStepsRunNow DELIMITED BY SIZE INTO StreamLine
           WRITE StreamLine

           MOVE SPACES TO StreamLine
           STRING "STEPS COMPLETED                "
               EditedStepsDone DELIMITED BY SIZE INTO StreamLine
           WRITE StreamLine

           MOVE SPACES TO StreamLine
           STRING "OPTIONAL STEPS FAILED          "
               EditedStepsOptFailed DELIMITED BY SIZE INTO StreamLine
           WRITE StreamLine

           MOVE SPACES TO StreamLine
           STRING "MANDATORY STEPS FAILED         "
               EditedStepsFailed DELIMITED BY SIZE INTO StreamLine
           WRITE StreamLine

           MOVE SPACES TO StreamLine
           STRING "STEPS NOT YET RUN              "
               EditedStepsNotRun DELIMITED BY SIZE INTO StreamLine
           WRITE StreamLine

           IF StepsFailed > 0
               MOVE StopStepNo TO EditedStepNo
               MOVE SPACES TO StreamLine
               WRITE StreamLine
               MOVE SPACES TO StreamLine
               STRING "ACTION: CORRECT THE CAUSE AND RE-RUN "
                   "PRAC5JOBCTL - THE STREAM RESUMES AT STEP "
                   EditedStepNo
                   DELIMITED BY SIZE INTO StreamLine
               WRITE StreamLine
           END-IF

           CLOSE StreamReport.

           writeOneStepLine.
           MOVE StepNo(StepInd) TO EditedStepNo
           MOVE StepMaxRc(StepInd) TO EditedMaxRc
           MOVE StepReturnCode(StepInd) TO EditedReturnCode
           IF StepRunNowFlag(StepInd) = "Y"
               MOVE "*" TO RunNowMark
           ELSE
               MOVE SPACE TO RunNowMark
           END-IF
           MOVE SPACES TO StreamLine
           IF StepStartStamp(StepInd) = SPACES
               STRING RunNowMark " " EditedStepNo "   "
                   StepDescription(StepInd) "  "
                   StepMandatory(StepInd) "     "
                   EditedMaxRc "        "
                   StepStatus(StepInd)
                   DELIMITED BY SIZE INTO StreamLine
           ELSE
               STRING RunNowMark " " EditedStepNo "   "
                   StepDescription(StepInd) "  "
                   StepMandatory(StepInd) "     "
                   EditedMaxRc "  "
                   EditedReturnCode "  "
                   StepStatus(StepInd) "  "
                   StepStartStamp(StepInd)(1:8) " "
                   StepStartStamp(StepInd)(9:6) "  "
                   StepEndStamp(StepInd)(1:8) " "
                   StepEndStamp(StepInd)(9:6)
                   DELIMITED BY SIZE INTO StreamLine
           END-IF
           WRITE StreamLine.

           setReturnCode.
           IF StepsFailed > 0 OR StepsNotRun > 0
               MOVE 12 TO RETURN-CODE
           ELSE
               IF StepsOptFailed > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

      * To compile the program, use the following command:
      * cobc -x prac5jobctl.cob && ./prac5jobctl
