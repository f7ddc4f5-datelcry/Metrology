      $SET SOURCEFORMAT"FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID. NightRun.
AUTHOR. Michael Coughlan.
*>CS4321-96-COBOL-EXAM.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL RunLogFile ASSIGN TO "RUNLOG.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS RunLogStatus.

       SELECT StreamReport ASSIGN TO "STREAM.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD RunLogFile.
01 RunLogRec.
   88	EndOfRunLog VALUE HIGH-VALUES.
   02	ProgramIdRL		PIC X(10).
   02	RunDateRL		PIC 9(8).
   02	RunTimeRL		PIC 9(8).
   02	StartEndRL		PIC X.
	88 IsStartRecord	VALUE "S".
	88 IsEndRecord	VALUE "E".
   02	AsOfDateRL		PIC 9(8).
   02	InputCountRL		PIC 9(6).
   02	OutputCountRL		PIC 9(6).
   02	RejectCountRL		PIC 9(6).
   02	AcceptedCountRL	PIC 9(5).
   02	RejectedCountRL	PIC 9(5).
   02	RestartFlagRL		PIC X.
   02	CompletionRL		PIC X.

FD StreamReport.
01 StreamPrintLine		PIC X(77).


WORKING-STORAGE SECTION.

01  StepDefinitionTable.
    02  FILLER	PIC X(23) VALUE "SUBSEDIT  SubsEdit    N".
    02  FILLER	PIC X(23) VALUE "SUBSRECYCLSubsRecycle N".
    02  FILLER	PIC X(23) VALUE "SUBSINTEG SubsInteg   Y".
    02  FILLER	PIC X(23) VALUE "DUESUBSRPTDueSubsRpt  Y".
    02  FILLER	PIC X(23) VALUE "SUBSDEBIT SubsDebit   Y".
    02  FILLER	PIC X(23) VALUE "RPTBURST  RptBurst    N".
    02  FILLER	PIC X(23) VALUE "SUBSDUN   SubsDun     N".
    02  FILLER	PIC X(23) VALUE "SUBSTREND SubsTrend   N".
    02  FILLER	PIC X(23) VALUE "RUNHIST   RunHist     N".
01  FILLER REDEFINES StepDefinitionTable.
    02  StepDefinition OCCURS 9 TIMES.
	03 StepRunLogIdSD	PIC X(10).
	03 StepProgramSD	PIC X(12).
	03 StepOverrideSD	PIC X.
	    88 StepTakesOverride	VALUE "Y".

01  StepCount			PIC 9 VALUE 9.

01  StepStateTable.
    02  StepState OCCURS 9 TIMES.
	03 StepLogStatusSS	PIC X.
	    88 StepCompleted	VALUE "C".
	    88 StepOpenStart	VALUE "S".
	03 StepResultSS		PIC X(18).
	03 StepWasRunSS		PIC X.
	    88 StepWasRun		VALUE "Y".
	03 StepRcSS		PIC S9(4).
	03 StepElapsedSS	PIC 9(7).
	03 StepInputSS		PIC 9(6).
	03 StepOutputSS		PIC 9(6).
	03 StepRejectSS		PIC 9(6).

01  STIDX			PIC 9(2) VALUE ZEROS.
01  SSIDX			PIC 9(2) VALUE ZEROS.
01  ResumeStep			PIC 9(2) VALUE ZEROS.
01  FailedStep			PIC 9(2) VALUE ZEROS.
01  StreamFailedSwitch		PIC X VALUE "N".
    88	StreamFailed		VALUE "Y".

01  CommandText			PIC X(80) VALUE SPACES.
01  CommandLineBuffer		PIC X(40) VALUE SPACES.
01  AsOfDateText		PIC X(8) VALUE SPACES.
01  AsOfDate			PIC 9(8) VALUE ZEROS.
01  OverrideText		PIC X(8) VALUE SPACES.
01  OverrideSwitch		PIC X VALUE "N".
    88	OverrideRequested	VALUE "Y".
01  OpenStartCount		PIC S9(4) VALUE ZEROS.
01  RunLogStatus		PIC XX.

01  StepStartTime.
    02	StartHourWK		PIC 99.
    02	StartMinuteWK		PIC 99.
    02	StartSecondWK		PIC 99.
    02	StartHundredthWK	PIC 99.
01  StepEndTime.
    02	EndHourWK		PIC 99.
    02	EndMinuteWK		PIC 99.
    02	EndSecondWK		PIC 99.
    02	EndHundredthWK		PIC 99.
01  StartHundredths		PIC 9(7) VALUE ZEROS.
01  EndHundredths		PIC 9(7) VALUE ZEROS.

01  StepsRunCount		PIC 9(2) VALUE ZEROS.
01  StepsCompletedCount	PIC 9(2) VALUE ZEROS.

01  StreamHeadingLine.
    02  FILLER                  PIC X(10) VALUE SPACES.
    02  FILLER                  PIC X(36) VALUE "NIGHTLY STREAM - RUN SUMMARY".

01  StreamUnderline.
    02  FILLER                  PIC X(10) VALUE SPACES.
    02  FILLER                  PIC X(36) VALUE ALL "-".

01  StreamAsOfLine.
    02  FILLER                  PIC X(5)  VALUE SPACES.
    02  FILLER                  PIC X(25) VALUE "AS OF DATE             = ".
    02  PrnStreamAsOfDate	PIC 9(8).

01  StreamResumeLine.
    02  FILLER                  PIC X(5)  VALUE SPACES.
    02  FILLER                  PIC X(25) VALUE "STARTED AT STEP        = ".
    02  PrnResumeStep		PIC Z9.

01  StreamTopicLine.
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  FILLER                  PIC X(3)  VALUE "NO".
    02  FILLER                  PIC X(13) VALUE "PROGRAM".
    02  FILLER                  PIC X(17) VALUE "STATUS".
    02  FILLER                  PIC X(5)  VALUE "  RC".
    02  FILLER                  PIC X(10) VALUE "   SECONDS".
    02  FILLER                  PIC X(9)  VALUE "    INPUT".
    02  FILLER                  PIC X(8)  VALUE "  OUTPUT".
    02  FILLER                  PIC X(8)  VALUE "  REJECT".

01  StreamStepLine.
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  PrnStepNo		PIC 9.
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  PrnStepProgram		PIC X(12).
    02  FILLER                  PIC X     VALUE SPACE.
    02  PrnStepResult		PIC X(16).
    02  PrnStepRc		PIC X(5).
    02  FILLER                  PIC X     VALUE SPACE.
    02  PrnStepElapsed		PIC X(9).
    02  FILLER                  PIC X     VALUE SPACE.
    02  PrnStepInput		PIC ZZZZZZZ9.
    02  FILLER                  PIC X     VALUE SPACE.
    02  PrnStepOutput		PIC ZZZZZZ9.
    02  FILLER                  PIC X     VALUE SPACE.
    02  PrnStepReject		PIC ZZZZZZ9.

01  StepRcEdit			PIC ----9.
01  StepElapsedEdit		PIC ZZZZ9.99.
01  StepElapsedSeconds		PIC 9(5)V99 VALUE ZEROS.

01  StreamCountLine.
    02  FILLER                  PIC X(5)  VALUE SPACES.
    02  PrnCountCaption		PIC X(25).
    02  PrnCountValue		PIC Z9.

01  StreamOutcomeLine.
    02  FILLER                  PIC X(5)  VALUE SPACES.
    02  PrnStreamOutcome	PIC X(60).


PROCEDURE DIVISION.
RunNightlyStream.
    ACCEPT CommandLineBuffer FROM COMMAND-LINE
    UNSTRING CommandLineBuffer DELIMITED BY ALL SPACES
        INTO AsOfDateText, OverrideText
    END-UNSTRING
    IF AsOfDateText IS NUMERIC
        MOVE AsOfDateText TO AsOfDate
    END-IF
    IF AsOfDate = ZEROS
        ACCEPT AsOfDate FROM DATE YYYYMMDD
    END-IF
    IF AsOfDateText = "OVERRIDE" OR OverrideText = "OVERRIDE"
        SET OverrideRequested TO TRUE
    END-IF

    INITIALIZE StepStateTable
    PERFORM CheckRunLogBeforeStart

    MOVE "S" TO StartEndRL
    MOVE SPACE TO CompletionRL
    PERFORM WriteRunAuditRecord

    PERFORM LoadStepStatus
    MOVE ZEROS TO ResumeStep
    PERFORM VARYING STIDX FROM 1 BY 1
	UNTIL STIDX > StepCount OR ResumeStep > ZEROS
        IF StepCompleted(STIDX)
            MOVE "DONE EARLIER" TO StepResultSS(STIDX)
            ADD 1 TO StepsCompletedCount
        ELSE
            MOVE STIDX TO ResumeStep
        END-IF
    END-PERFORM

    IF ResumeStep > ZEROS
        PERFORM VARYING STIDX FROM ResumeStep BY 1
	    UNTIL STIDX > StepCount OR StreamFailed
            PERFORM RunStreamStep
        END-PERFORM
    END-IF

    PERFORM PrintStreamSummary

    MOVE "E" TO StartEndRL
    IF StreamFailed
        MOVE "N" TO CompletionRL
    ELSE
        MOVE "C" TO CompletionRL
    END-IF
    PERFORM WriteRunAuditRecord
    IF StreamFailed
        MOVE 8 TO RETURN-CODE
    ELSE
        MOVE ZEROS TO RETURN-CODE
    END-IF
    STOP RUN.


WriteRunAuditRecord.
    OPEN EXTEND RunLogFile
    IF RunLogStatus = "00" OR "05"
        MOVE "NIGHTRUN  " TO ProgramIdRL
        ACCEPT RunDateRL FROM DATE YYYYMMDD
        ACCEPT RunTimeRL FROM TIME
        MOVE AsOfDate TO AsOfDateRL
        MOVE StepCount TO InputCountRL
        MOVE StepsCompletedCount TO OutputCountRL
        MOVE FailedStep TO RejectCountRL
        MOVE StepsRunCount TO AcceptedCountRL
        MOVE ZEROS TO RejectedCountRL
        IF OverrideRequested
            MOVE "O" TO RestartFlagRL
        ELSE
            MOVE "N" TO RestartFlagRL
        END-IF
        WRITE RunLogRec
        CLOSE RunLogFile
    END-IF.


CheckRunLogBeforeStart.
    MOVE ZEROS TO OpenStartCount
    OPEN INPUT RunLogFile
    IF RunLogStatus = "00" OR "05"
        READ RunLogFile
	    AT END SET EndOfRunLog TO TRUE
        END-READ
        PERFORM CheckRunLogRecord UNTIL EndOfRunLog
        CLOSE RunLogFile
    END-IF
    IF OpenStartCount > ZEROS AND NOT OverrideRequested
        DISPLAY "NightRun: previous run has no end record - "
            "rerun with OVERRIDE to force"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.


CheckRunLogRecord.
    IF ProgramIdRL = "NIGHTRUN  "
        EVALUATE StartEndRL
            WHEN "S"
                ADD 1 TO OpenStartCount
            WHEN "E"
                MOVE ZEROS TO OpenStartCount
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF
    READ RunLogFile
	AT END SET EndOfRunLog TO TRUE
    END-READ.


LoadStepStatus.
    PERFORM VARYING SSIDX FROM 1 BY 1 UNTIL SSIDX > StepCount
        MOVE SPACE TO StepLogStatusSS(SSIDX)
    END-PERFORM
    OPEN INPUT RunLogFile
    IF RunLogStatus = "00" OR "05"
        READ RunLogFile
	    AT END SET EndOfRunLog TO TRUE
        END-READ
        PERFORM NoteStepRunLogRecord UNTIL EndOfRunLog
        CLOSE RunLogFile
    END-IF.


NoteStepRunLogRecord.
    IF AsOfDateRL = AsOfDate
        PERFORM VARYING SSIDX FROM 1 BY 1 UNTIL SSIDX > StepCount
            IF StepRunLogIdSD(SSIDX) = ProgramIdRL
                IF IsStartRecord
                    MOVE "S" TO StepLogStatusSS(SSIDX)
                END-IF
                IF IsEndRecord
                    IF CompletionRL = "C"
                        MOVE "C" TO StepLogStatusSS(SSIDX)
                    ELSE
                        MOVE "N" TO StepLogStatusSS(SSIDX)
                    END-IF
                    MOVE InputCountRL TO StepInputSS(SSIDX)
                    MOVE OutputCountRL TO StepOutputSS(SSIDX)
                    MOVE RejectCountRL TO StepRejectSS(SSIDX)
                END-IF
            END-IF
        END-PERFORM
    END-IF
    READ RunLogFile
	AT END SET EndOfRunLog TO TRUE
    END-READ.


RunStreamStep.
    PERFORM LoadStepStatus
    EVALUATE TRUE
        WHEN STIDX > 1 AND NOT StepCompleted(STIDX - 1)
            MOVE "PRED INCOMPLETE" TO StepResultSS(STIDX)
            MOVE STIDX TO FailedStep
            SET StreamFailed TO TRUE
        WHEN StepOpenStart(STIDX) AND StepTakesOverride(STIDX)
                AND NOT OverrideRequested
            MOVE "NEEDS OVERRIDE" TO StepResultSS(STIDX)
            MOVE STIDX TO FailedStep
            SET StreamFailed TO TRUE
        WHEN OTHER
            PERFORM LaunchStreamStep
    END-EVALUATE.


LaunchStreamStep.
    MOVE SPACES TO CommandText
    IF StepOpenStart(STIDX) AND StepTakesOverride(STIDX)
            AND OverrideRequested
        STRING StepProgramSD(STIDX) DELIMITED BY SPACE
            " " AsOfDate " OVERRIDE" DELIMITED BY SIZE
            INTO CommandText
        END-STRING
    ELSE
        STRING StepProgramSD(STIDX) DELIMITED BY SPACE
            " " AsOfDate DELIMITED BY SIZE
            INTO CommandText
        END-STRING
    END-IF

    ACCEPT StepStartTime FROM TIME
    CALL "SYSTEM" USING CommandText
    MOVE RETURN-CODE TO StepRcSS(STIDX)
    IF StepRcSS(STIDX) > 255
        DIVIDE 256 INTO StepRcSS(STIDX)
    END-IF
    ACCEPT StepEndTime FROM TIME
    COMPUTE StartHundredths = StartHourWK * 360000
        + StartMinuteWK * 6000 + StartSecondWK * 100 + StartHundredthWK
    COMPUTE EndHundredths = EndHourWK * 360000
        + EndMinuteWK * 6000 + EndSecondWK * 100 + EndHundredthWK
    IF EndHundredths < StartHundredths
        ADD 8640000 TO EndHundredths
    END-IF
    COMPUTE StepElapsedSS(STIDX) = EndHundredths - StartHundredths
    MOVE "Y" TO StepWasRunSS(STIDX)
    ADD 1 TO StepsRunCount

    PERFORM LoadStepStatus
    IF StepCompleted(STIDX)
        MOVE "COMPLETED" TO StepResultSS(STIDX)
        ADD 1 TO StepsCompletedCount
    ELSE
        MOVE "FAILED" TO StepResultSS(STIDX)
        MOVE STIDX TO FailedStep
        SET StreamFailed TO TRUE
    END-IF.


PrintStreamSummary.
    OPEN OUTPUT StreamReport
    WRITE StreamPrintLine FROM StreamHeadingLine AFTER ADVANCING PAGE
    WRITE StreamPrintLine FROM StreamUnderline   AFTER ADVANCING 1 LINE
    MOVE AsOfDate TO PrnStreamAsOfDate
    WRITE StreamPrintLine FROM StreamAsOfLine    AFTER ADVANCING 2 LINES
    MOVE ResumeStep TO PrnResumeStep
    WRITE StreamPrintLine FROM StreamResumeLine  AFTER ADVANCING 1 LINE
    WRITE StreamPrintLine FROM StreamTopicLine   AFTER ADVANCING 2 LINES
    WRITE StreamPrintLine FROM SPACES            AFTER ADVANCING 1 LINE

    PERFORM VARYING STIDX FROM 1 BY 1 UNTIL STIDX > StepCount
        MOVE STIDX TO PrnStepNo
        MOVE StepProgramSD(STIDX) TO PrnStepProgram
        IF StepResultSS(STIDX) = SPACES
            MOVE "NOT RUN" TO PrnStepResult
        ELSE
            MOVE StepResultSS(STIDX) TO PrnStepResult
        END-IF
        IF StepWasRun(STIDX)
            MOVE StepRcSS(STIDX) TO StepRcEdit
            MOVE StepRcEdit TO PrnStepRc
            COMPUTE StepElapsedSeconds = StepElapsedSS(STIDX) / 100
            MOVE StepElapsedSeconds TO StepElapsedEdit
            MOVE StepElapsedEdit TO PrnStepElapsed
        ELSE
            MOVE SPACES TO PrnStepRc, PrnStepElapsed
        END-IF
        MOVE StepInputSS(STIDX) TO PrnStepInput
        MOVE StepOutputSS(STIDX) TO PrnStepOutput
        MOVE StepRejectSS(STIDX) TO PrnStepReject
        WRITE StreamPrintLine FROM StreamStepLine AFTER ADVANCING 1 LINE
    END-PERFORM

    MOVE "STEPS RUN THIS TIME    = " TO PrnCountCaption
    MOVE StepsRunCount TO PrnCountValue
    WRITE StreamPrintLine FROM StreamCountLine AFTER ADVANCING 2 LINES
    MOVE "STEPS COMPLETE FOR DATE= " TO PrnCountCaption
    MOVE StepsCompletedCount TO PrnCountValue
    WRITE StreamPrintLine FROM StreamCountLine AFTER ADVANCING 1 LINE

    MOVE SPACES TO PrnStreamOutcome
    EVALUATE TRUE
        WHEN StreamFailed AND StepResultSS(FailedStep) = "NEEDS OVERRIDE"
            STRING "STREAM STOPPED AT STEP " FailedStep " "
                StepProgramSD(FailedStep) DELIMITED BY SIZE
                " - RERUN WITH OVERRIDE" DELIMITED BY SIZE
                INTO PrnStreamOutcome
            END-STRING
        WHEN StreamFailed
            STRING "STREAM STOPPED AT STEP " FailedStep " "
                StepProgramSD(FailedStep) DELIMITED BY SIZE
                " - RERUN TO RESUME" DELIMITED BY SIZE
                INTO PrnStreamOutcome
            END-STRING
        WHEN ResumeStep = ZEROS
            MOVE "ALL STEPS ALREADY COMPLETE FOR THIS DATE"
                TO PrnStreamOutcome
        WHEN OTHER
            MOVE "STREAM COMPLETE" TO PrnStreamOutcome
    END-EVALUATE
    WRITE StreamPrintLine FROM StreamOutcomeLine AFTER ADVANCING 2 LINES
    CLOSE StreamReport.
