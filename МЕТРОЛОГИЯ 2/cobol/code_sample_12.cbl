INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL RunLogFile ASSIGN TO "RUNLOG.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS RunLogStatus.

       SELECT RunHistReport ASSIGN TO "RUNHIST.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

01  RunLogCount			PIC 9(6) VALUE ZEROS.

01  AsOfDate			PIC 9(8) VALUE ZEROS.
01  RunLogStatus		PIC XX.


PROCEDURE DIVISION.
ProduceRunHistoryReport.
    ACCEPT AsOfDate FROM COMMAND-LINE
    IF AsOfDate = ZEROS
        ACCEPT AsOfDate FROM DATE YYYYMMDD
    END-IF

    MOVE "S" TO StartEndRL
    MOVE SPACE TO CompletionRL
    PERFORM WriteRunAuditRecord

    OPEN INPUT RunLogFile
    OPEN OUTPUT RunHistReport
    WRITE RunHistPrintLine FROM RunHistHeadingLine AFTER ADVANCING PAGE
    MOVE RunLogCount TO PrnRunLogCount
    WRITE RunHistPrintLine FROM RunHistTrailerLine AFTER ADVANCING 2 LINES
    CLOSE RunLogFile, RunHistReport

    MOVE "E" TO StartEndRL
    MOVE "C" TO CompletionRL
    PERFORM WriteRunAuditRecord
    STOP RUN.


    READ RunLogFile
	AT END SET EndOfRunLog TO TRUE
    END-READ.


WriteRunAuditRecord.
    OPEN EXTEND RunLogFile
    IF RunLogStatus = "00" OR "05"
        MOVE "RUNHIST   " TO ProgramIdRL
        ACCEPT RunDateRL FROM DATE YYYYMMDD
        ACCEPT RunTimeRL FROM TIME
        MOVE AsOfDate TO AsOfDateRL
        MOVE RunLogCount TO InputCountRL
        MOVE RunLogCount TO OutputCountRL
        MOVE ZEROS TO RejectCountRL
        MOVE ZEROS TO AcceptedCountRL
        MOVE ZEROS TO RejectedCountRL
        MOVE "N" TO RestartFlagRL
        WRITE RunLogRec
        CLOSE RunLogFile
    END-IF.
