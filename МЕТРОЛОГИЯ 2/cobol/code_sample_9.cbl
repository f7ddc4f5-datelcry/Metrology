       SELECT TrendReport ASSIGN TO "TREND.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL RunLogFile ASSIGN TO "RUNLOG.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS RunLogStatus.

DATA DIVISION.
FILE SECTION.
FD CountryHistFile.
FD TrendReport.
01 TrendPrintLine		PIC X(77).

FD RunLogFile.
01 RunLogRec.
   02	ProgramIdRL		PIC X(10).
   02	RunDateRL		PIC 9(8).
   02	RunTimeRL		PIC 9(8).
   02	StartEndRL		PIC X.
   02	AsOfDateRL		PIC 9(8).
   02	InputCountRL		PIC 9(6).
   02	OutputCountRL		PIC 9(6).
   02	RejectCountRL		PIC 9(6).
   02	AcceptedCountRL	PIC 9(5).
   02	RejectedCountRL	PIC 9(5).
   02	RestartFlagRL		PIC X.
   02	CompletionRL		PIC X.


WORKING-STORAGE SECTION.

    02  PrnHistoryTableLimit	PIC ZZZ9.
    02  FILLER                  PIC X(23) VALUE " ENTRIES - INCREASE **".

01  AsOfDate			PIC 9(8) VALUE ZEROS.
01  RunLogStatus		PIC XX.


PROCEDURE DIVISION.
ProduceTrendReport.
    ACCEPT AsOfDate FROM COMMAND-LINE
    IF AsOfDate = ZEROS
        ACCEPT AsOfDate FROM DATE YYYYMMDD
    END-IF

    MOVE "S" TO StartEndRL
    MOVE SPACE TO CompletionRL
    PERFORM WriteRunAuditRecord

    PERFORM FindRunDates

    OPEN OUTPUT TrendReport
    END-EVALUATE

    CLOSE TrendReport

    MOVE "E" TO StartEndRL
    MOVE "C" TO CompletionRL
    PERFORM WriteRunAuditRecord
    STOP RUN.


    MOVE -100 TO PrnTrendPct
    MOVE "** " TO PrnTrendFlag
    WRITE TrendPrintLine FROM TrendDetailLine AFTER ADVANCING 1 LINE.


WriteRunAuditRecord.
    OPEN EXTEND RunLogFile
    IF RunLogStatus = "00" OR "05"
        MOVE "SUBSTREND " TO ProgramIdRL
        ACCEPT RunDateRL FROM DATE YYYYMMDD
        ACCEPT RunTimeRL FROM TIME
        MOVE AsOfDate TO AsOfDateRL
        MOVE CurrentRunCount TO InputCountRL
        MOVE ZEROS TO OutputCountRL
        COMPUTE RejectCountRL = CurrentDroppedCount + PriorDroppedCount
        MOVE ZEROS TO AcceptedCountRL
        MOVE ZEROS TO RejectedCountRL
        MOVE "N" TO RestartFlagRL
        WRITE RunLogRec
        CLOSE RunLogFile
    END-IF.
