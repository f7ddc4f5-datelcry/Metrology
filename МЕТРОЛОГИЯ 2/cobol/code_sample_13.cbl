       SELECT BurstSummaryReport ASSIGN TO "BURSTSUM.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL RunLogFile ASSIGN TO "RUNLOG.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS RunLogStatus.

DATA DIVISION.
FILE SECTION.
FD RegionsFile.
FD BurstSummaryReport.
01 BurstSumPrintLine		PIC X(77).

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

    02  FILLER                  PIC X(25) VALUE "CSV DETAIL LINES READ  = ".
    02  PrnBurstDetailCount	PIC ZZZZZ9.

01  RunLogStatus		PIC XX.


PROCEDURE DIVISION.
BurstReportByOffice.
    END-IF
    MOVE ZEROS TO OfficePageTable

    MOVE "S" TO StartEndRL
    MOVE SPACE TO CompletionRL
    PERFORM WriteRunAuditRecord

    PERFORM LoadRegionTable
    PERFORM LoadPublicationTable
    PERFORM OpenOfficeFiles
    PERFORM WriteOfficeTotals
    PERFORM CloseOfficeFiles
    PERFORM WriteBurstSummary

    MOVE "E" TO StartEndRL
    MOVE "C" TO CompletionRL
    PERFORM WriteRunAuditRecord
    STOP RUN.


    WRITE BurstSumPrintLine FROM BurstSumDetailLine   AFTER ADVANCING 2 LINES
    WRITE BurstSumPrintLine FROM BurstSumUnmappedLine AFTER ADVANCING 1 LINE
    CLOSE BurstSummaryReport.


WriteRunAuditRecord.
    OPEN EXTEND RunLogFile
    IF RunLogStatus = "00" OR "05"
        MOVE "RPTBURST  " TO ProgramIdRL
        ACCEPT RunDateRL FROM DATE YYYYMMDD
        ACCEPT RunTimeRL FROM TIME
        MOVE AsOfDate TO AsOfDateRL
        MOVE CsvDetailCount TO InputCountRL
        COMPUTE OutputCountRL = CsvDetailCount - UnmappedCount
        MOVE UnmappedCount TO RejectCountRL
        MOVE ZEROS TO AcceptedCountRL
        MOVE ZEROS TO RejectedCountRL
        MOVE "N" TO RestartFlagRL
        WRITE RunLogRec
        CLOSE RunLogFile
    END-IF.
