       SELECT EditReport ASSIGN TO "SUBSEDIT.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL RunLogFile ASSIGN TO "RUNLOG.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS RunLogStatus.

DATA DIVISION.
FILE SECTION.
FD SubsMasterFile.
FD EditReport.
01 EditPrintLine		PIC X(77).

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

01  EditValidCount		PIC 9(6) VALUE ZEROS.
01  EditErrorCount		PIC 9(6) VALUE ZEROS.

01  AsOfDate			PIC 9(8) VALUE ZEROS.
01  RunLogStatus		PIC XX.


PROCEDURE DIVISION.
EditSubscriberFile.
    ACCEPT AsOfDate FROM COMMAND-LINE
    IF AsOfDate = ZEROS
        ACCEPT AsOfDate FROM DATE YYYYMMDD
    END-IF

    MOVE "S" TO StartEndRL
    MOVE SPACE TO CompletionRL
    PERFORM WriteRunAuditRecord

    PERFORM LoadPublicationTable
    OPEN INPUT SubsMasterFile
    OPEN OUTPUT ValidSubsFile
    WRITE EditPrintLine FROM EditTrailerLine3 AFTER ADVANCING 1 LINE

    CLOSE SubsMasterFile, ValidSubsFile, ErrorSubsFile, EditReport

    MOVE "E" TO StartEndRL
    MOVE "C" TO CompletionRL
    PERFORM WriteRunAuditRecord
    STOP RUN.


    SET RecordInError TO TRUE
    MOVE CustomerNameED TO PrnEditCustName
    WRITE EditPrintLine FROM EditErrorLine AFTER ADVANCING 1 LINE.


WriteRunAuditRecord.
    OPEN EXTEND RunLogFile
    IF RunLogStatus = "00" OR "05"
        MOVE "SUBSEDIT  " TO ProgramIdRL
        ACCEPT RunDateRL FROM DATE YYYYMMDD
        ACCEPT RunTimeRL FROM TIME
        MOVE AsOfDate TO AsOfDateRL
        MOVE EditReadCount TO InputCountRL
        MOVE EditValidCount TO OutputCountRL
        MOVE EditErrorCount TO RejectCountRL
        MOVE ZEROS TO AcceptedCountRL
        MOVE ZEROS TO RejectedCountRL
        MOVE "N" TO RestartFlagRL
        WRITE RunLogRec
        CLOSE RunLogFile
    END-IF.
