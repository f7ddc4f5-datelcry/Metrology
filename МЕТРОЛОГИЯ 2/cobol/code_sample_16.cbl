       SELECT RecycleReport ASSIGN TO "SUSPRCYL.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL AuditTrailFile ASSIGN TO "AUDITTRL.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS AuditTrailStatus.

       SELECT OPTIONAL RunLogFile ASSIGN TO "RUNLOG.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS RunLogStatus.

DATA DIVISION.
FILE SECTION.
FD SuspenseFile.
   02	ErrorReasonNS		PIC X(30).
   02	DateAddedNS		PIC 9(8).

FD AuditTrailFile.
01 AuditTrailRec.
   02	AuditDateAU		PIC 9(8).
   02	AuditTimeAU		PIC 9(8).
   02	ProgramIdAU		PIC X(10).
   02	FileIdAU		PIC X(8).
   02	ActionAU		PIC X.
   02	AuditKeyAU		PIC X(7).
   02	CountryCodeAU		PIC XX.
   02	BeforeImageAU		PIC X(85).
   02	AfterImageAU		PIC X(85).

FD RecycleReport.
01 RecyclePrintLine		PIC X(77).

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

01  DaysInSuspense		PIC 9(5) VALUE ZEROS.
01  SuspenseStatus		PIC XX.
01  ErrorSubsStatus		PIC XX.
01  AuditTrailStatus		PIC XX.

01  CorrectionsReadCount	PIC 9(5) VALUE ZEROS.
01  CorrectionsRejectedCount	PIC 9(5) VALUE ZEROS.
    02  FILLER                  PIC X(25) VALUE "RECORDS STILL HELD     = ".
    02  PrnRecordsHeld		PIC ZZZZ9.

01  RunLogStatus		PIC XX.


PROCEDURE DIVISION.
RecycleSuspenseRecords.
    END-IF
    COMPUTE AsOfDateInt = FUNCTION INTEGER-OF-DATE(AsOfDate)

    MOVE "S" TO StartEndRL
    MOVE SPACE TO CompletionRL
    PERFORM WriteRunAuditRecord

    PERFORM LoadPublicationTable
    PERFORM LoadSuspenseTable
    PERFORM AbsorbNewErrorRecords
    WRITE RecyclePrintLine FROM SPACES             AFTER ADVANCING 1 LINE

    OPEN EXTEND ValidSubsFile
    OPEN EXTEND AuditTrailFile
    IF AuditTrailStatus NOT = "00" AND AuditTrailStatus NOT = "05"
        DISPLAY "SubsRecycle: cannot open AUDITTRL.DAT - status "
            AuditTrailStatus
        STOP RUN
    END-IF
    OPEN INPUT CorrectionsFile
    READ CorrectionsFile
	AT END SET EndOfCorrectionsFile TO TRUE
    PERFORM ApplyCorrection UNTIL EndOfCorrectionsFile
    CLOSE CorrectionsFile
    CLOSE ValidSubsFile
    CLOSE AuditTrailFile

    PERFORM RewriteSuspenseFile
    PERFORM ClearErrorSubsFile
    WRITE RecyclePrintLine FROM RecycleTrailerLine3 AFTER ADVANCING 1 LINE
    WRITE RecyclePrintLine FROM RecycleTrailerLine4 AFTER ADVANCING 1 LINE
    CLOSE RecycleReport

    MOVE "E" TO StartEndRL
    MOVE "C" TO CompletionRL
    PERFORM WriteRunAuditRecord
    STOP RUN.


        ELSE
            MOVE DueSubsImage TO ValidSubsRec
            WRITE ValidSubsRec
            PERFORM WriteRecycleAuditRecord
            SET SuspenseReleased(FoundIndex) TO TRUE
            ADD 1 TO RecordsReleasedCount
            MOVE "CORRECTED - RELEASED" TO PrnRcylMessage
    END-READ.


WriteRecycleAuditRecord.
    MOVE "VALSUBS " TO FileIdAU
    MOVE "C" TO ActionAU
    MOVE SubscriberIdED TO AuditKeyAU
    MOVE CountryCodeED TO CountryCodeAU
    MOVE SuspImageSP(FoundIndex) TO BeforeImageAU
    MOVE DueSubsImage TO AfterImageAU
    ACCEPT AuditDateAU FROM DATE YYYYMMDD
    ACCEPT AuditTimeAU FROM TIME
    MOVE "SUBSRECYCL" TO ProgramIdAU
    WRITE AuditTrailRec.


FindSuspenseEntry.
    MOVE "N" TO EntryFoundSwitch
    MOVE ZEROS TO FoundIndex
    MOVE SuspReasonSP(SPIDX) TO PrnAgeReason
    MOVE DaysInSuspense TO PrnAgeDays
    WRITE RecyclePrintLine FROM SuspAgeDetailLine AFTER ADVANCING 1 LINE.


WriteRunAuditRecord.
    OPEN EXTEND RunLogFile
    IF RunLogStatus = "00" OR "05"
        MOVE "SUBSRECYCL" TO ProgramIdRL
        ACCEPT RunDateRL FROM DATE YYYYMMDD
        ACCEPT RunTimeRL FROM TIME
        MOVE AsOfDate TO AsOfDateRL
        MOVE CorrectionsReadCount TO InputCountRL
        MOVE RecordsReleasedCount TO OutputCountRL
        MOVE CorrectionsRejectedCount TO RejectCountRL
        MOVE ZEROS TO AcceptedCountRL
        MOVE ZEROS TO RejectedCountRL
        MOVE "N" TO RestartFlagRL
        WRITE RunLogRec
        CLOSE RunLogFile
    END-IF.
