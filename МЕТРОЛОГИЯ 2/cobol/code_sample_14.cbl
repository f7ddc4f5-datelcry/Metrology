       SELECT ReturnExcReport ASSIGN TO "RETEXC.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL ReturnJournalFile ASSIGN TO "RETJRNL.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS ReturnJournalStatus.

       SELECT OPTIONAL RunLogFile ASSIGN TO "RUNLOG.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS RunLogStatus.

       SELECT OPTIONAL AuditTrailFile ASSIGN TO "AUDITTRL.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS AuditTrailStatus.

DATA DIVISION.
FILE SECTION.
FD SubsMasterFile.
FD ReturnExcReport.
01 ReturnPrintLine		PIC X(77).

FD ReturnJournalFile.
01 ReturnJournalRec.
   02	ReturnDateRJ		PIC 9(8).
   02	SubscriberIdRJ		PIC 9(7).
   02	PublicationRJ		PIC X(3).
   02	CountryCodeRJ		PIC XX.
   02	DueDateRJ		PIC 9(8).
   02	ReturnAmountRJ		PIC 9(5).
   02	ReasonCodeRJ		PIC XX.
   02	GlPeriodRJ		PIC 9(6).

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

FD RunLogFile.
01 RunLogRec.
   88	EndOfRunLog VALUE HIGH-VALUES.
    88	CompletedRunFound	VALUE "Y".
01  OpenStartCount		PIC S9(4) VALUE ZEROS.
01  RunLogStatus		PIC XX.
01  ReturnJournalStatus	PIC XX.
01  AuditTrailStatus		PIC XX.
01  MasterBeforeImage		PIC X(50) VALUE SPACES.

01  ReturnHeadingLine.
    02  FILLER                  PIC X(10) VALUE SPACES.
    OPEN I-O SubsMasterFile
    PERFORM LoadSubscriberTable

    OPEN EXTEND ReturnJournalFile
    IF ReturnJournalStatus NOT = "00" AND ReturnJournalStatus NOT = "05"
        DISPLAY "SubsRet: cannot open RETJRNL.DAT - status "
            ReturnJournalStatus
        STOP RUN
    END-IF

    OPEN EXTEND AuditTrailFile
    IF AuditTrailStatus NOT = "00" AND AuditTrailStatus NOT = "05"
        DISPLAY "SubsRet: cannot open AUDITTRL.DAT - status "
            AuditTrailStatus
        STOP RUN
    END-IF

    OPEN INPUT BankReturnFile
    READ BankReturnFile
	AT END SET EndOfBankReturnFile TO TRUE
    PERFORM ProcessReturnRecord UNTIL EndOfBankReturnFile
    CLOSE BankReturnFile

    CLOSE SubsMasterFile, ReturnJournalFile, AuditTrailFile

    MOVE ReturnsReadCount TO PrnReturnsReadCount
    MOVE ReturnsReversedCount TO PrnReturnsReversedCount
                INVALID KEY MOVE "N" TO MasterIoOkSwitch
            END-READ
            IF MasterIoOk
                MOVE SubsMasterRec TO MasterBeforeImage
                MOVE DueDateBR TO DueDateMR
                REWRITE SubsMasterRec
                    INVALID KEY MOVE "N" TO MasterIoOkSwitch
            END-IF
            IF MasterIoOk
                ADD 1 TO ReturnsReversedCount
                PERFORM WriteReturnJournalRecord
                PERFORM WriteMasterAuditRecord
            ELSE
                ADD 1 TO ReturnsUnmatchedCount
                MOVE "MASTER RECORD MISSING" TO PrnRetReason
    END-IF.


WriteReturnJournalRecord.
    MOVE AsOfDate TO ReturnDateRJ
    MOVE SubscriberIdMR TO SubscriberIdRJ
    MOVE PublicationCodeMR TO PublicationRJ
    MOVE CountryCodeMR TO CountryCodeRJ
    MOVE DueDateBR TO DueDateRJ
    MOVE ReturnAmountBR TO ReturnAmountRJ
    MOVE ReasonCodeBR TO ReasonCodeRJ
    MOVE ZEROS TO GlPeriodRJ
    WRITE ReturnJournalRec.


WriteMasterAuditRecord.
    MOVE "DUESUBS " TO FileIdAU
    MOVE "C" TO ActionAU
    MOVE SubscriberIdMR TO AuditKeyAU
    MOVE CountryCodeMR TO CountryCodeAU
    MOVE MasterBeforeImage TO BeforeImageAU
    MOVE SubsMasterRec TO AfterImageAU
    ACCEPT AuditDateAU FROM DATE YYYYMMDD
    ACCEPT AuditTimeAU FROM TIME
    MOVE "SUBSRETURN" TO ProgramIdAU
    WRITE AuditTrailRec.


WriteReturnExcLine.
    MOVE CustomerNameBR TO PrnRetCustName
    MOVE ReturnAmountBR TO PrnRetAmount
