      $SET SOURCEFORMAT"FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID. SubsFulfil.
AUTHOR. Michael Coughlan.
*>CS4321-96-COBOL-EXAM.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT SubsMasterFile ASSIGN TO "DUESUBS.IDX"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS SubscriberIdMR.

       SELECT OPTIONAL SubsAddressFile ASSIGN TO "SUBSADDR.IDX"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS SubscriberIdAD
                 FILE STATUS IS SubsAddressStatus.

       SELECT CountryFile ASSIGN TO "COUNTRY.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT PubsFile ASSIGN TO "PUBS.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT FulfilWorkFile ASSIGN TO "FULFIL.TMP".

       SELECT DispatchFile ASSIGN TO "DISPATCH.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT LabelsFile ASSIGN TO "LABELS.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT FulfilReport ASSIGN TO "FULFIL.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL RunLogFile ASSIGN TO "RUNLOG.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS RunLogStatus.

DATA DIVISION.
FILE SECTION.
FD SubsMasterFile.
01 SubsMasterRec.
   88	EndOfSubsMaster VALUE HIGH-VALUES.
   02	CustomerNameMR	PIC X(22).
   02	PayMethodMR		PIC 9.
   02	PayFreqMR		PIC 9.
   02	DueDateMR		PIC 9(8).
   02	SubscriberIdMR	PIC 9(7).
   02	PublicationCodeMR	PIC X(3).
   02	CreditBalanceMR	PIC 9(4)V99.
   02	CountryCodeMR		PIC XX.

FD SubsAddressFile.
01 SubsAddressRec.
   02	SubscriberIdAD	PIC 9(7).
   02	AddrLine1AD		PIC X(25).
   02	AddrLine2AD		PIC X(25).
   02	PostcodeAD		PIC X(8).
   02	ContactAD		PIC X(20).

FD CountryFile.
01 CountryRec.
   88	EndOfCountryFile VALUE HIGH-VALUES.
   02	CountryCodeCF		PIC XX.
   02	CountryNameCF		PIC X(25).
   02	ExchangeRateCF		PIC 9(5)V9(5).
   02	CountryActiveCF		PIC X.

FD PubsFile.
01 PubsRec.
   88	EndOfPubsFile VALUE HIGH-VALUES.
   02	PubCodePB		PIC X(3).
   02	PubTitlePB		PIC X(25).
   02	PubBaseTermPB		PIC 9(5).

SD FulfilWorkFile.
01 FulfilWorkRec.
   02	CountryCodeFW		PIC XX.
   02	PostcodeFW		PIC X(8).
   02	SubscriberIdFW	PIC 9(7).
   02	CustomerNameFW	PIC X(22).
   02	AddrLine1FW		PIC X(25).
   02	AddrLine2FW		PIC X(25).
   02	PublicationFW		PIC X(3).
   02	IssueDateFW		PIC 9(8).
   02	DueDateFW		PIC 9(8).
   02	InGraceFW		PIC X.

FD DispatchFile.
01 DispatchRec.
   88	EndOfDispatchFile VALUE HIGH-VALUES.
   02	CountryCodeDF		PIC XX.
   02	PostcodeDF		PIC X(8).
   02	SubscriberIdDF	PIC 9(7).
   02	CustomerNameDF	PIC X(22).
   02	AddrLine1DF		PIC X(25).
   02	AddrLine2DF		PIC X(25).
   02	PublicationDF		PIC X(3).
   02	IssueDateDF		PIC 9(8).
   02	DueDateDF		PIC 9(8).
   02	InGraceDF		PIC X.
	88 DispatchInGrace	VALUE "G".

FD LabelsFile.
01 LabelPrintLine		PIC X(77).

FD FulfilReport.
01 FulfilPrintLine		PIC X(77).

FD RunLogFile.
01 RunLogRec.
   88	EndOfRunLog VALUE HIGH-VALUES.
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

01  CountryTable.
    02  CountryEntry OCCURS 300 TIMES.
	03 CountryCodeCT	PIC XX.
   	03 CountryNameCT	PIC X(25).

01  CountryCount			PIC 9(3) VALUE ZEROS.
01  FIDX				PIC 9(3) VALUE ZEROS.

01  CommandLineBuffer		PIC X(40) VALUE SPACES.
01  PubCodeText			PIC X(8) VALUE SPACES.
01  IssueDateText		PIC X(8) VALUE SPACES.
01  GraceText			PIC X(8) VALUE SPACES.
01  GraceNum			PIC 9(3) VALUE ZEROS.
01  OverrideText		PIC X(8) VALUE SPACES.
01  OverrideSwitch		PIC X VALUE "N".
    88	OverrideRequested	VALUE "Y".
01  OpenStartCount		PIC S9(4) VALUE ZEROS.
01  RunLogStatus		PIC XX.
01  SubsAddressStatus		PIC XX.
01  AddressFileOpenSwitch	PIC X VALUE "N".
    88	AddressFileOpen		VALUE "Y".
01  AddressFoundSwitch		PIC X VALUE "N".
    88	AddressFound		VALUE "Y".
01  PubFoundSwitch		PIC X VALUE "N".
    88	PubFound		VALUE "Y".

01  IssuePubCode		PIC X(3) VALUE SPACES.
01  IssuePubTitle		PIC X(25) VALUE SPACES.
01  IssueDate			PIC 9(8) VALUE ZEROS.
01  GraceDays			PIC 9(3) VALUE 30.
01  IssueDateInt		PIC 9(7) VALUE ZEROS.
01  DueDateInt			PIC 9(7) VALUE ZEROS.
01  DaysPastDue			PIC 9(7) VALUE ZEROS.

01  DaysInMonthTable VALUE "312831303130313130313031".
    02  DaysInMonth OCCURS 12 TIMES PIC 99.

01  DueDateSplit.
    02	DueYearWK		PIC 9(4).
    02	DueMonthWK		PIC 99.
    02	DueDayWK		PIC 99.

01  MonthDayLimit		PIC 99 VALUE ZEROS.
01  LeapRemainder4		PIC 9(4) VALUE ZEROS.
01  LeapRemainder100		PIC 9(4) VALUE ZEROS.
01  LeapRemainder400		PIC 9(4) VALUE ZEROS.
01  MasterOkSwitch		PIC X VALUE "N".
    88	MasterFieldsOk		VALUE "Y".

01  PrevCountryCode		PIC XX VALUE SPACES.
01  CountryPaidCount		PIC 9(6) VALUE ZEROS.
01  CountryGraceCount		PIC 9(6) VALUE ZEROS.

01  SubsReadCount		PIC 9(6) VALUE ZEROS.
01  PubSubsCount		PIC 9(6) VALUE ZEROS.
01  DispatchCount		PIC 9(6) VALUE ZEROS.
01  PaidUpCount			PIC 9(6) VALUE ZEROS.
01  InGraceCount		PIC 9(6) VALUE ZEROS.
01  PastGraceCount		PIC 9(6) VALUE ZEROS.
01  NoAddressCount		PIC 9(6) VALUE ZEROS.
01  InvalidCount		PIC 9(6) VALUE ZEROS.

01  LabelNameLine.
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  PrnLblName		PIC X(22).
    02  FILLER                  PIC X(4)  VALUE SPACES.
    02  PrnLblPublication	PIC X(3).
    02  FILLER                  PIC X     VALUE "/".
    02  PrnLblSubscriberId	PIC 9(7).

01  LabelAddressLine.
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  PrnLblAddress		PIC X(25).

01  LabelPostcodeLine.
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  PrnLblPostcode		PIC X(8).
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  PrnLblCountry		PIC X(25).

01  FulfilHeadingLine.
    02  FILLER                  PIC X(10) VALUE SPACES.
    02  FILLER                  PIC X(36) VALUE "ISSUE FULFILMENT RUN".

01  FulfilUnderline.
    02  FILLER                  PIC X(10) VALUE SPACES.
    02  FILLER                  PIC X(36) VALUE ALL "-".

01  FulfilPubLine.
    02  FILLER                  PIC X(5)  VALUE SPACES.
    02  FILLER                  PIC X(25) VALUE "PUBLICATION            = ".
    02  PrnFulPubCode		PIC X(3).
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  PrnFulPubTitle		PIC X(25).

01  FulfilIssueLine.
    02  FILLER                  PIC X(5)  VALUE SPACES.
    02  FILLER                  PIC X(25) VALUE "ISSUE DATE             = ".
    02  PrnFulIssueDate		PIC 9(8).

01  FulfilGraceLine.
    02  FILLER                  PIC X(5)  VALUE SPACES.
    02  FILLER                  PIC X(25) VALUE "GRACE PERIOD (DAYS)    = ".
    02  PrnFulGraceDays		PIC ZZ9.

01  ExceptionTopicLine.
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  FILLER                  PIC X(9)  VALUE "SUBSCR".
    02  FILLER                  PIC X(24) VALUE "CUSTOMER NAME".
    02  FILLER                  PIC X(4)  VALUE "CT".
    02  FILLER                  PIC X(10) VALUE "DUE DATE".
    02  FILLER                  PIC X(20) VALUE "EXCEPTION".

01  ExceptionLine.
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  PrnExcSubscriberId	PIC 9(7).
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  PrnExcCustName		PIC X(22).
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  PrnExcCountry		PIC XX.
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  PrnExcDueDate		PIC 9(8).
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  PrnExcReason		PIC X(25).

01  CountryTopicLine.
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  FILLER                  PIC X(4)  VALUE "CT".
    02  FILLER                  PIC X(27) VALUE "COUNTRY".
    02  FILLER                  PIC X(10) VALUE "   PAID UP".
    02  FILLER                  PIC X(10) VALUE "  IN GRACE".
    02  FILLER                  PIC X(10) VALUE "DISPATCHED".

01  CountryCountLine.
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  PrnCtyCode		PIC XX.
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  PrnCtyName		PIC X(25).
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  PrnCtyPaid		PIC ZZZ,ZZ9.
    02  FILLER                  PIC X(3)  VALUE SPACES.
    02  PrnCtyGrace		PIC ZZZ,ZZ9.
    02  FILLER                  PIC X(3)  VALUE SPACES.
    02  PrnCtyTotal		PIC ZZZ,ZZ9.

01  FulfilCountLine.
    02  FILLER                  PIC X(5)  VALUE SPACES.
    02  PrnCountCaption		PIC X(25).
    02  PrnCountValue		PIC ZZZZZ9.


PROCEDURE DIVISION.
ProduceIssueFulfilment.
    PERFORM GetRunParameters
    PERFORM LoadPublicationTitle
    IF NOT PubFound
        DISPLAY "SubsFulfil: publication " IssuePubCode
            " not on PUBS.DAT - run refused"
        STOP RUN
    END-IF
    PERFORM CheckRunLogBeforeStart

    MOVE "S" TO StartEndRL
    MOVE SPACE TO CompletionRL
    PERFORM WriteRunAuditRecord

    PERFORM LoadCountryTable
    COMPUTE IssueDateInt = FUNCTION INTEGER-OF-DATE(IssueDate)

    OPEN INPUT SubsAddressFile
    IF SubsAddressStatus = "00" OR "05"
        SET AddressFileOpen TO TRUE
    END-IF

    OPEN OUTPUT FulfilReport
    WRITE FulfilPrintLine FROM FulfilHeadingLine AFTER ADVANCING PAGE
    WRITE FulfilPrintLine FROM FulfilUnderline   AFTER ADVANCING 1 LINE
    MOVE IssuePubCode TO PrnFulPubCode
    MOVE IssuePubTitle TO PrnFulPubTitle
    MOVE IssueDate TO PrnFulIssueDate
    MOVE GraceDays TO PrnFulGraceDays
    WRITE FulfilPrintLine FROM FulfilPubLine     AFTER ADVANCING 2 LINES
    WRITE FulfilPrintLine FROM FulfilIssueLine   AFTER ADVANCING 1 LINE
    WRITE FulfilPrintLine FROM FulfilGraceLine   AFTER ADVANCING 1 LINE
    WRITE FulfilPrintLine FROM ExceptionTopicLine AFTER ADVANCING 2 LINES
    WRITE FulfilPrintLine FROM SPACES            AFTER ADVANCING 1 LINE

    SORT FulfilWorkFile ON ASCENDING CountryCodeFW, PostcodeFW,
                                     CustomerNameFW
         INPUT PROCEDURE IS SelectIssueRecipients
         GIVING DispatchFile

    IF AddressFileOpen
        CLOSE SubsAddressFile
    END-IF

    WRITE FulfilPrintLine FROM CountryTopicLine AFTER ADVANCING 3 LINES
    WRITE FulfilPrintLine FROM SPACES           AFTER ADVANCING 1 LINE

    OPEN OUTPUT LabelsFile
    OPEN INPUT DispatchFile
    READ DispatchFile
	AT END SET EndOfDispatchFile TO TRUE
    END-READ
    PERFORM PrintDispatchLabel UNTIL EndOfDispatchFile
    IF PrevCountryCode NOT = SPACES
        PERFORM PrintCountryCount
    END-IF
    CLOSE DispatchFile, LabelsFile

    PERFORM PrintFulfilTotals
    CLOSE FulfilReport

    MOVE "E" TO StartEndRL
    MOVE "C" TO CompletionRL
    PERFORM WriteRunAuditRecord
    STOP RUN.


GetRunParameters.
    ACCEPT CommandLineBuffer FROM COMMAND-LINE
    UNSTRING CommandLineBuffer DELIMITED BY ALL SPACES
        INTO PubCodeText, IssueDateText, GraceText, OverrideText
    END-UNSTRING
    MOVE PubCodeText TO IssuePubCode
    IF IssueDateText IS NUMERIC
        MOVE IssueDateText TO IssueDate
    END-IF
    IF IssueDate = ZEROS
        ACCEPT IssueDate FROM DATE YYYYMMDD
    END-IF
    IF GraceText NOT = SPACES AND GraceText NOT = "OVERRIDE"
        COMPUTE GraceNum = FUNCTION NUMVAL(GraceText)
        MOVE GraceNum TO GraceDays
    END-IF
    IF IssueDateText = "OVERRIDE" OR GraceText = "OVERRIDE"
            OR OverrideText = "OVERRIDE"
        SET OverrideRequested TO TRUE
    END-IF.


WriteRunAuditRecord.
    OPEN EXTEND RunLogFile
    IF RunLogStatus = "00" OR "05"
        MOVE "SUBSFULFIL" TO ProgramIdRL
        ACCEPT RunDateRL FROM DATE YYYYMMDD
        ACCEPT RunTimeRL FROM TIME
        MOVE IssueDate TO AsOfDateRL
        MOVE PubSubsCount TO InputCountRL
        MOVE DispatchCount TO OutputCountRL
        COMPUTE RejectCountRL = PastGraceCount + NoAddressCount
            + InvalidCount
        MOVE ZEROS TO AcceptedCountRL
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
        DISPLAY "SubsFulfil: previous run has no end record - "
            "rerun with OVERRIDE to force"
        STOP RUN
    END-IF.


CheckRunLogRecord.
    IF ProgramIdRL = "SUBSFULFIL"
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


LoadPublicationTitle.
    OPEN INPUT PubsFile
    READ PubsFile
	AT END SET EndOfPubsFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfPubsFile
        IF PubCodePB = IssuePubCode AND IssuePubCode NOT = SPACES
            SET PubFound TO TRUE
            MOVE PubTitlePB TO IssuePubTitle
        END-IF
        READ PubsFile
	    AT END SET EndOfPubsFile TO TRUE
        END-READ
    END-PERFORM
    CLOSE PubsFile.


LoadCountryTable.
    OPEN INPUT CountryFile
    READ CountryFile
	AT END SET EndOfCountryFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfCountryFile
        IF CountryCount < 300
            ADD 1 TO CountryCount
            MOVE CountryCodeCF TO CountryCodeCT(CountryCount)
            MOVE CountryNameCF TO CountryNameCT(CountryCount)
        END-IF
        READ CountryFile
	    AT END SET EndOfCountryFile TO TRUE
        END-READ
    END-PERFORM
    CLOSE CountryFile.


SelectIssueRecipients.
    OPEN INPUT SubsMasterFile
    READ SubsMasterFile
	AT END SET EndOfSubsMaster TO TRUE
    END-READ
    PERFORM UNTIL EndOfSubsMaster
        ADD 1 TO SubsReadCount
        IF PublicationCodeMR = IssuePubCode
            ADD 1 TO PubSubsCount
            PERFORM CheckIssueRecipient
        END-IF
        READ SubsMasterFile
	    AT END SET EndOfSubsMaster TO TRUE
        END-READ
    END-PERFORM
    CLOSE SubsMasterFile.


CheckIssueRecipient.
    PERFORM CheckMasterDueDate
    IF NOT MasterFieldsOk
        ADD 1 TO InvalidCount
        MOVE "INVALID DUE DATE" TO PrnExcReason
        PERFORM WriteExceptionLine
    ELSE
        COMPUTE DueDateInt = FUNCTION INTEGER-OF-DATE(DueDateMR)
        MOVE ZEROS TO DaysPastDue
        IF DueDateInt < IssueDateInt
            COMPUTE DaysPastDue = IssueDateInt - DueDateInt
        END-IF
        IF DaysPastDue > GraceDays
            ADD 1 TO PastGraceCount
            MOVE "PAST GRACE PERIOD" TO PrnExcReason
            PERFORM WriteExceptionLine
        ELSE
            PERFORM FindSubscriberAddress
            IF NOT AddressFound
                ADD 1 TO NoAddressCount
                MOVE "NO ADDRESS ON FILE" TO PrnExcReason
                PERFORM WriteExceptionLine
            ELSE
                PERFORM ReleaseIssueRecipient
            END-IF
        END-IF
    END-IF.


ReleaseIssueRecipient.
    MOVE CountryCodeMR TO CountryCodeFW
    MOVE PostcodeAD TO PostcodeFW
    MOVE SubscriberIdMR TO SubscriberIdFW
    MOVE CustomerNameMR TO CustomerNameFW
    MOVE AddrLine1AD TO AddrLine1FW
    MOVE AddrLine2AD TO AddrLine2FW
    MOVE PublicationCodeMR TO PublicationFW
    MOVE IssueDate TO IssueDateFW
    MOVE DueDateMR TO DueDateFW
    IF DaysPastDue > ZEROS
        MOVE "G" TO InGraceFW
        ADD 1 TO InGraceCount
    ELSE
        MOVE "P" TO InGraceFW
        ADD 1 TO PaidUpCount
    END-IF
    ADD 1 TO DispatchCount
    RELEASE FulfilWorkRec.


CheckMasterDueDate.
    MOVE "Y" TO MasterOkSwitch
    IF DueDateMR IS NOT NUMERIC
        MOVE "N" TO MasterOkSwitch
    ELSE
        MOVE DueDateMR TO DueDateSplit
        IF DueMonthWK < 01 OR DueMonthWK > 12
            MOVE "N" TO MasterOkSwitch
        ELSE
            MOVE DaysInMonth(DueMonthWK) TO MonthDayLimit
            IF DueMonthWK = 02
                PERFORM CheckLeapYear
            END-IF
            IF DueDayWK < 01 OR DueDayWK > MonthDayLimit
                MOVE "N" TO MasterOkSwitch
            END-IF
        END-IF
        IF DueYearWK < 1901 OR DueYearWK > 2099
            MOVE "N" TO MasterOkSwitch
        END-IF
    END-IF.


CheckLeapYear.
    COMPUTE LeapRemainder4   = FUNCTION REM(DueYearWK, 4)
    COMPUTE LeapRemainder100 = FUNCTION REM(DueYearWK, 100)
    COMPUTE LeapRemainder400 = FUNCTION REM(DueYearWK, 400)
    IF LeapRemainder4 = ZEROS
            AND (LeapRemainder100 NOT = ZEROS OR LeapRemainder400 = ZEROS)
        MOVE 29 TO MonthDayLimit
    END-IF.


FindSubscriberAddress.
    MOVE "N" TO AddressFoundSwitch
    IF AddressFileOpen
        MOVE SubscriberIdMR TO SubscriberIdAD
        READ SubsAddressFile
            INVALID KEY CONTINUE
            NOT INVALID KEY SET AddressFound TO TRUE
        END-READ
    END-IF
    IF AddressFound AND AddrLine1AD = SPACES AND PostcodeAD = SPACES
        MOVE "N" TO AddressFoundSwitch
    END-IF.


WriteExceptionLine.
    MOVE SubscriberIdMR TO PrnExcSubscriberId
    MOVE CustomerNameMR TO PrnExcCustName
    MOVE CountryCodeMR TO PrnExcCountry
    MOVE DueDateMR TO PrnExcDueDate
    WRITE FulfilPrintLine FROM ExceptionLine AFTER ADVANCING 1 LINE.


PrintDispatchLabel.
    IF CountryCodeDF NOT = PrevCountryCode
        IF PrevCountryCode NOT = SPACES
            PERFORM PrintCountryCount
        END-IF
        MOVE CountryCodeDF TO PrevCountryCode
        MOVE ZEROS TO CountryPaidCount, CountryGraceCount
    END-IF
    IF DispatchInGrace
        ADD 1 TO CountryGraceCount
    ELSE
        ADD 1 TO CountryPaidCount
    END-IF

    MOVE CustomerNameDF TO PrnLblName
    MOVE PublicationDF TO PrnLblPublication
    MOVE SubscriberIdDF TO PrnLblSubscriberId
    WRITE LabelPrintLine FROM LabelNameLine AFTER ADVANCING 2 LINES
    MOVE AddrLine1DF TO PrnLblAddress
    WRITE LabelPrintLine FROM LabelAddressLine AFTER ADVANCING 1 LINE
    IF AddrLine2DF NOT = SPACES
        MOVE AddrLine2DF TO PrnLblAddress
        WRITE LabelPrintLine FROM LabelAddressLine AFTER ADVANCING 1 LINE
    END-IF
    MOVE PostcodeDF TO PrnLblPostcode
    MOVE CountryCodeDF TO PrnLblCountry
    PERFORM VARYING FIDX FROM 1 BY 1 UNTIL FIDX > CountryCount
        IF CountryCodeCT(FIDX) = CountryCodeDF
            MOVE CountryNameCT(FIDX) TO PrnLblCountry
        END-IF
    END-PERFORM
    WRITE LabelPrintLine FROM LabelPostcodeLine AFTER ADVANCING 1 LINE

    READ DispatchFile
	AT END SET EndOfDispatchFile TO TRUE
    END-READ.


PrintCountryCount.
    MOVE PrevCountryCode TO PrnCtyCode
    MOVE "NOT ON COUNTRY FILE" TO PrnCtyName
    PERFORM VARYING FIDX FROM 1 BY 1 UNTIL FIDX > CountryCount
        IF CountryCodeCT(FIDX) = PrevCountryCode
            MOVE CountryNameCT(FIDX) TO PrnCtyName
        END-IF
    END-PERFORM
    MOVE CountryPaidCount TO PrnCtyPaid
    MOVE CountryGraceCount TO PrnCtyGrace
    COMPUTE PrnCtyTotal = CountryPaidCount + CountryGraceCount
    WRITE FulfilPrintLine FROM CountryCountLine AFTER ADVANCING 1 LINE.


PrintFulfilTotals.
    MOVE "SUBSCRIBERS READ       = " TO PrnCountCaption
    MOVE SubsReadCount TO PrnCountValue
    WRITE FulfilPrintLine FROM FulfilCountLine AFTER ADVANCING 3 LINES
    MOVE "ON THIS PUBLICATION    = " TO PrnCountCaption
    MOVE PubSubsCount TO PrnCountValue
    WRITE FulfilPrintLine FROM FulfilCountLine AFTER ADVANCING 1 LINE
    MOVE "DISPATCHED - PAID UP   = " TO PrnCountCaption
    MOVE PaidUpCount TO PrnCountValue
    WRITE FulfilPrintLine FROM FulfilCountLine AFTER ADVANCING 1 LINE
    MOVE "DISPATCHED - IN GRACE  = " TO PrnCountCaption
    MOVE InGraceCount TO PrnCountValue
    WRITE FulfilPrintLine FROM FulfilCountLine AFTER ADVANCING 1 LINE
    MOVE "TOTAL DISPATCHED       = " TO PrnCountCaption
    MOVE DispatchCount TO PrnCountValue
    WRITE FulfilPrintLine FROM FulfilCountLine AFTER ADVANCING 1 LINE
    MOVE "LEFT OUT - PAST GRACE  = " TO PrnCountCaption
    MOVE PastGraceCount TO PrnCountValue
    WRITE FulfilPrintLine FROM FulfilCountLine AFTER ADVANCING 1 LINE
    MOVE "LEFT OUT - NO ADDRESS  = " TO PrnCountCaption
    MOVE NoAddressCount TO PrnCountValue
    WRITE FulfilPrintLine FROM FulfilCountLine AFTER ADVANCING 1 LINE
    MOVE "LEFT OUT - INVALID DATE= " TO PrnCountCaption
    MOVE InvalidCount TO PrnCountValue
    WRITE FulfilPrintLine FROM FulfilCountLine AFTER ADVANCING 1 LINE.
