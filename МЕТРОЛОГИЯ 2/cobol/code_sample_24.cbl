      $SET SOURCEFORMAT"FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID. SubsInteg.
AUTHOR. Michael Coughlan.
*>CS4321-96-COBOL-EXAM.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT SubsMasterFile ASSIGN TO "DUESUBS.IDX"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS SubscriberIdMR.

       SELECT OPTIONAL SubsAddressFile ASSIGN TO "SUBSADDR.IDX"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS SubscriberIdAD
                 FILE STATUS IS SubsAddressStatus.

       SELECT CountryFile ASSIGN TO "COUNTRY.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT PubsFile ASSIGN TO "PUBS.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL PriceFile ASSIGN TO "PRICES.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS PriceFileStatus.

       SELECT OPTIONAL RegionsFile ASSIGN TO "REGIONS.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS RegionsStatus.

       SELECT IntegrityReport ASSIGN TO "INTEGRTY.RPT"
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
	88 ValidPayFreqMR	VALUE 1 THRU 5.
   02	DueDateMR		PIC 9(8).
   02	SubscriberIdMR	PIC 9(7).
   02	PublicationCodeMR	PIC X(3).
   02	CreditBalanceMR	PIC 9(4)V99.
   02	CountryCodeMR		PIC XX.

FD SubsAddressFile.
01 SubsAddressRec.
   88	EndOfSubsAddress VALUE HIGH-VALUES.
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

FD PriceFile.
01 PriceRec.
   88	EndOfPriceFile VALUE HIGH-VALUES.
   02	PubCodePR		PIC X(3).
   02	PayFreqPR		PIC 9.
   02	EffectiveDatePR		PIC 9(8).
   02	PriceAmountPR		PIC 9(5).

FD RegionsFile.
01 RegionRec.
   88	EndOfRegionsFile VALUE HIGH-VALUES.
   02	CountryCodeRG		PIC XX.
   02	OfficeNumberRG	PIC 9.
   02	OfficeNameRG		PIC X(20).

FD IntegrityReport.
01 IntegrityPrintLine		PIC X(77).

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

01  FreqTable VALUE "020100180060340".
    02  SubsFT OCCURS 5 TIMES PIC 9(3).

01  CountryTable.
    02  CountryEntry OCCURS 300 TIMES.
	03 CountryCodeCT	PIC XX.
	03 CountryActiveCT	PIC X.
	    88 CountryIsInactiveCT	VALUE "N".

01  CountryCount			PIC 9(3) VALUE ZEROS.
01  FIDX				PIC 9(3) VALUE ZEROS.

01  PublicationTable.
    02  PublicationEntry OCCURS 20 TIMES.
	03 PubCodePT		PIC X(3).

01  PubCount			PIC 9(2) VALUE ZEROS.
01  PBIDX				PIC 9(2) VALUE ZEROS.

01  PriceTable.
    02  PriceEntry OCCURS 200 TIMES.
	03 PubCodePX		PIC X(3).
	03 PayFreqPX		PIC 9.
	03 EffectiveDatePX	PIC 9(8).
	03 PriceAmountPX	PIC 9(5).

01  PriceTableLimit		PIC 9(3) VALUE 200.
01  PriceCount			PIC 9(3) VALUE ZEROS.
01  PXIDX				PIC 9(3) VALUE ZEROS.
01  PriceFoundDate		PIC 9(8) VALUE ZEROS.
01  SubsPrice			PIC 9(5) VALUE ZEROS.

01  MissingPriceTable.
    02  MissingPriceEntry OCCURS 100 TIMES.
	03 PubCodeMP		PIC X(3).
	03 PayFreqMP		PIC 9.
	03 SubsCountMP		PIC 9(6).

01  MissingPriceLimit		PIC 9(3) VALUE 100.
01  MissingPriceCount		PIC 9(3) VALUE ZEROS.
01  MPIDX				PIC 9(3) VALUE ZEROS.

01  RuleTitleTable.
    02  FILLER	PIC X(36) VALUE "ADDRESS WITH NO SUBSCRIBER".
    02  FILLER	PIC X(36) VALUE "SUBSCRIBER COUNTRY INACTIVE/MISSING".
    02  FILLER	PIC X(36) VALUE "PUBLICATION NOT ON PUBS.DAT".
    02  FILLER	PIC X(36) VALUE "NO CURRENT PRICE FOR PUB/FREQUENCY".
    02  FILLER	PIC X(36) VALUE "CREDIT BALANCE OVER FULL TERM".
    02  FILLER	PIC X(36) VALUE "REGION FOR UNKNOWN COUNTRY".
01  FILLER REDEFINES RuleTitleTable.
    02  RuleTitleRT OCCURS 6 TIMES PIC X(36).

01  RuleSeverityTable VALUE "488844".
    02  RuleSeverityRT OCCURS 6 TIMES PIC 9.

01  RuleCountTable.
    02  RuleCountRT OCCURS 6 TIMES PIC 9(6) VALUE ZEROS.

01  RuleNo			PIC 9 VALUE ZEROS.
01  RLIDX			PIC 9 VALUE ZEROS.

01  ExceptionTable.
    02  ExceptionEntry OCCURS 2000 TIMES.
	03 RuleNoXT		PIC 9.
	03 KeyXT		PIC X(7).
	03 NameXT		PIC X(22).
	03 DetailXT		PIC X(30).

01  ExceptionTableLimit	PIC 9(4) VALUE 2000.
01  ExceptionCount		PIC 9(4) VALUE ZEROS.
01  XTIDX			PIC 9(4) VALUE ZEROS.
01  ExceptionsNotListed	PIC 9(6) VALUE ZEROS.
01  ExceptionKey		PIC X(7) VALUE SPACES.
01  ExceptionName		PIC X(22) VALUE SPACES.
01  ExceptionDetail		PIC X(30) VALUE SPACES.

01  ConditionCode		PIC 9 VALUE ZEROS.
01  CreditBalanceDisplay	PIC Z,ZZ9.99.
01  TermPriceDisplay		PIC ZZ,ZZ9.

01  CommandLineBuffer		PIC X(40) VALUE SPACES.
01  AsOfDateText		PIC X(8) VALUE SPACES.
01  AsOfDate			PIC 9(8) VALUE ZEROS.
01  OverrideText		PIC X(8) VALUE SPACES.
01  OverrideSwitch		PIC X VALUE "N".
    88	OverrideRequested	VALUE "Y".
01  OpenStartCount		PIC S9(4) VALUE ZEROS.
01  RunLogStatus		PIC XX.
01  SubsAddressStatus		PIC XX.
01  PriceFileStatus		PIC XX.
01  RegionsStatus		PIC XX.
01  EntryFoundSwitch		PIC X VALUE "N".
    88	EntryFound		VALUE "Y".

01  SubsReadCount		PIC 9(6) VALUE ZEROS.
01  AddressReadCount		PIC 9(6) VALUE ZEROS.
01  RegionReadCount		PIC 9(6) VALUE ZEROS.
01  TotalExceptionCount	PIC 9(6) VALUE ZEROS.

01  IntegHeadingLine.
    02  FILLER                  PIC X(10) VALUE SPACES.
    02  FILLER                  PIC X(36) VALUE "CROSS-FILE INTEGRITY CHECK".

01  IntegUnderline.
    02  FILLER                  PIC X(10) VALUE SPACES.
    02  FILLER                  PIC X(36) VALUE ALL "-".

01  IntegAsOfLine.
    02  FILLER                  PIC X(5)  VALUE SPACES.
    02  FILLER                  PIC X(25) VALUE "AS OF DATE             = ".
    02  PrnIntegAsOfDate	PIC 9(8).

01  RuleHeadingLine.
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  FILLER                  PIC X(5)  VALUE "RULE ".
    02  PrnRuleNo		PIC 9.
    02  FILLER                  PIC X(3)  VALUE " - ".
    02  PrnRuleTitle		PIC X(36).
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  PrnRuleSeverity		PIC X(7).

01  ExceptionLine.
    02  FILLER                  PIC X(5)  VALUE SPACES.
    02  PrnExcKey		PIC X(7).
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  PrnExcName		PIC X(22).
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  PrnExcDetail		PIC X(30).

01  RuleCountLine.
    02  FILLER                  PIC X(5)  VALUE SPACES.
    02  FILLER                  PIC X(25) VALUE "EXCEPTIONS             = ".
    02  PrnRuleCount		PIC ZZZZZ9.

01  SummaryTopicLine.
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  FILLER                  PIC X(7)  VALUE "RULE".
    02  FILLER                  PIC X(38) VALUE "DESCRIPTION".
    02  FILLER                  PIC X(10) VALUE "SEVERITY".
    02  FILLER                  PIC X(10) VALUE "    COUNT".

01  SummaryLine.
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  PrnSumRuleNo		PIC 9.
    02  FILLER                  PIC X(6)  VALUE SPACES.
    02  PrnSumTitle		PIC X(36).
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  PrnSumSeverity		PIC X(7).
    02  FILLER                  PIC X(3)  VALUE SPACES.
    02  PrnSumCount		PIC ZZZZZ9.

01  IntegCountLine.
    02  FILLER                  PIC X(5)  VALUE SPACES.
    02  PrnCountCaption		PIC X(25).
    02  PrnCountValue		PIC ZZZZZ9.


PROCEDURE DIVISION.
CheckFileIntegrity.
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

    PERFORM CheckRunLogBeforeStart

    MOVE "S" TO StartEndRL
    MOVE SPACE TO CompletionRL
    PERFORM WriteRunAuditRecord

    PERFORM LoadCountryTable
    PERFORM LoadPublicationTable
    PERFORM LoadPriceTable

    OPEN INPUT SubsMasterFile
    READ SubsMasterFile NEXT RECORD
	AT END SET EndOfSubsMaster TO TRUE
    END-READ
    PERFORM UNTIL EndOfSubsMaster
        ADD 1 TO SubsReadCount
        PERFORM CheckSubscriberRecord
        READ SubsMasterFile NEXT RECORD
	    AT END SET EndOfSubsMaster TO TRUE
        END-READ
    END-PERFORM

    PERFORM ListMissingPrices
    PERFORM CheckAddressFile
    CLOSE SubsMasterFile

    PERFORM CheckRegionsFile

    PERFORM VARYING RLIDX FROM 1 BY 1 UNTIL RLIDX > 6
        IF RuleCountRT(RLIDX) > ZEROS
                AND RuleSeverityRT(RLIDX) > ConditionCode
            MOVE RuleSeverityRT(RLIDX) TO ConditionCode
        END-IF
        ADD RuleCountRT(RLIDX) TO TotalExceptionCount
    END-PERFORM

    PERFORM PrintIntegrityReport

    MOVE "E" TO StartEndRL
    IF ConditionCode < 8
        MOVE "C" TO CompletionRL
    ELSE
        MOVE "N" TO CompletionRL
    END-IF
    PERFORM WriteRunAuditRecord
    MOVE ConditionCode TO RETURN-CODE
    STOP RUN.


WriteRunAuditRecord.
    OPEN EXTEND RunLogFile
    IF RunLogStatus = "00" OR "05"
        MOVE "SUBSINTEG " TO ProgramIdRL
        ACCEPT RunDateRL FROM DATE YYYYMMDD
        ACCEPT RunTimeRL FROM TIME
        MOVE AsOfDate TO AsOfDateRL
        MOVE SubsReadCount TO InputCountRL
        MOVE ZEROS TO OutputCountRL
        MOVE TotalExceptionCount TO RejectCountRL
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
        DISPLAY "SubsInteg: previous run has no end record - "
            "rerun with OVERRIDE to force"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.


CheckRunLogRecord.
    IF ProgramIdRL = "SUBSINTEG "
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


LoadCountryTable.
    MOVE SPACES TO CountryTable
    OPEN INPUT CountryFile
    READ CountryFile
	AT END SET EndOfCountryFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfCountryFile
        IF CountryCount < 300
            ADD 1 TO CountryCount
            MOVE CountryCodeCF TO CountryCodeCT(CountryCount)
            MOVE CountryActiveCF TO CountryActiveCT(CountryCount)
        END-IF
        READ CountryFile
	    AT END SET EndOfCountryFile TO TRUE
        END-READ
    END-PERFORM
    CLOSE CountryFile.


LoadPublicationTable.
    OPEN INPUT PubsFile
    READ PubsFile
	AT END SET EndOfPubsFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfPubsFile
        IF PubCount < 20
            ADD 1 TO PubCount
            MOVE PubCodePB TO PubCodePT(PubCount)
        END-IF
        READ PubsFile
	    AT END SET EndOfPubsFile TO TRUE
        END-READ
    END-PERFORM
    CLOSE PubsFile.


LoadPriceTable.
    OPEN INPUT PriceFile
    IF PriceFileStatus = "00"
        READ PriceFile
	    AT END SET EndOfPriceFile TO TRUE
        END-READ
        PERFORM UNTIL EndOfPriceFile
            IF PriceCount >= PriceTableLimit
                DISPLAY "SubsInteg: price table full at "
                    PriceTableLimit " - increase table size"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO PriceCount
            MOVE PubCodePR TO PubCodePX(PriceCount)
            MOVE PayFreqPR TO PayFreqPX(PriceCount)
            MOVE EffectiveDatePR TO EffectiveDatePX(PriceCount)
            MOVE PriceAmountPR TO PriceAmountPX(PriceCount)
            READ PriceFile
	        AT END SET EndOfPriceFile TO TRUE
            END-READ
        END-PERFORM
        CLOSE PriceFile
    END-IF.


CheckSubscriberRecord.
    MOVE SubscriberIdMR TO ExceptionKey
    MOVE CustomerNameMR TO ExceptionName

    MOVE "N" TO EntryFoundSwitch
    PERFORM VARYING FIDX FROM 1 BY 1
	UNTIL FIDX > CountryCount OR EntryFound
        IF CountryCodeCT(FIDX) = CountryCodeMR
            SET EntryFound TO TRUE
            IF CountryIsInactiveCT(FIDX)
                MOVE 2 TO RuleNo
                MOVE SPACES TO ExceptionDetail
                STRING "COUNTRY " CountryCodeMR " INACTIVE"
                    DELIMITED BY SIZE INTO ExceptionDetail
                END-STRING
                PERFORM RecordException
            END-IF
        END-IF
    END-PERFORM
    IF NOT EntryFound
        MOVE 2 TO RuleNo
        MOVE SPACES TO ExceptionDetail
        STRING "COUNTRY " CountryCodeMR " NOT ON FILE"
            DELIMITED BY SIZE INTO ExceptionDetail
        END-STRING
        PERFORM RecordException
    END-IF

    MOVE "N" TO EntryFoundSwitch
    PERFORM VARYING PBIDX FROM 1 BY 1
	UNTIL PBIDX > PubCount OR EntryFound
        IF PubCodePT(PBIDX) = PublicationCodeMR
            SET EntryFound TO TRUE
        END-IF
    END-PERFORM
    IF NOT EntryFound
        MOVE 3 TO RuleNo
        MOVE SPACES TO ExceptionDetail
        STRING "PUBLICATION " PublicationCodeMR
            DELIMITED BY SIZE INTO ExceptionDetail
        END-STRING
        PERFORM RecordException
    END-IF

    IF ValidPayFreqMR
        PERFORM GetSubscriptionPrice
        IF PriceFoundDate = ZEROS
            PERFORM NoteMissingPrice
        END-IF
        IF CreditBalanceMR IS NOT NUMERIC
            MOVE 5 TO RuleNo
            MOVE "CREDIT BALANCE NOT NUMERIC" TO ExceptionDetail
            PERFORM RecordException
        ELSE
            IF CreditBalanceMR > SubsPrice
                MOVE 5 TO RuleNo
                MOVE SPACES TO ExceptionDetail
                MOVE CreditBalanceMR TO CreditBalanceDisplay
                MOVE SubsPrice TO TermPriceDisplay
                STRING "CREDIT " CreditBalanceDisplay " TERM " TermPriceDisplay
                    DELIMITED BY SIZE INTO ExceptionDetail
                END-STRING
                PERFORM RecordException
            END-IF
        END-IF
    END-IF.


GetSubscriptionPrice.
    MOVE SubsFT(PayFreqMR) TO SubsPrice
    MOVE ZEROS TO PriceFoundDate
    PERFORM VARYING PXIDX FROM 1 BY 1 UNTIL PXIDX > PriceCount
        IF PubCodePX(PXIDX) = PublicationCodeMR
                AND PayFreqPX(PXIDX) = PayFreqMR
                AND EffectiveDatePX(PXIDX) NOT GREATER THAN AsOfDate
                AND EffectiveDatePX(PXIDX) > PriceFoundDate
            MOVE PriceAmountPX(PXIDX) TO SubsPrice
            MOVE EffectiveDatePX(PXIDX) TO PriceFoundDate
        END-IF
    END-PERFORM.


NoteMissingPrice.
    MOVE "N" TO EntryFoundSwitch
    PERFORM VARYING MPIDX FROM 1 BY 1
	UNTIL MPIDX > MissingPriceCount OR EntryFound
        IF PubCodeMP(MPIDX) = PublicationCodeMR
                AND PayFreqMP(MPIDX) = PayFreqMR
            SET EntryFound TO TRUE
            ADD 1 TO SubsCountMP(MPIDX)
        END-IF
    END-PERFORM
    IF NOT EntryFound
        IF MissingPriceCount >= MissingPriceLimit
            DISPLAY "SubsInteg: missing price table full at "
                MissingPriceLimit " - increase table size"
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO MissingPriceCount
        MOVE PublicationCodeMR TO PubCodeMP(MissingPriceCount)
        MOVE PayFreqMR TO PayFreqMP(MissingPriceCount)
        MOVE 1 TO SubsCountMP(MissingPriceCount)
    END-IF.


ListMissingPrices.
    PERFORM VARYING MPIDX FROM 1 BY 1 UNTIL MPIDX > MissingPriceCount
        MOVE 4 TO RuleNo
        MOVE SPACES TO ExceptionKey
        STRING PubCodeMP(MPIDX) "/" PayFreqMP(MPIDX)
            DELIMITED BY SIZE INTO ExceptionKey
        END-STRING
        MOVE SPACES TO ExceptionName
        MOVE SPACES TO ExceptionDetail
        STRING "SUBSCRIBERS AFFECTED " SubsCountMP(MPIDX)
            DELIMITED BY SIZE INTO ExceptionDetail
        END-STRING
        PERFORM RecordException
    END-PERFORM.


CheckAddressFile.
    OPEN INPUT SubsAddressFile
    IF SubsAddressStatus = "00"
        READ SubsAddressFile
	    AT END SET EndOfSubsAddress TO TRUE
        END-READ
        PERFORM UNTIL EndOfSubsAddress
            ADD 1 TO AddressReadCount
            MOVE SubscriberIdAD TO SubscriberIdMR
            MOVE "Y" TO EntryFoundSwitch
            READ SubsMasterFile
                INVALID KEY MOVE "N" TO EntryFoundSwitch
            END-READ
            IF NOT EntryFound
                MOVE 1 TO RuleNo
                MOVE SubscriberIdAD TO ExceptionKey
                MOVE SPACES TO ExceptionName
                MOVE SPACES TO ExceptionDetail
                STRING PostcodeAD " " AddrLine1AD
                    DELIMITED BY SIZE INTO ExceptionDetail
                END-STRING
                PERFORM RecordException
            END-IF
            READ SubsAddressFile
	        AT END SET EndOfSubsAddress TO TRUE
            END-READ
        END-PERFORM
        CLOSE SubsAddressFile
    END-IF.


CheckRegionsFile.
    OPEN INPUT RegionsFile
    IF RegionsStatus = "00"
        READ RegionsFile
	    AT END SET EndOfRegionsFile TO TRUE
        END-READ
        PERFORM UNTIL EndOfRegionsFile
            ADD 1 TO RegionReadCount
            MOVE "N" TO EntryFoundSwitch
            PERFORM VARYING FIDX FROM 1 BY 1
		UNTIL FIDX > CountryCount OR EntryFound
                IF CountryCodeCT(FIDX) = CountryCodeRG
                    SET EntryFound TO TRUE
                END-IF
            END-PERFORM
            IF NOT EntryFound
                MOVE 6 TO RuleNo
                MOVE CountryCodeRG TO ExceptionKey
                MOVE OfficeNameRG TO ExceptionName
                MOVE SPACES TO ExceptionDetail
                STRING "OFFICE " OfficeNumberRG
                    DELIMITED BY SIZE INTO ExceptionDetail
                END-STRING
                PERFORM RecordException
            END-IF
            READ RegionsFile
	        AT END SET EndOfRegionsFile TO TRUE
            END-READ
        END-PERFORM
        CLOSE RegionsFile
    END-IF.


RecordException.
    ADD 1 TO RuleCountRT(RuleNo)
    IF ExceptionCount < ExceptionTableLimit
        ADD 1 TO ExceptionCount
        MOVE RuleNo TO RuleNoXT(ExceptionCount)
        MOVE ExceptionKey TO KeyXT(ExceptionCount)
        MOVE ExceptionName TO NameXT(ExceptionCount)
        MOVE ExceptionDetail TO DetailXT(ExceptionCount)
    ELSE
        ADD 1 TO ExceptionsNotListed
    END-IF.


PrintIntegrityReport.
    OPEN OUTPUT IntegrityReport
    WRITE IntegrityPrintLine FROM IntegHeadingLine AFTER ADVANCING PAGE
    WRITE IntegrityPrintLine FROM IntegUnderline   AFTER ADVANCING 1 LINE
    MOVE AsOfDate TO PrnIntegAsOfDate
    WRITE IntegrityPrintLine FROM IntegAsOfLine    AFTER ADVANCING 2 LINES

    PERFORM VARYING RLIDX FROM 1 BY 1 UNTIL RLIDX > 6
        IF RuleCountRT(RLIDX) > ZEROS
            MOVE RLIDX TO PrnRuleNo
            MOVE RuleTitleRT(RLIDX) TO PrnRuleTitle
            PERFORM SetSeverityCaption
            MOVE PrnSumSeverity TO PrnRuleSeverity
            WRITE IntegrityPrintLine FROM RuleHeadingLine
                AFTER ADVANCING 3 LINES
            WRITE IntegrityPrintLine FROM SPACES AFTER ADVANCING 1 LINE
            PERFORM VARYING XTIDX FROM 1 BY 1 UNTIL XTIDX > ExceptionCount
                IF RuleNoXT(XTIDX) = RLIDX
                    MOVE KeyXT(XTIDX) TO PrnExcKey
                    MOVE NameXT(XTIDX) TO PrnExcName
                    MOVE DetailXT(XTIDX) TO PrnExcDetail
                    WRITE IntegrityPrintLine FROM ExceptionLine
                        AFTER ADVANCING 1 LINE
                END-IF
            END-PERFORM
            MOVE RuleCountRT(RLIDX) TO PrnRuleCount
            WRITE IntegrityPrintLine FROM RuleCountLine
                AFTER ADVANCING 2 LINES
        END-IF
    END-PERFORM

    WRITE IntegrityPrintLine FROM SummaryTopicLine AFTER ADVANCING 3 LINES
    WRITE IntegrityPrintLine FROM SPACES           AFTER ADVANCING 1 LINE
    PERFORM VARYING RLIDX FROM 1 BY 1 UNTIL RLIDX > 6
        MOVE RLIDX TO PrnSumRuleNo
        MOVE RuleTitleRT(RLIDX) TO PrnSumTitle
        PERFORM SetSeverityCaption
        MOVE RuleCountRT(RLIDX) TO PrnSumCount
        WRITE IntegrityPrintLine FROM SummaryLine AFTER ADVANCING 1 LINE
    END-PERFORM

    MOVE "SUBSCRIBERS READ       = " TO PrnCountCaption
    MOVE SubsReadCount TO PrnCountValue
    WRITE IntegrityPrintLine FROM IntegCountLine AFTER ADVANCING 2 LINES
    MOVE "ADDRESSES READ         = " TO PrnCountCaption
    MOVE AddressReadCount TO PrnCountValue
    WRITE IntegrityPrintLine FROM IntegCountLine AFTER ADVANCING 1 LINE
    MOVE "REGIONS READ           = " TO PrnCountCaption
    MOVE RegionReadCount TO PrnCountValue
    WRITE IntegrityPrintLine FROM IntegCountLine AFTER ADVANCING 1 LINE
    MOVE "TOTAL EXCEPTIONS       = " TO PrnCountCaption
    MOVE TotalExceptionCount TO PrnCountValue
    WRITE IntegrityPrintLine FROM IntegCountLine AFTER ADVANCING 1 LINE
    IF ExceptionsNotListed > ZEROS
        MOVE "EXCEPTIONS NOT LISTED  = " TO PrnCountCaption
        MOVE ExceptionsNotListed TO PrnCountValue
        WRITE IntegrityPrintLine FROM IntegCountLine AFTER ADVANCING 1 LINE
    END-IF
    MOVE "CONDITION CODE         = " TO PrnCountCaption
    MOVE ConditionCode TO PrnCountValue
    WRITE IntegrityPrintLine FROM IntegCountLine AFTER ADVANCING 1 LINE
    CLOSE IntegrityReport.


SetSeverityCaption.
    IF RuleSeverityRT(RLIDX) = 8
        MOVE "ERROR" TO PrnSumSeverity
    ELSE
        MOVE "WARNING" TO PrnSumSeverity
    END-IF.
