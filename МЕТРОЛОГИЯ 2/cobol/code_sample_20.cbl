      $SET SOURCEFORMAT"FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID. SubsGL.
AUTHOR. Michael Coughlan.
*>CS4321-96-COBOL-EXAM.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT CountryFile ASSIGN TO "COUNTRY.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL RateHistoryFile ASSIGN TO "RATEHIST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS RateHistoryStatus.

       SELECT OPTIONAL InvoiceJournalFile ASSIGN TO "INVJRNL.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS InvoiceJournalStatus.

       SELECT InvoiceWorkFile ASSIGN TO "INVJRNL.WRK"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL PaymentJournalFile ASSIGN TO "PAYJRNL.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS PaymentJournalStatus.

       SELECT PaymentWorkFile ASSIGN TO "PAYJRNL.WRK"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL ReturnJournalFile ASSIGN TO "RETJRNL.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS ReturnJournalStatus.

       SELECT ReturnWorkFile ASSIGN TO "RETJRNL.WRK"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL RefundDueFile ASSIGN TO "REFUNDUE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS RefundDueStatus.

       SELECT RefundWorkFile ASSIGN TO "REFUNDUE.WRK"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL GlJournalFile ASSIGN TO "GLJRNL.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS GlJournalStatus.

       SELECT GlJournalReport ASSIGN TO "GLJRNL.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL RunLogFile ASSIGN TO "RUNLOG.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS RunLogStatus.

DATA DIVISION.
FILE SECTION.
FD CountryFile.
01 CountryRec.
   88	EndOfCountryFile VALUE HIGH-VALUES.
   02	CountryCodeCF		PIC XX.
   02	CountryNameCF		PIC X(25).
   02	ExchangeRateCF		PIC 9(5)V9(5).
   02	CountryActiveCF		PIC X.

FD RateHistoryFile.
01 RateHistoryRec.
   88	EndOfRateHistoryFile VALUE HIGH-VALUES.
   02	CountryCodeRH		PIC XX.
   02	EffectiveDateRH		PIC 9(8).
   02	ExchangeRateRH		PIC 9(5)V9(5).

FD InvoiceJournalFile.
01 InvoiceJournalRec.
   88	EndOfInvoiceJournal VALUE HIGH-VALUES.
   02	InvoiceDateIJ		PIC 9(8).
   02	SubscriberIdIJ		PIC 9(7).
   02	PublicationIJ		PIC X(3).
   02	CountryCodeIJ		PIC XX.
   02	PayFreqIJ		PIC 9.
   02	DueDateIJ		PIC 9(8).
   02	InvoiceAmountIJ		PIC 9(5).
   02	ExchangeRateIJ		PIC 9(5)V9(5).
   02	GlPeriodIJ		PIC 9(6).
   02	TaxCodeIJ		PIC X.
   02	TaxRateIJ		PIC 99V99.
   02	TaxAmountIJ		PIC 9(5)V99.

FD InvoiceWorkFile.
01 InvoiceWorkRec.
   88	EndOfInvoiceWork VALUE HIGH-VALUES.
   02	FILLER			PIC X(62).

FD PaymentJournalFile.
01 PaymentJournalRec.
   88	EndOfPaymentJournal VALUE HIGH-VALUES.
   02	SubscriberIdPJ	PIC 9(7).
   02	PaymentAmountPJ	PIC 9(5)V99.
   02	PaymentDatePJ		PIC 9(8).
   02	OldDueDatePJ		PIC 9(8).
   02	NewDueDatePJ		PIC 9(8).
   02	PublicationPJ		PIC X(3).
   02	CountryCodePJ		PIC XX.
   02	GlPeriodPJ		PIC 9(6).
   02	PayFreqPJ		PIC 9.
   02	TaxAmountPJ		PIC 9(5)V99.

FD PaymentWorkFile.
01 PaymentWorkRec.
   88	EndOfPaymentWork VALUE HIGH-VALUES.
   02	FILLER			PIC X(57).

FD ReturnJournalFile.
01 ReturnJournalRec.
   88	EndOfReturnJournal VALUE HIGH-VALUES.
   02	ReturnDateRJ		PIC 9(8).
   02	SubscriberIdRJ		PIC 9(7).
   02	PublicationRJ		PIC X(3).
   02	CountryCodeRJ		PIC XX.
   02	DueDateRJ		PIC 9(8).
   02	ReturnAmountRJ		PIC 9(5).
   02	ReasonCodeRJ		PIC XX.
   02	GlPeriodRJ		PIC 9(6).

FD ReturnWorkFile.
01 ReturnWorkRec.
   88	EndOfReturnWork VALUE HIGH-VALUES.
   02	FILLER			PIC X(41).

FD RefundDueFile.
01 RefundDueRec.
   88	EndOfRefundDueFile VALUE HIGH-VALUES.
   02	SubscriberIdRF	PIC 9(7).
   02	CustomerNameRF	PIC X(22).
   02	CountryCodeRF		PIC XX.
   02	PublicationCodeRF	PIC X(3).
   02	CreditBalanceRF	PIC 9(4)V99.
   02	CancelDateRF		PIC 9(8).
   02	AddrLine1RF		PIC X(25).
   02	AddrLine2RF		PIC X(25).
   02	PostcodeRF		PIC X(8).
   02	PayMethodRF		PIC 9.
   02	RefundStatusRF	PIC X.
	88 RefundPaidRF		VALUE "D".
   02	PaidDateRF		PIC 9(8).
   02	ChequeNumberRF	PIC 9(6).
   02	GlPeriodRF		PIC 9(6).

FD RefundWorkFile.
01 RefundWorkRec.
   88	EndOfRefundWork VALUE HIGH-VALUES.
   02	FILLER			PIC X(128).

FD GlJournalFile.
01 GlJournalRec.
   02	GlPeriodGJ		PIC 9(6).
   02	PeriodEndDateGJ	PIC 9(8).
   02	SourceGJ		PIC X(3).
   02	AccountGJ		PIC X(4).
   02	PublicationGJ		PIC X(3).
   02	CountryCodeGJ		PIC XX.
   02	DebitCreditGJ		PIC X.
   02	HouseAmountGJ		PIC 9(9)V99.
   02	LocalAmountGJ		PIC 9(11)V99.
   02	EventCountGJ		PIC 9(5).

FD GlJournalReport.
01 GlPrintLine			PIC X(77).

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

01  AccountTable VALUE "1000BANK                1100SUBSCRIPTION DEBTORS2100DEFERRED SUBS INCOME2200VAT OUTPUT TAX      ".
    02  AccountEntry OCCURS 4 TIMES.
	03 AccountCodeAT	PIC X(4).
	03 AccountNameAT	PIC X(20).

01  BankAccount			PIC X(4) VALUE "1000".
01  DebtorsAccount		PIC X(4) VALUE "1100".
01  DeferredIncomeAccount	PIC X(4) VALUE "2100".
01  OutputTaxAccount		PIC X(4) VALUE "2200".
01  ACIDX				PIC 9 VALUE ZEROS.

01  CountryTable.
    02  CountryEntry OCCURS 300 TIMES.
	03 CountryCodeCT	PIC XX.
	03 ExchangeRateCT	PIC 9(5)V9(5).

01  CountryCount			PIC 9(3) VALUE ZEROS.
01  FIDX				PIC 9(3) VALUE ZEROS.

01  RateHistoryTable.
    02  RateHistoryEntry OCCURS 2000 TIMES.
	03 CountryCodeHT	PIC XX.
	03 EffectiveDateHT	PIC 9(8).
	03 ExchangeRateHT	PIC 9(5)V9(5).

01  RateHistoryTableLimit	PIC 9(4) VALUE 2000.
01  RateHistoryCount		PIC 9(4) VALUE ZEROS.
01  RHIDX				PIC 9(4) VALUE ZEROS.
01  RateFoundDate		PIC 9(8) VALUE ZEROS.

01  GlLineTable.
    02  GlLineEntry OCCURS 3000 TIMES.
	03 GlKeyGT.
	    04 SourceSeqGT	PIC 9.
	    04 SourceGT		PIC X(3).
	    04 AccountGT	PIC X(4).
	    04 PublicationGT	PIC X(3).
	    04 CountryCodeGT	PIC XX.
	    04 DebitCreditGT	PIC X.
	03 HouseAmountGT	PIC 9(9)V99.
	03 LocalAmountGT	PIC 9(11)V99.
	03 EventCountGT		PIC 9(5).

01  GlLineTableLimit		PIC 9(4) VALUE 3000.
01  GlLineCount			PIC 9(4) VALUE ZEROS.
01  GLIDX				PIC 9(4) VALUE ZEROS.
01  ShiftIndex			PIC 9(4) VALUE ZEROS.

01  SearchKey.
    02  SourceSeqSK		PIC 9.
    02  SourceSK		PIC X(3).
    02  AccountSK		PIC X(4).
    02  PublicationSK		PIC X(3).
    02  CountryCodeSK		PIC XX.
    02  DebitCreditSK		PIC X.

01  EventSourceSeq		PIC 9 VALUE ZEROS.
01  EventSource			PIC X(3) VALUE SPACES.
01  EventDate			PIC 9(8) VALUE ZEROS.
01  EventPublication		PIC X(3) VALUE SPACES.
01  EventCountry		PIC XX VALUE SPACES.
01  EventAmount			PIC 9(7)V99 VALUE ZEROS.
01  EventRate			PIC 9(5)V9(5) VALUE 1.
01  EventLocalAmount		PIC 9(11)V99 VALUE ZEROS.
01  NetLocalAmount		PIC 9(11)V99 VALUE ZEROS.
01  TaxLocalAmount		PIC 9(11)V99 VALUE ZEROS.
01  PostAccount			PIC X(4) VALUE SPACES.
01  PostDebitCredit		PIC X VALUE SPACE.

01  CommandLineBuffer		PIC X(40) VALUE SPACES.
01  AsOfDateText		PIC X(8) VALUE SPACES.
01  OverrideText		PIC X(8) VALUE SPACES.
01  OverrideSwitch		PIC X VALUE "N".
    88	OverrideRequested	VALUE "Y".
01  CompletedRunSwitch		PIC X VALUE "N".
    88	CompletedRunFound	VALUE "Y".
01  OpenStartCount		PIC S9(4) VALUE ZEROS.
01  AsOfDate			PIC 9(8) VALUE ZEROS.

01  PeriodSplit.
    02	GlPeriod		PIC 9(6).
    02	FILLER			PIC 99.

01  RateHistoryStatus		PIC XX.
01  InvoiceJournalStatus	PIC XX.
01  PaymentJournalStatus	PIC XX.
01  ReturnJournalStatus		PIC XX.
01  RefundDueStatus		PIC XX.
01  GlJournalStatus		PIC XX.
01  RunLogStatus		PIC XX.

01  InvoiceJournalSwitch	PIC X VALUE "N".
    88	InvoiceJournalPresent	VALUE "Y".
01  PaymentJournalSwitch	PIC X VALUE "N".
    88	PaymentJournalPresent	VALUE "Y".
01  ReturnJournalSwitch		PIC X VALUE "N".
    88	ReturnJournalPresent	VALUE "Y".
01  RefundDueSwitch		PIC X VALUE "N".
    88	RefundDuePresent	VALUE "Y".
01  BalanceSwitch		PIC X VALUE "N".
    88	JournalBalanced		VALUE "Y".

01  JournalRecordsRead		PIC 9(6) VALUE ZEROS.
01  InvoicesSelectedCount	PIC 9(6) VALUE ZEROS.
01  PaymentsSelectedCount	PIC 9(6) VALUE ZEROS.
01  ReturnsSelectedCount	PIC 9(6) VALUE ZEROS.
01  RefundsSelectedCount	PIC 9(6) VALUE ZEROS.
01  EventsSelectedCount		PIC 9(6) VALUE ZEROS.
01  EventsHeldCount		PIC 9(6) VALUE ZEROS.
01  TotalDebits			PIC 9(9)V99 VALUE ZEROS.
01  TotalCredits		PIC 9(9)V99 VALUE ZEROS.
01  TotalLocalDebits		PIC 9(13)V99 VALUE ZEROS.
01  TotalLocalCredits		PIC 9(13)V99 VALUE ZEROS.

01  JournalHeadingLine.
    02  FILLER                  PIC X(10) VALUE SPACES.
    02  FILLER                  PIC X(36) VALUE "GENERAL LEDGER JOURNAL EXTRACT".

01  JournalUnderline.
    02  FILLER                  PIC X(10) VALUE SPACES.
    02  FILLER                  PIC X(36) VALUE ALL "-".

01  JournalPeriodLine.
    02  FILLER                  PIC X(5)  VALUE SPACES.
    02  FILLER                  PIC X(25) VALUE "GL PERIOD              = ".
    02  PrnGlPeriod		PIC 9(6).

01  JournalDateLine.
    02  FILLER                  PIC X(5)  VALUE SPACES.
    02  FILLER                  PIC X(25) VALUE "PERIOD END DATE        = ".
    02  PrnPeriodEndDate	PIC 9(8).

01  JournalTopicLine.
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  FILLER                  PIC X(5)  VALUE "SRC".
    02  FILLER                  PIC X(26) VALUE "ACCOUNT".
    02  FILLER                  PIC X(4)  VALUE "PUB".
    02  FILLER                  PIC X(3)  VALUE "CT".
    02  FILLER                  PIC X(6)  VALUE "EVENTS".
    02  FILLER                  PIC X(15) VALUE "          DEBIT".
    02  FILLER                  PIC X(15) VALUE "         CREDIT".

01  JournalDetailLine.
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  PrnJnlSource		PIC X(3).
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  PrnJnlAccount		PIC X(4).
    02  FILLER                  PIC X     VALUE SPACE.
    02  PrnJnlAccountName	PIC X(20).
    02  FILLER                  PIC X     VALUE SPACE.
    02  PrnJnlPublication	PIC X(3).
    02  FILLER                  PIC X     VALUE SPACE.
    02  PrnJnlCountry		PIC XX.
    02  FILLER                  PIC X     VALUE SPACE.
    02  PrnJnlEvents		PIC ZZZZ9.
    02  FILLER                  PIC X     VALUE SPACE.
    02  PrnJnlDebit		PIC ZZZ,ZZZ,ZZ9.99.
    02  FILLER                  PIC X     VALUE SPACE.
    02  PrnJnlCredit		PIC ZZZ,ZZZ,ZZ9.99.

01  JournalTotalLine.
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  FILLER                  PIC X(46) VALUE "JOURNAL TOTALS".
    02  PrnTotalDebits		PIC ZZZ,ZZZ,ZZ9.99.
    02  FILLER                  PIC X     VALUE SPACE.
    02  PrnTotalCredits		PIC ZZZ,ZZZ,ZZ9.99.

01  JournalCountLine.
    02  FILLER                  PIC X(5)  VALUE SPACES.
    02  PrnCountCaption		PIC X(25).
    02  PrnCountValue		PIC ZZZZZ9.

01  JournalBalancedLine.
    02  FILLER                  PIC X(5)  VALUE SPACES.
    02  FILLER                  PIC X(40)
	VALUE "JOURNAL BALANCED - RELEASED TO LEDGER".

01  JournalEmptyLine.
    02  FILLER                  PIC X(5)  VALUE SPACES.
    02  FILLER                  PIC X(40)
	VALUE "NO EVENTS FOR PERIOD - NOTHING RELEASED".

01  JournalRejectLine.
    02  FILLER                  PIC X(5)  VALUE SPACES.
    02  FILLER                  PIC X(50)
	VALUE "** JOURNAL OUT OF BALANCE - NOT RELEASED **".


PROCEDURE DIVISION.
ProduceGlJournal.
    PERFORM GetRunParameters
    PERFORM CheckRunLogBeforeStart

    MOVE "S" TO StartEndRL
    MOVE SPACE TO CompletionRL
    PERFORM WriteRunAuditRecord

    PERFORM LoadCountryTable
    PERFORM LoadRateHistoryTable

    PERFORM ExtractInvoiceEvents
    PERFORM ExtractPaymentEvents
    PERFORM ExtractReturnEvents
    PERFORM ExtractRefundEvents

    COMPUTE EventsSelectedCount = InvoicesSelectedCount
        + PaymentsSelectedCount + ReturnsSelectedCount
        + RefundsSelectedCount
    IF TotalDebits = TotalCredits
            AND TotalLocalDebits = TotalLocalCredits
        SET JournalBalanced TO TRUE
    END-IF

    PERFORM PrintJournalReport

    IF JournalBalanced AND EventsSelectedCount > ZEROS
        PERFORM ReleaseJournalLines
        PERFORM ReplaceInvoiceJournal
        PERFORM ReplacePaymentJournal
        PERFORM ReplaceReturnJournal
        PERFORM ReplaceRefundDueFile
    END-IF

    MOVE "E" TO StartEndRL
    IF JournalBalanced
        MOVE "C" TO CompletionRL
    ELSE
        MOVE "N" TO CompletionRL
        DISPLAY "SubsGL: journal out of balance - not released"
    END-IF
    PERFORM WriteRunAuditRecord
    STOP RUN.


GetRunParameters.
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
    MOVE AsOfDate TO PeriodSplit.


WriteRunAuditRecord.
    OPEN EXTEND RunLogFile
    IF RunLogStatus = "00" OR "05"
        MOVE "SUBSGL    " TO ProgramIdRL
        ACCEPT RunDateRL FROM DATE YYYYMMDD
        ACCEPT RunTimeRL FROM TIME
        MOVE AsOfDate TO AsOfDateRL
        MOVE JournalRecordsRead TO InputCountRL
        MOVE EventsSelectedCount TO OutputCountRL
        MOVE EventsHeldCount TO RejectCountRL
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
    MOVE "N" TO CompletedRunSwitch
    MOVE ZEROS TO OpenStartCount
    OPEN INPUT RunLogFile
    IF RunLogStatus = "00" OR "05"
        READ RunLogFile
	    AT END SET EndOfRunLog TO TRUE
        END-READ
        PERFORM CheckRunLogRecord UNTIL EndOfRunLog
        CLOSE RunLogFile
    END-IF
    IF CompletedRunFound
        DISPLAY "SubsGL: completed run already logged for "
            AsOfDate " - run refused"
        STOP RUN
    END-IF
    IF OpenStartCount > ZEROS AND NOT OverrideRequested
        DISPLAY "SubsGL: previous run has no end record - "
            "rerun with OVERRIDE to force"
        STOP RUN
    END-IF.


CheckRunLogRecord.
    IF ProgramIdRL = "SUBSGL    "
        EVALUATE StartEndRL
            WHEN "S"
                ADD 1 TO OpenStartCount
            WHEN "E"
                MOVE ZEROS TO OpenStartCount
                IF AsOfDateRL = AsOfDate AND CompletionRL = "C"
                    SET CompletedRunFound TO TRUE
                END-IF
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF
    READ RunLogFile
	AT END SET EndOfRunLog TO TRUE
    END-READ.


LoadCountryTable.
    OPEN INPUT CountryFile
    READ CountryFile
	AT END SET EndOfCountryFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfCountryFile
        IF CountryCount < 300
            ADD 1 TO CountryCount
            MOVE CountryCodeCF TO CountryCodeCT(CountryCount)
            MOVE ExchangeRateCF TO ExchangeRateCT(CountryCount)
        END-IF
        READ CountryFile
	    AT END SET EndOfCountryFile TO TRUE
        END-READ
    END-PERFORM
    CLOSE CountryFile.


LoadRateHistoryTable.
    OPEN INPUT RateHistoryFile
    IF RateHistoryStatus = "00"
        READ RateHistoryFile
	    AT END SET EndOfRateHistoryFile TO TRUE
        END-READ
        PERFORM UNTIL EndOfRateHistoryFile
            IF RateHistoryCount >= RateHistoryTableLimit
                DISPLAY "SubsGL: rate history table full at "
                    RateHistoryTableLimit " - increase table size"
                STOP RUN
            END-IF
            ADD 1 TO RateHistoryCount
            MOVE CountryCodeRH TO CountryCodeHT(RateHistoryCount)
            MOVE EffectiveDateRH TO EffectiveDateHT(RateHistoryCount)
            MOVE ExchangeRateRH TO ExchangeRateHT(RateHistoryCount)
            READ RateHistoryFile
	        AT END SET EndOfRateHistoryFile TO TRUE
            END-READ
        END-PERFORM
        CLOSE RateHistoryFile
    END-IF.


ExtractInvoiceEvents.
    OPEN INPUT InvoiceJournalFile
    IF InvoiceJournalStatus = "00"
        SET InvoiceJournalPresent TO TRUE
        OPEN OUTPUT InvoiceWorkFile
        READ InvoiceJournalFile
	    AT END SET EndOfInvoiceJournal TO TRUE
        END-READ
        PERFORM SelectInvoiceEvent UNTIL EndOfInvoiceJournal
        CLOSE InvoiceWorkFile
    END-IF
    CLOSE InvoiceJournalFile.


SelectInvoiceEvent.
    ADD 1 TO JournalRecordsRead
    IF GlPeriodIJ IS NOT NUMERIC
        MOVE ZEROS TO GlPeriodIJ
    END-IF
    IF TaxAmountIJ IS NOT NUMERIC
        MOVE ZEROS TO TaxAmountIJ
    END-IF
    IF GlPeriodIJ = ZEROS
        IF InvoiceDateIJ IS NUMERIC AND InvoiceDateIJ NOT > AsOfDate
            MOVE 1 TO EventSourceSeq
            MOVE "INV" TO EventSource
            MOVE InvoiceDateIJ TO EventDate
            MOVE PublicationIJ TO EventPublication
            MOVE CountryCodeIJ TO EventCountry
            MOVE InvoiceAmountIJ TO EventAmount
            PERFORM FindRateForEventDate
            MOVE EventLocalAmount TO NetLocalAmount
            COMPUTE TaxLocalAmount ROUNDED = TaxAmountIJ * EventRate
            COMPUTE EventAmount = InvoiceAmountIJ + TaxAmountIJ
            COMPUTE EventLocalAmount = NetLocalAmount + TaxLocalAmount
            MOVE DebtorsAccount TO PostAccount
            MOVE "D" TO PostDebitCredit
            PERFORM PostJournalLine
            MOVE InvoiceAmountIJ TO EventAmount
            MOVE NetLocalAmount TO EventLocalAmount
            MOVE DeferredIncomeAccount TO PostAccount
            MOVE "C" TO PostDebitCredit
            PERFORM PostJournalLine
            IF TaxAmountIJ > ZEROS
                MOVE TaxAmountIJ TO EventAmount
                MOVE TaxLocalAmount TO EventLocalAmount
                MOVE OutputTaxAccount TO PostAccount
                MOVE "C" TO PostDebitCredit
                PERFORM PostJournalLine
            END-IF
            MOVE GlPeriod TO GlPeriodIJ
            ADD 1 TO InvoicesSelectedCount
        ELSE
            ADD 1 TO EventsHeldCount
        END-IF
    END-IF
    MOVE InvoiceJournalRec TO InvoiceWorkRec
    WRITE InvoiceWorkRec
    READ InvoiceJournalFile
	AT END SET EndOfInvoiceJournal TO TRUE
    END-READ.


ExtractPaymentEvents.
    OPEN INPUT PaymentJournalFile
    IF PaymentJournalStatus = "00"
        SET PaymentJournalPresent TO TRUE
        OPEN OUTPUT PaymentWorkFile
        READ PaymentJournalFile
	    AT END SET EndOfPaymentJournal TO TRUE
        END-READ
        PERFORM SelectPaymentEvent UNTIL EndOfPaymentJournal
        CLOSE PaymentWorkFile
    END-IF
    CLOSE PaymentJournalFile.


SelectPaymentEvent.
    ADD 1 TO JournalRecordsRead
    IF GlPeriodPJ IS NOT NUMERIC
        MOVE ZEROS TO GlPeriodPJ
    END-IF
    IF GlPeriodPJ = ZEROS
        IF PaymentDatePJ IS NUMERIC AND PaymentDatePJ NOT > AsOfDate
            MOVE 2 TO EventSourceSeq
            MOVE "PAY" TO EventSource
            MOVE PaymentDatePJ TO EventDate
            MOVE PublicationPJ TO EventPublication
            MOVE CountryCodePJ TO EventCountry
            MOVE PaymentAmountPJ TO EventAmount
            PERFORM FindRateForEventDate
            MOVE BankAccount TO PostAccount
            MOVE "D" TO PostDebitCredit
            PERFORM PostJournalLine
            MOVE DebtorsAccount TO PostAccount
            MOVE "C" TO PostDebitCredit
            PERFORM PostJournalLine
            MOVE GlPeriod TO GlPeriodPJ
            ADD 1 TO PaymentsSelectedCount
        ELSE
            ADD 1 TO EventsHeldCount
        END-IF
    END-IF
    MOVE PaymentJournalRec TO PaymentWorkRec
    WRITE PaymentWorkRec
    READ PaymentJournalFile
	AT END SET EndOfPaymentJournal TO TRUE
    END-READ.


ExtractReturnEvents.
    OPEN INPUT ReturnJournalFile
    IF ReturnJournalStatus = "00"
        SET ReturnJournalPresent TO TRUE
        OPEN OUTPUT ReturnWorkFile
        READ ReturnJournalFile
	    AT END SET EndOfReturnJournal TO TRUE
        END-READ
        PERFORM SelectReturnEvent UNTIL EndOfReturnJournal
        CLOSE ReturnWorkFile
    END-IF
    CLOSE ReturnJournalFile.


SelectReturnEvent.
    ADD 1 TO JournalRecordsRead
    IF GlPeriodRJ IS NOT NUMERIC
        MOVE ZEROS TO GlPeriodRJ
    END-IF
    IF GlPeriodRJ = ZEROS
        IF ReturnDateRJ IS NUMERIC AND ReturnDateRJ NOT > AsOfDate
            MOVE 3 TO EventSourceSeq
            MOVE "RET" TO EventSource
            MOVE ReturnDateRJ TO EventDate
            MOVE PublicationRJ TO EventPublication
            MOVE CountryCodeRJ TO EventCountry
            MOVE ReturnAmountRJ TO EventAmount
            PERFORM FindRateForEventDate
            MOVE DebtorsAccount TO PostAccount
            MOVE "D" TO PostDebitCredit
            PERFORM PostJournalLine
            MOVE BankAccount TO PostAccount
            MOVE "C" TO PostDebitCredit
            PERFORM PostJournalLine
            MOVE GlPeriod TO GlPeriodRJ
            ADD 1 TO ReturnsSelectedCount
        ELSE
            ADD 1 TO EventsHeldCount
        END-IF
    END-IF
    MOVE ReturnJournalRec TO ReturnWorkRec
    WRITE ReturnWorkRec
    READ ReturnJournalFile
	AT END SET EndOfReturnJournal TO TRUE
    END-READ.


ExtractRefundEvents.
    OPEN INPUT RefundDueFile
    IF RefundDueStatus = "00"
        SET RefundDuePresent TO TRUE
        OPEN OUTPUT RefundWorkFile
        READ RefundDueFile
	    AT END SET EndOfRefundDueFile TO TRUE
        END-READ
        PERFORM SelectRefundEvent UNTIL EndOfRefundDueFile
        CLOSE RefundWorkFile
    END-IF
    CLOSE RefundDueFile.


SelectRefundEvent.
    ADD 1 TO JournalRecordsRead
    IF GlPeriodRF IS NOT NUMERIC
        MOVE ZEROS TO GlPeriodRF
    END-IF
    IF GlPeriodRF = ZEROS AND RefundPaidRF
        IF PaidDateRF IS NUMERIC AND PaidDateRF NOT > AsOfDate
            MOVE 4 TO EventSourceSeq
            MOVE "REF" TO EventSource
            MOVE PaidDateRF TO EventDate
            MOVE PublicationCodeRF TO EventPublication
            MOVE CountryCodeRF TO EventCountry
            MOVE CreditBalanceRF TO EventAmount
            PERFORM FindRateForEventDate
            MOVE DebtorsAccount TO PostAccount
            MOVE "D" TO PostDebitCredit
            PERFORM PostJournalLine
            MOVE BankAccount TO PostAccount
            MOVE "C" TO PostDebitCredit
            PERFORM PostJournalLine
            MOVE GlPeriod TO GlPeriodRF
            ADD 1 TO RefundsSelectedCount
        ELSE
            ADD 1 TO EventsHeldCount
        END-IF
    END-IF
    MOVE RefundDueRec TO RefundWorkRec
    WRITE RefundWorkRec
    READ RefundDueFile
	AT END SET EndOfRefundDueFile TO TRUE
    END-READ.


FindRateForEventDate.
    MOVE 1 TO EventRate
    MOVE ZEROS TO RateFoundDate
    PERFORM VARYING FIDX FROM 1 BY 1 UNTIL FIDX > CountryCount
        IF CountryCodeCT(FIDX) = EventCountry
            MOVE ExchangeRateCT(FIDX) TO EventRate
        END-IF
    END-PERFORM
    PERFORM VARYING RHIDX FROM 1 BY 1 UNTIL RHIDX > RateHistoryCount
        IF CountryCodeHT(RHIDX) = EventCountry
                AND EffectiveDateHT(RHIDX) NOT GREATER THAN EventDate
                AND EffectiveDateHT(RHIDX) > RateFoundDate
            MOVE ExchangeRateHT(RHIDX) TO EventRate
            MOVE EffectiveDateHT(RHIDX) TO RateFoundDate
        END-IF
    END-PERFORM
    COMPUTE EventLocalAmount ROUNDED = EventAmount * EventRate.


PostJournalLine.
    MOVE EventSourceSeq TO SourceSeqSK
    MOVE EventSource TO SourceSK
    MOVE PostAccount TO AccountSK
    MOVE EventPublication TO PublicationSK
    MOVE EventCountry TO CountryCodeSK
    MOVE PostDebitCredit TO DebitCreditSK
    PERFORM VARYING GLIDX FROM 1 BY 1
	UNTIL GLIDX > GlLineCount OR GlKeyGT(GLIDX) NOT < SearchKey
        CONTINUE
    END-PERFORM
    IF GLIDX > GlLineCount OR GlKeyGT(GLIDX) NOT = SearchKey
        IF GlLineCount >= GlLineTableLimit
            DISPLAY "SubsGL: journal line table full at "
                GlLineTableLimit " - increase table size"
            STOP RUN
        END-IF
        PERFORM VARYING ShiftIndex FROM GlLineCount BY -1
	    UNTIL ShiftIndex < GLIDX
            MOVE GlLineEntry(ShiftIndex) TO GlLineEntry(ShiftIndex + 1)
        END-PERFORM
        ADD 1 TO GlLineCount
        MOVE SearchKey TO GlKeyGT(GLIDX)
        MOVE ZEROS TO HouseAmountGT(GLIDX)
        MOVE ZEROS TO LocalAmountGT(GLIDX)
        MOVE ZEROS TO EventCountGT(GLIDX)
    END-IF
    ADD EventAmount TO HouseAmountGT(GLIDX)
    ADD EventLocalAmount TO LocalAmountGT(GLIDX)
    ADD 1 TO EventCountGT(GLIDX)
    IF PostDebitCredit = "D"
        ADD EventAmount TO TotalDebits
        ADD EventLocalAmount TO TotalLocalDebits
    ELSE
        ADD EventAmount TO TotalCredits
        ADD EventLocalAmount TO TotalLocalCredits
    END-IF.


PrintJournalReport.
    OPEN OUTPUT GlJournalReport
    WRITE GlPrintLine FROM JournalHeadingLine AFTER ADVANCING PAGE
    WRITE GlPrintLine FROM JournalUnderline   AFTER ADVANCING 1 LINE
    MOVE GlPeriod TO PrnGlPeriod
    MOVE AsOfDate TO PrnPeriodEndDate
    WRITE GlPrintLine FROM JournalPeriodLine  AFTER ADVANCING 2 LINES
    WRITE GlPrintLine FROM JournalDateLine    AFTER ADVANCING 1 LINE
    WRITE GlPrintLine FROM JournalTopicLine   AFTER ADVANCING 2 LINES
    WRITE GlPrintLine FROM SPACES             AFTER ADVANCING 1 LINE

    PERFORM VARYING GLIDX FROM 1 BY 1 UNTIL GLIDX > GlLineCount
        PERFORM PrintJournalDetail
    END-PERFORM

    MOVE TotalDebits TO PrnTotalDebits
    MOVE TotalCredits TO PrnTotalCredits
    WRITE GlPrintLine FROM JournalTotalLine   AFTER ADVANCING 2 LINES

    MOVE "INVOICES SELECTED      = " TO PrnCountCaption
    MOVE InvoicesSelectedCount TO PrnCountValue
    WRITE GlPrintLine FROM JournalCountLine   AFTER ADVANCING 2 LINES
    MOVE "PAYMENTS SELECTED      = " TO PrnCountCaption
    MOVE PaymentsSelectedCount TO PrnCountValue
    WRITE GlPrintLine FROM JournalCountLine   AFTER ADVANCING 1 LINE
    MOVE "DEBIT RETURNS SELECTED = " TO PrnCountCaption
    MOVE ReturnsSelectedCount TO PrnCountValue
    WRITE GlPrintLine FROM JournalCountLine   AFTER ADVANCING 1 LINE
    MOVE "REFUNDS SELECTED       = " TO PrnCountCaption
    MOVE RefundsSelectedCount TO PrnCountValue
    WRITE GlPrintLine FROM JournalCountLine   AFTER ADVANCING 1 LINE
    MOVE "HELD FOR LATER PERIOD  = " TO PrnCountCaption
    MOVE EventsHeldCount TO PrnCountValue
    WRITE GlPrintLine FROM JournalCountLine   AFTER ADVANCING 1 LINE

    EVALUATE TRUE
        WHEN NOT JournalBalanced
            WRITE GlPrintLine FROM JournalRejectLine
                AFTER ADVANCING 2 LINES
        WHEN EventsSelectedCount = ZEROS
            WRITE GlPrintLine FROM JournalEmptyLine
                AFTER ADVANCING 2 LINES
        WHEN OTHER
            WRITE GlPrintLine FROM JournalBalancedLine
                AFTER ADVANCING 2 LINES
    END-EVALUATE
    CLOSE GlJournalReport.


PrintJournalDetail.
    MOVE SourceGT(GLIDX) TO PrnJnlSource
    MOVE AccountGT(GLIDX) TO PrnJnlAccount
    MOVE SPACES TO PrnJnlAccountName
    PERFORM VARYING ACIDX FROM 1 BY 1 UNTIL ACIDX > 4
        IF AccountCodeAT(ACIDX) = AccountGT(GLIDX)
            MOVE AccountNameAT(ACIDX) TO PrnJnlAccountName
        END-IF
    END-PERFORM
    MOVE PublicationGT(GLIDX) TO PrnJnlPublication
    MOVE CountryCodeGT(GLIDX) TO PrnJnlCountry
    MOVE EventCountGT(GLIDX) TO PrnJnlEvents
    IF DebitCreditGT(GLIDX) = "D"
        MOVE HouseAmountGT(GLIDX) TO PrnJnlDebit
        MOVE ZEROS TO PrnJnlCredit
    ELSE
        MOVE ZEROS TO PrnJnlDebit
        MOVE HouseAmountGT(GLIDX) TO PrnJnlCredit
    END-IF
    WRITE GlPrintLine FROM JournalDetailLine AFTER ADVANCING 1 LINE.


ReleaseJournalLines.
    OPEN EXTEND GlJournalFile
    IF GlJournalStatus NOT = "00" AND GlJournalStatus NOT = "05"
        DISPLAY "SubsGL: cannot open GLJRNL.DAT - status "
            GlJournalStatus
        STOP RUN
    END-IF
    PERFORM VARYING GLIDX FROM 1 BY 1 UNTIL GLIDX > GlLineCount
        MOVE GlPeriod TO GlPeriodGJ
        MOVE AsOfDate TO PeriodEndDateGJ
        MOVE SourceGT(GLIDX) TO SourceGJ
        MOVE AccountGT(GLIDX) TO AccountGJ
        MOVE PublicationGT(GLIDX) TO PublicationGJ
        MOVE CountryCodeGT(GLIDX) TO CountryCodeGJ
        MOVE DebitCreditGT(GLIDX) TO DebitCreditGJ
        MOVE HouseAmountGT(GLIDX) TO HouseAmountGJ
        MOVE LocalAmountGT(GLIDX) TO LocalAmountGJ
        MOVE EventCountGT(GLIDX) TO EventCountGJ
        WRITE GlJournalRec
    END-PERFORM
    CLOSE GlJournalFile.


ReplaceInvoiceJournal.
    IF InvoiceJournalPresent
        OPEN INPUT InvoiceWorkFile
        OPEN OUTPUT InvoiceJournalFile
        READ InvoiceWorkFile
	    AT END SET EndOfInvoiceWork TO TRUE
        END-READ
        PERFORM UNTIL EndOfInvoiceWork
            MOVE InvoiceWorkRec TO InvoiceJournalRec
            WRITE InvoiceJournalRec
            READ InvoiceWorkFile
	        AT END SET EndOfInvoiceWork TO TRUE
            END-READ
        END-PERFORM
        CLOSE InvoiceWorkFile, InvoiceJournalFile
    END-IF.


ReplacePaymentJournal.
    IF PaymentJournalPresent
        OPEN INPUT PaymentWorkFile
        OPEN OUTPUT PaymentJournalFile
        READ PaymentWorkFile
	    AT END SET EndOfPaymentWork TO TRUE
        END-READ
        PERFORM UNTIL EndOfPaymentWork
            MOVE PaymentWorkRec TO PaymentJournalRec
            WRITE PaymentJournalRec
            READ PaymentWorkFile
	        AT END SET EndOfPaymentWork TO TRUE
            END-READ
        END-PERFORM
        CLOSE PaymentWorkFile, PaymentJournalFile
    END-IF.


ReplaceReturnJournal.
    IF ReturnJournalPresent
        OPEN INPUT ReturnWorkFile
        OPEN OUTPUT ReturnJournalFile
        READ ReturnWorkFile
	    AT END SET EndOfReturnWork TO TRUE
        END-READ
        PERFORM UNTIL EndOfReturnWork
            MOVE ReturnWorkRec TO ReturnJournalRec
            WRITE ReturnJournalRec
            READ ReturnWorkFile
	        AT END SET EndOfReturnWork TO TRUE
            END-READ
        END-PERFORM
        CLOSE ReturnWorkFile, ReturnJournalFile
    END-IF.


ReplaceRefundDueFile.
    IF RefundDuePresent
        OPEN INPUT RefundWorkFile
        OPEN OUTPUT RefundDueFile
        READ RefundWorkFile
	    AT END SET EndOfRefundWork TO TRUE
        END-READ
        PERFORM UNTIL EndOfRefundWork
            MOVE RefundWorkRec TO RefundDueRec
            WRITE RefundDueRec
            READ RefundWorkFile
	        AT END SET EndOfRefundWork TO TRUE
            END-READ
        END-PERFORM
        CLOSE RefundWorkFile, RefundDueFile
    END-IF.
