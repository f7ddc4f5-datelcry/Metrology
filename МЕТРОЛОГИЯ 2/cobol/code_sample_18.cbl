      $SET SOURCEFORMAT"FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID. SubsCash.
AUTHOR. Michael Coughlan.
*>CS4321-96-COBOL-EXAM.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT SubsMasterFile ASSIGN TO "DUESUBS.IDX"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS SubscriberIdMR.

       SELECT OPTIONAL UnappliedCashFile ASSIGN TO "UNAPPLIED.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS UnappliedStatus.

       SELECT NewUnappliedFile ASSIGN TO "UNAPPLIED.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL UnappliedHistoryFile ASSIGN TO "UNAPPHST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS UnappliedHistStatus.

       SELECT OPTIONAL CashApplyFile ASSIGN TO "CASHAPP.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS CashApplyStatus.

       SELECT OPTIONAL PaymentJournalFile ASSIGN TO "PAYJRNL.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS PaymentJournalStatus.

       SELECT OPTIONAL PriceFile ASSIGN TO "PRICES.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS PriceFileStatus.

       SELECT OPTIONAL TaxRateFile ASSIGN TO "TAXRATES.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS TaxRateStatus.

       SELECT CashReport ASSIGN TO "CASHAPP.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL RunLogFile ASSIGN TO "RUNLOG.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS RunLogStatus.

       SELECT OPTIONAL AuditTrailFile ASSIGN TO "AUDITTRL.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS AuditTrailStatus.

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

FD UnappliedCashFile.
01 UnappliedCashRec.
   88	EndOfUnappliedFile VALUE HIGH-VALUES.
   02	ItemRefUA		PIC 9(7).
   02	BatchDateUA		PIC 9(8).
   02	PaymentDateUA		PIC 9(8).
   02	PaymentAmountUA	PIC 9(5)V99.
   02	CustomerNameUA	PIC X(22).
   02	SubscriberIdUA	PIC X(7).
   02	ReasonUA		PIC X(22).
   02	ItemStatusUA		PIC X.
	88 ItemAppliedUA	VALUE "A".
   02	AppliedDateUA		PIC 9(8).
   02	AppliedToIdUA		PIC 9(7).

FD NewUnappliedFile.
01 NewUnappliedRec.
   02	ItemRefNU		PIC 9(7).
   02	BatchDateNU		PIC 9(8).
   02	PaymentDateNU		PIC 9(8).
   02	PaymentAmountNU	PIC 9(5)V99.
   02	CustomerNameNU	PIC X(22).
   02	SubscriberIdNU	PIC X(7).
   02	ReasonNU		PIC X(22).
   02	ItemStatusNU		PIC X.
   02	AppliedDateNU		PIC 9(8).
   02	AppliedToIdNU		PIC 9(7).

FD UnappliedHistoryFile.
01 UnappliedHistoryRec		PIC X(97).

FD CashApplyFile.
01 CashApplyRec.
   88	EndOfCashApplyFile VALUE HIGH-VALUES.
   02	ItemRefCA		PIC X(7).
   02	ItemRefNumCA REDEFINES ItemRefCA	PIC 9(7).
   02	SubscriberIdCA	PIC X(7).
   02	SubscriberIdNumCA REDEFINES SubscriberIdCA	PIC 9(7).

FD PaymentJournalFile.
01 PaymentJournalRec.
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

FD PriceFile.
01 PriceRec.
   88	EndOfPriceFile VALUE HIGH-VALUES.
   02	PubCodePR		PIC X(3).
   02	PayFreqPR		PIC 9.
   02	EffectiveDatePR		PIC 9(8).
   02	PriceAmountPR		PIC 9(5).

FD TaxRateFile.
01 TaxRateRec.
   88	EndOfTaxRateFile VALUE HIGH-VALUES.
   02	CountryCodeTX		PIC XX.
   02	PubCodeTX		PIC X(3).
   02	EffectiveDateTX		PIC 9(8).
   02	TaxRateTX		PIC 99V99.
   02	ZeroRatedTX		PIC X.

FD CashReport.
01 CashPrintLine		PIC X(77).

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

01  FreqMonthsTable VALUE "0106120324".
    02  FreqMonthsFT OCCURS 5 TIMES PIC 99.

01  DaysInMonthTable VALUE "312831303130313130313031".
    02  DaysInMonth OCCURS 12 TIMES PIC 99.

01  UnappliedTable.
    02  UnappliedEntry OCCURS 2000 TIMES.
	03 ItemRefUT		PIC 9(7).
	03 BatchDateUT		PIC 9(8).
	03 PaymentDateUT	PIC 9(8).
	03 PaymentAmountUT	PIC 9(5)V99.
	03 CustomerNameUT	PIC X(22).
	03 SubscriberIdUT	PIC X(7).
	03 ReasonUT		PIC X(22).
	03 ItemStatusUT		PIC X.
	    88 ItemAppliedUT	VALUE "A".
	03 AppliedDateUT	PIC 9(8).
	03 AppliedToIdUT	PIC 9(7).

01  UnappliedTableLimit	PIC 9(4) VALUE 2000.
01  UnappliedCount		PIC 9(4) VALUE ZEROS.
01  UAIDX				PIC 9(4) VALUE ZEROS.
01  FoundIndex			PIC 9(4) VALUE ZEROS.
01  EntryFoundSwitch		PIC X VALUE "N".
    88	EntryFound		VALUE "Y".

01  BatchTable.
    02  BatchEntry OCCURS 500 TIMES.
	03 BatchDateBT		PIC 9(8).
	03 HeldCountBT		PIC 9(5).
	03 HeldAmountBT		PIC 9(7)V99.
	03 AppliedCountBT	PIC 9(5).
	03 AppliedAmountBT	PIC 9(7)V99.
	03 OpenCountBT		PIC 9(5).
	03 OpenAmountBT		PIC 9(7)V99.

01  BatchTableLimit		PIC 9(3) VALUE 500.
01  BatchCount			PIC 9(3) VALUE ZEROS.
01  BTIDX				PIC 9(3) VALUE ZEROS.
01  BatchIndex			PIC 9(3) VALUE ZEROS.
01  BatchFoundSwitch		PIC X VALUE "N".
    88	BatchFound		VALUE "Y".

01  PriceTable.
    02  PriceEntry OCCURS 200 TIMES.
	03 PubCodePX		PIC X(3).
	03 PayFreqPX		PIC 9.
	03 EffectiveDatePX	PIC 9(8).
	03 PriceAmountPX	PIC 9(5).

01  PriceTableLimit		PIC 9(3) VALUE 200.
01  PriceCount			PIC 9(3) VALUE ZEROS.
01  PXIDX				PIC 9(3) VALUE ZEROS.
01  PriceFileStatus		PIC XX.
01  PriceFoundDate		PIC 9(8) VALUE ZEROS.
01  SubsPrice			PIC 9(5) VALUE ZEROS.

01  TaxRateTable.
    02  TaxRateEntry OCCURS 500 TIMES.
	03 CountryCodeTT	PIC XX.
	03 PubCodeTT		PIC X(3).
	03 EffectiveDateTT	PIC 9(8).
	03 TaxRateTT		PIC 99V99.
	03 ZeroRatedTT		PIC X.

01  TaxRateTableLimit		PIC 9(3) VALUE 500.
01  TaxRateCount		PIC 9(3) VALUE ZEROS.
01  TXIDX				PIC 9(3) VALUE ZEROS.
01  TaxRateStatus		PIC XX.
01  TaxFoundDate		PIC 9(8) VALUE ZEROS.
01  TaxSearchCountry		PIC XX VALUE SPACES.
01  TaxSearchPublication	PIC X(3) VALUE SPACES.
01  TaxSearchDate		PIC 9(8) VALUE ZEROS.
01  TaxSearchPub		PIC X(3) VALUE SPACES.
01  TaxRate			PIC 99V99 VALUE ZEROS.
01  TaxCode			PIC X VALUE SPACE.
    88	TaxStandardRated	VALUE "S".
    88	TaxZeroRated		VALUE "Z".
    88	TaxNotApplicable	VALUE "E".
01  PriceTaxAmount		PIC 9(5)V99 VALUE ZEROS.
01  PaymentGrossAmount		PIC 9(5)V99 VALUE ZEROS.
01  PaymentNetAmount		PIC 9(5)V99 VALUE ZEROS.
01  PaymentTaxAmount		PIC 9(5)V99 VALUE ZEROS.

01  MasterIoOkSwitch		PIC X VALUE "N".
    88	MasterIoOk		VALUE "Y".

01  DueDateSplit.
    02	DueYearWK		PIC 9(4).
    02	DueMonthWK		PIC 99.
    02	DueDayWK		PIC 99.

01  TotalMonthsWK		PIC 9(6) VALUE ZEROS.
01  MonthDayLimit		PIC 99 VALUE ZEROS.
01  LeapRemainder4		PIC 9(4) VALUE ZEROS.
01  LeapRemainder100		PIC 9(4) VALUE ZEROS.
01  LeapRemainder400		PIC 9(4) VALUE ZEROS.

01  ExpectedAmount		PIC 9(5)V99 VALUE ZEROS.
01  MonthlyEquivalent		PIC 9(5)V99 VALUE ZEROS.
01  AvailableAmount		PIC 9(6)V99 VALUE ZEROS.
01  MonthsCovered		PIC 9(3) VALUE ZEROS.
01  NewCreditBalance		PIC 9(4)V99 VALUE ZEROS.
01  AdvanceMonthsWK		PIC 9(3) VALUE ZEROS.
01  OldDueDateWK		PIC 9(8) VALUE ZEROS.

01  AsOfDate			PIC 9(8) VALUE ZEROS.
01  AsOfDateInt			PIC 9(7) VALUE ZEROS.
01  AgeFromDate			PIC 9(8) VALUE ZEROS.
01  DaysUnapplied		PIC 9(5) VALUE ZEROS.
01  UnappliedStatus		PIC XX.
01  UnappliedHistStatus		PIC XX.
01  PriorAppliedCount		PIC 9(6) VALUE ZEROS.
01  CashApplyStatus		PIC XX.
01  PaymentJournalStatus	PIC XX.
01  RunLogStatus		PIC XX.
01  AuditTrailStatus		PIC XX.
01  MasterBeforeImage		PIC X(50) VALUE SPACES.

01  CommandLineBuffer		PIC X(40) VALUE SPACES.
01  AsOfDateText		PIC X(8) VALUE SPACES.
01  OverrideText		PIC X(8) VALUE SPACES.
01  OverrideSwitch		PIC X VALUE "N".
    88	OverrideRequested	VALUE "Y".
01  OpenStartCount		PIC S9(4) VALUE ZEROS.

01  ApplicationsReadCount	PIC 9(5) VALUE ZEROS.
01  ApplicationsPostedCount	PIC 9(5) VALUE ZEROS.
01  ApplicationsRejectedCount	PIC 9(5) VALUE ZEROS.
01  AmountAppliedTotal		PIC 9(7)V99 VALUE ZEROS.
01  OpenItemsCount		PIC 9(5) VALUE ZEROS.
01  OpenItemsAmount		PIC 9(7)V99 VALUE ZEROS.

01  AgeBucketTotals.
    02  AgeBucket1Count		PIC 9(5) VALUE ZEROS.
    02  AgeBucket1Amount	PIC 9(7)V99 VALUE ZEROS.
    02  AgeBucket2Count		PIC 9(5) VALUE ZEROS.
    02  AgeBucket2Amount	PIC 9(7)V99 VALUE ZEROS.
    02  AgeBucket3Count		PIC 9(5) VALUE ZEROS.
    02  AgeBucket3Amount	PIC 9(7)V99 VALUE ZEROS.
    02  AgeBucket4Count		PIC 9(5) VALUE ZEROS.
    02  AgeBucket4Amount	PIC 9(7)V99 VALUE ZEROS.

01  CashHeadingLine.
    02  FILLER                  PIC X(10) VALUE SPACES.
    02  FILLER                  PIC X(34) VALUE "UNAPPLIED CASH - APPLY AND AGEING".

01  CashUnderline.
    02  FILLER                  PIC X(10) VALUE SPACES.
    02  FILLER                  PIC X(34) VALUE ALL "-".

01  CashApplyTopicLine.
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  FILLER                  PIC X(9)  VALUE "ITEM REF".
    02  FILLER                  PIC X(9)  VALUE "APPLY TO".
    02  FILLER                  PIC X(24) VALUE "CUSTOMER NAME".
    02  FILLER                  PIC X(24) VALUE "MESSAGE".
    02  FILLER                  PIC X(6)  VALUE "AMOUNT".

01  CashApplyLogLine.
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  PrnApplyItemRef		PIC X(7).
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  PrnApplySubscriberId	PIC X(7).
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  PrnApplyCustName	PIC X(22).
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  PrnApplyMessage		PIC X(22).
    02  PrnApplyAmount		PIC ZZ,ZZ9.99.

01  CashAgeHeadingLine.
    02  FILLER                  PIC X(10) VALUE SPACES.
    02  FILLER                  PIC X(32) VALUE "OPEN  UNAPPLIED  ITEMS  BY  AGE".

01  CashAgeUnderline.
    02  FILLER                  PIC X(10) VALUE SPACES.
    02  FILLER                  PIC X(32) VALUE ALL "-".

01  CashAgeTopicLine.
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  FILLER                  PIC X(9)  VALUE "ITEM REF".
    02  FILLER                  PIC X(10) VALUE "BATCH".
    02  FILLER                  PIC X(24) VALUE "CUSTOMER NAME".
    02  FILLER                  PIC X(9)  VALUE "ID KEYED".
    02  FILLER                  PIC X(8)  VALUE "  DAYS".
    02  FILLER                  PIC X(9)  VALUE "   AMOUNT".

01  CashAgeDetailLine.
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  PrnAgeItemRef		PIC 9(7).
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  PrnAgeBatchDate		PIC 9(8).
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  PrnAgeCustName		PIC X(22).
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  PrnAgeKeyedId		PIC X(7).
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  PrnAgeDays		PIC BZZZZ9.
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  PrnAgeAmount		PIC ZZ,ZZ9.99.

01  AgeBucketLine.
    02  FILLER                  PIC X(5)  VALUE SPACES.
    02  PrnBucketCaption	PIC X(25).
    02  PrnBucketCount		PIC ZZZZ9.
    02  FILLER                  PIC X(3)  VALUE SPACES.
    02  PrnBucketAmount		PIC Z,ZZZ,ZZ9.99.

01  CashBatchHeadingLine.
    02  FILLER                  PIC X(10) VALUE SPACES.
    02  FILLER                  PIC X(30) VALUE "UNAPPLIED  CASH  BY  BATCH".

01  CashBatchUnderline.
    02  FILLER                  PIC X(10) VALUE SPACES.
    02  FILLER                  PIC X(30) VALUE ALL "-".

01  CashBatchTopicLine.
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  FILLER                  PIC X(12) VALUE "BATCH DATE".
    02  FILLER                  PIC X(21) VALUE "HELD UNAPPLIED".
    02  FILLER                  PIC X(21) VALUE "APPLIED SINCE".
    02  FILLER                  PIC X(21) VALUE "STILL OPEN".

01  CashBatchDetailLine.
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  PrnBatchDate		PIC 9(8).
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  PrnBatchHeldCount	PIC ZZZZ9.
    02  FILLER                  PIC X     VALUE SPACE.
    02  PrnBatchHeldAmount	PIC ZZZZ,ZZ9.99.
    02  FILLER                  PIC X(3)  VALUE SPACES.
    02  PrnBatchAppliedCount	PIC ZZZZ9.
    02  FILLER                  PIC X     VALUE SPACE.
    02  PrnBatchAppliedAmount	PIC ZZZZ,ZZ9.99.
    02  FILLER                  PIC X(3)  VALUE SPACES.
    02  PrnBatchOpenCount	PIC ZZZZ9.
    02  FILLER                  PIC X     VALUE SPACE.
    02  PrnBatchOpenAmount	PIC ZZZZ,ZZ9.99.

01  CashTrailerLine1.
    02  FILLER                  PIC X(5)  VALUE SPACES.
    02  FILLER                  PIC X(25) VALUE "APPLICATIONS READ      = ".
    02  PrnApplicationsRead	PIC ZZZZ9.

01  CashTrailerLine2.
    02  FILLER                  PIC X(5)  VALUE SPACES.
    02  FILLER                  PIC X(25) VALUE "APPLICATIONS POSTED    = ".
    02  PrnApplicationsPosted	PIC ZZZZ9.

01  CashTrailerLine3.
    02  FILLER                  PIC X(5)  VALUE SPACES.
    02  FILLER                  PIC X(25) VALUE "APPLICATIONS REJECTED  = ".
    02  PrnApplicationsRejected	PIC ZZZZ9.

01  CashTrailerLine4.
    02  FILLER                  PIC X(5)  VALUE SPACES.
    02  FILLER                  PIC X(25) VALUE "AMOUNT APPLIED         = ".
    02  PrnAmountApplied	PIC Z,ZZZ,ZZ9.99.


PROCEDURE DIVISION.
ApplyUnappliedCash.
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
    COMPUTE AsOfDateInt = FUNCTION INTEGER-OF-DATE(AsOfDate)

    PERFORM CheckRunLogBeforeStart

    MOVE "S" TO StartEndRL
    MOVE SPACE TO CompletionRL
    PERFORM WriteRunAuditRecord

    PERFORM LoadPriceTable
    PERFORM LoadTaxRateTable
    PERFORM LoadUnappliedTable

    OPEN OUTPUT CashReport
    WRITE CashPrintLine FROM CashHeadingLine    AFTER ADVANCING PAGE
    WRITE CashPrintLine FROM CashUnderline      AFTER ADVANCING 1 LINE
    WRITE CashPrintLine FROM CashApplyTopicLine AFTER ADVANCING 2 LINES
    WRITE CashPrintLine FROM SPACES             AFTER ADVANCING 1 LINE

    OPEN I-O SubsMasterFile
    OPEN EXTEND PaymentJournalFile
    IF PaymentJournalStatus NOT = "00" AND PaymentJournalStatus NOT = "05"
        DISPLAY "SubsCash: cannot open payment journal - status "
            PaymentJournalStatus
        STOP RUN
    END-IF

    OPEN EXTEND AuditTrailFile
    IF AuditTrailStatus NOT = "00" AND AuditTrailStatus NOT = "05"
        DISPLAY "SubsCash: cannot open AUDITTRL.DAT - status "
            AuditTrailStatus
        STOP RUN
    END-IF

    OPEN INPUT CashApplyFile
    IF CashApplyStatus = "00" OR "05"
        READ CashApplyFile
	    AT END SET EndOfCashApplyFile TO TRUE
        END-READ
        PERFORM ApplyHeldItem UNTIL EndOfCashApplyFile
        CLOSE CashApplyFile
    END-IF

    CLOSE AuditTrailFile
    CLOSE PaymentJournalFile
    CLOSE SubsMasterFile

    PERFORM RewriteUnappliedFile
    PERFORM PrintUnappliedAging
    PERFORM PrintUnappliedByBatch

    MOVE ApplicationsReadCount TO PrnApplicationsRead
    MOVE ApplicationsPostedCount TO PrnApplicationsPosted
    MOVE ApplicationsRejectedCount TO PrnApplicationsRejected
    MOVE AmountAppliedTotal TO PrnAmountApplied
    WRITE CashPrintLine FROM CashTrailerLine1 AFTER ADVANCING 3 LINES
    WRITE CashPrintLine FROM CashTrailerLine2 AFTER ADVANCING 1 LINE
    WRITE CashPrintLine FROM CashTrailerLine3 AFTER ADVANCING 1 LINE
    WRITE CashPrintLine FROM CashTrailerLine4 AFTER ADVANCING 1 LINE
    CLOSE CashReport

    MOVE "E" TO StartEndRL
    MOVE "C" TO CompletionRL
    PERFORM WriteRunAuditRecord
    STOP RUN.


WriteRunAuditRecord.
    OPEN EXTEND RunLogFile
    IF RunLogStatus = "00" OR "05"
        MOVE "SUBSCASH  " TO ProgramIdRL
        ACCEPT RunDateRL FROM DATE YYYYMMDD
        ACCEPT RunTimeRL FROM TIME
        MOVE AsOfDate TO AsOfDateRL
        MOVE ApplicationsReadCount TO InputCountRL
        MOVE ApplicationsPostedCount TO OutputCountRL
        MOVE ApplicationsRejectedCount TO RejectCountRL
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
        DISPLAY "SubsCash: previous run has no end record - "
            "rerun with OVERRIDE to force"
        STOP RUN
    END-IF.


CheckRunLogRecord.
    IF ProgramIdRL = "SUBSCASH  "
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


LoadPriceTable.
    OPEN INPUT PriceFile
    IF PriceFileStatus = "00"
        READ PriceFile
	    AT END SET EndOfPriceFile TO TRUE
        END-READ
        PERFORM UNTIL EndOfPriceFile
            IF PriceCount >= PriceTableLimit
                DISPLAY "SubsCash: price table full at "
                    PriceTableLimit " - increase table size"
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


LoadUnappliedTable.
    OPEN INPUT UnappliedCashFile
    IF UnappliedStatus = "00" OR "05"
        READ UnappliedCashFile
	    AT END SET EndOfUnappliedFile TO TRUE
        END-READ
        PERFORM UNTIL EndOfUnappliedFile
            IF ItemAppliedUA
                ADD 1 TO PriorAppliedCount
            ELSE
                PERFORM LoadUnappliedEntry
            END-IF
            READ UnappliedCashFile
	        AT END SET EndOfUnappliedFile TO TRUE
            END-READ
        END-PERFORM
        CLOSE UnappliedCashFile
    END-IF.


LoadUnappliedEntry.
    IF UnappliedCount >= UnappliedTableLimit
        DISPLAY "SubsCash: unapplied table full at "
            UnappliedTableLimit " - increase table size"
        STOP RUN
    END-IF
    ADD 1 TO UnappliedCount
    MOVE ItemRefUA TO ItemRefUT(UnappliedCount)
    MOVE BatchDateUA TO BatchDateUT(UnappliedCount)
    MOVE PaymentDateUA TO PaymentDateUT(UnappliedCount)
    MOVE PaymentAmountUA TO PaymentAmountUT(UnappliedCount)
    MOVE CustomerNameUA TO CustomerNameUT(UnappliedCount)
    MOVE SubscriberIdUA TO SubscriberIdUT(UnappliedCount)
    MOVE ReasonUA TO ReasonUT(UnappliedCount)
    MOVE ItemStatusUA TO ItemStatusUT(UnappliedCount)
    MOVE AppliedDateUA TO AppliedDateUT(UnappliedCount)
    MOVE AppliedToIdUA TO AppliedToIdUT(UnappliedCount).


ApplyHeldItem.
    ADD 1 TO ApplicationsReadCount
    MOVE ItemRefCA TO PrnApplyItemRef
    MOVE SubscriberIdCA TO PrnApplySubscriberId
    MOVE SPACES TO PrnApplyCustName
    MOVE ZEROS TO PrnApplyAmount
    MOVE "N" TO EntryFoundSwitch
    IF ItemRefCA IS NUMERIC
        PERFORM FindUnappliedEntry
    END-IF

    EVALUATE TRUE
        WHEN NOT EntryFound
            MOVE "NO OPEN ITEM FOR REF" TO PrnApplyMessage
            PERFORM RejectApplication
        WHEN ItemAppliedUT(FoundIndex)
            MOVE CustomerNameUT(FoundIndex) TO PrnApplyCustName
            MOVE PaymentAmountUT(FoundIndex) TO PrnApplyAmount
            MOVE "ITEM ALREADY APPLIED" TO PrnApplyMessage
            PERFORM RejectApplication
        WHEN SubscriberIdCA IS NOT NUMERIC
            MOVE CustomerNameUT(FoundIndex) TO PrnApplyCustName
            MOVE PaymentAmountUT(FoundIndex) TO PrnApplyAmount
            MOVE "SUBSCRIBER ID INVALID" TO PrnApplyMessage
            PERFORM RejectApplication
        WHEN OTHER
            PERFORM PostHeldItemToMaster
    END-EVALUATE
    READ CashApplyFile
	AT END SET EndOfCashApplyFile TO TRUE
    END-READ.


FindUnappliedEntry.
    MOVE "N" TO EntryFoundSwitch
    MOVE ZEROS TO FoundIndex
    PERFORM VARYING UAIDX FROM 1 BY 1
	UNTIL UAIDX > UnappliedCount OR EntryFound
        IF ItemRefUT(UAIDX) = ItemRefNumCA
            SET EntryFound TO TRUE
            MOVE UAIDX TO FoundIndex
        END-IF
    END-PERFORM.


PostHeldItemToMaster.
    MOVE PaymentAmountUT(FoundIndex) TO PrnApplyAmount
    MOVE SubscriberIdNumCA TO SubscriberIdMR
    MOVE "Y" TO MasterIoOkSwitch
    READ SubsMasterFile
        INVALID KEY MOVE "N" TO MasterIoOkSwitch
    END-READ
    IF NOT MasterIoOk
        MOVE CustomerNameUT(FoundIndex) TO PrnApplyCustName
        MOVE "NO MATCHING SUBSCRIBER" TO PrnApplyMessage
        PERFORM RejectApplication
    ELSE
        MOVE CustomerNameMR TO PrnApplyCustName
        IF NOT ValidPayFreqMR
            MOVE "PAY FREQUENCY INVALID" TO PrnApplyMessage
            PERFORM RejectApplication
        ELSE
            PERFORM GetSubscriptionPrice
            MOVE CountryCodeMR TO TaxSearchCountry
            MOVE PublicationCodeMR TO TaxSearchPublication
            MOVE PaymentDateUT(FoundIndex) TO TaxSearchDate
            PERFORM GetTaxRate
            MOVE PaymentAmountUT(FoundIndex) TO PaymentGrossAmount
            PERFORM SplitPaymentTax
            MOVE SubsMasterRec TO MasterBeforeImage
            MOVE DueDateMR TO OldDueDateWK
            PERFORM ApplyBalanceAndAdvance
            REWRITE SubsMasterRec
                INVALID KEY MOVE "N" TO MasterIoOkSwitch
            END-REWRITE
            IF NOT MasterIoOk
                MOVE "MASTER REWRITE FAILED" TO PrnApplyMessage
                PERFORM RejectApplication
            ELSE
                PERFORM WritePaymentJournalRecord
                PERFORM WriteMasterAuditRecord
                MOVE "A" TO ItemStatusUT(FoundIndex)
                MOVE AsOfDate TO AppliedDateUT(FoundIndex)
                MOVE SubscriberIdMR TO AppliedToIdUT(FoundIndex)
                ADD 1 TO ApplicationsPostedCount
                ADD PaymentAmountUT(FoundIndex) TO AmountAppliedTotal
                EVALUATE TRUE
                    WHEN PaymentAmountUT(FoundIndex) < ExpectedAmount
                        MOVE "APPLIED - UNDERPAYMENT" TO PrnApplyMessage
                    WHEN PaymentAmountUT(FoundIndex) > ExpectedAmount
                        MOVE "APPLIED - OVERPAYMENT" TO PrnApplyMessage
                    WHEN OTHER
                        MOVE "APPLIED" TO PrnApplyMessage
                END-EVALUATE
                PERFORM WriteApplyLogLine
            END-IF
        END-IF
    END-IF.


RejectApplication.
    ADD 1 TO ApplicationsRejectedCount
    PERFORM WriteApplyLogLine.


GetSubscriptionPrice.
    MOVE SubsFT(PayFreqMR) TO SubsPrice
    MOVE ZEROS TO PriceFoundDate
    PERFORM VARYING PXIDX FROM 1 BY 1 UNTIL PXIDX > PriceCount
        IF PubCodePX(PXIDX) = PublicationCodeMR
                AND PayFreqPX(PXIDX) = PayFreqMR
                AND EffectiveDatePX(PXIDX) NOT GREATER THAN
                    PaymentDateUT(FoundIndex)
                AND EffectiveDatePX(PXIDX) > PriceFoundDate
            MOVE PriceAmountPX(PXIDX) TO SubsPrice
            MOVE EffectiveDatePX(PXIDX) TO PriceFoundDate
        END-IF
    END-PERFORM.


LoadTaxRateTable.
    OPEN INPUT TaxRateFile
    IF TaxRateStatus = "00"
        READ TaxRateFile
	    AT END SET EndOfTaxRateFile TO TRUE
        END-READ
        PERFORM UNTIL EndOfTaxRateFile
            IF TaxRateCount >= TaxRateTableLimit
                DISPLAY "SubsCash: tax rate table full at "
                    TaxRateTableLimit " - increase table size"
                STOP RUN
            END-IF
            ADD 1 TO TaxRateCount
            MOVE TaxRateRec TO TaxRateEntry(TaxRateCount)
            READ TaxRateFile
	        AT END SET EndOfTaxRateFile TO TRUE
            END-READ
        END-PERFORM
        CLOSE TaxRateFile
    END-IF.


GetTaxRate.
    MOVE ZEROS TO TaxRate
    MOVE ZEROS TO TaxFoundDate
    SET TaxNotApplicable TO TRUE
    MOVE TaxSearchPublication TO TaxSearchPub
    PERFORM SearchTaxRateTable
    IF TaxFoundDate = ZEROS
        MOVE "***" TO TaxSearchPub
        PERFORM SearchTaxRateTable
    END-IF.


SearchTaxRateTable.
    PERFORM VARYING TXIDX FROM 1 BY 1 UNTIL TXIDX > TaxRateCount
        IF CountryCodeTT(TXIDX) = TaxSearchCountry
                AND PubCodeTT(TXIDX) = TaxSearchPub
                AND EffectiveDateTT(TXIDX) NOT GREATER THAN TaxSearchDate
                AND EffectiveDateTT(TXIDX) > TaxFoundDate
            MOVE EffectiveDateTT(TXIDX) TO TaxFoundDate
            IF ZeroRatedTT(TXIDX) = "Y"
                SET TaxZeroRated TO TRUE
                MOVE ZEROS TO TaxRate
            ELSE
                SET TaxStandardRated TO TRUE
                MOVE TaxRateTT(TXIDX) TO TaxRate
            END-IF
        END-IF
    END-PERFORM.


SplitPaymentTax.
    COMPUTE PriceTaxAmount ROUNDED = SubsPrice * TaxRate / 100
    COMPUTE ExpectedAmount = SubsPrice + PriceTaxAmount
    COMPUTE PaymentNetAmount ROUNDED =
        PaymentGrossAmount * 100 / (100 + TaxRate)
    COMPUTE PaymentTaxAmount = PaymentGrossAmount - PaymentNetAmount.


ApplyBalanceAndAdvance.
    IF CreditBalanceMR IS NOT NUMERIC
        MOVE ZEROS TO CreditBalanceMR
    END-IF
    COMPUTE AvailableAmount = PaymentNetAmount + CreditBalanceMR
    COMPUTE MonthlyEquivalent ROUNDED =
        SubsPrice / FreqMonthsFT(PayFreqMR)
    IF MonthlyEquivalent = ZEROS
        MOVE AvailableAmount TO NewCreditBalance
        MOVE ZEROS TO MonthsCovered
    ELSE
        COMPUTE MonthsCovered = AvailableAmount / MonthlyEquivalent
        IF MonthsCovered * MonthlyEquivalent > AvailableAmount
            SUBTRACT 1 FROM MonthsCovered
        END-IF
        COMPUTE NewCreditBalance =
            AvailableAmount - (MonthsCovered * MonthlyEquivalent)
    END-IF
    IF MonthsCovered > ZEROS
        MOVE MonthsCovered TO AdvanceMonthsWK
        PERFORM AdvanceDueDate
    END-IF
    MOVE NewCreditBalance TO CreditBalanceMR.


WritePaymentJournalRecord.
    MOVE SubscriberIdMR TO SubscriberIdPJ
    MOVE PaymentAmountUT(FoundIndex) TO PaymentAmountPJ
    MOVE AsOfDate TO PaymentDatePJ
    MOVE OldDueDateWK TO OldDueDatePJ
    MOVE DueDateMR TO NewDueDatePJ
    MOVE PublicationCodeMR TO PublicationPJ
    MOVE CountryCodeMR TO CountryCodePJ
    MOVE ZEROS TO GlPeriodPJ
    MOVE PayFreqMR TO PayFreqPJ
    MOVE PaymentTaxAmount TO TaxAmountPJ
    WRITE PaymentJournalRec.


WriteMasterAuditRecord.
    MOVE "DUESUBS " TO FileIdAU
    MOVE "C" TO ActionAU
    MOVE SubscriberIdMR TO AuditKeyAU
    MOVE CountryCodeMR TO CountryCodeAU
    MOVE MasterBeforeImage TO BeforeImageAU
    MOVE SubsMasterRec TO AfterImageAU
    ACCEPT AuditDateAU FROM DATE YYYYMMDD
    ACCEPT AuditTimeAU FROM TIME
    MOVE "SUBSCASH  " TO ProgramIdAU
    WRITE AuditTrailRec.


AdvanceDueDate.
    MOVE DueDateMR TO DueDateSplit
    COMPUTE TotalMonthsWK =
        (DueYearWK * 12) + DueMonthWK - 1
        + AdvanceMonthsWK
    COMPUTE DueYearWK = TotalMonthsWK / 12
    COMPUTE DueMonthWK = FUNCTION REM(TotalMonthsWK, 12) + 1
    MOVE DaysInMonth(DueMonthWK) TO MonthDayLimit
    IF DueMonthWK = 02
        PERFORM CheckLeapYear
    END-IF
    IF DueDayWK > MonthDayLimit
        MOVE MonthDayLimit TO DueDayWK
    END-IF
    MOVE DueDateSplit TO DueDateMR.


CheckLeapYear.
    COMPUTE LeapRemainder4   = FUNCTION REM(DueYearWK, 4)
    COMPUTE LeapRemainder100 = FUNCTION REM(DueYearWK, 100)
    COMPUTE LeapRemainder400 = FUNCTION REM(DueYearWK, 400)
    IF LeapRemainder4 = ZEROS
            AND (LeapRemainder100 NOT = ZEROS OR LeapRemainder400 = ZEROS)
        MOVE 29 TO MonthDayLimit
    END-IF.


WriteApplyLogLine.
    WRITE CashPrintLine FROM CashApplyLogLine AFTER ADVANCING 1 LINE.


RewriteUnappliedFile.
    IF PriorAppliedCount > ZEROS
        PERFORM ArchiveAppliedItems
    END-IF
    OPEN OUTPUT NewUnappliedFile
    PERFORM VARYING UAIDX FROM 1 BY 1 UNTIL UAIDX > UnappliedCount
        MOVE ItemRefUT(UAIDX) TO ItemRefNU
        MOVE BatchDateUT(UAIDX) TO BatchDateNU
        MOVE PaymentDateUT(UAIDX) TO PaymentDateNU
        MOVE PaymentAmountUT(UAIDX) TO PaymentAmountNU
        MOVE CustomerNameUT(UAIDX) TO CustomerNameNU
        MOVE SubscriberIdUT(UAIDX) TO SubscriberIdNU
        MOVE ReasonUT(UAIDX) TO ReasonNU
        MOVE ItemStatusUT(UAIDX) TO ItemStatusNU
        MOVE AppliedDateUT(UAIDX) TO AppliedDateNU
        MOVE AppliedToIdUT(UAIDX) TO AppliedToIdNU
        WRITE NewUnappliedRec
    END-PERFORM
    CLOSE NewUnappliedFile.


ArchiveAppliedItems.
    OPEN EXTEND UnappliedHistoryFile
    IF UnappliedHistStatus NOT = "00" AND UnappliedHistStatus NOT = "05"
        DISPLAY "SubsCash: cannot open UNAPPHST.DAT - status "
            UnappliedHistStatus
        STOP RUN
    END-IF
    OPEN INPUT UnappliedCashFile
    READ UnappliedCashFile
	AT END SET EndOfUnappliedFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfUnappliedFile
        IF ItemAppliedUA
            WRITE UnappliedHistoryRec FROM UnappliedCashRec
        END-IF
        READ UnappliedCashFile
	    AT END SET EndOfUnappliedFile TO TRUE
        END-READ
    END-PERFORM
    CLOSE UnappliedCashFile, UnappliedHistoryFile.


PrintUnappliedAging.
    WRITE CashPrintLine FROM CashAgeHeadingLine AFTER ADVANCING 3 LINES
    WRITE CashPrintLine FROM CashAgeUnderline   AFTER ADVANCING 1 LINE
    WRITE CashPrintLine FROM CashAgeTopicLine   AFTER ADVANCING 2 LINES
    WRITE CashPrintLine FROM SPACES             AFTER ADVANCING 1 LINE
    PERFORM VARYING UAIDX FROM 1 BY 1 UNTIL UAIDX > UnappliedCount
        PERFORM AccumulateBatchTotals
        IF NOT ItemAppliedUT(UAIDX)
            PERFORM PrintUnappliedAgeLine
        END-IF
    END-PERFORM

    MOVE "OPEN 0-30 DAYS         = " TO PrnBucketCaption
    MOVE AgeBucket1Count TO PrnBucketCount
    MOVE AgeBucket1Amount TO PrnBucketAmount
    WRITE CashPrintLine FROM AgeBucketLine AFTER ADVANCING 2 LINES
    MOVE "OPEN 31-60 DAYS        = " TO PrnBucketCaption
    MOVE AgeBucket2Count TO PrnBucketCount
    MOVE AgeBucket2Amount TO PrnBucketAmount
    WRITE CashPrintLine FROM AgeBucketLine AFTER ADVANCING 1 LINE
    MOVE "OPEN 61-90 DAYS        = " TO PrnBucketCaption
    MOVE AgeBucket3Count TO PrnBucketCount
    MOVE AgeBucket3Amount TO PrnBucketAmount
    WRITE CashPrintLine FROM AgeBucketLine AFTER ADVANCING 1 LINE
    MOVE "OPEN OVER 90 DAYS      = " TO PrnBucketCaption
    MOVE AgeBucket4Count TO PrnBucketCount
    MOVE AgeBucket4Amount TO PrnBucketAmount
    WRITE CashPrintLine FROM AgeBucketLine AFTER ADVANCING 1 LINE
    MOVE "TOTAL STILL UNAPPLIED  = " TO PrnBucketCaption
    MOVE OpenItemsCount TO PrnBucketCount
    MOVE OpenItemsAmount TO PrnBucketAmount
    WRITE CashPrintLine FROM AgeBucketLine AFTER ADVANCING 2 LINES.


PrintUnappliedAgeLine.
    IF BatchDateUT(UAIDX) IS NUMERIC AND BatchDateUT(UAIDX) > ZEROS
        MOVE BatchDateUT(UAIDX) TO AgeFromDate
    ELSE
        MOVE PaymentDateUT(UAIDX) TO AgeFromDate
    END-IF
    COMPUTE DaysUnapplied =
        AsOfDateInt - FUNCTION INTEGER-OF-DATE(AgeFromDate)
    EVALUATE TRUE
        WHEN DaysUnapplied NOT GREATER THAN 30
            ADD 1 TO AgeBucket1Count
            ADD PaymentAmountUT(UAIDX) TO AgeBucket1Amount
        WHEN DaysUnapplied NOT GREATER THAN 60
            ADD 1 TO AgeBucket2Count
            ADD PaymentAmountUT(UAIDX) TO AgeBucket2Amount
        WHEN DaysUnapplied NOT GREATER THAN 90
            ADD 1 TO AgeBucket3Count
            ADD PaymentAmountUT(UAIDX) TO AgeBucket3Amount
        WHEN OTHER
            ADD 1 TO AgeBucket4Count
            ADD PaymentAmountUT(UAIDX) TO AgeBucket4Amount
    END-EVALUATE
    ADD 1 TO OpenItemsCount
    ADD PaymentAmountUT(UAIDX) TO OpenItemsAmount
    MOVE ItemRefUT(UAIDX) TO PrnAgeItemRef
    MOVE BatchDateUT(UAIDX) TO PrnAgeBatchDate
    MOVE CustomerNameUT(UAIDX) TO PrnAgeCustName
    MOVE SubscriberIdUT(UAIDX) TO PrnAgeKeyedId
    MOVE DaysUnapplied TO PrnAgeDays
    MOVE PaymentAmountUT(UAIDX) TO PrnAgeAmount
    WRITE CashPrintLine FROM CashAgeDetailLine AFTER ADVANCING 1 LINE.


AccumulateBatchTotals.
    MOVE "N" TO BatchFoundSwitch
    PERFORM VARYING BTIDX FROM 1 BY 1
	UNTIL BTIDX > BatchCount OR BatchFound
        IF BatchDateBT(BTIDX) = BatchDateUT(UAIDX)
            SET BatchFound TO TRUE
            MOVE BTIDX TO BatchIndex
        END-IF
    END-PERFORM
    IF NOT BatchFound
        IF BatchCount >= BatchTableLimit
            DISPLAY "SubsCash: batch table full at "
                BatchTableLimit " - increase table size"
            STOP RUN
        END-IF
        ADD 1 TO BatchCount
        MOVE BatchCount TO BatchIndex
        MOVE BatchDateUT(UAIDX) TO BatchDateBT(BatchIndex)
        MOVE ZEROS TO HeldCountBT(BatchIndex) HeldAmountBT(BatchIndex)
                      AppliedCountBT(BatchIndex) AppliedAmountBT(BatchIndex)
                      OpenCountBT(BatchIndex) OpenAmountBT(BatchIndex)
    END-IF
    ADD 1 TO HeldCountBT(BatchIndex)
    ADD PaymentAmountUT(UAIDX) TO HeldAmountBT(BatchIndex)
    IF ItemAppliedUT(UAIDX)
        ADD 1 TO AppliedCountBT(BatchIndex)
        ADD PaymentAmountUT(UAIDX) TO AppliedAmountBT(BatchIndex)
    ELSE
        ADD 1 TO OpenCountBT(BatchIndex)
        ADD PaymentAmountUT(UAIDX) TO OpenAmountBT(BatchIndex)
    END-IF.


PrintUnappliedByBatch.
    WRITE CashPrintLine FROM CashBatchHeadingLine AFTER ADVANCING 3 LINES
    WRITE CashPrintLine FROM CashBatchUnderline   AFTER ADVANCING 1 LINE
    WRITE CashPrintLine FROM CashBatchTopicLine   AFTER ADVANCING 2 LINES
    WRITE CashPrintLine FROM SPACES               AFTER ADVANCING 1 LINE
    PERFORM VARYING BTIDX FROM 1 BY 1 UNTIL BTIDX > BatchCount
        MOVE BatchDateBT(BTIDX) TO PrnBatchDate
        MOVE HeldCountBT(BTIDX) TO PrnBatchHeldCount
        MOVE HeldAmountBT(BTIDX) TO PrnBatchHeldAmount
        MOVE AppliedCountBT(BTIDX) TO PrnBatchAppliedCount
        MOVE AppliedAmountBT(BTIDX) TO PrnBatchAppliedAmount
        MOVE OpenCountBT(BTIDX) TO PrnBatchOpenCount
        MOVE OpenAmountBT(BTIDX) TO PrnBatchOpenAmount
        WRITE CashPrintLine FROM CashBatchDetailLine AFTER ADVANCING 1 LINE
    END-PERFORM.
