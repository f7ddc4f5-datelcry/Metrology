                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS PriceFileStatus.

       SELECT OPTIONAL TaxRateFile ASSIGN TO "TAXRATES.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS TaxRateStatus.

       SELECT OPTIONAL RunLogFile ASSIGN TO "RUNLOG.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS RunLogStatus.

       SELECT OPTIONAL UnappliedCashFile ASSIGN TO "UNAPPLIED.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS UnappliedStatus.

       SELECT OPTIONAL UnappliedHistoryFile ASSIGN TO "UNAPPHST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS UnappliedHistStatus.

       SELECT OPTIONAL AuditTrailFile ASSIGN TO "AUDITTRL.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS AuditTrailStatus.

DATA DIVISION.
FILE SECTION.
FD SubsMasterFile.
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
   02	RestartFlagRL		PIC X.
   02	CompletionRL		PIC X.

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
	88 ItemOpenUA		VALUE "O".
	88 ItemAppliedUA	VALUE "A".
   02	AppliedDateUA		PIC 9(8).
   02	AppliedToIdUA		PIC 9(7).

FD UnappliedHistoryFile.
01 UnappliedHistoryRec.
   88	EndOfUnappliedHistory VALUE HIGH-VALUES.
   02	ItemRefUH		PIC 9(7).
   02	FILLER			PIC X(90).

WORKING-STORAGE SECTION.

	03 SubscriberIdST	PIC 9(7).
	03 PayFreqST		PIC 9.
	03 PublicationST	PIC X(3).
	03 CountryCodeST	PIC XX.

01  PriceTable.
    02  PriceEntry OCCURS 200 TIMES.
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

01  SubscriberTableLimit	PIC 9(4) VALUE 5000.

01  SubscriberCount		PIC 9(4) VALUE ZEROS.
01  OldDueDateWK		PIC 9(8) VALUE ZEROS.
01  PaymentJournalStatus	PIC XX.
01  RunLogStatus		PIC XX.
01  AuditTrailStatus		PIC XX.
01  MasterBeforeImage		PIC X(50) VALUE SPACES.
01  UnappliedStatus		PIC XX.
01  UnappliedHistStatus		PIC XX.
01  HighestItemRef		PIC 9(7) VALUE ZEROS.

01  CommandLineBuffer		PIC X(40) VALUE SPACES.
01  OverrideText		PIC X(8) VALUE SPACES.
    02  FILLER                  PIC X(25) VALUE "AMOUNT DISCREPANCIES   = ".
    02  PrnPaymentsVariedCount	PIC ZZZZZ9.

01  ExceptionTrailerLine5.
    02  FILLER                  PIC X(5)  VALUE SPACES.
    02  FILLER                  PIC X(25) VALUE "AMOUNT POSTED          = ".
    02  PrnAmountPosted		PIC Z,ZZZ,ZZ9.99.

01  ExceptionTrailerLine6.
    02  FILLER                  PIC X(5)  VALUE SPACES.
    02  FILLER                  PIC X(25) VALUE "AMOUNT HELD UNAPPLIED  = ".
    02  PrnAmountUnapplied	PIC Z,ZZZ,ZZ9.99.

01  ExceptionTrailerLine7.
    02  FILLER                  PIC X(5)  VALUE SPACES.
    02  FILLER                  PIC X(25) VALUE "BATCH TRAILER AMOUNT   = ".
    02  PrnTrailerAmount		PIC Z,ZZZ,ZZ9.99.

01  PaymentsReadCount		PIC 9(6) VALUE ZEROS.
01  PaymentsPostedCount		PIC 9(6) VALUE ZEROS.
01  PaymentsUnmatchedCount	PIC 9(6) VALUE ZEROS.
01  PaymentsVariedCount		PIC 9(6) VALUE ZEROS.
01  AmountPostedTotal		PIC 9(7)V99 VALUE ZEROS.
01  AmountUnappliedTotal	PIC 9(7)V99 VALUE ZEROS.


PROCEDURE DIVISION.
    PERFORM WriteRunAuditRecord

    PERFORM LoadPriceTable
    PERFORM LoadTaxRateTable

    OPEN I-O SubsMasterFile
    PERFORM LoadSubscriberTable
        STOP RUN
    END-IF

    OPEN EXTEND AuditTrailFile
    IF AuditTrailStatus NOT = "00" AND AuditTrailStatus NOT = "05"
        DISPLAY "SubsPost: cannot open AUDITTRL.DAT - status "
            AuditTrailStatus
        STOP RUN
    END-IF

    PERFORM FindHighestUnappliedRef
    OPEN EXTEND UnappliedCashFile
    IF UnappliedStatus NOT = "00" AND UnappliedStatus NOT = "05"
        DISPLAY "SubsPost: cannot open unapplied cash file - status "
            UnappliedStatus
        STOP RUN
    END-IF

    OPEN OUTPUT ExceptionReport
    WRITE ExceptionPrintLine FROM ExceptionHeadingLine AFTER ADVANCING PAGE
    WRITE ExceptionPrintLine FROM ExceptionUnderline   AFTER ADVANCING 1 LINE
    MOVE PaymentsPostedCount TO PrnPaymentsPostedCount
    MOVE PaymentsUnmatchedCount TO PrnPaymentsUnmatchedCount
    MOVE PaymentsVariedCount TO PrnPaymentsVariedCount
    MOVE AmountPostedTotal TO PrnAmountPosted
    MOVE AmountUnappliedTotal TO PrnAmountUnapplied
    MOVE ExpectedBatchAmount TO PrnTrailerAmount
    WRITE ExceptionPrintLine FROM ExceptionTrailerLine1 AFTER ADVANCING 2 LINES
    WRITE ExceptionPrintLine FROM ExceptionTrailerLine2 AFTER ADVANCING 1 LINE
    WRITE ExceptionPrintLine FROM ExceptionTrailerLine3 AFTER ADVANCING 1 LINE
    WRITE ExceptionPrintLine FROM ExceptionTrailerLine4 AFTER ADVANCING 1 LINE
    WRITE ExceptionPrintLine FROM ExceptionTrailerLine5 AFTER ADVANCING 2 LINES
    WRITE ExceptionPrintLine FROM ExceptionTrailerLine6 AFTER ADVANCING 1 LINE
    WRITE ExceptionPrintLine FROM ExceptionTrailerLine7 AFTER ADVANCING 1 LINE
    CLOSE ExceptionReport

    CLOSE UnappliedCashFile
    CLOSE AuditTrailFile
    CLOSE PaymentJournalFile
    CLOSE SubsMasterFile

        MOVE SubscriberIdMR TO SubscriberIdST(SubscriberCount)
        MOVE PayFreqMR TO PayFreqST(SubscriberCount)
        MOVE PublicationCodeMR TO PublicationST(SubscriberCount)
        MOVE CountryCodeMR TO CountryCodeST(SubscriberCount)
        READ SubsMasterFile NEXT RECORD
	    AT END SET EndOfSubsMaster TO TRUE
        END-READ
            MOVE "NO MATCHING SUBSCRIBER" TO PrnExcReason
        END-IF
        PERFORM WriteExceptionLine
        PERFORM HoldUnappliedPayment
    ELSE
        PERFORM GetSubscriptionPrice
        MOVE CountryCodeST(FoundIndex) TO TaxSearchCountry
        MOVE PublicationST(FoundIndex) TO TaxSearchPublication
        MOVE PaymentDatePY TO TaxSearchDate
        PERFORM GetTaxRate
        MOVE PaymentAmountPY TO PaymentGrossAmount
        PERFORM SplitPaymentTax
        IF PaymentAmountPY < ExpectedAmount
            ADD 1 TO PaymentsVariedCount
            MOVE "UNDERPAYMENT" TO PrnExcReason
        PERFORM PostPaymentToMaster
        IF MasterIoOk
            ADD 1 TO PaymentsPostedCount
            ADD PaymentAmountPY TO AmountPostedTotal
        ELSE
            ADD 1 TO PaymentsUnmatchedCount
            MOVE "MASTER RECORD MISSING" TO PrnExcReason
            PERFORM WriteExceptionLine
            PERFORM HoldUnappliedPayment
        END-IF
    END-IF.


FindHighestUnappliedRef.
    OPEN INPUT UnappliedCashFile
    IF UnappliedStatus = "00" OR "05"
        READ UnappliedCashFile
	    AT END SET EndOfUnappliedFile TO TRUE
        END-READ
        PERFORM UNTIL EndOfUnappliedFile
            IF ItemRefUA IS NUMERIC AND ItemRefUA > HighestItemRef
                MOVE ItemRefUA TO HighestItemRef
            END-IF
            READ UnappliedCashFile
	        AT END SET EndOfUnappliedFile TO TRUE
            END-READ
        END-PERFORM
        CLOSE UnappliedCashFile
    END-IF
    OPEN INPUT UnappliedHistoryFile
    IF UnappliedHistStatus = "00" OR "05"
        READ UnappliedHistoryFile
	    AT END SET EndOfUnappliedHistory TO TRUE
        END-READ
        PERFORM UNTIL EndOfUnappliedHistory
            IF ItemRefUH IS NUMERIC AND ItemRefUH > HighestItemRef
                MOVE ItemRefUH TO HighestItemRef
            END-IF
            READ UnappliedHistoryFile
	        AT END SET EndOfUnappliedHistory TO TRUE
            END-READ
        END-PERFORM
        CLOSE UnappliedHistoryFile
    END-IF.


HoldUnappliedPayment.
    ADD 1 TO HighestItemRef
    MOVE HighestItemRef TO ItemRefUA
    MOVE BatchDate TO BatchDateUA
    MOVE PaymentDatePY TO PaymentDateUA
    MOVE PaymentAmountPY TO PaymentAmountUA
    MOVE CustomerNamePY TO CustomerNameUA
    MOVE SubscriberIdPY TO SubscriberIdUA
    MOVE PrnExcReason TO ReasonUA
    SET ItemOpenUA TO TRUE
    MOVE ZEROS TO AppliedDateUA
    MOVE ZEROS TO AppliedToIdUA
    WRITE UnappliedCashRec
    ADD PaymentAmountPY TO AmountUnappliedTotal.


LoadPriceTable.
    OPEN INPUT PriceFile
    IF PriceFileStatus = "00"
    END-PERFORM.


LoadTaxRateTable.
    OPEN INPUT TaxRateFile
    IF TaxRateStatus = "00"
        READ TaxRateFile
	    AT END SET EndOfTaxRateFile TO TRUE
        END-READ
        PERFORM UNTIL EndOfTaxRateFile
            IF TaxRateCount >= TaxRateTableLimit
                DISPLAY "SubsPost: tax rate table full at "
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


FindSubscriberEntry.
    MOVE "N" TO EntryFoundSwitch
    MOVE ZEROS TO FoundIndex
        INVALID KEY MOVE "N" TO MasterIoOkSwitch
    END-READ
    IF MasterIoOk
        MOVE SubsMasterRec TO MasterBeforeImage
        MOVE DueDateMR TO OldDueDateWK
        PERFORM ApplyBalanceAndAdvance
        REWRITE SubsMasterRec
    END-IF
    IF MasterIoOk
        PERFORM WritePaymentJournalRecord
        PERFORM WriteMasterAuditRecord
    END-IF.


    IF CreditBalanceMR IS NOT NUMERIC
        MOVE ZEROS TO CreditBalanceMR
    END-IF
    COMPUTE AvailableAmount = PaymentNetAmount + CreditBalanceMR
    COMPUTE MonthlyEquivalent ROUNDED =
        SubsPrice / FreqMonthsFT(PayFreqMR)
    IF MonthlyEquivalent = ZEROS
        MOVE AvailableAmount TO NewCreditBalance
        MOVE ZEROS TO MonthsCovered
    MOVE PaymentDatePY TO PaymentDatePJ
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
    MOVE "SUBSPOST  " TO ProgramIdAU
    WRITE AuditTrailRec.


AdvanceDueDate.
    MOVE DueDateMR TO DueDateSplit
    COMPUTE TotalMonthsWK =
