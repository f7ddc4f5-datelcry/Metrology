                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS PriceFileStatus.

       SELECT OPTIONAL TaxRateFile ASSIGN TO "TAXRATES.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS TaxRateStatus.

       SELECT OPTIONAL SubsAddressFile ASSIGN TO "SUBSADDR.IDX"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
       SELECT InvoiceRegisterReport ASSIGN TO "RENEWREG.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL InvoiceJournalFile ASSIGN TO "INVJRNL.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS InvoiceJournalStatus.

       SELECT OPTIONAL RunLogFile ASSIGN TO "RUNLOG.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS RunLogStatus.
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

FD SubsAddressFile.
01 SubsAddressRec.
   02	SubscriberIdAD	PIC 9(7).
FD InvoiceRegisterReport.
01 RegisterPrintLine		PIC X(77).

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

FD RunLogFile.
01 RunLogRec.
   88	EndOfRunLog VALUE HIGH-VALUES.
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
01  TaxSearchPub		PIC X(3) VALUE SPACES.
01  TaxRate			PIC 99V99 VALUE ZEROS.
01  TaxCode			PIC X VALUE SPACE.
    88	TaxStandardRated	VALUE "S".
    88	TaxZeroRated		VALUE "Z".
    88	TaxNotApplicable	VALUE "E".

01  JournalledTable.
    02  JournalledEntry OCCURS 5000 TIMES.
	03 SubscriberIdJT	PIC 9(7).
	03 DueDateJT		PIC 9(8).

01  JournalledTableLimit	PIC 9(4) VALUE 5000.
01  JournalledCount		PIC 9(4) VALUE ZEROS.
01  JTIDX				PIC 9(4) VALUE ZEROS.
01  JournalledSwitch		PIC X VALUE "N".
    88	AlreadyJournalled	VALUE "Y".

01  CountryTable.
    02  CountryEntry OCCURS 300 TIMES.
	03 CountryCodeCT	PIC XX.
01  DueDateInt			PIC 9(7) VALUE ZEROS.

01  RateHistoryStatus		PIC XX.
01  InvoiceJournalStatus	PIC XX.
01  SubsAddressStatus		PIC XX.
01  AddressFileOpenSwitch	PIC X VALUE "N".
    88	AddressFileOpen		VALUE "Y".
01  ExchangeRate		PIC 99999V99999 VALUE 1.
01  SubsAmount			PIC 9(5) VALUE ZEROS.
01  LCSubsAmt			PIC 9(9) VALUE ZEROS.
01  TaxAmount			PIC 9(5)V99 VALUE ZEROS.
01  GrossAmount			PIC 9(6)V99 VALUE ZEROS.
01  LCTaxAmt			PIC 9(9)V99 VALUE ZEROS.
01  LCGrossAmt			PIC 9(10)V99 VALUE ZEROS.
01  TaxRateDisplay		PIC Z9.99.

01  SubsReadCount		PIC 9(6) VALUE ZEROS.
01  InvoiceCount		PIC 9(6) VALUE ZEROS.
01  SkippedCount		PIC 9(6) VALUE ZEROS.
01  ReprintCount		PIC 9(6) VALUE ZEROS.
01  InvoiceValueTotal		PIC 9(9) VALUE ZEROS.
01  InvoiceTaxTotal		PIC 9(9)V99 VALUE ZEROS.
01  InvoiceGrossTotal		PIC 9(10)V99 VALUE ZEROS.

01  DaysInMonthTable VALUE "312831303130313130313031".
    02  DaysInMonth OCCURS 12 TIMES PIC 99.
    02  FILLER                  PIC X(25) VALUE "PAYMENT METHOD         = ".
    02  PrnInvPayMethod		PIC X(9).

01  InvoiceAmountTopicLine.
    02  FILLER                  PIC X(30) VALUE SPACES.
    02  FILLER                  PIC X(10) VALUE "    AMOUNT".
    02  FILLER                  PIC X(20) VALUE "      LOCAL CURRENCY".

01  InvoiceAmountLine.
    02  FILLER                  PIC X(5)  VALUE SPACES.
    02  FILLER                  PIC X(25) VALUE "NET AMOUNT             = ".
    02  PrnInvAmount		PIC $$$,$$9.99.
    02  FILLER                  PIC X(6)  VALUE SPACES.
    02  PrnInvLCAmount		PIC ZZZ,ZZZ,ZZ9.99.

01  InvoiceTaxLine.
    02  FILLER                  PIC X(5)  VALUE SPACES.
    02  PrnInvTaxCaption	PIC X(25).
    02  PrnInvTax		PIC $$$,$$9.99.
    02  FILLER                  PIC X(6)  VALUE SPACES.
    02  PrnInvLCTax		PIC ZZZ,ZZZ,ZZ9.99.

01  InvoiceGrossLine.
    02  FILLER                  PIC X(5)  VALUE SPACES.
    02  FILLER                  PIC X(25) VALUE "GROSS AMOUNT DUE       = ".
    02  PrnInvGross		PIC $$$,$$9.99.
    02  FILLER                  PIC X(5)  VALUE SPACES.
    02  PrnInvLCGross		PIC ZZZZ,ZZZ,ZZ9.99.

01  InvoiceClosingLine.
    02  FILLER                  PIC X(5)  VALUE SPACES.
    02  FILLER                  PIC X(25) VALUE "INVOICES PRINTED       = ".
    02  PrnRegInvoiceCount	PIC ZZZZZ9.

01  RegisterReprintLine.
    02  FILLER                  PIC X(5)  VALUE SPACES.
    02  FILLER                  PIC X(25) VALUE "ALREADY JOURNALLED     = ".
    02  PrnRegReprintCount	PIC ZZZZZ9.

01  RegisterValueLine.
    02  FILLER                  PIC X(5)  VALUE SPACES.
    02  FILLER                  PIC X(25) VALUE "TOTAL INVOICE VALUE    = ".
    02  PrnRegInvoiceValue	PIC $$$,$$$,$$9.

01  RegisterTaxLine.
    02  FILLER                  PIC X(5)  VALUE SPACES.
    02  FILLER                  PIC X(25) VALUE "TOTAL TAX CHARGED      = ".
    02  PrnRegTaxValue		PIC $$$,$$$,$$9.99.

01  RegisterGrossLine.
    02  FILLER                  PIC X(5)  VALUE SPACES.
    02  FILLER                  PIC X(25) VALUE "TOTAL GROSS VALUE      = ".
    02  PrnRegGrossValue	PIC $$,$$$,$$$,$$9.99.


PROCEDURE DIVISION.
ProduceRenewalInvoices.
    PERFORM LoadCountryTable
    PERFORM LoadPublicationTable
    PERFORM LoadPriceTable
    PERFORM LoadTaxRateTable
    PERFORM ApplyRateHistory

    COMPUTE AsOfDateInt = FUNCTION INTEGER-OF-DATE(AsOfDate)
    COMPUTE WindowEndInt = AsOfDateInt + LookAheadDays

    PERFORM LoadJournalledTable

    OPEN INPUT SubsAddressFile
    IF SubsAddressStatus = "00" OR "05"
        SET AddressFileOpen TO TRUE

    OPEN INPUT SubsMasterFile
    OPEN OUTPUT InvoicesFile
    OPEN EXTEND InvoiceJournalFile
    IF InvoiceJournalStatus NOT = "00" AND InvoiceJournalStatus NOT = "05"
        DISPLAY "SubsRenew: cannot open INVJRNL.DAT - status "
            InvoiceJournalStatus
        STOP RUN
    END-IF

    READ SubsMasterFile
	AT END SET EndOfSubsMaster TO TRUE
    IF AddressFileOpen
        CLOSE SubsAddressFile
    END-IF
    CLOSE SubsMasterFile, InvoicesFile, InvoiceJournalFile

    OPEN OUTPUT InvoiceRegisterReport
    WRITE RegisterPrintLine FROM RegisterHeadingLine AFTER ADVANCING PAGE
    MOVE SubsReadCount TO PrnRegReadCount
    MOVE SkippedCount TO PrnRegSkippedCount
    MOVE InvoiceCount TO PrnRegInvoiceCount
    MOVE ReprintCount TO PrnRegReprintCount
    MOVE InvoiceValueTotal TO PrnRegInvoiceValue
    MOVE InvoiceTaxTotal TO PrnRegTaxValue
    MOVE InvoiceGrossTotal TO PrnRegGrossValue
    WRITE RegisterPrintLine FROM RegisterDateLine    AFTER ADVANCING 2 LINES
    WRITE RegisterPrintLine FROM RegisterWindowLine  AFTER ADVANCING 1 LINE
    WRITE RegisterPrintLine FROM RegisterReadLine    AFTER ADVANCING 1 LINE
    WRITE RegisterPrintLine FROM RegisterSkippedLine AFTER ADVANCING 1 LINE
    WRITE RegisterPrintLine FROM RegisterCountLine   AFTER ADVANCING 1 LINE
    WRITE RegisterPrintLine FROM RegisterReprintLine AFTER ADVANCING 1 LINE
    WRITE RegisterPrintLine FROM RegisterValueLine   AFTER ADVANCING 1 LINE
    WRITE RegisterPrintLine FROM RegisterTaxLine     AFTER ADVANCING 1 LINE
    WRITE RegisterPrintLine FROM RegisterGrossLine   AFTER ADVANCING 1 LINE
    CLOSE InvoiceRegisterReport

    MOVE "E" TO StartEndRL
    END-IF.


LoadTaxRateTable.
    OPEN INPUT TaxRateFile
    IF TaxRateStatus = "00"
        READ TaxRateFile
	    AT END SET EndOfTaxRateFile TO TRUE
        END-READ
        PERFORM UNTIL EndOfTaxRateFile
            IF TaxRateCount >= TaxRateTableLimit
                DISPLAY "SubsRenew: tax rate table full at "
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


LoadJournalledTable.
    OPEN INPUT InvoiceJournalFile
    IF InvoiceJournalStatus = "00"
        READ InvoiceJournalFile
	    AT END SET EndOfInvoiceJournal TO TRUE
        END-READ
        PERFORM UNTIL EndOfInvoiceJournal
            IF DueDateIJ IS NUMERIC AND DueDateIJ NOT LESS THAN AsOfDate
                IF JournalledCount >= JournalledTableLimit
                    DISPLAY "SubsRenew: journalled invoice table full at "
                        JournalledTableLimit " - increase table size"
                    STOP RUN
                END-IF
                ADD 1 TO JournalledCount
                MOVE SubscriberIdIJ TO SubscriberIdJT(JournalledCount)
                MOVE DueDateIJ TO DueDateJT(JournalledCount)
            END-IF
            READ InvoiceJournalFile
	        AT END SET EndOfInvoiceJournal TO TRUE
            END-READ
        END-PERFORM
    END-IF
    CLOSE InvoiceJournalFile.


FindJournalledInvoice.
    MOVE "N" TO JournalledSwitch
    PERFORM VARYING JTIDX FROM 1 BY 1
	UNTIL JTIDX > JournalledCount OR AlreadyJournalled
        IF SubscriberIdJT(JTIDX) = SubscriberIdMR
                AND DueDateJT(JTIDX) = DueDateMR
            SET AlreadyJournalled TO TRUE
        END-IF
    END-PERFORM.


GetTaxRate.
    MOVE ZEROS TO TaxRate
    MOVE ZEROS TO TaxFoundDate
    SET TaxNotApplicable TO TRUE
    MOVE PublicationCodeMR TO TaxSearchPub
    PERFORM SearchTaxRateTable
    IF TaxFoundDate = ZEROS
        MOVE "***" TO TaxSearchPub
        PERFORM SearchTaxRateTable
    END-IF.


SearchTaxRateTable.
    PERFORM VARYING TXIDX FROM 1 BY 1 UNTIL TXIDX > TaxRateCount
        IF CountryCodeTT(TXIDX) = CountryCodeMR
                AND PubCodeTT(TXIDX) = TaxSearchPub
                AND EffectiveDateTT(TXIDX) NOT GREATER THAN AsOfDate
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


GetSubscriptionPrice.
    MOVE SubsFT(PayFreqMR) TO SubsPrice
    MOVE ZEROS TO PriceFoundDate
    PERFORM FindCountryByCode
    PERFORM FindPublicationTitle
    PERFORM GetSubscriptionPrice
    PERFORM GetTaxRate
    MOVE SubsPrice TO SubsAmount
    COMPUTE LCSubsAmt ROUNDED = SubsAmount * ExchangeRate
    COMPUTE TaxAmount ROUNDED = SubsAmount * TaxRate / 100
    COMPUTE GrossAmount = SubsAmount + TaxAmount
    COMPUTE LCTaxAmt ROUNDED = TaxAmount * ExchangeRate
    COMPUTE LCGrossAmt = LCSubsAmt + LCTaxAmt

    MOVE CustomerNameMR TO PrnInvCustName
    MOVE DueDateMR TO DueDateSplit
    MOVE PayMethodMT(PayMethodMR) TO PrnInvPayMethod
    MOVE SubsAmount TO PrnInvAmount
    MOVE LCSubsAmt TO PrnInvLCAmount
    EVALUATE TRUE
        WHEN TaxStandardRated
            MOVE TaxRate TO TaxRateDisplay
            MOVE SPACES TO PrnInvTaxCaption
            STRING "VAT AT " TaxRateDisplay "%" DELIMITED BY SIZE
                INTO PrnInvTaxCaption
            END-STRING
            MOVE "= " TO PrnInvTaxCaption(24:2)
        WHEN TaxZeroRated
            MOVE "VAT ZERO-RATED         = " TO PrnInvTaxCaption
        WHEN OTHER
            MOVE "VAT NOT APPLICABLE     = " TO PrnInvTaxCaption
    END-EVALUATE
    MOVE TaxAmount TO PrnInvTax
    MOVE LCTaxAmt TO PrnInvLCTax
    MOVE GrossAmount TO PrnInvGross
    MOVE LCGrossAmt TO PrnInvLCGross

    WRITE InvoicePrintLine FROM InvoiceHeadingLine    AFTER ADVANCING PAGE
    WRITE InvoicePrintLine FROM InvoiceRuleLine       AFTER ADVANCING 1 LINE
    WRITE InvoicePrintLine FROM InvoiceDueDateLine    AFTER ADVANCING 2 LINES
    WRITE InvoicePrintLine FROM InvoicePubLine        AFTER ADVANCING 1 LINE
    WRITE InvoicePrintLine FROM InvoiceMethodLine     AFTER ADVANCING 1 LINE
    WRITE InvoicePrintLine FROM InvoiceAmountTopicLine AFTER ADVANCING 2 LINES
    WRITE InvoicePrintLine FROM InvoiceAmountLine     AFTER ADVANCING 1 LINE
    WRITE InvoicePrintLine FROM InvoiceTaxLine        AFTER ADVANCING 1 LINE
    WRITE InvoicePrintLine FROM InvoiceGrossLine      AFTER ADVANCING 1 LINE
    WRITE InvoicePrintLine FROM InvoiceClosingLine    AFTER ADVANCING 2 LINES

    PERFORM FindJournalledInvoice
    IF AlreadyJournalled
        ADD 1 TO ReprintCount
    ELSE
        PERFORM WriteInvoiceJournalRecord
    END-IF

    ADD 1 TO InvoiceCount
    ADD SubsAmount TO InvoiceValueTotal
    ADD TaxAmount TO InvoiceTaxTotal
    ADD GrossAmount TO InvoiceGrossTotal.


WriteInvoiceJournalRecord.
    MOVE AsOfDate TO InvoiceDateIJ
    MOVE SubscriberIdMR TO SubscriberIdIJ
    MOVE PublicationCodeMR TO PublicationIJ
    MOVE CountryCodeMR TO CountryCodeIJ
    MOVE PayFreqMR TO PayFreqIJ
    MOVE DueDateMR TO DueDateIJ
    MOVE SubsAmount TO InvoiceAmountIJ
    MOVE ExchangeRate TO ExchangeRateIJ
    MOVE ZEROS TO GlPeriodIJ
    MOVE TaxCode TO TaxCodeIJ
    MOVE TaxRate TO TaxRateIJ
    MOVE TaxAmount TO TaxAmountIJ
    WRITE InvoiceJournalRec.


FindSubscriberAddress.
