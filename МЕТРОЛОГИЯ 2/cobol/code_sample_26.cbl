      $SET SOURCEFORMAT"FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID. SubsVatRet.
AUTHOR. Michael Coughlan.
*>CS4321-96-COBOL-EXAM.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT CountryFile ASSIGN TO "COUNTRY.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL InvoiceJournalFile ASSIGN TO "INVJRNL.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS InvoiceJournalStatus.

       SELECT TaxReturnReport ASSIGN TO "VATRET.RPT"
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
	88 TaxStandardRatedIJ	VALUE "S".
	88 TaxZeroRatedIJ	VALUE "Z".
   02	TaxRateIJ		PIC 99V99.
   02	TaxAmountIJ		PIC 9(5)V99.

FD TaxReturnReport.
01 TaxPrintLine			PIC X(77).

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

01  TaxCountryTable.
    02  TaxCountryEntry OCCURS 300 TIMES.
	03 CountryCodeTC	PIC XX.
	03 CountryNameTC	PIC X(25).
	03 InvoiceCountTC	PIC 9(6).
	03 TaxableHouseTC	PIC 9(9)V99.
	03 TaxableLocalTC	PIC 9(11)V99.
	03 TaxHouseTC		PIC 9(9)V99.
	03 TaxLocalTC		PIC 9(11)V99.
	03 ZeroRatedHouseTC	PIC 9(9)V99.
	03 ZeroRatedLocalTC	PIC 9(11)V99.

01  TaxCountryLimit		PIC 9(3) VALUE 300.
01  TaxCountryCount		PIC 9(3) VALUE ZEROS.
01  TCIDX				PIC 9(3) VALUE ZEROS.

01  CommandLineBuffer		PIC X(40) VALUE SPACES.
01  FromDateText		PIC X(8) VALUE SPACES.
01  ToDateText			PIC X(8) VALUE SPACES.
01  FromDate			PIC 9(8) VALUE ZEROS.
01  ToDate			PIC 9(8) VALUE ZEROS.
01  InvoiceJournalStatus	PIC XX.
01  RunLogStatus		PIC XX.

01  NetLocalAmount		PIC 9(11)V99 VALUE ZEROS.
01  TaxLocalAmount		PIC 9(11)V99 VALUE ZEROS.

01  InvoicesReadCount		PIC 9(6) VALUE ZEROS.
01  InvoicesInPeriodCount	PIC 9(6) VALUE ZEROS.
01  OutsideScopeCount		PIC 9(6) VALUE ZEROS.
01  CountriesReportedCount	PIC 9(3) VALUE ZEROS.
01  TotalTaxableHouse		PIC 9(9)V99 VALUE ZEROS.
01  TotalTaxHouse		PIC 9(9)V99 VALUE ZEROS.
01  TotalZeroRatedHouse		PIC 9(9)V99 VALUE ZEROS.
01  OutsideScopeHouse		PIC 9(9)V99 VALUE ZEROS.

01  TaxHeadingLine.
    02  FILLER                  PIC X(10) VALUE SPACES.
    02  FILLER                  PIC X(36) VALUE "VAT / SALES TAX RETURN BY COUNTRY".

01  TaxUnderline.
    02  FILLER                  PIC X(10) VALUE SPACES.
    02  FILLER                  PIC X(36) VALUE ALL "-".

01  TaxPeriodLine.
    02  FILLER                  PIC X(5)  VALUE SPACES.
    02  FILLER                  PIC X(25) VALUE "RETURN PERIOD          = ".
    02  PrnFromDate		PIC 9(8).
    02  FILLER                  PIC X(4)  VALUE " TO ".
    02  PrnToDate		PIC 9(8).

01  TaxTopicLine.
    02  FILLER                  PIC X(30) VALUE SPACES.
    02  FILLER                  PIC X(14) VALUE "  HOUSE AMOUNT".
    02  FILLER                  PIC X(20) VALUE "        LOCAL AMOUNT".

01  TaxCountryLine.
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  PrnCountryCode		PIC XX.
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  PrnCountryName		PIC X(25).
    02  FILLER                  PIC X(3)  VALUE SPACES.
    02  FILLER                  PIC X(11) VALUE "INVOICES = ".
    02  PrnCountryInvoices	PIC ZZZZZ9.

01  TaxAmountLine.
    02  FILLER                  PIC X(5)  VALUE SPACES.
    02  PrnAmountCaption	PIC X(25).
    02  PrnHouseAmount		PIC ZZZ,ZZZ,ZZ9.99.
    02  FILLER                  PIC X(3)  VALUE SPACES.
    02  PrnLocalAmount		PIC ZZ,ZZZ,ZZZ,ZZ9.99.

01  TaxTotalLine.
    02  FILLER                  PIC X(5)  VALUE SPACES.
    02  PrnTotalCaption		PIC X(25).
    02  PrnTotalAmount		PIC ZZZ,ZZZ,ZZ9.99.

01  TaxCountLine.
    02  FILLER                  PIC X(5)  VALUE SPACES.
    02  PrnCountCaption		PIC X(25).
    02  PrnCountValue		PIC ZZZZZ9.

01  TaxEmptyLine.
    02  FILLER                  PIC X(5)  VALUE SPACES.
    02  FILLER                  PIC X(40)
	VALUE "NO TAXABLE OR ZERO-RATED SALES IN PERIOD".


PROCEDURE DIVISION.
ProduceTaxReturn.
    ACCEPT CommandLineBuffer FROM COMMAND-LINE
    UNSTRING CommandLineBuffer DELIMITED BY ALL SPACES
        INTO FromDateText, ToDateText
    END-UNSTRING
    IF ToDateText IS NUMERIC
        MOVE ToDateText TO ToDate
    END-IF
    IF ToDate = ZEROS
        ACCEPT ToDate FROM DATE YYYYMMDD
    END-IF
    IF FromDateText IS NUMERIC
        MOVE FromDateText TO FromDate
    END-IF
    IF FromDate = ZEROS
        MOVE ToDate TO FromDate
        MOVE "01" TO FromDate(7:2)
    END-IF
    IF FromDate > ToDate
        DISPLAY "SubsVatRet: from date " FromDate
            " is after to date " ToDate
        STOP RUN
    END-IF

    MOVE "S" TO StartEndRL
    MOVE SPACE TO CompletionRL
    PERFORM WriteRunAuditRecord

    PERFORM LoadCountryTable

    OPEN INPUT InvoiceJournalFile
    IF InvoiceJournalStatus = "00"
        READ InvoiceJournalFile
	    AT END SET EndOfInvoiceJournal TO TRUE
        END-READ
        PERFORM AccumulateInvoiceTax UNTIL EndOfInvoiceJournal
    END-IF
    CLOSE InvoiceJournalFile

    PERFORM PrintTaxReturn

    MOVE "E" TO StartEndRL
    MOVE "C" TO CompletionRL
    PERFORM WriteRunAuditRecord
    STOP RUN.


WriteRunAuditRecord.
    OPEN EXTEND RunLogFile
    IF RunLogStatus = "00" OR "05"
        MOVE "SUBSVATRET" TO ProgramIdRL
        ACCEPT RunDateRL FROM DATE YYYYMMDD
        ACCEPT RunTimeRL FROM TIME
        MOVE ToDate TO AsOfDateRL
        MOVE InvoicesReadCount TO InputCountRL
        MOVE InvoicesInPeriodCount TO OutputCountRL
        MOVE OutsideScopeCount TO RejectCountRL
        MOVE ZEROS TO AcceptedCountRL
        MOVE ZEROS TO RejectedCountRL
        MOVE "N" TO RestartFlagRL
        WRITE RunLogRec
        CLOSE RunLogFile
    END-IF.


LoadCountryTable.
    OPEN INPUT CountryFile
    READ CountryFile
	AT END SET EndOfCountryFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfCountryFile
        IF TaxCountryCount < TaxCountryLimit
            ADD 1 TO TaxCountryCount
            PERFORM ClearTaxCountryEntry
            MOVE CountryCodeCF TO CountryCodeTC(TaxCountryCount)
            MOVE CountryNameCF TO CountryNameTC(TaxCountryCount)
        END-IF
        READ CountryFile
	    AT END SET EndOfCountryFile TO TRUE
        END-READ
    END-PERFORM
    CLOSE CountryFile.


ClearTaxCountryEntry.
    MOVE ZEROS TO InvoiceCountTC(TaxCountryCount)
    MOVE ZEROS TO TaxableHouseTC(TaxCountryCount)
    MOVE ZEROS TO TaxableLocalTC(TaxCountryCount)
    MOVE ZEROS TO TaxHouseTC(TaxCountryCount)
    MOVE ZEROS TO TaxLocalTC(TaxCountryCount)
    MOVE ZEROS TO ZeroRatedHouseTC(TaxCountryCount)
    MOVE ZEROS TO ZeroRatedLocalTC(TaxCountryCount).


AccumulateInvoiceTax.
    ADD 1 TO InvoicesReadCount
    IF InvoiceDateIJ IS NUMERIC
            AND InvoiceDateIJ NOT LESS THAN FromDate
            AND InvoiceDateIJ NOT GREATER THAN ToDate
        ADD 1 TO InvoicesInPeriodCount
        IF TaxAmountIJ IS NOT NUMERIC
            MOVE ZEROS TO TaxAmountIJ
        END-IF
        IF ExchangeRateIJ IS NOT NUMERIC
            MOVE 1 TO ExchangeRateIJ
        END-IF
        IF TaxStandardRatedIJ OR TaxZeroRatedIJ
            PERFORM FindTaxCountry
            COMPUTE NetLocalAmount ROUNDED = InvoiceAmountIJ * ExchangeRateIJ
            COMPUTE TaxLocalAmount ROUNDED = TaxAmountIJ * ExchangeRateIJ
            ADD 1 TO InvoiceCountTC(TCIDX)
            IF TaxStandardRatedIJ
                ADD InvoiceAmountIJ TO TaxableHouseTC(TCIDX), TotalTaxableHouse
                ADD NetLocalAmount TO TaxableLocalTC(TCIDX)
                ADD TaxAmountIJ TO TaxHouseTC(TCIDX), TotalTaxHouse
                ADD TaxLocalAmount TO TaxLocalTC(TCIDX)
            ELSE
                ADD InvoiceAmountIJ TO ZeroRatedHouseTC(TCIDX), TotalZeroRatedHouse
                ADD NetLocalAmount TO ZeroRatedLocalTC(TCIDX)
            END-IF
        ELSE
            ADD 1 TO OutsideScopeCount
            ADD InvoiceAmountIJ TO OutsideScopeHouse
        END-IF
    END-IF
    READ InvoiceJournalFile
	AT END SET EndOfInvoiceJournal TO TRUE
    END-READ.


FindTaxCountry.
    PERFORM VARYING TCIDX FROM 1 BY 1
	UNTIL TCIDX > TaxCountryCount OR CountryCodeTC(TCIDX) = CountryCodeIJ
        CONTINUE
    END-PERFORM
    IF TCIDX > TaxCountryCount
        IF TaxCountryCount >= TaxCountryLimit
            DISPLAY "SubsVatRet: country table full at "
                TaxCountryLimit " - increase table size"
            STOP RUN
        END-IF
        ADD 1 TO TaxCountryCount
        PERFORM ClearTaxCountryEntry
        MOVE CountryCodeIJ TO CountryCodeTC(TaxCountryCount)
        MOVE "UNKNOWN COUNTRY" TO CountryNameTC(TaxCountryCount)
        MOVE TaxCountryCount TO TCIDX
    END-IF.


PrintTaxReturn.
    OPEN OUTPUT TaxReturnReport
    WRITE TaxPrintLine FROM TaxHeadingLine AFTER ADVANCING PAGE
    WRITE TaxPrintLine FROM TaxUnderline   AFTER ADVANCING 1 LINE
    MOVE FromDate TO PrnFromDate
    MOVE ToDate TO PrnToDate
    WRITE TaxPrintLine FROM TaxPeriodLine  AFTER ADVANCING 2 LINES
    WRITE TaxPrintLine FROM TaxTopicLine   AFTER ADVANCING 2 LINES

    PERFORM VARYING TCIDX FROM 1 BY 1 UNTIL TCIDX > TaxCountryCount
        IF InvoiceCountTC(TCIDX) > ZEROS
            PERFORM PrintCountryReturn
        END-IF
    END-PERFORM
    IF CountriesReportedCount = ZEROS
        WRITE TaxPrintLine FROM TaxEmptyLine AFTER ADVANCING 2 LINES
    END-IF

    MOVE "TOTAL TAXABLE SALES    = " TO PrnTotalCaption
    MOVE TotalTaxableHouse TO PrnTotalAmount
    WRITE TaxPrintLine FROM TaxTotalLine AFTER ADVANCING 3 LINES
    MOVE "TOTAL TAX CHARGED      = " TO PrnTotalCaption
    MOVE TotalTaxHouse TO PrnTotalAmount
    WRITE TaxPrintLine FROM TaxTotalLine AFTER ADVANCING 1 LINE
    MOVE "TOTAL ZERO-RATED SALES = " TO PrnTotalCaption
    MOVE TotalZeroRatedHouse TO PrnTotalAmount
    WRITE TaxPrintLine FROM TaxTotalLine AFTER ADVANCING 1 LINE
    MOVE "OUTSIDE SCOPE OF TAX   = " TO PrnTotalCaption
    MOVE OutsideScopeHouse TO PrnTotalAmount
    WRITE TaxPrintLine FROM TaxTotalLine AFTER ADVANCING 1 LINE

    MOVE "INVOICES READ          = " TO PrnCountCaption
    MOVE InvoicesReadCount TO PrnCountValue
    WRITE TaxPrintLine FROM TaxCountLine AFTER ADVANCING 2 LINES
    MOVE "INVOICES IN PERIOD     = " TO PrnCountCaption
    MOVE InvoicesInPeriodCount TO PrnCountValue
    WRITE TaxPrintLine FROM TaxCountLine AFTER ADVANCING 1 LINE
    MOVE "OUTSIDE SCOPE INVOICES = " TO PrnCountCaption
    MOVE OutsideScopeCount TO PrnCountValue
    WRITE TaxPrintLine FROM TaxCountLine AFTER ADVANCING 1 LINE
    CLOSE TaxReturnReport.


PrintCountryReturn.
    ADD 1 TO CountriesReportedCount
    MOVE CountryCodeTC(TCIDX) TO PrnCountryCode
    MOVE CountryNameTC(TCIDX) TO PrnCountryName
    MOVE InvoiceCountTC(TCIDX) TO PrnCountryInvoices
    WRITE TaxPrintLine FROM TaxCountryLine AFTER ADVANCING 2 LINES

    MOVE "TAXABLE SALES          = " TO PrnAmountCaption
    MOVE TaxableHouseTC(TCIDX) TO PrnHouseAmount
    MOVE TaxableLocalTC(TCIDX) TO PrnLocalAmount
    WRITE TaxPrintLine FROM TaxAmountLine AFTER ADVANCING 1 LINE
    MOVE "TAX CHARGED            = " TO PrnAmountCaption
    MOVE TaxHouseTC(TCIDX) TO PrnHouseAmount
    MOVE TaxLocalTC(TCIDX) TO PrnLocalAmount
    WRITE TaxPrintLine FROM TaxAmountLine AFTER ADVANCING 1 LINE
    MOVE "ZERO-RATED SALES       = " TO PrnAmountCaption
    MOVE ZeroRatedHouseTC(TCIDX) TO PrnHouseAmount
    MOVE ZeroRatedLocalTC(TCIDX) TO PrnLocalAmount
    WRITE TaxPrintLine FROM TaxAmountLine AFTER ADVANCING 1 LINE.
