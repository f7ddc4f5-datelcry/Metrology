      $SET SOURCEFORMAT"FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID. SubsRefund.
AUTHOR. Michael Coughlan.
*>CS4321-96-COBOL-EXAM.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL RefundDueFile ASSIGN TO "REFUNDUE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS RefundDueStatus.

       SELECT NewRefundDueFile ASSIGN TO "REFUNDUE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL RefundHistoryFile ASSIGN TO "REFUNHST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS RefundHistStatus.

       SELECT PubsFile ASSIGN TO "PUBS.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL SubsAddressFile ASSIGN TO "SUBSADDR.IDX"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS SubscriberIdAD
                 FILE STATUS IS SubsAddressStatus.

       SELECT RefundDocumentFile ASSIGN TO "REFUNDS.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT RefundRegisterReport ASSIGN TO "REFUNDREG.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL RunLogFile ASSIGN TO "RUNLOG.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS RunLogStatus.

DATA DIVISION.
FILE SECTION.
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
   02	PaidDateRF		PIC 9(8).
   02	ChequeNumberRF	PIC 9(6).
   02	GlPeriodRF		PIC 9(6).

FD NewRefundDueFile.
01 NewRefundDueRec		PIC X(128).

FD RefundHistoryFile.
01 RefundHistoryRec.
   88	EndOfRefundHistory VALUE HIGH-VALUES.
   02	FILLER			PIC X(114).
   02	ChequeNumberRH	PIC 9(6).
   02	FILLER			PIC X(8).

FD PubsFile.
01 PubsRec.
   88	EndOfPubsFile VALUE HIGH-VALUES.
   02	PubCodePB		PIC X(3).
   02	PubTitlePB		PIC X(25).
   02	PubBaseTermPB		PIC 9(5).

FD SubsAddressFile.
01 SubsAddressRec.
   02	SubscriberIdAD	PIC 9(7).
   02	AddrLine1AD		PIC X(25).
   02	AddrLine2AD		PIC X(25).
   02	PostcodeAD		PIC X(8).
   02	ContactAD		PIC X(20).

FD RefundDocumentFile.
01 RefundDocPrintLine		PIC X(77).

FD RefundRegisterReport.
01 RegisterPrintLine		PIC X(77).

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

01  RefundTable.
    02  RefundEntry OCCURS 2000 TIMES.
	03 SubscriberIdRT	PIC 9(7).
	03 CustomerNameRT	PIC X(22).
	03 CountryCodeRT	PIC XX.
	03 PublicationCodeRT	PIC X(3).
	03 CreditBalanceRT	PIC 9(4)V99.
	03 CancelDateRT		PIC 9(8).
	03 AddrLine1RT		PIC X(25).
	03 AddrLine2RT		PIC X(25).
	03 PostcodeRT		PIC X(8).
	03 PayMethodRT		PIC X.
	    88 PaidByTransferRT	VALUE "5".
	03 RefundStatusRT	PIC X.
	    88 RefundPaidRT	VALUE "D".
	03 PaidDateRT		PIC 9(8).
	03 ChequeNumberRT	PIC 9(6).
	03 GlPeriodRT		PIC 9(6).

01  RefundTableLimit		PIC 9(4) VALUE 2000.
01  RefundCount			PIC 9(4) VALUE ZEROS.
01  RFIDX				PIC 9(4) VALUE ZEROS.
01  LastChequeNumber		PIC 9(6) VALUE ZEROS.

01  PublicationTable.
    02  PublicationEntry OCCURS 20 TIMES.
	03 PubCodePT		PIC X(3).
	03 PubTitlePT		PIC X(25).

01  PubCount			PIC 9(2) VALUE ZEROS.
01  PBIDX				PIC 9(2) VALUE ZEROS.

01  CommandLineBuffer		PIC X(40) VALUE SPACES.
01  AsOfDateText		PIC X(8) VALUE SPACES.
01  MinimumText			PIC X(8) VALUE SPACES.
01  OverrideText		PIC X(8) VALUE SPACES.
01  OverrideSwitch		PIC X VALUE "N".
    88	OverrideRequested	VALUE "Y".
01  CompletedRunSwitch		PIC X VALUE "N".
    88	CompletedRunFound	VALUE "Y".
01  OpenStartCount		PIC S9(4) VALUE ZEROS.
01  AsOfDate			PIC 9(8) VALUE ZEROS.
01  MinimumRefund		PIC 9(4)V99 VALUE 5.00.
01  MinimumNum			PIC 9(4)V99 VALUE ZEROS.

01  RefundDueStatus		PIC XX.
01  SubsAddressStatus		PIC XX.
01  RunLogStatus		PIC XX.
01  RefundHistStatus		PIC XX.
01  PriorArchivedCount		PIC 9(5) VALUE ZEROS.
01  AddressFileOpenSwitch	PIC X VALUE "N".
    88	AddressFileOpen		VALUE "Y".

01  DateSplit.
    02	DateYearWK		PIC 9(4).
    02	DateMonthWK		PIC 99.
    02	DateDayWK		PIC 99.

01  RefundsReadCount		PIC 9(5) VALUE ZEROS.
01  PreviouslyPaidCount		PIC 9(5) VALUE ZEROS.
01  PreviouslyPaidValue		PIC 9(7)V99 VALUE ZEROS.
01  ChequesPaidCount		PIC 9(5) VALUE ZEROS.
01  ChequesPaidValue		PIC 9(7)V99 VALUE ZEROS.
01  TransfersPaidCount		PIC 9(5) VALUE ZEROS.
01  TransfersPaidValue		PIC 9(7)V99 VALUE ZEROS.
01  HeldMinimumCount		PIC 9(5) VALUE ZEROS.
01  HeldMinimumValue		PIC 9(7)V99 VALUE ZEROS.
01  HeldAddressCount		PIC 9(5) VALUE ZEROS.
01  HeldAddressValue		PIC 9(7)V99 VALUE ZEROS.
01  RefundsReadValue		PIC 9(7)V99 VALUE ZEROS.
01  RefundsPaidCount		PIC 9(5) VALUE ZEROS.
01  RefundsHeldCount		PIC 9(5) VALUE ZEROS.

01  DocHeadingLine.
    02  FILLER                  PIC X(20) VALUE SPACES.
    02  FILLER                  PIC X(33) VALUE "NETNEWS SUBSCRIPTION SERVICES".

01  DocRuleLine.
    02  FILLER                  PIC X(20) VALUE SPACES.
    02  FILLER                  PIC X(33) VALUE ALL "-".

01  DocTitleLine.
    02  FILLER                  PIC X(20) VALUE SPACES.
    02  PrnDocTitle		PIC X(18).
    02  FILLER                  PIC X(5)  VALUE "NO.  ".
    02  PrnDocNumber		PIC 9(6).

01  AddressNameLine.
    02  FILLER                  PIC X(5)  VALUE SPACES.
    02  PrnAddrName		PIC X(22).

01  AddressLine1Print.
    02  FILLER                  PIC X(5)  VALUE SPACES.
    02  PrnAddrLine1		PIC X(25).

01  AddressLine2Print.
    02  FILLER                  PIC X(5)  VALUE SPACES.
    02  PrnAddrLine2		PIC X(25).

01  AddressPostcodePrint.
    02  FILLER                  PIC X(5)  VALUE SPACES.
    02  PrnAddrPostcode		PIC X(8).

01  DocSalutationLine.
    02  FILLER                  PIC X(5)  VALUE "Dear ".
    02  PrnDocCustName		PIC X(22).
    02  FILLER                  PIC X     VALUE ",".

01  DocBodyLine1.
    02  FILLER                  PIC X(5)  VALUE SPACES.
    02  FILLER                  PIC X(60)
	VALUE "Following the cancellation of your subscription we enclose".

01  DocBodyLine2.
    02  FILLER                  PIC X(5)  VALUE SPACES.
    02  FILLER                  PIC X(60)
	VALUE "a refund of the credit balance remaining on your account.".

01  DocSubscriberLine.
    02  FILLER                  PIC X(5)  VALUE SPACES.
    02  FILLER                  PIC X(25) VALUE "SUBSCRIBER NUMBER      = ".
    02  PrnDocSubscriberId	PIC 9(7).

01  DocPubLine.
    02  FILLER                  PIC X(5)  VALUE SPACES.
    02  FILLER                  PIC X(25) VALUE "PUBLICATION            = ".
    02  PrnDocPubTitle		PIC X(25).

01  DocCancelLine.
    02  FILLER                  PIC X(5)  VALUE SPACES.
    02  FILLER                  PIC X(25) VALUE "CANCELLED ON           = ".
    02  PrnDocCancelDate.
	03 PrnDocCancelYear	PIC 9(4).
	03 FILLER		PIC X VALUE "-".
	03 PrnDocCancelMonth	PIC 99.
	03 FILLER		PIC X VALUE "-".
	03 PrnDocCancelDay	PIC 99.

01  DocAmountLine.
    02  FILLER                  PIC X(5)  VALUE SPACES.
    02  FILLER                  PIC X(25) VALUE "REFUND AMOUNT          = ".
    02  PrnDocAmount		PIC $$$,$$9.99.

01  DocChequeLine.
    02  FILLER                  PIC X(5)  VALUE SPACES.
    02  FILLER                  PIC X(8)  VALUE "PAY     ".
    02  PrnChqPayee		PIC X(22).
    02  FILLER                  PIC X(3)  VALUE SPACES.
    02  PrnChqAmount		PIC $**,**9.99.
    02  FILLER                  PIC X(3)  VALUE SPACES.
    02  PrnChqDate.
	03 PrnChqYear		PIC 9(4).
	03 FILLER		PIC X VALUE "-".
	03 PrnChqMonth		PIC 99.
	03 FILLER		PIC X VALUE "-".
	03 PrnChqDay		PIC 99.

01  DocTransferLine.
    02  FILLER                  PIC X(5)  VALUE SPACES.
    02  FILLER                  PIC X(43)
	VALUE "This amount has been paid by bank transfer ".
    02  FILLER                  PIC X(3)  VALUE "on ".
    02  PrnTrfDate.
	03 PrnTrfYear		PIC 9(4).
	03 FILLER		PIC X VALUE "-".
	03 PrnTrfMonth		PIC 99.
	03 FILLER		PIC X VALUE "-".
	03 PrnTrfDay		PIC 99.

01  DocClosingLine.
    02  FILLER                  PIC X(5)  VALUE SPACES.
    02  FILLER                  PIC X(40) VALUE "Yours faithfully, NETNEWS Circulation".

01  RegisterHeadingLine.
    02  FILLER                  PIC X(10) VALUE SPACES.
    02  FILLER                  PIC X(36) VALUE "REFUND DISBURSEMENT REGISTER".

01  RegisterUnderline.
    02  FILLER                  PIC X(10) VALUE SPACES.
    02  FILLER                  PIC X(36) VALUE ALL "-".

01  RegisterDateLine.
    02  FILLER                  PIC X(5)  VALUE SPACES.
    02  FILLER                  PIC X(25) VALUE "PAYMENT DATE           = ".
    02  PrnRegAsOfDate		PIC 9(8).

01  RegisterMinimumLine.
    02  FILLER                  PIC X(5)  VALUE SPACES.
    02  FILLER                  PIC X(25) VALUE "MINIMUM REFUND AMOUNT  = ".
    02  PrnRegMinimum		PIC Z,ZZ9.99.

01  RegisterTopicLine.
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  FILLER                  PIC X(9)  VALUE "SUBSCR".
    02  FILLER                  PIC X(24) VALUE "CUSTOMER NAME".
    02  FILLER                  PIC X(8)  VALUE "DOC NO".
    02  FILLER                  PIC X(10) VALUE "TYPE".
    02  FILLER                  PIC X(11) VALUE "   AMOUNT".
    02  FILLER                  PIC X(13) VALUE "STATUS".

01  RegisterDetailLine.
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  PrnRegSubscriberId	PIC 9(7).
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  PrnRegCustName		PIC X(22).
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  PrnRegDocNumber		PIC X(6).
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  PrnRegType		PIC X(8).
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  PrnRegAmount		PIC ZZ,ZZ9.99.
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  PrnRegStatus		PIC X(13).

01  RegisterTotalLine.
    02  FILLER                  PIC X(5)  VALUE SPACES.
    02  PrnTotalCaption		PIC X(25).
    02  PrnTotalCount		PIC ZZZZ9.
    02  FILLER                  PIC X(3)  VALUE SPACES.
    02  PrnTotalValue		PIC Z,ZZZ,ZZ9.99.


PROCEDURE DIVISION.
ProduceRefundDisbursements.
    PERFORM GetRunParameters
    PERFORM CheckRunLogBeforeStart

    MOVE "S" TO StartEndRL
    MOVE SPACE TO CompletionRL
    PERFORM WriteRunAuditRecord

    PERFORM LoadPublicationTable
    PERFORM LoadRefundTable

    OPEN INPUT SubsAddressFile
    IF SubsAddressStatus = "00" OR "05"
        SET AddressFileOpen TO TRUE
    END-IF

    OPEN OUTPUT RefundDocumentFile
    OPEN OUTPUT RefundRegisterReport
    WRITE RegisterPrintLine FROM RegisterHeadingLine AFTER ADVANCING PAGE
    WRITE RegisterPrintLine FROM RegisterUnderline   AFTER ADVANCING 1 LINE
    MOVE AsOfDate TO PrnRegAsOfDate
    MOVE MinimumRefund TO PrnRegMinimum
    WRITE RegisterPrintLine FROM RegisterDateLine    AFTER ADVANCING 2 LINES
    WRITE RegisterPrintLine FROM RegisterMinimumLine AFTER ADVANCING 1 LINE
    WRITE RegisterPrintLine FROM RegisterTopicLine   AFTER ADVANCING 2 LINES
    WRITE RegisterPrintLine FROM SPACES              AFTER ADVANCING 1 LINE

    PERFORM VARYING RFIDX FROM 1 BY 1 UNTIL RFIDX > RefundCount
        PERFORM ProcessRefundEntry
    END-PERFORM

    PERFORM PrintRegisterTotals
    CLOSE RefundRegisterReport
    CLOSE RefundDocumentFile
    IF AddressFileOpen
        CLOSE SubsAddressFile
    END-IF

    PERFORM RewriteRefundDueFile

    MOVE "E" TO StartEndRL
    MOVE "C" TO CompletionRL
    PERFORM WriteRunAuditRecord
    STOP RUN.


GetRunParameters.
    ACCEPT CommandLineBuffer FROM COMMAND-LINE
    UNSTRING CommandLineBuffer DELIMITED BY ALL SPACES
        INTO AsOfDateText, MinimumText, OverrideText
    END-UNSTRING
    IF AsOfDateText IS NUMERIC
        MOVE AsOfDateText TO AsOfDate
    END-IF
    IF AsOfDate = ZEROS
        ACCEPT AsOfDate FROM DATE YYYYMMDD
    END-IF
    IF MinimumText NOT = SPACES AND MinimumText NOT = "OVERRIDE"
        COMPUTE MinimumNum = FUNCTION NUMVAL(MinimumText)
        IF MinimumNum > ZEROS
            MOVE MinimumNum TO MinimumRefund
        END-IF
    END-IF
    IF MinimumText = "OVERRIDE" OR OverrideText = "OVERRIDE"
        SET OverrideRequested TO TRUE
    END-IF.


WriteRunAuditRecord.
    OPEN EXTEND RunLogFile
    IF RunLogStatus = "00" OR "05"
        MOVE "SUBSREFUND" TO ProgramIdRL
        ACCEPT RunDateRL FROM DATE YYYYMMDD
        ACCEPT RunTimeRL FROM TIME
        MOVE AsOfDate TO AsOfDateRL
        MOVE RefundsReadCount TO InputCountRL
        MOVE RefundsPaidCount TO OutputCountRL
        MOVE RefundsHeldCount TO RejectCountRL
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
        DISPLAY "SubsRefund: completed run already logged for "
            AsOfDate " - run refused"
        STOP RUN
    END-IF
    IF OpenStartCount > ZEROS AND NOT OverrideRequested
        DISPLAY "SubsRefund: previous run has no end record - "
            "rerun with OVERRIDE to force"
        STOP RUN
    END-IF.


CheckRunLogRecord.
    IF ProgramIdRL = "SUBSREFUND"
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


LoadPublicationTable.
    OPEN INPUT PubsFile
    READ PubsFile
	AT END SET EndOfPubsFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfPubsFile
        IF PubCount < 20
            ADD 1 TO PubCount
            MOVE PubCodePB TO PubCodePT(PubCount)
            MOVE PubTitlePB TO PubTitlePT(PubCount)
        END-IF
        READ PubsFile
	    AT END SET EndOfPubsFile TO TRUE
        END-READ
    END-PERFORM
    CLOSE PubsFile.


LoadRefundTable.
    OPEN INPUT RefundDueFile
    IF RefundDueStatus = "00" OR "05"
        READ RefundDueFile
	    AT END SET EndOfRefundDueFile TO TRUE
        END-READ
        PERFORM UNTIL EndOfRefundDueFile
            IF RefundStatusRF = "D"
                    AND ChequeNumberRF IS NUMERIC
                    AND ChequeNumberRF > LastChequeNumber
                MOVE ChequeNumberRF TO LastChequeNumber
            END-IF
            IF RefundStatusRF = "D" AND GlPeriodRF IS NUMERIC
                    AND GlPeriodRF > ZEROS
                ADD 1 TO PriorArchivedCount
            ELSE
                PERFORM LoadRefundEntry
            END-IF
            READ RefundDueFile
	        AT END SET EndOfRefundDueFile TO TRUE
            END-READ
        END-PERFORM
        CLOSE RefundDueFile
    END-IF
    OPEN INPUT RefundHistoryFile
    IF RefundHistStatus = "00" OR "05"
        READ RefundHistoryFile
	    AT END SET EndOfRefundHistory TO TRUE
        END-READ
        PERFORM UNTIL EndOfRefundHistory
            IF ChequeNumberRH IS NUMERIC AND ChequeNumberRH > LastChequeNumber
                MOVE ChequeNumberRH TO LastChequeNumber
            END-IF
            READ RefundHistoryFile
	        AT END SET EndOfRefundHistory TO TRUE
            END-READ
        END-PERFORM
        CLOSE RefundHistoryFile
    END-IF.


LoadRefundEntry.
    IF RefundCount >= RefundTableLimit
        DISPLAY "SubsRefund: refund table full at "
            RefundTableLimit " - increase table size"
        STOP RUN
    END-IF
    ADD 1 TO RefundCount
    MOVE RefundDueRec TO RefundEntry(RefundCount)
    IF NOT RefundPaidRT(RefundCount)
        MOVE "P" TO RefundStatusRT(RefundCount)
        MOVE ZEROS TO PaidDateRT(RefundCount)
        MOVE ZEROS TO ChequeNumberRT(RefundCount)
        MOVE ZEROS TO GlPeriodRT(RefundCount)
    END-IF.


ProcessRefundEntry.
    ADD 1 TO RefundsReadCount
    ADD CreditBalanceRT(RFIDX) TO RefundsReadValue
    IF RefundPaidRT(RFIDX)
        ADD 1 TO PreviouslyPaidCount
        ADD CreditBalanceRT(RFIDX) TO PreviouslyPaidValue
    ELSE
        IF AddrLine1RT(RFIDX) = SPACES AND PostcodeRT(RFIDX) = SPACES
            PERFORM FindRefundAddress
        END-IF
        MOVE SubscriberIdRT(RFIDX) TO PrnRegSubscriberId
        MOVE CustomerNameRT(RFIDX) TO PrnRegCustName
        MOVE CreditBalanceRT(RFIDX) TO PrnRegAmount
        IF PaidByTransferRT(RFIDX)
            MOVE "TRANSFER" TO PrnRegType
        ELSE
            MOVE "CHEQUE" TO PrnRegType
        END-IF
        EVALUATE TRUE
            WHEN CreditBalanceRT(RFIDX) < MinimumRefund
                ADD 1 TO RefundsHeldCount
                ADD 1 TO HeldMinimumCount
                ADD CreditBalanceRT(RFIDX) TO HeldMinimumValue
                MOVE SPACES TO PrnRegDocNumber
                MOVE "HELD-MINIMUM" TO PrnRegStatus
            WHEN AddrLine1RT(RFIDX) = SPACES
                ADD 1 TO RefundsHeldCount
                ADD 1 TO HeldAddressCount
                ADD CreditBalanceRT(RFIDX) TO HeldAddressValue
                MOVE SPACES TO PrnRegDocNumber
                MOVE "HELD-ADDRESS" TO PrnRegStatus
            WHEN OTHER
                PERFORM PayRefund
        END-EVALUATE
        WRITE RegisterPrintLine FROM RegisterDetailLine
            AFTER ADVANCING 1 LINE
    END-IF.


FindRefundAddress.
    IF AddressFileOpen
        MOVE SubscriberIdRT(RFIDX) TO SubscriberIdAD
        READ SubsAddressFile
            INVALID KEY CONTINUE
            NOT INVALID KEY
                MOVE AddrLine1AD TO AddrLine1RT(RFIDX)
                MOVE AddrLine2AD TO AddrLine2RT(RFIDX)
                MOVE PostcodeAD TO PostcodeRT(RFIDX)
        END-READ
    END-IF.


PayRefund.
    ADD 1 TO LastChequeNumber
    MOVE "D" TO RefundStatusRT(RFIDX)
    MOVE AsOfDate TO PaidDateRT(RFIDX)
    MOVE LastChequeNumber TO ChequeNumberRT(RFIDX)
    ADD 1 TO RefundsPaidCount
    IF PaidByTransferRT(RFIDX)
        ADD 1 TO TransfersPaidCount
        ADD CreditBalanceRT(RFIDX) TO TransfersPaidValue
    ELSE
        ADD 1 TO ChequesPaidCount
        ADD CreditBalanceRT(RFIDX) TO ChequesPaidValue
    END-IF
    MOVE LastChequeNumber TO PrnRegDocNumber
    MOVE "PAID" TO PrnRegStatus
    PERFORM PrintRefundDocument.


PrintRefundDocument.
    IF PaidByTransferRT(RFIDX)
        MOVE "REMITTANCE ADVICE" TO PrnDocTitle
    ELSE
        MOVE "REFUND CHEQUE" TO PrnDocTitle
    END-IF
    MOVE LastChequeNumber TO PrnDocNumber
    MOVE CustomerNameRT(RFIDX) TO PrnDocCustName
    MOVE SubscriberIdRT(RFIDX) TO PrnDocSubscriberId
    PERFORM FindPublicationTitle
    MOVE CancelDateRT(RFIDX) TO DateSplit
    MOVE DateYearWK TO PrnDocCancelYear
    MOVE DateMonthWK TO PrnDocCancelMonth
    MOVE DateDayWK TO PrnDocCancelDay
    MOVE CreditBalanceRT(RFIDX) TO PrnDocAmount

    WRITE RefundDocPrintLine FROM DocHeadingLine    AFTER ADVANCING PAGE
    WRITE RefundDocPrintLine FROM DocRuleLine       AFTER ADVANCING 1 LINE
    WRITE RefundDocPrintLine FROM DocTitleLine      AFTER ADVANCING 1 LINE
    PERFORM PrintRefundAddressBlock
    WRITE RefundDocPrintLine FROM DocSalutationLine AFTER ADVANCING 2 LINES
    WRITE RefundDocPrintLine FROM DocBodyLine1      AFTER ADVANCING 2 LINES
    WRITE RefundDocPrintLine FROM DocBodyLine2      AFTER ADVANCING 1 LINE
    WRITE RefundDocPrintLine FROM DocSubscriberLine AFTER ADVANCING 2 LINES
    WRITE RefundDocPrintLine FROM DocPubLine        AFTER ADVANCING 1 LINE
    WRITE RefundDocPrintLine FROM DocCancelLine     AFTER ADVANCING 1 LINE
    WRITE RefundDocPrintLine FROM DocAmountLine     AFTER ADVANCING 1 LINE
    MOVE AsOfDate TO DateSplit
    IF PaidByTransferRT(RFIDX)
        MOVE DateYearWK TO PrnTrfYear
        MOVE DateMonthWK TO PrnTrfMonth
        MOVE DateDayWK TO PrnTrfDay
        WRITE RefundDocPrintLine FROM DocTransferLine AFTER ADVANCING 2 LINES
        WRITE RefundDocPrintLine FROM DocClosingLine  AFTER ADVANCING 2 LINES
    ELSE
        WRITE RefundDocPrintLine FROM DocClosingLine  AFTER ADVANCING 2 LINES
        MOVE CustomerNameRT(RFIDX) TO PrnChqPayee
        MOVE CreditBalanceRT(RFIDX) TO PrnChqAmount
        MOVE DateYearWK TO PrnChqYear
        MOVE DateMonthWK TO PrnChqMonth
        MOVE DateDayWK TO PrnChqDay
        WRITE RefundDocPrintLine FROM DocRuleLine     AFTER ADVANCING 3 LINES
        WRITE RefundDocPrintLine FROM DocChequeLine   AFTER ADVANCING 2 LINES
    END-IF.


FindPublicationTitle.
    MOVE PublicationCodeRT(RFIDX) TO PrnDocPubTitle
    PERFORM VARYING PBIDX FROM 1 BY 1 UNTIL PBIDX > PubCount
        IF PubCodePT(PBIDX) = PublicationCodeRT(RFIDX)
            MOVE PubTitlePT(PBIDX) TO PrnDocPubTitle
        END-IF
    END-PERFORM.


PrintRefundAddressBlock.
    MOVE CustomerNameRT(RFIDX) TO PrnAddrName
    MOVE AddrLine1RT(RFIDX) TO PrnAddrLine1
    MOVE AddrLine2RT(RFIDX) TO PrnAddrLine2
    MOVE PostcodeRT(RFIDX) TO PrnAddrPostcode
    WRITE RefundDocPrintLine FROM AddressNameLine
        AFTER ADVANCING 2 LINES
    WRITE RefundDocPrintLine FROM AddressLine1Print
        AFTER ADVANCING 1 LINE
    WRITE RefundDocPrintLine FROM AddressLine2Print
        AFTER ADVANCING 1 LINE
    WRITE RefundDocPrintLine FROM AddressPostcodePrint
        AFTER ADVANCING 1 LINE.


PrintRegisterTotals.
    MOVE "REFUNDS ON FILE        = " TO PrnTotalCaption
    MOVE RefundsReadCount TO PrnTotalCount
    MOVE RefundsReadValue TO PrnTotalValue
    WRITE RegisterPrintLine FROM RegisterTotalLine AFTER ADVANCING 3 LINES
    MOVE "PAID IN EARLIER RUNS   = " TO PrnTotalCaption
    MOVE PreviouslyPaidCount TO PrnTotalCount
    MOVE PreviouslyPaidValue TO PrnTotalValue
    WRITE RegisterPrintLine FROM RegisterTotalLine AFTER ADVANCING 1 LINE
    MOVE "CHEQUES PRINTED        = " TO PrnTotalCaption
    MOVE ChequesPaidCount TO PrnTotalCount
    MOVE ChequesPaidValue TO PrnTotalValue
    WRITE RegisterPrintLine FROM RegisterTotalLine AFTER ADVANCING 1 LINE
    MOVE "TRANSFERS ADVISED      = " TO PrnTotalCaption
    MOVE TransfersPaidCount TO PrnTotalCount
    MOVE TransfersPaidValue TO PrnTotalValue
    WRITE RegisterPrintLine FROM RegisterTotalLine AFTER ADVANCING 1 LINE
    MOVE "HELD BELOW MINIMUM     = " TO PrnTotalCaption
    MOVE HeldMinimumCount TO PrnTotalCount
    MOVE HeldMinimumValue TO PrnTotalValue
    WRITE RegisterPrintLine FROM RegisterTotalLine AFTER ADVANCING 1 LINE
    MOVE "HELD NO ADDRESS        = " TO PrnTotalCaption
    MOVE HeldAddressCount TO PrnTotalCount
    MOVE HeldAddressValue TO PrnTotalValue
    WRITE RegisterPrintLine FROM RegisterTotalLine AFTER ADVANCING 1 LINE.


RewriteRefundDueFile.
    IF PriorArchivedCount > ZEROS
        PERFORM ArchivePaidRefunds
    END-IF
    OPEN OUTPUT NewRefundDueFile
    PERFORM VARYING RFIDX FROM 1 BY 1 UNTIL RFIDX > RefundCount
        MOVE RefundEntry(RFIDX) TO NewRefundDueRec
        WRITE NewRefundDueRec
    END-PERFORM
    CLOSE NewRefundDueFile.


ArchivePaidRefunds.
    OPEN EXTEND RefundHistoryFile
    IF RefundHistStatus NOT = "00" AND RefundHistStatus NOT = "05"
        DISPLAY "SubsRefund: cannot open REFUNHST.DAT - status "
            RefundHistStatus
        STOP RUN
    END-IF
    OPEN INPUT RefundDueFile
    READ RefundDueFile
	AT END SET EndOfRefundDueFile TO TRUE
    END-READ
    PERFORM UNTIL EndOfRefundDueFile
        IF RefundStatusRF = "D" AND GlPeriodRF IS NUMERIC
                AND GlPeriodRF > ZEROS
            WRITE RefundHistoryRec FROM RefundDueRec
        END-IF
        READ RefundDueFile
	    AT END SET EndOfRefundDueFile TO TRUE
        END-READ
    END-PERFORM
    CLOSE RefundDueFile, RefundHistoryFile.
