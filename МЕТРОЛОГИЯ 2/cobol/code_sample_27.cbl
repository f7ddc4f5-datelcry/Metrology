      $SET SOURCEFORMAT"FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID. SubsComm.
AUTHOR. Michael Coughlan.
*>CS4321-96-COBOL-EXAM.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL AgentFile ASSIGN TO "AGENTS.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS AgentFileStatus.

       SELECT OPTIONAL AddsLogFile ASSIGN TO "ADDSLOG.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS AddsLogStatus.

       SELECT OPTIONAL PaymentJournalFile ASSIGN TO "PAYJRNL.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS PaymentJournalStatus.

       SELECT OPTIONAL CancelHistFile ASSIGN TO "CANCHIST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS CancelHistStatus.

       SELECT CommWorkFile ASSIGN TO "COMM.TMP".

       SELECT CommDetailFile ASSIGN TO "COMMDET.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT StatementReport ASSIGN TO "COMMSTMT.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT PayablesReport ASSIGN TO "COMMAP.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL RunLogFile ASSIGN TO "RUNLOG.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS RunLogStatus.

DATA DIVISION.
FILE SECTION.
FD AgentFile.
01 AgentRec.
   88	EndOfAgentFile VALUE HIGH-VALUES.
   02	AgentCodeAG		PIC X(4).
   02	AgentNameAG		PIC X(25).
   02	AgentActiveAG		PIC X.
   02	PayeeRefAG		PIC X(8).
   02	CommissionRateAG OCCURS 10 TIMES.
	03 PubCodeAG		PIC X(3).
	03 CommRateAG		PIC 99V99.

FD AddsLogFile.
01 AddsLogRec.
   88	EndOfAddsLog VALUE HIGH-VALUES.
   02	AddDateAL		PIC 9(8).
   02	SubscriberIdAL	PIC 9(7).
   02	CountryCodeAL		PIC XX.
   02	PublicationAL		PIC X(3).
   02	PayFreqAL		PIC 9.
   02	AgentCodeAL		PIC X(4).

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

FD CancelHistFile.
01 CancelHistRec.
   88	EndOfCancelHist VALUE HIGH-VALUES.
   02	CancelDateCH		PIC 9(8).
   02	SubscriberIdCH	PIC 9(7).
   02	CustomerNameCH	PIC X(22).
   02	CountryCodeCH		PIC XX.
   02	PublicationCH		PIC X(3).
   02	PayMethodCH		PIC 9.
   02	LastDueDateCH		PIC 9(8).

SD CommWorkFile.
01 CommWorkRec.
   02	AgentCodeCW		PIC X(4).
   02	EntryTypeCW		PIC X.
   02	EventDateCW		PIC 9(8).
   02	SubscriberIdCW	PIC 9(7).
   02	PublicationCW		PIC X(3).
   02	CountryCodeCW		PIC XX.
   02	BaseAmountCW		PIC 9(7)V99.
   02	CommRateCW		PIC 99V99.
   02	CommAmountCW		PIC 9(7)V99.

FD CommDetailFile.
01 CommDetailRec.
   88	EndOfCommDetail VALUE HIGH-VALUES.
   02	AgentCodeCD		PIC X(4).
   02	EntryTypeCD		PIC X.
	88 CommissionEntryCD	VALUE "1".
	88 ClawbackEntryCD	VALUE "2".
   02	EventDateCD		PIC 9(8).
   02	SubscriberIdCD	PIC 9(7).
   02	PublicationCD		PIC X(3).
   02	CountryCodeCD		PIC XX.
   02	BaseAmountCD		PIC 9(7)V99.
   02	CommRateCD		PIC 99V99.
   02	CommAmountCD		PIC 9(7)V99.

FD StatementReport.
01 StatementPrintLine		PIC X(77).

FD PayablesReport.
01 PayablesPrintLine		PIC X(77).

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

01  FreqMonthsTable VALUE "0106120324".
    02  FreqMonthsFT OCCURS 5 TIMES PIC 99.

01  AgentTable.
    02  AgentEntry OCCURS 200 TIMES.
	03 AgentCodeAT		PIC X(4).
	03 AgentNameAT		PIC X(25).
	03 AgentActiveAT	PIC X.
	03 PayeeRefAT		PIC X(8).
	03 AgentRateAT OCCURS 10 TIMES.
	    04 PubCodeAT	PIC X(3).
	    04 CommRateAT	PIC 99V99.
	03 EarnedAT		PIC 9(7)V99.
	03 ClawedAT		PIC 9(7)V99.
	03 EntryCountAT		PIC 9(5).

01  AgentTableLimit		PIC 9(3) VALUE 200.
01  AgentCount			PIC 9(3) VALUE ZEROS.
01  AGIDX				PIC 9(3) VALUE ZEROS.
01  RTIDX				PIC 99 VALUE ZEROS.

01  AgentSubsTable.
    02  AgentSubsEntry OCCURS 5000 TIMES.
	03 SubscriberIdAS	PIC 9(7).
	03 AgentIndexAS		PIC 9(3).
	03 AddDateAS		PIC 9(8).
	03 PayFreqAS		PIC 9.
	03 CommToDateAS		PIC 9(7)V99.

01  AgentSubsTableLimit	PIC 9(4) VALUE 5000.
01  AgentSubsCount		PIC 9(4) VALUE ZEROS.
01  ASIDX				PIC 9(4) VALUE ZEROS.
01  AgentSubsFoundSwitch	PIC X VALUE "N".
    88	AgentSubsFound		VALUE "Y".

01  CommRate			PIC 99V99 VALUE ZEROS.
01  CommAmount			PIC 9(7)V99 VALUE ZEROS.
01  NetPaymentAmount		PIC 9(5)V99 VALUE ZEROS.
01  SearchAgentIndex		PIC 9(3) VALUE ZEROS.
01  SearchPublication		PIC X(3) VALUE SPACES.
01  RateFoundSwitch		PIC X VALUE "N".
    88	RateFound		VALUE "Y".

01  DateSplit.
    02	SplitYear		PIC 9(4).
    02	SplitMonth		PIC 99.
    02	SplitDay		PIC 99.
01  AddMonthNo			PIC 9(6) VALUE ZEROS.
01  AddDay			PIC 99 VALUE ZEROS.
01  CancelMonthNo		PIC 9(6) VALUE ZEROS.
01  CancelDay			PIC 99 VALUE ZEROS.
01  TermEndMonthNo		PIC 9(6) VALUE ZEROS.
01  TermMonths			PIC 99 VALUE ZEROS.

01  CommandLineBuffer		PIC X(40) VALUE SPACES.
01  AsOfDateText		PIC X(8) VALUE SPACES.
01  OverrideText		PIC X(8) VALUE SPACES.
01  OverrideSwitch		PIC X VALUE "N".
    88	OverrideRequested	VALUE "Y".
01  CompletedRunSwitch		PIC X VALUE "N".
    88	CompletedRunFound	VALUE "Y".
01  OpenStartCount		PIC S9(4) VALUE ZEROS.
01  GlReleasedSwitch		PIC X VALUE "N".
    88	GlPeriodReleased	VALUE "Y".
01  AsOfDate			PIC 9(8) VALUE ZEROS.
01  PeriodStartDate		PIC 9(8) VALUE ZEROS.
01  PeriodEndDate		PIC 9(8) VALUE ZEROS.
01  CommPeriod			PIC 9(6) VALUE ZEROS.

01  AgentFileStatus		PIC XX.
01  AddsLogStatus		PIC XX.
01  PaymentJournalStatus	PIC XX.
01  CancelHistStatus		PIC XX.
01  RunLogStatus		PIC XX.

01  PrevAgentCode		PIC X(4) VALUE SPACES.
01  AgentEarned			PIC 9(7)V99 VALUE ZEROS.
01  AgentClawed			PIC 9(7)V99 VALUE ZEROS.
01  AgentNet			PIC S9(7)V99 VALUE ZEROS.

01  PaymentsReadCount		PIC 9(6) VALUE ZEROS.
01  CommissionCount		PIC 9(6) VALUE ZEROS.
01  ClawbackCount		PIC 9(6) VALUE ZEROS.
01  UnknownAgentCount		PIC 9(6) VALUE ZEROS.
01  AgentsPaidCount		PIC 9(3) VALUE ZEROS.
01  TotalEarned			PIC 9(9)V99 VALUE ZEROS.
01  TotalClawed			PIC 9(9)V99 VALUE ZEROS.
01  TotalNet			PIC S9(9)V99 VALUE ZEROS.

01  StatementHeadingLine.
    02  FILLER                  PIC X(10) VALUE SPACES.
    02  FILLER                  PIC X(36) VALUE "AGENT COMMISSION STATEMENT".

01  StatementUnderline.
    02  FILLER                  PIC X(10) VALUE SPACES.
    02  FILLER                  PIC X(36) VALUE ALL "-".

01  StatementAgentLine.
    02  FILLER                  PIC X(5)  VALUE SPACES.
    02  FILLER                  PIC X(25) VALUE "AGENT                  = ".
    02  PrnStmtAgentCode	PIC X(4).
    02  FILLER                  PIC X     VALUE SPACE.
    02  PrnStmtAgentName	PIC X(25).

01  StatementPeriodLine.
    02  FILLER                  PIC X(5)  VALUE SPACES.
    02  FILLER                  PIC X(25) VALUE "COMMISSION PERIOD      = ".
    02  PrnStmtFromDate		PIC 9(8).
    02  FILLER                  PIC X(4)  VALUE " TO ".
    02  PrnStmtToDate		PIC 9(8).

01  StatementTopicLine.
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  FILLER                  PIC X(10) VALUE "ENTRY".
    02  FILLER                  PIC X(9)  VALUE "SUBS ID".
    02  FILLER                  PIC X(10) VALUE "DATE".
    02  FILLER                  PIC X(5)  VALUE "PUB".
    02  FILLER                  PIC X(4)  VALUE "CT".
    02  FILLER                  PIC X(10) VALUE "   PAYMENT".
    02  FILLER                  PIC X(7)  VALUE "   RATE".
    02  FILLER                  PIC X(13) VALUE "   COMMISSION".

01  StatementDetailLine.
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  PrnStmtEntry		PIC X(9).
    02  FILLER                  PIC X     VALUE SPACE.
    02  PrnStmtSubscriberId	PIC 9(7).
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  PrnStmtDate		PIC 9(8).
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  PrnStmtPublication	PIC X(3).
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  PrnStmtCountry		PIC XX.
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  PrnStmtBase		PIC X(10).
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  PrnStmtRate		PIC X(5).
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  PrnStmtCommission	PIC ZZZ,ZZ9.99-.

01  StmtBaseEdit		PIC ZZZ,ZZ9.99.
01  StmtRateEdit		PIC Z9.99.
01  StmtSignedAmount		PIC S9(7)V99 VALUE ZEROS.

01  StatementTotalLine.
    02  FILLER                  PIC X(5)  VALUE SPACES.
    02  PrnStmtTotalCaption	PIC X(25).
    02  PrnStmtTotalAmount	PIC ZZZ,ZZZ,ZZ9.99-.

01  PayablesHeadingLine.
    02  FILLER                  PIC X(10) VALUE SPACES.
    02  FILLER                  PIC X(36) VALUE "AGENT COMMISSION - PAYABLES SUMMARY".

01  PayablesTopicLine.
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  FILLER                  PIC X(6)  VALUE "AGENT".
    02  FILLER                  PIC X(10) VALUE "PAYEE".
    02  FILLER                  PIC X(21) VALUE "NAME".
    02  FILLER                  PIC X(10) VALUE "    EARNED".
    02  FILLER                  PIC X(11) VALUE "   CLAWBACK".
    02  FILLER                  PIC X(12) VALUE " NET PAYABLE".

01  PayablesDetailLine.
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  PrnPayAgentCode		PIC X(4).
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  PrnPayPayeeRef		PIC X(8).
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  PrnPayAgentName		PIC X(20).
    02  FILLER                  PIC X     VALUE SPACE.
    02  PrnPayEarned		PIC ZZZ,ZZ9.99.
    02  FILLER                  PIC X     VALUE SPACE.
    02  PrnPayClawed		PIC ZZZ,ZZ9.99.
    02  FILLER                  PIC X     VALUE SPACE.
    02  PrnPayNet		PIC ZZZ,ZZ9.99-.

01  PayablesTotalLine.
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  FILLER                  PIC X(37) VALUE "TOTALS".
    02  PrnPayTotalEarned	PIC ZZZ,ZZ9.99.
    02  FILLER                  PIC X     VALUE SPACE.
    02  PrnPayTotalClawed	PIC ZZZ,ZZ9.99.
    02  FILLER                  PIC X     VALUE SPACE.
    02  PrnPayTotalNet		PIC ZZZ,ZZ9.99-.

01  PayablesNoteLine.
    02  FILLER                  PIC X(5)  VALUE SPACES.
    02  FILLER                  PIC X(60)
	VALUE "NEGATIVE NET = CLAWBACK TO BE RECOVERED FROM THE AGENT".

01  PayablesCountLine.
    02  FILLER                  PIC X(5)  VALUE SPACES.
    02  PrnCountCaption		PIC X(25).
    02  PrnCountValue		PIC ZZZZZ9.


PROCEDURE DIVISION.
ProduceAgentCommission.
    PERFORM GetRunParameters
    PERFORM CheckRunLogBeforeStart

    MOVE "S" TO StartEndRL
    MOVE SPACE TO CompletionRL
    PERFORM WriteRunAuditRecord

    PERFORM LoadAgentTable
    PERFORM LoadAgentSubscribers

    SORT CommWorkFile ON ASCENDING AgentCodeCW, EntryTypeCW,
                                   EventDateCW, SubscriberIdCW
         INPUT PROCEDURE IS SelectCommissionEntries
         GIVING CommDetailFile

    OPEN OUTPUT StatementReport
    OPEN INPUT CommDetailFile
    READ CommDetailFile
	AT END SET EndOfCommDetail TO TRUE
    END-READ
    PERFORM PrintStatementEntry UNTIL EndOfCommDetail
    IF PrevAgentCode NOT = SPACES
        PERFORM PrintAgentTotals
    END-IF
    CLOSE CommDetailFile, StatementReport

    PERFORM PrintPayablesSummary

    MOVE "E" TO StartEndRL
    MOVE "C" TO CompletionRL
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
    MOVE AsOfDate TO PeriodEndDate
    MOVE AsOfDate TO PeriodStartDate
    MOVE "01" TO PeriodStartDate(7:2)
    MOVE AsOfDate(1:6) TO CommPeriod.


WriteRunAuditRecord.
    OPEN EXTEND RunLogFile
    IF RunLogStatus = "00" OR "05"
        MOVE "SUBSCOMM  " TO ProgramIdRL
        ACCEPT RunDateRL FROM DATE YYYYMMDD
        ACCEPT RunTimeRL FROM TIME
        MOVE AsOfDate TO AsOfDateRL
        MOVE PaymentsReadCount TO InputCountRL
        COMPUTE OutputCountRL = CommissionCount + ClawbackCount
        MOVE UnknownAgentCount TO RejectCountRL
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
    IF CompletedRunFound AND NOT OverrideRequested
        DISPLAY "SubsComm: completed run already logged for month "
            AsOfDate(1:6) " - rerun with OVERRIDE to reprint"
        STOP RUN
    END-IF
    IF OpenStartCount > ZEROS AND NOT OverrideRequested
        DISPLAY "SubsComm: previous run has no end record - "
            "rerun with OVERRIDE to force"
        STOP RUN
    END-IF
    IF NOT GlPeriodReleased
        DISPLAY "SubsComm: GL period " CommPeriod
            " not yet released - run SubsGL for the month first"
        STOP RUN
    END-IF.


CheckRunLogRecord.
    IF ProgramIdRL = "SUBSCOMM  "
        EVALUATE StartEndRL
            WHEN "S"
                ADD 1 TO OpenStartCount
            WHEN "E"
                MOVE ZEROS TO OpenStartCount
                IF AsOfDateRL(1:6) = AsOfDate(1:6) AND CompletionRL = "C"
                    SET CompletedRunFound TO TRUE
                END-IF
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF
    IF ProgramIdRL = "SUBSGL    " AND StartEndRL = "E"
            AND AsOfDateRL(1:6) = AsOfDate(1:6) AND CompletionRL = "C"
        SET GlPeriodReleased TO TRUE
    END-IF
    READ RunLogFile
	AT END SET EndOfRunLog TO TRUE
    END-READ.


LoadAgentTable.
    OPEN INPUT AgentFile
    IF AgentFileStatus = "00"
        READ AgentFile
	    AT END SET EndOfAgentFile TO TRUE
        END-READ
        PERFORM UNTIL EndOfAgentFile
            IF AgentCount >= AgentTableLimit
                DISPLAY "SubsComm: agent table full at "
                    AgentTableLimit " - increase table size"
                STOP RUN
            END-IF
            ADD 1 TO AgentCount
            MOVE AgentCodeAG TO AgentCodeAT(AgentCount)
            MOVE AgentNameAG TO AgentNameAT(AgentCount)
            MOVE AgentActiveAG TO AgentActiveAT(AgentCount)
            MOVE PayeeRefAG TO PayeeRefAT(AgentCount)
            PERFORM VARYING RTIDX FROM 1 BY 1 UNTIL RTIDX > 10
                MOVE PubCodeAG(RTIDX) TO PubCodeAT(AgentCount, RTIDX)
                IF CommRateAG(RTIDX) IS NUMERIC
                    MOVE CommRateAG(RTIDX) TO CommRateAT(AgentCount, RTIDX)
                ELSE
                    MOVE ZEROS TO CommRateAT(AgentCount, RTIDX)
                END-IF
            END-PERFORM
            MOVE ZEROS TO EarnedAT(AgentCount)
            MOVE ZEROS TO ClawedAT(AgentCount)
            MOVE ZEROS TO EntryCountAT(AgentCount)
            READ AgentFile
	        AT END SET EndOfAgentFile TO TRUE
            END-READ
        END-PERFORM
        CLOSE AgentFile
    END-IF.


LoadAgentSubscribers.
    OPEN INPUT AddsLogFile
    IF AddsLogStatus = "00"
        READ AddsLogFile
	    AT END SET EndOfAddsLog TO TRUE
        END-READ
        PERFORM UNTIL EndOfAddsLog
            IF AgentCodeAL NOT = SPACES AND SubscriberIdAL IS NUMERIC
                PERFORM AddAgentSubscriber
            END-IF
            READ AddsLogFile
	        AT END SET EndOfAddsLog TO TRUE
            END-READ
        END-PERFORM
        CLOSE AddsLogFile
    END-IF.


AddAgentSubscriber.
    PERFORM VARYING AGIDX FROM 1 BY 1
	UNTIL AGIDX > AgentCount OR AgentCodeAT(AGIDX) = AgentCodeAL
        CONTINUE
    END-PERFORM
    IF AGIDX > AgentCount
        ADD 1 TO UnknownAgentCount
        DISPLAY "SubsComm: agent " AgentCodeAL " for subscriber "
            SubscriberIdAL " not on AGENTS.DAT - ignored"
    ELSE
        IF AgentSubsCount >= AgentSubsTableLimit
            DISPLAY "SubsComm: agent subscriber table full at "
                AgentSubsTableLimit " - increase table size"
            STOP RUN
        END-IF
        ADD 1 TO AgentSubsCount
        MOVE SubscriberIdAL TO SubscriberIdAS(AgentSubsCount)
        MOVE AGIDX TO AgentIndexAS(AgentSubsCount)
        MOVE AddDateAL TO AddDateAS(AgentSubsCount)
        IF PayFreqAL IS NUMERIC AND PayFreqAL > ZERO AND PayFreqAL < 6
            MOVE PayFreqAL TO PayFreqAS(AgentSubsCount)
        ELSE
            MOVE 3 TO PayFreqAS(AgentSubsCount)
        END-IF
        MOVE ZEROS TO CommToDateAS(AgentSubsCount)
    END-IF.


FindAgentSubscriber.
    MOVE "N" TO AgentSubsFoundSwitch
    PERFORM VARYING ASIDX FROM 1 BY 1
	UNTIL ASIDX > AgentSubsCount OR AgentSubsFound
        IF SubscriberIdAS(ASIDX) = SubscriberIdPJ
            SET AgentSubsFound TO TRUE
        END-IF
    END-PERFORM
    IF AgentSubsFound
        SUBTRACT 1 FROM ASIDX
    END-IF.


GetCommissionRate.
    MOVE ZEROS TO CommRate
    MOVE "N" TO RateFoundSwitch
    MOVE AgentIndexAS(ASIDX) TO SearchAgentIndex
    MOVE PublicationPJ TO SearchPublication
    PERFORM SearchAgentRates
    IF NOT RateFound
        MOVE "***" TO SearchPublication
        PERFORM SearchAgentRates
    END-IF.


SearchAgentRates.
    PERFORM VARYING RTIDX FROM 1 BY 1 UNTIL RTIDX > 10 OR RateFound
        IF PubCodeAT(SearchAgentIndex, RTIDX) = SearchPublication
            MOVE CommRateAT(SearchAgentIndex, RTIDX) TO CommRate
            SET RateFound TO TRUE
        END-IF
    END-PERFORM.


SelectCommissionEntries.
    OPEN INPUT PaymentJournalFile
    IF PaymentJournalStatus = "00"
        READ PaymentJournalFile
	    AT END SET EndOfPaymentJournal TO TRUE
        END-READ
        PERFORM SelectPaymentCommission UNTIL EndOfPaymentJournal
        CLOSE PaymentJournalFile
    END-IF

    OPEN INPUT CancelHistFile
    IF CancelHistStatus = "00"
        READ CancelHistFile
	    AT END SET EndOfCancelHist TO TRUE
        END-READ
        PERFORM SelectCancelClawback UNTIL EndOfCancelHist
        CLOSE CancelHistFile
    END-IF.


SelectPaymentCommission.
    ADD 1 TO PaymentsReadCount
    IF GlPeriodPJ IS NOT NUMERIC
        MOVE ZEROS TO GlPeriodPJ
    END-IF
    IF GlPeriodPJ > ZEROS AND GlPeriodPJ NOT > CommPeriod
        PERFORM FindAgentSubscriber
        IF AgentSubsFound
            PERFORM GetCommissionRate
            IF TaxAmountPJ IS NOT NUMERIC
                MOVE ZEROS TO TaxAmountPJ
            END-IF
            COMPUTE NetPaymentAmount = PaymentAmountPJ - TaxAmountPJ
            COMPUTE CommAmount ROUNDED = NetPaymentAmount * CommRate / 100
            ADD CommAmount TO CommToDateAS(ASIDX)
            IF GlPeriodPJ = CommPeriod
                MOVE AgentCodeAT(SearchAgentIndex) TO AgentCodeCW
                MOVE "1" TO EntryTypeCW
                MOVE PaymentDatePJ TO EventDateCW
                MOVE SubscriberIdPJ TO SubscriberIdCW
                MOVE PublicationPJ TO PublicationCW
                MOVE CountryCodePJ TO CountryCodeCW
                MOVE NetPaymentAmount TO BaseAmountCW
                MOVE CommRate TO CommRateCW
                MOVE CommAmount TO CommAmountCW
                RELEASE CommWorkRec
                ADD 1 TO CommissionCount
            END-IF
        END-IF
    END-IF
    READ PaymentJournalFile
	AT END SET EndOfPaymentJournal TO TRUE
    END-READ.


SelectCancelClawback.
    IF CancelDateCH IS NUMERIC
            AND CancelDateCH NOT < PeriodStartDate
            AND CancelDateCH NOT > PeriodEndDate
        MOVE SubscriberIdCH TO SubscriberIdPJ
        PERFORM FindAgentSubscriber
        IF AgentSubsFound
            PERFORM CheckCancelInFirstTerm
            IF CancelMonthNo * 100 + CancelDay < TermEndMonthNo * 100 + AddDay
                    AND CommToDateAS(ASIDX) > ZEROS
                MOVE AgentIndexAS(ASIDX) TO SearchAgentIndex
                MOVE AgentCodeAT(SearchAgentIndex) TO AgentCodeCW
                MOVE "2" TO EntryTypeCW
                MOVE CancelDateCH TO EventDateCW
                MOVE SubscriberIdCH TO SubscriberIdCW
                MOVE PublicationCH TO PublicationCW
                MOVE CountryCodeCH TO CountryCodeCW
                MOVE ZEROS TO BaseAmountCW
                MOVE ZEROS TO CommRateCW
                MOVE CommToDateAS(ASIDX) TO CommAmountCW
                RELEASE CommWorkRec
                ADD 1 TO ClawbackCount
            END-IF
        END-IF
    END-IF
    READ CancelHistFile
	AT END SET EndOfCancelHist TO TRUE
    END-READ.


CheckCancelInFirstTerm.
    MOVE AddDateAS(ASIDX) TO DateSplit
    COMPUTE AddMonthNo = SplitYear * 12 + SplitMonth
    MOVE SplitDay TO AddDay
    MOVE FreqMonthsFT(PayFreqAS(ASIDX)) TO TermMonths
    COMPUTE TermEndMonthNo = AddMonthNo + TermMonths
    MOVE CancelDateCH TO DateSplit
    COMPUTE CancelMonthNo = SplitYear * 12 + SplitMonth
    MOVE SplitDay TO CancelDay.


PrintStatementEntry.
    IF AgentCodeCD NOT = PrevAgentCode
        IF PrevAgentCode NOT = SPACES
            PERFORM PrintAgentTotals
        END-IF
        PERFORM PrintStatementHeading
    END-IF

    IF CommissionEntryCD
        MOVE "PAYMENT" TO PrnStmtEntry
        MOVE BaseAmountCD TO StmtBaseEdit
        MOVE StmtBaseEdit TO PrnStmtBase
        MOVE CommRateCD TO StmtRateEdit
        MOVE StmtRateEdit TO PrnStmtRate
        MOVE CommAmountCD TO StmtSignedAmount
        ADD CommAmountCD TO AgentEarned
    ELSE
        MOVE "CLAWBACK" TO PrnStmtEntry
        MOVE SPACES TO PrnStmtBase, PrnStmtRate
        COMPUTE StmtSignedAmount = ZERO - CommAmountCD
        ADD CommAmountCD TO AgentClawed
    END-IF
    MOVE SubscriberIdCD TO PrnStmtSubscriberId
    MOVE EventDateCD TO PrnStmtDate
    MOVE PublicationCD TO PrnStmtPublication
    MOVE CountryCodeCD TO PrnStmtCountry
    MOVE StmtSignedAmount TO PrnStmtCommission
    WRITE StatementPrintLine FROM StatementDetailLine AFTER ADVANCING 1 LINE

    READ CommDetailFile
	AT END SET EndOfCommDetail TO TRUE
    END-READ.


PrintStatementHeading.
    MOVE AgentCodeCD TO PrevAgentCode
    MOVE ZEROS TO AgentEarned, AgentClawed
    PERFORM VARYING AGIDX FROM 1 BY 1
	UNTIL AGIDX > AgentCount OR AgentCodeAT(AGIDX) = AgentCodeCD
        CONTINUE
    END-PERFORM
    MOVE AgentCodeCD TO PrnStmtAgentCode
    MOVE AgentNameAT(AGIDX) TO PrnStmtAgentName
    MOVE PeriodStartDate TO PrnStmtFromDate
    MOVE PeriodEndDate TO PrnStmtToDate
    WRITE StatementPrintLine FROM StatementHeadingLine AFTER ADVANCING PAGE
    WRITE StatementPrintLine FROM StatementUnderline   AFTER ADVANCING 1 LINE
    WRITE StatementPrintLine FROM StatementAgentLine   AFTER ADVANCING 2 LINES
    WRITE StatementPrintLine FROM StatementPeriodLine  AFTER ADVANCING 1 LINE
    WRITE StatementPrintLine FROM StatementTopicLine   AFTER ADVANCING 2 LINES
    WRITE StatementPrintLine FROM SPACES               AFTER ADVANCING 1 LINE.


PrintAgentTotals.
    COMPUTE AgentNet = AgentEarned - AgentClawed
    MOVE "COMMISSION EARNED      = " TO PrnStmtTotalCaption
    MOVE AgentEarned TO PrnStmtTotalAmount
    WRITE StatementPrintLine FROM StatementTotalLine AFTER ADVANCING 2 LINES
    MOVE "LESS CLAWBACK          = " TO PrnStmtTotalCaption
    MOVE AgentClawed TO PrnStmtTotalAmount
    WRITE StatementPrintLine FROM StatementTotalLine AFTER ADVANCING 1 LINE
    MOVE "NET COMMISSION         = " TO PrnStmtTotalCaption
    MOVE AgentNet TO PrnStmtTotalAmount
    WRITE StatementPrintLine FROM StatementTotalLine AFTER ADVANCING 1 LINE

    PERFORM VARYING AGIDX FROM 1 BY 1
	UNTIL AGIDX > AgentCount OR AgentCodeAT(AGIDX) = PrevAgentCode
        CONTINUE
    END-PERFORM
    IF AGIDX NOT > AgentCount
        MOVE AgentEarned TO EarnedAT(AGIDX)
        MOVE AgentClawed TO ClawedAT(AGIDX)
        MOVE 1 TO EntryCountAT(AGIDX)
    END-IF.


PrintPayablesSummary.
    OPEN OUTPUT PayablesReport
    WRITE PayablesPrintLine FROM PayablesHeadingLine AFTER ADVANCING PAGE
    WRITE PayablesPrintLine FROM StatementUnderline  AFTER ADVANCING 1 LINE
    MOVE PeriodStartDate TO PrnStmtFromDate
    MOVE PeriodEndDate TO PrnStmtToDate
    WRITE PayablesPrintLine FROM StatementPeriodLine AFTER ADVANCING 2 LINES
    WRITE PayablesPrintLine FROM PayablesTopicLine   AFTER ADVANCING 2 LINES
    WRITE PayablesPrintLine FROM SPACES              AFTER ADVANCING 1 LINE

    PERFORM VARYING AGIDX FROM 1 BY 1 UNTIL AGIDX > AgentCount
        IF EntryCountAT(AGIDX) > ZEROS
            ADD 1 TO AgentsPaidCount
            COMPUTE AgentNet = EarnedAT(AGIDX) - ClawedAT(AGIDX)
            ADD EarnedAT(AGIDX) TO TotalEarned
            ADD ClawedAT(AGIDX) TO TotalClawed
            ADD AgentNet TO TotalNet
            MOVE AgentCodeAT(AGIDX) TO PrnPayAgentCode
            MOVE PayeeRefAT(AGIDX) TO PrnPayPayeeRef
            MOVE AgentNameAT(AGIDX) TO PrnPayAgentName
            MOVE EarnedAT(AGIDX) TO PrnPayEarned
            MOVE ClawedAT(AGIDX) TO PrnPayClawed
            MOVE AgentNet TO PrnPayNet
            WRITE PayablesPrintLine FROM PayablesDetailLine
                AFTER ADVANCING 1 LINE
        END-IF
    END-PERFORM

    MOVE TotalEarned TO PrnPayTotalEarned
    MOVE TotalClawed TO PrnPayTotalClawed
    MOVE TotalNet TO PrnPayTotalNet
    WRITE PayablesPrintLine FROM PayablesTotalLine AFTER ADVANCING 2 LINES
    IF TotalClawed > ZEROS
        WRITE PayablesPrintLine FROM PayablesNoteLine AFTER ADVANCING 2 LINES
    END-IF

    MOVE "PAYMENTS READ          = " TO PrnCountCaption
    MOVE PaymentsReadCount TO PrnCountValue
    WRITE PayablesPrintLine FROM PayablesCountLine AFTER ADVANCING 2 LINES
    MOVE "COMMISSION ENTRIES     = " TO PrnCountCaption
    MOVE CommissionCount TO PrnCountValue
    WRITE PayablesPrintLine FROM PayablesCountLine AFTER ADVANCING 1 LINE
    MOVE "CLAWBACK ENTRIES       = " TO PrnCountCaption
    MOVE ClawbackCount TO PrnCountValue
    WRITE PayablesPrintLine FROM PayablesCountLine AFTER ADVANCING 1 LINE
    MOVE "AGENTS ON SUMMARY      = " TO PrnCountCaption
    MOVE AgentsPaidCount TO PrnCountValue
    WRITE PayablesPrintLine FROM PayablesCountLine AFTER ADVANCING 1 LINE
    MOVE "ADDS WITH UNKNOWN AGENT= " TO PrnCountCaption
    MOVE UnknownAgentCount TO PrnCountValue
    WRITE PayablesPrintLine FROM PayablesCountLine AFTER ADVANCING 1 LINE
    CLOSE PayablesReport.
