      $SET SOURCEFORMAT"FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID. SubsRevRec.
AUTHOR. Michael Coughlan.
*>CS4321-96-COBOL-EXAM.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL PaymentJournalFile ASSIGN TO "PAYJRNL.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS PaymentJournalStatus.

       SELECT OPTIONAL CancelHistFile ASSIGN TO "CANCHIST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS CancelHistStatus.

       SELECT ScheduleFile ASSIGN TO "REVSCHED.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT DeferredRevenueReport ASSIGN TO "DEFREV.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL RunLogFile ASSIGN TO "RUNLOG.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS RunLogStatus.

DATA DIVISION.
FILE SECTION.
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

FD ScheduleFile.
01 ScheduleRec.
   02	PeriodRS		PIC 9(6).
   02	SubscriberIdRS	PIC 9(7).
   02	PublicationRS		PIC X(3).
   02	CountryCodeRS		PIC XX.
   02	PaymentDateRS		PIC 9(8).
   02	PaymentAmountRS	PIC 9(5)V99.
   02	TermMonthsRS		PIC 99.
   02	StartMonthRS		PIC 9(6).
   02	BroughtFwdRS		PIC 9(5)V99.
   02	EarnedRS		PIC 9(5)V99.
   02	ReleasedRS		PIC 9(5)V99.
   02	CarriedFwdRS		PIC 9(5)V99.
   02	EarnedToDateRS	PIC 9(5)V99.

FD DeferredRevenueReport.
01 RevenuePrintLine		PIC X(77).

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

01  CancelTable.
    02  CancelEntry OCCURS 5000 TIMES.
	03 SubscriberIdCT	PIC 9(7).
	03 CancelDateCT		PIC 9(8).

01  CancelTableLimit		PIC 9(4) VALUE 5000.
01  CancelCount			PIC 9(4) VALUE ZEROS.
01  CXIDX				PIC 9(4) VALUE ZEROS.

01  RevenueTable.
    02  RevenueEntry OCCURS 500 TIMES.
	03 RevenueKeyRV.
	    04 PublicationRV	PIC X(3).
	    04 CountryCodeRV	PIC XX.
	03 BroughtFwdRV		PIC 9(7)V99.
	03 ReceivedRV		PIC 9(7)V99.
	03 EarnedRV		PIC 9(7)V99.
	03 ReleasedRV		PIC 9(7)V99.
	03 CarriedFwdRV		PIC 9(7)V99.

01  RevenueTableLimit		PIC 9(3) VALUE 500.
01  RevenueCount		PIC 9(3) VALUE ZEROS.
01  RVIDX				PIC 9(3) VALUE ZEROS.
01  ShiftIndex			PIC 9(3) VALUE ZEROS.

01  SearchKey.
    02  PublicationSK		PIC X(3).
    02  CountryCodeSK		PIC XX.

01  FutureTable.
    02  FutureAmountFU	PIC 9(7)V99 OCCURS 13 TIMES.

01  FUIDX				PIC 99 VALUE ZEROS.

01  CommandLineBuffer		PIC X(40) VALUE SPACES.
01  AsOfDateText		PIC X(8) VALUE SPACES.
01  OverrideText		PIC X(8) VALUE SPACES.
01  OverrideSwitch		PIC X VALUE "N".
    88	OverrideRequested	VALUE "Y".
01  CompletedRunSwitch		PIC X VALUE "N".
    88	CompletedRunFound	VALUE "Y".
01  OpenStartCount		PIC S9(4) VALUE ZEROS.
01  AsOfDate			PIC 9(8) VALUE ZEROS.

01  PaymentJournalStatus	PIC XX.
01  CancelHistStatus		PIC XX.
01  RunLogStatus		PIC XX.

01  DateSplit.
    02	DateYearWK		PIC 9(4).
    02	DateMonthWK		PIC 99.
    02	DateDayWK		PIC 99.

01  PeriodSplit.
    02	RevPeriod		PIC 9(6).
    02	FILLER			PIC 99.

01  MonthNumber			PIC 9(6) VALUE ZEROS.
01  PeriodMonthNo		PIC 9(6) VALUE ZEROS.
01  PayMonthNo			PIC 9(6) VALUE ZEROS.
01  StartMonthNo		PIC 9(6) VALUE ZEROS.
01  EndMonthNo			PIC 9(6) VALUE ZEROS.
01  CancelMonthNo		PIC 9(6) VALUE ZEROS.
01  CancelDateFound		PIC 9(8) VALUE ZEROS.
01  TermMonths			PIC 99 VALUE ZEROS.
01  PayAmount			PIC 9(5)V99 VALUE ZEROS.

01  StateMonth			PIC 9(6) VALUE ZEROS.
01  StateReceived		PIC 9(5)V99 VALUE ZEROS.
01  StateEarned			PIC 9(5)V99 VALUE ZEROS.
01  StateReleased		PIC 9(5)V99 VALUE ZEROS.
01  PriorReceived		PIC 9(5)V99 VALUE ZEROS.
01  PriorEarned			PIC 9(5)V99 VALUE ZEROS.
01  PriorReleased		PIC 9(5)V99 VALUE ZEROS.
01  CumMonth			PIC 9(6) VALUE ZEROS.
01  CumEarned			PIC 9(5)V99 VALUE ZEROS.
01  ElapsedMonths		PIC S9(6) VALUE ZEROS.
01  PreviousCumEarned		PIC 9(5)V99 VALUE ZEROS.

01  PayBroughtFwd		PIC 9(5)V99 VALUE ZEROS.
01  PayReceived			PIC 9(5)V99 VALUE ZEROS.
01  PayEarned			PIC 9(5)V99 VALUE ZEROS.
01  PayReleased			PIC 9(5)V99 VALUE ZEROS.
01  PayCarriedFwd		PIC 9(5)V99 VALUE ZEROS.

01  PaymentsReadCount		PIC 9(6) VALUE ZEROS.
01  PaymentsScheduledCount	PIC 9(6) VALUE ZEROS.
01  PaymentsFutureCount		PIC 9(6) VALUE ZEROS.
01  CancellationsCount		PIC 9(6) VALUE ZEROS.

01  TotalBroughtFwd		PIC 9(7)V99 VALUE ZEROS.
01  TotalReceived		PIC 9(7)V99 VALUE ZEROS.
01  TotalEarned			PIC 9(7)V99 VALUE ZEROS.
01  TotalReleased		PIC 9(7)V99 VALUE ZEROS.
01  TotalCarriedFwd		PIC 9(7)V99 VALUE ZEROS.
01  TotalFuture			PIC 9(7)V99 VALUE ZEROS.

01  RevenueHeadingLine.
    02  FILLER                  PIC X(10) VALUE SPACES.
    02  FILLER                  PIC X(42) VALUE "DEFERRED REVENUE AND RECOGNITION SCHEDULE".

01  RevenueUnderline.
    02  FILLER                  PIC X(10) VALUE SPACES.
    02  FILLER                  PIC X(42) VALUE ALL "-".

01  RevenuePeriodLine.
    02  FILLER                  PIC X(5)  VALUE SPACES.
    02  FILLER                  PIC X(25) VALUE "REVENUE PERIOD         = ".
    02  PrnRevPeriod		PIC 9(6).

01  RevenueDateLine.
    02  FILLER                  PIC X(5)  VALUE SPACES.
    02  FILLER                  PIC X(25) VALUE "PERIOD END DATE        = ".
    02  PrnPeriodEndDate	PIC 9(8).

01  RevenueTopicLine.
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  FILLER                  PIC X(4)  VALUE "PUB".
    02  FILLER                  PIC X(2)  VALUE "CT".
    02  FILLER                  PIC X(12) VALUE "   BROUGHT".
    02  FILLER                  PIC X(12) VALUE "   RECEIVED".
    02  FILLER                  PIC X(12) VALUE "     EARNED".
    02  FILLER                  PIC X(12) VALUE "   RELEASED".
    02  FILLER                  PIC X(12) VALUE "    CARRIED".

01  RevenueTopicLine2.
    02  FILLER                  PIC X(8)  VALUE SPACES.
    02  FILLER                  PIC X(12) VALUE "    FORWARD".
    02  FILLER                  PIC X(12) VALUE SPACES.
    02  FILLER                  PIC X(12) VALUE " THIS MONTH".
    02  FILLER                  PIC X(12) VALUE "  ON CANCEL".
    02  FILLER                  PIC X(12) VALUE "    FORWARD".

01  RevenueDetailLine.
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  PrnRevPublication	PIC X(3).
    02  FILLER                  PIC X     VALUE SPACE.
    02  PrnRevCountry		PIC XX.
    02  FILLER                  PIC X     VALUE SPACE.
    02  PrnRevBroughtFwd	PIC ZZZZ,ZZ9.99.
    02  FILLER                  PIC X     VALUE SPACE.
    02  PrnRevReceived		PIC ZZZZ,ZZ9.99.
    02  FILLER                  PIC X     VALUE SPACE.
    02  PrnRevEarned		PIC ZZZZ,ZZ9.99.
    02  FILLER                  PIC X     VALUE SPACE.
    02  PrnRevReleased		PIC ZZZZ,ZZ9.99.
    02  FILLER                  PIC X     VALUE SPACE.
    02  PrnRevCarriedFwd	PIC ZZZZ,ZZ9.99.

01  FutureHeadingLine.
    02  FILLER                  PIC X(5)  VALUE SPACES.
    02  FILLER                  PIC X(50)
	VALUE "RECOGNITION OF DEFERRED BALANCE CARRIED FORWARD".

01  FutureDetailLine.
    02  FILLER                  PIC X(5)  VALUE SPACES.
    02  PrnFutureCaption	PIC X(14).
    02  PrnFutureMonth		PIC X(6).
    02  FILLER                  PIC X(5)  VALUE SPACES.
    02  PrnFutureAmount		PIC ZZZZ,ZZ9.99.

01  FutureMonthSplit.
    02	FutureYearWK		PIC 9(4).
    02	FutureMonthWK		PIC 99.

01  RevenueCountLine.
    02  FILLER                  PIC X(5)  VALUE SPACES.
    02  PrnCountCaption		PIC X(25).
    02  PrnCountValue		PIC ZZZZZ9.


PROCEDURE DIVISION.
ProduceRevenueSchedule.
    PERFORM GetRunParameters
    PERFORM CheckRunLogBeforeStart

    MOVE "S" TO StartEndRL
    MOVE SPACE TO CompletionRL
    PERFORM WriteRunAuditRecord

    PERFORM LoadCancelTable
    INITIALIZE FutureTable

    MOVE AsOfDate TO DateSplit
    PERFORM ComputeMonthNumber
    MOVE MonthNumber TO PeriodMonthNo

    OPEN OUTPUT ScheduleFile
    OPEN INPUT PaymentJournalFile
    IF PaymentJournalStatus = "00"
        READ PaymentJournalFile
	    AT END SET EndOfPaymentJournal TO TRUE
        END-READ
        PERFORM ScheduleJournalPayment UNTIL EndOfPaymentJournal
    END-IF
    CLOSE PaymentJournalFile
    CLOSE ScheduleFile

    PERFORM PrintRevenueReport

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
    MOVE AsOfDate TO PeriodSplit.


WriteRunAuditRecord.
    OPEN EXTEND RunLogFile
    IF RunLogStatus = "00" OR "05"
        MOVE "SUBSREVREC" TO ProgramIdRL
        ACCEPT RunDateRL FROM DATE YYYYMMDD
        ACCEPT RunTimeRL FROM TIME
        MOVE AsOfDate TO AsOfDateRL
        MOVE PaymentsReadCount TO InputCountRL
        MOVE PaymentsScheduledCount TO OutputCountRL
        MOVE ZEROS TO RejectCountRL
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
        DISPLAY "SubsRevRec: completed run already logged for "
            AsOfDate " - run refused"
        STOP RUN
    END-IF
    IF OpenStartCount > ZEROS AND NOT OverrideRequested
        DISPLAY "SubsRevRec: previous run has no end record - "
            "rerun with OVERRIDE to force"
        STOP RUN
    END-IF.


CheckRunLogRecord.
    IF ProgramIdRL = "SUBSREVREC"
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


LoadCancelTable.
    OPEN INPUT CancelHistFile
    IF CancelHistStatus = "00"
        READ CancelHistFile
	    AT END SET EndOfCancelHist TO TRUE
        END-READ
        PERFORM UNTIL EndOfCancelHist
            IF CancelDateCH IS NUMERIC AND SubscriberIdCH IS NUMERIC
                IF CancelCount >= CancelTableLimit
                    DISPLAY "SubsRevRec: cancel table full at "
                        CancelTableLimit " - increase table size"
                    STOP RUN
                END-IF
                ADD 1 TO CancelCount
                MOVE SubscriberIdCH TO SubscriberIdCT(CancelCount)
                MOVE CancelDateCH TO CancelDateCT(CancelCount)
            END-IF
            READ CancelHistFile
	        AT END SET EndOfCancelHist TO TRUE
            END-READ
        END-PERFORM
    END-IF
    CLOSE CancelHistFile.


ComputeMonthNumber.
    COMPUTE MonthNumber = (DateYearWK * 12) + DateMonthWK - 1.


ScheduleJournalPayment.
    ADD 1 TO PaymentsReadCount
    IF PaymentDatePJ IS NUMERIC AND PaymentAmountPJ IS NUMERIC
        PERFORM SetPaymentTerms
        IF PayMonthNo > PeriodMonthNo
            ADD 1 TO PaymentsFutureCount
        ELSE
            PERFORM ComputePaymentMovements
        END-IF
    END-IF
    READ PaymentJournalFile
	AT END SET EndOfPaymentJournal TO TRUE
    END-READ.


SetPaymentTerms.
    IF TaxAmountPJ IS NOT NUMERIC
        MOVE ZEROS TO TaxAmountPJ
    END-IF
    COMPUTE PayAmount = PaymentAmountPJ - TaxAmountPJ
    MOVE PaymentDatePJ TO DateSplit
    PERFORM ComputeMonthNumber
    MOVE MonthNumber TO PayMonthNo

    MOVE PayMonthNo TO StartMonthNo
    IF OldDueDatePJ IS NUMERIC AND OldDueDatePJ > ZEROS
        MOVE OldDueDatePJ TO DateSplit
        PERFORM ComputeMonthNumber
        MOVE MonthNumber TO StartMonthNo
    END-IF

    MOVE ZEROS TO TermMonths
    IF PayFreqPJ IS NUMERIC
        IF PayFreqPJ > ZEROS AND PayFreqPJ < 6
            MOVE FreqMonthsFT(PayFreqPJ) TO TermMonths
        END-IF
    END-IF
    IF TermMonths = ZEROS
        IF NewDueDatePJ IS NUMERIC AND NewDueDatePJ > ZEROS
            MOVE NewDueDatePJ TO DateSplit
            PERFORM ComputeMonthNumber
            MOVE MonthNumber TO EndMonthNo
            IF EndMonthNo > StartMonthNo
                COMPUTE TermMonths = EndMonthNo - StartMonthNo
            END-IF
        END-IF
    END-IF
    IF TermMonths = ZEROS
        MOVE 1 TO TermMonths
    END-IF

    MOVE ZEROS TO CancelDateFound
    PERFORM VARYING CXIDX FROM 1 BY 1 UNTIL CXIDX > CancelCount
        IF SubscriberIdCT(CXIDX) = SubscriberIdPJ
                AND CancelDateCT(CXIDX) NOT < PaymentDatePJ
            IF CancelDateFound = ZEROS
                    OR CancelDateCT(CXIDX) < CancelDateFound
                MOVE CancelDateCT(CXIDX) TO CancelDateFound
            END-IF
        END-IF
    END-PERFORM
    MOVE ZEROS TO CancelMonthNo
    IF CancelDateFound > ZEROS
        MOVE CancelDateFound TO DateSplit
        PERFORM ComputeMonthNumber
        MOVE MonthNumber TO CancelMonthNo
    END-IF.


ComputePaymentMovements.
    COMPUTE StateMonth = PeriodMonthNo - 1
    PERFORM ComputeStateThroughMonth
    MOVE StateReceived TO PriorReceived
    MOVE StateEarned TO PriorEarned
    MOVE StateReleased TO PriorReleased

    MOVE PeriodMonthNo TO StateMonth
    PERFORM ComputeStateThroughMonth

    COMPUTE PayBroughtFwd = PriorReceived - PriorEarned - PriorReleased
    COMPUTE PayReceived = StateReceived - PriorReceived
    COMPUTE PayEarned = StateEarned - PriorEarned
    COMPUTE PayReleased = StateReleased - PriorReleased
    COMPUTE PayCarriedFwd = StateReceived - StateEarned - StateReleased

    IF PayBroughtFwd > ZEROS OR PayReceived > ZEROS OR PayEarned > ZEROS
            OR PayReleased > ZEROS OR PayCarriedFwd > ZEROS
        ADD 1 TO PaymentsScheduledCount
        IF PayReleased > ZEROS
            ADD 1 TO CancellationsCount
        END-IF
        PERFORM AccumulateRevenueEntry
        PERFORM WriteScheduleRecord
        IF PayCarriedFwd > ZEROS
            PERFORM ScheduleFutureRecognition
        END-IF
    END-IF.


ComputeStateThroughMonth.
    MOVE ZEROS TO StateReceived, StateEarned, StateReleased
    IF PayMonthNo NOT > StateMonth
        MOVE PayAmount TO StateReceived
        IF CancelMonthNo > ZEROS AND CancelMonthNo NOT > StateMonth
            COMPUTE CumMonth = CancelMonthNo - 1
            PERFORM ComputeCumulativeEarned
            MOVE CumEarned TO StateEarned
            COMPUTE StateReleased = PayAmount - CumEarned
        ELSE
            MOVE StateMonth TO CumMonth
            PERFORM ComputeCumulativeEarned
            MOVE CumEarned TO StateEarned
        END-IF
    END-IF.


ComputeCumulativeEarned.
    MOVE ZEROS TO CumEarned
    IF CumMonth NOT < PayMonthNo
        COMPUTE ElapsedMonths = CumMonth - StartMonthNo + 1
        IF ElapsedMonths > TermMonths
            MOVE TermMonths TO ElapsedMonths
        END-IF
        IF ElapsedMonths > ZEROS
            COMPUTE CumEarned ROUNDED =
                PayAmount * ElapsedMonths / TermMonths
        END-IF
    END-IF.


AccumulateRevenueEntry.
    MOVE PublicationPJ TO PublicationSK
    MOVE CountryCodePJ TO CountryCodeSK
    PERFORM VARYING RVIDX FROM 1 BY 1
	UNTIL RVIDX > RevenueCount OR RevenueKeyRV(RVIDX) NOT < SearchKey
        CONTINUE
    END-PERFORM
    IF RVIDX > RevenueCount OR RevenueKeyRV(RVIDX) NOT = SearchKey
        IF RevenueCount >= RevenueTableLimit
            DISPLAY "SubsRevRec: revenue table full at "
                RevenueTableLimit " - increase table size"
            STOP RUN
        END-IF
        PERFORM VARYING ShiftIndex FROM RevenueCount BY -1
	    UNTIL ShiftIndex < RVIDX
            MOVE RevenueEntry(ShiftIndex) TO RevenueEntry(ShiftIndex + 1)
        END-PERFORM
        ADD 1 TO RevenueCount
        MOVE SearchKey TO RevenueKeyRV(RVIDX)
        MOVE ZEROS TO BroughtFwdRV(RVIDX), ReceivedRV(RVIDX),
            EarnedRV(RVIDX), ReleasedRV(RVIDX), CarriedFwdRV(RVIDX)
    END-IF
    ADD PayBroughtFwd TO BroughtFwdRV(RVIDX), TotalBroughtFwd
    ADD PayReceived TO ReceivedRV(RVIDX), TotalReceived
    ADD PayEarned TO EarnedRV(RVIDX), TotalEarned
    ADD PayReleased TO ReleasedRV(RVIDX), TotalReleased
    ADD PayCarriedFwd TO CarriedFwdRV(RVIDX), TotalCarriedFwd.


WriteScheduleRecord.
    MOVE RevPeriod TO PeriodRS
    MOVE SubscriberIdPJ TO SubscriberIdRS
    MOVE PublicationPJ TO PublicationRS
    MOVE CountryCodePJ TO CountryCodeRS
    MOVE PaymentDatePJ TO PaymentDateRS
    MOVE PayAmount TO PaymentAmountRS
    MOVE TermMonths TO TermMonthsRS
    COMPUTE DateYearWK = StartMonthNo / 12
    COMPUTE DateMonthWK = FUNCTION REM(StartMonthNo, 12) + 1
    COMPUTE StartMonthRS = (DateYearWK * 100) + DateMonthWK
    MOVE PayBroughtFwd TO BroughtFwdRS
    MOVE PayEarned TO EarnedRS
    MOVE PayReleased TO ReleasedRS
    MOVE PayCarriedFwd TO CarriedFwdRS
    MOVE StateEarned TO EarnedToDateRS
    WRITE ScheduleRec.


ScheduleFutureRecognition.
    MOVE StateEarned TO PreviousCumEarned
    PERFORM VARYING FUIDX FROM 1 BY 1 UNTIL FUIDX > 12
        COMPUTE CumMonth = PeriodMonthNo + FUIDX
        PERFORM ComputeCumulativeEarned
        COMPUTE FutureAmountFU(FUIDX) = FutureAmountFU(FUIDX)
            + CumEarned - PreviousCumEarned
        MOVE CumEarned TO PreviousCumEarned
    END-PERFORM
    COMPUTE FutureAmountFU(13) = FutureAmountFU(13)
        + PayAmount - PreviousCumEarned.


PrintRevenueReport.
    OPEN OUTPUT DeferredRevenueReport
    WRITE RevenuePrintLine FROM RevenueHeadingLine AFTER ADVANCING PAGE
    WRITE RevenuePrintLine FROM RevenueUnderline   AFTER ADVANCING 1 LINE
    MOVE RevPeriod TO PrnRevPeriod
    MOVE AsOfDate TO PrnPeriodEndDate
    WRITE RevenuePrintLine FROM RevenuePeriodLine  AFTER ADVANCING 2 LINES
    WRITE RevenuePrintLine FROM RevenueDateLine    AFTER ADVANCING 1 LINE
    WRITE RevenuePrintLine FROM RevenueTopicLine   AFTER ADVANCING 2 LINES
    WRITE RevenuePrintLine FROM RevenueTopicLine2  AFTER ADVANCING 1 LINE
    WRITE RevenuePrintLine FROM SPACES             AFTER ADVANCING 1 LINE

    PERFORM VARYING RVIDX FROM 1 BY 1 UNTIL RVIDX > RevenueCount
        MOVE PublicationRV(RVIDX) TO PrnRevPublication
        MOVE CountryCodeRV(RVIDX) TO PrnRevCountry
        MOVE BroughtFwdRV(RVIDX) TO PrnRevBroughtFwd
        MOVE ReceivedRV(RVIDX) TO PrnRevReceived
        MOVE EarnedRV(RVIDX) TO PrnRevEarned
        MOVE ReleasedRV(RVIDX) TO PrnRevReleased
        MOVE CarriedFwdRV(RVIDX) TO PrnRevCarriedFwd
        WRITE RevenuePrintLine FROM RevenueDetailLine
            AFTER ADVANCING 1 LINE
    END-PERFORM

    MOVE "TOT" TO PrnRevPublication
    MOVE SPACES TO PrnRevCountry
    MOVE TotalBroughtFwd TO PrnRevBroughtFwd
    MOVE TotalReceived TO PrnRevReceived
    MOVE TotalEarned TO PrnRevEarned
    MOVE TotalReleased TO PrnRevReleased
    MOVE TotalCarriedFwd TO PrnRevCarriedFwd
    WRITE RevenuePrintLine FROM RevenueDetailLine AFTER ADVANCING 2 LINES

    WRITE RevenuePrintLine FROM FutureHeadingLine AFTER ADVANCING 3 LINES
    WRITE RevenuePrintLine FROM SPACES            AFTER ADVANCING 1 LINE
    MOVE ZEROS TO TotalFuture
    PERFORM VARYING FUIDX FROM 1 BY 1 UNTIL FUIDX > 13
        IF FUIDX > 12
            MOVE "LATER MONTHS" TO PrnFutureCaption
            MOVE SPACES TO PrnFutureMonth
        ELSE
            MOVE "MONTH" TO PrnFutureCaption
            COMPUTE MonthNumber = PeriodMonthNo + FUIDX
            COMPUTE FutureYearWK = MonthNumber / 12
            COMPUTE FutureMonthWK = FUNCTION REM(MonthNumber, 12) + 1
            MOVE FutureMonthSplit TO PrnFutureMonth
        END-IF
        MOVE FutureAmountFU(FUIDX) TO PrnFutureAmount
        ADD FutureAmountFU(FUIDX) TO TotalFuture
        WRITE RevenuePrintLine FROM FutureDetailLine AFTER ADVANCING 1 LINE
    END-PERFORM
    MOVE "TOTAL DEFERRED" TO PrnFutureCaption
    MOVE SPACES TO PrnFutureMonth
    MOVE TotalFuture TO PrnFutureAmount
    WRITE RevenuePrintLine FROM FutureDetailLine AFTER ADVANCING 2 LINES

    MOVE "PAYMENTS READ          = " TO PrnCountCaption
    MOVE PaymentsReadCount TO PrnCountValue
    WRITE RevenuePrintLine FROM RevenueCountLine AFTER ADVANCING 3 LINES
    MOVE "PAYMENTS SCHEDULED     = " TO PrnCountCaption
    MOVE PaymentsScheduledCount TO PrnCountValue
    WRITE RevenuePrintLine FROM RevenueCountLine AFTER ADVANCING 1 LINE
    MOVE "CANCELLATIONS RELEASED = " TO PrnCountCaption
    MOVE CancellationsCount TO PrnCountValue
    WRITE RevenuePrintLine FROM RevenueCountLine AFTER ADVANCING 1 LINE
    MOVE "PAID AFTER PERIOD END  = " TO PrnCountCaption
    MOVE PaymentsFutureCount TO PrnCountValue
    WRITE RevenuePrintLine FROM RevenueCountLine AFTER ADVANCING 1 LINE
    CLOSE DeferredRevenueReport.
