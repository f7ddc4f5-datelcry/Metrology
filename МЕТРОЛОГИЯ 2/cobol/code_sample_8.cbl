                 RECORD KEY IS SubscriberIdAD
                 FILE STATUS IS SubsAddressStatus.

       SELECT OPTIONAL RunLogFile ASSIGN TO "RUNLOG.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS RunLogStatus.

DATA DIVISION.
FILE SECTION.
FD AgingSortedFile.
   02	PostcodeAD		PIC X(8).
   02	ContactAD		PIC X(20).

FD RunLogFile.
01 RunLogRec.
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


01  LettersPrintedCount		PIC 9(6) VALUE ZEROS.

01  RunLogStatus		PIC XX.


PROCEDURE DIVISION.
ProduceDunningLetters.
        ACCEPT AsOfDate FROM DATE YYYYMMDD
    END-IF

    MOVE "S" TO StartEndRL
    MOVE SPACE TO CompletionRL
    PERFORM WriteRunAuditRecord

    PERFORM LoadCountryTable
    PERFORM ApplyRateHistory

        CLOSE SubsAddressFile
    END-IF
    CLOSE AgingSortedFile, LettersFile

    MOVE "E" TO StartEndRL
    MOVE "C" TO CompletionRL
    PERFORM WriteRunAuditRecord
    STOP RUN.


    READ AgingSortedFile
	AT END SET EndOfAgingSorted TO TRUE
    END-READ.


WriteRunAuditRecord.
    OPEN EXTEND RunLogFile
    IF RunLogStatus = "00" OR "05"
        MOVE "SUBSDUN   " TO ProgramIdRL
        ACCEPT RunDateRL FROM DATE YYYYMMDD
        ACCEPT RunTimeRL FROM TIME
        MOVE AsOfDate TO AsOfDateRL
        MOVE ZEROS TO InputCountRL
        MOVE LettersPrintedCount TO OutputCountRL
        MOVE ZEROS TO RejectCountRL
        MOVE ZEROS TO AcceptedCountRL
        MOVE ZEROS TO RejectedCountRL
        MOVE "N" TO RestartFlagRL
        WRITE RunLogRec
        CLOSE RunLogFile
    END-IF.
