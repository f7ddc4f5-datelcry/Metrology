                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS RunLogStatus.

       SELECT OPTIONAL AuditTrailFile ASSIGN TO "AUDITTRL.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS AuditTrailStatus.

DATA DIVISION.
FILE SECTION.
FD CountryFile.
FD MaintLogReport.
01 MaintLogPrintLine		PIC X(77).

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
01  MaintRejectedCount		PIC 9(5) VALUE ZEROS.

01  RunLogStatus		PIC XX.
01  AuditTrailStatus		PIC XX.
01  CountryBeforeImage		PIC X(38) VALUE SPACES.

01  CommandLineBuffer		PIC X(40) VALUE SPACES.
01  OverrideText		PIC X(8) VALUE SPACES.

    PERFORM LoadCountryTable

    OPEN EXTEND AuditTrailFile
    IF AuditTrailStatus NOT = "00" AND AuditTrailStatus NOT = "05"
        DISPLAY "CountryMaint: cannot open AUDITTRL.DAT - status "
            AuditTrailStatus
        STOP RUN
    END-IF

    OPEN OUTPUT MaintLogReport
    WRITE MaintLogPrintLine FROM MaintLogHeadingLine AFTER ADVANCING PAGE
    WRITE MaintLogPrintLine FROM MaintLogUnderline    AFTER ADVANCING 1 LINE
    END-READ
    PERFORM ApplyMaintTransaction UNTIL EndOfMaintTxnFile
    CLOSE MaintTxnFile
    CLOSE AuditTrailFile

    MOVE MaintAcceptedCount TO PrnMaintAcceptedCount
    MOVE MaintRejectedCount TO PrnMaintRejectedCount
            MOVE MaintCountryName TO CountryNameCT(CountryCount)
            MOVE MaintExchangeRate TO ExchangeRateCT(CountryCount)
            MOVE SPACE TO CountryActiveCT(CountryCount)
            MOVE CountryCount TO FoundIndex
            MOVE SPACES TO CountryBeforeImage
            MOVE "A" TO ActionAU
            PERFORM WriteCountryAuditRecord
            MOVE "ADDED" TO PrnMaintMessage
            PERFORM WriteMaintAcceptLine
        END-IF
        MOVE "COUNTRY CODE NOT FOUND - UPDATE REJECTED" TO PrnMaintMessage
        PERFORM WriteMaintLogLine
    ELSE
        MOVE CountryEntry(FoundIndex) TO CountryBeforeImage
        MOVE MaintCountryName TO CountryNameCT(FoundIndex)
        MOVE MaintExchangeRate TO ExchangeRateCT(FoundIndex)
        MOVE "C" TO ActionAU
        PERFORM WriteCountryAuditRecord
        MOVE "UPDATED" TO PrnMaintMessage
        PERFORM WriteMaintAcceptLine
    END-IF.
        MOVE "COUNTRY CODE NOT FOUND - DEACTIVATE REJECTED" TO PrnMaintMessage
        PERFORM WriteMaintLogLine
    ELSE
        MOVE CountryEntry(FoundIndex) TO CountryBeforeImage
        MOVE "N" TO CountryActiveCT(FoundIndex)
        MOVE "C" TO ActionAU
        PERFORM WriteCountryAuditRecord
        MOVE "DEACTIVATED" TO PrnMaintMessage
        PERFORM WriteMaintAcceptLine
    END-IF.
        MOVE "COUNTRY CODE NOT FOUND - REACTIVATE REJECTED" TO PrnMaintMessage
        PERFORM WriteMaintLogLine
    ELSE
        MOVE CountryEntry(FoundIndex) TO CountryBeforeImage
        MOVE "Y" TO CountryActiveCT(FoundIndex)
        MOVE "C" TO ActionAU
        PERFORM WriteCountryAuditRecord
        MOVE "REACTIVATED" TO PrnMaintMessage
        PERFORM WriteMaintAcceptLine
    END-IF.


WriteCountryAuditRecord.
    MOVE "COUNTRY " TO FileIdAU
    MOVE MaintCountryCode TO AuditKeyAU
    MOVE MaintCountryCode TO CountryCodeAU
    MOVE CountryBeforeImage TO BeforeImageAU
    MOVE CountryEntry(FoundIndex) TO AfterImageAU
    ACCEPT AuditDateAU FROM DATE YYYYMMDD
    ACCEPT AuditTimeAU FROM TIME
    MOVE "CTRYMAINT " TO ProgramIdAU
    WRITE AuditTrailRec.


WriteMaintAcceptLine.
    ADD 1 TO MaintAcceptedCount
    MOVE MaintCountryCode TO PrnMaintCountryCode
