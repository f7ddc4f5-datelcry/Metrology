                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS AddsLogStatus.

       SELECT OPTIONAL AgentFile ASSIGN TO "AGENTS.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS AgentFileStatus.

       SELECT OPTIONAL SubsAddressFile ASSIGN TO "SUBSADDR.IDX"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS SubscriberIdAD
                 FILE STATUS IS SubsAddressStatus.

       SELECT OPTIONAL AuditTrailFile ASSIGN TO "AUDITTRL.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS AuditTrailStatus.

DATA DIVISION.
FILE SECTION.
FD SubsMasterFile.
   02	TxnDueDateNum REDEFINES TxnDueDate	PIC 9(8).
   02	TxnCountryCode	PIC XX.
   02	TxnPublication	PIC X(3).
   02	TxnAgentCode		PIC X(4).
01 AddrTxnRec.
   02	FILLER			PIC X.
   02	AddrSubscriberIdAT	PIC X(7).
   02	AddrLine1RF		PIC X(25).
   02	AddrLine2RF		PIC X(25).
   02	PostcodeRF		PIC X(8).
   02	PayMethodRF		PIC 9.
   02	RefundStatusRF	PIC X.
   02	PaidDateRF		PIC 9(8).
   02	ChequeNumberRF	PIC 9(6).
   02	GlPeriodRF		PIC 9(6).

FD CancelHistFile.
01 CancelHistRec.
   02	SubscriberIdAL	PIC 9(7).
   02	CountryCodeAL		PIC XX.
   02	PublicationAL		PIC X(3).
   02	PayFreqAL		PIC 9.
   02	AgentCodeAL		PIC X(4).

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

FD SubsAddressFile.
01 SubsAddressRec.
   02	PostcodeAD		PIC X(8).
   02	ContactAD		PIC X(20).

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


WORKING-STORAGE SECTION.

01  PublicationOkSwitch	PIC X VALUE "N".
    88	PublicationOk		VALUE "Y".

01  AgentTable.
    02  AgentEntry OCCURS 200 TIMES.
	03 AgentCodeGT		PIC X(4).
	03 AgentActiveGT	PIC X.
	    88 AgentIsInactiveGT	VALUE "N".

01  AgentCount			PIC 9(3) VALUE ZEROS.
01  AGIDX				PIC 9(3) VALUE ZEROS.
01  AgentFileStatus		PIC XX.
01  AgentOkSwitch		PIC X VALUE "N".
    88	AgentOk			VALUE "Y".

01  SubscriberTable.
    02  SubscriberEntry OCCURS 5000 TIMES.
	03 CustomerNameST	PIC X(22).
01  CancelHistStatus		PIC XX.
01  AddsLogStatus		PIC XX.
01  SubsAddressStatus		PIC XX.
01  AuditTrailStatus		PIC XX.
01  MasterBeforeImage		PIC X(50) VALUE SPACES.
01  AddressBeforeImage		PIC X(85) VALUE SPACES.
01  AddressIoOkSwitch		PIC X VALUE "N".
    88	AddressIoOk		VALUE "Y".
01  SubscriberIdOkSwitch	PIC X VALUE "N".
    ACCEPT RunDate FROM DATE YYYYMMDD
    PERFORM LoadCountryTable
    PERFORM LoadPublicationTable
    PERFORM LoadAgentTable

    OPEN I-O SubsMasterFile
    PERFORM LoadSubscriberTable
        STOP RUN
    END-IF

    OPEN EXTEND AuditTrailFile
    IF AuditTrailStatus NOT = "00" AND AuditTrailStatus NOT = "05"
        DISPLAY "SubsMaint: cannot open AUDITTRL.DAT - status "
            AuditTrailStatus
        STOP RUN
    END-IF

    OPEN OUTPUT SubsLogReport
    WRITE SubsLogPrintLine FROM SubsLogHeadingLine AFTER ADVANCING PAGE
    WRITE SubsLogPrintLine FROM SubsLogUnderline   AFTER ADVANCING 1 LINE
    WRITE SubsLogPrintLine FROM SubsLogTrailerLine2 AFTER ADVANCING 1 LINE
    CLOSE SubsLogReport

    CLOSE AuditTrailFile
    CLOSE SubsAddressFile
    CLOSE SubsMasterFile
    STOP RUN.
    CLOSE PubsFile.


LoadAgentTable.
    OPEN INPUT AgentFile
    IF AgentFileStatus = "00"
        READ AgentFile
	    AT END SET EndOfAgentFile TO TRUE
        END-READ
        PERFORM UNTIL EndOfAgentFile
            IF AgentCount < 200
                ADD 1 TO AgentCount
                MOVE AgentCodeAG TO AgentCodeGT(AgentCount)
                MOVE AgentActiveAG TO AgentActiveGT(AgentCount)
            END-IF
            READ AgentFile
	        AT END SET EndOfAgentFile TO TRUE
            END-READ
        END-PERFORM
        CLOSE AgentFile
    END-IF.


LoadSubscriberTable.
    READ SubsMasterFile NEXT RECORD
	AT END SET EndOfSubsMaster TO TRUE
    END-IF.


CheckTxnAgent.
    MOVE "N" TO AgentOkSwitch
    IF TxnAgentCode = SPACES
        SET AgentOk TO TRUE
    ELSE
        PERFORM VARYING AGIDX FROM 1 BY 1
	    UNTIL AGIDX > AgentCount OR AgentOk
            IF AgentCodeGT(AGIDX) = TxnAgentCode
                IF AgentIsInactiveGT(AGIDX)
                    MOVE "AGENT INACTIVE - REJECTED" TO PrnMaintMessage
                ELSE
                    SET AgentOk TO TRUE
                END-IF
            END-IF
        END-PERFORM
        IF NOT AgentOk AND PrnMaintMessage = SPACES
            MOVE "AGENT CODE NOT FOUND - REJECTED" TO PrnMaintMessage
        END-IF
    END-IF.


ApplyAddTransaction.
    IF EntryFound
        MOVE "SUBSCRIBER ALREADY EXISTS - ADD REJECTED" TO PrnMaintMessage
                PERFORM CheckTxnFields
            END-IF
            IF CountryOk AND PublicationOk AND FieldsOk
                PERFORM CheckTxnAgent
            END-IF
            IF CountryOk AND PublicationOk AND FieldsOk AND AgentOk
                PERFORM WriteNewMasterRecord
                IF MasterIoOk
                    MOVE "ADDED" TO PrnMaintMessage
        MOVE TxnPublication TO PublicationST(SubscriberCount)
        MOVE "N" TO CancelledST(SubscriberCount)
        PERFORM WriteAddsLogRecord
        MOVE SPACES TO MasterBeforeImage
        MOVE "A" TO ActionAU
        PERFORM WriteMasterAuditRecord
    END-IF.


            PERFORM CheckTxnFields
        END-IF
        IF CountryOk AND PublicationOk AND FieldsOk
            MOVE SPACES TO MasterBeforeImage
            MOVE SubscriberIdST(FoundIndex) TO SubscriberIdMR
            READ SubsMasterFile
                INVALID KEY CONTINUE
                NOT INVALID KEY MOVE SubsMasterRec TO MasterBeforeImage
            END-READ
            MOVE SPACES TO SubsMasterRec
            MOVE CustomerNameST(FoundIndex) TO CustomerNameMR
            MOVE TxnPayMethod TO PayMethodMR
                INVALID KEY MOVE "N" TO MasterIoOkSwitch
            END-REWRITE
            IF MasterIoOk
                MOVE "C" TO ActionAU
                PERFORM WriteMasterAuditRecord
                MOVE "UPDATED" TO PrnMaintMessage
                PERFORM WriteMaintAcceptLine
            ELSE
            INVALID KEY MOVE "N" TO MasterIoOkSwitch
        END-READ
        IF MasterIoOk
            MOVE SubsMasterRec TO MasterBeforeImage
            PERFORM WriteCancelHistory
            PERFORM WriteRefundDueExtract
            DELETE SubsMasterFile
            END-DELETE
        END-IF
        IF MasterIoOk
            MOVE MasterBeforeImage TO SubsMasterRec
            MOVE "D" TO ActionAU
            PERFORM WriteMasterAuditRecord
            SET SubscriberCancelled(FoundIndex) TO TRUE
            MOVE "CANCELLED" TO PrnMaintMessage
            PERFORM WriteMaintAcceptLine
        ELSE
            MOVE CustomerNameST(FoundIndex) TO PrnTxnCustomerName
            MOVE AddrSubscriberIdNumAT TO SubscriberIdAD
            MOVE SPACES TO AddressBeforeImage
            READ SubsAddressFile
                INVALID KEY CONTINUE
                NOT INVALID KEY MOVE SubsAddressRec TO AddressBeforeImage
            END-READ
            MOVE AddrSubscriberIdNumAT TO SubscriberIdAD
            MOVE AddrLine1AT TO AddrLine1AD
            MOVE AddrLine2AT TO AddrLine2AD
            MOVE PostcodeAT TO PostcodeAD
                    END-REWRITE
            END-WRITE
            IF AddressIoOk
                IF AddressBeforeImage = SPACES
                    MOVE "A" TO ActionAU
                ELSE
                    MOVE "C" TO ActionAU
                END-IF
                PERFORM WriteAddressAuditRecord
                MOVE "ADDRESS UPDATED" TO PrnMaintMessage
                PERFORM WriteAddrMaintAcceptLine
            ELSE
        MOVE "SUBSCRIBER ID INVALID - ADDRESS REJECTED" TO PrnMaintMessage
        PERFORM WriteAddrMaintRejectLine
    ELSE
        MOVE AddrSubscriberIdNumAT TO SubscriberIdAD
        MOVE SPACES TO AddressBeforeImage
        READ SubsAddressFile
            INVALID KEY CONTINUE
            NOT INVALID KEY MOVE SubsAddressRec TO AddressBeforeImage
        END-READ
        MOVE AddrSubscriberIdNumAT TO SubscriberIdAD
        MOVE "Y" TO AddressIoOkSwitch
        DELETE SubsAddressFile
            INVALID KEY MOVE "N" TO AddressIoOkSwitch
        END-DELETE
        IF AddressIoOk
            MOVE "D" TO ActionAU
            PERFORM WriteAddressAuditRecord
            MOVE "ADDRESS REMOVED" TO PrnMaintMessage
            PERFORM WriteAddrMaintAcceptLine
        ELSE
        MOVE SubscriberIdMR TO SubscriberIdAL
        MOVE CountryCodeMR TO CountryCodeAL
        MOVE PublicationCodeMR TO PublicationAL
        MOVE PayFreqMR TO PayFreqAL
        MOVE TxnAgentCode TO AgentCodeAL
        WRITE AddsLogRec
        CLOSE AddsLogFile
    END-IF.
            MOVE CreditBalanceMR TO CreditBalanceRF
            MOVE RunDate TO CancelDateRF
            MOVE SPACES TO AddrLine1RF, AddrLine2RF, PostcodeRF
            MOVE PayMethodMR TO PayMethodRF
            MOVE "P" TO RefundStatusRF
            MOVE ZEROS TO PaidDateRF, ChequeNumberRF, GlPeriodRF
            MOVE SubscriberIdMR TO SubscriberIdAD
            MOVE "Y" TO AddressIoOkSwitch
            READ SubsAddressFile
    END-IF.


WriteMasterAuditRecord.
    MOVE "DUESUBS " TO FileIdAU
    MOVE SubscriberIdMR TO AuditKeyAU
    MOVE CountryCodeMR TO CountryCodeAU
    MOVE MasterBeforeImage TO BeforeImageAU
    IF ActionAU = "D"
        MOVE SPACES TO AfterImageAU
    ELSE
        MOVE SubsMasterRec TO AfterImageAU
    END-IF
    PERFORM WriteAuditTrailRecord.


WriteAddressAuditRecord.
    MOVE "SUBSADDR" TO FileIdAU
    MOVE AddrSubscriberIdAT TO AuditKeyAU
    MOVE AddressBeforeImage TO BeforeImageAU
    IF ActionAU = "D"
        MOVE SPACES TO AfterImageAU
    ELSE
        MOVE SubsAddressRec TO AfterImageAU
    END-IF
    MOVE SPACES TO CountryCodeAU
    MOVE AddrSubscriberIdNumAT TO SubscriberIdMR
    READ SubsMasterFile
        INVALID KEY CONTINUE
        NOT INVALID KEY MOVE CountryCodeMR TO CountryCodeAU
    END-READ
    PERFORM WriteAuditTrailRecord.


WriteAuditTrailRecord.
    ACCEPT AuditDateAU FROM DATE YYYYMMDD
    ACCEPT AuditTimeAU FROM TIME
    MOVE "SUBSMAINT " TO ProgramIdAU
    WRITE AuditTrailRec.


WriteMaintAcceptLine.
    ADD 1 TO MaintAcceptedCount
    MOVE TxnCustomerName TO PrnTxnCustomerName
