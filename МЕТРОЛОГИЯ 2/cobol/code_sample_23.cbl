      $SET SOURCEFORMAT"FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID. AuditInq.
AUTHOR. Michael Coughlan.
*>CS4321-96-COBOL-EXAM.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL AuditTrailFile ASSIGN TO "AUDITTRL.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS AuditTrailStatus.

       SELECT AuditInqReport ASSIGN TO "AUDITINQ.RPT"
                 ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD AuditTrailFile.
01 AuditTrailRec.
   88	EndOfAuditTrail VALUE HIGH-VALUES.
   02	AuditDateAU		PIC 9(8).
   02	AuditTimeAU		PIC 9(8).
   02	ProgramIdAU		PIC X(10).
   02	FileIdAU		PIC X(8).
   02	ActionAU		PIC X.
	88 AuditAdd		VALUE "A".
	88 AuditChange		VALUE "C".
	88 AuditDelete		VALUE "D".
   02	AuditKeyAU		PIC X(7).
   02	CountryCodeAU		PIC XX.
   02	BeforeImageAU		PIC X(85).
   02	AfterImageAU		PIC X(85).

FD AuditInqReport.
01 AuditPrintLine		PIC X(77).


WORKING-STORAGE SECTION.

01  CommandLineBuffer		PIC X(40) VALUE SPACES.
01  SelectTypeText		PIC X(8) VALUE SPACES.
    88	SelectById		VALUE "ID".
    88	SelectByCountry		VALUE "CTRY".
    88	SelectByDate		VALUE "DATE".
01  SelectValue1		PIC X(8) VALUE SPACES.
01  SelectValue2		PIC X(8) VALUE SPACES.

01  SelectId			PIC 9(7) VALUE ZEROS.
01  SelectIdText REDEFINES SelectId	PIC X(7).
01  SelectCountry		PIC XX VALUE SPACES.
01  SelectFromDate		PIC 9(8) VALUE ZEROS.
01  SelectToDate		PIC 9(8) VALUE ZEROS.
01  AuditTrailStatus		PIC XX.
01  EntrySelectedSwitch	PIC X VALUE "N".
    88	EntrySelected		VALUE "Y".

01  AuditReadCount		PIC 9(6) VALUE ZEROS.
01  AuditSelectedCount		PIC 9(6) VALUE ZEROS.

01  AuditHeadingLine.
    02  FILLER                  PIC X(10) VALUE SPACES.
    02  FILLER                  PIC X(36) VALUE "AUDIT TRAIL INQUIRY".

01  AuditUnderline.
    02  FILLER                  PIC X(10) VALUE SPACES.
    02  FILLER                  PIC X(36) VALUE ALL "-".

01  AuditSelectLine.
    02  FILLER                  PIC X(5)  VALUE SPACES.
    02  FILLER                  PIC X(25) VALUE "SELECTED BY            = ".
    02  PrnSelectType		PIC X(8).
    02  FILLER                  PIC X     VALUE SPACE.
    02  PrnSelectValue1		PIC X(8).
    02  FILLER                  PIC X     VALUE SPACE.
    02  PrnSelectValue2		PIC X(8).

01  AuditTopicLine.
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  FILLER                  PIC X(10) VALUE "DATE".
    02  FILLER                  PIC X(10) VALUE "TIME".
    02  FILLER                  PIC X(12) VALUE "PROGRAM".
    02  FILLER                  PIC X(10) VALUE "FILE".
    02  FILLER                  PIC X(9)  VALUE "ACTION".
    02  FILLER                  PIC X(9)  VALUE "KEY".
    02  FILLER                  PIC X(7)  VALUE "CT".

01  AuditEntryLine.
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  PrnAuditDate		PIC 9(8).
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  PrnAuditTime		PIC 9(8).
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  PrnAuditProgram		PIC X(10).
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  PrnAuditFile		PIC X(8).
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  PrnAuditAction		PIC X(7).
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  PrnAuditKey		PIC X(7).
    02  FILLER                  PIC X(2)  VALUE SPACES.
    02  PrnAuditCountry		PIC XX.

01  AuditImageLine.
    02  FILLER                  PIC X(4)  VALUE SPACES.
    02  PrnImageCaption		PIC X(8).
    02  PrnImagePart		PIC X(65).

01  ImageWK			PIC X(85) VALUE SPACES.

01  AuditCountLine.
    02  FILLER                  PIC X(5)  VALUE SPACES.
    02  PrnCountCaption		PIC X(25).
    02  PrnCountValue		PIC ZZZZZ9.


PROCEDURE DIVISION.
InquireOnAuditTrail.
    ACCEPT CommandLineBuffer FROM COMMAND-LINE
    UNSTRING CommandLineBuffer DELIMITED BY ALL SPACES
        INTO SelectTypeText, SelectValue1, SelectValue2
    END-UNSTRING
    PERFORM CheckSelection

    OPEN OUTPUT AuditInqReport
    WRITE AuditPrintLine FROM AuditHeadingLine AFTER ADVANCING PAGE
    WRITE AuditPrintLine FROM AuditUnderline   AFTER ADVANCING 1 LINE
    MOVE SelectTypeText TO PrnSelectType
    MOVE SelectValue1 TO PrnSelectValue1
    MOVE SelectValue2 TO PrnSelectValue2
    WRITE AuditPrintLine FROM AuditSelectLine  AFTER ADVANCING 2 LINES
    WRITE AuditPrintLine FROM AuditTopicLine   AFTER ADVANCING 2 LINES
    WRITE AuditPrintLine FROM SPACES           AFTER ADVANCING 1 LINE

    OPEN INPUT AuditTrailFile
    IF AuditTrailStatus = "00" OR "05"
        READ AuditTrailFile
	    AT END SET EndOfAuditTrail TO TRUE
        END-READ
        PERFORM SelectAuditEntry UNTIL EndOfAuditTrail
        CLOSE AuditTrailFile
    END-IF

    MOVE "AUDIT ENTRIES READ     = " TO PrnCountCaption
    MOVE AuditReadCount TO PrnCountValue
    WRITE AuditPrintLine FROM AuditCountLine AFTER ADVANCING 2 LINES
    MOVE "AUDIT ENTRIES SELECTED = " TO PrnCountCaption
    MOVE AuditSelectedCount TO PrnCountValue
    WRITE AuditPrintLine FROM AuditCountLine AFTER ADVANCING 1 LINE
    CLOSE AuditInqReport
    STOP RUN.


CheckSelection.
    EVALUATE TRUE
        WHEN SelectById AND SelectValue1 NOT = SPACES
            COMPUTE SelectId = FUNCTION NUMVAL(SelectValue1)
        WHEN SelectByCountry AND SelectValue1 NOT = SPACES
            MOVE SelectValue1 TO SelectCountry
        WHEN SelectByDate AND SelectValue1 IS NUMERIC
            MOVE SelectValue1 TO SelectFromDate
            IF SelectValue2 IS NUMERIC
                MOVE SelectValue2 TO SelectToDate
            ELSE
                MOVE SelectFromDate TO SelectToDate
            END-IF
        WHEN OTHER
            DISPLAY "AuditInq: select by ID nnnnnnn, CTRY cc or "
                "DATE yyyymmdd [yyyymmdd]"
            STOP RUN
    END-EVALUATE.


SelectAuditEntry.
    ADD 1 TO AuditReadCount
    MOVE "N" TO EntrySelectedSwitch
    EVALUATE TRUE
        WHEN SelectById
            IF AuditKeyAU = SelectIdText
                    AND (FileIdAU = "DUESUBS " OR "SUBSADDR" OR "VALSUBS ")
                SET EntrySelected TO TRUE
            END-IF
        WHEN SelectByCountry
            IF CountryCodeAU = SelectCountry
                SET EntrySelected TO TRUE
            END-IF
        WHEN SelectByDate
            IF AuditDateAU NOT LESS THAN SelectFromDate
                    AND AuditDateAU NOT GREATER THAN SelectToDate
                SET EntrySelected TO TRUE
            END-IF
    END-EVALUATE
    IF EntrySelected
        ADD 1 TO AuditSelectedCount
        PERFORM PrintAuditEntry
    END-IF
    READ AuditTrailFile
	AT END SET EndOfAuditTrail TO TRUE
    END-READ.


PrintAuditEntry.
    MOVE AuditDateAU TO PrnAuditDate
    MOVE AuditTimeAU TO PrnAuditTime
    MOVE ProgramIdAU TO PrnAuditProgram
    MOVE FileIdAU TO PrnAuditFile
    EVALUATE TRUE
        WHEN AuditAdd
            MOVE "ADD" TO PrnAuditAction
        WHEN AuditChange
            MOVE "CHANGE" TO PrnAuditAction
        WHEN AuditDelete
            MOVE "DELETE" TO PrnAuditAction
        WHEN OTHER
            MOVE ActionAU TO PrnAuditAction
    END-EVALUATE
    MOVE AuditKeyAU TO PrnAuditKey
    MOVE CountryCodeAU TO PrnAuditCountry
    WRITE AuditPrintLine FROM AuditEntryLine AFTER ADVANCING 2 LINES

    MOVE "BEFORE" TO PrnImageCaption
    MOVE BeforeImageAU TO ImageWK
    PERFORM PrintAuditImage
    MOVE "AFTER" TO PrnImageCaption
    MOVE AfterImageAU TO ImageWK
    PERFORM PrintAuditImage.


PrintAuditImage.
    IF ImageWK = SPACES
        MOVE "(NONE)" TO PrnImagePart
    ELSE
        MOVE ImageWK(1:65) TO PrnImagePart
    END-IF
    WRITE AuditPrintLine FROM AuditImageLine AFTER ADVANCING 1 LINE
    IF ImageWK(66:20) NOT = SPACES
        MOVE SPACES TO PrnImageCaption
        MOVE ImageWK(66:20) TO PrnImagePart
        WRITE AuditPrintLine FROM AuditImageLine AFTER ADVANCING 1 LINE
    END-IF.
