IDENTIFICATION DIVISION.
PROGRAM-ID. QCATranVer.
AUTHOR. Lorna Ryan.

*> Answers verification enquiries about official transcripts - an
*> employer or another university quoting a certificate number and
*> asking whether the document in front of them is ours. QCAVERQ.dat
*> carries one certificate number per line; blank lines and lines
*> starting "*" are skipped.
*>
*> For each number the report QCAVERRPT.txt says:
*>
*>   - whether it is genuine: the check digits must hold (see
*>     ISSREC.cpy) and the number must be on the issuance register
*>     QCAISSREG.dat that QCATranIss appends to;
*>   - what it certified: issue date, recipient, student, programme,
*>     final QCA, credits, classification and standing, off the
*>     register;
*>   - whether the student's figures have changed on the master since
*>     issue: the student is scored again off the results master
*>     exactly as the certificate was (CERTP.cpy) and each certified
*>     figure, with the result count and hash, is compared.
*>
*> A number that is not genuine, or a certificate whose figures have
*> since changed, ends the run with return code 4 so the office
*> looks before answering. Read-only throughout.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT EnquiryFile ASSIGN TO "QCAVERQ.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WsEnqFileStatus.

*> Read through from the top for each enquiry - enquiries come a
*> handful at a time, and the register is never sorted.
SELECT RegisterFile ASSIGN TO "QCAISSREG.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WsRegFileStatus.

*> Positioned on each certified student in turn - see CERTP.cpy.
SELECT MasterFile ASSIGN TO "QCAMST.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS MstKey
    FILE STATUS IS WsMstFileStatus.

*> The year-end archive, where a finished student's results are found
*> once QCAArchive has rolled them off the master - see CERTP.cpy.
SELECT ArchiveFile ASSIGN TO "QCAARC.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS ArcKey
    FILE STATUS IS WsArcFileStatus.

*> The grading schemes the calculation scores under - see SCHMP.cpy.
SELECT ProgrammeFile ASSIGN TO "QCAPRG.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WsPrgFileStatus.

SELECT ScaleFile ASSIGN TO "QCASCALE.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WsSclFileStatus.

*> The approved mitigating-circumstances cases - see MITREC.cpy.
SELECT MitigationFile ASSIGN TO "QCAMIT.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS MitKey
    FILE STATUS IS WsMitFileStatus.

SELECT ReportFile ASSIGN TO "QCAVERRPT.txt"
    ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD EnquiryFile.
01 EnquiryRec.
    88 EndOfEnquiries      VALUE HIGH-VALUES.
    02 EnquiryRecText      PIC X(80).

FD RegisterFile.
COPY ISSREC.

FD MasterFile.
COPY MSTREC.

FD ArchiveFile.
COPY ARCREC.

FD ProgrammeFile.
01 PrgRec                  PIC X(80).

FD ScaleFile.
01 SclRec                  PIC X(100).

FD MitigationFile.
COPY MITREC.

FD ReportFile.
01 ReportBody              PIC X(132).

WORKING-STORAGE SECTION.

01 WsEnqFileStatus           PIC XX VALUE "00".
01 WsRegFileStatus           PIC XX VALUE "00".
01 WsMstFileStatus           PIC XX VALUE "00".
01 WsRegEofFlag              PIC X VALUE "N".
    88 WsRegAtEnd                VALUE "Y" FALSE "N".

*> The number enquired about, and the check-digit test on it - see
*> ISSREC.cpy.
01 WsEnqCertNo.
    02 WsEnqPrefix           PIC XX.
    02 WsEnqSerial           PIC 9(8).
    02 WsEnqCheck            PIC 99.
01 WsCheckWork               PIC 9(10) VALUE ZERO.
01 WsCheckQuot               PIC 9(10) VALUE ZERO.
01 WsCheckRem                PIC 99 VALUE ZERO.

01 WsGenuineFlag             PIC X VALUE "N".
    88 WsCertIsGenuine           VALUE "Y" FALSE "N".
01 WsNotGenuineReason        PIC X(40) VALUE SPACES.
01 WsChangedFlag             PIC X VALUE "N".
    88 WsFiguresChanged          VALUE "Y" FALSE "N".

*> The result being scored, in the names VALDTL.cpy and SCHMP.cpy
*> read - see CERTP.cpy.
01 WsWorkFields.
    02 WkSemester            PIC 9.
    02 WkModuleCode          PIC X(6).
    02 WkSession             PIC X(4).
    02 WkGrade               PIC XX.
    02 WkCredits             PIC 9.
    02 WkAccHours            PIC 99.
    02 WkNonQHours           PIC 99.
    02 WkFactor              PIC 9.
01 WsValidationFlag          PIC X VALUE "Y".
    88 WsRecordIsValid           VALUE "Y" FALSE "N".
01 WsExceptionReason         PIC X(40) VALUE SPACES.

01 WsEnquiriesRead           PIC 9(6) VALUE ZERO.
01 WsGenuineCount            PIC 9(6) VALUE ZERO.
01 WsNotGenuineCount         PIC 9(6) VALUE ZERO.
01 WsChangedCount            PIC 9(6) VALUE ZERO.

01 WsRunDate                 PIC X(8) VALUE SPACES.
01 WsRunTimeRaw              PIC X(8) VALUE SPACES.
01 WsReportLine              PIC X(132) VALUE SPACES.
01 WsCertStandingName        PIC X(20) VALUE SPACES.
01 WsDispCount               PIC ZZZZZ9.
01 WsDispQca                 PIC 9.99.
01 WsDispNowQca              PIC 9.99.
01 WsDispCredits             PIC ZZZZZ9.99.
01 WsDispNowCredits          PIC ZZZZZ9.99.
01 WsDispResults             PIC ZZZ9.
01 WsDispNowResults          PIC ZZZ9.

*> Shared grading-scheme working storage - see SCHMWS.cpy.
COPY SCHMWS.

*> Shared mitigating-circumstances working storage - see MITWS.cpy.
COPY MITWS.

*> Shared academic standing working storage and thresholds - see
*> STNDWS.cpy and STNDTH.cpy.
COPY STNDWS.
COPY STNDTH.

*> Shared certified-figures working storage - see CERTWS.cpy.
COPY CERTWS.

*> Shared grade-to-points table - see GRDPTS.cpy.
COPY GRDPTS.

*> Shared classification band names - see BANDNM.cpy.
COPY BANDNM.

PROCEDURE DIVISION.
Begin.
    ACCEPT WsRunDate FROM DATE YYYYMMDD
    ACCEPT WsRunTimeRaw FROM TIME
    PERFORM LoadProgrammeCutoffs
    PERFORM LoadSessionScales
    OPEN INPUT MasterFile
    IF WsMstFileStatus NOT = "00"
        DISPLAY "QCATranVer: results master QCAMST.dat missing "
            "or unreadable, status " WsMstFileStatus
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM OpenArchiveMaster
    OPEN INPUT EnquiryFile
    IF WsEnqFileStatus NOT = "00"
        DISPLAY "QCATranVer: enquiry file QCAVERQ.dat missing "
            "or unreadable, status " WsEnqFileStatus
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM OpenMitigationRegister
    OPEN OUTPUT ReportFile
    PERFORM WriteVerifyHeader
    PERFORM ReadEnquiry
    PERFORM UNTIL EndOfEnquiries
        IF EnquiryRecText NOT = SPACES
           AND EnquiryRecText (1:1) NOT = "*"
            PERFORM VerifyOneCertificate
        END-IF
        PERFORM ReadEnquiry
    END-PERFORM
    PERFORM WriteVerifySummary
    CLOSE EnquiryFile, MasterFile, ReportFile
    PERFORM CloseMitigationRegister
    PERFORM CloseArchiveMaster
    IF WsNotGenuineCount > 0 OR WsChangedCount > 0
        MOVE 4 TO RETURN-CODE
    END-IF

    STOP RUN.

ReadEnquiry.
    READ EnquiryFile
        AT END SET EndOfEnquiries TO TRUE
    END-READ
    .

VerifyOneCertificate.
    ADD 1 TO WsEnquiriesRead
    MOVE EnquiryRecText (1:12) TO WsEnqCertNo
    SET WsCertIsGenuine TO FALSE
    SET WsFiguresChanged TO FALSE
    MOVE SPACES TO WsNotGenuineReason
    PERFORM CheckCertificateNumber
    IF WsNotGenuineReason = SPACES
        PERFORM FindRegisterEntry
    END-IF
    MOVE SPACES TO ReportBody
    WRITE ReportBody
    IF NOT WsCertIsGenuine
        ADD 1 TO WsNotGenuineCount
        STRING EnquiryRecText (1:12) "  NOT GENUINE - "
               WsNotGenuineReason
            DELIMITED BY SIZE INTO WsReportLine
        PERFORM EmitReportLine
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WsGenuineCount
    STRING WsEnqCertNo "  GENUINE" DELIMITED BY SIZE
        INTO WsReportLine
    PERFORM EmitReportLine
    PERFORM WriteCertifiedFigures
    PERFORM CompareWithMaster
    CLOSE RegisterFile
    .

*> A number of the wrong shape, or whose check digits do not hold,
*> was never issued - no need to search the register for it.
CheckCertificateNumber.
    IF WsEnqPrefix NOT = "QT"
       OR WsEnqSerial NOT NUMERIC OR WsEnqCheck NOT NUMERIC
       OR EnquiryRecText (13:) NOT = SPACES
        MOVE "not a certificate number" TO WsNotGenuineReason
        EXIT PARAGRAPH
    END-IF
    COMPUTE WsCheckWork = (WsEnqSerial * 100) + WsEnqCheck
    DIVIDE WsCheckWork BY 97 GIVING WsCheckQuot
        REMAINDER WsCheckRem
    IF WsCheckRem NOT = 1
        MOVE "check digits do not match" TO WsNotGenuineReason
    END-IF
    .

*> A genuine certificate's entry is left as the current record, with
*> the register still open, for the figures to be read off it.
FindRegisterEntry.
    OPEN INPUT RegisterFile
    EVALUATE TRUE
        WHEN WsRegFileStatus = "35"
            MOVE "no such certificate issued" TO WsNotGenuineReason
            EXIT PARAGRAPH
        WHEN WsRegFileStatus NOT = "00"
            DISPLAY "QCATranVer: error reading QCAISSREG.dat, status "
                WsRegFileStatus
            MOVE 8 TO RETURN-CODE
            STOP RUN
    END-EVALUATE
    SET WsRegAtEnd TO FALSE
    PERFORM ReadRegisterRecord
    PERFORM UNTIL WsRegAtEnd OR WsCertIsGenuine
        IF IssCertNo = WsEnqCertNo
            SET WsCertIsGenuine TO TRUE
        ELSE
            PERFORM ReadRegisterRecord
        END-IF
    END-PERFORM
    IF NOT WsCertIsGenuine
        MOVE "no such certificate issued" TO WsNotGenuineReason
        CLOSE RegisterFile
    END-IF
    .

ReadRegisterRecord.
    READ RegisterFile
        AT END SET WsRegAtEnd TO TRUE
    END-READ
    .

*> What the certificate said, as the register recorded it at issue.
WriteCertifiedFigures.
    STRING "    issued " IssIssueDate " " IssIssueTime " to "
           IssRecipient
        DELIMITED BY SIZE INTO WsReportLine
    PERFORM EmitReportLine
    MOVE IssQca TO WsDispQca
    MOVE IssQualCredits TO WsDispCredits
    STRING "    certified: " IssStudentId "  " IssStudentName "  "
           IssProgCode "  QCA " WsDispQca "  credits" WsDispCredits
        DELIMITED BY SIZE INTO WsReportLine
    PERFORM EmitReportLine
    EVALUATE IssStandingCode
        WHEN "S"
            MOVE "Suspension Review" TO WsCertStandingName
        WHEN "P"
            MOVE "Academic Probation" TO WsCertStandingName
        WHEN OTHER
            MOVE "Good Standing" TO WsCertStandingName
    END-EVALUATE
    IF IssBandNbr < 1 OR IssBandNbr > 6
        MOVE 6 TO IssBandNbr
    END-IF
    STRING "               " DELIMITED BY SIZE
           FUNCTION TRIM(BandnmName (IssBandNbr)) DELIMITED BY SIZE
           ", " DELIMITED BY SIZE
           FUNCTION TRIM(WsCertStandingName) DELIMITED BY SIZE
        INTO WsReportLine
    PERFORM EmitReportLine
    .

*> Scores the student again off the master (or the archive) as it
*> stands and lists every certified figure that no longer holds.
CompareWithMaster.
    MOVE IssStudentId TO WsCertStudentId
    PERFORM LoadCertifiedStudent
    IF NOT WsCertStudentFound
        SET WsFiguresChanged TO TRUE
        MOVE "    student no longer on the results master or archive"
            TO WsReportLine
        PERFORM EmitReportLine
    ELSE
        IF WsCertOnArchive
            MOVE "    (student now on the year-end archive)"
                TO WsReportLine
            PERFORM EmitReportLine
        END-IF
        PERFORM ListChangedFigures
    END-IF
    IF WsFiguresChanged
        ADD 1 TO WsChangedCount
        MOVE "    FIGURES CHANGED ON THE MASTER SINCE ISSUE"
            TO WsReportLine
    ELSE
        MOVE "    figures on the master unchanged since issue"
            TO WsReportLine
    END-IF
    PERFORM EmitReportLine
    .

ListChangedFigures.
    IF WsCertQca NOT = IssQca
        SET WsFiguresChanged TO TRUE
        MOVE IssQca TO WsDispQca
        MOVE WsCertQca TO WsDispNowQca
        STRING "    QCA now " WsDispNowQca " (certified " WsDispQca ")"
            DELIMITED BY SIZE INTO WsReportLine
        PERFORM EmitReportLine
    END-IF
    IF WsCertBandNbr NOT = IssBandNbr
        SET WsFiguresChanged TO TRUE
        STRING "    classification now " DELIMITED BY SIZE
               FUNCTION TRIM(BandnmName (WsCertBandNbr))
                   DELIMITED BY SIZE
            INTO WsReportLine
        PERFORM EmitReportLine
    END-IF
    IF WsCertStandingCode NOT = IssStandingCode
        SET WsFiguresChanged TO TRUE
        STRING "    standing now " DELIMITED BY SIZE
               FUNCTION TRIM(WsStandingName) DELIMITED BY SIZE
            INTO WsReportLine
        PERFORM EmitReportLine
    END-IF
    IF WsCertQualCredits NOT = IssQualCredits
       OR WsCertPoints NOT = IssTotalPoints
        SET WsFiguresChanged TO TRUE
        MOVE IssQualCredits TO WsDispCredits
        MOVE WsCertQualCredits TO WsDispNowCredits
        STRING "    qualifying credits now" WsDispNowCredits
               " (certified" WsDispCredits ")"
            DELIMITED BY SIZE INTO WsReportLine
        PERFORM EmitReportLine
    END-IF
    IF WsCertResCount + WsCertResDropped NOT = IssResultCount
       OR WsCertResultHash NOT = IssResultHash
       OR WsCertInvalidCount > 0
        SET WsFiguresChanged TO TRUE
        MOVE IssResultCount TO WsDispResults
        COMPUTE WsDispNowResults = WsCertResCount + WsCertResDropped
        STRING "    module results amended - now " WsDispNowResults
               " (certified " WsDispResults ")"
            DELIMITED BY SIZE INTO WsReportLine
        PERFORM EmitReportLine
    END-IF
    IF WsCertStudentName NOT = IssStudentName
       OR WsCertProgCode NOT = IssProgCode
        SET WsFiguresChanged TO TRUE
        STRING "    name/programme now " WsCertStudentName "  "
               WsCertProgCode
            DELIMITED BY SIZE INTO WsReportLine
        PERFORM EmitReportLine
    END-IF
    .

WriteVerifyHeader.
    MOVE "QCA TRANSCRIPT VERIFICATION" TO ReportBody
    WRITE ReportBody
    STRING "Run " WsRunDate " " WsRunTimeRaw (1:6)
        DELIMITED BY SIZE INTO WsReportLine
    PERFORM EmitReportLine
    .

WriteVerifySummary.
    MOVE SPACES TO ReportBody
    WRITE ReportBody
    MOVE WsEnquiriesRead TO WsDispCount
    STRING "Enquiries read:          " WsDispCount
        DELIMITED BY SIZE INTO WsReportLine
    PERFORM EmitReportLine
    MOVE WsGenuineCount TO WsDispCount
    STRING "Genuine:                 " WsDispCount
        DELIMITED BY SIZE INTO WsReportLine
    PERFORM EmitReportLine
    MOVE WsNotGenuineCount TO WsDispCount
    STRING "Not genuine:             " WsDispCount
        DELIMITED BY SIZE INTO WsReportLine
    PERFORM EmitReportLine
    MOVE WsChangedCount TO WsDispCount
    STRING "Changed since issue:     " WsDispCount
        DELIMITED BY SIZE INTO WsReportLine
    PERFORM EmitReportLine
    DISPLAY "QCATranVer: " WsGenuineCount " genuine, "
        WsNotGenuineCount " not genuine, " WsChangedCount
        " changed since issue - see QCAVERRPT.txt"
    .

EmitReportLine.
    MOVE SPACES TO ReportBody
    MOVE WsReportLine TO ReportBody
    WRITE ReportBody
    MOVE SPACES TO WsReportLine
    .

*> The shared certified-figures paragraphs - see CERTP.cpy.
COPY CERTP.

*> The shared module-result checks - see VALDTL.cpy.
COPY VALDTL.

*> The shared grading-scheme paragraphs - see SCHMP.cpy.
COPY SCHMP.

*> The shared mitigating-circumstances paragraphs - see MITP.cpy.
COPY MITP.

*> The shared academic standing paragraphs - see STNDP.cpy.
COPY STNDP.
