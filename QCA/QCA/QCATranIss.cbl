IDENTIFICATION DIVISION.
PROGRAM-ID. QCATranIss.
AUTHOR. Lorna Ryan.

*> Issues official transcripts. The calculation's .htm reports are
*> working copies for advisors; an employer, another university or
*> the student themselves gets an official transcript, and the office
*> has to be able to say afterwards exactly what it certified and to
*> whom. QCATRQ.dat carries one request per line:
*>
*>   student id,recipient
*>
*> For each request the student's record is scored off the results
*> master exactly as the calculation scores it (CERTP.cpy - the same
*> grade scale per session, the same mitigating-circumstances cases,
*> the same semester trend, classification cutoffs and standing
*> rules) and printed as a fixed-format, print-ready transcript
*> under a new certificate number, <certificate no>.txt. The issue is
*> entered on the cumulative issuance register QCAISSREG.dat (see
*> ISSREC.cpy) - date, recipient, certificate number, final QCA and
*> band, and the control figures QCATranVer checks a certificate
*> against later.
*>
*> An official copy cannot leave anything out, so a request is
*> refused - and nothing printed or registered - for a student not on
*> the master, one with a result on the master the calculation would
*> reject, or one with more results or mitigating cases than a
*> transcript can carry. Refusals are listed with the reason on the
*> issue report QCAISSRPT.txt; any refusal ends the run with return
*> code 4.
*>
*> Read-only against the master, like the other reports: the figures
*> certified are the master's as it stands when the transcript is
*> issued.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT RequestFile ASSIGN TO "QCATRQ.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WsRqFileStatus.

*> Positioned on each requested student in turn - see CERTP.cpy.
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

*> The cumulative issuance register - read through once for the
*> last serial issued, then reopened EXTEND; status 35 on the first
*> run ever means no certificates yet.
SELECT RegisterFile ASSIGN TO "QCAISSREG.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WsRegFileStatus.

*> One transcript per certificate, named from its number.
SELECT TranscriptFile ASSIGN DYNAMIC WsTranscriptFileName
    ORGANIZATION IS LINE SEQUENTIAL.

SELECT ReportFile ASSIGN TO "QCAISSRPT.txt"
    ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD RequestFile.
01 RequestRec.
    88 EndOfRequests       VALUE HIGH-VALUES.
    02 RequestRecText      PIC X(80).

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

FD RegisterFile.
COPY ISSREC.

FD TranscriptFile.
01 TranscriptBody          PIC X(100).

FD ReportFile.
01 ReportBody              PIC X(132).

WORKING-STORAGE SECTION.

01 WsRqFileStatus            PIC XX VALUE "00".
01 WsMstFileStatus           PIC XX VALUE "00".
01 WsRegFileStatus           PIC XX VALUE "00".
01 WsRegEofFlag              PIC X VALUE "N".
    88 WsRegAtEnd                VALUE "Y".

01 WsTranscriptFileName      PIC X(40) VALUE SPACES.

*> The request's fields.
01 WsRqStudentId             PIC X(8) VALUE SPACES.
01 WsRqRecipient             PIC X(40) VALUE SPACES.
01 WsRefusalReason           PIC X(64) VALUE SPACES.

*> The certificate number being issued. The check digits are
*> 98 less the remainder of the serial times 100 over 97, so the
*> whole number taken mod 97 comes to 1 - QCATranVer's test.
01 WsLastSerial              PIC 9(8) VALUE ZERO.
01 WsCertNo.
    02 WsCertPrefix          PIC XX VALUE "QT".
    02 WsCertSerial          PIC 9(8) VALUE ZERO.
    02 WsCertCheck           PIC 99 VALUE ZERO.
01 WsCheckWork               PIC 9(10) VALUE ZERO.
01 WsCheckQuot               PIC 9(10) VALUE ZERO.
01 WsCheckRem                PIC 99 VALUE ZERO.

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

01 WsRequestsRead            PIC 9(6) VALUE ZERO.
01 WsIssuedCount             PIC 9(6) VALUE ZERO.
01 WsRefusedCount            PIC 9(6) VALUE ZERO.

01 WsRunDate                 PIC X(8) VALUE SPACES.
01 WsRunTimeRaw              PIC X(8) VALUE SPACES.
01 WsPrintDate               PIC X(10) VALUE SPACES.
01 WsPrevSemester            PIC 9 VALUE ZERO.
01 WsReportLine              PIC X(132) VALUE SPACES.
01 WsTranscriptLine          PIC X(100) VALUE SPACES.
01 WsRuleLine                PIC X(80) VALUE ALL "-".
01 WsDispCount               PIC ZZZZZ9.
01 WsDispQca                 PIC 9.99.
01 WsDispCredits             PIC ZZZZZ9.99.
01 WsDispCumCredits          PIC ZZZZZ9.99.
01 WsDispCumQca              PIC 9.99.
01 WsDispPoints              PIC ZZ9.99.
01 WsDispProjCredits         PIC ZZ9.

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
    MOVE SPACES TO WsPrintDate
    STRING WsRunDate (1:4) "-" WsRunDate (5:2) "-" WsRunDate (7:2)
        DELIMITED BY SIZE INTO WsPrintDate
    PERFORM LoadProgrammeCutoffs
    PERFORM LoadSessionScales
    OPEN INPUT MasterFile
    IF WsMstFileStatus NOT = "00"
        DISPLAY "QCATranIss: results master QCAMST.dat missing "
            "or unreadable, status " WsMstFileStatus
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM OpenArchiveMaster
    OPEN INPUT RequestFile
    IF WsRqFileStatus NOT = "00"
        DISPLAY "QCATranIss: request file QCATRQ.dat missing "
            "or unreadable, status " WsRqFileStatus
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM OpenMitigationRegister
    PERFORM FindLastSerial
    OPEN EXTEND RegisterFile
    IF WsRegFileStatus = "35"
        OPEN OUTPUT RegisterFile
    END-IF
    IF WsRegFileStatus NOT = "00"
        DISPLAY "QCATranIss: error opening QCAISSREG.dat, status "
            WsRegFileStatus
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT ReportFile
    PERFORM WriteIssueHeader
    PERFORM ReadRequest
    PERFORM UNTIL EndOfRequests
        PERFORM IssueOneTranscript
        PERFORM ReadRequest
    END-PERFORM
    PERFORM WriteIssueSummary
    CLOSE RequestFile, MasterFile, RegisterFile, ReportFile
    PERFORM CloseMitigationRegister
    PERFORM CloseArchiveMaster
    IF WsRefusedCount > 0
        MOVE 4 TO RETURN-CODE
    END-IF

    STOP RUN.

*> The serial runs on from the highest on the register, so numbers
*> are never reused however many runs have gone before.
FindLastSerial.
    MOVE ZERO TO WsLastSerial
    OPEN INPUT RegisterFile
    EVALUATE TRUE
        WHEN WsRegFileStatus = "35"
            EXIT PARAGRAPH
        WHEN WsRegFileStatus NOT = "00"
            DISPLAY "QCATranIss: error reading QCAISSREG.dat, status "
                WsRegFileStatus
            MOVE 8 TO RETURN-CODE
            STOP RUN
    END-EVALUATE
    PERFORM ReadRegisterRecord
    PERFORM UNTIL WsRegAtEnd
        IF IssCertSerial NUMERIC AND IssCertSerial > WsLastSerial
            MOVE IssCertSerial TO WsLastSerial
        END-IF
        PERFORM ReadRegisterRecord
    END-PERFORM
    CLOSE RegisterFile
    .

ReadRegisterRecord.
    READ RegisterFile
        AT END SET WsRegAtEnd TO TRUE
    END-READ
    .

ReadRequest.
    READ RequestFile
        AT END SET EndOfRequests TO TRUE
    END-READ
    IF NOT EndOfRequests
        ADD 1 TO WsRequestsRead
    END-IF
    .

*> Scores the student, refuses anything an official copy cannot
*> carry, and only then takes a number: a refused request leaves no
*> gap in the serials and nothing on the register.
IssueOneTranscript.
    MOVE SPACES TO WsRqStudentId, WsRqRecipient
    UNSTRING RequestRecText DELIMITED BY ","
        INTO WsRqStudentId, WsRqRecipient
    MOVE SPACES TO WsRefusalReason
    EVALUATE TRUE
        WHEN WsRqStudentId = SPACES
            MOVE "student id missing" TO WsRefusalReason
        WHEN WsRqRecipient = SPACES
            MOVE "recipient missing" TO WsRefusalReason
        WHEN OTHER
            MOVE WsRqStudentId TO WsCertStudentId
            PERFORM LoadCertifiedStudent
            PERFORM JudgeCertifiedStudent
    END-EVALUATE
    IF WsRefusalReason NOT = SPACES
        PERFORM WriteRefusalLine
        EXIT PARAGRAPH
    END-IF
    PERFORM TakeCertificateNumber
    PERFORM WriteTranscript
    PERFORM WriteRegisterEntry
    PERFORM WriteIssuedLine
    .

JudgeCertifiedStudent.
    EVALUATE TRUE
        WHEN NOT WsCertStudentFound
            MOVE "student not on the results master"
                TO WsRefusalReason
        WHEN WsCertInvalidCount > 0
            STRING "master result invalid - " WsCertInvalidReason
                DELIMITED BY SIZE INTO WsRefusalReason
        WHEN WsCertResCount = 0
            MOVE "no module results to certify" TO WsRefusalReason
        WHEN WsCertResDropped > 0
            MOVE "more results than a transcript holds"
                TO WsRefusalReason
        WHEN WsMitDropped > 0
            MOVE "more mitigating cases than can be applied"
                TO WsRefusalReason
    END-EVALUATE
    .

TakeCertificateNumber.
    ADD 1 TO WsLastSerial
    MOVE WsLastSerial TO WsCertSerial
    COMPUTE WsCheckWork = WsCertSerial * 100
    DIVIDE WsCheckWork BY 97 GIVING WsCheckQuot
        REMAINDER WsCheckRem
    COMPUTE WsCertCheck = 98 - WsCheckRem
    MOVE SPACES TO WsTranscriptFileName
    STRING WsCertNo ".txt" DELIMITED BY SIZE
        INTO WsTranscriptFileName
    .

*> The transcript itself: who it certifies and for whom, every
*> module result with what it scored and any case applied to it, a
*> trend row as each semester closes, then the final figures.
WriteTranscript.
    OPEN OUTPUT TranscriptFile
    MOVE "                     OFFICIAL TRANSCRIPT OF ACADEMIC RECORD"
        TO WsTranscriptLine
    PERFORM EmitTranscriptLine
    PERFORM EmitTranscriptLine
    STRING "Certificate no:  " WsCertNo
           "                     Issued: " WsPrintDate
        DELIMITED BY SIZE INTO WsTranscriptLine
    PERFORM EmitTranscriptLine
    STRING "Issued to:       " WsRqRecipient
        DELIMITED BY SIZE INTO WsTranscriptLine
    PERFORM EmitTranscriptLine
    STRING "Student:         " DELIMITED BY SIZE
           WsCertStudentId DELIMITED BY SPACE
           "  " DELIMITED BY SIZE
           FUNCTION TRIM(WsCertStudentName) DELIMITED BY SIZE
        INTO WsTranscriptLine
    PERFORM EmitTranscriptLine
    STRING "Programme:       " WsCertProgCode
        DELIMITED BY SIZE INTO WsTranscriptLine
    PERFORM EmitTranscriptLine
    MOVE WsRuleLine TO WsTranscriptLine
    PERFORM EmitTranscriptLine
    MOVE "Sem  Module  Title                         Session  Grade  Credits   Points"
        TO WsTranscriptLine
    PERFORM EmitTranscriptLine
    MOVE WsRuleLine TO WsTranscriptLine
    PERFORM EmitTranscriptLine
    MOVE ZERO TO WsPrevSemester
    MOVE ZERO TO WsCertSemSub
    PERFORM VARYING WsCertResSub FROM 1 BY 1
            UNTIL WsCertResSub > WsCertResCount
        IF WsCertResSemester (WsCertResSub) NOT = WsPrevSemester
            IF WsPrevSemester NOT = ZERO
                PERFORM WriteTranscriptTrendLine
            END-IF
            MOVE WsCertResSemester (WsCertResSub) TO WsPrevSemester
        END-IF
        PERFORM WriteTranscriptModuleLine
    END-PERFORM
    PERFORM WriteTranscriptTrendLine
    MOVE WsRuleLine TO WsTranscriptLine
    PERFORM EmitTranscriptLine
    PERFORM WriteTranscriptTotals
    MOVE WsRuleLine TO WsTranscriptLine
    PERFORM EmitTranscriptLine
    STRING "This transcript may be verified by quoting certificate no "
           WsCertNo
        DELIMITED BY SIZE INTO WsTranscriptLine
    PERFORM EmitTranscriptLine
    MOVE "to the Examinations Office, which keeps the register of issue."
        TO WsTranscriptLine
    PERFORM EmitTranscriptLine
    CLOSE TranscriptFile
    .

WriteTranscriptModuleLine.
    MOVE WsCertResPoints (WsCertResSub) TO WsDispPoints
    STRING " " WsCertResSemester (WsCertResSub) "   "
           WsCertResModule (WsCertResSub) "  "
           WsCertResModuleName (WsCertResSub) "  "
           WsCertResSession (WsCertResSub) "     "
           WsCertResGrade (WsCertResSub) "     "
           WsCertResCredits (WsCertResSub) "       "
           WsDispPoints
        DELIMITED BY SIZE INTO WsTranscriptLine
    PERFORM EmitTranscriptLine
    IF WsCertResTreatment (WsCertResSub) NOT = SPACE
        STRING "      Mitigation " DELIMITED BY SIZE
               FUNCTION TRIM(WsCertResCaseRef (WsCertResSub))
                   DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               FUNCTION TRIM(WsCertResMitText (WsCertResSub))
                   DELIMITED BY SIZE
            INTO WsTranscriptLine
        PERFORM EmitTranscriptLine
    END-IF
    .

WriteTranscriptTrendLine.
    ADD 1 TO WsCertSemSub
    MOVE WsCertSemCredits (WsCertSemSub) TO WsDispCredits
    MOVE WsCertSemQca (WsCertSemSub)     TO WsDispQca
    MOVE WsCertCumCredits (WsCertSemSub) TO WsDispCumCredits
    MOVE WsCertCumQca (WsCertSemSub)     TO WsDispCumQca
    STRING "     Semester " WsCertSemNbr (WsCertSemSub)
           "  credits" WsDispCredits "  QCA " WsDispQca
           "    cumulative credits" WsDispCumCredits
           "  QCA " WsDispCumQca
        DELIMITED BY SIZE INTO WsTranscriptLine
    PERFORM EmitTranscriptLine
    .

*> A student with credits still to take gets the classification the
*> calculation would give today, marked as such.
WriteTranscriptTotals.
    MOVE WsCertQualCredits TO WsDispCredits
    STRING "Total qualifying credits: " WsDispCredits
        DELIMITED BY SIZE INTO WsTranscriptLine
    PERFORM EmitTranscriptLine
    MOVE WsCertQca TO WsDispQca
    STRING "Final QCA:                " WsDispQca
        DELIMITED BY SIZE INTO WsTranscriptLine
    PERFORM EmitTranscriptLine
    STRING "Classification:           " DELIMITED BY SIZE
           FUNCTION TRIM(BandnmName (WsCertBandNbr)) DELIMITED BY SIZE
        INTO WsTranscriptLine
    PERFORM EmitTranscriptLine
    STRING "Academic standing:        " DELIMITED BY SIZE
           FUNCTION TRIM(WsStandingName) DELIMITED BY SIZE
        INTO WsTranscriptLine
    PERFORM EmitTranscriptLine
    IF WsCertProjRemaining > 0
        MOVE WsCertProjRemaining TO WsDispProjCredits
        STRING "Credits still to take:    " WsDispProjCredits
               "  - classification provisional"
            DELIMITED BY SIZE INTO WsTranscriptLine
        PERFORM EmitTranscriptLine
    END-IF
    .

EmitTranscriptLine.
    MOVE SPACES TO TranscriptBody
    MOVE WsTranscriptLine TO TranscriptBody
    WRITE TranscriptBody
    MOVE SPACES TO WsTranscriptLine
    .

WriteRegisterEntry.
    MOVE SPACES TO IssRec
    MOVE WsCertPrefix         TO IssCertPrefix
    MOVE WsCertSerial         TO IssCertSerial
    MOVE WsCertCheck          TO IssCertCheck
    MOVE WsRunDate            TO IssIssueDate
    MOVE WsRunTimeRaw (1:6)   TO IssIssueTime
    MOVE WsRqRecipient        TO IssRecipient
    MOVE WsCertStudentId      TO IssStudentId
    MOVE WsCertStudentName    TO IssStudentName
    MOVE WsCertProgCode       TO IssProgCode
    MOVE WsCertQca            TO IssQca
    MOVE WsCertBandNbr        TO IssBandNbr
    MOVE WsCertStandingCode   TO IssStandingCode
    MOVE WsCertQualCredits    TO IssQualCredits
    MOVE WsCertPoints         TO IssTotalPoints
    MOVE WsCertResCount       TO IssResultCount
    MOVE WsCertResultHash     TO IssResultHash
    WRITE IssRec
    ADD 1 TO WsIssuedCount
    .

WriteIssueHeader.
    MOVE "QCA OFFICIAL TRANSCRIPT ISSUE" TO ReportBody
    WRITE ReportBody
    STRING "Run " WsRunDate " " WsRunTimeRaw (1:6)
        DELIMITED BY SIZE INTO WsReportLine
    PERFORM EmitReportLine
    MOVE "Certificate   Student   QCA   Band / recipient, or reason refused and request"
        TO WsReportLine
    PERFORM EmitReportLine
    .

WriteIssuedLine.
    MOVE WsCertQca TO WsDispQca
    STRING WsCertNo "  " WsCertStudentId "  " WsDispQca "  "
           BandnmName (WsCertBandNbr) "  " WsRqRecipient
        DELIMITED BY SIZE INTO WsReportLine
    PERFORM EmitReportLine
    .

WriteRefusalLine.
    STRING "REFUSED       " WsRefusalReason "  " RequestRecText
        DELIMITED BY SIZE INTO WsReportLine
    PERFORM EmitReportLine
    ADD 1 TO WsRefusedCount
    .

WriteIssueSummary.
    MOVE SPACES TO ReportBody
    WRITE ReportBody
    MOVE WsRequestsRead TO WsDispCount
    STRING "Requests read:       " WsDispCount
        DELIMITED BY SIZE INTO WsReportLine
    PERFORM EmitReportLine
    MOVE WsIssuedCount TO WsDispCount
    STRING "Transcripts issued:  " WsDispCount
        DELIMITED BY SIZE INTO WsReportLine
    PERFORM EmitReportLine
    MOVE WsRefusedCount TO WsDispCount
    STRING "Requests refused:    " WsDispCount
        DELIMITED BY SIZE INTO WsReportLine
    PERFORM EmitReportLine
    DISPLAY "QCATranIss: " WsIssuedCount " issued, " WsRefusedCount
        " refused - see QCAISSRPT.txt"
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
