IDENTIFICATION DIVISION.
PROGRAM-ID. QCABorder.
AUTHOR. Lorna Ryan.

*> Borderline candidates for exam-board discretion. The board looks
*> again at every finalist whose final cumulative QCA falls just
*> short of the next classification band; the transcript shows the
*> band that was reached but nothing shows who only just missed the
*> one above, or by how much. This program scores every student on
*> the results master exactly as the calculation does (SCHMP.cpy - the
*> same scale per session, the same QCA formula, the approved
*> mitigating-circumstances cases off QCAMIT.dat, the same cutoffs:
*> the programme's line off QCAPRG.dat, else the session default off
*> QCASCALE.dat, else the built-in table) and picks out each finalist
*> within the margin below the next band's cutoff.
*>
*> A finalist is a student with no credits still to take - no "P"
*> projection record, or one carrying no remaining credits - the
*> same test the award rules apply (AWDRLS.cpy) - who is enrolled on
*> the student master (QCASTU.dat), as the graduation clearance
*> requires: withdrawn, suspended and graduated students are not in
*> line for an award, so the board is not shown them. A student
*> already in the top band has no band to miss.
*>
*> The margin comes off an optional parameter card, QCABDLPARM.dat:
*>
*>   MARGIN=0.10      (grade points below the cutoff, d.dd)
*>
*> No card means 0.10.
*>
*> For each borderline student the report QCABDLRPT.txt shows their
*> programme, QCA, present band, the cutoff missed and the gap, then
*> every module result on the master where a one-step regrade - the
*> next grade up the GRDPTS scale, rescored under the result's own
*> session scale - would by itself lift the cumulative QCA to that
*> cutoff: the scripts worth a second look. The same students go to
*> the fixed-format extract QCABDL.dat (id, name, programme, QCA,
*> present band, band missed, cutoff, gap, count of such results),
*> closed with a control trailer carrying the row count.
*>
*> Read-only against the master, like the moderation report: the
*> figures are the master's as it stands when the report is run.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT MasterFile ASSIGN TO "QCAMST.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS SEQUENTIAL
    RECORD KEY IS MstKey.

SELECT ParmFile ASSIGN TO "QCABDLPARM.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WsParmFileStatus.

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

*> The student master, read a student at a time for their enrolment
*> status. FILE STATUS so a missing one stops the run with a clear
*> message - without it nobody can be shown to be a finalist.
SELECT StudentFile ASSIGN TO "QCASTU.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM
    RECORD KEY IS StuKey
    FILE STATUS IS WsStuFileStatus.

SELECT ReportFile ASSIGN TO "QCABDLRPT.txt"
    ORGANIZATION IS LINE SEQUENTIAL.

SELECT BorderFile ASSIGN TO "QCABDL.dat"
    ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD MasterFile.
COPY MSTREC.

FD ParmFile.
01 ParmRec                 PIC X(80).

FD ProgrammeFile.
01 PrgRec                  PIC X(80).

FD ScaleFile.
01 SclRec                  PIC X(100).

FD MitigationFile.
COPY MITREC.

FD StudentFile.
COPY STUREC.

FD ReportFile.
01 ReportBody              PIC X(132).

*> Student/Name/Programme/QCA/Band/Band missed/Cutoff/Gap/Results,
*> positional, like QCAAWARDS.dat.
FD BorderFile.
01 BorderRec.
    02 BdlStudentId        PIC X(8).
    02 BdlStudentName      PIC X(30).
    02 BdlProgCode         PIC X(4).
    02 BdlQca              PIC 9V99.
    02 BdlBandNbr          PIC 9.
    02 BdlNextBandNbr      PIC 9.
    02 BdlCutoff           PIC 9V99.
    02 BdlGap              PIC 9V99.
    02 BdlRegradeCount     PIC 9(3).
01 BorderTrailerRec.
    02 BdlTrlType          PIC X.
    02 BdlTrlRowCount      PIC 9(6).

WORKING-STORAGE SECTION.

01 WsParmFileStatus          PIC XX VALUE "00".
01 WsParmEofFlag             PIC X VALUE "N".
    88 WsParmAtEnd               VALUE "Y".
01 WsParmKeyword             PIC X(12) VALUE SPACES.
01 WsParmValue               PIC X(60) VALUE SPACES.

01 WsMargin                  PIC 9V99 VALUE 0.10.
01 WsMarginText              PIC X(4) VALUE SPACES.
01 WsMarginNum REDEFINES WsMarginText PIC 9.99.

01 WsMasterEofFlag           PIC X VALUE "N".
    88 EndOfMaster               VALUE "Y".
01 WsStuFileStatus           PIC XX VALUE "00".

*> The result being scored, in the names VALDTL.cpy and SCHMP.cpy
*> read. A record the calculation would reject is left out of the
*> figures here too.
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

*> The student under assessment and their scored results. The
*> totals take every valid result; the table, bounded like the
*> clearance's, only feeds the regrade search, so a student with more
*> results than it holds is still scored in full and the report says
*> the regrade list may be short.
01 WsStudentId               PIC X(8) VALUE SPACES.
01 WsStudentName             PIC X(30) VALUE SPACES.
01 WsProjRemaining           PIC 9(3) VALUE ZERO.
01 WsResMax                  PIC 9(3) VALUE 200.
01 WsResCount                PIC 9(3) VALUE ZERO.
01 WsResDropped              PIC 9(3) VALUE ZERO.
01 WsResTable.
    02 WsResEntry OCCURS 200 TIMES.
        03 WsResSemester      PIC 9.
        03 WsResModule        PIC X(6).
        03 WsResModuleName    PIC X(28).
        03 WsResSession       PIC X(4).
        03 WsResGrade         PIC XX.
        03 WsResCredits       PIC 9.
        03 WsResAccHours      PIC 99.
        03 WsResNonQHours     PIC 99.
        03 WsResFactor        PIC 9.
        03 WsResSlot          PIC 99.
        03 WsResTreatment     PIC X.
        03 WsResPoints        PIC 9(6)V99.
        03 WsResQualCredits   PIC 9(6)V99.
01 WsResSub                  PIC 9(4) COMP VALUE ZERO.

*> The borderline test and the regrade trial. The student's real
*> totals are held aside while each trial swaps one result's figures
*> for its regraded ones.
01 WsNextBandNbr             PIC 9 VALUE ZERO.
01 WsNextCutoff              PIC 9V99 VALUE ZERO.
01 WsGap                     PIC 9V99 VALUE ZERO.
01 WsStuQca                  PIC 9V99 VALUE ZERO.
01 WsStuPoints               PIC 9(6)V99 VALUE ZERO.
01 WsStuQualCredits          PIC 9(6)V99 VALUE ZERO.
01 WsBetterSlot              PIC 99 VALUE ZERO.
01 WsBetterGrade             PIC XX VALUE SPACES.
01 WsRegradeCount            PIC 9(3) VALUE ZERO.

01 WsStudentsRead            PIC 9(6) VALUE ZERO.
01 WsFinalistsAssessed       PIC 9(6) VALUE ZERO.
01 WsNotEnrolledCount        PIC 9(6) VALUE ZERO.
01 WsBorderlineCount         PIC 9(6) VALUE ZERO.
01 WsRegradeTotal            PIC 9(6) VALUE ZERO.
01 WsInvalidRecords          PIC 9(6) VALUE ZERO.

01 WsRunDate                 PIC X(8) VALUE SPACES.
01 WsRunTimeRaw              PIC X(8) VALUE SPACES.
01 WsReportLine              PIC X(132) VALUE SPACES.
01 WsDispCount               PIC ZZZZZ9.
01 WsDispQca                 PIC 9.99.
01 WsDispCutoff              PIC 9.99.
01 WsDispGap                 PIC 9.99.
01 WsDispMargin              PIC 9.99.

*> Shared grading-scheme working storage - see SCHMWS.cpy.
COPY SCHMWS.

*> Shared mitigating-circumstances working storage - see MITWS.cpy.
COPY MITWS.

*> Shared grade-to-points table - see GRDPTS.cpy.
COPY GRDPTS.

*> Shared classification band names - see BANDNM.cpy.
COPY BANDNM.

PROCEDURE DIVISION.
Begin.
    ACCEPT WsRunDate FROM DATE YYYYMMDD
    ACCEPT WsRunTimeRaw FROM TIME
    PERFORM ReadBorderlineCard
    PERFORM LoadProgrammeCutoffs
    PERFORM LoadSessionScales
    PERFORM OpenMitigationRegister
    OPEN INPUT StudentFile
    IF WsStuFileStatus NOT = "00"
        DISPLAY "QCABorder: student master QCASTU.dat missing "
            "or unreadable, status " WsStuFileStatus
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT MasterFile
    OPEN OUTPUT ReportFile
    OPEN OUTPUT BorderFile
    PERFORM WriteReportHeader
    PERFORM ReadMasterRecord
    PERFORM UNTIL EndOfMaster
        PERFORM AssessOneStudent
    END-PERFORM
    MOVE "T" TO BdlTrlType
    MOVE WsBorderlineCount TO BdlTrlRowCount
    WRITE BorderTrailerRec
    PERFORM WriteBorderlineSummary
    CLOSE MasterFile, StudentFile, ReportFile, BorderFile
    PERFORM CloseMitigationRegister

    STOP RUN.

*> The card is optional; a line that is present and wrong stops the
*> run before anything has been read.
ReadBorderlineCard.
    OPEN INPUT ParmFile
    EVALUATE TRUE
        WHEN WsParmFileStatus = "35"
            CONTINUE
        WHEN WsParmFileStatus NOT = "00"
            DISPLAY "QCABorder: parameter card QCABDLPARM.dat "
                "unreadable, status " WsParmFileStatus
            MOVE 8 TO RETURN-CODE
            STOP RUN
        WHEN OTHER
            PERFORM ReadParameterLine
            PERFORM UNTIL WsParmAtEnd
                PERFORM ParseParameterLine
                PERFORM ReadParameterLine
            END-PERFORM
            CLOSE ParmFile
    END-EVALUATE
    .

ReadParameterLine.
    READ ParmFile
        AT END SET WsParmAtEnd TO TRUE
    END-READ
    .

ParseParameterLine.
    IF ParmRec = SPACES OR ParmRec (1:1) = "*"
        CONTINUE
    ELSE
        MOVE SPACES TO WsParmKeyword
        MOVE SPACES TO WsParmValue
        UNSTRING ParmRec DELIMITED BY "="
            INTO WsParmKeyword, WsParmValue
        EVALUATE TRUE
            WHEN WsParmKeyword = "MARGIN"
             AND WsParmValue (1:1) NUMERIC
             AND WsParmValue (2:1) = "."
             AND WsParmValue (3:2) NUMERIC
             AND WsParmValue (5:) = SPACES
                MOVE WsParmValue (1:4) TO WsMarginText
                MOVE WsMarginNum TO WsMargin
            WHEN OTHER
                DISPLAY "QCABorder: bad card line - " ParmRec
                MOVE 8 TO RETURN-CODE
                STOP RUN
        END-EVALUATE
    END-IF
    .

ReadMasterRecord.
    READ MasterFile
        AT END SET EndOfMaster TO TRUE
    END-READ
    .

*> Walks one student's master records - the current record is their
*> first - scoring each valid result into the running totals, then
*> classifies them the way the transcript does and, for a finalist,
*> tests the gap to the band above.
AssessOneStudent.
    MOVE MstStudentId   TO WsStudentId
    MOVE MstStudentName TO WsStudentName
    MOVE MstProgCode    TO WsProgCode
    MOVE ZERO TO WsTotalPoints
    MOVE ZERO TO WsTotalQualCredits
    MOVE SPACES TO WsStuLatestSession
    MOVE ZERO TO WsProjRemaining
    MOVE ZERO TO WsResCount
    MOVE ZERO TO WsResDropped
    MOVE WsStudentId TO WsMitStudentId
    PERFORM LoadStudentMitCases
    ADD 1 TO WsStudentsRead
    PERFORM UNTIL EndOfMaster OR MstStudentId NOT = WsStudentId
        IF MstIsProjection
            MOVE MstProjCredits TO WsProjRemaining
        ELSE
            PERFORM ScoreOneResult
        END-IF
        PERFORM ReadMasterRecord
    END-PERFORM
    IF WsProjRemaining > 0
        EXIT PARAGRAPH
    END-IF
    MOVE WsStudentId TO StuStudentId
    READ StudentFile
        INVALID KEY MOVE SPACE TO StuStatus
    END-READ
    IF NOT StuIsEnrolled
        ADD 1 TO WsNotEnrolledCount
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WsFinalistsAssessed
    PERFORM ComputeOverallQca
    PERFORM DetermineBandNumber
    IF WsBandNbr = 1
        EXIT PARAGRAPH
    END-IF
    COMPUTE WsNextBandNbr = WsBandNbr - 1
    MOVE WsActiveCutoff (WsNextBandNbr) TO WsNextCutoff
    COMPUTE WsGap = WsNextCutoff - WsOverallQca
    IF WsGap > WsMargin
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WsBorderlineCount
    MOVE WsOverallQca TO WsStuQca
    MOVE WsTotalPoints TO WsStuPoints
    MOVE WsTotalQualCredits TO WsStuQualCredits
    PERFORM WriteBorderlineStudent
    PERFORM ListRegradeCandidates
    PERFORM WriteBorderRow
    .

ScoreOneResult.
    MOVE MstSemester   TO WkSemester
    MOVE MstModuleCode TO WkModuleCode
    MOVE MstSession    TO WkSession
    MOVE MstGrade      TO WkGrade
    MOVE MstCredits    TO WkCredits
    MOVE MstAccHours   TO WkAccHours
    MOVE MstNonQHours  TO WkNonQHours
    MOVE MstFactor     TO WkFactor
    PERFORM ValidateDetailRecord
    IF NOT WsRecordIsValid
        ADD 1 TO WsInvalidRecords
        EXIT PARAGRAPH
    END-IF
    IF WkSession > WsStuLatestSession
        MOVE WkSession TO WsStuLatestSession
    END-IF
    PERFORM ApplyMitigation
    PERFORM ScoreModuleResult
    ADD WsModulePoints TO WsTotalPoints
    ADD WsQualModuleCredits TO WsTotalQualCredits
    IF WsResCount >= WsResMax
        IF WsResDropped < 999
            ADD 1 TO WsResDropped
        END-IF
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WsResCount
    MOVE MstSemester        TO WsResSemester (WsResCount)
    MOVE MstModuleCode      TO WsResModule (WsResCount)
    MOVE MstModuleName      TO WsResModuleName (WsResCount)
    MOVE MstSession         TO WsResSession (WsResCount)
    MOVE MstGrade           TO WsResGrade (WsResCount)
    MOVE MstCredits         TO WsResCredits (WsResCount)
    MOVE MstAccHours        TO WsResAccHours (WsResCount)
    MOVE MstNonQHours       TO WsResNonQHours (WsResCount)
    MOVE MstFactor          TO WsResFactor (WsResCount)
    MOVE WsGradeSlot        TO WsResSlot (WsResCount)
    MOVE WsResultTreatment  TO WsResTreatment (WsResCount)
    MOVE WsModulePoints     TO WsResPoints (WsResCount)
    MOVE WsQualModuleCredits TO WsResQualCredits (WsResCount)
    .

*> The shared module-result checks - see VALDTL.cpy.
COPY VALDTL.

*> Tries each result one grade higher, alone, against the cutoff
*> missed. A result at the top of the scale has nowhere to go, and
*> NG/W are not graded, and a result the register leaves out of the
*> QCA cannot move it; everything else is rescored under its own
*> session's scale and its own treatment, so a result that does not
*> count (factor 0, say) gains nothing and is never listed.
ListRegradeCandidates.
    MOVE ZERO TO WsRegradeCount
    PERFORM VARYING WsResSub FROM 1 BY 1 UNTIL WsResSub > WsResCount
        PERFORM TryOneRegrade
    END-PERFORM
    IF WsRegradeCount = 0
        MOVE "            no single one-step regrade reaches the cutoff"
            TO WsReportLine
        PERFORM EmitReportLine
    END-IF
    IF WsResDropped > 0
        MOVE "            more results than the regrade search holds - list may be incomplete"
            TO WsReportLine
        PERFORM EmitReportLine
    END-IF
    .

TryOneRegrade.
    IF WsResSlot (WsResSub) < 2 OR WsResTreatment (WsResSub) = "X"
        EXIT PARAGRAPH
    END-IF
    SET GrdptsIdx TO WsResSlot (WsResSub)
    IF NOT GrdptsIsQualifying (GrdptsIdx)
        EXIT PARAGRAPH
    END-IF
    COMPUTE WsBetterSlot = WsResSlot (WsResSub) - 1
    SET GrdptsIdx TO WsBetterSlot
    MOVE GrdptsCode (GrdptsIdx) TO WsBetterGrade
    MOVE WsResSemester (WsResSub)  TO WkSemester
    MOVE WsResModule (WsResSub)    TO WkModuleCode
    MOVE WsResSession (WsResSub)   TO WkSession
    MOVE WsBetterGrade             TO WkGrade
    MOVE WsResCredits (WsResSub)   TO WkCredits
    MOVE WsResAccHours (WsResSub)  TO WkAccHours
    MOVE WsResNonQHours (WsResSub) TO WkNonQHours
    MOVE WsResFactor (WsResSub)    TO WkFactor
    MOVE WsResTreatment (WsResSub) TO WsResultTreatment
    PERFORM ScoreModuleResult
    COMPUTE WsTotalPoints =
        WsStuPoints - WsResPoints (WsResSub) + WsModulePoints
    COMPUTE WsTotalQualCredits =
        WsStuQualCredits - WsResQualCredits (WsResSub)
        + WsQualModuleCredits
    PERFORM ComputeOverallQca
    IF WsOverallQca >= WsNextCutoff
        ADD 1 TO WsRegradeCount
        ADD 1 TO WsRegradeTotal
        PERFORM WriteRegradeLine
    END-IF
    .

WriteBorderlineStudent.
    MOVE WsStuQca TO WsDispQca
    MOVE WsNextCutoff TO WsDispCutoff
    MOVE WsGap TO WsDispGap
    MOVE SPACES TO ReportBody
    WRITE ReportBody
    MOVE SPACES TO WsReportLine
    STRING WsStudentId "  " WsStudentName "  " WsProgCode
           "  QCA " WsDispQca "  cutoff " WsDispCutoff
           "  gap " WsDispGap
        DELIMITED BY SIZE INTO WsReportLine
    PERFORM EmitReportLine
    MOVE SPACES TO WsReportLine
    STRING "            now:    " DELIMITED BY SIZE
           FUNCTION TRIM(BandnmName (WsBandNbr)) DELIMITED BY SIZE
        INTO WsReportLine
    PERFORM EmitReportLine
    MOVE SPACES TO WsReportLine
    STRING "            missed: " DELIMITED BY SIZE
           FUNCTION TRIM(BandnmName (WsNextBandNbr)) DELIMITED BY SIZE
        INTO WsReportLine
    PERFORM EmitReportLine
    .

WriteRegradeLine.
    MOVE WsOverallQca TO WsDispQca
    MOVE SPACES TO WsReportLine
    STRING "            sem " WsResSemester (WsResSub) "  "
           WsResModule (WsResSub) " " WsResModuleName (WsResSub)
           "  " WsResGrade (WsResSub) " -> " WsBetterGrade
           "  QCA would be " WsDispQca
        DELIMITED BY SIZE INTO WsReportLine
    PERFORM EmitReportLine
    .

WriteBorderRow.
    MOVE WsStudentId    TO BdlStudentId
    MOVE WsStudentName  TO BdlStudentName
    MOVE WsProgCode     TO BdlProgCode
    MOVE WsStuQca       TO BdlQca
    MOVE WsBandNbr      TO BdlBandNbr
    MOVE WsNextBandNbr  TO BdlNextBandNbr
    MOVE WsNextCutoff   TO BdlCutoff
    MOVE WsGap          TO BdlGap
    MOVE WsRegradeCount TO BdlRegradeCount
    WRITE BorderRec
    .

WriteReportHeader.
    MOVE "QCA BORDERLINE CANDIDATES" TO ReportBody
    WRITE ReportBody
    MOVE WsMargin TO WsDispMargin
    MOVE SPACES TO WsReportLine
    STRING "Run " WsRunDate " " WsRunTimeRaw (1:6)
           "   finalists within " WsDispMargin
           " below the next band's cutoff"
        DELIMITED BY SIZE INTO WsReportLine
    PERFORM EmitReportLine
    MOVE "Student   Name                            Prog  QCA, cutoff missed, gap / bands / one-step regrades reaching the cutoff"
        TO WsReportLine
    PERFORM EmitReportLine
    .

WriteBorderlineSummary.
    MOVE SPACES TO ReportBody
    WRITE ReportBody
    MOVE WsStudentsRead TO WsDispCount
    STRING "Students read:              " WsDispCount
        DELIMITED BY SIZE INTO WsReportLine
    PERFORM EmitReportLine
    MOVE WsNotEnrolledCount TO WsDispCount
    STRING "Not enrolled - passed over: " WsDispCount
        DELIMITED BY SIZE INTO WsReportLine
    PERFORM EmitReportLine
    MOVE WsFinalistsAssessed TO WsDispCount
    STRING "Finalists assessed:         " WsDispCount
        DELIMITED BY SIZE INTO WsReportLine
    PERFORM EmitReportLine
    MOVE WsBorderlineCount TO WsDispCount
    STRING "Borderline candidates:      " WsDispCount
        DELIMITED BY SIZE INTO WsReportLine
    PERFORM EmitReportLine
    MOVE WsRegradeTotal TO WsDispCount
    STRING "Results worth a second look:" WsDispCount
        DELIMITED BY SIZE INTO WsReportLine
    PERFORM EmitReportLine
    MOVE WsInvalidRecords TO WsDispCount
    STRING "Results failing validation: " WsDispCount
        DELIMITED BY SIZE INTO WsReportLine
    PERFORM EmitReportLine
    DISPLAY "QCABorder: " WsBorderlineCount " borderline of "
        WsFinalistsAssessed " finalists - see QCABDLRPT.txt"
    .

EmitReportLine.
    MOVE SPACES TO ReportBody
    MOVE WsReportLine TO ReportBody
    WRITE ReportBody
    MOVE SPACES TO WsReportLine
    .

*> The shared grading-scheme paragraphs - see SCHMP.cpy.
COPY SCHMP.

*> The shared mitigating-circumstances paragraphs - see MITP.cpy.
COPY MITP.
