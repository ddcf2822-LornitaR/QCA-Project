IDENTIFICATION DIVISION.
PROGRAM-ID. QCASimScheme.
AUTHOR. Lorna Ryan.

*> Grading-scheme impact simulation. When academic council proposes
*> a revised grade scale or new band cutoffs it wants to know how
*> many students the change would move - which until now meant
*> editing QCASCALE.dat or QCAPRG.dat and running the real
*> calculation over the official outputs. This program scores every
*> student on the results master twice, exactly as the calculation
*> does (SCHMP.cpy for the scale per session, the QCA formula and the
*> cutoffs; STNDP.cpy for academic standing; the approved
*> mitigating-circumstances cases off QCAMIT.dat): once under the
*> rules in force and once under the rules as they would stand with
*> the proposal adopted.
*>
*> The proposal is QCASIMPRP.dat, one line per change in the line
*> formats of the files it would go into:
*>
*>   S,session,<78-character grade table>     (QCASCALE.dat scale)
*>   B,session,320,280,240,200,120            (QCASCALE.dat cutoffs)
*>   prog,session,320,280,240,200,120         (QCAPRG.dat cutoffs)
*>
*> A line starting "S," or "B," is a scale-file line, anything else a
*> programme line. Each is held to the same checks as the live files
*> and laid over the current rules the way adopting it would: a line
*> for a session (and, for a programme line, a programme) the
*> current files already carry replaces that line, any other is
*> added alongside. A line whose session postdates every result on
*> the master will move nobody - to ask "what if this had always
*> applied", date it from the earliest session.
*>
*> The impact report QCASIMRPT.txt lists every proposed line, then
*> every student whose band or standing would change with both QCAs,
*> then the count of students in each band now and under the
*> proposal, programme by programme and in total.
*>
*> Strictly read-only: the report is the only thing written. No
*> stamp goes on the run-state file and no extract, work file or
*> scheme file is touched, so nothing a later step reads can tell a
*> simulation was ever run.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT MasterFile ASSIGN TO "QCAMST.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS SEQUENTIAL
    RECORD KEY IS MstKey.

*> The proposal. FILE STATUS so a missing one stops the run with a
*> clear message - there is nothing to simulate without it.
SELECT ProposalFile ASSIGN TO "QCASIMPRP.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WsPrpFileStatus.

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

SELECT ReportFile ASSIGN TO "QCASIMRPT.txt"
    ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD MasterFile.
COPY MSTREC.

FD ProposalFile.
01 PrpRec                  PIC X(100).

FD ProgrammeFile.
01 PrgRec                  PIC X(80).

FD ScaleFile.
01 SclRec                  PIC X(100).

FD MitigationFile.
COPY MITREC.

FD ReportFile.
01 ReportBody              PIC X(132).

WORKING-STORAGE SECTION.

01 WsPrpFileStatus           PIC XX VALUE "00".
01 WsPrpEofFlag              PIC X VALUE "N".
    88 WsPrpAtEnd                VALUE "Y".
01 WsPrpLineCount            PIC 9(4) VALUE ZERO.
01 WsPrpReplacedCount        PIC 9(4) VALUE ZERO.
01 WsPrpBeforeCount          PIC 99 VALUE ZERO.
01 WsPrpReplaced             PIC X VALUE "N".
    88 WsPrpLineReplaces         VALUE "Y" FALSE "N".
01 WsPrpScan                 PIC 9(4) COMP VALUE ZERO.

01 WsMasterEofFlag           PIC X VALUE "N".
    88 EndOfMaster               VALUE "Y".

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

01 WsStudentId               PIC X(8) VALUE SPACES.
01 WsStudentName             PIC X(30) VALUE SPACES.

*> The two sets of rules, side 1 as in force and side 2 with the
*> proposal laid over it. Each is a whole copy of SCHMWS.cpy's
*> WsSchemeTables, moved in before anything is scored or classified
*> on that side - the shared paragraphs only ever see the one set
*> they are working under. Each slot is sized to take the tables
*> whole with room to spare.
01 WsSideCurrent             PIC 9 VALUE 1.
01 WsSideProposed            PIC 9 VALUE 2.
01 WsSideSub                 PIC 9(4) COMP VALUE ZERO.
01 WsSideSchemes.
    02 WsSideScheme OCCURS 2 TIMES PIC X(3000).

*> One student's running figures on each side: the whole-student
*> totals, the semester being accumulated, the run of low semesters
*> STNDP.cpy counts, and where the student ends up.
01 WsSideFigures.
    02 WsSide OCCURS 2 TIMES.
        03 WsSdTotalPoints    PIC 9(6)V99.
        03 WsSdTotalQual      PIC 9(6)V99.
        03 WsSdSemPoints      PIC 9(6)V99.
        03 WsSdSemQual        PIC 9(6)V99.
        03 WsSdConsecLow      PIC 99.
        03 WsSdQca            PIC 9V99.
        03 WsSdBandNbr        PIC 9.
        03 WsSdStandingCode   PIC X.
        03 WsSdStandingName   PIC X(20).

*> Students per band on each side, programme by programme, tallied
*> the way the calculation's cohort report tallies them. The table
*> holds as many programmes as the cohort report's; a student on a
*> programme past that still counts in the all-programme totals.
01 WsPrgMax                  PIC 99 VALUE 20.
01 WsPrgCount                PIC 99 VALUE ZERO.
01 WsPrgTable.
    02 WsPrgEntry OCCURS 20 TIMES.
        03 WsPrgListCode      PIC X(4).
        03 WsPrgStudents      PIC 9(6).
        03 WsPrgNowCount OCCURS 6 TIMES PIC 9(6).
        03 WsPrgPropCount OCCURS 6 TIMES PIC 9(6).
01 WsPrgSub                  PIC 9(4) COMP VALUE ZERO.
01 WsPrgHit                  PIC 9(4) COMP VALUE ZERO.
01 WsPrgDropped              PIC 9(6) VALUE ZERO.
01 WsAllCounts.
    02 WsAllNowCount OCCURS 6 TIMES PIC 9(6).
    02 WsAllPropCount OCCURS 6 TIMES PIC 9(6).

01 WsStudentsRead            PIC 9(6) VALUE ZERO.
01 WsBandMovedCount          PIC 9(6) VALUE ZERO.
01 WsBandUpCount             PIC 9(6) VALUE ZERO.
01 WsBandDownCount           PIC 9(6) VALUE ZERO.
01 WsStandingMovedCount      PIC 9(6) VALUE ZERO.
01 WsChangedCount            PIC 9(6) VALUE ZERO.
01 WsInvalidRecords          PIC 9(6) VALUE ZERO.

01 WsRunDate                 PIC X(8) VALUE SPACES.
01 WsRunTimeRaw              PIC X(8) VALUE SPACES.
01 WsReportLine              PIC X(132) VALUE SPACES.
01 WsDispCount               PIC ZZZZZ9.
01 WsDispNow                 PIC ZZZZZ9.
01 WsDispProp                PIC ZZZZZ9.
01 WsBandChange              PIC S9(6) VALUE ZERO.
01 WsDispChange              PIC +++++9.
01 WsDispQcaNow              PIC 9.99.
01 WsDispQcaProp             PIC 9.99.
01 WsPrpVerdict              PIC X(20) VALUE SPACES.

*> Shared grading-scheme working storage - see SCHMWS.cpy.
COPY SCHMWS.

*> Shared academic standing working storage - see STNDWS.cpy and
*> STNDTH.cpy.
COPY STNDWS.
COPY STNDTH.

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
    OPEN OUTPUT ReportFile
    PERFORM WriteReportHeader
    PERFORM LoadProgrammeCutoffs
    PERFORM LoadSessionScales
    MOVE WsSchemeTables TO WsSideScheme (WsSideCurrent)
    PERFORM LoadProposedScheme
    MOVE WsSchemeTables TO WsSideScheme (WsSideProposed)
    PERFORM WriteChangesHeader
    MOVE ZERO TO WsAllCounts
    PERFORM OpenMitigationRegister
    OPEN INPUT MasterFile
    PERFORM ReadMasterRecord
    PERFORM UNTIL EndOfMaster
        PERFORM SimulateOneStudent
    END-PERFORM
    CLOSE MasterFile
    PERFORM CloseMitigationRegister
    PERFORM WriteBandCounts
    PERFORM WriteSimulationSummary
    CLOSE ReportFile

    STOP RUN.

*> Lays each proposed line over the rules just loaded. The lines go
*> through SCHMP.cpy's own parsing, so a proposal is held to exactly
*> the checks the live files are and a bad line stops the run with
*> its text. A proposal with no lines at all has nothing to say.
LoadProposedScheme.
    OPEN INPUT ProposalFile
    IF WsPrpFileStatus NOT = "00"
        DISPLAY "QCASimScheme: proposed scheme QCASIMPRP.dat missing "
            "or unreadable, status " WsPrpFileStatus
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE "QCASIMPRP.dat" TO WsPrgSourceName
    MOVE "QCASIMPRP.dat" TO WsSclSourceName
    PERFORM ReadProposalLine
    PERFORM UNTIL WsPrpAtEnd
        PERFORM ApplyProposedLine
        PERFORM ReadProposalLine
    END-PERFORM
    CLOSE ProposalFile
    IF WsPrpLineCount = 0
        DISPLAY "QCASimScheme: proposed scheme QCASIMPRP.dat has no "
            "lines - nothing to simulate"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    .

ReadProposalLine.
    READ ProposalFile
        AT END SET WsPrpAtEnd TO TRUE
    END-READ
    .

ApplyProposedLine.
    IF PrpRec = SPACES OR PrpRec (1:1) = "*"
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WsPrpLineCount
    SET WsPrpLineReplaces TO FALSE
    EVALUATE TRUE
        WHEN PrpRec (1:2) = "S,"
            MOVE WsSchCount TO WsPrpBeforeCount
            MOVE PrpRec TO WsSclLine
            PERFORM ParseScaleLine
            PERFORM SupersedeScaleLine
        WHEN PrpRec (1:2) = "B,"
            MOVE WsBcutCount TO WsPrpBeforeCount
            MOVE PrpRec TO WsSclLine
            PERFORM ParseScaleLine
            PERFORM SupersedeDefaultCutoffLine
        WHEN OTHER
            MOVE WsCutCount TO WsPrpBeforeCount
            MOVE PrpRec TO WsPrgLine
            PERFORM ParseProgrammeLine
            PERFORM SupersedeProgrammeLine
    END-EVALUATE
    IF WsPrpLineReplaces
        ADD 1 TO WsPrpReplacedCount
        MOVE "replaces current" TO WsPrpVerdict
    ELSE
        MOVE "added" TO WsPrpVerdict
    END-IF
    MOVE SPACES TO WsReportLine
    STRING "  " WsPrpVerdict PrpRec DELIMITED BY SIZE
        INTO WsReportLine
    PERFORM EmitReportLine
    .

*> The parse has just added the proposed line as the table's last
*> entry. Where an earlier entry carries the same session it is the
*> line being revised: the new one takes its place and the table
*> shrinks back by one, so the proposal supersedes it rather than
*> tying with it.
SupersedeScaleLine.
    PERFORM VARYING WsPrpScan FROM 1 BY 1
            UNTIL WsPrpScan > WsPrpBeforeCount OR WsPrpLineReplaces
        IF WsSchSession (WsPrpScan) = WsSchSession (WsSchCount)
            MOVE WsSchEntry (WsSchCount) TO WsSchEntry (WsPrpScan)
            SUBTRACT 1 FROM WsSchCount
            SET WsPrpLineReplaces TO TRUE
        END-IF
    END-PERFORM
    .

SupersedeDefaultCutoffLine.
    PERFORM VARYING WsPrpScan FROM 1 BY 1
            UNTIL WsPrpScan > WsPrpBeforeCount OR WsPrpLineReplaces
        IF WsBcutSession (WsPrpScan) = WsBcutSession (WsBcutCount)
            MOVE WsBcutEntry (WsBcutCount) TO WsBcutEntry (WsPrpScan)
            SUBTRACT 1 FROM WsBcutCount
            SET WsPrpLineReplaces TO TRUE
        END-IF
    END-PERFORM
    .

SupersedeProgrammeLine.
    PERFORM VARYING WsPrpScan FROM 1 BY 1
            UNTIL WsPrpScan > WsPrpBeforeCount OR WsPrpLineReplaces
        IF WsCutProgCode (WsPrpScan) = WsCutProgCode (WsCutCount)
           AND WsCutSession (WsPrpScan) = WsCutSession (WsCutCount)
            MOVE WsCutEntry (WsCutCount) TO WsCutEntry (WsPrpScan)
            SUBTRACT 1 FROM WsCutCount
            SET WsPrpLineReplaces TO TRUE
        END-IF
    END-PERFORM
    .

ReadMasterRecord.
    READ MasterFile
        AT END SET EndOfMaster TO TRUE
    END-READ
    .

*> Walks one student's master records - the current record is their
*> first - scoring each valid result on both sides as it comes, then
*> classifies them on both and reports them if anything moved.
SimulateOneStudent.
    MOVE MstStudentId   TO WsStudentId
    MOVE MstStudentName TO WsStudentName
    MOVE MstProgCode    TO WsProgCode
    MOVE SPACES TO WsStuLatestSession
    MOVE ZERO TO WsCurrentSemester
    MOVE ZERO TO WsSideFigures
    MOVE WsStudentId TO WsMitStudentId
    PERFORM LoadStudentMitCases
    ADD 1 TO WsStudentsRead
    PERFORM UNTIL EndOfMaster OR MstStudentId NOT = WsStudentId
        IF NOT MstIsProjection
            PERFORM SimulateOneResult
        END-IF
        PERFORM ReadMasterRecord
    END-PERFORM
    PERFORM VARYING WsSideSub FROM 1 BY 1 UNTIL WsSideSub > 2
        IF WsCurrentSemester NOT = ZERO
            PERFORM CloseSideSemester
        END-IF
        PERFORM ClassifyOneSide
    END-PERFORM
    PERFORM TallyProgrammeEntry
    PERFORM JudgeStudentMovement
    .

*> Results come off the master in semester order, so a change of
*> semester closes the one before on both sides, as the calculation's
*> trend lines do.
SimulateOneResult.
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
    IF WkSemester NOT = WsCurrentSemester
        PERFORM VARYING WsSideSub FROM 1 BY 1 UNTIL WsSideSub > 2
            IF WsCurrentSemester NOT = ZERO
                PERFORM CloseSideSemester
            END-IF
            MOVE ZERO TO WsSdSemPoints (WsSideSub)
            MOVE ZERO TO WsSdSemQual (WsSideSub)
        END-PERFORM
        MOVE WkSemester TO WsCurrentSemester
        SET WsSemHadExclusion TO FALSE
    END-IF
    IF WkSession > WsStuLatestSession
        MOVE WkSession TO WsStuLatestSession
    END-IF
    PERFORM ApplyMitigation
    PERFORM VARYING WsSideSub FROM 1 BY 1 UNTIL WsSideSub > 2
        PERFORM ScoreOnOneSide
    END-PERFORM
    .

*> The shared module-result checks - see VALDTL.cpy.
COPY VALDTL.

ScoreOnOneSide.
    MOVE WsSideScheme (WsSideSub) TO WsSchemeTables
    PERFORM ScoreModuleResult
    ADD WsModulePoints      TO WsSdTotalPoints (WsSideSub)
    ADD WsQualModuleCredits TO WsSdTotalQual (WsSideSub)
    ADD WsModulePoints      TO WsSdSemPoints (WsSideSub)
    ADD WsQualModuleCredits TO WsSdSemQual (WsSideSub)
    .

*> The semester's own QCA on this side and its part in the run of
*> low semesters - see STNDP.cpy; none when a mitigating case
*> emptied it of qualifying credits (see MITWS.cpy).
CloseSideSemester.
    MOVE WsSdSemPoints (WsSideSub) TO WsSemPoints
    MOVE WsSdSemQual (WsSideSub)   TO WsSemQualCredits
    MOVE WsSdConsecLow (WsSideSub) TO WsConsecLowSems
    PERFORM ComputeSemesterQca
    IF WsSemQualCredits = 0 AND WsSemHadExclusion
        CONTINUE
    ELSE
        PERFORM TrackLowSemesters
    END-IF
    MOVE WsConsecLowSems TO WsSdConsecLow (WsSideSub)
    .

*> The final QCA, band and standing on this side, under this side's
*> cutoffs.
ClassifyOneSide.
    MOVE WsSideScheme (WsSideSub) TO WsSchemeTables
    MOVE WsSdTotalPoints (WsSideSub) TO WsTotalPoints
    MOVE WsSdTotalQual (WsSideSub)   TO WsTotalQualCredits
    PERFORM ComputeOverallQca
    PERFORM DetermineBandNumber
    MOVE WsSdConsecLow (WsSideSub) TO WsConsecLowSems
    PERFORM DetermineStanding
    MOVE WsOverallQca     TO WsSdQca (WsSideSub)
    MOVE WsBandNbr        TO WsSdBandNbr (WsSideSub)
    MOVE WsStandingCode   TO WsSdStandingCode (WsSideSub)
    MOVE WsStandingName   TO WsSdStandingName (WsSideSub)
    .

*> Finds (or adds) the student's programme and counts them into
*> their band on each side.
TallyProgrammeEntry.
    ADD 1 TO WsAllNowCount (WsSdBandNbr (WsSideCurrent))
    ADD 1 TO WsAllPropCount (WsSdBandNbr (WsSideProposed))
    MOVE ZERO TO WsPrgHit
    PERFORM VARYING WsPrgSub FROM 1 BY 1 UNTIL WsPrgSub > WsPrgCount
        IF WsPrgListCode (WsPrgSub) = WsProgCode
            MOVE WsPrgSub TO WsPrgHit
        END-IF
    END-PERFORM
    IF WsPrgHit = 0
        IF WsPrgCount < WsPrgMax
            ADD 1 TO WsPrgCount
            MOVE WsPrgCount TO WsPrgHit
            MOVE WsProgCode TO WsPrgListCode (WsPrgHit)
            MOVE ZERO TO WsPrgStudents (WsPrgHit)
            PERFORM VARYING WsBandSub FROM 1 BY 1
                    UNTIL WsBandSub > 6
                MOVE ZERO TO WsPrgNowCount (WsPrgHit, WsBandSub)
                MOVE ZERO TO WsPrgPropCount (WsPrgHit, WsBandSub)
            END-PERFORM
        ELSE
            ADD 1 TO WsPrgDropped
        END-IF
    END-IF
    IF WsPrgHit > 0
        ADD 1 TO WsPrgStudents (WsPrgHit)
        ADD 1 TO WsPrgNowCount (WsPrgHit, WsSdBandNbr (WsSideCurrent))
        ADD 1 TO WsPrgPropCount (WsPrgHit,
            WsSdBandNbr (WsSideProposed))
    END-IF
    .

*> A lower band number is a better band.
JudgeStudentMovement.
    IF WsSdBandNbr (WsSideCurrent) = WsSdBandNbr (WsSideProposed)
       AND WsSdStandingCode (WsSideCurrent) =
           WsSdStandingCode (WsSideProposed)
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WsChangedCount
    IF WsSdBandNbr (WsSideCurrent) NOT = WsSdBandNbr (WsSideProposed)
        ADD 1 TO WsBandMovedCount
        IF WsSdBandNbr (WsSideProposed) < WsSdBandNbr (WsSideCurrent)
            ADD 1 TO WsBandUpCount
        ELSE
            ADD 1 TO WsBandDownCount
        END-IF
    END-IF
    IF WsSdStandingCode (WsSideCurrent) NOT =
       WsSdStandingCode (WsSideProposed)
        ADD 1 TO WsStandingMovedCount
    END-IF
    PERFORM WriteChangedStudent
    .

WriteChangedStudent.
    MOVE WsSdQca (WsSideCurrent)  TO WsDispQcaNow
    MOVE WsSdQca (WsSideProposed) TO WsDispQcaProp
    MOVE SPACES TO ReportBody
    WRITE ReportBody
    MOVE SPACES TO WsReportLine
    STRING WsStudentId "  " WsStudentName "  " WsProgCode
           "  QCA " WsDispQcaNow " -> " WsDispQcaProp
        DELIMITED BY SIZE INTO WsReportLine
    PERFORM EmitReportLine
    IF WsSdBandNbr (WsSideCurrent) NOT = WsSdBandNbr (WsSideProposed)
        MOVE SPACES TO WsReportLine
        STRING "            band:     " DELIMITED BY SIZE
               FUNCTION TRIM(BandnmName (WsSdBandNbr (WsSideCurrent)))
                   DELIMITED BY SIZE
               " -> " DELIMITED BY SIZE
               FUNCTION TRIM(BandnmName (WsSdBandNbr (WsSideProposed)))
                   DELIMITED BY SIZE
            INTO WsReportLine
        PERFORM EmitReportLine
    END-IF
    IF WsSdStandingCode (WsSideCurrent) NOT =
       WsSdStandingCode (WsSideProposed)
        MOVE SPACES TO WsReportLine
        STRING "            standing: " DELIMITED BY SIZE
               FUNCTION TRIM(WsSdStandingName (WsSideCurrent))
                   DELIMITED BY SIZE
               " -> " DELIMITED BY SIZE
               FUNCTION TRIM(WsSdStandingName (WsSideProposed))
                   DELIMITED BY SIZE
            INTO WsReportLine
        PERFORM EmitReportLine
    END-IF
    .

WriteReportHeader.
    MOVE "QCA GRADING-SCHEME IMPACT SIMULATION" TO ReportBody
    WRITE ReportBody
    MOVE SPACES TO WsReportLine
    STRING "Run " WsRunDate " " WsRunTimeRaw (1:6)
           "   current rules QCASCALE.dat/QCAPRG.dat against the "
           "proposal on QCASIMPRP.dat - nothing adopted"
        DELIMITED BY SIZE INTO WsReportLine
    PERFORM EmitReportLine
    MOVE SPACES TO ReportBody
    WRITE ReportBody
    MOVE "Proposed lines" TO WsReportLine
    PERFORM EmitReportLine
    .

WriteChangesHeader.
    MOVE SPACES TO ReportBody
    WRITE ReportBody
    MOVE "Students whose band or standing would change" TO WsReportLine
    PERFORM EmitReportLine
    MOVE "Student   Name                            Prog  QCA now -> proposed / band / standing"
        TO WsReportLine
    PERFORM EmitReportLine
    .

*> Each programme's band counts side by side, then the whole
*> master's.
WriteBandCounts.
    MOVE SPACES TO ReportBody
    WRITE ReportBody
    MOVE "Students per band, now and under the proposal"
        TO WsReportLine
    PERFORM EmitReportLine
    PERFORM VARYING WsPrgSub FROM 1 BY 1 UNTIL WsPrgSub > WsPrgCount
        MOVE SPACES TO ReportBody
        WRITE ReportBody
        MOVE WsPrgStudents (WsPrgSub) TO WsDispCount
        MOVE SPACES TO WsReportLine
        STRING "Programme " WsPrgListCode (WsPrgSub)
               "  (" WsDispCount " students)"
            DELIMITED BY SIZE INTO WsReportLine
        PERFORM EmitReportLine
        PERFORM WriteBandCountHeading
        PERFORM VARYING WsBandSub FROM 1 BY 1 UNTIL WsBandSub > 6
            MOVE WsPrgNowCount (WsPrgSub, WsBandSub) TO WsDispNow
            MOVE WsPrgPropCount (WsPrgSub, WsBandSub) TO WsDispProp
            COMPUTE WsBandChange = WsPrgPropCount (WsPrgSub, WsBandSub)
                - WsPrgNowCount (WsPrgSub, WsBandSub)
            PERFORM WriteBandCountLine
        END-PERFORM
    END-PERFORM
    MOVE SPACES TO ReportBody
    WRITE ReportBody
    MOVE WsStudentsRead TO WsDispCount
    MOVE SPACES TO WsReportLine
    STRING "All programmes  (" WsDispCount " students)"
        DELIMITED BY SIZE INTO WsReportLine
    PERFORM EmitReportLine
    PERFORM WriteBandCountHeading
    PERFORM VARYING WsBandSub FROM 1 BY 1 UNTIL WsBandSub > 6
        MOVE WsAllNowCount (WsBandSub) TO WsDispNow
        MOVE WsAllPropCount (WsBandSub) TO WsDispProp
        COMPUTE WsBandChange = WsAllPropCount (WsBandSub)
            - WsAllNowCount (WsBandSub)
        PERFORM WriteBandCountLine
    END-PERFORM
    IF WsPrgDropped > 0
        MOVE WsPrgDropped TO WsDispCount
        MOVE SPACES TO WsReportLine
        STRING "  " WsDispCount " students on programmes past the "
               "table - counted in the totals only"
            DELIMITED BY SIZE INTO WsReportLine
        PERFORM EmitReportLine
    END-IF
    .

WriteBandCountHeading.
    MOVE "  Classification                              now  proposed  change"
        TO WsReportLine
    PERFORM EmitReportLine
    .

WriteBandCountLine.
    MOVE WsBandChange TO WsDispChange
    MOVE SPACES TO WsReportLine
    STRING "  " BandnmName (WsBandSub) " " WsDispNow "    " WsDispProp
           "  " WsDispChange
        DELIMITED BY SIZE INTO WsReportLine
    PERFORM EmitReportLine
    .

WriteSimulationSummary.
    MOVE SPACES TO ReportBody
    WRITE ReportBody
    MOVE WsPrpLineCount TO WsDispCount
    STRING "Proposed lines:             " WsDispCount
        DELIMITED BY SIZE INTO WsReportLine
    PERFORM EmitReportLine
    MOVE WsPrpReplacedCount TO WsDispCount
    STRING "  replacing current lines:  " WsDispCount
        DELIMITED BY SIZE INTO WsReportLine
    PERFORM EmitReportLine
    MOVE WsStudentsRead TO WsDispCount
    STRING "Students rescored:          " WsDispCount
        DELIMITED BY SIZE INTO WsReportLine
    PERFORM EmitReportLine
    MOVE WsChangedCount TO WsDispCount
    STRING "Students who would change:  " WsDispCount
        DELIMITED BY SIZE INTO WsReportLine
    PERFORM EmitReportLine
    MOVE WsBandUpCount TO WsDispCount
    STRING "  band up:                  " WsDispCount
        DELIMITED BY SIZE INTO WsReportLine
    PERFORM EmitReportLine
    MOVE WsBandDownCount TO WsDispCount
    STRING "  band down:                " WsDispCount
        DELIMITED BY SIZE INTO WsReportLine
    PERFORM EmitReportLine
    MOVE WsStandingMovedCount TO WsDispCount
    STRING "  standing changed:         " WsDispCount
        DELIMITED BY SIZE INTO WsReportLine
    PERFORM EmitReportLine
    MOVE WsInvalidRecords TO WsDispCount
    STRING "Results failing validation: " WsDispCount
        DELIMITED BY SIZE INTO WsReportLine
    PERFORM EmitReportLine
    DISPLAY "QCASimScheme: " WsChangedCount " of " WsStudentsRead
        " students would change band or standing - see "
        "QCASIMRPT.txt"
    .

EmitReportLine.
    MOVE SPACES TO ReportBody
    MOVE WsReportLine TO ReportBody
    WRITE ReportBody
    MOVE SPACES TO WsReportLine
    .

*> The shared grading-scheme paragraphs - see SCHMP.cpy.
COPY SCHMP.

*> The shared academic standing paragraphs - see STNDP.cpy.
COPY STNDP.

*> The shared mitigating-circumstances paragraphs - see MITP.cpy.
COPY MITP.
