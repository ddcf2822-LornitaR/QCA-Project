IDENTIFICATION DIVISION.
PROGRAM-ID. QCAModerate.
AUTHOR. Lorna Ryan.

*> Module moderation report for the external examiners. The
*> broadsheet shows one programme's students against one semester's
*> modules; the examiners want the other cut - every module's results
*> profile - and that means reading the whole master, not one
*> student at a time. This program reads all of QCAMST.dat, joins
*> each module to the catalogue (QCACAT.dat) for its title and
*> credits, and reports to QCAMODRPT.txt, per academic session and
*> semester, per programme, for each module:
*>
*>   - the number of candidates
*>   - the grade distribution across the GRDPTS slots
*>   - the pass and fail rates among the graded candidates (NG and W
*>     are carried in the distribution but are neither)
*>   - the mean grade points, scored under the scale in force for the
*>     session (SCHMP.cpy - the calculation's own rules)
*>
*> A module whose mean points or fail rate sits well out of line with
*> the other modules its programme's students took that semester is
*> flagged: it is set against the average of those other modules, and
*> a gap wider than the tolerance is called out. The tolerances come
*> off an optional parameter card, QCAMODPARM.dat:
*>
*>   MEANGAP=0.50     (grade points either side of the others' mean)
*>   FAILGAP=20       (percentage points either side of their fail rate)
*>
*> No card means those defaults. A programme needs at least three
*> graded modules in the semester before any of them is flagged -
*> against one other module "out of line" means nothing.
*>
*> Each session and semester closes with a whole-module profile - the
*> same figures for every module across all the programmes whose
*> students took it, in module order - since a module shared between
*> programmes is otherwise only ever seen a slice at a time. The
*> outlier test stays with the programme groups. Then come the
*> catalogue modules that are active and offered in that semester
*> but have no results on the master for it - a module the examiners
*> expected to see and cannot.
*>
*> Read-only: nothing downstream reads the report, so it neither
*> checks nor stamps the run state, and it may be run at any point in
*> the cycle. RETURN-CODE 4 flags a report with modules called out.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT MasterFile ASSIGN TO "QCAMST.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS SEQUENTIAL
    RECORD KEY IS MstKey.

*> Random reads for each module's title and credits, and a
*> sequential pass per session and semester for the modules that
*> should have results and have none. FILE STATUS tells a missing
*> catalogue from a real I/O error - either way the report cannot
*> be cut without it.
SELECT CatalogueFile ASSIGN TO "QCACAT.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS CatKey
    FILE STATUS IS WsCatFileStatus.

*> Puts the master's results into session, semester, programme and
*> module order - the master reads back student-major, and the
*> report needs every candidate of a module together.
SELECT ModSortFile ASSIGN TO "ModSort.tmp".

SELECT ParmFile ASSIGN TO "QCAMODPARM.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WsParmFileStatus.

*> The grading schemes the calculation scores under - see SCHMP.cpy.
SELECT ProgrammeFile ASSIGN TO "QCAPRG.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WsPrgFileStatus.

SELECT ScaleFile ASSIGN TO "QCASCALE.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WsSclFileStatus.

SELECT ReportFile ASSIGN TO "QCAMODRPT.txt"
    ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD MasterFile.
COPY MSTREC.

FD CatalogueFile.
COPY CATREC.

*> One module result, already scored: its GRDPTS slot, the points
*> its session's scale pays, and whether it is a pass, a fail or
*> neither (NG/W).
SD ModSortFile.
01 ModSortRec.
    02 MsSession           PIC X(4).
    02 MsSemester          PIC 9.
    02 MsProgCode          PIC X(4).
    02 MsModuleCode        PIC X(6).
    02 MsModuleName        PIC X(28).
    02 MsCredits           PIC 9.
    02 MsGradeSlot         PIC 99.
    02 MsGradePoints       PIC 9V99.
    02 MsOutcome           PIC X.
        88 MsIsPass            VALUE "P".
        88 MsIsFail            VALUE "F".

FD ParmFile.
01 ParmRec                 PIC X(80).

FD ProgrammeFile.
01 PrgRec                  PIC X(80).

FD ScaleFile.
01 SclRec                  PIC X(100).

FD ReportFile.
01 ReportBody              PIC X(160).

WORKING-STORAGE SECTION.

01 WsCatFileStatus           PIC XX VALUE "00".
01 WsParmFileStatus          PIC XX VALUE "00".
01 WsParmEofFlag             PIC X VALUE "N".
    88 WsParmAtEnd               VALUE "Y".
01 WsParmKeyword             PIC X(12) VALUE SPACES.
01 WsParmValue               PIC X(60) VALUE SPACES.

*> The outlier tolerances - see the card description above.
01 WsMeanGap                 PIC 9V99 VALUE 0.50.
01 WsMeanGapText             PIC X(4) VALUE SPACES.
01 WsMeanGapNum REDEFINES WsMeanGapText PIC 9.99.
01 WsFailGap                 PIC 99 VALUE 20.
01 WsFailGapText             PIC XX JUSTIFIED RIGHT VALUE SPACES.
01 WsModMinForFlag           PIC 99 VALUE 3.

01 WsMasterEofFlag           PIC X VALUE "N".
    88 EndOfMaster               VALUE "Y".
01 WsSortStatus              PIC X VALUE "N".
    88 WsNoMoreSortedResults     VALUE "Y".
01 WsCatEofFlag              PIC X VALUE "N".
    88 WsCatAtEnd                VALUE "Y".

*> The result being scored, in the names VALDTL.cpy and SCHMP.cpy
*> read - a record the calculation would reject as invalid is left
*> out here too, so the moderation figures and the transcripts count
*> the same results.
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

*> The control-break positions as the sorted results stream back.
01 WsCurSession              PIC X(4) VALUE LOW-VALUES.
01 WsCurSemester             PIC 9 VALUE ZERO.
01 WsCurProgCode             PIC X(4) VALUE SPACES.
01 WsCurModule               PIC X(6) VALUE SPACES.

*> The module being tallied, before it joins its programme's table.
01 WsCurModName              PIC X(28) VALUE SPACES.
01 WsCurCredits              PIC 9 VALUE ZERO.
01 WsCurCands                PIC 9(5) VALUE ZERO.
01 WsCurPass                 PIC 9(5) VALUE ZERO.
01 WsCurFail                 PIC 9(5) VALUE ZERO.
01 WsCurPointsSum            PIC 9(7)V99 VALUE ZERO.
01 WsCurSlotCounts.
    02 WsCurSlotCount OCCURS 13 TIMES PIC 9(5).

*> One programme's modules for the semester - held until the
*> programme closes, because no module can be judged against the
*> others until all of them are in. A programme with more modules in
*> a semester than the table holds has the rest counted and warned
*> of, not silently dropped.
01 WsModMax                  PIC 9(4) VALUE 100.
01 WsModCount                PIC 9(4) VALUE ZERO.
01 WsModDropped              PIC 9(4) VALUE ZERO.
01 WsModTable.
    02 WsModEntry OCCURS 100 TIMES.
        03 WsModCode          PIC X(6).
        03 WsModName          PIC X(28).
        03 WsModCredits       PIC 9.
        03 WsModCands         PIC 9(5).
        03 WsModSlotCount OCCURS 13 TIMES PIC 9(5).
        03 WsModPass          PIC 9(5).
        03 WsModFail          PIC 9(5).
        03 WsModGraded        PIC 9(5).
        03 WsModMean          PIC 9V99.
        03 WsModFailPct       PIC 999V9.
01 WsModSub                  PIC 9(4) COMP VALUE ZERO.
01 WsGrdSub                  PIC 9(4) COMP VALUE ZERO.

*> The programme's figures the outlier test sets each module against.
01 WsGrpGraded               PIC 9(4) VALUE ZERO.
01 WsGrpMeanSum              PIC 9(6)V99 VALUE ZERO.
01 WsGrpFailSum              PIC 9(7)V9 VALUE ZERO.
01 WsGrpMean                 PIC 9V99 VALUE ZERO.
01 WsGrpFailPct              PIC 999V9 VALUE ZERO.
01 WsOthersMean              PIC 9V99 VALUE ZERO.
01 WsOthersFailPct           PIC 999V9 VALUE ZERO.
01 WsMeanDiff                PIC S9V99 VALUE ZERO.
01 WsFailDiff                PIC S999V9 VALUE ZERO.
01 WsMeanFlag                PIC X(9) VALUE SPACES.
01 WsFailFlag                PIC X(9) VALUE SPACES.
01 WsFlagText                PIC X(30) VALUE SPACES.
01 WsFlagFlag                PIC X VALUE "N".
    88 WsModuleIsFlagged         VALUE "Y" FALSE "N".

*> Modules with results in the session and semester under report,
*> across every programme, kept in module order with their whole-
*> module tallies - the profile that closes the session and semester,
*> and what the catalogue pass sets the active offered modules
*> against.
01 WsSeenMax                 PIC 9(4) VALUE 300.
01 WsSeenCount               PIC 9(4) VALUE ZERO.
01 WsSeenTable.
    02 WsSeenEntry OCCURS 300 TIMES.
        03 WsSeenCode         PIC X(6).
        03 WsSeenName         PIC X(28).
        03 WsSeenCredits      PIC 9.
        03 WsSeenCands        PIC 9(5).
        03 WsSeenSlotCount OCCURS 13 TIMES PIC 9(5).
        03 WsSeenPass         PIC 9(5).
        03 WsSeenFail         PIC 9(5).
        03 WsSeenPointsSum    PIC 9(7)V99.
01 WsSeenSub                 PIC 9(4) COMP VALUE ZERO.
01 WsSeenHit                 PIC 9(4) COMP VALUE ZERO.
01 WsSeenPos                 PIC 9(4) COMP VALUE ZERO.
01 WsCurSeenSub              PIC 9(4) COMP VALUE ZERO.
01 WsSeenGraded              PIC 9(5) VALUE ZERO.
01 WsSeenMean                PIC 9V99 VALUE ZERO.
01 WsSeenFailPct             PIC 999V9 VALUE ZERO.
01 WsSemDigit                PIC X VALUE SPACE.
01 WsSemTally                PIC 99 VALUE ZERO.
01 WsCatTitle                PIC X(28) VALUE SPACES.
01 WsCatNote                 PIC X(20) VALUE SPACES.

01 WsRecordsRead             PIC 9(6) VALUE ZERO.
01 WsResultsReported         PIC 9(6) VALUE ZERO.
01 WsInvalidRecords          PIC 9(6) VALUE ZERO.
01 WsModulesReported         PIC 9(6) VALUE ZERO.
01 WsModuleTotalsReported    PIC 9(6) VALUE ZERO.
01 WsModulesFlagged          PIC 9(6) VALUE ZERO.
01 WsModulesUnresulted       PIC 9(6) VALUE ZERO.
01 WsModulesDropped          PIC 9(6) VALUE ZERO.

01 WsRunDate                 PIC X(8) VALUE SPACES.
01 WsRunTimeRaw              PIC X(8) VALUE SPACES.
01 WsReportLine              PIC X(160) VALUE SPACES.

*> A distribution row: one five-character cell per GRDPTS slot, the
*> heading row carrying the grade codes in the same columns.
01 WsDistHeading.
    02 WsDistHeadCell OCCURS 13 TIMES.
        03 FILLER             PIC XXX.
        03 WsDistHeadCode     PIC XX.
01 WsDistDisplay.
    02 WsDistCell OCCURS 13 TIMES.
        03 FILLER             PIC X.
        03 WsDistCellCount    PIC ZZZ9.

01 WsDispCount               PIC ZZZZZ9.
01 WsDispCands               PIC ZZZZ9.
01 WsDispCredits             PIC Z9.
01 WsDispPassPct             PIC ZZ9.9.
01 WsDispFailPct             PIC ZZ9.9.
01 WsDispMean                PIC Z9.99.
01 WsDispGap                 PIC Z9.99.
01 WsDispFailGap             PIC Z9.

*> Shared grading-scheme working storage - see SCHMWS.cpy.
COPY SCHMWS.

*> The mitigating-circumstances treatment switch the scoring reads -
*> see MITWS.cpy. Left blank here: the examiners moderate the grades
*> as awarded, before any case is applied to a student's QCA.
COPY MITWS.

*> Shared grade-to-points table - see GRDPTS.cpy.
COPY GRDPTS.

PROCEDURE DIVISION.
Begin.
    ACCEPT WsRunDate FROM DATE YYYYMMDD
    ACCEPT WsRunTimeRaw FROM TIME
    PERFORM ReadModerationCard
    PERFORM LoadProgrammeCutoffs
    PERFORM LoadSessionScales
    OPEN INPUT CatalogueFile
    IF WsCatFileStatus NOT = "00"
        DISPLAY "QCAModerate: module catalogue QCACAT.dat missing "
            "or unreadable, status " WsCatFileStatus
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM BuildDistributionHeading
    OPEN OUTPUT ReportFile
    PERFORM WriteReportHeader
    SORT ModSortFile
        ON ASCENDING KEY MsSession MsSemester MsProgCode MsModuleCode
        INPUT PROCEDURE ReleaseMasterResults
        OUTPUT PROCEDURE BuildModerationReport
    PERFORM WriteModerationSummary
    CLOSE CatalogueFile, ReportFile
    IF WsModulesFlagged > 0
        MOVE 4 TO RETURN-CODE
    END-IF

    STOP RUN.

*> The card is optional; a line that is present and wrong stops the
*> run before anything has been read, like every other card here.
ReadModerationCard.
    OPEN INPUT ParmFile
    EVALUATE TRUE
        WHEN WsParmFileStatus = "35"
            CONTINUE
        WHEN WsParmFileStatus NOT = "00"
            DISPLAY "QCAModerate: parameter card QCAMODPARM.dat "
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

*> MEANGAP travels as d.dd grade points, FAILGAP as a whole number
*> of percentage points - one or two digits, left-justified, so it is
*> right-justified and zero-filled before it is judged a number.
ParseParameterLine.
    IF ParmRec = SPACES OR ParmRec (1:1) = "*"
        CONTINUE
    ELSE
        MOVE SPACES TO WsParmKeyword
        MOVE SPACES TO WsParmValue
        UNSTRING ParmRec DELIMITED BY "="
            INTO WsParmKeyword, WsParmValue
        EVALUATE TRUE
            WHEN WsParmKeyword = "MEANGAP"
             AND WsParmValue (1:1) NUMERIC
             AND WsParmValue (2:1) = "."
             AND WsParmValue (3:2) NUMERIC
             AND WsParmValue (5:) = SPACES
                MOVE WsParmValue (1:4) TO WsMeanGapText
                MOVE WsMeanGapNum TO WsMeanGap
            WHEN WsParmKeyword = "FAILGAP"
             AND WsParmValue (1:1) NOT = SPACE
             AND WsParmValue (3:) = SPACES
                MOVE SPACES TO WsFailGapText
                UNSTRING WsParmValue DELIMITED BY SPACE
                    INTO WsFailGapText
                INSPECT WsFailGapText REPLACING LEADING SPACES BY ZEROS
                IF WsFailGapText NOT NUMERIC
                    DISPLAY "QCAModerate: bad card line - " ParmRec
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE WsFailGapText TO WsFailGap
            WHEN OTHER
                DISPLAY "QCAModerate: bad card line - " ParmRec
                MOVE 8 TO RETURN-CODE
                STOP RUN
        END-EVALUATE
    END-IF
    .

*> SORT input procedure: every module result on the master, scored
*> under its session's scale, goes to the sort; the projection
*> records carry no result and a record failing the module-result
*> checks is counted and left out.
ReleaseMasterResults.
    OPEN INPUT MasterFile
    PERFORM ReadMasterRecord
    PERFORM UNTIL EndOfMaster
        IF NOT MstIsProjection
            PERFORM ReleaseOneResult
        END-IF
        PERFORM ReadMasterRecord
    END-PERFORM
    CLOSE MasterFile
    .

ReadMasterRecord.
    READ MasterFile
        AT END SET EndOfMaster TO TRUE
    END-READ
    IF NOT EndOfMaster
        ADD 1 TO WsRecordsRead
    END-IF
    .

ReleaseOneResult.
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
    PERFORM LookUpGradePoints
    MOVE MstSession    TO MsSession
    MOVE MstSemester   TO MsSemester
    MOVE MstProgCode   TO MsProgCode
    MOVE MstModuleCode TO MsModuleCode
    MOVE MstModuleName TO MsModuleName
    MOVE MstCredits    TO MsCredits
    MOVE WsGradeSlot   TO MsGradeSlot
    MOVE WsGradePoints TO MsGradePoints
    EVALUATE TRUE
        WHEN NOT WsGradeIsQualifying
            MOVE "O" TO MsOutcome
        WHEN WsGradePoints > 0
            MOVE "P" TO MsOutcome
        WHEN OTHER
            MOVE "F" TO MsOutcome
    END-EVALUATE
    RELEASE ModSortRec
    ADD 1 TO WsResultsReported
    .

*> The shared module-result checks - see VALDTL.cpy.
COPY VALDTL.

*> SORT output procedure: the results come back session, semester,
*> programme and module major. Each break closes everything beneath
*> it before the new group opens - a new session closes the module,
*> then the programme, then the session itself.
BuildModerationReport.
    MOVE "N" TO WsSortStatus
    PERFORM ReturnSortedResult
    PERFORM UNTIL WsNoMoreSortedResults
        EVALUATE TRUE
            WHEN WsCurSession = LOW-VALUES
                PERFORM OpenSessionSemester
                PERFORM OpenProgrammeGroup
                PERFORM OpenModule
            WHEN MsSession NOT = WsCurSession
              OR MsSemester NOT = WsCurSemester
                PERFORM CloseModule
                PERFORM CloseProgrammeGroup
                PERFORM CloseSessionSemester
                PERFORM OpenSessionSemester
                PERFORM OpenProgrammeGroup
                PERFORM OpenModule
            WHEN MsProgCode NOT = WsCurProgCode
                PERFORM CloseModule
                PERFORM CloseProgrammeGroup
                PERFORM OpenProgrammeGroup
                PERFORM OpenModule
            WHEN MsModuleCode NOT = WsCurModule
                PERFORM CloseModule
                PERFORM OpenModule
        END-EVALUATE
        PERFORM TallyResult
        PERFORM ReturnSortedResult
    END-PERFORM
    IF WsCurSession NOT = LOW-VALUES
        PERFORM CloseModule
        PERFORM CloseProgrammeGroup
        PERFORM CloseSessionSemester
    END-IF
    .

ReturnSortedResult.
    RETURN ModSortFile
        AT END SET WsNoMoreSortedResults TO TRUE
    END-RETURN
    .

OpenSessionSemester.
    MOVE MsSession  TO WsCurSession
    MOVE MsSemester TO WsCurSemester
    MOVE ZERO TO WsSeenCount
    MOVE SPACES TO ReportBody
    WRITE ReportBody
    MOVE SPACES TO WsReportLine
    STRING "SESSION " WsCurSession "  SEMESTER " WsCurSemester
        DELIMITED BY SIZE INTO WsReportLine
    PERFORM EmitReportLine
    MOVE "========================" TO WsReportLine
    PERFORM EmitReportLine
    .

OpenProgrammeGroup.
    MOVE MsProgCode TO WsCurProgCode
    MOVE ZERO TO WsModCount
    MOVE ZERO TO WsModDropped
    .

OpenModule.
    MOVE MsModuleCode TO WsCurModule
    MOVE MsModuleName TO WsCurModName
    MOVE MsCredits    TO WsCurCredits
    MOVE ZERO TO WsCurCands
    MOVE ZERO TO WsCurPass
    MOVE ZERO TO WsCurFail
    MOVE ZERO TO WsCurPointsSum
    PERFORM VARYING WsGrdSub FROM 1 BY 1 UNTIL WsGrdSub > 13
        MOVE ZERO TO WsCurSlotCount (WsGrdSub)
    END-PERFORM
    PERFORM NoteModuleSeen
    .

*> A module taken by two programmes' students opens once under each,
*> but is seen once - one entry, its tallies built up across the
*> programmes - for the whole-module profile and the catalogue pass.
*> A new module is slotted in at its place in module order. A full
*> table leaves WsCurSeenSub at zero and the module out of both.
NoteModuleSeen.
    MOVE ZERO TO WsSeenHit
    PERFORM VARYING WsSeenSub FROM 1 BY 1
            UNTIL WsSeenSub > WsSeenCount
        IF WsSeenCode (WsSeenSub) = WsCurModule
            MOVE WsSeenSub TO WsSeenHit
        END-IF
    END-PERFORM
    MOVE WsSeenHit TO WsCurSeenSub
    IF WsSeenHit > 0 OR WsSeenCount >= WsSeenMax
        EXIT PARAGRAPH
    END-IF
    COMPUTE WsSeenPos = WsSeenCount + 1
    PERFORM VARYING WsSeenSub FROM WsSeenCount BY -1
            UNTIL WsSeenSub < 1
        IF WsSeenCode (WsSeenSub) > WsCurModule
            MOVE WsSeenSub TO WsSeenPos
        END-IF
    END-PERFORM
    PERFORM VARYING WsSeenSub FROM WsSeenCount BY -1
            UNTIL WsSeenSub < WsSeenPos
        MOVE WsSeenEntry (WsSeenSub) TO WsSeenEntry (WsSeenSub + 1)
    END-PERFORM
    ADD 1 TO WsSeenCount
    MOVE WsSeenPos TO WsCurSeenSub
    MOVE WsCurModule  TO WsSeenCode (WsCurSeenSub)
    MOVE WsCurModName TO WsSeenName (WsCurSeenSub)
    MOVE WsCurCredits TO WsSeenCredits (WsCurSeenSub)
    MOVE ZERO TO WsSeenCands (WsCurSeenSub)
    MOVE ZERO TO WsSeenPass (WsCurSeenSub)
    MOVE ZERO TO WsSeenFail (WsCurSeenSub)
    MOVE ZERO TO WsSeenPointsSum (WsCurSeenSub)
    PERFORM VARYING WsGrdSub FROM 1 BY 1 UNTIL WsGrdSub > 13
        MOVE ZERO TO WsSeenSlotCount (WsCurSeenSub, WsGrdSub)
    END-PERFORM
    .

*> The programme's slice of the module joins the whole-module tally,
*> whether or not the programme's own table has room for it.
AddModuleTotals.
    IF WsCurSeenSub = 0
        EXIT PARAGRAPH
    END-IF
    ADD WsCurCands TO WsSeenCands (WsCurSeenSub)
    ADD WsCurPass  TO WsSeenPass (WsCurSeenSub)
    ADD WsCurFail  TO WsSeenFail (WsCurSeenSub)
    ADD WsCurPointsSum TO WsSeenPointsSum (WsCurSeenSub)
    PERFORM VARYING WsGrdSub FROM 1 BY 1 UNTIL WsGrdSub > 13
        ADD WsCurSlotCount (WsGrdSub)
            TO WsSeenSlotCount (WsCurSeenSub, WsGrdSub)
    END-PERFORM
    .

TallyResult.
    ADD 1 TO WsCurCands
    IF MsGradeSlot > 0
        ADD 1 TO WsCurSlotCount (MsGradeSlot)
    END-IF
    EVALUATE TRUE
        WHEN MsIsPass
            ADD 1 TO WsCurPass
            ADD MsGradePoints TO WsCurPointsSum
        WHEN MsIsFail
            ADD 1 TO WsCurFail
            ADD MsGradePoints TO WsCurPointsSum
    END-EVALUATE
    .

*> Settles the module's rates and mean and files it in its
*> programme's table. The rates and the mean are over the graded
*> candidates - a module whose candidates all withdrew has none of
*> them and takes no part in the outlier test.
CloseModule.
    PERFORM AddModuleTotals
    IF WsModCount >= WsModMax
        ADD 1 TO WsModDropped
        ADD 1 TO WsModulesDropped
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WsModCount
    MOVE WsCurModule  TO WsModCode (WsModCount)
    MOVE WsCurModName TO WsModName (WsModCount)
    MOVE WsCurCredits TO WsModCredits (WsModCount)
    MOVE WsCurCands   TO WsModCands (WsModCount)
    MOVE WsCurPass    TO WsModPass (WsModCount)
    MOVE WsCurFail    TO WsModFail (WsModCount)
    PERFORM VARYING WsGrdSub FROM 1 BY 1 UNTIL WsGrdSub > 13
        MOVE WsCurSlotCount (WsGrdSub)
            TO WsModSlotCount (WsModCount, WsGrdSub)
    END-PERFORM
    COMPUTE WsModGraded (WsModCount) = WsCurPass + WsCurFail
    IF WsModGraded (WsModCount) = 0
        MOVE ZERO TO WsModMean (WsModCount)
        MOVE ZERO TO WsModFailPct (WsModCount)
    ELSE
        COMPUTE WsModMean (WsModCount) ROUNDED =
            WsCurPointsSum / WsModGraded (WsModCount)
        COMPUTE WsModFailPct (WsModCount) ROUNDED =
            WsCurFail * 100 / WsModGraded (WsModCount)
    END-IF
    .

*> With every module of the programme in, works out the programme's
*> figures and writes each module against them.
CloseProgrammeGroup.
    MOVE ZERO TO WsGrpGraded
    MOVE ZERO TO WsGrpMeanSum
    MOVE ZERO TO WsGrpFailSum
    PERFORM VARYING WsModSub FROM 1 BY 1 UNTIL WsModSub > WsModCount
        IF WsModGraded (WsModSub) > 0
            ADD 1 TO WsGrpGraded
            ADD WsModMean (WsModSub) TO WsGrpMeanSum
            ADD WsModFailPct (WsModSub) TO WsGrpFailSum
        END-IF
    END-PERFORM
    IF WsGrpGraded > 0
        COMPUTE WsGrpMean ROUNDED = WsGrpMeanSum / WsGrpGraded
        COMPUTE WsGrpFailPct ROUNDED = WsGrpFailSum / WsGrpGraded
    ELSE
        MOVE ZERO TO WsGrpMean
        MOVE ZERO TO WsGrpFailPct
    END-IF
    PERFORM WriteProgrammeHeading
    PERFORM VARYING WsModSub FROM 1 BY 1 UNTIL WsModSub > WsModCount
        PERFORM JudgeOneModule
        PERFORM WriteModuleLine
    END-PERFORM
    PERFORM WriteProgrammeFooting
    .

*> Sets the module against the average of the programme's other
*> graded modules - leaving itself out, so one wild module cannot
*> drag the yardstick it is measured by.
JudgeOneModule.
    MOVE SPACES TO WsFlagText
    SET WsModuleIsFlagged TO FALSE
    IF WsModGraded (WsModSub) = 0 OR WsGrpGraded < WsModMinForFlag
        EXIT PARAGRAPH
    END-IF
    COMPUTE WsOthersMean ROUNDED =
        (WsGrpMeanSum - WsModMean (WsModSub)) / (WsGrpGraded - 1)
    COMPUTE WsOthersFailPct ROUNDED =
        (WsGrpFailSum - WsModFailPct (WsModSub)) / (WsGrpGraded - 1)
    COMPUTE WsMeanDiff = WsModMean (WsModSub) - WsOthersMean
    COMPUTE WsFailDiff = WsModFailPct (WsModSub) - WsOthersFailPct
    MOVE SPACES TO WsMeanFlag
    MOVE SPACES TO WsFailFlag
    EVALUATE TRUE
        WHEN WsMeanDiff > WsMeanGap
            MOVE "MEAN HIGH" TO WsMeanFlag
        WHEN WsMeanDiff < 0 - WsMeanGap
            MOVE "MEAN LOW" TO WsMeanFlag
    END-EVALUATE
    EVALUATE TRUE
        WHEN WsFailDiff > WsFailGap
            MOVE "FAIL HIGH" TO WsFailFlag
        WHEN WsFailDiff < 0 - WsFailGap
            MOVE "FAIL LOW" TO WsFailFlag
    END-EVALUATE
    EVALUATE TRUE
        WHEN WsMeanFlag NOT = SPACES AND WsFailFlag NOT = SPACES
            STRING WsMeanFlag DELIMITED BY "  "
                   " " WsFailFlag DELIMITED BY SIZE
                INTO WsFlagText
        WHEN WsMeanFlag NOT = SPACES
            MOVE WsMeanFlag TO WsFlagText
        WHEN WsFailFlag NOT = SPACES
            MOVE WsFailFlag TO WsFlagText
    END-EVALUATE
    IF WsFlagText NOT = SPACES
        SET WsModuleIsFlagged TO TRUE
        ADD 1 TO WsModulesFlagged
    END-IF
    .

WriteProgrammeHeading.
    MOVE SPACES TO ReportBody
    WRITE ReportBody
    MOVE SPACES TO WsReportLine
    STRING "  Programme " WsCurProgCode DELIMITED BY SIZE
        INTO WsReportLine
    PERFORM EmitReportLine
    MOVE SPACES TO WsReportLine
    STRING "  Module Title                        Cr Cands"
           WsDistHeading
           "  Pass%  Fail%   Mean  Flag"
        DELIMITED BY SIZE INTO WsReportLine
    PERFORM EmitReportLine
    .

*> The title and credits are the catalogue's; a module the catalogue
*> does not hold keeps the master's name and says so.
WriteModuleLine.
    MOVE WsModCode (WsModSub) TO CatModuleCode
    READ CatalogueFile
        INVALID KEY
            MOVE WsModName (WsModSub) TO WsCatTitle
            MOVE WsModCredits (WsModSub) TO WsDispCredits
            IF WsFlagText = SPACES
                MOVE "NOT ON CATALOGUE" TO WsFlagText
            END-IF
        NOT INVALID KEY
            MOVE CatModuleTitle TO WsCatTitle
            MOVE CatCredits TO WsDispCredits
    END-READ
    MOVE WsModCands (WsModSub) TO WsDispCands
    MOVE SPACES TO WsDistDisplay
    PERFORM VARYING WsGrdSub FROM 1 BY 1 UNTIL WsGrdSub > 13
        MOVE WsModSlotCount (WsModSub, WsGrdSub)
            TO WsDistCellCount (WsGrdSub)
    END-PERFORM
    MOVE SPACES TO WsReportLine
    IF WsModGraded (WsModSub) = 0
        STRING "  " WsModCode (WsModSub) " " WsCatTitle " "
               WsDispCredits " " WsDispCands WsDistDisplay
               "      -      -      -  " WsFlagText
            DELIMITED BY SIZE INTO WsReportLine
    ELSE
        COMPUTE WsDispPassPct ROUNDED =
            WsModPass (WsModSub) * 100 / WsModGraded (WsModSub)
        MOVE WsModFailPct (WsModSub) TO WsDispFailPct
        MOVE WsModMean (WsModSub) TO WsDispMean
        STRING "  " WsModCode (WsModSub) " " WsCatTitle " "
               WsDispCredits " " WsDispCands WsDistDisplay
               "  " WsDispPassPct "  " WsDispFailPct
               "  " WsDispMean "  " WsFlagText
            DELIMITED BY SIZE INTO WsReportLine
    END-IF
    PERFORM EmitReportLine
    ADD 1 TO WsModulesReported
    .

WriteProgrammeFooting.
    MOVE WsGrpGraded TO WsDispCount
    MOVE WsGrpMean TO WsDispMean
    MOVE WsGrpFailPct TO WsDispFailPct
    MOVE SPACES TO WsReportLine
    STRING "  Programme " WsCurProgCode " - graded modules "
           WsDispCount ", mean of module means " WsDispMean
           ", mean fail rate " WsDispFailPct "%"
        DELIMITED BY SIZE INTO WsReportLine
    PERFORM EmitReportLine
    IF WsGrpGraded > 0 AND WsGrpGraded < WsModMinForFlag
        MOVE "  (too few graded modules to judge any against the rest)"
            TO WsReportLine
        PERFORM EmitReportLine
    END-IF
    IF WsModDropped > 0
        MOVE WsModDropped TO WsDispCount
        MOVE SPACES TO WsReportLine
        STRING "  WARNING: " WsDispCount " further modules beyond the "
               "module table - not shown or judged"
            DELIMITED BY SIZE INTO WsReportLine
        PERFORM EmitReportLine
    END-IF
    .

*> The whole-module profile, then the catalogue modules the examiners
*> would expect to see for this session and semester and cannot:
*> active, offered in the semester, and with no result on the master
*> under it from any programme.
CloseSessionSemester.
    PERFORM WriteModuleTotals
    MOVE SPACES TO ReportBody
    WRITE ReportBody
    MOVE SPACES TO WsReportLine
    STRING "  Active catalogue modules offered in semester "
           WsCurSemester " with no results for session "
           WsCurSession ":"
        DELIMITED BY SIZE INTO WsReportLine
    PERFORM EmitReportLine
    MOVE WsCurSemester TO WsSemDigit
    MOVE ZERO TO WsSeenHit
    MOVE "N" TO WsCatEofFlag
    MOVE LOW-VALUES TO CatModuleCode
    START CatalogueFile KEY IS NOT LESS THAN CatKey
        INVALID KEY SET WsCatAtEnd TO TRUE
    END-START
    PERFORM ReadCatalogueNext
    PERFORM UNTIL WsCatAtEnd
        PERFORM CheckCatalogueModule
        PERFORM ReadCatalogueNext
    END-PERFORM
    IF WsSeenCount >= WsSeenMax
        MOVE "  WARNING: module list full - this list may be incomplete"
            TO WsReportLine
        PERFORM EmitReportLine
    END-IF
    .

*> One line per module across every programme, laid out as the
*> programme groups' lines are. Nothing here is judged - the outlier
*> test is a programme's own modules against each other.
WriteModuleTotals.
    MOVE SPACES TO ReportBody
    WRITE ReportBody
    MOVE SPACES TO WsReportLine
    STRING "  All programmes - whole-module profile for session "
           WsCurSession " semester " WsCurSemester
        DELIMITED BY SIZE INTO WsReportLine
    PERFORM EmitReportLine
    MOVE SPACES TO WsReportLine
    STRING "  Module Title                        Cr Cands"
           WsDistHeading
           "  Pass%  Fail%   Mean  Note"
        DELIMITED BY SIZE INTO WsReportLine
    PERFORM EmitReportLine
    PERFORM VARYING WsSeenSub FROM 1 BY 1
            UNTIL WsSeenSub > WsSeenCount
        PERFORM WriteModuleTotalLine
    END-PERFORM
    IF WsSeenCount >= WsSeenMax
        MOVE "  WARNING: module list full - this profile may be incomplete"
            TO WsReportLine
        PERFORM EmitReportLine
    END-IF
    .

WriteModuleTotalLine.
    MOVE SPACES TO WsFlagText
    MOVE WsSeenCode (WsSeenSub) TO CatModuleCode
    READ CatalogueFile
        INVALID KEY
            MOVE WsSeenName (WsSeenSub) TO WsCatTitle
            MOVE WsSeenCredits (WsSeenSub) TO WsDispCredits
            MOVE "NOT ON CATALOGUE" TO WsFlagText
        NOT INVALID KEY
            MOVE CatModuleTitle TO WsCatTitle
            MOVE CatCredits TO WsDispCredits
    END-READ
    MOVE WsSeenCands (WsSeenSub) TO WsDispCands
    MOVE SPACES TO WsDistDisplay
    PERFORM VARYING WsGrdSub FROM 1 BY 1 UNTIL WsGrdSub > 13
        MOVE WsSeenSlotCount (WsSeenSub, WsGrdSub)
            TO WsDistCellCount (WsGrdSub)
    END-PERFORM
    COMPUTE WsSeenGraded = WsSeenPass (WsSeenSub) + WsSeenFail (WsSeenSub)
    MOVE SPACES TO WsReportLine
    IF WsSeenGraded = 0
        STRING "  " WsSeenCode (WsSeenSub) " " WsCatTitle " "
               WsDispCredits " " WsDispCands WsDistDisplay
               "      -      -      -  " WsFlagText
            DELIMITED BY SIZE INTO WsReportLine
    ELSE
        COMPUTE WsDispPassPct ROUNDED =
            WsSeenPass (WsSeenSub) * 100 / WsSeenGraded
        COMPUTE WsSeenFailPct ROUNDED =
            WsSeenFail (WsSeenSub) * 100 / WsSeenGraded
        COMPUTE WsSeenMean ROUNDED =
            WsSeenPointsSum (WsSeenSub) / WsSeenGraded
        MOVE WsSeenFailPct TO WsDispFailPct
        MOVE WsSeenMean TO WsDispMean
        STRING "  " WsSeenCode (WsSeenSub) " " WsCatTitle " "
               WsDispCredits " " WsDispCands WsDistDisplay
               "  " WsDispPassPct "  " WsDispFailPct
               "  " WsDispMean "  " WsFlagText
            DELIMITED BY SIZE INTO WsReportLine
    END-IF
    PERFORM EmitReportLine
    ADD 1 TO WsModuleTotalsReported
    .

ReadCatalogueNext.
    IF NOT WsCatAtEnd
        READ CatalogueFile NEXT
            AT END SET WsCatAtEnd TO TRUE
        END-READ
    END-IF
    .

CheckCatalogueModule.
    IF NOT CatIsActive
        EXIT PARAGRAPH
    END-IF
    MOVE ZERO TO WsSemTally
    INSPECT CatSemesters TALLYING WsSemTally FOR ALL WsSemDigit
    IF WsSemTally = 0
        EXIT PARAGRAPH
    END-IF
    MOVE ZERO TO WsSeenHit
    PERFORM VARYING WsSeenSub FROM 1 BY 1
            UNTIL WsSeenSub > WsSeenCount
        IF WsSeenCode (WsSeenSub) = CatModuleCode
            MOVE WsSeenSub TO WsSeenHit
        END-IF
    END-PERFORM
    IF WsSeenHit = 0
        MOVE SPACES TO WsReportLine
        STRING "  " CatModuleCode " " CatModuleTitle
               "  offered in semesters " CatSemesters
            DELIMITED BY SIZE INTO WsReportLine
        PERFORM EmitReportLine
        ADD 1 TO WsModulesUnresulted
    END-IF
    .

*> The distribution heading is built once from GRDPTS, so the columns
*> follow the shared table's slot order rather than a typed list.
BuildDistributionHeading.
    MOVE SPACES TO WsDistHeading
    PERFORM VARYING WsGrdSub FROM 1 BY 1 UNTIL WsGrdSub > 13
        SET GrdptsIdx TO WsGrdSub
        MOVE GrdptsCode (GrdptsIdx) TO WsDistHeadCode (WsGrdSub)
    END-PERFORM
    .

WriteReportHeader.
    MOVE "QCA MODULE MODERATION REPORT" TO ReportBody
    WRITE ReportBody
    MOVE WsMeanGap TO WsDispGap
    MOVE WsFailGap TO WsDispFailGap
    MOVE SPACES TO WsReportLine
    STRING "Run " WsRunDate " " WsRunTimeRaw (1:6)
           "   Flagged when a module's mean points differ from the "
           "programme's other modules by more than " WsDispGap
           " or its fail rate by more than " WsDispFailGap " points"
        DELIMITED BY SIZE INTO WsReportLine
    PERFORM EmitReportLine
    MOVE "Rates and mean points are over graded candidates (pass + fail); NG and W appear in the distribution only."
        TO WsReportLine
    PERFORM EmitReportLine
    .

WriteModerationSummary.
    MOVE SPACES TO ReportBody
    WRITE ReportBody
    MOVE WsRecordsRead TO WsDispCount
    STRING "Master records read:              " WsDispCount
        DELIMITED BY SIZE INTO WsReportLine
    PERFORM EmitReportLine
    MOVE WsResultsReported TO WsDispCount
    STRING "Module results reported:          " WsDispCount
        DELIMITED BY SIZE INTO WsReportLine
    PERFORM EmitReportLine
    MOVE WsInvalidRecords TO WsDispCount
    STRING "Results failing validation:       " WsDispCount
        DELIMITED BY SIZE INTO WsReportLine
    PERFORM EmitReportLine
    MOVE WsModulesReported TO WsDispCount
    STRING "Module lines reported:            " WsDispCount
        DELIMITED BY SIZE INTO WsReportLine
    PERFORM EmitReportLine
    MOVE WsModuleTotalsReported TO WsDispCount
    STRING "Whole-module profile lines:       " WsDispCount
        DELIMITED BY SIZE INTO WsReportLine
    PERFORM EmitReportLine
    MOVE WsModulesFlagged TO WsDispCount
    STRING "Module lines flagged:             " WsDispCount
        DELIMITED BY SIZE INTO WsReportLine
    PERFORM EmitReportLine
    MOVE WsModulesUnresulted TO WsDispCount
    STRING "Offered modules without results:  " WsDispCount
        DELIMITED BY SIZE INTO WsReportLine
    PERFORM EmitReportLine
    IF WsModulesDropped > 0
        MOVE WsModulesDropped TO WsDispCount
        STRING "Modules beyond the module table:  " WsDispCount
            DELIMITED BY SIZE INTO WsReportLine
        PERFORM EmitReportLine
    END-IF
    DISPLAY "QCAModerate: " WsModulesReported " module lines, "
        WsModulesFlagged " flagged - see QCAMODRPT.txt"
    .

EmitReportLine.
    MOVE SPACES TO ReportBody
    MOVE WsReportLine TO ReportBody
    WRITE ReportBody
    MOVE SPACES TO WsReportLine
    .

*> The shared grading-scheme paragraphs - see SCHMP.cpy.
COPY SCHMP.
