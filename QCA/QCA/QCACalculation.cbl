*> amendment no longer forces the whole class feed to be recut.
*> Sequential reads come back in key order: each student's records
*> grouped together, already sorted by semester and module code.
*> A SOURCE=ARCHIVE reprint reads the year-end archive QCAARC.dat
*> (QCAArchive - the same layout) in its place.
SELECT MasterFile ASSIGN DYNAMIC WsMasterFileName
    ORGANIZATION IS INDEXED
    ACCESS MODE IS SEQUENTIAL
    RECORD KEY IS MstKey.
*> completed, so a run that abends partway through the batch can
*> restart without reprocessing students already reported on. FILE
*> STATUS lets us tell "no checkpoint yet" (a fresh run) from a real
*> I/O error. ASSIGN DYNAMIC: each partition of a partitioned run
*> (RUNMODE=PART) restarts from a checkpoint of its own - see
*> SetRunFileNames.
SELECT CheckpointFile ASSIGN DYNAMIC WsCkptFileName
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WsCkptFileStatus.

*> per student per run - never truncated, so each run can compare
*> itself against the student's most recent prior record. FILE
*> STATUS - see the note on ExceptionFile above.
*> ASSIGN DYNAMIC: a partition reads the cumulative file like any
*> run but appends its own rows to a partition file, which the merge
*> then appends here - see Begin.
SELECT HistoryFile ASSIGN DYNAMIC WsHistFileName
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WsHistFileStatus.

*> QCAHIST.dat at startup for random lookup as students complete -
*> a keyed scratch file instead of an in-memory table, so the
*> before/after comparison covers every student however large the
*> history grows. Rebuilt from empty every run; a partition keeps a
*> scratch copy of its own, since the partitions run side by side.
SELECT HistWorkFile ASSIGN DYNAMIC WsHistWkFileName
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM
    RECORD KEY IS HwKey.

*> The changes-only report the appeals and rechecks board works
*> from: just the students whose QCA or classification band moved
*> since their last run, with before and after. ASSIGN DYNAMIC -
*> a partition writes its own, for the merge to combine.
SELECT DeltaFile ASSIGN DYNAMIC WsDeltaFileName
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WsDeltaFileStatus.

*> One row per student on probation or up for suspension review -
*> the student-services mail merge reads this instead of re-deriving
*> standing from the trend lines in every transcript. FILE STATUS -
*> see the note on ExceptionFile above. ASSIGN DYNAMIC - a partition
*> writes its own, for the merge to combine.
SELECT StandingFile ASSIGN DYNAMIC WsStandFileName
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WsStandFileStatus.

    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WsSclFileStatus.

*> The approved mitigating-circumstances cases (see MITREC.cpy),
*> read a student at a time as each transcript starts and applied as
*> the modules accumulate - the master's results stay as the examiner
*> gave them, and the transcript says which cases were applied. No
*> register (status 35) means no cases.
SELECT MitigationFile ASSIGN TO "QCAMIT.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS MitKey
    FILE STATUS IS WsMitFileStatus.

*> The batch chain's shared run-state file - the calculation
*> refuses to run against a master the load has not refreshed since
*> the current feed was accepted, and an amendment cycle demands a
*> maintenance run newer than the load. A full official run stamps
*> CALC, an amendment cycle CALCAMD; a restricted run checks but
*> stamps nothing. A partition stamps its own CALCPn step, and the
*> merge that combines the partitions stamps CALC. See RUNSTAT.cpy.
SELECT RunStateFile ASSIGN TO "QCARUNSTAT.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WsRstFileStatus.

*> The board-week partitioned run. Each partition (RUNMODE=PART)
*> covers one range of programme codes and leaves one control record
*> here on completion - its range, its run identity and how many
*> students it processed out of how many the master held - so the
*> merge can prove the partitions between them covered every student
*> exactly once.
SELECT PartCtlFile ASSIGN DYNAMIC WsPartCtlName
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WsPartCtlFileStatus.

*> The merge (RUNMODE=MERGE) reads each partition's extract, work,
*> exception, delta, standing and history files back through this
*> one plain-text file in turn, pointing it at each partition file.
SELECT PartInFile ASSIGN DYNAMIC WsPartInFileName
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WsPartInFileStatus.

DATA DIVISION.
FILE SECTION.
FD MasterFile.
FD RunStateFile.
COPY RUNSTAT.

FD MitigationFile.
COPY MITREC.

FD AffectedFile.
01 AffectedRec.
    88 EndOfAffectedFile   VALUE HIGH-VALUES.
    02 StdStandingCode     PIC X.
    02 StdStudentName      PIC X(30).

FD PartCtlFile.
01 PartCtlRec.
    02 PctPartition        PIC 9.
    02 PctProgFrom         PIC X(4).
    02 PctProgTo           PIC X(4).
    02 PctRunId            PIC X(14).
    02 PctFeedId           PIC X(14).
    02 PctStudents         PIC 9(6).
    02 PctMasterStudents   PIC 9(6).

*> Wide enough for the longest partition record - the delta line.
FD PartInFile.
01 PartInRec               PIC X(160).

WORKING-STORAGE SECTION.

*> The master holds a whole class, one record per module result, in
*> changing (or the file ending) marks the student boundary.
01 WsMasterEofFlag           PIC X VALUE "N".
    88 EndOfFile                 VALUE "Y".
01 WsMasterOpenFlag          PIC X VALUE "N".
    88 WsMasterIsOpen            VALUE "Y".

01 WsStudentId               PIC X(8)  VALUE SPACES.
01 WsStudentName             PIC X(30) VALUE SPACES.
01 WsCohortWkFileName        PIC X(80) VALUE "QCACOHWK.dat".
01 WsBroadWkFileName         PIC X(80) VALUE "QCABRDWK.dat".
01 WsSrsFileName             PIC X(80) VALUE "QCASRS.dat".
01 WsCkptFileName            PIC X(80) VALUE "QCACKPT.dat".
01 WsHistFileName            PIC X(80) VALUE "QCAHIST.dat".
01 WsHistWkFileName          PIC X(80) VALUE "QCAHSTWK.tmp".
01 WsDeltaFileName           PIC X(80) VALUE "QCADELTA.txt".
01 WsStandFileName           PIC X(80) VALUE "QCASTAND.dat".
01 WsProbeFileName           PIC X(80) VALUE SPACES.
01 WsProbeFileStatus         PIC XX VALUE "00".

01 WsSrsWanted               PIC X VALUE "Y".
    88 WsSrsExtractWanted        VALUE "Y".
01 WsOutDir                  PIC X(40) VALUE SPACES.
*> SOURCE=ARCHIVE points a reprint of finished students at the
*> year-end archive instead of the live master.
01 WsMasterFileName          PIC X(12) VALUE "QCAMST.dat".
01 WsSourceGiven             PIC X VALUE "N".
    88 WsSourceSeen              VALUE "Y".
01 WsSourceFlag              PIC X VALUE "M".
    88 WsSourceIsArchive         VALUE "A".
01 WsRestrictedFlag          PIC X VALUE "N".
    88 WsRunIsRestricted         VALUE "Y".
01 WsStudentsNotSelected     PIC 9(6) VALUE ZERO.
01 WsAffFileStatus           PIC XX VALUE "00".
01 WsRunModeFlag             PIC X VALUE "F".
    88 WsAmendmentRun            VALUE "A".
    88 WsPartitionRun            VALUE "P".
    88 WsMergeRun                VALUE "M".
01 WsRunModeGiven            PIC X VALUE "N".
    88 WsRunModeSeen             VALUE "Y".
01 WsAmdCount                PIC 9(6) VALUE ZERO.

*> Partitioned-run state. RUNMODE=PART with PARTITION=n (1-9),
*> PROGFROM= and PROGTO= is one partition of the board-week run: an
*> official run over just the students whose programme code falls in
*> the range, with its own checkpoint and every batch output under
*> partition names (see BuildPartitionFileNames) so the partitions
*> can run side by side and restart on their own. RUNMODE=MERGE with
*> PARTITIONS=n then checks the partitions and combines their files
*> into the official ones a single full run writes. WsPartNbr is the
*> partition in hand - the card's on a partition, each in turn on
*> the merge.
01 WsPartNbr                 PIC 9 VALUE ZERO.
01 WsPartProgFrom            PIC X(4) VALUE SPACES.
01 WsPartProgTo              PIC X(4) VALUE SPACES.
01 WsPartCount               PIC 9 VALUE ZERO.
*> Two digits so the VARYING over partitions 1-9 can step past 9.
01 WsPartSub                 PIC 99 VALUE ZERO.
01 WsPartFileNames.
    02 WsPartCkptName         PIC X(80).
    02 WsPartSrsName          PIC X(80).
    02 WsPartExcName          PIC X(80).
    02 WsPartCohWkName        PIC X(80).
    02 WsPartBrdWkName        PIC X(80).
    02 WsPartHistName         PIC X(80).
    02 WsPartHistWkName       PIC X(80).
    02 WsPartDeltaName        PIC X(80).
    02 WsPartStandName        PIC X(80).
    02 WsPartCtlName          PIC X(80).
01 WsPartCtlFileStatus       PIC XX VALUE "00".
01 WsPartInFileName          PIC X(80) VALUE SPACES.
01 WsPartInFileStatus        PIC XX VALUE "00".
01 WsPartInEofFlag           PIC X VALUE "N".
    88 WsPartInAtEnd             VALUE "Y".
01 WsPartLineNbr             PIC 9(6) VALUE ZERO.
01 WsPartRunId               PIC X(14) VALUE SPACES.
01 WsPartPrevProgTo          PIC X(4) VALUE SPACES.
01 WsPartMasterStudents      PIC 9(6) VALUE ZERO.
01 WsPartStudentTotal        PIC 9(6) VALUE ZERO.
01 WsPartRows                PIC 9(6) VALUE ZERO.
01 WsPartHash                PIC 9(8) VALUE ZERO.
01 WsPartTrlRows             PIC 9(6) VALUE ZERO.
01 WsPartTrlHash             PIC 9(8) VALUE ZERO.
01 WsPartTrlFlag             PIC X VALUE "N".
    88 WsPartHasTrailer          VALUE "Y" FALSE "N".
*> A partition extract's detail row and its "T" trailer, for the
*> merge's check of one against the other - a trailer is told from
*> a row by its type byte and the blank QCA column behind it, the
*> same test QCASrsRecon makes.
01 WsPartSrsRow.
    02 WsPsrStudentId         PIC X(8).
    02 WsPsrSemester          PIC X.
    02 WsPsrModuleCode        PIC X(6).
    02 WsPsrCredits           PIC 9.
    02 WsPsrQca               PIC X(3).
01 WsPartTrailer REDEFINES WsPartSrsRow.
    02 WsPtrType              PIC X.
    02 WsPtrRows              PIC 9(6).
    02 WsPtrHash              PIC 9(8).
    02 FILLER                 PIC X(4).
01 WsMergeError              PIC X(70) VALUE SPACES.
01 WsLastCalcRunId           PIC X(14) VALUE SPACES.
01 WsLastMaintRunId          PIC X(14) VALUE SPACES.

*> The grading-scheme figures, totals, cutoff and scale tables -
*> see SCHMWS.cpy; the paragraphs that fill and use them are
*> SCHMP.cpy's.
COPY SCHMWS.

*> The student's mitigating-circumstances cases and the treatment of
*> the result in hand - see MITWS.cpy; the paragraphs are MITP.cpy's.
COPY MITWS.

01 WsSortStatus               PIC X VALUE "N".
    88 WsNoMoreSortedRecords      VALUE "Y".

*> Semester subtotals for the cumulative QCA trend section and the
*> academic standing they feed - see STNDWS.cpy.
COPY STNDWS.

*> The printable band name, from the shared BANDNM table indexed by
*> the band number SCHMP.cpy's DetermineBandNumber picks - so no two
*> outputs can ever print two different names for the same band.
01 WsClassification          PIC X(40) VALUE SPACES.
COPY BANDNM.

*> What-if projection for advisory appointments: the credits the
*> student has still to take, off their "P" master record - zero
*> Shared academic standing thresholds - see STNDTH.cpy.
COPY STNDTH.

*> Cohort summary working data. WsStuGradeCount tallies the current
*> student's grades by GRDPTS slot as the module lines are written; the
*> tallies travel to disk in CohortWorkRec and are summed back into
*> WsGradeDist when the report is built. The in-memory cohort table is
*> only populated during WriteCohortReport, after the batch has ended.
01 WsCohortWkFileStatus      PIC XX VALUE "00".
01 WsStuGradeCounts.
    02 WsStuGradeCount       OCCURS 13 TIMES PIC 9(3) VALUE ZERO.
01 WsGradeDistTotals.
01 WsPrgRank                 PIC 9(4) VALUE ZERO.
01 WsCurSectionProg          PIC X(4) VALUE LOW-VALUES.
01 WsGrdSub                  PIC 9(4) COMP VALUE ZERO.
01 WsCohortEof               PIC X VALUE "N".
    88 WsCohortWkAtEnd           VALUE "Y".

        INTO WsRunId
    PERFORM ReadParameterCard
    PERFORM CheckRunSequence
    *> The merge reads no master - it combines what the partitions
    *> wrote, then finishes the way a full run does.
    IF WsMergeRun
        PERFORM MergePartitions
        STOP RUN
    END-IF
    IF WsPartitionRun
        PERFORM StampPartitionStarted
    END-IF
    PERFORM FindMaxGradePoints
    PERFORM LoadProgrammeCutoffs
    PERFORM LoadSessionScales
    PERFORM OpenMitigationRegister
    OPEN INPUT MasterFile
    SET WsMasterIsOpen TO TRUE
    IF NOT WsRunIsRestricted
        *> An amendment run never resumes - its restart check already
        *> ran from the card (CheckNoRestartPending), so reading the
        PERFORM LoadHistoryWork
        *> The history file is cumulative - every run EXTENDs it,
        *> fresh or resumed; only its very first record ever sees
        *> OPEN OUTPUT. A partition compares against the cumulative
        *> file but appends to its own, which starts empty on a
        *> fresh partition run - the merge appends it to QCAHIST.dat
        *> whole.
        IF WsPartitionRun
            MOVE WsPartHistName TO WsHistFileName
        END-IF
        IF WsPartitionRun AND WsStudentsToSkip = 0
            OPEN OUTPUT HistoryFile
        ELSE
            OPEN EXTEND HistoryFile
            IF WsHistFileStatus = "35"
                OPEN OUTPUT HistoryFile
            END-IF
        END-IF
    END-IF
    IF WsStudentsToSkip > 0
        PERFORM WriteExceptionHeader
    END-IF
    PERFORM ReadMasterRecord
    *> Unselected students are passed over before the restart skip
    *> is counted: a partition's checkpoint counts only the students
    *> in its own range, and the master interleaves them with every
    *> other programme's.
    PERFORM UNTIL EndOfFile
        PERFORM CheckStudentSelected
        EVALUATE TRUE
            WHEN NOT WsStudentIsSelected
                PERFORM PassUnselectedStudent
            WHEN WsStudentsSkipped < WsStudentsToSkip
                PERFORM SkipOneStudent
            WHEN OTHER
                PERFORM ProcessOneStudent
                PERFORM CheckpointIfDue
        PERFORM WriteSrsTrailer
    END-IF
    CLOSE MasterFile, ExceptionFile, CohortWorkFile, BroadWorkFile
    PERFORM CloseMitigationRegister
    IF WsAmendmentRun
        CLOSE AmendSelFile
    END-IF
        CLOSE HistoryFile, DeltaFile, StandingFile
        CLOSE HistWorkFile
    END-IF
    *> A partition's summary reports would cover one range of
    *> programmes only - the merge writes them for the whole run.
    IF WsPartitionRun
        PERFORM WritePartitionControl
    ELSE
        PERFORM WriteCohortReport
        PERFORM WriteBroadsheetReport
    END-IF
    IF NOT WsRunIsRestricted AND NOT WsAmendmentRun
        PERFORM ResetCheckpoint
    END-IF
    END-IF
    .

*> A partition's count is every student in its range, restarts
*> included - the figure the merge adds up against the master.
StampCalcStep.
    EVALUATE TRUE
        WHEN WsAmendmentRun
            MOVE "CALCAMD" TO WsRstStepWanted
        WHEN WsPartitionRun
            *> The partitions stamp side by side - reread the file so
            *> this stamp keeps the rows the others wrote meanwhile.
            PERFORM ReadRunState
            PERFORM NamePartitionStep
        WHEN OTHER
            MOVE "CALC" TO WsRstStepWanted
    END-EVALUATE
    MOVE WsRunId TO WsRstNewRunId
    MOVE WsLoadFeedId TO WsRstNewFeedId
    MOVE "00" TO WsRstNewRc
    IF WsPartitionRun
        COMPUTE WsRstNewCount = WsStudentsToSkip + WsStudentsDone
    ELSE
        MOVE WsStudentsDone TO WsRstNewCount
    END-IF
    PERFORM StampRunState
    .

*> A partition stamps itself failed (RC 08) before it touches any
*> output and only turns that to 00 on completion - a partition
*> that dies part-way must never leave an earlier run's clean stamp
*> standing for the merge to trust.
StampPartitionStarted.
    PERFORM ReadRunState
    PERFORM NamePartitionStep
    MOVE WsRunId TO WsRstNewRunId
    MOVE WsLoadFeedId TO WsRstNewFeedId
    MOVE "08" TO WsRstNewRc
    MOVE ZERO TO WsRstNewCount
    PERFORM StampRunState
    .

NamePartitionStep.
    MOVE SPACES TO WsRstStepWanted
    STRING "CALCP" WsPartNbr DELIMITED BY SIZE INTO WsRstStepWanted
    .

*> Written last thing before the partition's clean stamp: its range,
*> its run and feed identity, the students it processed (restarts
*> included) and the students the whole master held as it read it.
WritePartitionControl.
    OPEN OUTPUT PartCtlFile
    MOVE WsPartNbr      TO PctPartition
    MOVE WsPartProgFrom TO PctProgFrom
    MOVE WsPartProgTo   TO PctProgTo
    MOVE WsRunId        TO PctRunId
    MOVE WsLoadFeedId   TO PctFeedId
    COMPUTE PctStudents = WsStudentsToSkip + WsStudentsDone
    COMPUTE PctMasterStudents = PctStudents + WsStudentsNotSelected
    WRITE PartCtlRec
    CLOSE PartCtlFile
    .

*> The merge step of a partitioned run. Every partition is checked
*> before any official file is opened: its stamp must be clean (RC
*> 00), carry the feed identity the master was loaded from, and be
*> newer than the last load, maintenance run and CALC - a partition
*> older than the last CALC has already been merged once, and its
*> history rows must not be appended twice. Its control record must
*> match its stamp, its extract must agree with its own trailer, and
*> its programme range must follow on from the partition before
*> without overlapping it. Between them the partitions must then
*> account for every student on the master. Only after all that are
*> the official files rewritten, partition by partition in
*> programme order, under one SRS trailer; the cohort and
*> broadsheet reports are built from the combined work files and
*> CALC is stamped exactly as a single full run would.
MergePartitions.
    MOVE "CALC" TO WsRstStepWanted
    PERFORM FindRunStep
    MOVE WsRstFoundRunId TO WsLastCalcRunId
    MOVE "MAINT" TO WsRstStepWanted
    PERFORM FindRunStep
    MOVE WsRstFoundRunId TO WsLastMaintRunId
    MOVE ZERO TO WsPartStudentTotal
    PERFORM VARYING WsPartSub FROM 1 BY 1 UNTIL WsPartSub > WsPartCount
        MOVE WsPartSub TO WsPartNbr
        PERFORM VerifyPartition
    END-PERFORM
    IF WsPartStudentTotal NOT = WsPartMasterStudents
        MOVE "the partitions do not cover every student on the master"
            TO WsMergeError
        PERFORM FailPartitionMerge
    END-IF
    PERFORM OpenMergeOutputs
    PERFORM VARYING WsPartSub FROM 1 BY 1 UNTIL WsPartSub > WsPartCount
        MOVE WsPartSub TO WsPartNbr
        PERFORM MergeOnePartition
    END-PERFORM
    PERFORM WriteSrsTrailer
    CLOSE ExceptionFile, SrsExtractFile, CohortWorkFile, BroadWorkFile
    CLOSE HistoryFile, DeltaFile, StandingFile
    MOVE WsPartStudentTotal TO WsStudentsDone
    PERFORM WriteCohortReport
    PERFORM WriteBroadsheetReport
    PERFORM WriteRunLog
    PERFORM StampCalcStep
    .

VerifyPartition.
    PERFORM BuildPartitionFileNames
    PERFORM NamePartitionStep
    PERFORM FindRunStep
    EVALUATE TRUE
        WHEN WsRstHit = 0
            MOVE "has no run on record" TO WsMergeError
            PERFORM RefusePartition
        WHEN WsRstFoundRc NOT = "00"
            MOVE "failed or has not finished - restart or rerun it"
                TO WsMergeError
            PERFORM RefusePartition
        WHEN WsRstFoundFeedId NOT = WsLoadFeedId
            MOVE "ran against a different feed - rerun it"
                TO WsMergeError
            PERFORM RefusePartition
        WHEN WsRstFoundRunId <= WsLoadRunId
             OR WsRstFoundRunId <= WsLastMaintRunId
            MOVE "predates the last load or maintenance run - rerun it"
                TO WsMergeError
            PERFORM RefusePartition
        WHEN WsRstFoundRunId <= WsLastCalcRunId
            MOVE "was already merged into the last CALC - rerun it"
                TO WsMergeError
            PERFORM RefusePartition
    END-EVALUATE
    MOVE WsRstFoundRunId TO WsPartRunId
    PERFORM CheckPartitionControl
    PERFORM CheckPartitionExtract
    MOVE WsPartExcName TO WsPartInFileName
    PERFORM ProbePartitionFile
    MOVE WsPartCohWkName TO WsPartInFileName
    PERFORM ProbePartitionFile
    MOVE WsPartBrdWkName TO WsPartInFileName
    PERFORM ProbePartitionFile
    MOVE WsPartDeltaName TO WsPartInFileName
    PERFORM ProbePartitionFile
    MOVE WsPartStandName TO WsPartInFileName
    PERFORM ProbePartitionFile
    MOVE WsPartHistName TO WsPartInFileName
    PERFORM ProbePartitionFile
    .

*> Partition 1 sets the master size the others must agree with; each
*> later partition's range must start after the one before it ends,
*> so no student can be counted twice and the coverage check in
*> MergePartitions catches any gap.
CheckPartitionControl.
    OPEN INPUT PartCtlFile
    IF WsPartCtlFileStatus NOT = "00"
        MOVE SPACES TO WsMergeError
        STRING FUNCTION TRIM(WsPartCtlName) " missing or unreadable"
            DELIMITED BY SIZE INTO WsMergeError
        PERFORM RefusePartition
    END-IF
    READ PartCtlFile
        AT END MOVE SPACES TO PartCtlRec
    END-READ
    CLOSE PartCtlFile
    IF PctRunId NOT = WsPartRunId
       OR PctFeedId NOT = WsLoadFeedId
       OR PctPartition NOT = WsPartNbr
        MOVE "control record does not match its run-state stamp"
            TO WsMergeError
        PERFORM RefusePartition
    END-IF
    IF WsPartNbr > 1 AND PctProgFrom NOT > WsPartPrevProgTo
        MOVE "overlaps the partition before it or is out of order"
            TO WsMergeError
        PERFORM RefusePartition
    END-IF
    MOVE PctProgTo TO WsPartPrevProgTo
    IF WsPartNbr = 1
        MOVE PctMasterStudents TO WsPartMasterStudents
    END-IF
    IF PctMasterStudents NOT = WsPartMasterStudents
        MOVE "read a different master from partition 1 - rerun it"
            TO WsMergeError
        PERFORM RefusePartition
    END-IF
    ADD PctStudents TO WsPartStudentTotal
    .

*> The partition extract against its own trailer - a truncated or
*> doubled-up partition file is refused here rather than hidden
*> inside the merged file's single trailer.
CheckPartitionExtract.
    MOVE WsPartSrsName TO WsPartInFileName
    PERFORM OpenPartitionInput
    MOVE ZERO TO WsPartRows
    MOVE ZERO TO WsPartHash
    SET WsPartHasTrailer TO FALSE
    PERFORM ReadPartitionInput
    PERFORM UNTIL WsPartInAtEnd
        MOVE PartInRec TO WsPartSrsRow
        IF WsPtrType = "T" AND WsPsrQca = SPACES
            SET WsPartHasTrailer TO TRUE
            MOVE WsPtrRows TO WsPartTrlRows
            MOVE WsPtrHash TO WsPartTrlHash
        ELSE
            ADD 1 TO WsPartRows
            ADD WsPsrCredits TO WsPartHash
        END-IF
        PERFORM ReadPartitionInput
    END-PERFORM
    CLOSE PartInFile
    IF NOT WsPartHasTrailer
       OR WsPartTrlRows NOT = WsPartRows
       OR WsPartTrlHash NOT = WsPartHash
        MOVE SPACES TO WsMergeError
        STRING FUNCTION TRIM(WsPartSrsName)
               " does not agree with its trailer" DELIMITED BY SIZE
            INTO WsMergeError
        PERFORM RefusePartition
    END-IF
    .

ProbePartitionFile.
    PERFORM OpenPartitionInput
    CLOSE PartInFile
    .

OpenPartitionInput.
    MOVE "N" TO WsPartInEofFlag
    MOVE ZERO TO WsPartLineNbr
    OPEN INPUT PartInFile
    IF WsPartInFileStatus NOT = "00"
        MOVE SPACES TO WsMergeError
        STRING FUNCTION TRIM(WsPartInFileName) " missing or unreadable"
            DELIMITED BY SIZE INTO WsMergeError
        PERFORM RefusePartition
    END-IF
    .

ReadPartitionInput.
    READ PartInFile
        AT END SET WsPartInAtEnd TO TRUE
    END-READ
    IF NOT WsPartInAtEnd
        ADD 1 TO WsPartLineNbr
    END-IF
    .

RefusePartition.
    DISPLAY "QCACalculation: merge refused - partition " WsPartNbr
        " " FUNCTION TRIM(WsMergeError)
    MOVE 8 TO RETURN-CODE
    STOP RUN
    .

FailPartitionMerge.
    DISPLAY "QCACalculation: merge refused - "
        FUNCTION TRIM(WsMergeError)
    MOVE 8 TO RETURN-CODE
    STOP RUN
    .

*> The official files, opened exactly as a fresh full run opens them
*> - the history file is cumulative and only ever EXTENDed.
OpenMergeOutputs.
    OPEN OUTPUT ExceptionFile
    PERFORM WriteExceptionHeader
    OPEN OUTPUT SrsExtractFile
    OPEN OUTPUT CohortWorkFile
    OPEN OUTPUT BroadWorkFile
    OPEN OUTPUT DeltaFile
    PERFORM WriteDeltaHeader
    OPEN OUTPUT StandingFile
    OPEN EXTEND HistoryFile
    IF WsHistFileStatus = "35"
        OPEN OUTPUT HistoryFile
    END-IF
    .

MergeOnePartition.
    PERFORM BuildPartitionFileNames
    PERFORM MergePartitionExceptions
    PERFORM MergePartitionExtract
    PERFORM MergePartitionCohort
    PERFORM MergePartitionBroadsheet
    PERFORM MergePartitionDelta
    PERFORM MergePartitionStanding
    PERFORM MergePartitionHistory
    .

*> The partition's own two heading lines give way to the merged
*> report's.
MergePartitionExceptions.
    MOVE WsPartExcName TO WsPartInFileName
    PERFORM OpenPartitionInput
    PERFORM ReadPartitionInput
    PERFORM UNTIL WsPartInAtEnd
        IF WsPartLineNbr > 2
            MOVE PartInRec TO ExceptionBody
            WRITE ExceptionBody
            ADD 1 TO WsExceptions
        END-IF
        PERFORM ReadPartitionInput
    END-PERFORM
    CLOSE PartInFile
    .

*> Detail rows only - the partition trailers give way to the one
*> trailer WriteSrsTrailer puts on the merged extract, its totals
*> counted here as the rows go across.
MergePartitionExtract.
    MOVE WsPartSrsName TO WsPartInFileName
    PERFORM OpenPartitionInput
    PERFORM ReadPartitionInput
    PERFORM UNTIL WsPartInAtEnd
        MOVE PartInRec TO WsPartSrsRow
        IF WsPtrType = "T" AND WsPsrQca = SPACES
            CONTINUE
        ELSE
            MOVE PartInRec TO SrsExtractBody
            WRITE SrsExtractBody
            ADD 1 TO WsSrsRows
            ADD SrsCredits TO WsCreditHash
        END-IF
        PERFORM ReadPartitionInput
    END-PERFORM
    CLOSE PartInFile
    .

MergePartitionCohort.
    MOVE WsPartCohWkName TO WsPartInFileName
    PERFORM OpenPartitionInput
    PERFORM ReadPartitionInput
    PERFORM UNTIL WsPartInAtEnd
        MOVE PartInRec TO CohortWorkRec
        WRITE CohortWorkRec
        PERFORM ReadPartitionInput
    END-PERFORM
    CLOSE PartInFile
    .

MergePartitionBroadsheet.
    MOVE WsPartBrdWkName TO WsPartInFileName
    PERFORM OpenPartitionInput
    PERFORM ReadPartitionInput
    PERFORM UNTIL WsPartInAtEnd
        MOVE PartInRec TO BroadWorkRec
        WRITE BroadWorkRec
        PERFORM ReadPartitionInput
    END-PERFORM
    CLOSE PartInFile
    .

MergePartitionDelta.
    MOVE WsPartDeltaName TO WsPartInFileName
    PERFORM OpenPartitionInput
    PERFORM ReadPartitionInput
    PERFORM UNTIL WsPartInAtEnd
        IF WsPartLineNbr > 2
            MOVE PartInRec TO DeltaBody
            WRITE DeltaBody
            ADD 1 TO WsDeltaCount
        END-IF
        PERFORM ReadPartitionInput
    END-PERFORM
    CLOSE PartInFile
    .

MergePartitionStanding.
    MOVE WsPartStandName TO WsPartInFileName
    PERFORM OpenPartitionInput
    PERFORM ReadPartitionInput
    PERFORM UNTIL WsPartInAtEnd
        MOVE PartInRec TO StandingRec
        WRITE StandingRec
        PERFORM ReadPartitionInput
    END-PERFORM
    CLOSE PartInFile
    .

MergePartitionHistory.
    MOVE WsPartHistName TO WsPartInFileName
    PERFORM OpenPartitionInput
    PERFORM ReadPartitionInput
    PERFORM UNTIL WsPartInAtEnd
        MOVE PartInRec TO HistoryRec
        WRITE HistoryRec
        PERFORM ReadPartitionInput
    END-PERFORM
    CLOSE PartInFile
    .

*> The shared run-state paragraphs - see RUNSTP.cpy.
COPY RUNSTP.

*> amendment cycle after a maintenance run), STUDENT=<id>
*> (repeatable, selects just those students), MAXSEM=<1-9> (ignore
*> semesters past the cut, for mid-year transcripts), SRSEXTRACT=
*> YES|NO, OUTDIR=<directory for the .htm reports>, SOURCE=MASTER|
*> ARCHIVE (ARCHIVE reprints students already rolled off to
*> QCAARC.dat - a selection run only, so it needs STUDENT lines and
*> SRSEXTRACT=NO like any other). RUNMODE=PART with PARTITION=<1-9>,
*> PROGFROM=<code> and PROGTO=<code> runs one partition of the
*> board-week run over the programme codes from PROGFROM to PROGTO
*> inclusive; RUNMODE=MERGE with PARTITIONS=<2-9> combines partitions
*> 1 to n into the official files. Anything
*> invalid or contradictory stops the run here, before any file has
*> been opened for output.
ReadParameterCard.
        END-IF
        PERFORM CheckNoRestartPending
    END-IF
    IF WsSourceIsArchive
        *> Archived students are finished - their figures are
        *> reprinted, never fed downstream again, so the archive is
        *> read for named students and nothing more.
        IF WsSelectCount = 0
            MOVE "SOURCE=ARCHIVE needs STUDENT lines" TO WsParmError
            PERFORM FailParameterCard
        END-IF
        IF WsAmendmentRun
            MOVE "RUNMODE=AMEND cannot combine with SOURCE=ARCHIVE"
                TO WsParmError
            PERFORM FailParameterCard
        END-IF
        MOVE "QCAARC.dat" TO WsMasterFileName
    END-IF
    IF WsAmendmentRun
        *> An amendment cycle's selection is the rebuild list and
        *> nothing else - a card that also names students or cuts
        PERFORM CheckNoRestartPending
        PERFORM LoadAffectedStudents
    END-IF
    EVALUATE TRUE
        WHEN WsPartitionRun
            PERFORM CheckPartitionCard
        WHEN WsPartNbr NOT = ZERO
             OR WsPartProgFrom NOT = SPACES
             OR WsPartProgTo NOT = SPACES
            MOVE "PARTITION/PROGFROM/PROGTO need RUNMODE=PART"
                TO WsParmError
            PERFORM FailParameterCard
    END-EVALUATE
    EVALUATE TRUE
        WHEN WsMergeRun
            PERFORM CheckMergeCard
        WHEN WsPartCount NOT = ZERO
            MOVE "PARTITIONS needs RUNMODE=MERGE" TO WsParmError
            PERFORM FailParameterCard
    END-EVALUATE
    IF WsOutDir NOT = SPACES
        PERFORM ProbeOutputDirectory
    END-IF
    PERFORM SetRunFileNames
    .

*> A partition is an official run over a slice of the master, so it
*> takes no selection of its own and always cuts its share of the
*> extract - the merge has to be able to rebuild the full batch's
*> files from the partitions alone.
CheckPartitionCard.
    IF WsRunIsRestricted
        MOVE "RUNMODE=PART cannot combine with STUDENT/MAXSEM"
            TO WsParmError
        PERFORM FailParameterCard
    END-IF
    IF WsPartNbr = ZERO
        MOVE "RUNMODE=PART needs PARTITION" TO WsParmError
        PERFORM FailParameterCard
    END-IF
    IF WsPartProgFrom = SPACES OR WsPartProgTo = SPACES
        MOVE "RUNMODE=PART needs PROGFROM and PROGTO" TO WsParmError
        PERFORM FailParameterCard
    END-IF
    IF WsPartProgFrom > WsPartProgTo
        MOVE "PROGFROM is after PROGTO" TO WsParmError
        PERFORM FailParameterCard
    END-IF
    IF NOT WsSrsExtractWanted
        MOVE "RUNMODE=PART cannot run with SRSEXTRACT=NO"
            TO WsParmError
        PERFORM FailParameterCard
    END-IF
    PERFORM CheckNoRestartPending
    .

*> The merge rewrites the official batch files, so it is refused
*> while the serial batch has a restart pending, like any other run.
CheckMergeCard.
    IF WsRunIsRestricted
        MOVE "RUNMODE=MERGE cannot combine with STUDENT/MAXSEM"
            TO WsParmError
        PERFORM FailParameterCard
    END-IF
    IF WsPartCount = ZERO
        MOVE "RUNMODE=MERGE needs PARTITIONS" TO WsParmError
        PERFORM FailParameterCard
    END-IF
    IF NOT WsSrsExtractWanted
        MOVE "RUNMODE=MERGE cannot run with SRSEXTRACT=NO"
            TO WsParmError
        PERFORM FailParameterCard
    END-IF
    PERFORM CheckNoRestartPending
    .

*> An interrupted official batch owns the EXTENDable batch files
*> until its restart has run to completion - nothing else may run in
*> the meantime. Even though a restricted or amendment run keeps its
*> QCAAMD* amendment names (under OUTDIR when one is given). The
*> per-student .htm reports keep their student-id names either way -
*> an amended transcript is still that student's transcript, and
*> OUTDIR is how the operator keeps a run's reports apart. A
*> partition writes every batch file under its partition name (see
*> BuildPartitionFileNames) in the working directory, where the
*> merge looks for them; it writes no summary reports.
SetRunFileNames.
    IF WsPartitionRun
        PERFORM BuildPartitionFileNames
        MOVE WsPartCkptName   TO WsCkptFileName
        MOVE WsPartSrsName    TO WsSrsFileName
        MOVE WsPartExcName    TO WsExceptionFileName
        MOVE WsPartCohWkName  TO WsCohortWkFileName
        MOVE WsPartBrdWkName  TO WsBroadWkFileName
        MOVE WsPartHistWkName TO WsHistWkFileName
        MOVE WsPartDeltaName  TO WsDeltaFileName
        MOVE WsPartStandName  TO WsStandFileName
    END-IF
    IF WsAmendmentRun
        MOVE "QCASRSAMD.dat"   TO WsSrsFileName
        MOVE "QCAAMDEXC.txt"   TO WsExceptionFileName
    END-IF
    .

*> Partition n's files are the batch file names with "P" and the
*> partition number added - QCASRSP1.dat, QCACKPTP1.dat and so on -
*> plus its control record QCAPARTP1.dat.
BuildPartitionFileNames.
    MOVE SPACES TO WsPartFileNames
    STRING "QCACKPTP" WsPartNbr ".dat" DELIMITED BY SIZE
        INTO WsPartCkptName
    STRING "QCASRSP" WsPartNbr ".dat" DELIMITED BY SIZE
        INTO WsPartSrsName
    STRING "QCAEXCEPTP" WsPartNbr ".txt" DELIMITED BY SIZE
        INTO WsPartExcName
    STRING "QCACOHWKP" WsPartNbr ".dat" DELIMITED BY SIZE
        INTO WsPartCohWkName
    STRING "QCABRDWKP" WsPartNbr ".dat" DELIMITED BY SIZE
        INTO WsPartBrdWkName
    STRING "QCAHISTP" WsPartNbr ".dat" DELIMITED BY SIZE
        INTO WsPartHistName
    STRING "QCAHSTWKP" WsPartNbr ".tmp" DELIMITED BY SIZE
        INTO WsPartHistWkName
    STRING "QCADELTAP" WsPartNbr ".txt" DELIMITED BY SIZE
        INTO WsPartDeltaName
    STRING "QCASTANDP" WsPartNbr ".dat" DELIMITED BY SIZE
        INTO WsPartStandName
    STRING "QCAPARTP" WsPartNbr ".dat" DELIMITED BY SIZE
        INTO WsPartCtlName
    .

ReadParameterLine.
    READ ParmFile
        AT END SET WsParmAtEnd TO TRUE
                PERFORM NoteSrsExtractChoice
            WHEN "OUTDIR"
                PERFORM NoteOutputDirectory
            WHEN "SOURCE"
                PERFORM NoteResultSource
            WHEN "PARTITION"
                PERFORM NotePartitionNumber
            WHEN "PROGFROM"
                PERFORM NoteProgrammeFrom
            WHEN "PROGTO"
                PERFORM NoteProgrammeTo
            WHEN "PARTITIONS"
                PERFORM NotePartitionCount
            WHEN OTHER
                MOVE SPACES TO WsParmError
                STRING "unknown keyword " WsParmKeyword
            MOVE "F" TO WsRunModeFlag
        WHEN "AMEND"
            MOVE "A" TO WsRunModeFlag
        WHEN "PART"
            MOVE "P" TO WsRunModeFlag
        WHEN "MERGE"
            MOVE "M" TO WsRunModeFlag
        WHEN OTHER
            MOVE "RUNMODE must be FULL, AMEND, PART or MERGE"
                TO WsParmError
            PERFORM FailParameterCard
    END-EVALUATE
    .
    MOVE WsParmValue TO WsOutDir
    .

NoteResultSource.
    IF WsSourceSeen
        MOVE "SOURCE given twice" TO WsParmError
        PERFORM FailParameterCard
    END-IF
    SET WsSourceSeen TO TRUE
    EVALUATE WsParmValue
        WHEN "MASTER"
            MOVE "M" TO WsSourceFlag
        WHEN "ARCHIVE"
            MOVE "A" TO WsSourceFlag
        WHEN OTHER
            MOVE "SOURCE must be MASTER or ARCHIVE" TO WsParmError
            PERFORM FailParameterCard
    END-EVALUATE
    .

NotePartitionNumber.
    IF WsPartNbr NOT = ZERO
        MOVE "PARTITION given twice" TO WsParmError
        PERFORM FailParameterCard
    END-IF
    IF WsParmValue (1:1) NOT NUMERIC
       OR WsParmValue (1:1) = "0"
       OR WsParmValue (2:) NOT = SPACES
        MOVE "PARTITION must be a single digit 1-9" TO WsParmError
        PERFORM FailParameterCard
    END-IF
    MOVE WsParmValue (1:1) TO WsPartNbr
    .

NoteProgrammeFrom.
    IF WsParmValue = SPACES OR WsParmValue (5:) NOT = SPACES
        MOVE "PROGFROM must be a programme code of 1-4 characters"
            TO WsParmError
        PERFORM FailParameterCard
    END-IF
    MOVE WsParmValue TO WsPartProgFrom
    .

NoteProgrammeTo.
    IF WsParmValue = SPACES OR WsParmValue (5:) NOT = SPACES
        MOVE "PROGTO must be a programme code of 1-4 characters"
            TO WsParmError
        PERFORM FailParameterCard
    END-IF
    MOVE WsParmValue TO WsPartProgTo
    .

*> A single partition is just a full run - the merge wants two or
*> more.
NotePartitionCount.
    IF WsPartCount NOT = ZERO
        MOVE "PARTITIONS given twice" TO WsParmError
        PERFORM FailParameterCard
    END-IF
    IF WsParmValue (1:1) NOT NUMERIC
       OR WsParmValue (1:1) < "2"
       OR WsParmValue (2:) NOT = SPACES
        MOVE "PARTITIONS must be a single digit 2-9" TO WsParmError
        PERFORM FailParameterCard
    END-IF
    MOVE WsParmValue (1:1) TO WsPartCount
    .

*> A bad card stops the batch before a single output file has been
*> opened - nothing on disk has been touched, the operator fixes the
*> card and reruns.
               OR CkptCreditHash NOT NUMERIC
               OR CkptExceptions NOT NUMERIC
                CLOSE CheckpointFile
                *> When this check fires from the parameter card
                *> the master has not been opened yet - closing it
                *> then would itself be a fatal I/O error.
                IF WsMasterIsOpen
                    CLOSE MasterFile
                END-IF
                DISPLAY "QCACalculation: "
                    FUNCTION TRIM(WsCkptFileName) " is in an old "
                    "format - clear it and run the batch fresh"
                MOVE 8 TO RETURN-CODE
                STOP RUN
        CLOSE CheckpointFile
    ELSE
        IF WsCkptFileStatus NOT = "35"
            DISPLAY "QCACalculation: error opening "
                FUNCTION TRIM(WsCkptFileName) ", status "
                WsCkptFileStatus
            STOP RUN
        END-IF

*> With no STUDENT lines on the card every student is selected; with
*> any, only the listed ids are. An amendment cycle selects from the
*> rebuild list instead, and a partition the students whose
*> programme falls in its range.
CheckStudentSelected.
    SET WsStudentIsSelected TO TRUE
    EVALUATE TRUE
        WHEN WsPartitionRun
            IF MstProgCode < WsPartProgFrom
               OR MstProgCode > WsPartProgTo
                SET WsStudentIsSelected TO FALSE
            END-IF
        WHEN WsAmendmentRun
            SET WsStudentIsSelected TO FALSE
            MOVE MstStudentId TO AsStudentId
    END-EVALUATE
    .

*> Passes over a student the card did not select (or outside a
*> partition's programme range), the same way a restart passes over
*> already-completed students.
PassUnselectedStudent.
    MOVE MstStudentId TO WsStudentId
    PERFORM UNTIL EndOfFile OR MstStudentId NOT = WsStudentId
    MOVE MstStudentName TO WsStudentName
    MOVE MstProgCode    TO WsProgCode
    PERFORM InitializeStudentTotals
    MOVE WsStudentId TO WsMitStudentId
    PERFORM LoadStudentMitCases
    IF WsMitDropped > 0
        MOVE SPACES TO WkModuleCode
        MOVE "more mitigating cases than can be applied"
            TO WsExceptionReason
        PERFORM WriteExceptionLine
    END-IF
    PERFORM OpenStudentReportFile
    PERFORM WriteReportHeader
    SORT WorkFile ON ASCENDING KEY WkSemester WkModuleCode
        IF WkSession > WsStuLatestSession
            MOVE WkSession TO WsStuLatestSession
        END-IF
        PERFORM ApplyMitigation
        PERFORM AccumulateModule
        PERFORM TallyGradeFrequency
        PERFORM ComputeOverallQca
        PERFORM WriteModuleLine
        IF NOT WsResultAsRecorded
            PERFORM WriteMitigationLine
        END-IF
        PERFORM WriteSrsExtractLine
        PERFORM WriteBroadWorkModule
        PERFORM ReturnSortedRecord
    MOVE WkSemester TO WsCurrentSemester
    MOVE ZERO TO WsSemPoints
    MOVE ZERO TO WsSemQualCredits
    SET WsSemHadExclusion TO FALSE
    .

ReturnSortedRecord.
    OPEN OUTPUT ReportFile
    .

*> Tallies the grade just looked up into the current student's grade
*> counts, feeding the cohort report's grade-frequency distribution.
*> Every module on the transcript counts, qualifying or not - the
    END-IF
    .

*> Scores the result under the scale in force for its session (see
*> ScoreModuleResult in SCHMP.cpy) and carries it into both the
*> whole-student and the current semester's running totals.
AccumulateModule.
    PERFORM ScoreModuleResult
    ADD WsModulePoints TO WsTotalPoints
    ADD WsQualModuleCredits TO WsTotalQualCredits
    ADD WsModulePoints TO WsSemPoints
    ADD WsQualModuleCredits TO WsSemQualCredits
    .

WriteReportHeader.
    PERFORM EmitReportLine
    .

*> The mitigating-circumstances case applied to the module just
*> printed, under it on the transcript - so a QCA that differs from
*> the grades shown says why, and names the case that made it.
WriteMitigationLine.
    PERFORM DescribeMitigation
    STRING "<tr><td colspan=""6""><i>Mitigating circumstances, case "
           DELIMITED BY SIZE
           FUNCTION TRIM(WsMitCaseText) DELIMITED BY SIZE
           ": " DELIMITED BY SIZE
           FUNCTION TRIM(WsMitText) DELIMITED BY SIZE
           "</i></td></tr>" DELIMITED BY SIZE
        INTO WsHtmlLine
    PERFORM EmitReportLine
    .

*> One row per module into the Student Records System extract - the
*> fixed-format feed (QCASRS.dat) sits alongside the HTML report and
*> is built from the same per-module figures, so the two never drift
*> semester's modules, so the cumulative figures are as of the end of
*> the semester being reported.
WriteSemesterTrendLine.
    PERFORM ComputeSemesterQca
    PERFORM ComputeOverallQca
    MOVE WsSemQualCredits   TO WsDispSemCredits
    MOVE WsSemQca           TO WsDispSemQca
           " cumulative QCA " WsDispCumQca "</b></td></tr>"
        DELIMITED BY SIZE INTO WsHtmlLine
    PERFORM EmitReportLine
    *> Feed the standing determination - see STNDP.cpy. A
    *> semester a mitigating case emptied of qualifying credits
    *> has no QCA to judge and leaves the run as it stands.
    IF WsSemQualCredits = 0 AND WsSemHadExclusion
        CONTINUE
    ELSE
        PERFORM TrackLowSemesters
    END-IF
    PERFORM WriteBroadWorkSemester
    .
*> projection section projects against exactly the figures the
*> classification used.
WriteClassificationBand.
    PERFORM DetermineBandNumber
    MOVE BandnmName (WsBandNbr) TO WsClassification
    *> WsClassification holds multi-word band names ("First Class
    *> Honours"), so it gets the same TRIM treatment as WsStudentName
*> the classification, and sends anyone not in good standing to the
*> student-services extract.
WriteStandingLine.
    PERFORM DetermineStanding
    STRING "<p><b>Academic Standing: " DELIMITED BY SIZE
           FUNCTION TRIM(WsStandingName) DELIMITED BY SIZE
           "</b></p>" DELIMITED BY SIZE
    END-PERFORM
    .

*> The shared grading-scheme paragraphs - see SCHMP.cpy.
COPY SCHMP.

*> The shared mitigating-circumstances paragraphs - see MITP.cpy.
COPY MITP.

*> The shared academic standing paragraphs - see STNDP.cpy.
COPY STNDP.

*> What advisors answer in appointments - "what do I need next
*> semester to graduate with a 2.1?" - worked from the same
            DELIMITED BY SIZE INTO WsRunLogLine
        PERFORM EmitRunLogLine
    END-IF
    IF WsPartitionRun
        STRING "Partition " WsPartNbr " - programmes " WsPartProgFrom
               " to " WsPartProgTo DELIMITED BY SIZE
            INTO WsRunLogLine
        PERFORM EmitRunLogLine
        MOVE WsStudentsNotSelected TO WsDispCount
        STRING "Students in other partitions:" WsDispCount
            DELIMITED BY SIZE INTO WsRunLogLine
        PERFORM EmitRunLogLine
    END-IF
    IF WsMergeRun
        STRING "Partition merge - partitions combined: " WsPartCount
            DELIMITED BY SIZE INTO WsRunLogLine
        PERFORM EmitRunLogLine
    END-IF
    CLOSE RunLogFile
    .

