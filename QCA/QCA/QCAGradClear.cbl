*>     semester - are how resits appear)
*>   - no remaining credits outstanding on their "P" projection
*>
*> The approved mitigating-circumstances cases on QCAMIT.dat (see
*> MITREC.cpy) are honoured when the attempts are judged: a
*> discounted attempt is passed over, a failure set aside as a first
*> sitting is no failure, and a deferred assessment is no failure
*> either - but both of those leave the module outstanding, and block,
*> until a later attempt at it is on the master (which is then judged
*> like any other).
*>
*> Only finalists are assessed: a student on the cohort work file
*> must also be enrolled on the student master (QCASTU.dat - see
*> STUREC.cpy). One withdrawn, suspended or already graduated, or not
*> on the student master at all, is passed over and listed as such -
*> a clean set of results does not make a student who has left, or
*> been stood down, eligible for an award. The clearance report
*> QCAGRDRPT.txt lists each finalist as CLEARED (with their band) or
*> BLOCKED with the specific reasons; cleared students also go to
*> the fixed-format awards extract QCAAWARDS.dat (id, name,
*> credits, QCA, band) for the graduation office, closed with a
SELECT AwardsFile ASSIGN TO "QCAAWARDS.dat"
    ORGANIZATION IS LINE SEQUENTIAL.

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

*> The batch chain's shared run-state file - clearance needs the
*> calculation's figures on record, and stamps GRAD on completion.
*> See RUNSTAT.cpy.
FD RunStateFile.
COPY RUNSTAT.

FD MitigationFile.
COPY MITREC.

FD StudentFile.
COPY STUREC.

WORKING-STORAGE SECTION.

01 WsCwkFileStatus           PIC XX VALUE "00".
01 WsStuFileStatus           PIC XX VALUE "00".

01 WsCwkEofFlag              PIC X VALUE "N".
    88 WsCwkAtEnd                VALUE "Y".
*> order exactly as the audit walks it. The per-student module
*> table matches the feed acceptance's 200-module-per-student bound;
*> an attempt is "P" (passed - a qualifying grade that pays points),
*> "F" (failed - grade F) or "O" (NG/W and the like, neither), or,
*> under a mitigating-circumstances case, "R" (deferred) or "S"
*> (failure set aside as a first sitting) - a discounted attempt is
*> "O".
01 WsStudentId               PIC X(8) VALUE SPACES.
01 WsStuAttemptMax           PIC 9(3) VALUE 200.
01 WsStuAttemptCount         PIC 9(3) VALUE ZERO.
01 WsAttReportedBefore       PIC X VALUE "N".
    88 WsFailAlreadyJudged       VALUE "Y" FALSE "N".
01 WsProjRemaining           PIC 9(3) VALUE ZERO.
01 WsLaterAttempt            PIC X VALUE "N".
    88 WsModuleWasRetaken        VALUE "Y" FALSE "N".
01 WsOnCohortFlag            PIC X VALUE "N".
    88 WsStudentOnCohort         VALUE "Y" FALSE "N".

01 WsFinalistFlag            PIC X VALUE "N".
    88 WsStudentIsFinalist       VALUE "Y" FALSE "N".
01 WsPassOverReason          PIC X(40) VALUE SPACES.

01 WsBlockedFlag             PIC X VALUE "N".
    88 WsStudentIsBlocked        VALUE "Y" FALSE "N".

01 WsAssessedCount           PIC 9(6) VALUE ZERO.
01 WsClearedCount            PIC 9(6) VALUE ZERO.
01 WsBlockedCount            PIC 9(6) VALUE ZERO.
01 WsPassedOverCount         PIC 9(6) VALUE ZERO.
01 WsAwardRows               PIC 9(6) VALUE ZERO.
01 WsCreditHash              PIC 9(8) VALUE ZERO.

*> Shared run-state working storage - see RUNSTWS.cpy.
COPY RUNSTWS.

*> The attempt being looked up on the mitigating-circumstances
*> register, in the names MITP.cpy reads.
01 WsWorkFields.
    02 WkSemester            PIC 9.
    02 WkModuleCode          PIC X(6).

*> Shared mitigating-circumstances working storage - see MITWS.cpy.
COPY MITWS.

*> Shared grade-to-points table - see GRDPTS.cpy; pass or fail is
*> read off it (a scheme revision moves points around, but F pays
*> nothing under every scheme, so clearance needs no session logic).
        INTO WsRunId
    PERFORM CheckRunSequence
    PERFORM LoadCohortFigures
    PERFORM OpenMitigationRegister
    OPEN INPUT StudentFile
    IF WsStuFileStatus NOT = "00"
        DISPLAY "QCAGradClear: student master QCASTU.dat missing "
            "or unreadable, status " WsStuFileStatus
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT MasterFile
    OPEN OUTPUT ReportFile
    OPEN OUTPUT AwardsFile
    WRITE AwardTrailerRec
    PERFORM WriteClearanceSummary
    CLOSE MasterFile, ReportFile, AwardsFile, GradWorkFile
    CLOSE StudentFile
    PERFORM CloseMitigationRegister
    PERFORM StampGradStep

    STOP RUN.
*> first - collecting every module attempt and the projection's
*> remaining credits, then judges them against the award rules. A
*> student with no cohort row was not in the calculation run
*> (nothing to judge) and is skipped silently; one with a row who is
*> not a finalist on the student master is passed over on the report.
AssessOneStudent.
    MOVE MstStudentId TO WsStudentId
    MOVE ZERO TO WsStuAttemptCount
    MOVE ZERO TO WsAttDropped
    MOVE ZERO TO WsProjRemaining
    MOVE WsStudentId TO WsMitStudentId
    PERFORM LoadStudentMitCases
    PERFORM UNTIL EndOfMaster OR MstStudentId NOT = WsStudentId
        IF MstIsProjection
            MOVE MstProjCredits TO WsProjRemaining
        NOT INVALID KEY SET WsStudentOnCohort TO TRUE
    END-READ
    IF WsStudentOnCohort
        PERFORM CheckFinalistStatus
        IF WsStudentIsFinalist
            ADD 1 TO WsAssessedCount
            PERFORM JudgeOneStudent
        ELSE
            ADD 1 TO WsPassedOverCount
            PERFORM WritePassedOverStudent
        END-IF
    END-IF
    .

*> A finalist is a student the student master holds as enrolled.
*> Withdrawn and suspended students are not in line for an award,
*> and a graduated one has had theirs.
CheckFinalistStatus.
    SET WsStudentIsFinalist TO FALSE
    MOVE SPACES TO WsPassOverReason
    MOVE WsStudentId TO StuStudentId
    READ StudentFile
        INVALID KEY
            MOVE "not on student master" TO WsPassOverReason
        NOT INVALID KEY
            EVALUATE TRUE
                WHEN StuIsEnrolled
                    SET WsStudentIsFinalist TO TRUE
                WHEN StuIsWithdrawn
                    MOVE "withdrawn on student master"
                        TO WsPassOverReason
                WHEN StuIsSuspended
                    MOVE "suspended on student master"
                        TO WsPassOverReason
                WHEN StuIsGraduated
                    MOVE "already graduated on student master"
                        TO WsPassOverReason
                WHEN OTHER
                    MOVE "unknown status on student master"
                        TO WsPassOverReason
            END-EVALUATE
    END-READ
    .

*> An attempt the table cannot hold is counted, never discarded -
*> a dropped "F" would falsely clear the student, so overflow makes
*> them unassessable (blocked for hand review) instead.
                        TO WsAttOutcome (WsStuAttemptCount)
            END-EVALUATE
    END-SEARCH
    MOVE MstSemester   TO WkSemester
    MOVE MstModuleCode TO WkModuleCode
    PERFORM ApplyMitigation
    IF WsMitHit > 0
        EVALUATE TRUE
            WHEN WsMitCaseIsDiscount (WsMitHit)
                MOVE "O" TO WsAttOutcome (WsStuAttemptCount)
            WHEN WsMitCaseIsDeferral (WsMitHit)
                MOVE "R" TO WsAttOutcome (WsStuAttemptCount)
            WHEN WsAttOutcome (WsStuAttemptCount) = "F"
                MOVE "S" TO WsAttOutcome (WsStuAttemptCount)
        END-EVALUATE
    END-IF
    .

JudgeOneStudent.
            TO WsReasonText
        PERFORM NoteBlockingReason
    END-IF
    IF WsMitDropped > 0
        MOVE SPACES TO WsReasonText
        MOVE "more mitigating cases than clearance can assess - review by hand"
            TO WsReasonText
        PERFORM NoteBlockingReason
    END-IF
    IF GwQualCredits < AwdMinQualCredits
        MOVE GwQualCredits TO WsDispCredits
        MOVE AwdMinQualCredits TO WsDispMinimum
    END-IF
    PERFORM VARYING WsAttSub FROM 1 BY 1
            UNTIL WsAttSub > WsStuAttemptCount
        EVALUATE WsAttOutcome (WsAttSub)
            WHEN "F"
                PERFORM JudgeOneFailedModule
            WHEN "R"
            WHEN "S"
                PERFORM JudgeOneOutstandingModule
        END-EVALUATE
    END-PERFORM
    IF WsProjRemaining > 0
        MOVE WsProjRemaining TO WsDispRemaining
    END-IF
    .

*> A deferred assessment, or a failure set aside as a first sitting,
*> is owed a later attempt. Once one is on the master the module is
*> no longer outstanding - that attempt is judged on its own merits,
*> a failure at it blocking like any other.
JudgeOneOutstandingModule.
    SET WsModuleWasRetaken TO FALSE
    PERFORM VARYING WsAttScan FROM 1 BY 1
            UNTIL WsAttScan > WsStuAttemptCount
        IF WsAttModule (WsAttScan) = WsAttModule (WsAttSub)
           AND WsAttSemester (WsAttScan) >
               WsAttSemester (WsAttSub)
            SET WsModuleWasRetaken TO TRUE
        END-IF
    END-PERFORM
    IF NOT WsModuleWasRetaken
        MOVE SPACES TO WsReasonText
        IF WsAttOutcome (WsAttSub) = "R"
            STRING "deferred assessment still to be taken: "
                   WsAttModule (WsAttSub)
                DELIMITED BY SIZE INTO WsReasonText
        ELSE
            STRING "first-sitting resit still to be taken: "
                   WsAttModule (WsAttSub)
                DELIMITED BY SIZE INTO WsReasonText
        END-IF
        PERFORM NoteBlockingReason
    END-IF
    .

NoteBlockingReason.
    SET WsStudentIsBlocked TO TRUE
    IF WsReasonCount < WsReasonMax
    END-PERFORM
    .

WritePassedOverStudent.
    MOVE SPACES TO WsReportLine
    STRING WsStudentId "  PASSED OVER - " WsPassOverReason
        DELIMITED BY SIZE INTO WsReportLine
    MOVE WsReportLine TO ReportBody
    WRITE ReportBody
    .

*> The whole-credit hash drops the decimal places as it adds - a
*> deterministic figure the graduation office can reproduce by
*> column, which is all a control hash has to be.
    STRING "Students blocked:  " WsDispCount DELIMITED BY SIZE
        INTO ReportBody
    WRITE ReportBody
    MOVE WsPassedOverCount TO WsDispCount
    MOVE SPACES TO ReportBody
    STRING "Not finalists:     " WsDispCount DELIMITED BY SIZE
        INTO ReportBody
    WRITE ReportBody
    DISPLAY "QCAGradClear: " WsClearedCount " cleared, "
        WsBlockedCount " blocked of " WsAssessedCount
        " assessed - see QCAGRDRPT.txt"

*> The shared run-state paragraphs - see RUNSTP.cpy.
COPY RUNSTP.

*> The shared mitigating-circumstances paragraphs - see MITP.cpy.
COPY MITP.
