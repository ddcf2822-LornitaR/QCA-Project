IDENTIFICATION DIVISION.
PROGRAM-ID. QCAArchive.
AUTHOR. Lorna Ryan.

*> Year-end rollover of finished students off the results master.
*> Nothing ever leaves QCAMST.dat otherwise, so every calculation,
*> audit and clearance run reads past years' graduates again. This
*> program moves every record of each student who is finished with -
*> cleared for an award on the clearance's QCAAWARDS.dat, or held as
*> withdrawn on the student master QCASTU.dat (see STUREC.cpy) -
*> module results and any "P" projection record alike,
*> from QCAMST.dat to the keyed archive master QCAARC.dat (see
*> ARCREC.cpy - the MSTREC layout), deleting each from the master as
*> it is written to the archive. A student the archive already holds
*> records for has those the master still holds replaced by the
*> master's. An earlier archive row whose key the master no longer
*> holds - a result deleted or re-keyed since that student was last
*> archived - is kept, not purged: nothing on the archive tells such
*> a row from one this same rollover moved before it was cut short.
*> Each one is listed on the report, and counted, for the office to
*> review before a transcript is printed from the archive.
*>
*> The load's per-student figures on QCALDCNT.dat (see LDCNT.cpy) are
*> then cut down to match: each archived student's row is dropped and
*> the trailer's student and record totals reduced by what they
*> carried, so QCAMastAudit does not report archived students as
*> "loaded but no longer on master" and its load totals still line
*> up with what the master should hold.
*>
*> The control report QCAARCRPT.txt lists each student selected, why,
*> and the module and projection records moved, with totals. The
*> archived students' results stay readable: QCATranIss and
*> QCATranVer fall back to the archive for a student not on the
*> master, and a SOURCE=ARCHIVE reprint run of QCACalculation reads
*> it in place of the master.
*>
*> The awards file must be the current clearance's - the run refuses
*> without a clean GRAD stamp - and whole: its trailer row count must
*> match, or nothing is moved. Stamps ARCHIVE on completion.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT AwardsFile ASSIGN TO "QCAAWARDS.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WsAwdFileStatus.

*> The student master, read end to end for its withdrawn students.
*> No student master (status 35) means no withdrawn students to
*> move this year.
SELECT StudentFile ASSIGN TO "QCASTU.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS SEQUENTIAL
    RECORD KEY IS StuKey
    FILE STATUS IS WsStuFileStatus.

*> The students to move, keyed so a student both cleared and held
*> withdrawn is moved once, and walked in id order against the
*> master. Rebuilt from empty every run.
SELECT ArchiveSelFile ASSIGN TO "QCAARCSEL.tmp"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS AsKey.

*> ACCESS DYNAMIC: positioned on each selected student, read forward
*> through their records and each one deleted once it is safe on the
*> archive.
SELECT MasterFile ASSIGN TO "QCAMST.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS MstKey
    FILE STATUS IS WsMstFileStatus.

*> FILE STATUS so the first rollover ever can create the archive
*> (status 35 falls back to OPEN OUTPUT).
SELECT ArchiveFile ASSIGN TO "QCAARC.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS ArcKey
    FILE STATUS IS WsArcFileStatus.

*> The load figures, copied aside and written back without the
*> archived students. No file (status 35) means no figures to adjust.
SELECT LoadCountFile ASSIGN TO "QCALDCNT.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WsLdcFileStatus.

SELECT LoadCopyFile ASSIGN TO "QCAARCLDC.tmp"
    ORGANIZATION IS LINE SEQUENTIAL.

SELECT ReportFile ASSIGN TO "QCAARCRPT.txt"
    ORGANIZATION IS LINE SEQUENTIAL.

*> The batch chain's shared run-state file - the rollover needs the
*> clearance's awards on record, and stamps ARCHIVE on completion.
*> See RUNSTAT.cpy.
SELECT RunStateFile ASSIGN TO "QCARUNSTAT.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WsRstFileStatus.

DATA DIVISION.
FILE SECTION.
*> QCAAWARDS.dat as QCAGradClear writes it. The trailer is told by
*> its "T" type byte and the short record behind it - a real award
*> row fills the QCA column the trailer leaves blank.
FD AwardsFile.
01 AwardRec.
    02 AwdStudentId        PIC X(8).
    02 AwdStudentName      PIC X(30).
    02 AwdQualCredits      PIC X(8).
    02 AwdQcaText          PIC X(3).
    02 AwdBandNbr          PIC X.
01 AwardTrailerRec.
    02 AwdTrlType          PIC X.
    02 AwdTrlRowCount      PIC 9(6).
    02 AwdTrlCreditHash    PIC 9(8).

FD StudentFile.
COPY STUREC.

FD ArchiveSelFile.
01 ArcSelRec.
    02 AsKey.
        03 AsStudentId     PIC X(8).
    02 AsReason            PIC X.
        88 AsIsCleared         VALUE "C".
        88 AsIsWithdrawn       VALUE "W".
        88 AsIsBoth            VALUE "B".
    02 AsMovedFlag         PIC X.
        88 AsWasMoved          VALUE "Y".
*> Projection records moved, kept for the load-figure adjustment -
*> the load's record total counts them as well as module results.
    02 AsProjMoved         PIC 9(4).

FD MasterFile.
COPY MSTREC.

FD ArchiveFile.
COPY ARCREC.

FD LoadCountFile.
COPY LDCNT.

FD LoadCopyFile.
01 LoadCopyRec             PIC X(13).

FD ReportFile.
01 ReportBody              PIC X(132).

FD RunStateFile.
COPY RUNSTAT.

WORKING-STORAGE SECTION.

*> Shared run-state working storage - see RUNSTWS.cpy.
COPY RUNSTWS.

01 WsRunDate                 PIC X(8) VALUE SPACES.
01 WsRunTimeRaw              PIC X(8) VALUE SPACES.
01 WsRunId                   PIC X(14) VALUE SPACES.
01 WsFeedId                  PIC X(14) VALUE SPACES.
01 WsGradRunId               PIC X(14) VALUE SPACES.

01 WsAwdFileStatus           PIC XX VALUE "00".
01 WsStuFileStatus           PIC XX VALUE "00".
01 WsMstFileStatus           PIC XX VALUE "00".
01 WsArcFileStatus           PIC XX VALUE "00".
01 WsLdcFileStatus           PIC XX VALUE "00".

01 WsAwdEofFlag              PIC X VALUE "N".
    88 WsAwdAtEnd                VALUE "Y".
01 WsStuEofFlag              PIC X VALUE "N".
    88 WsStuAtEnd                VALUE "Y".
01 WsSelEofFlag              PIC X VALUE "N".
    88 WsSelAtEnd                VALUE "Y".
01 WsMstEofFlag              PIC X VALUE "N".
    88 WsMstAtEnd                VALUE "Y" FALSE "N".
01 WsArcEofFlag              PIC X VALUE "N".
    88 WsArcAtEnd                VALUE "Y" FALSE "N".
01 WsLdcEofFlag              PIC X VALUE "N".
    88 WsLdcAtEnd                VALUE "Y".
01 WsCopyEofFlag             PIC X VALUE "N".
    88 WsCopyAtEnd               VALUE "Y".
01 WsAwdTrailerFlag          PIC X VALUE "N".
    88 WsAwdTrailerSeen          VALUE "Y".
01 WsLoadFiguresFlag         PIC X VALUE "N".
    88 WsHaveLoadFigures         VALUE "Y".

01 WsAwardRows               PIC 9(6) VALUE ZERO.
01 WsAwardTrailerRows        PIC 9(6) VALUE ZERO.

*> The student being moved.
01 WsStudentId               PIC X(8) VALUE SPACES.
01 WsStudentName             PIC X(30) VALUE SPACES.
01 WsReasonText              PIC X(20) VALUE SPACES.
01 WsStuModulesMoved         PIC 9(4) VALUE ZERO.
01 WsStuProjMoved            PIC 9(4) VALUE ZERO.
01 WsStuArcRows              PIC 9(4) VALUE ZERO.
01 WsStuArcProj              PIC 9(4) VALUE ZERO.

01 WsSelectedCount           PIC 9(6) VALUE ZERO.
01 WsArchivedCount           PIC 9(6) VALUE ZERO.
01 WsNotOnMasterCount        PIC 9(6) VALUE ZERO.
01 WsAlreadyArchivedCount    PIC 9(6) VALUE ZERO.
01 WsEarlierKeptCount        PIC 9(6) VALUE ZERO.
01 WsModulesMoved            PIC 9(6) VALUE ZERO.
01 WsProjMoved               PIC 9(6) VALUE ZERO.
01 WsReplacedCount           PIC 9(6) VALUE ZERO.
01 WsLdcRowsDropped          PIC 9(6) VALUE ZERO.
01 WsLdcRecordsDropped       PIC 9(6) VALUE ZERO.

01 WsReportLine              PIC X(132) VALUE SPACES.
01 WsDispCount               PIC ZZZZZ9.
01 WsDispModules             PIC ZZZ9.
01 WsDispProj                PIC ZZZ9.

PROCEDURE DIVISION.
Begin.
    PERFORM CheckRunSequence
    ACCEPT WsRunDate FROM DATE YYYYMMDD
    ACCEPT WsRunTimeRaw FROM TIME
    MOVE SPACES TO WsRunId
    STRING WsRunDate WsRunTimeRaw (1:6) DELIMITED BY SIZE
        INTO WsRunId
    OPEN OUTPUT ArchiveSelFile
    CLOSE ArchiveSelFile
    OPEN I-O ArchiveSelFile
    PERFORM SelectClearedStudents
    PERFORM SelectWithdrawnStudents
    CLOSE ArchiveSelFile
    OPEN I-O MasterFile
    IF WsMstFileStatus NOT = "00"
        DISPLAY "QCAArchive: results master QCAMST.dat missing "
            "or unreadable, status " WsMstFileStatus
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN I-O ArchiveFile
    IF WsArcFileStatus = "35"
        OPEN OUTPUT ArchiveFile
        CLOSE ArchiveFile
        OPEN I-O ArchiveFile
    END-IF
    IF WsArcFileStatus NOT = "00"
        DISPLAY "QCAArchive: error opening QCAARC.dat, status "
            WsArcFileStatus
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT ReportFile
    PERFORM WriteReportHeader
    OPEN I-O ArchiveSelFile
    PERFORM ReadSelectionNext
    PERFORM UNTIL WsSelAtEnd
        PERFORM ArchiveOneStudent
        PERFORM ReadSelectionNext
    END-PERFORM
    CLOSE MasterFile, ArchiveFile
    PERFORM AdjustLoadFigures
    CLOSE ArchiveSelFile
    PERFORM WriteArchiveSummary
    CLOSE ReportFile
    PERFORM StampArchiveStep

    STOP RUN.

*> The awards are only as current as the clearance that wrote them:
*> no clean GRAD stamp, no rollover. Nor may the master have moved
*> since: a reload, a maintenance run, a calculation or an amendment
*> cycle newer than the clearance means QCAAWARDS.dat was judged
*> against results QCAMST.dat no longer holds, and moving students on
*> the strength of it would archive the wrong people. In the normal
*> LOAD-CALC-GRAD-ARCHIVE order every one of these stamps is older
*> than GRAD's, so the checks only fire out of sequence. The ARCHIVE
*> stamp carries the feed the master held, as MAINT's does.
CheckRunSequence.
    PERFORM ReadRunState
    MOVE "GRAD" TO WsRstStepWanted
    PERFORM FindRunStep
    IF WsRstHit = 0 OR WsRstFoundRc NOT = "00"
        DISPLAY "QCAArchive: out of sequence - no graduation "
            "clearance on record; run QCAGradClear first"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WsRstFoundRunId TO WsGradRunId
    MOVE "MAINT" TO WsRstStepWanted
    PERFORM FindRunStep
    IF WsRstHit > 0 AND WsRstFoundRunId > WsGradRunId
        PERFORM RefuseStaleClearance
    END-IF
    MOVE "CALC" TO WsRstStepWanted
    PERFORM FindRunStep
    IF WsRstHit > 0 AND WsRstFoundRunId > WsGradRunId
        PERFORM RefuseStaleClearance
    END-IF
    MOVE "CALCAMD" TO WsRstStepWanted
    PERFORM FindRunStep
    IF WsRstHit > 0 AND WsRstFoundRunId > WsGradRunId
        PERFORM RefuseStaleClearance
    END-IF
    MOVE "LOAD" TO WsRstStepWanted
    PERFORM FindRunStep
    IF WsRstHit = 0 OR WsRstFoundRc NOT = "00"
        DISPLAY "QCAArchive: out of sequence - no loaded master "
            "on record; run QCAMastLoad first"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WsRstFoundRunId > WsGradRunId
        PERFORM RefuseStaleClearance
    END-IF
    MOVE WsRstFoundFeedId TO WsFeedId
    .

RefuseStaleClearance.
    DISPLAY "QCAArchive: out of sequence - master reloaded, "
        "amended or recalculated since the graduation clearance on "
        "record; run QCACalculation and QCAGradClear first"
    MOVE 8 TO RETURN-CODE
    STOP RUN
    .

StampArchiveStep.
    MOVE "ARCHIVE" TO WsRstStepWanted
    MOVE WsRunId TO WsRstNewRunId
    MOVE WsFeedId TO WsRstNewFeedId
    MOVE "00" TO WsRstNewRc
    MOVE WsArchivedCount TO WsRstNewCount
    PERFORM StampRunState
    .

*> The shared run-state paragraphs - see RUNSTP.cpy.
COPY RUNSTP.

*> Every cleared student goes on the selection; the file must close
*> with a trailer whose row count agrees, or it is not the whole of
*> the clearance and nothing is moved.
SelectClearedStudents.
    OPEN INPUT AwardsFile
    IF WsAwdFileStatus NOT = "00"
        DISPLAY "QCAArchive: awards file QCAAWARDS.dat missing "
            "or unreadable, status " WsAwdFileStatus
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM ReadAwardRecord
    PERFORM UNTIL WsAwdAtEnd
        IF AwdStudentId (1:1) = "T" AND AwdQcaText = SPACES
            SET WsAwdTrailerSeen TO TRUE
            MOVE AwdTrlRowCount TO WsAwardTrailerRows
        ELSE
            ADD 1 TO WsAwardRows
            MOVE AwdStudentId TO AsStudentId
            MOVE "C" TO AsReason
            MOVE "N" TO AsMovedFlag
            MOVE ZERO TO AsProjMoved
            WRITE ArcSelRec
                INVALID KEY CONTINUE
                NOT INVALID KEY ADD 1 TO WsSelectedCount
            END-WRITE
        END-IF
        PERFORM ReadAwardRecord
    END-PERFORM
    CLOSE AwardsFile
    IF NOT WsAwdTrailerSeen OR WsAwardTrailerRows NOT = WsAwardRows
        DISPLAY "QCAArchive: QCAAWARDS.dat trailer missing or row "
            "count wrong - awards file incomplete, nothing moved"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    .

ReadAwardRecord.
    READ AwardsFile
        AT END SET WsAwdAtEnd TO TRUE
    END-READ
    .

*> A withdrawn student already selected as cleared is marked as both
*> rather than selected twice.
SelectWithdrawnStudents.
    OPEN INPUT StudentFile
    EVALUATE TRUE
        WHEN WsStuFileStatus = "35"
            EXIT PARAGRAPH
        WHEN WsStuFileStatus NOT = "00"
            DISPLAY "QCAArchive: student master QCASTU.dat "
                "unreadable, status " WsStuFileStatus
            MOVE 8 TO RETURN-CODE
            STOP RUN
    END-EVALUATE
    PERFORM ReadStudentRecord
    PERFORM UNTIL WsStuAtEnd
        IF StuIsWithdrawn
            PERFORM NoteWithdrawnStudent
        END-IF
        PERFORM ReadStudentRecord
    END-PERFORM
    CLOSE StudentFile
    .

ReadStudentRecord.
    READ StudentFile
        AT END SET WsStuAtEnd TO TRUE
    END-READ
    .

NoteWithdrawnStudent.
    MOVE StuStudentId TO AsStudentId
    MOVE "W" TO AsReason
    MOVE "N" TO AsMovedFlag
    MOVE ZERO TO AsProjMoved
    WRITE ArcSelRec
        INVALID KEY
            MOVE "B" TO AsReason
            MOVE "N" TO AsMovedFlag
            MOVE ZERO TO AsProjMoved
            REWRITE ArcSelRec
        NOT INVALID KEY
            ADD 1 TO WsSelectedCount
    END-WRITE
    .

ReadSelectionNext.
    READ ArchiveSelFile NEXT
        AT END SET WsSelAtEnd TO TRUE
    END-READ
    .

*> Moves one selected student's records, the projection record first
*> (its key, semester 0, sorts ahead of every result). Each record is
*> on the archive before it is deleted from the master, so a run cut
*> short loses nothing - the rerun moves what is left. A student the
*> cut-short run moved whole has nothing left on the master but is
*> on the archive, and is taken as moved so the load figures still
*> come right.
ArchiveOneStudent.
    MOVE AsStudentId TO WsStudentId
    MOVE SPACES TO WsStudentName
    MOVE ZERO TO WsStuModulesMoved
    MOVE ZERO TO WsStuProjMoved
    EVALUATE TRUE
        WHEN AsIsCleared
            MOVE "cleared" TO WsReasonText
        WHEN AsIsWithdrawn
            MOVE "withdrawn" TO WsReasonText
        WHEN OTHER
            MOVE "cleared, withdrawn" TO WsReasonText
    END-EVALUATE
    PERFORM ListEarlierArchiveRows
    SET WsMstAtEnd TO FALSE
    MOVE WsStudentId TO MstStudentId
    MOVE ZERO TO MstSemester
    MOVE LOW-VALUES TO MstModuleCode
    START MasterFile KEY IS NOT LESS THAN MstKey
        INVALID KEY SET WsMstAtEnd TO TRUE
    END-START
    PERFORM ReadMasterNext
    PERFORM UNTIL WsMstAtEnd OR MstStudentId NOT = WsStudentId
        MOVE MstStudentName TO WsStudentName
        PERFORM MoveOneRecord
        PERFORM ReadMasterNext
    END-PERFORM
    IF WsStuModulesMoved + WsStuProjMoved = 0
        PERFORM CountArchiveRows
        IF WsStuArcRows > 0
            ADD 1 TO WsAlreadyArchivedCount
            MOVE "Y" TO AsMovedFlag
            MOVE WsStuArcProj TO AsProjMoved
            REWRITE ArcSelRec
            STRING WsStudentId "  " WsReasonText
                   "  already archived - nothing left to move"
                DELIMITED BY SIZE INTO WsReportLine
        ELSE
            ADD 1 TO WsNotOnMasterCount
            STRING WsStudentId "  " WsReasonText
                   "  not on the master - nothing moved"
                DELIMITED BY SIZE INTO WsReportLine
        END-IF
        PERFORM EmitReportLine
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WsArchivedCount
    MOVE "Y" TO AsMovedFlag
    MOVE WsStuProjMoved TO AsProjMoved
    REWRITE ArcSelRec
    MOVE WsStuModulesMoved TO WsDispModules
    MOVE WsStuProjMoved TO WsDispProj
    STRING WsStudentId "  " WsStudentName "  " WsReasonText
           WsDispModules "      " WsDispProj
        DELIMITED BY SIZE INTO WsReportLine
    PERFORM EmitReportLine
    .

*> Only for a student still on the master: the archive rows the move
*> will not overwrite are listed before it. A student with nothing on
*> the master is left to CountArchiveRows.
ListEarlierArchiveRows.
    SET WsMstAtEnd TO FALSE
    MOVE WsStudentId TO MstStudentId
    MOVE ZERO TO MstSemester
    MOVE LOW-VALUES TO MstModuleCode
    START MasterFile KEY IS NOT LESS THAN MstKey
        INVALID KEY SET WsMstAtEnd TO TRUE
    END-START
    PERFORM ReadMasterNext
    IF WsMstAtEnd OR MstStudentId NOT = WsStudentId
        EXIT PARAGRAPH
    END-IF
    PERFORM StartArchiveOnStudent
    PERFORM UNTIL WsArcAtEnd OR ArcStudentId NOT = WsStudentId
        MOVE ArcKey TO MstKey
        READ MasterFile
            INVALID KEY PERFORM ReportEarlierArchiveRow
        END-READ
        PERFORM ReadArchiveNext
    END-PERFORM
    .

ReportEarlierArchiveRow.
    ADD 1 TO WsEarlierKeptCount
    STRING WsStudentId "  archive row " ArcSemester " " ArcModuleCode
           " not on the master - earlier row kept"
        DELIMITED BY SIZE INTO WsReportLine
    PERFORM EmitReportLine
    .

*> The student's rows on the archive, and how many of them are the
*> projection record - read through MstRec, as ARCREC.cpy says.
CountArchiveRows.
    MOVE ZERO TO WsStuArcRows
    MOVE ZERO TO WsStuArcProj
    PERFORM StartArchiveOnStudent
    PERFORM UNTIL WsArcAtEnd OR ArcStudentId NOT = WsStudentId
        ADD 1 TO WsStuArcRows
        MOVE ArcRec TO MstRec
        IF MstIsProjection
            ADD 1 TO WsStuArcProj
        END-IF
        PERFORM ReadArchiveNext
    END-PERFORM
    .

StartArchiveOnStudent.
    SET WsArcAtEnd TO FALSE
    MOVE WsStudentId TO ArcStudentId
    MOVE ZERO TO ArcSemester
    MOVE LOW-VALUES TO ArcModuleCode
    START ArchiveFile KEY IS NOT LESS THAN ArcKey
        INVALID KEY SET WsArcAtEnd TO TRUE
    END-START
    PERFORM ReadArchiveNext
    .

ReadArchiveNext.
    IF NOT WsArcAtEnd
        READ ArchiveFile NEXT
            AT END SET WsArcAtEnd TO TRUE
        END-READ
    END-IF
    .

ReadMasterNext.
    IF NOT WsMstAtEnd
        READ MasterFile NEXT
            AT END SET WsMstAtEnd TO TRUE
        END-READ
    END-IF
    .

MoveOneRecord.
    MOVE MstRec TO ArcRec
    WRITE ArcRec
        INVALID KEY
            REWRITE ArcRec
                INVALID KEY
                    DISPLAY "QCAArchive: cannot write QCAARC.dat, "
                        "status " WsArcFileStatus
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
            END-REWRITE
            ADD 1 TO WsReplacedCount
    END-WRITE
    DELETE MasterFile
        INVALID KEY
            DISPLAY "QCAArchive: cannot delete from QCAMST.dat, "
                "status " WsMstFileStatus
            MOVE 8 TO RETURN-CODE
            STOP RUN
    END-DELETE
    IF MstIsProjection
        ADD 1 TO WsStuProjMoved
        ADD 1 TO WsProjMoved
    ELSE
        ADD 1 TO WsStuModulesMoved
        ADD 1 TO WsModulesMoved
    END-IF
    .

*> Copies QCALDCNT.dat aside, then writes it back without the rows
*> of students this run moved, taking what those rows carried off the
*> trailer's totals. A student selected but not moved keeps their
*> row - they are still on the master.
AdjustLoadFigures.
    OPEN INPUT LoadCountFile
    EVALUATE TRUE
        WHEN WsLdcFileStatus = "35"
            EXIT PARAGRAPH
        WHEN WsLdcFileStatus NOT = "00"
            DISPLAY "QCAArchive: QCALDCNT.dat unreadable, status "
                WsLdcFileStatus
            MOVE 8 TO RETURN-CODE
            STOP RUN
    END-EVALUATE
    SET WsHaveLoadFigures TO TRUE
    OPEN OUTPUT LoadCopyFile
    PERFORM ReadLoadCountRecord
    PERFORM UNTIL WsLdcAtEnd
        MOVE LdcRec TO LoadCopyRec
        WRITE LoadCopyRec
        PERFORM ReadLoadCountRecord
    END-PERFORM
    CLOSE LoadCountFile, LoadCopyFile
    OPEN INPUT LoadCopyFile
    OPEN OUTPUT LoadCountFile
    PERFORM ReadLoadCopyRecord
    PERFORM UNTIL WsCopyAtEnd
        MOVE LoadCopyRec TO LdcRec
        PERFORM RewriteLoadCountRow
        PERFORM ReadLoadCopyRecord
    END-PERFORM
    CLOSE LoadCountFile, LoadCopyFile
    .

ReadLoadCountRecord.
    READ LoadCountFile
        AT END SET WsLdcAtEnd TO TRUE
    END-READ
    .

ReadLoadCopyRecord.
    READ LoadCopyFile
        AT END SET WsCopyAtEnd TO TRUE
    END-READ
    .

*> The trailer is the last row the load writes, so every dropped
*> student row has been counted by the time it comes past. Its record
*> total takes in projection records, so a dropped student's moved
*> projection comes off it along with the row's module count.
RewriteLoadCountRow.
    EVALUATE TRUE
        WHEN LdcIsStudentRow
            MOVE LdcStudentId TO AsStudentId
            READ ArchiveSelFile
                INVALID KEY MOVE "N" TO AsMovedFlag
            END-READ
            IF AsWasMoved
                ADD 1 TO WsLdcRowsDropped
                ADD LdcModuleCount TO WsLdcRecordsDropped
                ADD AsProjMoved TO WsLdcRecordsDropped
            ELSE
                WRITE LdcRec
            END-IF
        WHEN LdcIsTrailerRow
            IF LdcTrlStudents NUMERIC AND LdcTrlLoaded NUMERIC
                IF LdcTrlStudents > WsLdcRowsDropped
                    SUBTRACT WsLdcRowsDropped FROM LdcTrlStudents
                ELSE
                    MOVE ZERO TO LdcTrlStudents
                END-IF
                IF LdcTrlLoaded > WsLdcRecordsDropped
                    SUBTRACT WsLdcRecordsDropped FROM LdcTrlLoaded
                ELSE
                    MOVE ZERO TO LdcTrlLoaded
                END-IF
            END-IF
            WRITE LdcTrailerRec
        WHEN OTHER
            WRITE LdcRec
    END-EVALUATE
    .

WriteReportHeader.
    MOVE "QCA YEAR-END ARCHIVE OF FINISHED STUDENTS" TO ReportBody
    WRITE ReportBody
    STRING "Run " WsRunDate " " WsRunTimeRaw (1:6)
           "   QCAMST.dat -> QCAARC.dat"
        DELIMITED BY SIZE INTO WsReportLine
    PERFORM EmitReportLine
    MOVE "Student   Name                            Reason             Modules  Projection"
        TO WsReportLine
    PERFORM EmitReportLine
    .

WriteArchiveSummary.
    MOVE SPACES TO ReportBody
    WRITE ReportBody
    MOVE WsAwardRows TO WsDispCount
    STRING "Cleared on QCAAWARDS.dat:     " WsDispCount
        DELIMITED BY SIZE INTO WsReportLine
    PERFORM EmitReportLine
    MOVE WsSelectedCount TO WsDispCount
    STRING "Students selected:            " WsDispCount
        DELIMITED BY SIZE INTO WsReportLine
    PERFORM EmitReportLine
    MOVE WsArchivedCount TO WsDispCount
    STRING "Students archived:            " WsDispCount
        DELIMITED BY SIZE INTO WsReportLine
    PERFORM EmitReportLine
    MOVE WsAlreadyArchivedCount TO WsDispCount
    STRING "Already archived, none left:  " WsDispCount
        DELIMITED BY SIZE INTO WsReportLine
    PERFORM EmitReportLine
    MOVE WsNotOnMasterCount TO WsDispCount
    STRING "Selected but not on master:   " WsDispCount
        DELIMITED BY SIZE INTO WsReportLine
    PERFORM EmitReportLine
    MOVE WsModulesMoved TO WsDispCount
    STRING "Module records moved:         " WsDispCount
        DELIMITED BY SIZE INTO WsReportLine
    PERFORM EmitReportLine
    MOVE WsProjMoved TO WsDispCount
    STRING "Projection records moved:     " WsDispCount
        DELIMITED BY SIZE INTO WsReportLine
    PERFORM EmitReportLine
    MOVE WsReplacedCount TO WsDispCount
    STRING "Earlier archive copies replaced:" WsDispCount
        DELIMITED BY SIZE INTO WsReportLine
    PERFORM EmitReportLine
    MOVE WsEarlierKeptCount TO WsDispCount
    STRING "Earlier archive rows kept:    " WsDispCount
        DELIMITED BY SIZE INTO WsReportLine
    PERFORM EmitReportLine
    IF WsHaveLoadFigures
        MOVE WsLdcRowsDropped TO WsDispCount
        STRING "Load figure rows removed:     " WsDispCount
            DELIMITED BY SIZE INTO WsReportLine
        PERFORM EmitReportLine
        MOVE WsLdcRecordsDropped TO WsDispCount
        STRING "Load records total reduced by:" WsDispCount
            DELIMITED BY SIZE INTO WsReportLine
        PERFORM EmitReportLine
    ELSE
        MOVE "No load figures (QCALDCNT.dat) - nothing to adjust"
            TO WsReportLine
        PERFORM EmitReportLine
    END-IF
    DISPLAY "QCAArchive: " WsArchivedCount " students, "
        WsModulesMoved " module and " WsProjMoved
        " projection records archived - see QCAARCRPT.txt"
    .

EmitReportLine.
    MOVE SPACES TO ReportBody
    MOVE WsReportLine TO ReportBody
    WRITE ReportBody
    MOVE SPACES TO WsReportLine
    .
