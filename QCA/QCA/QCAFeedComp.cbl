IDENTIFICATION DIVISION.
PROGRAM-ID. QCAFeedComp.
AUTHOR. Lorna Ryan.

*> Sits between QCAFeedAccept and QCAMastLoad. QCAMastLoad rebuilds
*> the results master from scratch, so whatever the new feed says
*> about a result is what the master will hold afterwards - including
*> for every result a recheck amendment changed through QCAMastMaint
*> since the last load, unless the registrar keyed the same change.
*> This program matches the accepted feed (QCAACC.dat) against the
*> current master by student, semester and module code, before
*> anything is overwritten, and lists on QCACMPRPT.txt:
*>
*>   ADDED     a result on the feed the master does not hold
*>   REMOVED   a result on the master the feed no longer carries
*>   REGRADED  a result whose grade differs
*>   CHANGED   a result whose credits, hours, factor or session differ
*>
*> Every difference is looked up on the maintenance journal
*> (QCAMNTJRN.dat - see JRNREC.cpy) for entries since the last load:
*> a difference on a key an amendment has touched since means the
*> load would undo that amendment, and it is listed in a section of
*> its own, with the officer and run that made it, rather than among
*> the ordinary differences. Projection records ("P") are left out -
*> the credits a student still has to take are meant to move from
*> feed to feed.
*>
*> A removed result of a student held as withdrawn on the student
*> master (QCASTU.dat - see STUREC.cpy) that is not yet on the archive
*> master (QCAARC.dat) is listed in a section of its own too: the
*> registrar's feed stops carrying a withdrawn student, and a load
*> now would drop their results without QCAArchive ever keeping them.
*> Those hold the load whatever the sign-off card says, until
*> QCAArchive has moved the student and this program is rerun.
*>
*> Added results are what a new feed is for and are listed for
*> information. Anything else - a result removed, regraded or
*> changed, or an amendment undone - holds the load: the COMPARE
*> stamp goes on with return code 04 and QCAMastLoad refuses to run
*> until a rerun of this program finds the sign-off card QCACMPSGN.dat
*> naming this feed, the number of differences signed for, and who
*> signed:
*>
*>   FEED=yyyymmddhhmmss
*>   DIFFS=n
*>   SIGNEDBY=<officer>
*>
*> The count has to agree with the comparison being signed, so a
*> card written for one feed - or before a late amendment changed the
*> picture - signs off nothing. With nothing to sign for, or a
*> matching card - and no withdrawn student's results still to
*> archive - COMPARE is stamped 00 and the load may run. No master
*> yet (the first load ever) is nothing to compare against.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT AcceptedFile ASSIGN TO "QCAACC.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WsAccFileStatus.

*> ACCESS DYNAMIC: read at random by the feed's keys, then walked in
*> key order for the results the feed no longer carries.
SELECT MasterFile ASSIGN TO "QCAMST.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS MstKey
    FILE STATUS IS WsMstFileStatus.

*> Every result key the feed carries, so the master walk can tell a
*> removed result from a matched one - a keyed scratch file rather
*> than a table, bounded by disk. Rebuilt from empty every run.
SELECT FeedKeyFile ASSIGN TO "QCACMPKEY.tmp"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM
    RECORD KEY IS FkKey.

SELECT JournalFile ASSIGN TO "QCAMNTJRN.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WsJrnFileStatus.

*> The keys amended since the last load, with the latest ordinary
*> journal entry for each and how many of the key's amendments are
*> still outstanding. Rebuilt from empty every run.
SELECT AmendKeyFile ASSIGN TO "QCACMPJRN.tmp"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM
    RECORD KEY IS AkKey.

*> Undone amendments, held back here as they are found and copied
*> into their own section of the report at the end.
SELECT UndoneFile ASSIGN TO "QCACMPUND.tmp"
    ORGANIZATION IS LINE SEQUENTIAL.

*> Removed results of withdrawn students not yet archived, held
*> back here as they are found and copied into their own section of
*> the report at the end.
SELECT WithdrawnFile ASSIGN TO "QCACMPWDN.tmp"
    ORGANIZATION IS LINE SEQUENTIAL.

*> The student master, read at random for the status of each student
*> with a removed result. No student master (status 35) means no
*> withdrawn students.
SELECT StudentFile ASSIGN TO "QCASTU.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM
    RECORD KEY IS StuKey
    FILE STATUS IS WsStuFileStatus.

*> The year-end archive, read at random by a withdrawn student's
*> removed result to see whether QCAArchive has kept it. No archive
*> yet (status 35) means nothing archived.
SELECT ArchiveFile ASSIGN TO "QCAARC.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM
    RECORD KEY IS ArcKey
    FILE STATUS IS WsArcFileStatus.

*> Optional sign-off card - see the head of the program.
SELECT SignOffFile ASSIGN TO "QCACMPSGN.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WsSgnFileStatus.

SELECT ReportFile ASSIGN TO "QCACMPRPT.txt"
    ORGANIZATION IS LINE SEQUENTIAL.

*> The batch chain's shared run-state file - the comparison needs
*> the accepted feed on record and stamps COMPARE, which QCAMastLoad
*> requires clean. See RUNSTAT.cpy.
SELECT RunStateFile ASSIGN TO "QCARUNSTAT.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WsRstFileStatus.

DATA DIVISION.
FILE SECTION.
FD AcceptedFile.
01 AcceptedRec.
    88 EndOfFeed          VALUE HIGH-VALUES.
    02 AcceptedRecText     PIC X(80).

FD MasterFile.
COPY MSTREC.

FD FeedKeyFile.
01 FeedKeyRec.
    02 FkKey.
        03 FkStudentId     PIC X(8).
        03 FkSemester      PIC 9.
        03 FkModuleCode    PIC X(6).

FD JournalFile.
COPY JRNREC.

FD AmendKeyFile.
01 AmendKeyRec.
    02 AkKey.
        03 AkStudentId     PIC X(8).
        03 AkSemester      PIC 9.
        03 AkModuleCode    PIC X(6).
    02 AkRunId             PIC X(14).
    02 AkAction            PIC X.
    02 AkOfficer           PIC X(8).
    02 AkReasonCode        PIC X(3).
    02 AkApprover          PIC X(8).
    02 AkOutstanding       PIC 9(4).

FD UndoneFile.
01 UndoneRec               PIC X(132).

FD WithdrawnFile.
01 WithdrawnRec            PIC X(132).

FD StudentFile.
COPY STUREC.

FD ArchiveFile.
COPY ARCREC.

FD SignOffFile.
01 SignOffRec              PIC X(80).

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
01 WsLoadRunId               PIC X(14) VALUE SPACES.
01 WsMasterFeedId            PIC X(14) VALUE SPACES.

01 WsAccFileStatus           PIC XX VALUE "00".
01 WsMstFileStatus           PIC XX VALUE "00".
01 WsJrnFileStatus           PIC XX VALUE "00".
01 WsSgnFileStatus           PIC XX VALUE "00".
01 WsStuFileStatus           PIC XX VALUE "00".
01 WsArcFileStatus           PIC XX VALUE "00".

01 WsMasterFlag              PIC X VALUE "Y".
    88 WsHaveMaster              VALUE "Y" FALSE "N".
01 WsMstEofFlag              PIC X VALUE "N".
    88 WsMstAtEnd                VALUE "Y".
01 WsJrnEofFlag              PIC X VALUE "N".
    88 WsJrnAtEnd                VALUE "Y".
01 WsUndEofFlag              PIC X VALUE "N".
    88 WsUndAtEnd                VALUE "Y".
01 WsWdnEofFlag              PIC X VALUE "N".
    88 WsWdnAtEnd                VALUE "Y".
01 WsStudentsFlag            PIC X VALUE "Y".
    88 WsHaveStudents            VALUE "Y" FALSE "N".
01 WsArchiveFlag             PIC X VALUE "Y".
    88 WsHaveArchive             VALUE "Y" FALSE "N".
01 WsWdnResultFlag           PIC X VALUE "N".
    88 WsWithdrawnUnarchived     VALUE "Y" FALSE "N".
01 WsSgnEofFlag              PIC X VALUE "N".
    88 WsSgnAtEnd                VALUE "Y".
01 WsAmendedFlag             PIC X VALUE "N".
    88 WsKeyWasAmended           VALUE "Y" FALSE "N".

01 WsRecordType              PIC X VALUE SPACES.
    88 WsIsHeaderRecord          VALUE "H".
    88 WsIsDetailRecord          VALUE "D".

*> The feed's current student and detail fields, unstrung as
*> QCAMastLoad unstrings them.
01 WsStudentId               PIC X(8)  VALUE SPACES.
01 WsDetSemester             PIC 9     VALUE ZERO.
01 WsDetModuleCode           PIC X(6)  VALUE SPACES.
01 WsDetModuleName           PIC X(28) VALUE SPACES.
01 WsDetGrade                PIC XX    VALUE SPACES.
01 WsDetCredits              PIC 9     VALUE ZERO.
01 WsDetAccHours             PIC 99    VALUE ZERO.
01 WsDetNonQHours            PIC 99    VALUE ZERO.
01 WsDetFactor               PIC 9     VALUE ZERO.
01 WsDetSession              PIC X(4)  VALUE SPACES.

*> The difference being reported.
01 WsDiffKind                PIC X(10) VALUE SPACES.
01 WsDiffStudentId           PIC X(8)  VALUE SPACES.
01 WsDiffSemester            PIC 9     VALUE ZERO.
01 WsDiffModuleCode          PIC X(6)  VALUE SPACES.
01 WsDiffDetail              PIC X(60) VALUE SPACES.

*> The sign-off card as read.
01 WsParmKeyword             PIC X(12) VALUE SPACES.
01 WsParmValue               PIC X(60) VALUE SPACES.
01 WsSgnFeedId               PIC X(14) VALUE SPACES.
01 WsSgnDiffsText            PIC X(6)  JUSTIFIED RIGHT VALUE SPACES.
01 WsSgnDiffs                PIC 9(6)  VALUE ZERO.
01 WsSgnSignedBy             PIC X(20) VALUE SPACES.
01 WsSgnProblem              PIC X(60) VALUE SPACES.
01 WsSignedFlag              PIC X VALUE "N".
    88 WsSignedOff               VALUE "Y".

01 WsFeedResults             PIC 9(6) VALUE ZERO.
01 WsMatchedCount            PIC 9(6) VALUE ZERO.
01 WsAddedCount              PIC 9(6) VALUE ZERO.
01 WsRemovedCount            PIC 9(6) VALUE ZERO.
01 WsRegradedCount           PIC 9(6) VALUE ZERO.
01 WsChangedCount            PIC 9(6) VALUE ZERO.
01 WsUndoneCount             PIC 9(6) VALUE ZERO.
01 WsWithdrawnCount          PIC 9(6) VALUE ZERO.
01 WsAmendedKeys             PIC 9(6) VALUE ZERO.
01 WsSignCount               PIC 9(6) VALUE ZERO.

01 WsProceedText             PIC X(20) VALUE " - load may proceed".
01 WsReportLine              PIC X(132) VALUE SPACES.
01 WsDispCount               PIC ZZZZZ9.

PROCEDURE DIVISION.
Begin.
    ACCEPT WsRunDate FROM DATE YYYYMMDD
    ACCEPT WsRunTimeRaw FROM TIME
    MOVE SPACES TO WsRunId
    STRING WsRunDate WsRunTimeRaw (1:6) DELIMITED BY SIZE
        INTO WsRunId
    PERFORM CheckRunSequence
    OPEN INPUT AcceptedFile
    IF WsAccFileStatus NOT = "00"
        DISPLAY "QCAFeedComp: accepted feed QCAACC.dat missing or "
            "unreadable, status " WsAccFileStatus
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT MasterFile
    EVALUATE TRUE
        WHEN WsMstFileStatus = "35"
            SET WsHaveMaster TO FALSE
        WHEN WsMstFileStatus NOT = "00"
            DISPLAY "QCAFeedComp: results master QCAMST.dat "
                "unreadable, status " WsMstFileStatus
            MOVE 8 TO RETURN-CODE
            STOP RUN
    END-EVALUATE
    OPEN OUTPUT ReportFile
    PERFORM WriteReportHeader
    IF NOT WsHaveMaster
        CLOSE AcceptedFile
        MOVE "No results master yet - first load, nothing to compare"
            TO WsReportLine
        PERFORM EmitReportLine
        CLOSE ReportFile
        DISPLAY "QCAFeedComp: no results master - load may proceed"
        PERFORM StampCompareStep
        STOP RUN
    END-IF
    PERFORM LoadAmendedKeys
    OPEN OUTPUT FeedKeyFile
    CLOSE FeedKeyFile
    OPEN I-O FeedKeyFile
    OPEN OUTPUT UndoneFile
    OPEN OUTPUT WithdrawnFile
    MOVE "Differences (feed against master)" TO WsReportLine
    PERFORM EmitReportLine
    MOVE "Kind      Student  S Module  Detail" TO WsReportLine
    PERFORM EmitReportLine
    PERFORM ReadAcceptedRecord
    PERFORM UNTIL EndOfFeed
        PERFORM CompareFeedRecord
        PERFORM ReadAcceptedRecord
    END-PERFORM
    CLOSE AcceptedFile
    PERFORM FindRemovedResults
    CLOSE MasterFile, FeedKeyFile, AmendKeyFile, UndoneFile,
          WithdrawnFile
    PERFORM WriteUndoneSection
    PERFORM WriteWithdrawnSection
    COMPUTE WsSignCount = WsRemovedCount + WsRegradedCount
                        + WsChangedCount + WsUndoneCount
    PERFORM ReadSignOffCard
    PERFORM WriteCompareSummary
    CLOSE ReportFile
    PERFORM StampCompareStep
    IF (WsSignCount > 0 AND NOT WsSignedOff) OR WsWithdrawnCount > 0
        MOVE 4 TO RETURN-CODE
    END-IF

    STOP RUN.

*> Only an accepted feed can be compared - and the journal entries
*> that matter are those since the load the master was built by.
CheckRunSequence.
    PERFORM ReadRunState
    MOVE "ACCEPT" TO WsRstStepWanted
    PERFORM FindRunStep
    IF WsRstHit = 0 OR WsRstFoundRc NOT = "00"
        DISPLAY "QCAFeedComp: out of sequence - no accepted feed "
            "on record; run QCAFeedAccept first"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WsRstFoundRunId TO WsFeedId
    MOVE "LOAD" TO WsRstStepWanted
    PERFORM FindRunStep
    MOVE WsRstFoundRunId TO WsLoadRunId
    MOVE WsRstFoundFeedId TO WsMasterFeedId
    .

*> 00 lets the load run; 04 holds it until a signed rerun, or one
*> after QCAArchive has moved the withdrawn students still to keep.
StampCompareStep.
    MOVE "COMPARE" TO WsRstStepWanted
    MOVE WsRunId TO WsRstNewRunId
    MOVE WsFeedId TO WsRstNewFeedId
    IF (WsSignCount > 0 AND NOT WsSignedOff) OR WsWithdrawnCount > 0
        MOVE "04" TO WsRstNewRc
    ELSE
        MOVE "00" TO WsRstNewRc
    END-IF
    MOVE WsSignCount TO WsRstNewCount
    PERFORM StampRunState
    .

*> The shared run-state paragraphs - see RUNSTP.cpy.
COPY RUNSTP.

*> Every key the journal shows amended since the last load, with
*> its latest ordinary entry - a later entry for the same key
*> replaces an earlier one. Each ordinary entry adds one to the key's
*> outstanding amendments and each backout's reversal takes one off,
*> so a key is dropped again only once every amendment on it has been
*> backed out - a backout of the second of two amendments leaves the
*> first still standing. A reversal of an amendment made before the
*> last load finds no key and is passed over.
LoadAmendedKeys.
    OPEN OUTPUT AmendKeyFile
    CLOSE AmendKeyFile
    OPEN I-O AmendKeyFile
    OPEN INPUT JournalFile
    EVALUATE TRUE
        WHEN WsJrnFileStatus = "35"
            EXIT PARAGRAPH
        WHEN WsJrnFileStatus NOT = "00"
            DISPLAY "QCAFeedComp: journal QCAMNTJRN.dat unreadable, "
                "status " WsJrnFileStatus
            MOVE 8 TO RETURN-CODE
            STOP RUN
    END-EVALUATE
    PERFORM ReadJournalRecord
    PERFORM UNTIL WsJrnAtEnd
        IF JrnRunId > WsLoadRunId
            PERFORM NoteAmendedKey
        END-IF
        PERFORM ReadJournalRecord
    END-PERFORM
    CLOSE JournalFile
    .

ReadJournalRecord.
    READ JournalFile
        AT END SET WsJrnAtEnd TO TRUE
    END-READ
    .

NoteAmendedKey.
    MOVE JrnKey TO AkKey
    IF JrnReasonCode = "BKO"
        PERFORM NoteBackedOutKey
        EXIT PARAGRAPH
    END-IF
    READ AmendKeyFile
        INVALID KEY
            MOVE JrnKey TO AkKey
            MOVE ZERO TO AkOutstanding
    END-READ
    ADD 1 TO AkOutstanding
    MOVE JrnRunId      TO AkRunId
    MOVE JrnAction     TO AkAction
    MOVE JrnOfficer    TO AkOfficer
    MOVE JrnReasonCode TO AkReasonCode
    MOVE JrnApprover   TO AkApprover
    IF AkOutstanding = 1
        WRITE AmendKeyRec
        ADD 1 TO WsAmendedKeys
    ELSE
        REWRITE AmendKeyRec
    END-IF
    .

*> The entry the reversal undid keeps its officer and run on the key
*> - only the count moves - until nothing on the key is left standing.
NoteBackedOutKey.
    READ AmendKeyFile
        INVALID KEY EXIT PARAGRAPH
    END-READ
    IF AkOutstanding > 1
        SUBTRACT 1 FROM AkOutstanding
        REWRITE AmendKeyRec
    ELSE
        DELETE AmendKeyFile
        SUBTRACT 1 FROM WsAmendedKeys
    END-IF
    .

ReadAcceptedRecord.
    READ AcceptedFile
        AT END SET EndOfFeed TO TRUE
    END-READ
    .

*> A header names the student the details that follow belong to; a
*> detail is looked up on the master by its key.
CompareFeedRecord.
    UNSTRING AcceptedRecText DELIMITED BY ","
        INTO WsRecordType
    EVALUATE TRUE
        WHEN WsIsHeaderRecord
            MOVE SPACES TO WsStudentId
            UNSTRING AcceptedRecText DELIMITED BY ","
                INTO WsRecordType, WsStudentId
        WHEN WsIsDetailRecord
            IF WsStudentId NOT = SPACES
                PERFORM CompareFeedDetail
            END-IF
    END-EVALUATE
    .

CompareFeedDetail.
    MOVE SPACES TO WsDetSession
    UNSTRING AcceptedRecText DELIMITED BY ","
        INTO WsRecordType, WsDetSemester, WsDetModuleCode,
             WsDetModuleName, WsDetGrade, WsDetCredits,
             WsDetAccHours, WsDetNonQHours, WsDetFactor,
             WsDetSession
    ADD 1 TO WsFeedResults
    MOVE WsStudentId     TO FkStudentId
    MOVE WsDetSemester   TO FkSemester
    MOVE WsDetModuleCode TO FkModuleCode
    WRITE FeedKeyRec
        INVALID KEY CONTINUE
    END-WRITE
    MOVE WsStudentId     TO WsDiffStudentId
    MOVE WsDetSemester   TO WsDiffSemester
    MOVE WsDetModuleCode TO WsDiffModuleCode
    MOVE WsStudentId     TO MstStudentId
    MOVE WsDetSemester   TO MstSemester
    MOVE WsDetModuleCode TO MstModuleCode
    READ MasterFile
        INVALID KEY
            MOVE "ADDED" TO WsDiffKind
            MOVE SPACES TO WsDiffDetail
            STRING "feed grade " WsDetGrade
                DELIMITED BY SIZE INTO WsDiffDetail
            PERFORM ReportDifference
        NOT INVALID KEY
            PERFORM CompareMatchedResult
    END-READ
    .

CompareMatchedResult.
    MOVE SPACES TO WsDiffDetail
    EVALUATE TRUE
        WHEN MstGrade NOT = WsDetGrade
            MOVE "REGRADED" TO WsDiffKind
            STRING "master " MstGrade "  feed " WsDetGrade
                DELIMITED BY SIZE INTO WsDiffDetail
            PERFORM ReportDifference
        WHEN MstCredits   NOT = WsDetCredits
          OR MstAccHours  NOT = WsDetAccHours
          OR MstNonQHours NOT = WsDetNonQHours
          OR MstFactor    NOT = WsDetFactor
          OR MstSession   NOT = WsDetSession
            MOVE "CHANGED" TO WsDiffKind
            STRING "master " MstCredits "/" MstAccHours "/"
                   MstNonQHours "/" MstFactor "/" MstSession
                   "  feed " WsDetCredits "/" WsDetAccHours "/"
                   WsDetNonQHours "/" WsDetFactor "/" WsDetSession
                   "  (cr/acc/nonq/f/session)"
                DELIMITED BY SIZE INTO WsDiffDetail
            PERFORM ReportDifference
        WHEN OTHER
            ADD 1 TO WsMatchedCount
    END-EVALUATE
    .

*> The master walked in key order: a module result whose key the
*> feed did not carry is one the load would drop. One belonging to a
*> withdrawn student and not yet on the archive goes to its own
*> section rather than among the differences to sign off.
FindRemovedResults.
    PERFORM OpenStudentFiles
    MOVE LOW-VALUES TO MstKey
    START MasterFile KEY IS NOT LESS THAN MstKey
        INVALID KEY SET WsMstAtEnd TO TRUE
    END-START
    PERFORM ReadMasterNext
    PERFORM UNTIL WsMstAtEnd
        IF NOT MstIsProjection
            MOVE MstKey TO FkKey
            READ FeedKeyFile
                INVALID KEY
                    MOVE "REMOVED" TO WsDiffKind
                    MOVE MstStudentId  TO WsDiffStudentId
                    MOVE MstSemester   TO WsDiffSemester
                    MOVE MstModuleCode TO WsDiffModuleCode
                    MOVE SPACES TO WsDiffDetail
                    STRING "master grade " MstGrade
                        DELIMITED BY SIZE INTO WsDiffDetail
                    PERFORM CheckWithdrawnResult
                    IF WsWithdrawnUnarchived
                        PERFORM HoldWithdrawnResult
                    ELSE
                        PERFORM ReportDifference
                    END-IF
            END-READ
        END-IF
        PERFORM ReadMasterNext
    END-PERFORM
    IF WsHaveStudents
        CLOSE StudentFile
    END-IF
    IF WsHaveArchive
        CLOSE ArchiveFile
    END-IF
    .

OpenStudentFiles.
    OPEN INPUT StudentFile
    EVALUATE TRUE
        WHEN WsStuFileStatus = "35"
            SET WsHaveStudents TO FALSE
        WHEN WsStuFileStatus NOT = "00"
            DISPLAY "QCAFeedComp: student master QCASTU.dat "
                "unreadable, status " WsStuFileStatus
            MOVE 8 TO RETURN-CODE
            STOP RUN
    END-EVALUATE
    OPEN INPUT ArchiveFile
    EVALUATE TRUE
        WHEN WsArcFileStatus = "35"
            SET WsHaveArchive TO FALSE
        WHEN WsArcFileStatus NOT = "00"
            DISPLAY "QCAFeedComp: archive master QCAARC.dat "
                "unreadable, status " WsArcFileStatus
            MOVE 8 TO RETURN-CODE
            STOP RUN
    END-EVALUATE
    .

*> Withdrawn on the student master, and the archive does not hold
*> this result.
CheckWithdrawnResult.
    SET WsWithdrawnUnarchived TO FALSE
    IF NOT WsHaveStudents
        EXIT PARAGRAPH
    END-IF
    MOVE MstStudentId TO StuStudentId
    READ StudentFile
        INVALID KEY EXIT PARAGRAPH
    END-READ
    IF NOT StuIsWithdrawn
        EXIT PARAGRAPH
    END-IF
    IF WsHaveArchive
        MOVE MstKey TO ArcKey
        READ ArchiveFile
            INVALID KEY SET WsWithdrawnUnarchived TO TRUE
        END-READ
    ELSE
        SET WsWithdrawnUnarchived TO TRUE
    END-IF
    .

HoldWithdrawnResult.
    ADD 1 TO WsWithdrawnCount
    MOVE SPACES TO WithdrawnRec
    STRING WsDiffKind WsDiffStudentId " " WsDiffSemester " "
           WsDiffModuleCode "  " WsDiffDetail
        DELIMITED BY SIZE INTO WithdrawnRec
    WRITE WithdrawnRec
    .

ReadMasterNext.
    IF NOT WsMstAtEnd
        READ MasterFile NEXT
            AT END SET WsMstAtEnd TO TRUE
        END-READ
    END-IF
    .

*> A difference on a key amended since the load goes to the undone
*> section with who amended it; any other is counted by its kind and
*> listed here.
ReportDifference.
    MOVE WsDiffStudentId  TO AkStudentId
    MOVE WsDiffSemester   TO AkSemester
    MOVE WsDiffModuleCode TO AkModuleCode
    READ AmendKeyFile
        INVALID KEY SET WsKeyWasAmended TO FALSE
        NOT INVALID KEY SET WsKeyWasAmended TO TRUE
    END-READ
    IF WsKeyWasAmended
        ADD 1 TO WsUndoneCount
        MOVE SPACES TO UndoneRec
        STRING WsDiffKind WsDiffStudentId " " WsDiffSemester " "
               WsDiffModuleCode "  " WsDiffDetail
            DELIMITED BY SIZE INTO UndoneRec
        WRITE UndoneRec
        MOVE SPACES TO UndoneRec
        STRING "          amended " AkAction " run " AkRunId
               " by " AkOfficer " reason " AkReasonCode
               " approved " AkApprover
            DELIMITED BY SIZE INTO UndoneRec
        WRITE UndoneRec
        EXIT PARAGRAPH
    END-IF
    EVALUATE WsDiffKind
        WHEN "ADDED"
            ADD 1 TO WsAddedCount
        WHEN "REMOVED"
            ADD 1 TO WsRemovedCount
        WHEN "REGRADED"
            ADD 1 TO WsRegradedCount
        WHEN OTHER
            ADD 1 TO WsChangedCount
    END-EVALUATE
    STRING WsDiffKind WsDiffStudentId " " WsDiffSemester " "
           WsDiffModuleCode "  " WsDiffDetail
        DELIMITED BY SIZE INTO WsReportLine
    PERFORM EmitReportLine
    .

WriteUndoneSection.
    MOVE SPACES TO ReportBody
    WRITE ReportBody
    MOVE "AMENDMENTS SINCE THE LAST LOAD THAT THIS FEED WOULD UNDO"
        TO WsReportLine
    PERFORM EmitReportLine
    IF WsUndoneCount = 0
        MOVE "None" TO WsReportLine
        PERFORM EmitReportLine
        EXIT PARAGRAPH
    END-IF
    OPEN INPUT UndoneFile
    PERFORM ReadUndoneRecord
    PERFORM UNTIL WsUndAtEnd
        MOVE UndoneRec TO WsReportLine
        PERFORM EmitReportLine
        PERFORM ReadUndoneRecord
    END-PERFORM
    CLOSE UndoneFile
    .

ReadUndoneRecord.
    READ UndoneFile
        AT END SET WsUndAtEnd TO TRUE
    END-READ
    .

WriteWithdrawnSection.
    MOVE SPACES TO ReportBody
    WRITE ReportBody
    MOVE "WITHDRAWN STUDENTS' RESULTS NOT YET ARCHIVED THAT THIS FEED WOULD DROP"
        TO WsReportLine
    PERFORM EmitReportLine
    IF WsWithdrawnCount = 0
        MOVE "None" TO WsReportLine
        PERFORM EmitReportLine
        EXIT PARAGRAPH
    END-IF
    OPEN INPUT WithdrawnFile
    PERFORM ReadWithdrawnRecord
    PERFORM UNTIL WsWdnAtEnd
        MOVE WithdrawnRec TO WsReportLine
        PERFORM EmitReportLine
        PERFORM ReadWithdrawnRecord
    END-PERFORM
    CLOSE WithdrawnFile
    .

ReadWithdrawnRecord.
    READ WithdrawnFile
        AT END SET WsWdnAtEnd TO TRUE
    END-READ
    .

*> The card signs off only the comparison it names: this feed, this
*> many differences. Anything short of that is reported and leaves
*> the load held.
ReadSignOffCard.
    IF WsSignCount = 0
        EXIT PARAGRAPH
    END-IF
    OPEN INPUT SignOffFile
    EVALUATE TRUE
        WHEN WsSgnFileStatus = "35"
            EXIT PARAGRAPH
        WHEN WsSgnFileStatus NOT = "00"
            DISPLAY "QCAFeedComp: sign-off card QCACMPSGN.dat "
                "unreadable, status " WsSgnFileStatus
            MOVE 8 TO RETURN-CODE
            STOP RUN
    END-EVALUATE
    PERFORM ReadSignOffLine
    PERFORM UNTIL WsSgnAtEnd
        IF SignOffRec NOT = SPACES AND SignOffRec (1:1) NOT = "*"
            PERFORM ParseSignOffLine
        END-IF
        PERFORM ReadSignOffLine
    END-PERFORM
    CLOSE SignOffFile
    EVALUATE TRUE
        WHEN WsSgnProblem NOT = SPACES
            CONTINUE
        WHEN WsSgnFeedId NOT = WsFeedId
            MOVE "card names a different feed" TO WsSgnProblem
        WHEN WsSgnDiffsText = SPACES
            MOVE "card carries no DIFFS" TO WsSgnProblem
        WHEN WsSgnDiffs NOT = WsSignCount
            MOVE "card DIFFS does not match this comparison"
                TO WsSgnProblem
        WHEN WsSgnSignedBy = SPACES
            MOVE "card carries no SIGNEDBY" TO WsSgnProblem
        WHEN OTHER
            SET WsSignedOff TO TRUE
    END-EVALUATE
    .

ReadSignOffLine.
    READ SignOffFile
        AT END SET WsSgnAtEnd TO TRUE
    END-READ
    .

ParseSignOffLine.
    MOVE SPACES TO WsParmKeyword
    MOVE SPACES TO WsParmValue
    UNSTRING SignOffRec DELIMITED BY "="
        INTO WsParmKeyword, WsParmValue
    EVALUATE WsParmKeyword
        WHEN "FEED"
            IF WsParmValue (15:) NOT = SPACES
                MOVE "card FEED longer than a run id" TO WsSgnProblem
            ELSE
                MOVE WsParmValue TO WsSgnFeedId
            END-IF
        WHEN "DIFFS"
            PERFORM NoteSignedDiffs
        WHEN "SIGNEDBY"
            MOVE WsParmValue TO WsSgnSignedBy
        WHEN OTHER
            MOVE SPACES TO WsSgnProblem
            STRING "card has unknown keyword " WsParmKeyword
                DELIMITED BY SIZE INTO WsSgnProblem
    END-EVALUATE
    .

*> The count arrives left-justified; it is right-justified and
*> zero-filled before it is judged a number.
NoteSignedDiffs.
    IF WsParmValue = SPACES OR WsParmValue (7:) NOT = SPACES
        MOVE "card DIFFS is not a count" TO WsSgnProblem
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO WsSgnDiffsText
    UNSTRING WsParmValue DELIMITED BY SPACE INTO WsSgnDiffsText
    INSPECT WsSgnDiffsText REPLACING LEADING SPACES BY ZEROS
    IF WsSgnDiffsText NOT NUMERIC
        MOVE "card DIFFS is not a count" TO WsSgnProblem
        MOVE SPACES TO WsSgnDiffsText
        EXIT PARAGRAPH
    END-IF
    MOVE WsSgnDiffsText TO WsSgnDiffs
    .

WriteReportHeader.
    MOVE "QCA FEED AGAINST MASTER COMPARISON" TO ReportBody
    WRITE ReportBody
    STRING "Run " WsRunDate " " WsRunTimeRaw (1:6)
           "   feed " WsFeedId "   master loaded from feed "
           WsMasterFeedId
        DELIMITED BY SIZE INTO WsReportLine
    PERFORM EmitReportLine
    .

WriteCompareSummary.
    MOVE SPACES TO ReportBody
    WRITE ReportBody
    MOVE WsFeedResults TO WsDispCount
    STRING "Feed results compared:     " WsDispCount
        DELIMITED BY SIZE INTO WsReportLine
    PERFORM EmitReportLine
    MOVE WsMatchedCount TO WsDispCount
    STRING "Unchanged:                 " WsDispCount
        DELIMITED BY SIZE INTO WsReportLine
    PERFORM EmitReportLine
    MOVE WsAddedCount TO WsDispCount
    STRING "Added:                     " WsDispCount
        DELIMITED BY SIZE INTO WsReportLine
    PERFORM EmitReportLine
    MOVE WsRemovedCount TO WsDispCount
    STRING "Removed:                   " WsDispCount
        DELIMITED BY SIZE INTO WsReportLine
    PERFORM EmitReportLine
    MOVE WsRegradedCount TO WsDispCount
    STRING "Regraded:                  " WsDispCount
        DELIMITED BY SIZE INTO WsReportLine
    PERFORM EmitReportLine
    MOVE WsChangedCount TO WsDispCount
    STRING "Otherwise changed:         " WsDispCount
        DELIMITED BY SIZE INTO WsReportLine
    PERFORM EmitReportLine
    MOVE WsAmendedKeys TO WsDispCount
    STRING "Keys amended since load:   " WsDispCount
        DELIMITED BY SIZE INTO WsReportLine
    PERFORM EmitReportLine
    MOVE WsUndoneCount TO WsDispCount
    STRING "Amendments feed would undo:" WsDispCount
        DELIMITED BY SIZE INTO WsReportLine
    PERFORM EmitReportLine
    MOVE WsSignCount TO WsDispCount
    STRING "Differences needing sign-off:" WsDispCount
        DELIMITED BY SIZE INTO WsReportLine
    PERFORM EmitReportLine
    MOVE WsWithdrawnCount TO WsDispCount
    STRING "Withdrawn, not archived:   " WsDispCount
        DELIMITED BY SIZE INTO WsReportLine
    PERFORM EmitReportLine
    MOVE SPACES TO ReportBody
    WRITE ReportBody
    IF WsWithdrawnCount > 0
        MOVE " - load still held" TO WsProceedText
        STRING "LOAD HELD - withdrawn students' results not yet "
               "archived; run QCAArchive and rerun"
            DELIMITED BY SIZE INTO WsReportLine
        PERFORM EmitReportLine
    END-IF
    EVALUATE TRUE
        WHEN WsSignCount = 0
            STRING "Nothing to sign off" WsProceedText
                DELIMITED BY SIZE INTO WsReportLine
        WHEN WsSignedOff
            STRING "Signed off by " WsSgnSignedBy WsProceedText
                DELIMITED BY SIZE INTO WsReportLine
        WHEN OTHER
            MOVE WsSignCount TO WsDispCount
            STRING "LOAD HELD - sign off on QCACMPSGN.dat with FEED="
                   WsFeedId " DIFFS=" FUNCTION TRIM (WsDispCount)
                   " SIGNEDBY=<officer> and rerun"
                DELIMITED BY SIZE INTO WsReportLine
    END-EVALUATE
    PERFORM EmitReportLine
    IF WsSgnProblem NOT = SPACES
        STRING "Sign-off card not accepted - " WsSgnProblem
            DELIMITED BY SIZE INTO WsReportLine
        PERFORM EmitReportLine
    END-IF
    IF WsWithdrawnCount > 0
        DISPLAY "QCAFeedComp: " WsWithdrawnCount " results of "
            "withdrawn students not yet archived - load held; see "
            "QCACMPRPT.txt"
    END-IF
    EVALUATE TRUE
        WHEN WsSignCount > 0 AND NOT WsSignedOff
            DISPLAY "QCAFeedComp: " WsSignCount " differences await "
                "sign-off - load held; see QCACMPRPT.txt"
        WHEN WsWithdrawnCount > 0
            CONTINUE
        WHEN OTHER
            DISPLAY "QCAFeedComp: " WsAddedCount " added, "
                WsSignCount " signed-off differences - load may proceed"
    END-EVALUATE
    .

EmitReportLine.
    MOVE SPACES TO ReportBody
    MOVE WsReportLine TO ReportBody
    WRITE ReportBody
    MOVE SPACES TO WsReportLine
    .
