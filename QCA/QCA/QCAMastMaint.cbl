*> regeneration of the class feed. QCAMTX.dat carries one
*> comma-delimited transaction per line:
*>
*>   A,student,name,prog,sem,module,module name,grade,credits,acc,
*>     nonq,f,session,officer,reason
*>   C,student,name,prog,sem,module,module name,grade,credits,acc,
*>     nonq,f,session,officer,reason
*>   X,student,sem,module,officer,reason
*>
*> "A" adds a module result, "C" amends one in place, "X" deletes
*> one. Adds and amendments go through the same VALDTL checks as a
*> feed record, and are then held to the module catalogue exactly as
*> QCAFeedAccept holds a "D" record - the code must exist, be
*> active, and carry the catalogue's credit value - and to the
*> student master (QCASTU.dat - see STUREC.cpy) as QCAFeedAccept
*> holds a header: the student must be on it and not withdrawn, with
*> the name and programme it holds. Anything that
*> fails - bad fields, an add whose key
*> already exists, an amend or delete whose key does not - goes to
*> the exceptions report QCAMNTEXC.txt with the reason. The ids of
*> run's id, displayed at end of run - so what a recheck changed is
*> on record, and a transaction file run in error can be reversed
*> with QCAMastBack instead of re-keyed from memory.
*>
*> Every transaction names the amending officer and a reason code
*> (RCK recheck, CLR clerical correction, APL appeal outcome, LAT
*> late result, EXB exam board decision); one without either is
*> rejected. Dual control: a transaction that would change a result
*> of a student already cleared for award on QCAAWARDS.dat (an add, a
*> delete, or an amendment to anything that scores), or that moves a
*> grade across the pass/fail line, is not applied but held on the
*> pending-suspense file QCAMNTSUS.dat (see SUSREC.cpy) under a
*> reference. A second officer releases it by putting
*>
*>   reference,approver
*>
*> on QCAMNTAPR.dat for a later run: the release is checked and
*> applied before that run's own transactions, and the approver is
*> journalled with it. An approval from the amending officer
*> themselves releases nothing, and an item still unapproved 30
*> days after it was held expires off the file. Held, released and
*> expired items and refused approvals are listed on QCAMNTHLD.txt.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
SELECT TransactionFile ASSIGN TO "QCAMTX.dat"
    ORGANIZATION IS LINE SEQUENTIAL.

*> The pending-suspense file, copied aside at the start of the run
*> and written back with whatever is still pending plus this run's
*> new holds. FILE STATUS so the first run can start without one.
SELECT SuspenseFile ASSIGN TO "QCAMNTSUS.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WsSusFileStatus.

SELECT SuspenseCopyFile ASSIGN TO "QCAMNTSUS.tmp"
    ORGANIZATION IS LINE SEQUENTIAL.

*> Second-officer approvals of held items. No file (status 35) means
*> nothing is released this run.
SELECT ApprovalFile ASSIGN TO "QCAMNTAPR.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WsAprFileStatus.

*> The students already cleared for award, off the clearance's
*> QCAAWARDS.dat, and the same ids rekeyed for a lookup per
*> transaction - a keyed scratch file rather than a table, so an
*> award list of any size fits. No awards file (status 35) means no
*> student is yet cleared.
SELECT AwardsFile ASSIGN TO "QCAAWARDS.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WsAwdFileStatus.

SELECT AwardKeyFile ASSIGN TO "QCAMNTAWD.tmp"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM
    RECORD KEY IS AwkStudentId.

SELECT HoldReportFile ASSIGN TO "QCAMNTHLD.txt"
    ORGANIZATION IS LINE SEQUENTIAL.

SELECT MasterFile ASSIGN TO "QCAMST.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM
    RECORD KEY IS CatKey
    FILE STATUS IS WsCatFileStatus.

*> The student master, read a student at a time as "A"/"C"
*> transactions arrive - missing, it stops the run like the
*> catalogue does.
SELECT StudentFile ASSIGN TO "QCASTU.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM
    RECORD KEY IS StuKey
    FILE STATUS IS WsStuFileStatus.

*> The before/after journal, appended across runs - FILE STATUS so
*> the very first run can create it (status 35 falls back to OPEN
*> OUTPUT).
FD TransactionFile.
01 TransactionRec.
    88 EndOfTransactions  VALUE HIGH-VALUES.
    02 TransactionRecText  PIC X(120).

FD SuspenseFile.
COPY SUSREC.

FD SuspenseCopyFile.
01 SuspenseCopyRec        PIC X(189).

FD ApprovalFile.
01 ApprovalRec            PIC X(80).

*> QCAAWARDS.dat as QCAGradClear writes it; the trailer is told by
*> its "T" type byte and the blank QCA column a real row fills.
FD AwardsFile.
01 AwardRec.
    02 AwdStudentId        PIC X(8).
    02 AwdStudentName      PIC X(30).
    02 AwdQualCredits      PIC X(8).
    02 AwdQcaText          PIC X(3).
    02 AwdBandNbr          PIC X.

FD AwardKeyFile.
01 AwardKeyRec.
    02 AwkStudentId        PIC X(8).

FD HoldReportFile.
01 HoldReportBody         PIC X(160).

FD MasterFile.
COPY MSTREC.
FD CatalogueFile.
COPY CATREC.

FD StudentFile.
COPY STUREC.

FD JournalFile.
COPY JRNREC.

01 WsFeedId                  PIC X(14) VALUE SPACES.

01 WsCatFileStatus           PIC XX VALUE "00".
01 WsStuFileStatus           PIC XX VALUE "00".
01 WsJrnFileStatus           PIC XX VALUE "00".
01 WsAffFileStatus           PIC XX VALUE "00".
01 WsSusFileStatus           PIC XX VALUE "00".
01 WsAprFileStatus           PIC XX VALUE "00".
01 WsAwdFileStatus           PIC XX VALUE "00".

*> Dual-control state. The amending officer and reason code come off
*> every transaction; the approver is filled only while a held item
*> is being released, and is what the journal records as the second
*> signature.
01 WsOfficer                 PIC X(8) VALUE SPACES.
01 WsReasonCode              PIC X(3) VALUE SPACES.
    88 WsReasonKnown             VALUE "RCK" "CLR" "APL" "LAT" "EXB".
01 WsApprover                PIC X(8) VALUE SPACES.
01 WsReleaseFlag             PIC X VALUE "N".
    88 WsReleasingHeld           VALUE "Y" FALSE "N".
01 WsHoldFlag                PIC X VALUE "N".
    88 WsMustHold                VALUE "Y" FALSE "N".
01 WsHoldReason              PIC X(40) VALUE SPACES.
01 WsAwardedFlag             PIC X VALUE "N".
    88 WsStudentAwarded          VALUE "Y" FALSE "N".
01 WsHoldSeq                 PIC 9(4) VALUE ZERO.
01 WsAppliedBefore           PIC 9(6) VALUE ZERO.

*> Pass/fail side of a grade, read off GRDPTS.cpy as the clearance
*> reads it: "P" a qualifying grade that pays points, "F" a
*> qualifying grade that pays none, "O" neither (NG, W). A change
*> crosses the line when one side is a pass and the other is not.
01 WsSideGrade               PIC XX VALUE SPACES.
01 WsGradeSide               PIC X VALUE "O".
01 WsBeforeSide              PIC X VALUE "O".
01 WsAfterSide               PIC X VALUE "O".

*> How long a held item waits for its second signature, in days from
*> the run that held it.
01 WsSuspenseDays            PIC 9(3) VALUE 30.
01 WsRunDateNum              PIC 9(8) VALUE ZERO.
01 WsHeldDateNum             PIC 9(8) VALUE ZERO.
01 WsHeldAgeDays             PIC S9(6) VALUE ZERO.

01 WsSusEofFlag              PIC X VALUE "N".
    88 WsSusAtEnd                VALUE "Y".
01 WsAprEofFlag              PIC X VALUE "N".
    88 WsAprAtEnd                VALUE "Y".
01 WsAwdEofFlag              PIC X VALUE "N".
    88 WsAwdAtEnd                VALUE "Y".

*> This run's approvals. One approval releases one item; an approval
*> left unused by the end of the run matched nothing pending and is
*> reported.
01 WsAprMax                  PIC 9(4) VALUE 500.
01 WsAprCount                PIC 9(4) VALUE ZERO.
01 WsAprTable.
    02 WsAprEntry OCCURS 500 TIMES.
        03 WsAprRef           PIC X(18).
        03 WsAprApprover      PIC X(8).
        03 WsAprUsed          PIC X.
01 WsAprSub                  PIC 9(4) COMP VALUE ZERO.
01 WsAprHit                  PIC 9(4) COMP VALUE ZERO.
01 WsAprRefText              PIC X(40) VALUE SPACES.
01 WsAprApproverText         PIC X(40) VALUE SPACES.

01 WsHeldCount               PIC 9(6) VALUE ZERO.
01 WsReleasedCount           PIC 9(6) VALUE ZERO.
01 WsRelRejectCount          PIC 9(6) VALUE ZERO.
01 WsExpiredCount            PIC 9(6) VALUE ZERO.
01 WsPendingCount            PIC 9(6) VALUE ZERO.
01 WsAprRefusedCount         PIC 9(6) VALUE ZERO.
01 WsHoldLine                PIC X(160) VALUE SPACES.
01 WsHoldOutcome             PIC X(10) VALUE SPACES.
01 WsHoldNote                PIC X(50) VALUE SPACES.
01 WsDispDays                PIC ZZZZZ9.

*> This run's journal identity and the image staging the journal
*> writes from. The before image is captured by reading the master
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT StudentFile
    IF WsStuFileStatus NOT = "00"
        DISPLAY "QCAMastMaint: student master QCASTU.dat missing "
            "or unreadable, status " WsStuFileStatus
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    ACCEPT WsRunDate FROM DATE YYYYMMDD
    ACCEPT WsRunTimeRaw FROM TIME
    MOVE SPACES TO WsRunId
    STRING WsRunDate WsRunTimeRaw (1:6) DELIMITED BY SIZE
        INTO WsRunId
    MOVE WsRunDate TO WsRunDateNum
    PERFORM LoadAwardedStudents
    OPEN OUTPUT HoldReportFile
    PERFORM WriteHoldHeader
    PERFORM LoadApprovals
    OPEN INPUT TransactionFile
    OPEN I-O MasterFile
    OPEN OUTPUT ExceptionFile
        STOP RUN
    END-IF
    PERFORM WriteExceptionHeader
    PERFORM ReviewSuspense
    PERFORM ReadTransaction
    PERFORM UNTIL EndOfTransactions
        PERFORM ApplyOneTransaction
        PERFORM ReadTransaction
    END-PERFORM
    CLOSE SuspenseFile
    PERFORM ReportUnusedApprovals
    PERFORM WriteMaintSummary
    PERFORM WriteHoldSummary
    CLOSE TransactionFile, MasterFile, ExceptionFile, AffectedFile
    CLOSE CatalogueFile, JournalFile, AwardKeyFile, HoldReportFile
    CLOSE StudentFile
    PERFORM StampMaintStep

    STOP RUN.
*> The shared run-state paragraphs - see RUNSTP.cpy.
COPY RUNSTP.

*> Rekeys the clearance's award list for the per-transaction lookup.
*> The trailer row is passed over.
LoadAwardedStudents.
    OPEN OUTPUT AwardKeyFile
    OPEN INPUT AwardsFile
    EVALUATE TRUE
        WHEN WsAwdFileStatus = "35"
            CONTINUE
        WHEN WsAwdFileStatus NOT = "00"
            DISPLAY "QCAMastMaint: awards file QCAAWARDS.dat "
                "unreadable, status " WsAwdFileStatus
            MOVE 8 TO RETURN-CODE
            STOP RUN
        WHEN OTHER
            PERFORM ReadAwardRecord
            PERFORM UNTIL WsAwdAtEnd
                IF AwdStudentId (1:1) = "T" AND AwdQcaText = SPACES
                    CONTINUE
                ELSE
                    MOVE AwdStudentId TO AwkStudentId
                    WRITE AwardKeyRec
                        INVALID KEY CONTINUE
                    END-WRITE
                END-IF
                PERFORM ReadAwardRecord
            END-PERFORM
            CLOSE AwardsFile
    END-EVALUATE
    CLOSE AwardKeyFile
    OPEN INPUT AwardKeyFile
    .

ReadAwardRecord.
    READ AwardsFile
        AT END SET WsAwdAtEnd TO TRUE
    END-READ
    .

CheckStudentAwarded.
    MOVE WsStudentId TO AwkStudentId
    READ AwardKeyFile
        INVALID KEY SET WsStudentAwarded TO FALSE
        NOT INVALID KEY SET WsStudentAwarded TO TRUE
    END-READ
    .

*> Approvals are checked for shape as they load; a malformed line is
*> refused on the hold report and releases nothing.
LoadApprovals.
    OPEN INPUT ApprovalFile
    EVALUATE TRUE
        WHEN WsAprFileStatus = "35"
            EXIT PARAGRAPH
        WHEN WsAprFileStatus NOT = "00"
            DISPLAY "QCAMastMaint: approval file QCAMNTAPR.dat "
                "unreadable, status " WsAprFileStatus
            MOVE 8 TO RETURN-CODE
            STOP RUN
    END-EVALUATE
    PERFORM ReadApprovalRecord
    PERFORM UNTIL WsAprAtEnd
        IF ApprovalRec NOT = SPACES AND ApprovalRec (1:1) NOT = "*"
            PERFORM LoadOneApproval
        END-IF
        PERFORM ReadApprovalRecord
    END-PERFORM
    CLOSE ApprovalFile
    .

ReadApprovalRecord.
    READ ApprovalFile
        AT END SET WsAprAtEnd TO TRUE
    END-READ
    .

LoadOneApproval.
    MOVE SPACES TO WsAprRefText
    MOVE SPACES TO WsAprApproverText
    UNSTRING ApprovalRec DELIMITED BY ","
        INTO WsAprRefText, WsAprApproverText
    IF WsAprRefText (1:18) NOT NUMERIC
       OR WsAprRefText (19:) NOT = SPACES
       OR WsAprApproverText = SPACES
       OR WsAprApproverText (9:) NOT = SPACES
        MOVE "malformed approval line" TO WsHoldNote
        PERFORM WriteRefusedApproval
        EXIT PARAGRAPH
    END-IF
    IF WsAprCount >= WsAprMax
        DISPLAY "QCAMastMaint: more approvals on QCAMNTAPR.dat "
            "than one run takes - split the file"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO WsAprCount
    MOVE WsAprRefText      TO WsAprRef (WsAprCount)
    MOVE WsAprApproverText TO WsAprApprover (WsAprCount)
    MOVE "N"               TO WsAprUsed (WsAprCount)
    .

*> Copies the suspense file aside and writes it back item by item:
*> an expired item is dropped, an approved one released and applied,
*> anything else kept pending. The file is left open for this run's
*> own holds.
ReviewSuspense.
    OPEN INPUT SuspenseFile
    EVALUATE TRUE
        WHEN WsSusFileStatus = "35"
            OPEN OUTPUT SuspenseFile
            EXIT PARAGRAPH
        WHEN WsSusFileStatus NOT = "00"
            DISPLAY "QCAMastMaint: suspense file QCAMNTSUS.dat "
                "unreadable, status " WsSusFileStatus
            MOVE 8 TO RETURN-CODE
            STOP RUN
    END-EVALUATE
    OPEN OUTPUT SuspenseCopyFile
    PERFORM ReadSuspenseRecord
    PERFORM UNTIL WsSusAtEnd
        MOVE SusRec TO SuspenseCopyRec
        WRITE SuspenseCopyRec
        PERFORM ReadSuspenseRecord
    END-PERFORM
    CLOSE SuspenseFile, SuspenseCopyFile
    MOVE "N" TO WsSusEofFlag
    OPEN INPUT SuspenseCopyFile
    OPEN OUTPUT SuspenseFile
    PERFORM ReadSuspenseCopy
    PERFORM UNTIL WsSusAtEnd
        MOVE SuspenseCopyRec TO SusRec
        PERFORM ReviewOneHeldItem
        PERFORM ReadSuspenseCopy
    END-PERFORM
    CLOSE SuspenseCopyFile
    .

ReadSuspenseRecord.
    READ SuspenseFile
        AT END SET WsSusAtEnd TO TRUE
    END-READ
    .

ReadSuspenseCopy.
    READ SuspenseCopyFile
        AT END SET WsSusAtEnd TO TRUE
    END-READ
    .

*> Expiry is judged before any approval: an approval arriving after
*> the suspense period is too late, and the item must be keyed again.
*> A released item is applied exactly as a new transaction would be,
*> less the hold checks its approval has answered - and may still be
*> rejected if the master has moved on since it was held.
ReviewOneHeldItem.
    MOVE SusHeldRunId (1:8) TO WsHeldDateNum
    COMPUTE WsHeldAgeDays =
        FUNCTION INTEGER-OF-DATE (WsRunDateNum)
        - FUNCTION INTEGER-OF-DATE (WsHeldDateNum)
    IF WsHeldAgeDays > WsSuspenseDays
        ADD 1 TO WsExpiredCount
        MOVE "EXPIRED" TO WsHoldOutcome
        MOVE WsHeldAgeDays TO WsDispDays
        MOVE SPACES TO WsHoldNote
        STRING "unapproved after " WsDispDays " days"
            DELIMITED BY SIZE INTO WsHoldNote
        PERFORM WriteHoldLine
        EXIT PARAGRAPH
    END-IF
    PERFORM FindApproval
    IF WsAprHit = 0
        PERFORM KeepItemPending
        EXIT PARAGRAPH
    END-IF
    MOVE "Y" TO WsAprUsed (WsAprHit)
    IF WsAprApprover (WsAprHit) = SusOfficer
        ADD 1 TO WsAprRefusedCount
        MOVE "REFUSED" TO WsHoldOutcome
        MOVE SPACES TO WsHoldNote
        STRING "approver " WsAprApprover (WsAprHit)
               " is the amending officer"
            DELIMITED BY SIZE INTO WsHoldNote
        PERFORM WriteHoldLine
        PERFORM KeepItemPending
        EXIT PARAGRAPH
    END-IF
    MOVE WsAprApprover (WsAprHit) TO WsApprover
    SET WsReleasingHeld TO TRUE
    MOVE SPACES TO TransactionRecText
    MOVE SusTransText TO TransactionRecText
    MOVE WsAppliedCount TO WsAppliedBefore
    PERFORM ApplyOneTransaction
    MOVE SPACES TO WsHoldNote
    IF WsAppliedCount > WsAppliedBefore
        ADD 1 TO WsReleasedCount
        MOVE "RELEASED" TO WsHoldOutcome
        STRING "approved by " WsApprover
            DELIMITED BY SIZE INTO WsHoldNote
    ELSE
        ADD 1 TO WsRelRejectCount
        MOVE "REJECTED" TO WsHoldOutcome
        STRING "approved by " WsApprover
               " but rejected - see QCAMNTEXC.txt"
            DELIMITED BY SIZE INTO WsHoldNote
    END-IF
    PERFORM WriteHoldLine
    SET WsReleasingHeld TO FALSE
    MOVE SPACES TO WsApprover
    .

KeepItemPending.
    WRITE SusRec
    ADD 1 TO WsPendingCount
    .

FindApproval.
    MOVE ZERO TO WsAprHit
    PERFORM VARYING WsAprSub FROM 1 BY 1
            UNTIL WsAprSub > WsAprCount OR WsAprHit > 0
        IF WsAprRef (WsAprSub) = SusRef
           AND WsAprUsed (WsAprSub) = "N"
            MOVE WsAprSub TO WsAprHit
        END-IF
    END-PERFORM
    .

ReportUnusedApprovals.
    PERFORM VARYING WsAprSub FROM 1 BY 1 UNTIL WsAprSub > WsAprCount
        IF WsAprUsed (WsAprSub) = "N"
            MOVE WsAprRef (WsAprSub) TO WsAprRefText
            MOVE WsAprApprover (WsAprSub) TO WsAprApproverText
            MOVE "approval matches no pending item" TO WsHoldNote
            PERFORM WriteRefusedApproval
        END-IF
    END-PERFORM
    .

ReadTransaction.
    READ TransactionFile
        AT END SET EndOfTransactions TO TRUE
                PERFORM WriteExceptionLine
            END-IF
        WHEN WsIsDeleteTrans
            PERFORM UnstringDeleteTransaction
            SET WsRecordIsValid TO TRUE
            PERFORM CheckAuthority
            IF WsRecordIsValid
                PERFORM DeleteMasterRecord
            ELSE
                PERFORM WriteExceptionLine
            END-IF
        WHEN OTHER
            MOVE "unknown transaction type" TO WsExceptionReason
            PERFORM WriteExceptionLine
UnstringResultTransaction.
    MOVE SPACES TO WsProgCode
    MOVE SPACES TO WkSession
    MOVE SPACES TO WsOfficer
    MOVE SPACES TO WsReasonCode
    UNSTRING TransactionRecText DELIMITED BY ","
        INTO WsTransType, WsStudentId, WsStudentName, WsProgCode,
             WkSemester,
             WkModuleCode, WsModuleName, WkGrade, WkCredits,
             WkAccHours, WkNonQHours, WkFactor, WkSession,
             WsOfficer, WsReasonCode
    .

UnstringDeleteTransaction.
    MOVE SPACES TO WsOfficer
    MOVE SPACES TO WsReasonCode
    UNSTRING TransactionRecText DELIMITED BY ","
        INTO WsTransType, WsStudentId, WkSemester, WkModuleCode,
             WsOfficer, WsReasonCode
    .

*> Who is amending and why - a transaction that cannot say is
*> refused before it touches the master or the suspense file.
CheckAuthority.
    EVALUATE TRUE
        WHEN WsOfficer = SPACES
            SET WsRecordIsValid TO FALSE
            MOVE "amending officer missing" TO WsExceptionReason
        WHEN NOT WsReasonKnown
            SET WsRecordIsValid TO FALSE
            MOVE "reason code missing or unknown"
                TO WsExceptionReason
    END-EVALUATE
    .

*> The whole verdict on an "A"/"C" transaction: the shared VALDTL
*> field checks, then the programme code (the master stores it on
*> every record, so a transaction cannot arrive without one), then
*> the amending officer and reason code, then the catalogue, then
*> the student master.
ValidateResultTransaction.
    PERFORM ValidateDetailRecord
    IF WsRecordIsValid AND WsProgCode = SPACES
        SET WsRecordIsValid TO FALSE
        MOVE "programme code missing" TO WsExceptionReason
    END-IF
    IF WsRecordIsValid
        PERFORM CheckAuthority
    END-IF
    IF WsRecordIsValid
        PERFORM CheckModuleOnCatalogue
    END-IF
    IF WsRecordIsValid
        PERFORM CheckStudentOnRegister
    END-IF
    .

*> The shared module-result checks - see VALDTL.cpy.
    END-READ
    .

*> The student-master check QCAFeedAccept applies to a header: no
*> result may be added or amended for a student the registry does
*> not know or has withdrawn, nor under a name or programme the
*> student master does not hold. A delete is not checked - taking a
*> result off a withdrawn student's record is a legitimate tidy-up.
CheckStudentOnRegister.
    MOVE WsStudentId TO StuStudentId
    READ StudentFile
        INVALID KEY
            SET WsRecordIsValid TO FALSE
            MOVE "student not on student master" TO WsExceptionReason
        NOT INVALID KEY
            EVALUATE TRUE
                WHEN StuIsWithdrawn
                    SET WsRecordIsValid TO FALSE
                    MOVE "student withdrawn on student master"
                        TO WsExceptionReason
                WHEN WsStudentName NOT = StuStudentName
                    SET WsRecordIsValid TO FALSE
                    MOVE "name disagrees with student master"
                        TO WsExceptionReason
                WHEN WsProgCode NOT = StuProgCode
                    SET WsRecordIsValid TO FALSE
                    MOVE "programme disagrees with student master"
                        TO WsExceptionReason
            END-EVALUATE
    END-READ
    .

MoveFieldsToMaster.
    MOVE WsStudentId   TO MstStudentId
    MOVE WkSemester    TO MstSemester
    .

AddMasterRecord.
    PERFORM JudgeAwardedHold
    IF WsMustHold
        PERFORM HoldTransaction
        EXIT PARAGRAPH
    END-IF
    PERFORM MoveFieldsToMaster
    WRITE MstRec
        INVALID KEY
            MOVE "amend: key not on master" TO WsExceptionReason
            PERFORM WriteExceptionLine
        NOT INVALID KEY
            PERFORM JudgeChangeHold
            IF WsMustHold
                PERFORM HoldTransaction
            ELSE
                PERFORM RewriteMasterRecord
            END-IF
    END-READ
    .

RewriteMasterRecord.
    MOVE "Y" TO WsBeforePresent
    MOVE MstRec TO WsBeforeImage
    PERFORM MoveFieldsToMaster
    REWRITE MstRec
        INVALID KEY
            MOVE "amend: key not on master" TO WsExceptionReason
            PERFORM WriteExceptionLine
        NOT INVALID KEY
            MOVE "Y" TO WsAfterPresent
            MOVE MstRec TO WsAfterImage
            MOVE "C" TO WsJrnActionCode
            PERFORM WriteJournalRecord
            PERFORM CountAppliedTransaction
    END-REWRITE
    .

*> The delete reads its victim first for the same reason the amend
*> does - the journal's before image is the only copy of the record
*> that survives it.
DeleteMasterRecord.
    MOVE WsStudentId  TO MstStudentId
    MOVE WkSemester   TO MstSemester
    MOVE WkModuleCode TO MstModuleCode
            MOVE "delete: key not on master" TO WsExceptionReason
            PERFORM WriteExceptionLine
        NOT INVALID KEY
            PERFORM JudgeAwardedHold
            IF WsMustHold
                PERFORM HoldTransaction
            ELSE
                PERFORM RemoveMasterRecord
            END-IF
    END-READ
    .

RemoveMasterRecord.
    MOVE "Y" TO WsBeforePresent
    MOVE MstRec TO WsBeforeImage
    DELETE MasterFile
        INVALID KEY
            MOVE "delete: key not on master" TO WsExceptionReason
            PERFORM WriteExceptionLine
        NOT INVALID KEY
            MOVE "N" TO WsAfterPresent
            MOVE SPACES TO WsAfterImage
            MOVE "X" TO WsJrnActionCode
            PERFORM WriteJournalRecord
            PERFORM CountAppliedTransaction
    END-DELETE
    .

*> The second-signature tests. Neither applies while a held item is
*> being released - its approval is the second signature. An add or
*> delete for a student already cleared for award is held outright;
*> an amendment is held when it moves the grade across the pass/fail
*> line, or when it changes anything that scores (grade, credits,
*> hours, factor, session) for a student already cleared - a name
*> correction does not need a second officer.
JudgeAwardedHold.
    SET WsMustHold TO FALSE
    IF WsReleasingHeld
        EXIT PARAGRAPH
    END-IF
    PERFORM CheckStudentAwarded
    IF WsStudentAwarded
        SET WsMustHold TO TRUE
        MOVE "result change for a student cleared for award"
            TO WsHoldReason
    END-IF
    .

JudgeChangeHold.
    SET WsMustHold TO FALSE
    IF WsReleasingHeld
        EXIT PARAGRAPH
    END-IF
    MOVE MstGrade TO WsSideGrade
    PERFORM DetermineGradeSide
    MOVE WsGradeSide TO WsBeforeSide
    MOVE WkGrade TO WsSideGrade
    PERFORM DetermineGradeSide
    MOVE WsGradeSide TO WsAfterSide
    IF WsBeforeSide NOT = WsAfterSide
       AND (WsBeforeSide = "P" OR WsAfterSide = "P")
        SET WsMustHold TO TRUE
        MOVE "grade crosses the pass/fail line" TO WsHoldReason
        EXIT PARAGRAPH
    END-IF
    PERFORM CheckStudentAwarded
    IF WsStudentAwarded
       AND (MstGrade     NOT = WkGrade
         OR MstCredits   NOT = WkCredits
         OR MstAccHours  NOT = WkAccHours
         OR MstNonQHours NOT = WkNonQHours
         OR MstFactor    NOT = WkFactor
         OR MstSession   NOT = WkSession)
        SET WsMustHold TO TRUE
        MOVE "result change for a student cleared for award"
            TO WsHoldReason
    END-IF
    .

DetermineGradeSide.
    MOVE "O" TO WsGradeSide
    SET GrdptsIdx TO 1
    SEARCH GrdptsEntry
        WHEN GrdptsCode (GrdptsIdx) = WsSideGrade
            EVALUATE TRUE
                WHEN GrdptsIsQualifying (GrdptsIdx)
                     AND GrdptsPoints (GrdptsIdx) > 0
                    MOVE "P" TO WsGradeSide
                WHEN GrdptsIsQualifying (GrdptsIdx)
                    MOVE "F" TO WsGradeSide
            END-EVALUATE
    END-SEARCH
    .

*> Parks the transaction, exactly as it arrived, on the suspense file
*> under this run's id and its sequence in the run.
HoldTransaction.
    ADD 1 TO WsHoldSeq
    MOVE SPACES TO SusRec
    MOVE WsRunId             TO SusHeldRunId
    MOVE WsHoldSeq           TO SusHeldSeq
    MOVE WsOfficer           TO SusOfficer
    MOVE WsReasonCode        TO SusReasonCode
    MOVE WsHoldReason        TO SusHoldReason
    MOVE TransactionRecText  TO SusTransText
    WRITE SusRec
    ADD 1 TO WsHeldCount
    MOVE "HELD" TO WsHoldOutcome
    MOVE WsHoldReason TO WsHoldNote
    PERFORM WriteHoldLine
    .

WriteJournalRecord.
    ADD 1 TO WsJrnSeq
    MOVE WsRunId          TO JrnRunId
    MOVE WsBeforeImage    TO JrnBeforeImage
    MOVE WsAfterPresent   TO JrnAfterPresent
    MOVE WsAfterImage     TO JrnAfterImage
    MOVE WsOfficer        TO JrnOfficer
    MOVE WsReasonCode     TO JrnReasonCode
    MOVE WsApprover       TO JrnApprover
    WRITE JrnRec
    .

    STRING "Transactions rejected:" WsDispCount DELIMITED BY SIZE
        INTO ExceptionBody
    WRITE ExceptionBody
    MOVE WsHeldCount TO WsDispCount
    MOVE SPACES TO ExceptionBody
    STRING "Transactions held:    " WsDispCount
           "   (see QCAMNTHLD.txt; applied includes released items)"
        DELIMITED BY SIZE INTO ExceptionBody
    WRITE ExceptionBody
    DISPLAY "QCAMastMaint: " WsAppliedCount " applied, "
        WsRejectCount " rejected, " WsSeenCount
        " students for rebuild"
    DISPLAY "QCAMastMaint: journal run id " WsRunId
        " (name this to QCAMastBack to reverse the run)"
    .

WriteHoldHeader.
    MOVE "QCA MASTER MAINTENANCE - DUAL-CONTROL SUSPENSE"
        TO HoldReportBody
    WRITE HoldReportBody
    MOVE SPACES TO HoldReportBody
    STRING "Run " WsRunId "   approvals from QCAMNTAPR.dat, "
           "pending items on QCAMNTSUS.dat"
        DELIMITED BY SIZE INTO HoldReportBody
    WRITE HoldReportBody
    MOVE "Outcome   Reference           Officer  Rsn  Note"
        TO HoldReportBody
    WRITE HoldReportBody
    .

*> One item: the outcome line, then the transaction as keyed.
WriteHoldLine.
    MOVE SPACES TO WsHoldLine
    STRING WsHoldOutcome SusRef "  " SusOfficer " "
           SusReasonCode "  " WsHoldNote
        DELIMITED BY SIZE INTO WsHoldLine
    MOVE WsHoldLine TO HoldReportBody
    WRITE HoldReportBody
    MOVE SPACES TO WsHoldLine
    STRING "          " SusTransText DELIMITED BY SIZE
        INTO WsHoldLine
    MOVE WsHoldLine TO HoldReportBody
    WRITE HoldReportBody
    .

WriteRefusedApproval.
    ADD 1 TO WsAprRefusedCount
    MOVE SPACES TO WsHoldLine
    STRING "REFUSED   " WsAprRefText (1:18) "  "
           WsAprApproverText (1:8) "       " WsHoldNote
        DELIMITED BY SIZE INTO WsHoldLine
    MOVE WsHoldLine TO HoldReportBody
    WRITE HoldReportBody
    .

WriteHoldSummary.
    MOVE SPACES TO HoldReportBody
    WRITE HoldReportBody
    MOVE WsHeldCount TO WsDispCount
    STRING "Held this run:          " WsDispCount DELIMITED BY SIZE
        INTO HoldReportBody
    WRITE HoldReportBody
    MOVE WsReleasedCount TO WsDispCount
    MOVE SPACES TO HoldReportBody
    STRING "Released and applied:   " WsDispCount DELIMITED BY SIZE
        INTO HoldReportBody
    WRITE HoldReportBody
    MOVE WsRelRejectCount TO WsDispCount
    MOVE SPACES TO HoldReportBody
    STRING "Released but rejected:  " WsDispCount DELIMITED BY SIZE
        INTO HoldReportBody
    WRITE HoldReportBody
    MOVE WsExpiredCount TO WsDispCount
    MOVE SPACES TO HoldReportBody
    STRING "Expired:                " WsDispCount DELIMITED BY SIZE
        INTO HoldReportBody
    WRITE HoldReportBody
    ADD WsHeldCount TO WsPendingCount
    MOVE WsPendingCount TO WsDispCount
    MOVE SPACES TO HoldReportBody
    STRING "Pending after this run: " WsDispCount DELIMITED BY SIZE
        INTO HoldReportBody
    WRITE HoldReportBody
    MOVE WsAprRefusedCount TO WsDispCount
    MOVE SPACES TO HoldReportBody
    STRING "Approvals refused:      " WsDispCount DELIMITED BY SIZE
        INTO HoldReportBody
    WRITE HoldReportBody
    DISPLAY "QCAMastMaint: " WsHeldCount " held, " WsReleasedCount
        " released, " WsExpiredCount " expired, " WsPendingCount
        " pending - see QCAMNTHLD.txt"
    .
