IDENTIFICATION DIVISION.
PROGRAM-ID. QCAMitMaint.
AUTHOR. Lorna Ryan.

*> Applies a file of transactions to the mitigating-circumstances
*> register (QCAMIT.dat - see MITREC.cpy), the record of each case
*> the board approved and what it decided, so that a student's
*> results stay on the master as the examiner gave them and the
*> calculation and the clearance apply the decision instead.
*> QCAMITTX.dat carries one comma-delimited transaction per line:
*>
*>   A,student,sem,module,decision,case ref,approved yyyymmdd,note
*>   C,student,sem,module,decision,case ref,approved yyyymmdd,note
*>   X,student,sem,module
*>
*> "A" records a case, "C" amends one in place, "X" withdraws one.
*> The decision is D (discount the attempt), F (treat a failure as a
*> first sitting) or R (defer). A case must name a module result that
*> is on the results master, and an F case a failed one - the register
*> can only speak about results that exist. Anything that fails - bad
*> fields, no such result, an add whose key is already registered,
*> an amend or withdrawal whose key is not - goes to the exceptions
*> report QCAMITEXC.txt with the reason.
*>
*> A case changes a student's figures exactly as an amendment to the
*> master does, so it travels the same road: the ids of students whose
*> cases changed are appended to QCAMNTAFF.dat, the rebuild list a
*> RUNMODE=AMEND calculation consumes, and the run stamps MAINT - the
*> stamp that lets that amendment cycle run and stops the graduation
*> clearance judging figures the register has overtaken.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT TransactionFile ASSIGN TO "QCAMITTX.dat"
    ORGANIZATION IS LINE SEQUENTIAL.

*> FILE STATUS so the very first maintenance run can create the
*> register (status 35 falls back to OPEN OUTPUT) instead of
*> demanding the file be seeded by hand.
SELECT MitigationFile ASSIGN TO "QCAMIT.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM
    RECORD KEY IS MitKey
    FILE STATUS IS WsMitFileStatus.

*> Read a result at a time to confirm each case names one that
*> exists.
SELECT MasterFile ASSIGN TO "QCAMST.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM
    RECORD KEY IS MstKey
    FILE STATUS IS WsMstFileStatus.

SELECT ExceptionFile ASSIGN TO "QCAMITEXC.txt"
    ORGANIZATION IS LINE SEQUENTIAL.

*> The rebuild list QCAMastMaint also appends to - EXTEND, never
*> OUTPUT; see the note there.
SELECT AffectedFile ASSIGN TO "QCAMNTAFF.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WsAffFileStatus.

*> The batch chain's shared run-state file - a case needs a loaded
*> master to name, and the MAINT stamp is what lets the amendment
*> cycle rebuild the transcripts it changes. See RUNSTAT.cpy.
SELECT RunStateFile ASSIGN TO "QCARUNSTAT.dat"
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WsRstFileStatus.

DATA DIVISION.
FILE SECTION.
FD TransactionFile.
01 TransactionRec.
    88 EndOfTransactions  VALUE HIGH-VALUES.
    02 TransactionRecText  PIC X(100).

FD MitigationFile.
COPY MITREC.

FD MasterFile.
COPY MSTREC.

FD ExceptionFile.
01 ExceptionBody          PIC X(160).

FD AffectedFile.
01 AffectedRec            PIC X(8).

FD RunStateFile.
COPY RUNSTAT.

WORKING-STORAGE SECTION.

*> Shared run-state working storage - see RUNSTWS.cpy.
COPY RUNSTWS.

01 WsFeedId                  PIC X(14) VALUE SPACES.
01 WsRunId                   PIC X(14) VALUE SPACES.
01 WsRunDate                 PIC X(8) VALUE SPACES.
01 WsRunTimeRaw              PIC X(8) VALUE SPACES.

01 WsMitFileStatus           PIC XX VALUE "00".
01 WsMstFileStatus           PIC XX VALUE "00".
01 WsAffFileStatus           PIC XX VALUE "00".

01 WsTransType               PIC X VALUE SPACES.
    88 WsIsAddTrans              VALUE "A".
    88 WsIsChangeTrans           VALUE "C".
    88 WsIsDeleteTrans           VALUE "X".

*> The transaction's fields, unstrung as text so a bad semester digit
*> or date is a rejected transaction, not an abend.
01 WsStudentId               PIC X(8)  VALUE SPACES.
01 WsSemesterText            PIC X     VALUE SPACES.
01 WsSemesterNum REDEFINES WsSemesterText PIC 9.
01 WsModuleCode              PIC X(6)  VALUE SPACES.
01 WsDecision                PIC X     VALUE SPACES.
01 WsCaseRef                 PIC X(10) VALUE SPACES.
01 WsApprovedDate            PIC X(8)  VALUE SPACES.
01 WsApprovedParts REDEFINES WsApprovedDate.
    02 WsApprovedYear        PIC 9(4).
    02 WsApprovedMonth       PIC 99.
    02 WsApprovedDay         PIC 99.
01 WsNote                    PIC X(40) VALUE SPACES.

01 WsValidationFlag          PIC X VALUE "Y".
    88 WsRecordIsValid           VALUE "Y" FALSE "N".
01 WsExceptionReason         PIC X(40) VALUE SPACES.
01 WsExceptionLine           PIC X(160) VALUE SPACES.

*> Shared grade-to-points table - see GRDPTS.cpy; an F case needs
*> the result it names to be a failure, and a failure is a
*> qualifying grade that pays nothing.
COPY GRDPTS.

*> Ids of students whose cases changed, deduplicated as QCAMastMaint
*> does - an overflow id is written anyway, since a duplicate on the
*> rebuild list is harmless and a missing one is not.
01 WsSeenMax                 PIC 9(4) VALUE 2000.
01 WsSeenCount               PIC 9(4) VALUE ZERO.
01 WsSeenTable.
    02 WsSeenId OCCURS 2000 TIMES PIC X(8).
01 WsSeenSub                 PIC 9(4) COMP VALUE ZERO.
01 WsSeenFound               PIC X VALUE "N".
    88 WsIdAlreadySeen           VALUE "Y" FALSE "N".

01 WsTransRead               PIC 9(6) VALUE ZERO.
01 WsAppliedCount            PIC 9(6) VALUE ZERO.
01 WsRejectCount             PIC 9(6) VALUE ZERO.
01 WsDispCount               PIC ZZZZZ9.

PROCEDURE DIVISION.
Begin.
    PERFORM CheckRunSequence
    ACCEPT WsRunDate FROM DATE YYYYMMDD
    ACCEPT WsRunTimeRaw FROM TIME
    MOVE SPACES TO WsRunId
    STRING WsRunDate WsRunTimeRaw (1:6) DELIMITED BY SIZE
        INTO WsRunId
    OPEN INPUT MasterFile
    IF WsMstFileStatus NOT = "00"
        DISPLAY "QCAMitMaint: results master QCAMST.dat missing "
            "or unreadable, status " WsMstFileStatus
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN I-O MitigationFile
    IF WsMitFileStatus = "35"
        OPEN OUTPUT MitigationFile
        CLOSE MitigationFile
        OPEN I-O MitigationFile
    END-IF
    IF WsMitFileStatus NOT = "00"
        DISPLAY "QCAMitMaint: error opening QCAMIT.dat, status "
            WsMitFileStatus
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT TransactionFile
    OPEN OUTPUT ExceptionFile
    OPEN EXTEND AffectedFile
    IF WsAffFileStatus = "35"
        OPEN OUTPUT AffectedFile
    END-IF
    PERFORM WriteExceptionHeader
    PERFORM ReadTransaction
    PERFORM UNTIL EndOfTransactions
        PERFORM ApplyOneTransaction
        PERFORM ReadTransaction
    END-PERFORM
    PERFORM WriteMaintSummary
    CLOSE TransactionFile, MitigationFile, MasterFile
    CLOSE ExceptionFile, AffectedFile
    PERFORM StampMaintStep

    STOP RUN.

*> As for QCAMastMaint: with no clean LOAD stamp there is no master
*> a case could name.
CheckRunSequence.
    PERFORM ReadRunState
    MOVE "LOAD" TO WsRstStepWanted
    PERFORM FindRunStep
    IF WsRstHit = 0 OR WsRstFoundRc NOT = "00"
        DISPLAY "QCAMitMaint: out of sequence - no loaded master "
            "on record; run QCAMastLoad first"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WsRstFoundFeedId TO WsFeedId
    .

StampMaintStep.
    MOVE "MAINT" TO WsRstStepWanted
    MOVE WsRunId TO WsRstNewRunId
    MOVE WsFeedId TO WsRstNewFeedId
    MOVE "00" TO WsRstNewRc
    MOVE WsAppliedCount TO WsRstNewCount
    PERFORM StampRunState
    .

*> The shared run-state paragraphs - see RUNSTP.cpy.
COPY RUNSTP.

ReadTransaction.
    READ TransactionFile
        AT END SET EndOfTransactions TO TRUE
    END-READ
    IF NOT EndOfTransactions
        ADD 1 TO WsTransRead
    END-IF
    .

ApplyOneTransaction.
    UNSTRING TransactionRecText DELIMITED BY ","
        INTO WsTransType
    EVALUATE TRUE
        WHEN WsIsAddTrans
            PERFORM UnstringCaseTransaction
            PERFORM ValidateCaseFields
            IF WsRecordIsValid
                PERFORM AddCaseRecord
            ELSE
                PERFORM WriteExceptionLine
            END-IF
        WHEN WsIsChangeTrans
            PERFORM UnstringCaseTransaction
            PERFORM ValidateCaseFields
            IF WsRecordIsValid
                PERFORM ChangeCaseRecord
            ELSE
                PERFORM WriteExceptionLine
            END-IF
        WHEN WsIsDeleteTrans
            PERFORM DeleteCaseRecord
        WHEN OTHER
            MOVE "unknown transaction type" TO WsExceptionReason
            PERFORM WriteExceptionLine
    END-EVALUATE
    .

UnstringCaseTransaction.
    MOVE SPACES TO WsStudentId, WsSemesterText, WsModuleCode
    MOVE SPACES TO WsDecision, WsCaseRef, WsApprovedDate, WsNote
    UNSTRING TransactionRecText DELIMITED BY ","
        INTO WsTransType, WsStudentId, WsSemesterText, WsModuleCode,
             WsDecision, WsCaseRef, WsApprovedDate, WsNote
    .

*> The register's own field rules, then the result the case names:
*> it must be on the master, and an F case's result must be a
*> failure.
ValidateCaseFields.
    SET WsRecordIsValid TO TRUE
    MOVE SPACES TO WsExceptionReason
    EVALUATE TRUE
        WHEN WsStudentId = SPACES
            SET WsRecordIsValid TO FALSE
            MOVE "student id missing" TO WsExceptionReason
        WHEN WsSemesterText NOT NUMERIC OR WsSemesterNum = 0
            SET WsRecordIsValid TO FALSE
            MOVE "semester must be 1-9" TO WsExceptionReason
        WHEN WsModuleCode = SPACES
            SET WsRecordIsValid TO FALSE
            MOVE "module code missing" TO WsExceptionReason
        WHEN WsDecision NOT = "D" AND WsDecision NOT = "F"
             AND WsDecision NOT = "R"
            SET WsRecordIsValid TO FALSE
            MOVE "decision must be D, F or R" TO WsExceptionReason
        WHEN WsCaseRef = SPACES
            SET WsRecordIsValid TO FALSE
            MOVE "case reference missing" TO WsExceptionReason
        WHEN WsApprovedDate NOT NUMERIC
          OR WsApprovedMonth < 1 OR WsApprovedMonth > 12
          OR WsApprovedDay < 1 OR WsApprovedDay > 31
            SET WsRecordIsValid TO FALSE
            MOVE "approval date must be yyyymmdd" TO WsExceptionReason
        WHEN OTHER
            PERFORM CheckResultOnMaster
    END-EVALUATE
    .

CheckResultOnMaster.
    MOVE WsStudentId   TO MstStudentId
    MOVE WsSemesterNum TO MstSemester
    MOVE WsModuleCode  TO MstModuleCode
    READ MasterFile
        INVALID KEY
            SET WsRecordIsValid TO FALSE
            MOVE "no such module result on master"
                TO WsExceptionReason
        NOT INVALID KEY
            IF WsDecision = "F"
                PERFORM CheckResultIsFailure
            END-IF
    END-READ
    .

CheckResultIsFailure.
    SET GrdptsIdx TO 1
    SEARCH GrdptsEntry
        AT END
            SET WsRecordIsValid TO FALSE
        WHEN GrdptsCode (GrdptsIdx) = MstGrade
            IF NOT GrdptsIsQualifying (GrdptsIdx)
               OR GrdptsPoints (GrdptsIdx) > 0
                SET WsRecordIsValid TO FALSE
            END-IF
    END-SEARCH
    IF NOT WsRecordIsValid
        MOVE "first sitting needs a failed result"
            TO WsExceptionReason
    END-IF
    .

MoveFieldsToCase.
    MOVE WsStudentId    TO MitStudentId
    MOVE WsSemesterNum  TO MitSemester
    MOVE WsModuleCode   TO MitModuleCode
    MOVE WsDecision     TO MitDecision
    MOVE WsCaseRef      TO MitCaseRef
    MOVE WsApprovedDate TO MitApprovedDate
    MOVE WsNote         TO MitNote
    .

AddCaseRecord.
    PERFORM MoveFieldsToCase
    WRITE MitRec
        INVALID KEY
            MOVE "add: case already registered"
                TO WsExceptionReason
            PERFORM WriteExceptionLine
        NOT INVALID KEY
            PERFORM CountAppliedTransaction
    END-WRITE
    .

ChangeCaseRecord.
    PERFORM MoveFieldsToCase
    REWRITE MitRec
        INVALID KEY
            MOVE "amend: case not registered"
                TO WsExceptionReason
            PERFORM WriteExceptionLine
        NOT INVALID KEY
            PERFORM CountAppliedTransaction
    END-REWRITE
    .

*> A withdrawal needs no check against the master - the case goes
*> whether or not its result is still there.
DeleteCaseRecord.
    MOVE SPACES TO WsStudentId, WsSemesterText, WsModuleCode
    UNSTRING TransactionRecText DELIMITED BY ","
        INTO WsTransType, WsStudentId, WsSemesterText, WsModuleCode
    IF WsSemesterText NOT NUMERIC
        MOVE "semester must be 1-9" TO WsExceptionReason
        PERFORM WriteExceptionLine
        EXIT PARAGRAPH
    END-IF
    MOVE WsStudentId   TO MitStudentId
    MOVE WsSemesterNum TO MitSemester
    MOVE WsModuleCode  TO MitModuleCode
    DELETE MitigationFile
        INVALID KEY
            MOVE "withdraw: case not registered"
                TO WsExceptionReason
            PERFORM WriteExceptionLine
        NOT INVALID KEY
            PERFORM CountAppliedTransaction
    END-DELETE
    .

CountAppliedTransaction.
    ADD 1 TO WsAppliedCount
    PERFORM NoteAffectedStudent
    .

NoteAffectedStudent.
    SET WsIdAlreadySeen TO FALSE
    PERFORM VARYING WsSeenSub FROM 1 BY 1 UNTIL WsSeenSub > WsSeenCount
        IF WsSeenId (WsSeenSub) = WsStudentId
            SET WsIdAlreadySeen TO TRUE
        END-IF
    END-PERFORM
    IF NOT WsIdAlreadySeen
        IF WsSeenCount < WsSeenMax
            ADD 1 TO WsSeenCount
            MOVE WsStudentId TO WsSeenId (WsSeenCount)
        END-IF
        MOVE WsStudentId TO AffectedRec
        WRITE AffectedRec
    END-IF
    .

WriteExceptionHeader.
    MOVE "QCA MITIGATING CIRCUMSTANCES MAINTENANCE - REJECTED TRANSACTIONS"
        TO ExceptionBody
    WRITE ExceptionBody
    MOVE "Reason                                  Transaction"
        TO ExceptionBody
    WRITE ExceptionBody
    .

WriteExceptionLine.
    MOVE SPACES TO WsExceptionLine
    STRING WsExceptionReason TransactionRecText DELIMITED BY SIZE
        INTO WsExceptionLine
    MOVE WsExceptionLine TO ExceptionBody
    WRITE ExceptionBody
    ADD 1 TO WsRejectCount
    .

WriteMaintSummary.
    MOVE SPACES TO ExceptionBody
    WRITE ExceptionBody
    MOVE WsTransRead TO WsDispCount
    STRING "Transactions read:    " WsDispCount DELIMITED BY SIZE
        INTO ExceptionBody
    WRITE ExceptionBody
    MOVE WsAppliedCount TO WsDispCount
    MOVE SPACES TO ExceptionBody
    STRING "Transactions applied: " WsDispCount DELIMITED BY SIZE
        INTO ExceptionBody
    WRITE ExceptionBody
    MOVE WsRejectCount TO WsDispCount
    MOVE SPACES TO ExceptionBody
    STRING "Transactions rejected:" WsDispCount DELIMITED BY SIZE
        INTO ExceptionBody
    WRITE ExceptionBody
    DISPLAY "QCAMitMaint: " WsAppliedCount " applied, "
        WsRejectCount " rejected, " WsSeenCount
        " students for rebuild"
    .
