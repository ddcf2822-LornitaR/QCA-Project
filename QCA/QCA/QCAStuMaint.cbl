IDENTIFICATION DIVISION.
PROGRAM-ID. QCAStuMaint.
AUTHOR. Lorna Ryan.

*> Applies a file of amendment transactions to the student master
*> (QCASTU.dat - see STUREC.cpy), the registry's official list of
*> students - id, name, programme, entry session and enrolment
*> status - that QCAFeedAccept and QCAMastMaint hold results to and
*> QCAGradClear and QCAArchive read statuses from. QCASTX.dat carries
*> one comma-delimited transaction per line:
*>
*>   A,student,name,prog,entry session,status
*>   C,student,name,prog,entry session,status
*>   X,student
*>
*> "A" adds a student, "C" amends one in place, "X" deletes one.
*> Status is E (enrolled), W (withdrawn), S (suspended) or G
*> (graduated). A student leaving is normally a "C" to the new status
*> rather than an "X" - results already on the master keep their
*> student that way. Anything that fails - bad fields, an add whose
*> id already exists, an amend or delete whose id does not - goes to
*> the exceptions report QCASTUEXC.txt with the reason.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT TransactionFile ASSIGN TO "QCASTX.dat"
    ORGANIZATION IS LINE SEQUENTIAL.

*> FILE STATUS so the very first maintenance run can create the
*> student master (status 35 falls back to OPEN OUTPUT) instead of
*> demanding the file be seeded by hand.
SELECT StudentFile ASSIGN TO "QCASTU.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM
    RECORD KEY IS StuKey
    FILE STATUS IS WsStuFileStatus.

SELECT ExceptionFile ASSIGN TO "QCASTUEXC.txt"
    ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD TransactionFile.
01 TransactionRec.
    88 EndOfTransactions  VALUE HIGH-VALUES.
    02 TransactionRecText  PIC X(100).

FD StudentFile.
COPY STUREC.

FD ExceptionFile.
01 ExceptionBody          PIC X(160).

WORKING-STORAGE SECTION.

01 WsStuFileStatus           PIC XX VALUE "00".

01 WsTransType               PIC X VALUE SPACES.
    88 WsIsAddTrans              VALUE "A".
    88 WsIsChangeTrans           VALUE "C".
    88 WsIsDeleteTrans           VALUE "X".

*> The transaction's student fields, unstrung as text so a bad
*> session is a rejected transaction, not an abend. The id is
*> unstrung wider than the key so an over-long one is caught rather
*> than silently cut down to someone else's.
01 WsStudentIdText           PIC X(12) VALUE SPACES.
01 WsStudentName             PIC X(30) VALUE SPACES.
01 WsProgCode                PIC X(4)  VALUE SPACES.
01 WsEntrySession            PIC X(4)  VALUE SPACES.
01 WsStatus                  PIC X     VALUE SPACES.
    88 WsStatusValid             VALUE "E" "W" "S" "G".

01 WsValidationFlag          PIC X VALUE "Y".
    88 WsRecordIsValid           VALUE "Y" FALSE "N".
01 WsExceptionReason         PIC X(40) VALUE SPACES.
01 WsExceptionLine           PIC X(160) VALUE SPACES.

01 WsTransRead               PIC 9(6) VALUE ZERO.
01 WsAppliedCount            PIC 9(6) VALUE ZERO.
01 WsRejectCount             PIC 9(6) VALUE ZERO.
01 WsDispCount               PIC ZZZZZ9.

PROCEDURE DIVISION.
Begin.
    OPEN INPUT TransactionFile
    OPEN I-O StudentFile
    IF WsStuFileStatus = "35"
        OPEN OUTPUT StudentFile
        CLOSE StudentFile
        OPEN I-O StudentFile
    END-IF
    IF WsStuFileStatus NOT = "00"
        DISPLAY "QCAStuMaint: error opening QCASTU.dat, status "
            WsStuFileStatus
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT ExceptionFile
    PERFORM WriteExceptionHeader
    PERFORM ReadTransaction
    PERFORM UNTIL EndOfTransactions
        PERFORM ApplyOneTransaction
        PERFORM ReadTransaction
    END-PERFORM
    PERFORM WriteMaintSummary
    CLOSE TransactionFile, StudentFile, ExceptionFile

    STOP RUN.

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
            PERFORM UnstringStudentTransaction
            PERFORM ValidateStudentFields
            IF WsRecordIsValid
                PERFORM AddStudentRecord
            ELSE
                PERFORM WriteExceptionLine
            END-IF
        WHEN WsIsChangeTrans
            PERFORM UnstringStudentTransaction
            PERFORM ValidateStudentFields
            IF WsRecordIsValid
                PERFORM ChangeStudentRecord
            ELSE
                PERFORM WriteExceptionLine
            END-IF
        WHEN WsIsDeleteTrans
            PERFORM DeleteStudentRecord
        WHEN OTHER
            MOVE "unknown transaction type" TO WsExceptionReason
            PERFORM WriteExceptionLine
    END-EVALUATE
    .

UnstringStudentTransaction.
    MOVE SPACES TO WsStudentIdText, WsStudentName, WsProgCode
    MOVE SPACES TO WsEntrySession, WsStatus
    UNSTRING TransactionRecText DELIMITED BY ","
        INTO WsTransType, WsStudentIdText, WsStudentName,
             WsProgCode, WsEntrySession, WsStatus
    .

*> The student master's own field rules. The entry session is a
*> four-digit year, as a result's session is on the feed.
ValidateStudentFields.
    SET WsRecordIsValid TO TRUE
    MOVE SPACES TO WsExceptionReason
    EVALUATE TRUE
        WHEN WsStudentIdText = SPACES
            SET WsRecordIsValid TO FALSE
            MOVE "student id missing" TO WsExceptionReason
        WHEN WsStudentIdText (9:) NOT = SPACES
            SET WsRecordIsValid TO FALSE
            MOVE "student id longer than 8 characters"
                TO WsExceptionReason
        WHEN WsStudentName = SPACES
            SET WsRecordIsValid TO FALSE
            MOVE "student name missing" TO WsExceptionReason
        WHEN WsProgCode = SPACES
            SET WsRecordIsValid TO FALSE
            MOVE "programme code missing" TO WsExceptionReason
        WHEN WsEntrySession NOT NUMERIC
            SET WsRecordIsValid TO FALSE
            MOVE "entry session must be a 4-digit year"
                TO WsExceptionReason
        WHEN NOT WsStatusValid
            SET WsRecordIsValid TO FALSE
            MOVE "status must be E, W, S or G" TO WsExceptionReason
    END-EVALUATE
    .

MoveFieldsToStudent.
    MOVE WsStudentIdText TO StuStudentId
    MOVE WsStudentName   TO StuStudentName
    MOVE WsProgCode      TO StuProgCode
    MOVE WsEntrySession  TO StuEntrySession
    MOVE WsStatus        TO StuStatus
    .

AddStudentRecord.
    PERFORM MoveFieldsToStudent
    WRITE StuRec
        INVALID KEY
            MOVE "add: student already on student master"
                TO WsExceptionReason
            PERFORM WriteExceptionLine
        NOT INVALID KEY
            ADD 1 TO WsAppliedCount
    END-WRITE
    .

ChangeStudentRecord.
    PERFORM MoveFieldsToStudent
    REWRITE StuRec
        INVALID KEY
            MOVE "amend: student not on student master"
                TO WsExceptionReason
            PERFORM WriteExceptionLine
        NOT INVALID KEY
            ADD 1 TO WsAppliedCount
    END-REWRITE
    .

*> A delete carries only the id, so only the id's own rules apply -
*> a blank or overlong id must not be cut down to some other
*> student's key.
DeleteStudentRecord.
    MOVE SPACES TO WsStudentIdText
    UNSTRING TransactionRecText DELIMITED BY ","
        INTO WsTransType, WsStudentIdText
    EVALUATE TRUE
        WHEN WsStudentIdText = SPACES
            MOVE "student id missing" TO WsExceptionReason
            PERFORM WriteExceptionLine
            EXIT PARAGRAPH
        WHEN WsStudentIdText (9:) NOT = SPACES
            MOVE "student id longer than 8 characters"
                TO WsExceptionReason
            PERFORM WriteExceptionLine
            EXIT PARAGRAPH
    END-EVALUATE
    MOVE WsStudentIdText TO StuStudentId
    DELETE StudentFile
        INVALID KEY
            MOVE "delete: student not on student master"
                TO WsExceptionReason
            PERFORM WriteExceptionLine
        NOT INVALID KEY
            ADD 1 TO WsAppliedCount
    END-DELETE
    .

WriteExceptionHeader.
    MOVE "QCA STUDENT MASTER MAINTENANCE - REJECTED TRANSACTIONS"
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
    DISPLAY "QCAStuMaint: " WsAppliedCount " applied, "
        WsRejectCount " rejected"
    .
