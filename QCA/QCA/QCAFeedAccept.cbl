*> module catalogue (QCACAT.dat - see CATREC.cpy): a module code not
*> on the catalogue, a retired module, or credits that disagree with
*> the catalogue's value is rejected here, before a typist's CS4001
*> for CS4011 can reach the master and print on a transcript. Every
*> "H" header is likewise held to the student master (QCASTU.dat -
*> see STUREC.cpy): a student not on it or withdrawn from it, or a
*> header whose name or programme disagrees with it, sends the whole
*> student group to the reject file. Clean
*> records go to the accepted file
*> QCAMastLoad refreshes the results master from; everything else
*> goes to the reject file with
*> a reason. A feed whose trailer is missing or whose count does not
*> match is fatal, and so is a missing catalogue or student master -
*> without them nothing can be checked at all: the accepted file is
*> emptied and
*> the program ends
*> with RETURN-CODE 8 so the batch stops before any student report is
*> produced.
    RECORD KEY IS CatKey
    FILE STATUS IS WsCatFileStatus.

*> The student master, read a student at a time as "H" headers
*> arrive. FILE STATUS for the same reason as the catalogue's.
SELECT StudentFile ASSIGN TO "QCASTU.dat"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM
    RECORD KEY IS StuKey
    FILE STATUS IS WsStuFileStatus.

*> Every student id seen so far this feed, keyed, for the
*> duplicate-header check across the whole file - a keyed scratch
*> file instead of an in-memory table, so the check is bounded by
FD CatalogueFile.
COPY CATREC.

FD StudentFile.
COPY STUREC.

FD SeenFile.
01 SeenRec.
    02 SnKey.
01 WsCatReason               PIC X(50) VALUE SPACES.
01 WsCatCreditsChar          PIC X VALUE SPACES.

*> Student-master check state, set when the header is read and acted
*> on when its group is flushed.
01 WsStuFileStatus           PIC XX VALUE "00".
01 WsStuRegVerdict           PIC X VALUE "Y".
    88 WsStudentOnRegister       VALUE "Y" FALSE "N".
01 WsStuRegReason            PIC X(50) VALUE SPACES.

*> One student's records are held here until the next header, the
*> trailer or end of file shows whether the group is complete - only
*> then can "header with no details" and "duplicate student header" be
        MOVE "module catalogue QCACAT.dat missing or unreadable"
            TO WsFatalReason
    END-IF
    OPEN INPUT StudentFile
    IF WsStuFileStatus NOT = "00" AND NOT WsFeedIsFatal
        SET WsFeedIsFatal TO TRUE
        MOVE "student master QCASTU.dat missing or unreadable"
            TO WsFatalReason
    END-IF
    PERFORM WriteRejectHeader
    PERFORM ReadFeedRecord
    PERFORM UNTIL EndOfFeed OR WsHaveSeenTrailer OR WsFeedIsFatal
    IF WsCatFileStatus = "00"
        CLOSE CatalogueFile
    END-IF
    IF WsStuFileStatus = "00"
        CLOSE StudentFile
    END-IF
    IF WsFeedIsFatal
        PERFORM FailBatch
    ELSE

*> A new header closes off the previous student's group, then opens a
*> fresh one - flagged straight away if the id has been seen before
*> or the programme code is missing, or the student master does not
*> bear the header out, so the whole group lands in the reject file
*> when it is flushed.
HandleHeaderRecord.
    PERFORM FlushPendingStudent
    MOVE SPACES TO WsProgCode
    IF WsIsDuplicateHit
        SET WsStudentIsDuplicate TO TRUE
    END-IF
    PERFORM CheckStudentOnRegister
    .

*> The header must describe a student the registry knows and has not
*> lost: on the student master, not withdrawn, and with the same name
*> and programme the master holds. A suspended or graduated student's
*> results are still taken - resits and late marks arrive for both.
CheckStudentOnRegister.
    SET WsStudentOnRegister TO TRUE
    MOVE SPACES TO WsStuRegReason
    MOVE WsStudentId TO StuStudentId
    READ StudentFile
        INVALID KEY
            SET WsStudentOnRegister TO FALSE
            MOVE "student not on student master" TO WsStuRegReason
        NOT INVALID KEY
            EVALUATE TRUE
                WHEN StuIsWithdrawn
                    SET WsStudentOnRegister TO FALSE
                    MOVE "student withdrawn on student master"
                        TO WsStuRegReason
                WHEN WsStudentName NOT = StuStudentName
                    SET WsStudentOnRegister TO FALSE
                    MOVE "header name disagrees with student master"
                        TO WsStuRegReason
                WHEN WsProgCode NOT = StuProgCode
                    SET WsStudentOnRegister TO FALSE
                    MOVE "header programme disagrees with student master"
                        TO WsStuRegReason
            END-EVALUATE
    END-READ
    .

*> One keyed write settles the duplicate-header question: a WRITE
    .

*> Writes out the student group just completed - whole group to the
*> reject file when the header was a duplicate, had no programme or
*> failed the student master, header alone to the
*> reject file when no details followed it, otherwise header and
*> buffered details to the accepted file.
FlushPendingStudent.
                PERFORM RejectPendingStudent
            WHEN WsStudentLacksProg
                PERFORM RejectProgMissingStudent
            WHEN NOT WsStudentOnRegister
                PERFORM RejectUnregisteredStudent
            WHEN WsStuDetailCount = 0
                PERFORM RejectEmptyHeader
            WHEN OTHER
    END-IF
    .

*> A header the student master does not bear out puts results
*> against the wrong student, or a withdrawn one, so the whole group
*> goes back with the header's reason.
RejectUnregisteredStudent.
    MOVE WsStuHeaderLine TO WsRejectRecord
    MOVE WsStuRegReason TO WsRejectReason
    PERFORM WriteRejectLine
    PERFORM VARYING WsDetSub FROM 1 BY 1
            UNTIL WsDetSub > WsStuDetailCount
        MOVE WsStuDetLine (WsDetSub) TO WsRejectRecord
        MOVE "detail under header failing student master"
            TO WsRejectReason
        PERFORM WriteRejectLine
    END-PERFORM
    IF WsHaveProjPending
        MOVE WsStuProjLine TO WsRejectRecord
        MOVE "projection under header failing student master"
            TO WsRejectReason
        PERFORM WriteRejectLine
    END-IF
    .

*> A projection with no module results behind it has nothing to
*> project from, so the "header with no detail records" case rejects
*> the buffered P line along with its header.
