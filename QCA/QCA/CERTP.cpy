*> CERTP - the shared certified-figures paragraphs: positions on one
*> student's records on the results master and scores them exactly
*> as the calculation does - the same validation (VALDTL.cpy), the
*> same mitigating-circumstances cases (MITP.cpy), the same scale,
*> formula and cutoffs (SCHMP.cpy), the same semester trend and
*> standing rules (STNDP.cpy) - leaving the result in CERTWS.cpy.
*> Copied into the PROCEDURE DIVISION of the program that issues an
*> official transcript and the one that verifies it, so a certificate
*> is always checked against the figures it would be issued with
*> today (the VALDTL pattern).
*>
*> The copying program provides COPY CERTWS, SCHMWS, MITWS, STNDWS,
*> STNDTH, GRDPTS and BANDNM in working storage; the MasterFile
*> SELECT/FD (MSTREC.cpy, ORGANIZATION INDEXED, ACCESS DYNAMIC); the
*> ArchiveFile SELECT/FD (ARCREC.cpy, the same, FILE STATUS
*> WsArcFileStatus) and OpenArchiveMaster performed at startup; the
*> MitigationFile SELECT/FD; the module-result fields WkSemester,
*> WkModuleCode, WkSession, WkGrade, WkCredits, WkAccHours,
*> WkNonQHours and WkFactor with WsRecordIsValid/WsExceptionReason;
*> and COPY VALDTL, SCHMP, MITP and STNDP in its PROCEDURE DIVISION.
*> It sets WsCertStudentId and performs LoadCertifiedStudent, after
*> loading the grading schemes and opening the mitigation register.
*>
*> A student not on the master is looked for on the year-end archive
*> (QCAArchive) - a finished student's results read from there
*> exactly as they did from the master, and WsCertOnArchive says so.

LoadCertifiedStudent.
    SET WsCertStudentFound TO FALSE
    SET WsCertAtEnd TO FALSE
    MOVE SPACES TO WsCertStudentName
    MOVE SPACES TO WsCertProgCode
    MOVE SPACES TO WsCertInvalidReason
    MOVE ZERO TO WsCertProjRemaining, WsCertInvalidCount
    MOVE ZERO TO WsCertResCount, WsCertResDropped, WsCertSemCount
    MOVE ZERO TO WsCertQca, WsCertQualCredits, WsCertPoints
    MOVE ZERO TO WsCertBandNbr, WsCertResultHash
    MOVE SPACE TO WsCertStandingCode
    MOVE ZERO TO WsTotalPoints, WsTotalQualCredits, WsOverallQca
    MOVE ZERO TO WsConsecLowSems, WsCurrentSemester
    MOVE SPACES TO WsStuLatestSession
    SET WsCertOnArchive TO FALSE
    MOVE WsCertStudentId TO MstStudentId
    MOVE ZERO TO MstSemester
    MOVE LOW-VALUES TO MstModuleCode
    START MasterFile KEY IS NOT LESS THAN MstKey
        INVALID KEY SET WsCertAtEnd TO TRUE
    END-START
    PERFORM ReadCertMasterNext
    IF WsCertAtEnd OR MstStudentId NOT = WsCertStudentId
        IF NOT WsArchiveIsOpen
            EXIT PARAGRAPH
        END-IF
        SET WsCertOnArchive TO TRUE
        SET WsCertAtEnd TO FALSE
        MOVE WsCertStudentId TO ArcStudentId
        MOVE ZERO TO ArcSemester
        MOVE LOW-VALUES TO ArcModuleCode
        START ArchiveFile KEY IS NOT LESS THAN ArcKey
            INVALID KEY SET WsCertAtEnd TO TRUE
        END-START
        PERFORM ReadCertMasterNext
        IF WsCertAtEnd OR MstStudentId NOT = WsCertStudentId
            EXIT PARAGRAPH
        END-IF
    END-IF
    SET WsCertStudentFound TO TRUE
    MOVE MstStudentName TO WsCertStudentName
    MOVE MstProgCode    TO WsCertProgCode
    MOVE MstProgCode    TO WsProgCode
    MOVE WsCertStudentId TO WsMitStudentId
    PERFORM LoadStudentMitCases
    PERFORM UNTIL WsCertAtEnd OR MstStudentId NOT = WsCertStudentId
        IF MstIsProjection
            MOVE MstProjCredits TO WsCertProjRemaining
        ELSE
            PERFORM CertifyOneResult
        END-IF
        PERFORM ReadCertMasterNext
    END-PERFORM
    IF WsCurrentSemester NOT = ZERO
        PERFORM CloseCertSemester
    END-IF
    PERFORM ComputeOverallQca
    PERFORM DetermineBandNumber
    PERFORM DetermineStanding
    MOVE WsOverallQca       TO WsCertQca
    MOVE WsTotalQualCredits TO WsCertQualCredits
    MOVE WsTotalPoints      TO WsCertPoints
    MOVE WsBandNbr          TO WsCertBandNbr
    MOVE WsStandingCode     TO WsCertStandingCode
    .

*> Reads the next record from whichever file holds the student,
*> always handing it on in the master's layout.
ReadCertMasterNext.
    IF NOT WsCertAtEnd
        IF WsCertOnArchive
            READ ArchiveFile NEXT
                AT END SET WsCertAtEnd TO TRUE
                NOT AT END MOVE ArcRec TO MstRec
            END-READ
        ELSE
            READ MasterFile NEXT
                AT END SET WsCertAtEnd TO TRUE
            END-READ
        END-IF
    END-IF
    .

*> The archive is optional - until the first year-end rollover there
*> is none (status 35), and every student is on the master.
OpenArchiveMaster.
    OPEN INPUT ArchiveFile
    EVALUATE TRUE
        WHEN WsArcFileStatus = "00"
            SET WsArchiveIsOpen TO TRUE
        WHEN WsArcFileStatus = "35"
            SET WsArchiveIsOpen TO FALSE
        WHEN OTHER
            DISPLAY "error opening QCAARC.dat, status "
                WsArcFileStatus
            MOVE 8 TO RETURN-CODE
            STOP RUN
    END-EVALUATE
    .

CloseArchiveMaster.
    IF WsArchiveIsOpen
        CLOSE ArchiveFile
    END-IF
    .

*> The master holds a student's results in semester then module
*> order, the order the calculation's sort puts them in, so the
*> semester closes here exactly where the transcript's trend line
*> falls.
CertifyOneResult.
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
        IF WsCertInvalidCount = 0
            MOVE WsExceptionReason TO WsCertInvalidReason
        END-IF
        IF WsCertInvalidCount < 9999
            ADD 1 TO WsCertInvalidCount
        END-IF
        EXIT PARAGRAPH
    END-IF
    IF WkSemester NOT = WsCurrentSemester
        IF WsCurrentSemester NOT = ZERO
            PERFORM CloseCertSemester
        END-IF
        MOVE WkSemester TO WsCurrentSemester
        MOVE ZERO TO WsSemPoints
        MOVE ZERO TO WsSemQualCredits
        SET WsSemHadExclusion TO FALSE
    END-IF
    IF WkSession > WsStuLatestSession
        MOVE WkSession TO WsStuLatestSession
    END-IF
    PERFORM ApplyMitigation
    PERFORM ScoreModuleResult
    ADD WsModulePoints TO WsTotalPoints
    ADD WsQualModuleCredits TO WsTotalQualCredits
    ADD WsModulePoints TO WsSemPoints
    ADD WsQualModuleCredits TO WsSemQualCredits
    COMPUTE WsCertResultHash = WsCertResultHash
        + (WkSemester * 10000) + (WsGradeSlot * 100)
        + (WkCredits * 10) + WkFactor
    IF WsCertResCount >= WsCertResMax
        IF WsCertResDropped < 999
            ADD 1 TO WsCertResDropped
        END-IF
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO WsCertResCount
    MOVE WkSemester        TO WsCertResSemester (WsCertResCount)
    MOVE WkModuleCode      TO WsCertResModule (WsCertResCount)
    MOVE MstModuleName     TO WsCertResModuleName (WsCertResCount)
    MOVE WkSession         TO WsCertResSession (WsCertResCount)
    MOVE WkGrade           TO WsCertResGrade (WsCertResCount)
    MOVE WkCredits         TO WsCertResCredits (WsCertResCount)
    MOVE WsModulePoints    TO WsCertResPoints (WsCertResCount)
    MOVE WsResultTreatment TO WsCertResTreatment (WsCertResCount)
    PERFORM DescribeMitigation
    MOVE WsMitCaseText     TO WsCertResCaseRef (WsCertResCount)
    MOVE WsMitText         TO WsCertResMitText (WsCertResCount)
    .

*> The semester's trend row, with the cumulative figures as of its
*> end, and its part in the run of low semesters - none, when a
*> mitigating case emptied it of qualifying credits (see MITWS.cpy).
CloseCertSemester.
    PERFORM ComputeSemesterQca
    PERFORM ComputeOverallQca
    ADD 1 TO WsCertSemCount
    MOVE WsCurrentSemester  TO WsCertSemNbr (WsCertSemCount)
    MOVE WsSemQualCredits   TO WsCertSemCredits (WsCertSemCount)
    MOVE WsSemQca           TO WsCertSemQca (WsCertSemCount)
    MOVE WsTotalQualCredits TO WsCertCumCredits (WsCertSemCount)
    MOVE WsOverallQca       TO WsCertCumQca (WsCertSemCount)
    IF WsSemQualCredits = 0 AND WsSemHadExclusion
        CONTINUE
    ELSE
        PERFORM TrackLowSemesters
    END-IF
    .
