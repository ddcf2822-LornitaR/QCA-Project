*> MITREC - one approved mitigating-circumstances case on the
*> register (QCAMIT.dat), keyed on student id + semester + module
*> code - the results master's own key, so a case names exactly one
*> module result. The register records what the board decided about
*> that result; the result itself stays on the master as the
*> examiner gave it. Maintained by QCAMitMaint and applied through
*> MITP.cpy by every program that scores or clears a student - the
*> layout changes in one place or not at all.
*>
*> MitDecision:
*>   D - discount the attempt: it stays on the transcript but is left
*>       out of the QCA
*>   F - treat a failed attempt as a first sitting: the failure is
*>       left out of the QCA and the student's next attempt at the
*>       module counts uncapped, as a first sitting would
*>   R - deferral: the assessment is deferred to a later sitting; the
*>       attempt is left out of the QCA and the module stays
*>       outstanding until a later attempt is on the master
01 MitRec.
    02 MitKey.
        03 MitStudentId    PIC X(8).
        03 MitSemester     PIC 9.
        03 MitModuleCode   PIC X(6).
    02 MitDecision         PIC X.
        88 MitIsDiscount       VALUE "D".
        88 MitIsFirstSitting   VALUE "F".
        88 MitIsDeferral       VALUE "R".
    02 MitCaseRef          PIC X(10).
    02 MitApprovedDate     PIC X(8).
    02 MitNote             PIC X(40).
