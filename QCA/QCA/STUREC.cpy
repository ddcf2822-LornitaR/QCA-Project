*> STUREC - one student on the student master (QCASTU.dat), keyed on
*> student id. The registry's official word on who a student is:
*> until it existed a student's identity lived only in the "H" header
*> of each feed, copied onto every results-master row, so nothing
*> could say whether a name on a feed was right or whether the
*> student was still enrolled. Maintained by QCAStuMaint; read by
*> QCAFeedAccept and QCAMastMaint, which reject results for a student
*> not on it or withdrawn and any header or amendment whose name or
*> programme disagrees with it, by QCAGradClear, which only clears
*> enrolled students, and by QCAArchive, which rolls withdrawn
*> students off the results master - the layout changes in one place
*> or not at all.
*>
*> StuEntrySession is the academic session the student entered in
*> ("2025" = 2025/26), the same form as MstSession. StuStatus is the
*> enrolment status; a student who leaves keeps their row with a new
*> status rather than being deleted, so their results stay
*> accountable.
01 StuRec.
    02 StuKey.
        03 StuStudentId    PIC X(8).
    02 StuStudentName      PIC X(30).
    02 StuProgCode         PIC X(4).
    02 StuEntrySession     PIC X(4).
    02 StuStatus           PIC X.
        88 StuIsEnrolled       VALUE "E".
        88 StuIsWithdrawn      VALUE "W".
        88 StuIsSuspended      VALUE "S".
        88 StuIsGraduated      VALUE "G".
        88 StuStatusValid      VALUE "E" "W" "S" "G".
