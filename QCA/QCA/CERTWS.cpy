*> CERTWS - working storage behind the shared certified-figures
*> paragraphs (CERTP.cpy): one student's record as an official
*> transcript states it - every module result with what it scored and
*> any mitigating-circumstances case applied to it, the semester
*> trend, and the final figures - scored off the results master
*> exactly as the calculation scores them. The copying program COPYs
*> this in WORKING-STORAGE and CERTP.cpy in its PROCEDURE DIVISION.

*> The student wanted, and what the master held for them. A result
*> the calculation would reject is counted, with the first reason,
*> rather than certified; more results than the table holds are
*> counted too - the issuing program refuses either, since an
*> official copy cannot leave anything out.
01 WsCertStudentId           PIC X(8) VALUE SPACES.
01 WsCertFoundFlag           PIC X VALUE "N".
    88 WsCertStudentFound        VALUE "Y" FALSE "N".
01 WsCertEofFlag             PIC X VALUE "N".
    88 WsCertAtEnd               VALUE "Y" FALSE "N".
01 WsCertStudentName         PIC X(30) VALUE SPACES.
01 WsCertProgCode            PIC X(4) VALUE SPACES.
01 WsCertProjRemaining       PIC 9(3) VALUE ZERO.
01 WsCertInvalidCount        PIC 9(4) VALUE ZERO.
01 WsCertInvalidReason       PIC X(40) VALUE SPACES.
*> Where the student's results were found - the year-end archive
*> (QCAARC.dat) holds finished students once QCAArchive has rolled
*> them off the master.
01 WsArcFileStatus           PIC XX VALUE "00".
01 WsArcOpenFlag             PIC X VALUE "N".
    88 WsArchiveIsOpen           VALUE "Y" FALSE "N".
01 WsCertSourceFlag          PIC X VALUE "M".
    88 WsCertOnArchive           VALUE "A" FALSE "M".

01 WsCertResMax              PIC 9(3) VALUE 200.
01 WsCertResCount            PIC 9(4) VALUE ZERO.
01 WsCertResDropped          PIC 9(3) VALUE ZERO.
01 WsCertResTable.
    02 WsCertResEntry OCCURS 200 TIMES.
        03 WsCertResSemester   PIC 9.
        03 WsCertResModule     PIC X(6).
        03 WsCertResModuleName PIC X(28).
        03 WsCertResSession    PIC X(4).
        03 WsCertResGrade      PIC XX.
        03 WsCertResCredits    PIC 9.
        03 WsCertResPoints     PIC 9(6)V99.
        03 WsCertResTreatment  PIC X.
        03 WsCertResCaseRef    PIC X(10).
        03 WsCertResMitText    PIC X(60).
01 WsCertResSub              PIC 9(4) COMP VALUE ZERO.

*> One row per semester, as the trend section prints it: the
*> semester's own credits and QCA, and the cumulative figures as of
*> its end. The master's semester is one digit, so nine rows hold
*> any student.
01 WsCertSemCount            PIC 9 VALUE ZERO.
01 WsCertSemTable.
    02 WsCertSemEntry OCCURS 9 TIMES.
        03 WsCertSemNbr        PIC 9.
        03 WsCertSemCredits    PIC 9(6)V99.
        03 WsCertSemQca        PIC 9V99.
        03 WsCertCumCredits    PIC 9(6)V99.
        03 WsCertCumQca        PIC 9V99.
01 WsCertSemSub              PIC 9(4) COMP VALUE ZERO.

*> The final figures. WsCertResultHash is a control total over the
*> results behind them - semester, grade slot, credits and factor of
*> each - the way the SRS trailer hashes its credits column, so a
*> regrade that happens to leave the QCA where it was still shows as
*> a change when a certificate is verified.
01 WsCertQca                 PIC 9V99 VALUE ZERO.
01 WsCertQualCredits         PIC 9(6)V99 VALUE ZERO.
01 WsCertPoints              PIC 9(6)V99 VALUE ZERO.
01 WsCertBandNbr             PIC 9 VALUE ZERO.
01 WsCertStandingCode        PIC X VALUE SPACE.
01 WsCertResultHash          PIC 9(9) VALUE ZERO.
