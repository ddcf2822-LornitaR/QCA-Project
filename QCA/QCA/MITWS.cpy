*> MITWS - working storage behind the shared mitigating-circumstances
*> paragraphs (MITP.cpy): the register's open state, the current
*> student's approved cases, and what the register says about the
*> module result in hand. The copying program COPYs this in
*> WORKING-STORAGE and MITP.cpy in its PROCEDURE DIVISION.
*>
*> WsResultTreatment is what the scoring paragraphs (SCHMP.cpy) read:
*> blank scores the result as recorded, "X" leaves it out of the QCA,
*> "U" counts it uncapped as a first sitting. A program that does not
*> apply the register leaves it blank.
01 WsResultTreatment         PIC X VALUE SPACE.
    88 WsResultAsRecorded        VALUE SPACE.
    88 WsResultExcluded          VALUE "X".
    88 WsResultUncapped          VALUE "U".

01 WsMitFileStatus           PIC XX VALUE "00".
01 WsMitOpenFlag             PIC X VALUE "N".
    88 WsMitFileIsOpen           VALUE "Y" FALSE "N".
01 WsMitEofFlag              PIC X VALUE "N".
    88 WsMitAtEnd                VALUE "Y" FALSE "N".

*> One student's cases, loaded as the student starts. A case whose
*> failure was voided (decision F) claims the first later attempt of
*> its module as the uncapped resit - WsMitResitSem records which
*> semester claimed it, so scoring the same result twice gives the
*> same answer. More cases than the table holds are counted in
*> WsMitDropped for the caller to report, never silently lost.
01 WsMitStudentId            PIC X(8) VALUE SPACES.
01 WsMitMax                  PIC 99 VALUE 30.
01 WsMitCount                PIC 99 VALUE ZERO.
01 WsMitDropped              PIC 99 VALUE ZERO.
01 WsMitTable.
    02 WsMitEntry OCCURS 30 TIMES.
        03 WsMitSemester      PIC 9.
        03 WsMitModule        PIC X(6).
        03 WsMitDecision      PIC X.
            88 WsMitCaseIsDiscount     VALUE "D".
            88 WsMitCaseIsFirstSitting VALUE "F".
            88 WsMitCaseIsDeferral     VALUE "R".
        03 WsMitCaseRef       PIC X(10).
        03 WsMitResitSem      PIC 9.
01 WsMitSub                  PIC 9(4) COMP VALUE ZERO.

*> What ApplyMitigation found for the result in hand: the case on the
*> result itself, and the voided first sitting whose resit it is.
*> Zero means none.
01 WsMitHit                  PIC 9(4) COMP VALUE ZERO.
01 WsMitResitHit             PIC 9(4) COMP VALUE ZERO.

*> Set by ApplyMitigation whenever it leaves a result out of the QCA,
*> and cleared by the caller as each semester starts. A semester
*> that closes with no qualifying credits because its results were
*> discounted or deferred has no QCA of its own to judge, so the
*> callers keep it out of the run of low semesters (STNDP.cpy's
*> TrackLowSemesters) rather than let an approved case put the
*> student on probation.
01 WsSemMitExclFlag          PIC X VALUE "N".
    88 WsSemHadExclusion         VALUE "Y" FALSE "N".

*> The printable account of the treatment, as DescribeMitigation
*> words it for a transcript.
01 WsMitCaseText             PIC X(10) VALUE SPACES.
01 WsMitText                 PIC X(60) VALUE SPACES.
