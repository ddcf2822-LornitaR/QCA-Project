*> SCHMWS - working storage behind the shared grading-scheme
*> paragraphs (SCHMP.cpy): the figures one module result scores to,
*> the running totals a QCA is taken from, the built-in band cutoffs,
*> the per-programme cutoff lines off QCAPRG.dat and the
*> effective-dated scales and default cutoffs off QCASCALE.dat. The
*> copying program COPYs this in WORKING-STORAGE and SCHMP.cpy in its
*> PROCEDURE DIVISION - see the note there for what else it provides.

*> Grade points for the QCA formula, as LookUpGradePoints leaves
*> them: the points the result's own session pays, whether the grade
*> counts towards qualifying credits, and its GRDPTS slot (the key
*> the grade-frequency tallies count by).
01 WsGradePoints            PIC 9V99 VALUE ZERO.
01 WsGradeQualifies         PIC X VALUE "N".
    88 WsGradeIsQualifying      VALUE "Y".
01 WsGradeSlot              PIC 9(4) COMP VALUE ZERO.

01 WsModulePoints           PIC 9(6)V99 VALUE ZERO.
01 WsQualModuleCredits       PIC 9(6)V99 VALUE ZERO.
01 WsTotalPoints            PIC 9(6)V99 VALUE ZERO.
01 WsTotalQualCredits       PIC 9(6)V99 VALUE ZERO.
01 WsOverallQca             PIC 9V99    VALUE ZERO.

*> Published QCA cutoffs for the final award classification. The band
*> names live in the shared BANDNM table (indexed by WsBandNbr) so
*> no two outputs can ever print two different names for the same
*> band; the cutoffs sit in their own parallel table (band 6, Fail,
*> has no cutoff - it is what is left) so the classification and the
*> what-if projection work from the same figures.
01 WsBandNbr                 PIC 9 VALUE ZERO.
01 WsBandSub                 PIC 9(4) COMP VALUE ZERO.
01 WsBandCutoffValues.
    02 FILLER PIC 9V99 VALUE 3.20.
    02 FILLER PIC 9V99 VALUE 2.80.
    02 FILLER PIC 9V99 VALUE 2.40.
    02 FILLER PIC 9V99 VALUE 2.00.
    02 FILLER PIC 9V99 VALUE 1.20.
01 WsBandCutoffTable REDEFINES WsBandCutoffValues.
    02 WsBandCutoff OCCURS 5 TIMES PIC 9V99.

*> The student being scored belongs to one programme, stamped on
*> every one of their master records by QCAMastLoad; programmes can
*> publish their own band cutoffs (QCAPRG.dat), so the cutoffs
*> actually applied to a student are staged in WsActiveCutoff when
*> their classification is determined and anything projecting
*> against them reads the same figures. WsStuLatestSession is the
*> student's newest result session, which is the session their
*> classification (and the cutoff lookups) date from.
01 WsProgCode                PIC X(4) VALUE SPACES.
01 WsStuLatestSession        PIC X(4) VALUE SPACES.
01 WsActiveCutoffs.
    02 WsActiveCutoff OCCURS 5 TIMES PIC 9V99.

*> The loaded schemes sit under one group so a program weighing two
*> sets of rules side by side can save and restore them whole.
*> WsCutTable is QCAPRG.dat's programme lines; WsSchTable the
*> QCASCALE.dat grading scales in the GRDPTS entry layout, each in
*> force from its session until a later one takes over; WsBcutTable
*> the QCASCALE.dat session-dated default cutoffs.
01 WsSchemeTables.
    02 WsCutCount            PIC 99 VALUE ZERO.
    02 WsCutTable.
        03 WsCutEntry OCCURS 40 TIMES.
            04 WsCutProgCode      PIC X(4).
            04 WsCutSession       PIC X(4).
            04 WsCutBandCutoff OCCURS 5 TIMES PIC 9V99.
    02 WsSchCount            PIC 99 VALUE ZERO.
    02 WsSchTable.
        03 WsSchEntry OCCURS 20 TIMES.
            04 WsSchSession       PIC X(4).
            04 WsSchGradeValues   PIC X(78).
            04 WsSchGrades REDEFINES WsSchGradeValues.
                05 WsSchGrade OCCURS 13 TIMES.
                    06 WsSchCode      PIC X(2).
                    06 WsSchPoints    PIC 9V99.
                    06 WsSchQualFlag  PIC X.
    02 WsBcutCount           PIC 99 VALUE ZERO.
    02 WsBcutTable.
        03 WsBcutEntry OCCURS 20 TIMES.
            04 WsBcutSession      PIC X(4).
            04 WsBcutCutoff OCCURS 5 TIMES PIC 9V99.
01 WsCutMax                  PIC 99 VALUE 40.
01 WsSchMax                  PIC 99 VALUE 20.
01 WsBcutMax                 PIC 99 VALUE 20.

01 WsPrgFileStatus           PIC XX VALUE "00".
01 WsPrgEofFlag              PIC X VALUE "N".
    88 WsPrgAtEnd                VALUE "Y".
01 WsCutSub                  PIC 9(4) COMP VALUE ZERO.
01 WsCutHit                  PIC 9(4) COMP VALUE ZERO.
01 WsCutBestSession          PIC X(4) VALUE SPACES.
01 WsPrgParseProg            PIC X(4) VALUE SPACES.
01 WsPrgParseSession         PIC X(4) VALUE SPACES.
01 WsPrgCutTexts.
    02 WsPrgCutText OCCURS 5 TIMES PIC XXX.
01 WsPrgCutOne               PIC XXX VALUE SPACES.
01 WsPrgCutOneNum REDEFINES WsPrgCutOne PIC 9V99.

01 WsSclFileStatus           PIC XX VALUE "00".
01 WsSclEofFlag              PIC X VALUE "N".
    88 WsSclAtEnd                VALUE "Y".
01 WsSchSub                  PIC 9(4) COMP VALUE ZERO.
01 WsSchHit                  PIC 9(4) COMP VALUE ZERO.
01 WsSchBestSession          PIC X(4) VALUE SPACES.
01 WsBcutSub                 PIC 9(4) COMP VALUE ZERO.
01 WsBcutHit                 PIC 9(4) COMP VALUE ZERO.
01 WsSclParseType            PIC X VALUE SPACES.
01 WsSclParseSession         PIC X(4) VALUE SPACES.
01 WsSclParseScale           PIC X(78) VALUE SPACES.

*> The line being parsed, whichever file it came off, and the name
*> a bad one is reported under - so a line in the same layout read
*> from somewhere else is held to exactly the same rules.
01 WsPrgLine                 PIC X(80) VALUE SPACES.
01 WsPrgSourceName           PIC X(20) VALUE "QCAPRG.dat".
01 WsSclLine                 PIC X(100) VALUE SPACES.
01 WsSclSourceName           PIC X(20) VALUE "QCASCALE.dat".
