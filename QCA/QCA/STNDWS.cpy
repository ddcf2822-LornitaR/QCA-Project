*> STNDWS - working storage behind the shared academic standing
*> paragraphs (STNDP.cpy): the semester subtotals the cumulative QCA
*> trend is built from, and the standing they lead to. The copying
*> program COPYs this and STNDTH.cpy in WORKING-STORAGE and STNDP.cpy
*> in its PROCEDURE DIVISION.
*>
*> The semester subtotals are reset every time the semester changes
*> as a student's results come past in semester order, while
*> WsTotalPoints/WsTotalQualCredits (SCHMWS.cpy) keep running across
*> the whole student to give the cumulative figures carried forward.
01 WsCurrentSemester         PIC 9 VALUE ZERO.
01 WsSemPoints               PIC 9(6)V99 VALUE ZERO.
01 WsSemQualCredits          PIC 9(6)V99 VALUE ZERO.
01 WsSemQca                  PIC 9V99    VALUE ZERO.

*> Academic standing off the semester figures: WsConsecLowSems is
*> the trailing run of consecutive semesters whose own QCA fell below
*> the probation threshold, counted as each semester closes in
*> TrackLowSemesters - a good semester resets it, so what is left
*> when the student's last semester has gone through is the run the
*> standing rules ask about.
01 WsConsecLowSems           PIC 99 VALUE ZERO.
01 WsStandingCode            PIC X VALUE "G".
    88 WsGoodStanding            VALUE "G".
01 WsStandingName            PIC X(20) VALUE SPACES.
