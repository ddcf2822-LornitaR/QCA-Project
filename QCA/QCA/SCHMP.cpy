*> SCHMP - the shared grading-scheme paragraphs: loading the
*> programme cutoff lines (QCAPRG.dat) and the effective-dated scales
*> and default cutoffs (QCASCALE.dat), scoring one module result under
*> the scale in force for its session, the QCA formula, and picking
*> the classification band from the cutoffs that apply to the
*> student. Copied into the PROCEDURE DIVISION of every program that
*> scores or classifies a student, so a transcript, a report and the
*> calculation can never disagree on a figure - the rules live here
*> or nowhere (the VALDTL pattern).
*>
*> The copying program provides COPY SCHMWS, COPY MITWS and COPY
*> GRDPTS in working storage; the ProgrammeFile and ScaleFile SELECT/FDs
*> (records PrgRec and SclRec, FILE STATUS WsPrgFileStatus and
*> WsSclFileStatus); and the module-result fields the scoring reads -
*> WkSession, WkGrade, WkCredits, WkAccHours, WkNonQHours and
*> WkFactor, the same names VALDTL.cpy checks. Before classifying a
*> student it sets WsProgCode and WsStuLatestSession and leaves their
*> running totals in WsTotalPoints/WsTotalQualCredits.
*>
*> The parse paragraphs work on WsPrgLine and WsSclLine rather than
*> on the file records, so a program holding lines in the same
*> layouts from elsewhere can feed them through the same checks
*> (setting WsPrgSourceName/WsSclSourceName for the error message).

*> Reads the per-programme cutoff lines into the cutoff table. No
*> file at all is fine - every programme classifies on the built-in
*> cutoffs - but a line that is present and wrong is not: a cutoff
*> silently falling back to the default would misclassify a whole
*> programme, so a malformed line stops the run before any student
*> has been processed. Each line is the programme code, the first
*> session the line applies from, then the five band cutoffs as three
*> digits with two implied decimals ("320" = 3.20), the same shape
*> the GRDPTS points travel in.
LoadProgrammeCutoffs.
    OPEN INPUT ProgrammeFile
    EVALUATE TRUE
        WHEN WsPrgFileStatus = "35"
            CONTINUE
        WHEN WsPrgFileStatus NOT = "00"
            DISPLAY "error opening QCAPRG.dat, status "
                WsPrgFileStatus
            MOVE 8 TO RETURN-CODE
            STOP RUN
        WHEN OTHER
            PERFORM ReadProgrammeLine
            PERFORM UNTIL WsPrgAtEnd
                MOVE PrgRec TO WsPrgLine
                PERFORM ParseProgrammeLine
                PERFORM ReadProgrammeLine
            END-PERFORM
            CLOSE ProgrammeFile
    END-EVALUATE
    .

ReadProgrammeLine.
    READ ProgrammeFile
        AT END SET WsPrgAtEnd TO TRUE
    END-READ
    .

ParseProgrammeLine.
    IF WsPrgLine = SPACES OR WsPrgLine (1:1) = "*"
        CONTINUE
    ELSE
        MOVE SPACES TO WsPrgParseProg
        MOVE SPACES TO WsPrgParseSession
        MOVE SPACES TO WsPrgCutTexts
        UNSTRING WsPrgLine DELIMITED BY ","
            INTO WsPrgParseProg, WsPrgParseSession,
                 WsPrgCutText (1),
                 WsPrgCutText (2), WsPrgCutText (3),
                 WsPrgCutText (4), WsPrgCutText (5)
        IF WsPrgParseProg = SPACES OR WsCutCount >= WsCutMax
           OR WsPrgParseSession NOT NUMERIC
            PERFORM FailProgrammeLine
        END-IF
        ADD 1 TO WsCutCount
        MOVE WsPrgParseProg TO WsCutProgCode (WsCutCount)
        MOVE WsPrgParseSession TO WsCutSession (WsCutCount)
        PERFORM VARYING WsBandSub FROM 1 BY 1 UNTIL WsBandSub > 5
            MOVE WsPrgCutText (WsBandSub) TO WsPrgCutOne
            IF WsPrgCutOne NOT NUMERIC
                PERFORM FailProgrammeLine
            END-IF
            MOVE WsPrgCutOneNum
                TO WsCutBandCutoff (WsCutCount, WsBandSub)
        END-PERFORM
        *> Cutoffs must descend band by band or some band could
        *> never be awarded - a transposed pair is a typo, not a
        *> policy.
        PERFORM VARYING WsBandSub FROM 2 BY 1 UNTIL WsBandSub > 5
            IF WsCutBandCutoff (WsCutCount, WsBandSub) >=
               WsCutBandCutoff (WsCutCount, WsBandSub - 1)
                PERFORM FailProgrammeLine
            END-IF
        END-PERFORM
    END-IF
    .

FailProgrammeLine.
    DISPLAY "bad " FUNCTION TRIM(WsPrgSourceName) " line - "
        WsPrgLine
    MOVE 8 TO RETURN-CODE
    STOP RUN
    .

*> Reads the effective-dated schemes: "S,session,<78-character grade
*> table in the GRDPTS layout>" puts a grade-to-points scale in force
*> from that session on, and "B,session,320,280,240,200,120" does the
*> same for the default band cutoffs. Like the programme cutoffs, no
*> file is fine and a wrong line is not - a scale quietly falling
*> back to the built-in one would rescore history.
LoadSessionScales.
    OPEN INPUT ScaleFile
    EVALUATE TRUE
        WHEN WsSclFileStatus = "35"
            CONTINUE
        WHEN WsSclFileStatus NOT = "00"
            DISPLAY "error opening QCASCALE.dat, status "
                WsSclFileStatus
            MOVE 8 TO RETURN-CODE
            STOP RUN
        WHEN OTHER
            PERFORM ReadScaleLine
            PERFORM UNTIL WsSclAtEnd
                MOVE SclRec TO WsSclLine
                PERFORM ParseScaleLine
                PERFORM ReadScaleLine
            END-PERFORM
            CLOSE ScaleFile
    END-EVALUATE
    .

ReadScaleLine.
    READ ScaleFile
        AT END SET WsSclAtEnd TO TRUE
    END-READ
    .

ParseScaleLine.
    IF WsSclLine = SPACES OR WsSclLine (1:1) = "*"
        CONTINUE
    ELSE
        MOVE SPACES TO WsSclParseType
        MOVE SPACES TO WsSclParseSession
        UNSTRING WsSclLine DELIMITED BY ","
            INTO WsSclParseType, WsSclParseSession
        IF WsSclParseSession NOT NUMERIC
            PERFORM FailScaleLine
        END-IF
        EVALUATE WsSclParseType
            WHEN "S"
                PERFORM ParseScaleSchemeLine
            WHEN "B"
                PERFORM ParseScaleCutoffLine
            WHEN OTHER
                PERFORM FailScaleLine
        END-EVALUATE
    END-IF
    .

*> The scale travels as the same 78-character string GRDPTS holds,
*> so a new scheme line is the GRDPTS VALUE with the revised points
*> - one layout, wherever a scale lives.
ParseScaleSchemeLine.
    IF WsSchCount >= WsSchMax
        PERFORM FailScaleLine
    END-IF
    MOVE SPACES TO WsSclParseScale
    UNSTRING WsSclLine DELIMITED BY ","
        INTO WsSclParseType, WsSclParseSession, WsSclParseScale
    IF WsSclParseScale = SPACES
        PERFORM FailScaleLine
    END-IF
    ADD 1 TO WsSchCount
    MOVE WsSclParseSession TO WsSchSession (WsSchCount)
    MOVE WsSclParseScale   TO WsSchGradeValues (WsSchCount)
    PERFORM VARYING WsSchSub FROM 1 BY 1 UNTIL WsSchSub > 13
        IF WsSchPoints (WsSchCount, WsSchSub) NOT NUMERIC
            PERFORM FailScaleLine
        END-IF
    END-PERFORM
    .

ParseScaleCutoffLine.
    IF WsBcutCount >= WsBcutMax
        PERFORM FailScaleLine
    END-IF
    MOVE SPACES TO WsPrgCutTexts
    UNSTRING WsSclLine DELIMITED BY ","
        INTO WsSclParseType, WsSclParseSession,
             WsPrgCutText (1), WsPrgCutText (2), WsPrgCutText (3),
             WsPrgCutText (4), WsPrgCutText (5)
    ADD 1 TO WsBcutCount
    MOVE WsSclParseSession TO WsBcutSession (WsBcutCount)
    PERFORM VARYING WsBandSub FROM 1 BY 1 UNTIL WsBandSub > 5
        MOVE WsPrgCutText (WsBandSub) TO WsPrgCutOne
        IF WsPrgCutOne NOT NUMERIC
            PERFORM FailScaleLine
        END-IF
        MOVE WsPrgCutOneNum
            TO WsBcutCutoff (WsBcutCount, WsBandSub)
    END-PERFORM
    *> Same descent rule as a programme's cutoff line - a transposed
    *> pair here would make a band unawardable for every programme
    *> in the session.
    PERFORM VARYING WsBandSub FROM 2 BY 1 UNTIL WsBandSub > 5
        IF WsBcutCutoff (WsBcutCount, WsBandSub) >=
           WsBcutCutoff (WsBcutCount, WsBandSub - 1)
            PERFORM FailScaleLine
        END-IF
    END-PERFORM
    .

FailScaleLine.
    DISPLAY "bad " FUNCTION TRIM(WsSclSourceName) " line - "
        WsSclLine
    MOVE 8 TO RETURN-CODE
    STOP RUN
    .

*> The scale a module result scores under: the newest scheme whose
*> session is not after the result's own. Zero hit means no scheme
*> applies and the built-in GRDPTS figures stand.
FindSchemeForSession.
    MOVE ZERO TO WsSchHit
    MOVE LOW-VALUES TO WsSchBestSession
    PERFORM VARYING WsSchSub FROM 1 BY 1 UNTIL WsSchSub > WsSchCount
        IF WsSchSession (WsSchSub) <= WkSession
           AND (WsSchHit = 0
                OR WsSchSession (WsSchSub) > WsSchBestSession)
            MOVE WsSchSub TO WsSchHit
            MOVE WsSchSession (WsSchSub) TO WsSchBestSession
        END-IF
    END-PERFORM
    .

*> Looks WkGrade up in the shared GRDPTS table (see GRDPTS.cpy) for
*> its points and whether it counts towards qualifying credits,
*> then, if an effective-dated scheme covers the result's session,
*> rescores it under that scheme - the GRDPTS slot still keys the
*> grade-frequency tallies, so distributions count grades by code
*> whatever scale paid them. An unrecognised grade carries zero
*> points and does not qualify - it should already have been caught
*> by ValidateDetailRecord.
LookUpGradePoints.
    MOVE ZERO TO WsGradePoints
    MOVE "N" TO WsGradeQualifies
    MOVE ZERO TO WsGradeSlot
    SET GrdptsIdx TO 1
    SEARCH GrdptsEntry
        WHEN GrdptsCode (GrdptsIdx) = WkGrade
            MOVE GrdptsPoints (GrdptsIdx) TO WsGradePoints
            SET WsGradeSlot TO GrdptsIdx
            IF GrdptsIsQualifying (GrdptsIdx)
                MOVE "Y" TO WsGradeQualifies
            END-IF
    END-SEARCH
    PERFORM FindSchemeForSession
    IF WsSchHit > 0
        PERFORM VARYING WsSchSub FROM 1 BY 1 UNTIL WsSchSub > 13
            IF WsSchCode (WsSchHit, WsSchSub) = WkGrade
                MOVE WsSchPoints (WsSchHit, WsSchSub)
                    TO WsGradePoints
                IF WsSchQualFlag (WsSchHit, WsSchSub) = "Y"
                    MOVE "Y" TO WsGradeQualifies
                ELSE
                    MOVE "N" TO WsGradeQualifies
                END-IF
            END-IF
        END-PERFORM
    END-IF
    .

*> What one module result is worth, left in WsQualModuleCredits and
*> WsModulePoints for the caller to accumulate. AccHours is how many
*> of the module's hours were actually accumulated on this attempt,
*> and NonQHours is the portion of those that doesn't qualify this
*> time round (typically hours already counted on an earlier attempt
*> of a repeated/resit module). ValidateDetailRecord already rejects
*> NonQHours > AccHours, so the qualifying fraction
*> AccHours-less-NonQHours over AccHours can never go negative;
*> multiplying Credits by that fraction scales the module's
*> qualifying credits down by however much of it doesn't qualify,
*> rather than subtracting NonQHours straight off Credits (a
*> different, narrower field that NonQHours could easily exceed).
*> Factor then weights the whole module - a resit carried at Factor 0
*> drops out of the QCA entirely rather than double-counting credits
*> already awarded. A result that does not count comes back as zero
*> on both figures.
*>
*> WsResultTreatment (MITWS.cpy) carries the mitigating-circumstances
*> register's word on the result: excluded scores nothing, uncapped
*> scores the full credits at full weight as a first sitting would,
*> whatever hours and factor the resit was recorded with.
ScoreModuleResult.
    PERFORM LookUpGradePoints
    MOVE ZERO TO WsModulePoints
    MOVE ZERO TO WsQualModuleCredits
    EVALUATE TRUE
        WHEN WsResultExcluded
            CONTINUE
        WHEN WsResultUncapped
            IF WsGradeIsQualifying
                MOVE WkCredits TO WsQualModuleCredits
                COMPUTE WsModulePoints ROUNDED =
                    WsGradePoints * WsQualModuleCredits
            END-IF
        WHEN WsGradeIsQualifying AND WkFactor > 0 AND WkAccHours > 0
            COMPUTE WsQualModuleCredits ROUNDED =
                WkCredits * (WkAccHours - WkNonQHours) / WkAccHours
            COMPUTE WsModulePoints ROUNDED =
                WsGradePoints * WsQualModuleCredits * WkFactor
    END-EVALUATE
    .

*> The running QCA as of the module/semester just accumulated -
*> shared by every figure that prints one, so the one formula lives
*> in one place.
ComputeOverallQca.
    IF WsTotalQualCredits = 0
        MOVE ZERO TO WsOverallQca
    ELSE
        COMPUTE WsOverallQca ROUNDED = WsTotalPoints / WsTotalQualCredits
    END-IF
    .

*> Stages the cutoffs this student classifies under, dated by their
*> latest result session: their programme's newest line not after
*> that session, else the newest session-dated default off
*> QCASCALE.dat, else the built-in table - so a rerun of an older
*> cohort classifies under the cutoffs published for its time, and
*> Engineering's bands never leak onto Science's transcripts.
SelectCutoffsForProgramme.
    MOVE ZERO TO WsCutHit
    MOVE LOW-VALUES TO WsCutBestSession
    PERFORM VARYING WsCutSub FROM 1 BY 1 UNTIL WsCutSub > WsCutCount
        IF WsCutProgCode (WsCutSub) = WsProgCode
           AND WsCutSession (WsCutSub) <= WsStuLatestSession
           AND (WsCutHit = 0
                OR WsCutSession (WsCutSub) > WsCutBestSession)
            MOVE WsCutSub TO WsCutHit
            MOVE WsCutSession (WsCutSub) TO WsCutBestSession
        END-IF
    END-PERFORM
    EVALUATE TRUE
        WHEN WsCutHit > 0
            PERFORM VARYING WsBandSub FROM 1 BY 1 UNTIL WsBandSub > 5
                MOVE WsCutBandCutoff (WsCutHit, WsBandSub)
                    TO WsActiveCutoff (WsBandSub)
            END-PERFORM
        WHEN OTHER
            PERFORM FindDefaultCutoffsForSession
            IF WsBcutHit > 0
                PERFORM VARYING WsBandSub FROM 1 BY 1
                        UNTIL WsBandSub > 5
                    MOVE WsBcutCutoff (WsBcutHit, WsBandSub)
                        TO WsActiveCutoff (WsBandSub)
                END-PERFORM
            ELSE
                PERFORM VARYING WsBandSub FROM 1 BY 1
                        UNTIL WsBandSub > 5
                    MOVE WsBandCutoff (WsBandSub)
                        TO WsActiveCutoff (WsBandSub)
                END-PERFORM
            END-IF
    END-EVALUATE
    .

FindDefaultCutoffsForSession.
    MOVE ZERO TO WsBcutHit
    MOVE LOW-VALUES TO WsCutBestSession
    PERFORM VARYING WsBcutSub FROM 1 BY 1
            UNTIL WsBcutSub > WsBcutCount
        IF WsBcutSession (WsBcutSub) <= WsStuLatestSession
           AND (WsBcutHit = 0
                OR WsBcutSession (WsBcutSub) > WsCutBestSession)
            MOVE WsBcutSub TO WsBcutHit
            MOVE WsBcutSession (WsBcutSub) TO WsCutBestSession
        END-IF
    END-PERFORM
    .

*> The band the final cumulative QCA earns against the cutoffs just
*> staged: the best band whose cutoff it reaches, else Fail.
DetermineBandNumber.
    PERFORM SelectCutoffsForProgramme
    MOVE 6 TO WsBandNbr
    PERFORM VARYING WsBandSub FROM 5 BY -1 UNTIL WsBandSub < 1
        IF WsOverallQca >= WsActiveCutoff (WsBandSub)
            MOVE WsBandSub TO WsBandNbr
        END-IF
    END-PERFORM
    .
