*> STNDP - the shared academic standing paragraphs: the semester QCA
*> the trend section prints, the run of low semesters it feeds, and
*> the standing the regulations give that run. Copied into the
*> PROCEDURE DIVISION of every program that states a student's
*> standing, so the transcript, the official copy and any what-if
*> never disagree on it (the VALDTL pattern).
*>
*> The copying program provides COPY STNDWS and COPY STNDTH in
*> working storage. It zeroes WsConsecLowSems as each student starts,
*> adds each scored result into WsSemPoints/WsSemQualCredits, and as
*> each semester closes performs ComputeSemesterQca then
*> TrackLowSemesters; after the student's last semester it performs
*> DetermineStanding. A semester left with no qualifying credits
*> because a mitigating case took its results out (WsSemHadExclusion
*> - see MITWS.cpy) is not tracked at all: the caller leaves
*> WsConsecLowSems as it stands.

ComputeSemesterQca.
    IF WsSemQualCredits = 0
        MOVE ZERO TO WsSemQca
    ELSE
        COMPUTE WsSemQca ROUNDED = WsSemPoints / WsSemQualCredits
    END-IF
    .

*> The thresholds are STNDTH.cpy's - see the note at WsConsecLowSems.
TrackLowSemesters.
    IF WsSemQca < StndthProbationQca
        ADD 1 TO WsConsecLowSems
    ELSE
        MOVE ZERO TO WsConsecLowSems
    END-IF
    .

*> Applies the regulations' standing rules to the trailing run of
*> low semesters.
DetermineStanding.
    EVALUATE TRUE
        WHEN WsConsecLowSems >= StndthSuspendSems
            MOVE "S" TO WsStandingCode
            MOVE "Suspension Review" TO WsStandingName
        WHEN WsConsecLowSems >= 1
            MOVE "P" TO WsStandingCode
            MOVE "Academic Probation" TO WsStandingName
        WHEN OTHER
            MOVE "G" TO WsStandingCode
            MOVE "Good Standing" TO WsStandingName
    END-EVALUATE
    .
