*> each student's loaded module and semester counts plus a control
*> trailer - the load-day figures QCAMastAudit later audits the
*> maintained master against.
*>
*> The load overwrites whatever the master holds, amendments
*> included, so it only runs once QCAFeedComp has compared this feed
*> with the master and its COMPARE stamp is clean - nothing to sign
*> for, or the differences signed off.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    ORGANIZATION IS LINE SEQUENTIAL.

*> The batch chain's shared run-state file - the load refuses to run
*> without a clean ACCEPT stamp, and a clean COMPARE stamp for the
*> same feed, and carries that stamp's feed
*> identity onto its own LOAD stamp. See RUNSTAT.cpy.
SELECT RunStateFile ASSIGN TO "QCARUNSTAT.dat"
    ORGANIZATION IS LINE SEQUENTIAL
01 WsRunTimeRaw              PIC X(8) VALUE SPACES.
01 WsRunId                   PIC X(14) VALUE SPACES.
01 WsFeedId                  PIC X(14) VALUE SPACES.
01 WsCompareRunId            PIC X(14) VALUE SPACES.
01 WsCompareRc               PIC XX VALUE SPACES.

*> The current student's load-count figures, written out when the
*> next header (or end of feed) closes their group. The semester
*> No accepted feed on record means there is nothing this load
*> should be refreshing the master from - a stale QCAACC.dat left
*> in the directory is exactly the file this check exists to catch.
*> The comparison must also postdate the last maintenance run: the
*> amended-key list and the differences signed off were taken from
*> the master as it stood then, and a maintenance run since has
*> changed what this load would overwrite.
CheckRunSequence.
    PERFORM ReadRunState
    MOVE "ACCEPT" TO WsRstStepWanted
        STOP RUN
    END-IF
    MOVE WsRstFoundRunId TO WsFeedId
    MOVE "COMPARE" TO WsRstStepWanted
    PERFORM FindRunStep
    IF WsRstHit = 0 OR WsRstFoundFeedId NOT = WsFeedId
        DISPLAY "QCAMastLoad: out of sequence - accepted feed not "
            "compared with the master; run QCAFeedComp first"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WsRstFoundRunId TO WsCompareRunId
    MOVE WsRstFoundRc TO WsCompareRc
    MOVE "MAINT" TO WsRstStepWanted
    PERFORM FindRunStep
    IF WsRstHit > 0 AND WsRstFoundRunId > WsCompareRunId
        DISPLAY "QCAMastLoad: out of sequence - master maintained "
            "since the feed was compared with it; rerun QCAFeedComp"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WsCompareRc NOT = "00"
        DISPLAY "QCAMastLoad: load held - feed differences with the "
            "master not signed off, or withdrawn students not yet "
            "archived; see QCACMPRPT.txt"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    .

StampLoadStep.
