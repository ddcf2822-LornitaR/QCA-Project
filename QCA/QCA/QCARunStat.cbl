*> run-state file the chain programs stamp (QCARUNSTAT.dat - see
*> RUNSTAT.cpy): each step's last successful run, the feed identity
*> it carried and its headline count, then the derived verdicts an
*> operator actually wants - has the accepted feed been compared
*> with the master and signed off, has it been loaded, has
*> the loaded master been calculated, has the extract been
*> reconciled, is an amendment cycle pending, are partitions of a
*> partitioned calculation waiting to be merged. Read-only; stamps
*> nothing.

ENVIRONMENT DIVISION.
COPY RUNSTWS.

01 WsAcceptRunId             PIC X(14) VALUE SPACES.
01 WsCompareFeedId           PIC X(14) VALUE SPACES.
01 WsCompareRc               PIC XX VALUE SPACES.
01 WsLoadRunId               PIC X(14) VALUE SPACES.
01 WsLoadFeedId              PIC X(14) VALUE SPACES.
01 WsMaintRunId              PIC X(14) VALUE SPACES.
01 WsAmdRunId                PIC X(14) VALUE SPACES.
01 WsReconFeedId             PIC X(14) VALUE SPACES.
01 WsDispCount               PIC ZZZZZ9.
01 WsPartPending             PIC 9(4) VALUE ZERO.
01 WsPartFailed              PIC 9(4) VALUE ZERO.

PROCEDURE DIVISION.
Begin.
    END-PERFORM
    PERFORM StageStepStamps
    PERFORM JudgeCycleStanding
    PERFORM JudgePartitionStanding

    STOP RUN.

    MOVE "ACCEPT" TO WsRstStepWanted
    PERFORM FindRunStep
    MOVE WsRstFoundRunId TO WsAcceptRunId
    MOVE "COMPARE" TO WsRstStepWanted
    PERFORM FindRunStep
    MOVE WsRstFoundFeedId TO WsCompareFeedId
    MOVE WsRstFoundRc TO WsCompareRc
    MOVE "LOAD" TO WsRstStepWanted
    PERFORM FindRunStep
    MOVE WsRstFoundRunId TO WsLoadRunId
    EVALUATE TRUE
        WHEN WsAcceptRunId = SPACES
            DISPLAY "Next: accept a feed (QCAFeedAccept)"
        WHEN WsLoadFeedId NOT = WsAcceptRunId
             AND WsCompareFeedId NOT = WsAcceptRunId
            DISPLAY "Next: accepted feed not yet compared with the "
                "master (QCAFeedComp)"
        WHEN WsLoadFeedId NOT = WsAcceptRunId
             AND WsCompareRc NOT = "00"
            DISPLAY "Next: feed differences await sign-off "
                "(QCACMPSGN.dat, then rerun QCAFeedComp)"
        WHEN WsLoadFeedId NOT = WsAcceptRunId
            DISPLAY "Next: accepted feed not yet loaded "
                "(QCAMastLoad)"
    END-IF
    .

*> The CALCPn partition stamps newer than the last CALC are a
*> partitioned calculation not yet merged; any of them not at RC 00
*> died part-way and needs its restart before the merge will run.
JudgePartitionStanding.
    PERFORM VARYING WsRstSub FROM 1 BY 1 UNTIL WsRstSub > WsRstCount
        IF WsRstStep (WsRstSub) (1:5) = "CALCP"
           AND WsRstRunId (WsRstSub) > WsCalcRunId
            ADD 1 TO WsPartPending
            IF WsRstRc (WsRstSub) NOT = "00"
                ADD 1 TO WsPartFailed
            END-IF
        END-IF
    END-PERFORM
    IF WsPartPending > 0
        MOVE WsPartPending TO WsDispCount
        DISPLAY "Note: " WsDispCount " calculation partition(s) run "
            "since the last CALC - merge (RUNMODE=MERGE) pending"
    END-IF
    IF WsPartFailed > 0
        MOVE WsPartFailed TO WsDispCount
        DISPLAY "Note: " WsDispCount " of them failed or unfinished "
            "- restart before merging"
    END-IF
    .

*> The shared run-state paragraphs - see RUNSTP.cpy.
COPY RUNSTP.
