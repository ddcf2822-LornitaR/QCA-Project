*> SUSREC - one master amendment held for a second officer's
*> approval on the pending-suspense file (QCAMNTSUS.dat). QCAMastMaint
*> holds a transaction here instead of applying it when it would
*> change a result of a student already cleared for award
*> (QCAAWARDS.dat) or move a grade across the pass/fail line, and
*> releases it on a later run once QCAMNTAPR.dat carries an approval
*> for its reference from an officer other than the one who keyed it.
*> An item not approved within the suspense period expires and has
*> to be keyed again.
*>
*> The reference is the holding run's id and the item's sequence in
*> that run - unique across runs, and what the approving officer
*> quotes. SusTransText is the transaction exactly as it arrived on
*> QCAMTX.dat, amending officer and reason code included, so a
*> released item goes through the same validation as a new one.
01 SusRec.
    02 SusRef.
        03 SusHeldRunId    PIC X(14).
        03 SusHeldSeq      PIC 9(4).
    02 SusOfficer          PIC X(8).
    02 SusReasonCode       PIC X(3).
    02 SusHoldReason       PIC X(40).
    02 SusTransText        PIC X(120).
