*> record journalled under an older layout will then no longer match
*> byte-for-byte, which the backout reports as unsafe rather than
*> guessing at.
*>
*> JrnOfficer and JrnReasonCode are the amending officer and reason
*> code the transaction carried (see QCAMastMaint for the codes);
*> JrnApprover is the second officer whose approval released it from
*> the pending-suspense file (SUSREC.cpy), blank for an amendment
*> that needed no second signature. A backout's reversals carry
*> reason code "BKO" and no officer.
01 JrnRec.
    02 JrnRunId            PIC X(14).
    02 JrnSeq              PIC 9(6).
    02 JrnAfterPresent     PIC X.
        88 JrnHasAfter         VALUE "Y".
    02 JrnAfterImage       PIC X(100).
    02 JrnOfficer          PIC X(8).
    02 JrnReasonCode       PIC X(3).
    02 JrnApprover         PIC X(8).
