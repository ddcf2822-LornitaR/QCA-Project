    MOVE WsEntAfterImage (WsEntSub)   TO JrnBeforeImage
    MOVE WsEntBeforePresent (WsEntSub) TO JrnAfterPresent
    MOVE WsEntBeforeImage (WsEntSub)   TO JrnAfterImage
    MOVE SPACES               TO JrnOfficer
    MOVE "BKO"                TO JrnReasonCode
    MOVE SPACES               TO JrnApprover
    WRITE JrnRec
    .

