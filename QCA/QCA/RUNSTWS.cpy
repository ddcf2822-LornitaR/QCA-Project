01 WsRstFileStatus           PIC XX VALUE "00".
01 WsRstEofFlag              PIC X VALUE "N".
    88 WsRstAtEnd                VALUE "Y".
01 WsRstMax                  PIC 99 VALUE 20.
01 WsRstCount                PIC 99 VALUE ZERO.
01 WsRstTable.
    02 WsRstEntry OCCURS 20 TIMES.
        03 WsRstStep          PIC X(8).
        03 WsRstRunId         PIC X(14).
        03 WsRstFeedId        PIC X(14).
