*> the WsRstFound* fields; the copying program judges what it finds
*> and words its own refusal. StampRunState updates (or adds)
*> WsRstStepWanted from the WsRstNew* fields and rewrites the file
*> whole - called only on completion, so a crashed run leaves its
*> predecessor's stamp as the last word. ReadRunState may be called
*> again just before a stamp, to pick up rows other jobs stamped
*> while this one ran.
ReadRunState.
    MOVE ZERO TO WsRstCount
    MOVE "N" TO WsRstEofFlag
    OPEN INPUT RunStateFile
    EVALUATE TRUE
        WHEN WsRstFileStatus = "35"
