*> ARCREC - one record on the archive master (QCAARC.dat), where the
*> year-end rollover (QCAArchive) moves finished students off the
*> results master. The layout is MSTREC.cpy's byte for byte - same
*> key, same fields, same "P" projection convention - so a record
*> moves between the two files with one group MOVE and anything that
*> reads the master can read the archive: only the key is named here,
*> for the file's RECORD KEY, and a program wanting the fields moves
*> ArcRec to MstRec and works from the master's names.
01 ArcRec.
    02 ArcKey.
        03 ArcStudentId    PIC X(8).
        03 ArcSemester     PIC 9.
        03 ArcModuleCode   PIC X(6).
    02 ArcRestOfRecord     PIC X(78).
