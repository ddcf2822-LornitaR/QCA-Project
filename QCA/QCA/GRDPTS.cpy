*> every program that calculates a QCA. This table is also the
*> fallback scale and the master list of valid grade codes; scheme
*> revisions are effective-dated by academic session on
*> QCASCALE.dat (see SCHMP.cpy), whose "S" lines carry this
*> same 78-character layout.
*>
*> GrdptsQualFlag is "Y" for every grade that counts towards the
