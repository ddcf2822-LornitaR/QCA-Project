*>
*>   ACCEPT  - QCAFeedAccept; run id doubles as the feed identity
*>             every later step carries
*>   COMPARE - QCAFeedComp; feed id = the ACCEPT run it compared.
*>             RstRc 04 while differences await sign-off - the one
*>             stamp written on a run that holds the chain, so the
*>             load can tell "compared, held" from "never compared"
*>   LOAD    - QCAMastLoad; feed id = the ACCEPT run it loaded
*>   MAINT   - QCAMastMaint, or QCAMitMaint changing the
*>             mitigating-circumstances register; feed id = the feed
*>             the master held
*>   CALC    - QCACalculation, official full run
*>   CALCAMD - QCACalculation, amendment cycle
*>   CALCP1 to CALCP9 - QCACalculation, one partition of a
*>             partitioned run (RUNMODE=PART); feed id = the feed
*>             the master held. Stamped RstRc 08 as the partition
*>             starts and 00 only when it completes, so one that
*>             died part-way reads as failed. The merge
*>             (RUNMODE=MERGE) that combines them stamps CALC
*>   RECON   - QCASrsRecon; feed id = the CALC run it reconciled
*>   GRAD    - QCAGradClear; feed id = the CALC run it judged
*>   ARCHIVE - QCAArchive, year-end rollover of finished students;
*>             feed id = the feed the master held
*>
*> RstCount is the step's headline control count (records accepted,
*> differences needing sign-off, loaded, transactions applied,
*> students processed, extract rows) - the quick cross-check the
*> sign-off reads off QCARunStat.
01 RstRec.
    02 RstStep             PIC X(8).
    02 RstRunId            PIC X(14).
