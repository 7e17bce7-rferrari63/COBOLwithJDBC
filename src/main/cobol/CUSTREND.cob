*> recent history and prints an anomaly report - volume swings beyond
*> a tolerance, error-count spikes, and runs that are missing
*> entirely - ending with a warning return code when anything is
*> flagged so the scheduler points the morning checker at it.  The
*> monthly CUSAUDIT data-quality audit books its rule counts here as
*> well, so the morning after an audit shows each rule's breaks
*> against the months before.

 ENVIRONMENT DIVISION.

*>   One status line and the anomaly tests for one program.  A slot
*>   with neither a night run nor any history carries no expectation
*>   at all - a site that never runs CUSBATCH should not read about
*>   it every morning - and is passed over.  So are the CUSAUDIT
*>   data-quality records on the nights between audits: the audit
*>   runs monthly, not nightly, and its absence is not a missing run.

    IF NOT CUS-TRD-PGM-RAN(CUS-TRD-PGM-IDX)
          AND (CUS-TRD-PGM-HIST-CNT(CUS-TRD-PGM-IDX) = 0
             OR CUS-TRD-PGM-NAME(CUS-TRD-PGM-IDX)(1:6) = 'CUSAUD')
       GO TO 3100-EXIT
    END-IF

