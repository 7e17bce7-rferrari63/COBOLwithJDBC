            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CUS-BAT-RST-STATUS.

*> AUDITLOG is the compliance trail the single extract appends to -
*> one record per query run here, in the same shape, marked EXTRACT
*> and carrying the operator the 'C' record names.
     SELECT AUDITLOG-FILE ASSIGN TO "AUDITLOG"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CUS-BAT-AUDIT-STATUS.

*> RUNSTATS is the shared run-statistics file every batch program in
*> the suite appends one record per run to - program, run timestamp,
*> queries in, rows out, errors, elapsed seconds and outcome - the
*> completed - appended after the older fields so BATCHCTL members
*> cut before checkpointing existed still run unchanged.
        10 BATCHCTL-RESTART-FLAG         PIC X(1).
*> The operator the night's run is submitted for - stamped on every
*> query's AUDITLOG record, as the single extract stamps its own.  A
*> member without one is refused before any query runs.
        10 BATCHCTL-OPERATOR             PIC X(8).

 FD  CUSBATOUT.
 01  CUS-BAT-OUT-LINE                    PIC X(80).
     05 CUS-BAT-RST-ROWS                 PIC 9(8).
     05 CUS-BAT-RST-DEST                 PIC X(44).

 FD  AUDITLOG-FILE.
 01  CUS-BAT-AUDIT-LINE                  PIC X(734).

 FD  RUNSTATS-FILE.
 01  CUS-BAT-STAT-LINE                   PIC X(74).

    05 FILLER                            PIC X(10) VALUE '  CARRIED '.
    05 CUS-BAT-SUM-TOT-CARRY             PIC ZZZ9.

*> ------------------------- AUDIT TRAIL AREAS --------------------------
 01 CUS-BAT-AUDIT-STATUS                 PIC X(2).
    88 CUS-BAT-AUDIT-STATUS-OK           VALUE '00'.

 01 CUS-BAT-AUDIT-OPEN-SW                PIC X(1) VALUE 'N'.
    88 CUS-BAT-AUDIT-IS-OPEN             VALUE 'Y'.

 01 CUS-BAT-OPERATOR-ID                  PIC X(8) VALUE SPACES.

 01 CUS-BAT-AUDIT-TS-RAW                 PIC 9(8).
 01 CUS-BAT-AUDIT-TM-RAW                 PIC 9(8).
 01 CUS-BAT-AUDIT-TIMESTAMP.
    05 CUS-BAT-AUDIT-TS-YYYY             PIC 9(4).
    05 FILLER                            PIC X(1) VALUE '-'.
    05 CUS-BAT-AUDIT-TS-MM               PIC 9(2).
    05 FILLER                            PIC X(1) VALUE '-'.
    05 CUS-BAT-AUDIT-TS-DD               PIC 9(2).
    05 FILLER                            PIC X(1) VALUE '-'.
    05 CUS-BAT-AUDIT-TS-HH               PIC 9(2).
    05 FILLER                            PIC X(1) VALUE ':'.
    05 CUS-BAT-AUDIT-TS-MI               PIC 9(2).
    05 FILLER                            PIC X(1) VALUE ':'.
    05 CUS-BAT-AUDIT-TS-SS               PIC 9(2).

*> The AUDITLOG record every writer shares - see EXECQUERYGETRECORDS.
 01 CUS-BAT-AUDIT-REC.
    05 CUS-BAT-AUDIT-REC-TS              PIC X(19).
    05 FILLER                            PIC X(1) VALUE SPACE.
    05 CUS-BAT-AUDIT-REC-RESULT          PIC ZZZZZZ9.
    05 FILLER                            PIC X(1) VALUE SPACE.
    05 CUS-BAT-AUDIT-REC-STATUS          PIC X(7).
    05 FILLER                            PIC X(1) VALUE SPACE.
    05 CUS-BAT-AUDIT-REC-QUERY           PIC X(680).
    05 FILLER                            PIC X(1) VALUE SPACE.
    05 CUS-BAT-AUDIT-REC-SOURCE          PIC X(8) VALUE 'EXTRACT'.
    05 FILLER                            PIC X(1) VALUE SPACE.
    05 CUS-BAT-AUDIT-REC-OPERATOR        PIC X(8).

*> ------------------------- RUN-CONTROL AREAS --------------------------
*> Registration on the shared CUSRUN table - the interlock that keeps
*> the overnight slices and CUSMAINT from running over each other.

    PERFORM 1100-LOAD-CONNECTION THRU 1100-EXIT

    IF RETURN-CODE = 0
       PERFORM 1250-OPEN-AUDIT-LOG THRU 1250-EXIT
    END-IF

    IF RETURN-CODE = 0
       PERFORM 1300-OPEN-CHECKPOINT-LOG THRU 1300-EXIT
    END-IF
 1100-LOAD-CONNECTION SECTION.
*>----------------------------------------------------------------------
*>   Opens BATCHCTL and reads its leading 'C' record for the URI/USER/
*>   PWD every query in the file will share and the operator the run
*>   is for, then primes the first query record for the processing
*>   loop.

    OPEN INPUT BATCHCTL-FILE

             MOVE BATCHCTL-RUN-WAIT     TO CUS-BAT-RUN-WAIT-FLAG
             MOVE BATCHCTL-RUN-OVERRIDE TO CUS-BAT-RUN-OVERRIDE-FLAG
             MOVE BATCHCTL-RESTART-FLAG TO CUS-BAT-RESTART-FLAG
             MOVE BATCHCTL-OPERATOR     TO CUS-BAT-OPERATOR-ID
             IF CUS-BAT-OPERATOR-ID = SPACES
                DISPLAY 'BATCHCTL CARRIES NO OPERATOR ID - RUN CANNOT CONTINUE'
                MOVE 12 TO RETURN-CODE
                GO TO 1100-EXIT
             END-IF
             PERFORM 1210-READ-NEXT-CTL-REC THRU 1210-EXIT
          ELSE
             DISPLAY 'FIRST BATCHCTL RECORD MUST BE A CONNECTION (C) RECORD'
 1210-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 1250-OPEN-AUDIT-LOG SECTION.
*>----------------------------------------------------------------------
*>   Opens AUDITLOG for append so the night's records land after every
*>   prior run's.  A run that cannot leave its trail does not start.

    OPEN EXTEND AUDITLOG-FILE

    IF NOT CUS-BAT-AUDIT-STATUS-OK
       DISPLAY 'UNABLE TO OPEN AUDITLOG - STATUS ' CUS-BAT-AUDIT-STATUS
       MOVE 12 TO RETURN-CODE
    ELSE
       SET CUS-BAT-AUDIT-IS-OPEN TO TRUE
    END-IF.

 1250-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 1300-OPEN-CHECKPOINT-LOG SECTION.
*>----------------------------------------------------------------------
       END-IF

       PERFORM 2500-BOOK-QUERY-RESULT THRU 2500-EXIT
       PERFORM 2700-WRITE-AUDIT-RECORD THRU 2700-EXIT

       IF NOT CUS-BAT-QUERY-FAILED
          PERFORM 2600-WRITE-CHECKPOINT THRU 2600-EXIT
 2600-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2700-WRITE-AUDIT-RECORD SECTION.
*>----------------------------------------------------------------------
*>   One AUDITLOG record for the query just run - its text as keyed,
*>   the rows it returned and whether it finished clean.  A query
*>   skipped under ABORT tolerance read nothing and a carried one was
*>   logged by the run that ran it, so neither writes one.

    IF CUS-BAT-AUDIT-IS-OPEN
       ACCEPT CUS-BAT-AUDIT-TS-RAW FROM DATE YYYYMMDD
       ACCEPT CUS-BAT-AUDIT-TM-RAW FROM TIME

       MOVE CUS-BAT-AUDIT-TS-RAW(1:4) TO CUS-BAT-AUDIT-TS-YYYY
       MOVE CUS-BAT-AUDIT-TS-RAW(5:2) TO CUS-BAT-AUDIT-TS-MM
       MOVE CUS-BAT-AUDIT-TS-RAW(7:2) TO CUS-BAT-AUDIT-TS-DD
       MOVE CUS-BAT-AUDIT-TM-RAW(1:2) TO CUS-BAT-AUDIT-TS-HH
       MOVE CUS-BAT-AUDIT-TM-RAW(3:2) TO CUS-BAT-AUDIT-TS-MI
       MOVE CUS-BAT-AUDIT-TM-RAW(5:2) TO CUS-BAT-AUDIT-TS-SS

       MOVE CUS-BAT-AUDIT-TIMESTAMP TO CUS-BAT-AUDIT-REC-TS
       MOVE CUS-BAT-TOTAL-FETCHED   TO CUS-BAT-AUDIT-REC-RESULT
       MOVE CUS-BAT-QUERY-BASE      TO CUS-BAT-AUDIT-REC-QUERY
       MOVE CUS-BAT-OPERATOR-ID     TO CUS-BAT-AUDIT-REC-OPERATOR

       IF CUS-BAT-QUERY-FAILED
          MOVE 'FAILURE' TO CUS-BAT-AUDIT-REC-STATUS
       ELSE
          MOVE 'SUCCESS' TO CUS-BAT-AUDIT-REC-STATUS
       END-IF

       WRITE CUS-BAT-AUDIT-LINE FROM CUS-BAT-AUDIT-REC

       IF NOT CUS-BAT-AUDIT-STATUS-OK
          DISPLAY 'AUDITLOG WRITE FAILED - STATUS ' CUS-BAT-AUDIT-STATUS
             ' - QUERY ' CUS-BAT-QUERY-CNT
          IF RETURN-CODE < 8
             MOVE 8 TO RETURN-CODE
          END-IF
       END-IF
    END-IF.

 2700-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 8000-TERMINATE SECTION.
*>----------------------------------------------------------------------
       CLOSE BATRSTRT-FILE
    END-IF

    IF CUS-BAT-AUDIT-IS-OPEN
       CLOSE AUDITLOG-FILE
    END-IF

    PERFORM 8100-WRITE-NIGHT-END-SUMMARY THRU 8100-EXIT

    PERFORM 8200-WRITE-RUN-STATS THRU 8200-EXIT
