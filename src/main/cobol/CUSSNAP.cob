 IDENTIFICATION DIVISION.
 PROGRAM-ID. CUSSNAP.

*> The nightly offline snapshot of CUS.  When the database or the JDBC
*> bridge is down CUSINQ cannot create its isolate and the service
*> desk has nothing to look at.  This program unloads every CUS row,
*> every column, into the indexed CUSSNAP file - keyed on CUS_ID with
*> an alternate key on CUS_NAME - that CUSINQ falls back to when it
*> cannot reach the database, or reads when the operator asks for it.
*>
*> The file opens with a header record under CUS_ID zero stamped with
*> the time the unload started and, once the last row is down, the
*> row count and a complete flag.  A run that fails part way leaves
*> the flag unset and CUSINQ will not answer from that file - a
*> half-unloaded snapshot would report customers as missing who are
*> not.

 ENVIRONMENT DIVISION.

 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
*> SNAPPARM carries the JDBC connection details.
     SELECT SNAPPARM-FILE ASSIGN TO "SNAPPARM"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CUS-SNP-PARM-STATUS.

*> CUSSNAP is the snapshot itself - rebuilt from empty every night.
*> CUSINQ reads it by CUS_ID for an ID lookup and through the name key
*> for a name-fragment lookup.
     SELECT CUSSNAP-FILE ASSIGN TO "CUSSNAP"
            ORGANIZATION INDEXED
            ACCESS MODE DYNAMIC
            RECORD KEY IS CUSSNAP-ID
            ALTERNATE RECORD KEY IS CUSSNAP-NAME WITH DUPLICATES
            FILE STATUS IS CUS-SNP-FILE-STATUS.

*> RUNSTATS is the shared run-statistics file every batch program in
*> the suite appends one record per run to - program, run timestamp,
*> records in and out, errors, elapsed seconds and outcome - the
*> comparable history the CUSTREND morning report trends across.
     SELECT RUNSTATS-FILE ASSIGN TO "RUNSTATS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CUS-SNP-STAT-STATUS.

 DATA DIVISION.
 FILE SECTION.
 FD  SNAPPARM-FILE.
 01  SNAPPARM-REC.
     05 SNAPPARM-URI                     PIC X(50).
     05 SNAPPARM-USER                    PIC X(20).
     05 SNAPPARM-PWD                     PIC X(20).

*> One record per customer, every CUS column; the header record under
*> CUS_ID zero carries the snapshot stamp in place of the columns.
 FD  CUSSNAP-FILE.
 01  CUSSNAP-REC.
     05 CUSSNAP-ID                       PIC 9(9).
     05 CUSSNAP-NAME                     PIC X(20).
     05 CUSSNAP-DATA.
        10 CUSSNAP-AGE                   PIC 9(3).
        10 CUSSNAP-DOB                   PIC X(10).
        10 CUSSNAP-ADDR1                 PIC X(30).
        10 CUSSNAP-ADDR2                 PIC X(30).
        10 CUSSNAP-CITY                  PIC X(20).
        10 CUSSNAP-POSTAL                PIC X(10).
        10 CUSSNAP-PHONE                 PIC X(15).
        10 CUSSNAP-EMAIL                 PIC X(40).
        10 CUSSNAP-STATUS                PIC X(1).
        10 CUSSNAP-OPEN-DATE             PIC X(10).
        10 CUSSNAP-CLOSE-DATE            PIC X(10).
     05 CUSSNAP-HDR-DATA REDEFINES CUSSNAP-DATA.
        10 CUSSNAP-HDR-TAKEN             PIC X(19).
        10 CUSSNAP-HDR-ROWS              PIC 9(9).
        10 CUSSNAP-HDR-DONE-SW           PIC X(1).
           88 CUSSNAP-HDR-COMPLETE       VALUE 'Y'.
        10 FILLER                        PIC X(150).

 FD  RUNSTATS-FILE.
 01  CUS-SNP-STAT-LINE                   PIC X(74).

 WORKING-STORAGE SECTION.

 01 CUS-SNP-PARM-STATUS                  PIC X(2).
    88 CUS-SNP-PARM-STATUS-OK            VALUE '00'.

 01 CUS-SNP-FILE-STATUS                  PIC X(2).
    88 CUS-SNP-FILE-STATUS-OK            VALUE '00' '02'.

 01 CUS-SNP-FILE-OPEN-SW                 PIC X(1) VALUE 'N'.
    88 CUS-SNP-FILE-IS-OPEN              VALUE 'Y'.

 01 GRAAL_CREATE_ISOLATE_PARAMS_T.
    03 VERSION-1                        USAGE BINARY-LONG.
    03 RESERVED-ADDRESS-SPACE-SIZE      USAGE BINARY-DOUBLE.
    03 AUXILIARY-IMAGE-PATH             USAGE BINARY-CHAR.
    03 AUXILIARY-IMAGE-RESERVED-SPACE-SIZE
                                        USAGE BINARY-DOUBLE.

 01 GRAAL_ISOLATE_T                      USAGE POINTER.
 01 GRAAL_ISOLATETHREAD_T                USAGE POINTER.
 01 RESPONSE                             USAGE BINARY-LONG.
 01 RESULT                               USAGE BINARY-LONG.
 01 URI                                  PIC X(50).
 01 USER                                 PIC X(20).
 01 PWD                                  PIC X(20).
 01 QUERY                                PIC X(1000).

*> The string column is every CUS column but the ID and age '|'-joined
*> with a trailing sentinel; the third column is the stored age, -1
*> when null.
 01 CUS BASED.
    05 CUS-STRUCT OCCURS 20.
       10 CUS-ID                         USAGE BINARY-DOUBLE.
       10 CUS-NAME-PTR                   USAGE POINTER.
       10 CUS-AGE                        USAGE BINARY-DOUBLE.

 01 CUS-POINTER                          USAGE POINTER.
 01 CUS-SNP-ROW-STR                      PIC X(250) BASED.

 01 CUS-SNP-ISOLATE-SW                   PIC X(1) VALUE 'N'.
    88 CUS-SNP-ISOLATE-OK                VALUE 'Y'.

 01 CUS-SNP-ERROR-CODE                   USAGE BINARY-LONG.
 01 CUS-SNP-ERROR-TEXT                   PIC X(200).

 01 CUS-SNP-PAGE-SIZE                    PIC 9(4) VALUE 20.
 01 CUS-SNP-OFFSET                       PIC 9(8) VALUE 0.
 01 CUS-SNP-MORE-SW                      PIC X(1) VALUE 'Y'.
    88 CUS-SNP-MORE-ROWS                 VALUE 'Y'.
    88 CUS-SNP-NO-MORE-ROWS              VALUE 'N'.

 01 I                                    PIC 9(2).

 01 CUS-SNP-FETCH-CNT                    PIC 9(8) VALUE 0.
 01 CUS-SNP-WRITE-CNT                    PIC 9(8) VALUE 0.
 01 CUS-SNP-ERROR-CNT                    PIC 9(8) VALUE 0.

*> ---------------------- RUN-STATISTICS AREAS --------------------------
*> One standard record on the shared RUNSTATS file per run - rows
*> fetched in, rows written out, rows that would not write as errors.
 01 CUS-SNP-STAT-STATUS                  PIC X(2).
    88 CUS-SNP-STAT-STATUS-OK            VALUE '00'.

 01 CUS-SNP-STAT-TM-RAW                  PIC 9(8).
 01 CUS-SNP-STAT-TM-HH                   PIC 9(2).
 01 CUS-SNP-STAT-TM-MI                   PIC 9(2).
 01 CUS-SNP-STAT-TM-SS                   PIC 9(2).
 01 CUS-SNP-STAT-START-SECS              PIC 9(6) VALUE 0.
 01 CUS-SNP-STAT-END-SECS                PIC 9(6).
 01 CUS-SNP-STAT-ELAPSED                 PIC S9(7).

 01 CUS-SNP-RUN-DATE-RAW                 PIC 9(8).
 01 CUS-SNP-RUN-DATE-GROUP REDEFINES CUS-SNP-RUN-DATE-RAW.
    05 CUS-SNP-RUN-YYYY                  PIC 9(4).
    05 CUS-SNP-RUN-MM                    PIC 9(2).
    05 CUS-SNP-RUN-DD                    PIC 9(2).

*> The run timestamp - the RUNSTATS stamp and the snapshot's own
*> AS OF time are one and the same.
 01 CUS-SNP-RUN-TS.
    05 CUS-SNP-TS-YYYY                   PIC 9(4).
    05 FILLER                            PIC X(1) VALUE '-'.
    05 CUS-SNP-TS-MM                     PIC 9(2).
    05 FILLER                            PIC X(1) VALUE '-'.
    05 CUS-SNP-TS-DD                     PIC 9(2).
    05 FILLER                            PIC X(1) VALUE '-'.
    05 CUS-SNP-TS-HH                     PIC 9(2).
    05 FILLER                            PIC X(1) VALUE ':'.
    05 CUS-SNP-TS-MI                     PIC 9(2).
    05 FILLER                            PIC X(1) VALUE ':'.
    05 CUS-SNP-TS-SS                     PIC 9(2).

 01 CUS-SNP-STAT-REC.
    05 CUS-SNP-STAT-PGM                  PIC X(9) VALUE 'CUSSNAP'.
    05 FILLER                            PIC X(1) VALUE SPACE.
    05 CUS-SNP-STAT-TS                   PIC X(19).
    05 FILLER                            PIC X(1) VALUE SPACE.
    05 CUS-SNP-STAT-IN                   PIC 9(8).
    05 FILLER                            PIC X(1) VALUE SPACE.
    05 CUS-SNP-STAT-OUT                  PIC 9(8).
    05 FILLER                            PIC X(1) VALUE SPACE.
    05 CUS-SNP-STAT-ERR                  PIC 9(8).
    05 FILLER                            PIC X(1) VALUE SPACE.
    05 CUS-SNP-STAT-SECS                 PIC 9(6).
    05 FILLER                            PIC X(1) VALUE SPACE.
    05 CUS-SNP-STAT-RC                   PIC 9(2).
    05 FILLER                            PIC X(1) VALUE SPACE.
    05 CUS-SNP-STAT-OUTCOME              PIC X(7).

 PROCEDURE DIVISION.

*>----------------------------------------------------------------------
 0000-MAINLINE SECTION.
*>----------------------------------------------------------------------

    PERFORM 1000-INITIALIZE THRU 1000-EXIT

    IF CUS-SNP-ISOLATE-OK AND RETURN-CODE = 0
       PERFORM 2000-UNLOAD-ONE-PAGE THRU 2000-EXIT
          UNTIL CUS-SNP-NO-MORE-ROWS
    END-IF

    PERFORM 8000-TERMINATE THRU 8000-EXIT

    STOP RUN.

 0000-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 1000-INITIALIZE SECTION.
*>----------------------------------------------------------------------

    ACCEPT CUS-SNP-RUN-DATE-RAW FROM DATE YYYYMMDD
    ACCEPT CUS-SNP-STAT-TM-RAW FROM TIME
    MOVE CUS-SNP-STAT-TM-RAW(1:2) TO CUS-SNP-STAT-TM-HH
    MOVE CUS-SNP-STAT-TM-RAW(3:2) TO CUS-SNP-STAT-TM-MI
    MOVE CUS-SNP-STAT-TM-RAW(5:2) TO CUS-SNP-STAT-TM-SS
    COMPUTE CUS-SNP-STAT-START-SECS
       = CUS-SNP-STAT-TM-HH * 3600
       + CUS-SNP-STAT-TM-MI * 60
       + CUS-SNP-STAT-TM-SS

    MOVE CUS-SNP-RUN-YYYY   TO CUS-SNP-TS-YYYY
    MOVE CUS-SNP-RUN-MM     TO CUS-SNP-TS-MM
    MOVE CUS-SNP-RUN-DD     TO CUS-SNP-TS-DD
    MOVE CUS-SNP-STAT-TM-HH TO CUS-SNP-TS-HH
    MOVE CUS-SNP-STAT-TM-MI TO CUS-SNP-TS-MI
    MOVE CUS-SNP-STAT-TM-SS TO CUS-SNP-TS-SS

    PERFORM 1100-LOAD-PARM THRU 1100-EXIT

    IF RETURN-CODE = 0
       CALL STATIC 'graal_create_isolate' using
              BY REFERENCE GRAAL_CREATE_ISOLATE_PARAMS_T
              BY REFERENCE GRAAL_ISOLATE_T
              BY REFERENCE GRAAL_ISOLATETHREAD_T
              returning RESPONSE
       END-CALL

       IF RESPONSE equal 0
          SET CUS-SNP-ISOLATE-OK TO TRUE
       ELSE
          DISPLAY 'CUSSNAP FAILED - GRAAL_CREATE_ISOLATE RESPONSE CODE ' RESPONSE
          MOVE 8 TO RETURN-CODE
       END-IF
    END-IF

*>  Creating the isolate never touches the database, so a query has
*>  to answer before the old snapshot is replaced - a night the
*>  database is down leaves yesterday's file for CUSINQ rather than an
*>  empty one.
    IF RETURN-CODE = 0
       PERFORM 1150-PROBE-DATABASE THRU 1150-EXIT
    END-IF

    IF RETURN-CODE = 0
       PERFORM 1200-OPEN-SNAPSHOT THRU 1200-EXIT
    END-IF.

 1000-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 1100-LOAD-PARM SECTION.
*>----------------------------------------------------------------------

    OPEN INPUT SNAPPARM-FILE

    IF CUS-SNP-PARM-STATUS-OK
       READ SNAPPARM-FILE
         AT END
            DISPLAY 'SNAPPARM IS EMPTY - RUN CANNOT CONTINUE'
            MOVE 12 TO RETURN-CODE
       END-READ
       CLOSE SNAPPARM-FILE
       MOVE SNAPPARM-URI  TO URI
       MOVE SNAPPARM-USER TO USER
       MOVE SNAPPARM-PWD  TO PWD
    ELSE
       DISPLAY 'UNABLE TO OPEN SNAPPARM - STATUS ' CUS-SNP-PARM-STATUS
       MOVE 12 TO RETURN-CODE
    END-IF.

 1100-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 1150-PROBE-DATABASE SECTION.
*>----------------------------------------------------------------------
*>   Counts CUS before anything is opened for output.  A query that
*>   fails here means the unload cannot run, and the snapshot CUSINQ
*>   already has is left exactly as it is.

    MOVE SPACES TO QUERY
    STRING 'SELECT COUNT(*), 0, 0 FROM CUS' DELIMITED BY SIZE
      INTO QUERY
    END-STRING

    CALL STATIC 'exec_query_get_records' using
        BY VALUE GRAAL_ISOLATETHREAD_T
        BY CONTENT URI
        BY CONTENT USER
        BY CONTENT PWD
        BY CONTENT QUERY
        BY REFERENCE CUS-POINTER
        returning RESULT
    END-CALL

    IF RESULT > 0
       SET ADDRESS OF CUS TO CUS-POINTER
       CALL STATIC 'free_results' using
          BY VALUE GRAAL_ISOLATETHREAD_T
          BY REFERENCE CUS
          BY VALUE RESULT
          returning RESPONSE
       END-CALL
    ELSE
       IF RESULT < 0
          PERFORM 2950-GET-ERROR-DETAIL THRU 2950-EXIT
          DISPLAY 'CUS NOT REACHABLE - SQLCODE ' CUS-SNP-ERROR-CODE
             ' - ' CUS-SNP-ERROR-TEXT
       ELSE
          DISPLAY 'CUS NOT REACHABLE - COUNT RETURNED NO ROW'
       END-IF
       DISPLAY 'CUSSNAP NOT REPLACED - THE PREVIOUS SNAPSHOT STANDS'
       MOVE 8 TO RETURN-CODE
    END-IF.

 1150-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 1200-OPEN-SNAPSHOT SECTION.
*>----------------------------------------------------------------------
*>   Rebuilds the file from empty and writes the header first, stamped
*>   but not yet marked complete.

    OPEN OUTPUT CUSSNAP-FILE

    IF NOT CUS-SNP-FILE-STATUS-OK
       DISPLAY 'UNABLE TO OPEN CUSSNAP - STATUS ' CUS-SNP-FILE-STATUS
       MOVE 12 TO RETURN-CODE
       GO TO 1200-EXIT
    END-IF

    SET CUS-SNP-FILE-IS-OPEN TO TRUE

    MOVE SPACES         TO CUSSNAP-REC
    MOVE 0              TO CUSSNAP-ID
    MOVE LOW-VALUES     TO CUSSNAP-NAME
    MOVE CUS-SNP-RUN-TS TO CUSSNAP-HDR-TAKEN
    MOVE 0              TO CUSSNAP-HDR-ROWS
    MOVE 'N'            TO CUSSNAP-HDR-DONE-SW

    WRITE CUSSNAP-REC
    IF NOT CUS-SNP-FILE-STATUS-OK
       DISPLAY 'CUSSNAP HEADER WRITE FAILED - STATUS ' CUS-SNP-FILE-STATUS
       MOVE 12 TO RETURN-CODE
    END-IF.

 1200-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2000-UNLOAD-ONE-PAGE SECTION.
*>----------------------------------------------------------------------
*>   One page of CUS in CUS_ID order, the page walking forward by
*>   offset as the other whole-table readers do.  A null column comes
*>   back empty.

    MOVE SPACES TO QUERY
    STRING "SELECT CUS_ID, CUS_NAME || '|' || COALESCE(TO_CHAR(CUS_DOB, 'YYYY-MM-DD'), '') || '|' || COALESCE(CUS_ADDR1, '') || '|' || COALESCE(CUS_ADDR2, '') || '|' || COALESCE(CUS_CITY, '') || '|' || COALESCE(CUS_POSTAL, '') || '|' || COALESCE(CUS_PHONE, '') || '|' || COALESCE(CUS_EMAIL, '') || '|' "
                                DELIMITED BY SIZE
           "|| COALESCE(CUS_STATUS, '') || '|' || COALESCE(TO_CHAR(CUS_OPEN_DATE, 'YYYY-MM-DD'), '') || '|' || COALESCE(TO_CHAR(CUS_CLOSE_DATE, 'YYYY-MM-DD'), '') || '|', COALESCE(CUS_AGE, -1) FROM CUS ORDER BY CUS_ID OFFSET "
                                DELIMITED BY SIZE
           CUS-SNP-OFFSET       DELIMITED BY SIZE
           " LIMIT "            DELIMITED BY SIZE
           CUS-SNP-PAGE-SIZE    DELIMITED BY SIZE
      INTO QUERY
    END-STRING

    CALL STATIC 'exec_query_get_records' using
        BY VALUE GRAAL_ISOLATETHREAD_T
        BY CONTENT URI
        BY CONTENT USER
        BY CONTENT PWD
        BY CONTENT QUERY
        BY REFERENCE CUS-POINTER
        returning RESULT
    END-CALL

    IF RESULT > 0
       SET ADDRESS OF CUS TO CUS-POINTER
       PERFORM 2100-WRITE-ONE-ROW THRU 2100-EXIT
          VARYING I FROM 1 BY 1 UNTIL I > RESULT
       CALL STATIC 'free_results' using
          BY VALUE GRAAL_ISOLATETHREAD_T
          BY REFERENCE CUS
          BY VALUE RESULT
          returning RESPONSE
       END-CALL
       IF RESULT < CUS-SNP-PAGE-SIZE
          SET CUS-SNP-NO-MORE-ROWS TO TRUE
       ELSE
          ADD CUS-SNP-PAGE-SIZE TO CUS-SNP-OFFSET
       END-IF
    ELSE
       IF RESULT < 0
          PERFORM 2950-GET-ERROR-DETAIL THRU 2950-EXIT
          DISPLAY 'CUS UNLOAD FAILED - SQLCODE ' CUS-SNP-ERROR-CODE
             ' - ' CUS-SNP-ERROR-TEXT
          MOVE 8 TO RETURN-CODE
       END-IF
       SET CUS-SNP-NO-MORE-ROWS TO TRUE
    END-IF.

 2000-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2100-WRITE-ONE-ROW SECTION.
*>----------------------------------------------------------------------

    ADD 1 TO CUS-SNP-FETCH-CNT

    MOVE SPACES    TO CUSSNAP-REC
    MOVE CUS-ID(I) TO CUSSNAP-ID

    IF CUS-AGE(I) < 0
       MOVE 0 TO CUSSNAP-AGE
    ELSE
       MOVE CUS-AGE(I) TO CUSSNAP-AGE
    END-IF

    SET ADDRESS OF CUS-SNP-ROW-STR TO CUS-NAME-PTR(I)
    UNSTRING CUS-SNP-ROW-STR DELIMITED BY '|'
       INTO CUSSNAP-NAME
            CUSSNAP-DOB
            CUSSNAP-ADDR1
            CUSSNAP-ADDR2
            CUSSNAP-CITY
            CUSSNAP-POSTAL
            CUSSNAP-PHONE
            CUSSNAP-EMAIL
            CUSSNAP-STATUS
            CUSSNAP-OPEN-DATE
            CUSSNAP-CLOSE-DATE
    END-UNSTRING

    WRITE CUSSNAP-REC

    IF CUS-SNP-FILE-STATUS-OK
       ADD 1 TO CUS-SNP-WRITE-CNT
    ELSE
       DISPLAY 'CUSSNAP WRITE FAILED FOR CUS_ID ' CUSSNAP-ID
          ' - STATUS ' CUS-SNP-FILE-STATUS
       ADD 1 TO CUS-SNP-ERROR-CNT
       MOVE 8 TO RETURN-CODE
    END-IF.

 2100-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2950-GET-ERROR-DETAIL SECTION.
*>----------------------------------------------------------------------

    CALL STATIC 'exec_get_last_error' using
        BY VALUE GRAAL_ISOLATETHREAD_T
        BY REFERENCE CUS-SNP-ERROR-TEXT
        returning CUS-SNP-ERROR-CODE
    END-CALL.

 2950-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 8000-TERMINATE SECTION.
*>----------------------------------------------------------------------

    IF CUS-SNP-ISOLATE-OK
       CALL STATIC 'graal_detach_thread' using
              BY VALUE GRAAL_ISOLATETHREAD_T
              returning RESPONSE
       END-CALL

       IF RESPONSE NOT equal 0
          DISPLAY 'graal_detach_thread failed'
       END-IF
    END-IF

    IF CUS-SNP-FILE-IS-OPEN
       CLOSE CUSSNAP-FILE
       IF RETURN-CODE = 0
          PERFORM 8200-MARK-COMPLETE THRU 8200-EXIT
       ELSE
          DISPLAY 'CUSSNAP LEFT MARKED INCOMPLETE - CUSINQ WILL NOT USE IT'
       END-IF
    END-IF

    PERFORM 8100-WRITE-RUN-STATS THRU 8100-EXIT

    DISPLAY 'CUSSNAP SUMMARY - AS OF ' CUS-SNP-RUN-TS
       ' FETCHED ' CUS-SNP-FETCH-CNT
       ' WRITTEN ' CUS-SNP-WRITE-CNT
       ' FAILED ' CUS-SNP-ERROR-CNT.

 8000-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 8100-WRITE-RUN-STATS SECTION.
*>----------------------------------------------------------------------
*>   Appends this run's one statistics record to the shared RUNSTATS
*>   file.  A record that cannot be written is reported and the run's
*>   own outcome stands.

    ACCEPT CUS-SNP-STAT-TM-RAW FROM TIME
    MOVE CUS-SNP-STAT-TM-RAW(1:2) TO CUS-SNP-STAT-TM-HH
    MOVE CUS-SNP-STAT-TM-RAW(3:2) TO CUS-SNP-STAT-TM-MI
    MOVE CUS-SNP-STAT-TM-RAW(5:2) TO CUS-SNP-STAT-TM-SS
    COMPUTE CUS-SNP-STAT-END-SECS
       = CUS-SNP-STAT-TM-HH * 3600
       + CUS-SNP-STAT-TM-MI * 60
       + CUS-SNP-STAT-TM-SS

    COMPUTE CUS-SNP-STAT-ELAPSED
       = CUS-SNP-STAT-END-SECS - CUS-SNP-STAT-START-SECS
    IF CUS-SNP-STAT-ELAPSED < 0
       ADD 86400 TO CUS-SNP-STAT-ELAPSED
    END-IF

    MOVE CUS-SNP-RUN-TS       TO CUS-SNP-STAT-TS
    MOVE CUS-SNP-FETCH-CNT    TO CUS-SNP-STAT-IN
    MOVE CUS-SNP-WRITE-CNT    TO CUS-SNP-STAT-OUT
    MOVE CUS-SNP-ERROR-CNT    TO CUS-SNP-STAT-ERR
    MOVE CUS-SNP-STAT-ELAPSED TO CUS-SNP-STAT-SECS
    MOVE RETURN-CODE          TO CUS-SNP-STAT-RC

    EVALUATE RETURN-CODE
       WHEN 0
          MOVE 'SUCCESS' TO CUS-SNP-STAT-OUTCOME
       WHEN 4
          MOVE 'WARNING' TO CUS-SNP-STAT-OUTCOME
       WHEN OTHER
          MOVE 'FAILURE' TO CUS-SNP-STAT-OUTCOME
    END-EVALUATE

    OPEN EXTEND RUNSTATS-FILE

    IF NOT CUS-SNP-STAT-STATUS-OK
       DISPLAY 'UNABLE TO OPEN RUNSTATS - STATUS ' CUS-SNP-STAT-STATUS
          ' - NO STATISTICS RECORD FOR THIS RUN'
    ELSE
       WRITE CUS-SNP-STAT-LINE FROM CUS-SNP-STAT-REC
       IF NOT CUS-SNP-STAT-STATUS-OK
          DISPLAY 'RUNSTATS WRITE FAILED - STATUS ' CUS-SNP-STAT-STATUS
       END-IF
       CLOSE RUNSTATS-FILE
    END-IF.

 8100-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 8200-MARK-COMPLETE SECTION.
*>----------------------------------------------------------------------
*>   Reopens the finished file and rewrites the header with the row
*>   count and the complete flag - the last thing the run does to the
*>   file, so only a fully unloaded snapshot ever carries it.

    OPEN I-O CUSSNAP-FILE
    IF NOT CUS-SNP-FILE-STATUS-OK
       DISPLAY 'UNABLE TO REOPEN CUSSNAP - STATUS ' CUS-SNP-FILE-STATUS
       MOVE 12 TO RETURN-CODE
       GO TO 8200-EXIT
    END-IF

    MOVE 0 TO CUSSNAP-ID
    READ CUSSNAP-FILE KEY IS CUSSNAP-ID
       INVALID KEY
          DISPLAY 'CUSSNAP HEADER RECORD NOT FOUND - STATUS '
             CUS-SNP-FILE-STATUS
          MOVE 12 TO RETURN-CODE
    END-READ

    IF RETURN-CODE = 0
       MOVE CUS-SNP-WRITE-CNT TO CUSSNAP-HDR-ROWS
       SET CUSSNAP-HDR-COMPLETE TO TRUE
       REWRITE CUSSNAP-REC
       IF NOT CUS-SNP-FILE-STATUS-OK
          DISPLAY 'CUSSNAP HEADER REWRITE FAILED - STATUS '
             CUS-SNP-FILE-STATUS
          MOVE 12 TO RETURN-CODE
       END-IF
    END-IF

    CLOSE CUSSNAP-FILE.

 8200-EXIT.
    EXIT.

 END PROGRAM CUSSNAP.
