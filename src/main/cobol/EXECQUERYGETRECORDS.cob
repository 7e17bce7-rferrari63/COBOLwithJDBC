*> abended without deregistering.
     05 CONNPARM-RUN-WAIT                PIC X(1).
     05 CONNPARM-RUN-OVERRIDE            PIC X(1).
*> Partitioned running - SLICE-CNT splits the extract into that many
*> CUS_ID ranges run as concurrent job steps, this member being slice
*> SLICE-NO, covering CUS_ID SLICE-FROM-ID through SLICE-TO-ID (a TO
*> of zero runs to the top of the key range).  Every slice runs with
*> its own CUSRPT, CUSINTF and RESTARTFILE, so a slice that fails is
*> restarted on its own, and CUSMERGE stitches the slices into the
*> night's one listing and one interface file.  Blank leaves the run
*> unpartitioned - members cut before these fields existed still run
*> the whole table in one step.
     05 CONNPARM-SLICE-NO                PIC X(2).
     05 CONNPARM-SLICE-NO-N REDEFINES CONNPARM-SLICE-NO
                                         PIC 9(2).
     05 CONNPARM-SLICE-CNT               PIC X(2).
     05 CONNPARM-SLICE-CNT-N REDEFINES CONNPARM-SLICE-CNT
                                         PIC 9(2).
     05 CONNPARM-SLICE-FROM-ID           PIC X(9).
     05 CONNPARM-SLICE-FROM-ID-N REDEFINES CONNPARM-SLICE-FROM-ID
                                         PIC 9(9).
     05 CONNPARM-SLICE-TO-ID             PIC X(9).
     05 CONNPARM-SLICE-TO-ID-N REDEFINES CONNPARM-SLICE-TO-ID
                                         PIC 9(9).
*> The operator the run is submitted for - stamped on the run's
*> AUDITLOG record so every extract is attributable to a person.
*> A member without one is refused before anything is read.
     05 CONNPARM-OPERATOR                PIC X(8).

 FD  CUSRPT.
 01  CUS-RPT-LINE                        PIC X(80).

 FD  AUDITLOG-FILE.
 01  CUS-AUDIT-LINE                      PIC X(734).

 FD  RESTARTFILE.
 01  CUS-RESTART-REC.
 01 CUS-ACTUAL-COUNT                     USAGE BINARY-DOUBLE.

*> ------------------------- AUDIT TRAIL AREAS --------------------------
 01 CUS-OPERATOR-ID                      PIC X(8) VALUE SPACES.
 01 CUS-AUDIT-TS-RAW                     PIC 9(8).
 01 CUS-AUDIT-TM-RAW                     PIC 9(8).
 01 CUS-AUDIT-TIMESTAMP.
 01 CUS-RUN-WAIT-MAX                     PIC 9(3) VALUE 20.
 01 CUS-RUN-WAIT-SECS                    PIC 9(3) VALUE 30.

*> The name this run registers under.  A slice registers as EXECQRY
*> plus its slice number - concurrent slices routinely start in the
*> same second, and deregistration is keyed on program and start
*> time, so a shared name would let the first slice to finish end
*> every other slice's registration and open the maintenance window
*> while they were still paging.
 01 CUS-RUN-PGM                          PIC X(9) VALUE 'EXECQUERY'.

*> --------------------------- SLICE AREAS ------------------------------
*> The CUS_ID range a partitioned run covers, from the CONNPARM slice
*> fields.  CUS-SLICE-CRIT-LEN is the length of the WHERE clause
*> before the range predicate is folded in - the criteria the whole
*> extract runs with, which the slice header carries for CUSMERGE to
*> match across slices and recount against.
 01 CUS-SLICE-SW                         PIC X(1) VALUE 'N'.
    88 CUS-SLICE-RUN                     VALUE 'Y'.
 01 CUS-SLICE-MAX                        PIC 9(2) VALUE 20.
 01 CUS-SLICE-NO                         PIC 9(2) VALUE 0.
 01 CUS-SLICE-CNT                        PIC 9(2) VALUE 0.
 01 CUS-SLICE-FROM-ID                    PIC 9(9) VALUE 0.
 01 CUS-SLICE-TO-ID                      PIC 9(9) VALUE 0.
 01 CUS-SLICE-CRIT-LEN                   PIC 9(4) VALUE 0.

*> The AUDITLOG record every writer shares.  SOURCE tells an extract
*> run from an inquiry (DATABASE/SNAPSHOT) and OPERATOR names who ran
*> it - both at the end, so records written before either existed
*> still read, with the field blank.
 01 CUS-AUDIT-REC.
    05 CUS-AUDIT-REC-TS                  PIC X(19).
    05 FILLER                            PIC X(1) VALUE SPACE.
    05 CUS-AUDIT-REC-STATUS              PIC X(7).
    05 FILLER                            PIC X(1) VALUE SPACE.
    05 CUS-AUDIT-REC-QUERY               PIC X(680).
    05 FILLER                            PIC X(1) VALUE SPACE.
    05 CUS-AUDIT-REC-SOURCE              PIC X(8) VALUE 'EXTRACT'.
    05 FILLER                            PIC X(1) VALUE SPACE.
    05 CUS-AUDIT-REC-OPERATOR            PIC X(8).

*> ---------------------- RUN-STATISTICS AREAS --------------------------
*> One standard record on the shared RUNSTATS file per run - rows
       MOVE CONNPARM-STATUS-FILTER TO CUS-STATUS-FILTER
       MOVE CONNPARM-RUN-WAIT     TO CUS-RUN-WAIT-FLAG
       MOVE CONNPARM-RUN-OVERRIDE TO CUS-RUN-OVERRIDE-FLAG
       MOVE CONNPARM-OPERATOR     TO CUS-OPERATOR-ID

       IF CUS-OPERATOR-ID = SPACES
          DISPLAY 'CONNPARM CARRIES NO OPERATOR ID - RUN CANNOT CONTINUE'
          MOVE 12 TO RETURN-CODE
          GO TO 1100-EXIT
       END-IF

       PERFORM 1170-LOAD-SLICE-PARM THRU 1170-EXIT

       IF CUS-RESTART-REQUESTED
          PERFORM 1160-LOAD-CHECKPOINT THRU 1160-EXIT
 1166-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 1170-LOAD-SLICE-PARM SECTION.
*>----------------------------------------------------------------------
*>   Takes up the CONNPARM slice fields.  Blank slice fields leave the
*>   run unpartitioned.  Fields that are present but do not describe
*>   a usable slice - not digits, a slice number outside the count, a
*>   range running backwards - stop the run: a slice that quietly ran
*>   the wrong range would leave a gap or an overlap only the merge
*>   could catch, after every other slice had finished.

    IF CONNPARM-SLICE-CNT = SPACES
       GO TO 1170-EXIT
    END-IF

    IF CONNPARM-SLICE-FROM-ID = SPACES
       MOVE ZEROS TO CONNPARM-SLICE-FROM-ID
    END-IF

    IF CONNPARM-SLICE-TO-ID = SPACES
       MOVE ZEROS TO CONNPARM-SLICE-TO-ID
    END-IF

    IF CONNPARM-SLICE-CNT NOT NUMERIC
          OR CONNPARM-SLICE-NO NOT NUMERIC
          OR CONNPARM-SLICE-FROM-ID NOT NUMERIC
          OR CONNPARM-SLICE-TO-ID NOT NUMERIC
       DISPLAY 'CONNPARM SLICE FIELDS ARE NOT NUMERIC - RUN CANNOT CONTINUE'
       MOVE 12 TO RETURN-CODE
       GO TO 1170-EXIT
    END-IF

    MOVE CONNPARM-SLICE-NO-N      TO CUS-SLICE-NO
    MOVE CONNPARM-SLICE-CNT-N     TO CUS-SLICE-CNT
    MOVE CONNPARM-SLICE-FROM-ID-N TO CUS-SLICE-FROM-ID
    MOVE CONNPARM-SLICE-TO-ID-N   TO CUS-SLICE-TO-ID

    IF CUS-SLICE-TO-ID = 0
       MOVE 999999999 TO CUS-SLICE-TO-ID
    END-IF

    IF CUS-SLICE-CNT = 0 OR CUS-SLICE-CNT > CUS-SLICE-MAX
          OR CUS-SLICE-NO = 0 OR CUS-SLICE-NO > CUS-SLICE-CNT
          OR CUS-SLICE-FROM-ID > CUS-SLICE-TO-ID
       DISPLAY 'CONNPARM SLICE ' CUS-SLICE-NO ' OF ' CUS-SLICE-CNT
          ' CUS_ID ' CUS-SLICE-FROM-ID ' THRU ' CUS-SLICE-TO-ID
          ' IS NOT A USABLE SLICE - RUN CANNOT CONTINUE'
       MOVE 12 TO RETURN-CODE
       GO TO 1170-EXIT
    END-IF

    SET CUS-SLICE-RUN TO TRUE
    MOVE SPACES TO CUS-RUN-PGM
    STRING 'EXECQRY'    DELIMITED BY SIZE
           CUS-SLICE-NO DELIMITED BY SIZE
      INTO CUS-RUN-PGM
    END-STRING

    DISPLAY 'PARTITIONED RUN - SLICE ' CUS-SLICE-NO ' OF ' CUS-SLICE-CNT
       ' COVERING CUS_ID ' CUS-SLICE-FROM-ID ' THRU ' CUS-SLICE-TO-ID.

 1170-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 1150-BUILD-WHERE-CLAUSE SECTION.
*>----------------------------------------------------------------------
          END-STRING
          SET CUS-CRITERIA-PRESENT TO TRUE
       END-IF
    END-IF

*>  A slice's range goes in last, after the criteria length is noted
*>  for the slice header - in the WHERE clause itself it narrows the
*>  page loop, the checkpoint resume and the reconcile COUNT(*) alike,
*>  so each slice proves its own range complete the way a whole run
*>  proves the table.
    IF CUS-SLICE-RUN
       COMPUTE CUS-SLICE-CRIT-LEN = CUS-WHERE-PTR - 1
       IF CUS-CRITERIA-PRESENT
          STRING " AND CUS_ID BETWEEN " DELIMITED BY SIZE
                 CUS-SLICE-FROM-ID      DELIMITED BY SIZE
                 " AND "                DELIMITED BY SIZE
                 CUS-SLICE-TO-ID        DELIMITED BY SIZE
             INTO CUS-WHERE-CLAUSE WITH POINTER CUS-WHERE-PTR
          END-STRING
       ELSE
          STRING " WHERE CUS_ID BETWEEN " DELIMITED BY SIZE
                 CUS-SLICE-FROM-ID        DELIMITED BY SIZE
                 " AND "                  DELIMITED BY SIZE
                 CUS-SLICE-TO-ID          DELIMITED BY SIZE
             INTO CUS-WHERE-CLAUSE WITH POINTER CUS-WHERE-PTR
          END-STRING
          SET CUS-CRITERIA-PRESENT TO TRUE
       END-IF
    END-IF.

 1150-EXIT.
*>   extract ran with ("NONE" when the run was unfiltered), so the
*>   receiving side can tell which slice of CUS it is looking at.

    IF CUS-SLICE-RUN
       PERFORM 1276-WRITE-SLICE-HEADER THRU 1276-EXIT
       GO TO 1275-EXIT
    END-IF

    MOVE SPACES TO CUS-INTF-REC-WORK

    IF CUS-WHERE-CLAUSE = SPACES
 1275-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 1276-WRITE-SLICE-HEADER SECTION.
*>----------------------------------------------------------------------
*>   A slice's file is CUSMERGE's input, never the warehouse's, and
*>   its header says which piece of the extract it holds - in fixed
*>   positions ahead of the criteria:
*>     H|MM/DD/YYYY|SLICE nn OF nn|from-id|to-id|criteria
*>   The criteria are the whole extract's ("NONE" when unfiltered),
*>   without this slice's own range, so the merge can match them
*>   across the slices and recount the table with them.

    MOVE SPACES TO CUS-INTF-REC-WORK
    MOVE 1 TO CUS-INTF-REC-PTR

    STRING 'H|'               DELIMITED BY SIZE
           CUS-RUN-DATE-DIS   DELIMITED BY SIZE
           '|SLICE '          DELIMITED BY SIZE
           CUS-SLICE-NO       DELIMITED BY SIZE
           ' OF '             DELIMITED BY SIZE
           CUS-SLICE-CNT      DELIMITED BY SIZE
           '|'                DELIMITED BY SIZE
           CUS-SLICE-FROM-ID  DELIMITED BY SIZE
           '|'                DELIMITED BY SIZE
           CUS-SLICE-TO-ID    DELIMITED BY SIZE
           '|'                DELIMITED BY SIZE
      INTO CUS-INTF-REC-WORK WITH POINTER CUS-INTF-REC-PTR
    END-STRING

    IF CUS-SLICE-CRIT-LEN = 0
       STRING 'NONE'          DELIMITED BY SIZE
          INTO CUS-INTF-REC-WORK WITH POINTER CUS-INTF-REC-PTR
       END-STRING
    ELSE
       STRING CUS-WHERE-CLAUSE(1:CUS-SLICE-CRIT-LEN)
                              DELIMITED BY SIZE
          INTO CUS-INTF-REC-WORK WITH POINTER CUS-INTF-REC-PTR
       END-STRING
    END-IF

    WRITE CUS-INTF-LINE FROM CUS-INTF-REC-WORK.

 1276-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 1280-LOAD-AGE-BANDS SECTION.
*>----------------------------------------------------------------------

    IF RETURN-CODE = 0 OR RETURN-CODE = 4
       MOVE SPACES TO CUS-RUN-STMT
       STRING "INSERT INTO CUSRUN (RUN_PGM, RUN_MODE, RUN_START, RUN_STATUS) VALUES ('"
                          DELIMITED BY SIZE
              CUS-RUN-PGM DELIMITED BY SPACE
              "', 'EXTRACT', '"
                          DELIMITED BY SIZE
              CUS-RUN-TS  DELIMITED BY SIZE
              "', 'ACTIVE')" DELIMITED BY SIZE
       MOVE CUS-AUDIT-TIMESTAMP TO CUS-AUDIT-REC-TS
       MOVE CUS-TOTAL-FETCHED   TO CUS-AUDIT-REC-RESULT
       MOVE CUS-QUERY-FILTERED  TO CUS-AUDIT-REC-QUERY
       MOVE CUS-OPERATOR-ID     TO CUS-AUDIT-REC-OPERATOR

       IF RETURN-CODE = 0 OR RETURN-CODE = 4
          MOVE 'SUCCESS' TO CUS-AUDIT-REC-STATUS
*>   a suspect reconcile booked as one error.  Runs after the final
*>   return code is settled so the outcome booked is the one the
*>   scheduler sees, and a record that cannot be written changes
*>   nothing about the run itself.  A slice books nothing here: the
*>   night's extract figures are CUSMERGE's to book, under this
*>   program's name, so the morning trend sees one extract a night
*>   however many slices it was run in.

    IF CUS-SLICE-RUN
       GO TO 8400-EXIT
    END-IF

    ACCEPT CUS-STAT-TM-RAW FROM TIME
    MOVE CUS-STAT-TM-RAW(1:2) TO CUS-STAT-TM-HH
*>----------------------------------------------------------------------

    MOVE SPACES TO CUS-RUN-STMT
    STRING "UPDATE CUSRUN SET RUN_STATUS = 'ENDED' WHERE RUN_PGM = '"
                       DELIMITED BY SIZE
           CUS-RUN-PGM DELIMITED BY SPACE
           "' AND RUN_START = '"
                       DELIMITED BY SIZE
           CUS-RUN-TS  DELIMITED BY SIZE
           "'"         DELIMITED BY SIZE
