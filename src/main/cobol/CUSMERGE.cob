 IDENTIFICATION DIVISION.
 PROGRAM-ID. CUSMERGE.

*> The merge step of a partitioned extract.  On a night the extract is
*> run as slices - concurrent EXECQUERYGETRECORDS steps, each covering
*> one CUS_ID range named in its CONNPARM member - this program takes
*> the slices' interface files and makes the night's one Customer Age
*> Listing and one CUSINTF of them: a single 'H' header, every 'D'
*> record, a single 'T' trailer carrying the combined record count and
*> CUS_ID hash total, and the demographics bands tallied over the
*> whole set.
*>
*> Nothing is written until the set is proven whole:
*>   - every slice 1 to N is present once, ended by its own trailer,
*>     flagged OK, with a count and hash that agree with its records;
*>   - the slices' ranges run from the bottom of the CUS_ID key range
*>     to the top, each starting one past where the one before ended,
*>     so there is no gap and no overlap between them;
*>   - every record carries a CUS_ID inside its own slice's range.
*> The combined count is then recounted against COUNT(*) of CUS under
*> the criteria the slices ran with, and any CUS_ID met twice in the
*> merged set is caught as it is written - either one marks the
*> merged trailer SUSPECT, the same as a whole extract that fails its
*> reconcile.  A set that fails the proof is refused outright: the
*> control report names each slice that has to be rerun, and only
*> those slices are - every good slice's file stands as it is.
*>
*> The merged listing is in age order, CUS_ID order within an age -
*> the slices' own files carry the age but not the birth date the
*> single-step listing orders by within an age.

 ENVIRONMENT DIVISION.

 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
*> CONNPARM supplies the JDBC connection details for the recount -
*> the same record the extract reads, so any of the night's slice
*> members will do.  Only the connection fields are used.
     SELECT CONNPARM-FILE ASSIGN TO "CONNPARM"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CUS-MRG-PARM-STATUS.

*> SLICEIN is the slices' CUSINTF files, concatenated in any order -
*> each slice's records sit between its own slice header and trailer.
     SELECT SLICEIN-FILE ASSIGN TO "SLICEIN"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CUS-MRG-IN-STATUS.

*> AGEBANDS is the demographics banding the extract itself reads, so
*> the merged summary bands exactly as a single-step run would.
     SELECT AGEBANDS-FILE ASSIGN TO "AGEBANDS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CUS-MRG-BAND-STATUS.

*> CUSRPT and CUSINTF are the night's merged listing and interface
*> file, in the layouts the extract writes them in - the warehouse
*> side and CUSCOMP load the merged file exactly as they load a
*> single-step one.
     SELECT CUSRPT ASSIGN TO "CUSRPT"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CUS-MRG-RPT-STATUS.

     SELECT CUSINTF ASSIGN TO "CUSINTF"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CUS-MRG-INTF-STATUS.

*> MRGRPT is the merge control report - one line per slice with its
*> range, rows, trailer and standing, then the coverage proof.
     SELECT MRGRPT ASSIGN TO "MRGRPT"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CUS-MRG-CTL-STATUS.

*> RUNSTATS is the shared run-statistics file every batch program in
*> the suite appends one record per run to - program, run timestamp,
*> records in and out, errors, elapsed seconds and outcome - the
*> comparable history the CUSTREND morning report trends across.
     SELECT RUNSTATS-FILE ASSIGN TO "RUNSTATS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CUS-MRG-STAT-STATUS.

*> SORTWK puts the slices' records into the listing's age order.
     SELECT CUS-MRG-SORT-FILE ASSIGN TO "SORTWK".

 DATA DIVISION.
 FILE SECTION.
 FD  CONNPARM-FILE.
 01  CONNPARM-REC.
     05 CONNPARM-URI                     PIC X(50).
     05 CONNPARM-USER                    PIC X(20).
     05 CONNPARM-PWD                     PIC X(20).

*> A slice file's records.  The slice header and the trailer are cut
*> in fixed positions, so they are read through the layouts below;
*> the 'D' record is variable and is taken apart by UNSTRING.
 FD  SLICEIN-FILE.
 01  CUS-MRG-IN-LINE                     PIC X(240).
 01  CUS-MRG-IN-HDR.
     05 CUS-MRG-IN-H-TYPE                PIC X(2).
     05 CUS-MRG-IN-H-DATE                PIC X(10).
     05 CUS-MRG-IN-H-SEP1                PIC X(1).
     05 CUS-MRG-IN-H-SLICE-LIT           PIC X(6).
     05 CUS-MRG-IN-H-NO                  PIC X(2).
     05 CUS-MRG-IN-H-NO-N REDEFINES CUS-MRG-IN-H-NO
                                         PIC 9(2).
     05 CUS-MRG-IN-H-OF-LIT              PIC X(4).
     05 CUS-MRG-IN-H-CNT                 PIC X(2).
     05 CUS-MRG-IN-H-CNT-N REDEFINES CUS-MRG-IN-H-CNT
                                         PIC 9(2).
     05 CUS-MRG-IN-H-SEP2                PIC X(1).
     05 CUS-MRG-IN-H-FROM                PIC X(9).
     05 CUS-MRG-IN-H-FROM-N REDEFINES CUS-MRG-IN-H-FROM
                                         PIC 9(9).
     05 CUS-MRG-IN-H-SEP3                PIC X(1).
     05 CUS-MRG-IN-H-TO                  PIC X(9).
     05 CUS-MRG-IN-H-TO-N REDEFINES CUS-MRG-IN-H-TO
                                         PIC 9(9).
     05 CUS-MRG-IN-H-SEP4                PIC X(1).
     05 CUS-MRG-IN-H-CRITERIA            PIC X(192).
 01  CUS-MRG-IN-TRL.
     05 CUS-MRG-IN-T-TYPE                PIC X(2).
     05 CUS-MRG-IN-T-CNT                 PIC X(8).
     05 CUS-MRG-IN-T-CNT-N REDEFINES CUS-MRG-IN-T-CNT
                                         PIC 9(8).
     05 CUS-MRG-IN-T-SEP1                PIC X(1).
     05 CUS-MRG-IN-T-HASH                PIC X(15).
     05 CUS-MRG-IN-T-HASH-N REDEFINES CUS-MRG-IN-T-HASH
                                         PIC 9(15).
     05 CUS-MRG-IN-T-SEP2                PIC X(1).
     05 CUS-MRG-IN-T-FLAG                PIC X(8).
     05 FILLER                           PIC X(205).

 FD  AGEBANDS-FILE.
 01  CUS-MRG-BAND-REC.
     05 CUS-MRG-BAND-REC-FROM            PIC 9(3).
     05 CUS-MRG-BAND-REC-TO              PIC 9(3).
     05 CUS-MRG-BAND-REC-LABEL           PIC X(12).

 FD  CUSRPT.
 01  CUS-MRG-RPT-LINE                    PIC X(80).

 FD  CUSINTF.
 01  CUS-MRG-INTF-LINE                   PIC X(240).

 FD  MRGRPT.
 01  CUS-MRG-CTL-LINE                    PIC X(80).

 FD  RUNSTATS-FILE.
 01  CUS-MRG-STAT-LINE                   PIC X(74).

*> One slice record on its way through the sort - the listing's keys
*> and name pulled out in front of the 'D' record it came from, which
*> goes to the merged interface file unchanged.
 SD  CUS-MRG-SORT-FILE.
 01  CUS-MRG-SRT-REC.
     05 CUS-MRG-SRT-AGE                  PIC 9(3).
     05 CUS-MRG-SRT-ID                   PIC 9(9).
     05 CUS-MRG-SRT-NAME                 PIC X(20).
     05 CUS-MRG-SRT-LINE                 PIC X(240).

 WORKING-STORAGE SECTION.

 01 CUS-MRG-PARM-STATUS                  PIC X(2).
    88 CUS-MRG-PARM-STATUS-OK            VALUE '00'.

 01 CUS-MRG-IN-STATUS                    PIC X(2).
    88 CUS-MRG-IN-STATUS-OK              VALUE '00'.
    88 CUS-MRG-IN-EOF                    VALUE '10'.

 01 CUS-MRG-BAND-STATUS                  PIC X(2).
    88 CUS-MRG-BAND-STATUS-OK            VALUE '00'.
    88 CUS-MRG-BAND-EOF                  VALUE '10'.

 01 CUS-MRG-RPT-STATUS                   PIC X(2).
    88 CUS-MRG-RPT-STATUS-OK             VALUE '00'.

 01 CUS-MRG-RPT-OPEN-SW                  PIC X(1) VALUE 'N'.
    88 CUS-MRG-RPT-IS-OPEN               VALUE 'Y'.

 01 CUS-MRG-INTF-STATUS                  PIC X(2).
    88 CUS-MRG-INTF-STATUS-OK            VALUE '00'.

 01 CUS-MRG-INTF-OPEN-SW                 PIC X(1) VALUE 'N'.
    88 CUS-MRG-INTF-IS-OPEN              VALUE 'Y'.

 01 CUS-MRG-CTL-STATUS                   PIC X(2).
    88 CUS-MRG-CTL-STATUS-OK             VALUE '00'.

 01 CUS-MRG-CTL-OPEN-SW                  PIC X(1) VALUE 'N'.
    88 CUS-MRG-CTL-IS-OPEN               VALUE 'Y'.

 01 CUS-MRG-SORT-EOF-SW                  PIC X(1) VALUE 'N'.
    88 CUS-MRG-SORT-EOF                  VALUE 'Y'.

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
 01 QUERY                                PIC X(720).

*> The recount comes back through the same fixed bridge shape the
*> other programs fetch into - the count in the first slot.
 01 CUS BASED.
    05 CUS-STRUCT OCCURS 20.
       10 CUS-ID                         USAGE BINARY-DOUBLE.
       10 CUS-NAME-PTR                   USAGE POINTER.
       10 CUS-AGE                        USAGE BINARY-DOUBLE.

 01 CUS-POINTER                          USAGE POINTER.

 01 CUS-MRG-ISOLATE-SW                   PIC X(1) VALUE 'N'.
    88 CUS-MRG-ISOLATE-OK                VALUE 'Y'.

 01 CUS-MRG-ERROR-CODE                   USAGE BINARY-LONG.
 01 CUS-MRG-ERROR-TEXT                   PIC X(200).

*> --------------------------- SLICE AREAS ------------------------------
*> One entry per slice, indexed by slice number, filled as the slice
*> files are read and judged in 3100 once they all have been.  The
*> state is what the control report prints against the slice - OK,
*> or why the slice has to be rerun.
 01 CUS-MRG-SLICE-MAX                    PIC 9(2) VALUE 20.
 01 CUS-MRG-SLICE-CNT                    PIC 9(2) VALUE 0.
 01 CUS-MRG-SLICE-TABLE.
    05 CUS-MRG-SL OCCURS 20.
       10 CUS-MRG-SL-SEEN-SW            PIC X(1).
          88 CUS-MRG-SL-SEEN            VALUE 'Y'.
       10 CUS-MRG-SL-TWICE-SW           PIC X(1).
          88 CUS-MRG-SL-TWICE           VALUE 'Y'.
       10 CUS-MRG-SL-CRIT-SW            PIC X(1).
          88 CUS-MRG-SL-CRIT-DIFFERS    VALUE 'Y'.
       10 CUS-MRG-SL-TRL-SW             PIC X(1).
          88 CUS-MRG-SL-TRL-SEEN        VALUE 'Y'.
       10 CUS-MRG-SL-FROM-ID            PIC 9(9).
       10 CUS-MRG-SL-TO-ID              PIC 9(9).
       10 CUS-MRG-SL-RUN-DATE           PIC X(10).
       10 CUS-MRG-SL-ROWS               PIC 9(8).
       10 CUS-MRG-SL-HASH               PIC 9(15).
       10 CUS-MRG-SL-TRL-CNT            PIC 9(8).
       10 CUS-MRG-SL-TRL-HASH           PIC 9(15).
       10 CUS-MRG-SL-TRL-FLAG           PIC X(8).
       10 CUS-MRG-SL-BAD-CNT            PIC 9(8).
       10 CUS-MRG-SL-OUT-RANGE          PIC 9(8).
       10 CUS-MRG-SL-STATE              PIC X(22).
       10 CUS-MRG-SL-RANGE-NOTE         PIC X(10).

 01 CUS-MRG-SL-IDX                       PIC 9(2).
 01 CUS-MRG-CUR-SLICE                    PIC 9(2) VALUE 0.
 01 CUS-MRG-NEXT-FROM                    PIC 9(10).

*> The criteria and run date the first slice header carried - every
*> other slice must have run with the same criteria, or the set is
*> not one extract.  A run date that differs (a slice rerun after
*> midnight) is only a warning: the ages in that slice are a day
*> apart, the selection is not.
 01 CUS-MRG-CRITERIA                     PIC X(192) VALUE SPACES.
 01 CUS-MRG-CRIT-LEN                     PIC 9(4) VALUE 0.
 01 CUS-MRG-RUN-DATE                     PIC X(10) VALUE SPACES.

*> Work fields for pulling one 'D' record apart.
 01 CUS-MRG-D-TYPE                       PIC X(1).
 01 CUS-MRG-D-ID-X                       PIC X(9).
 01 CUS-MRG-D-ID REDEFINES CUS-MRG-D-ID-X
                                         PIC 9(9).
 01 CUS-MRG-D-NAME                       PIC X(20).
 01 CUS-MRG-D-AGE-X                      PIC X(3).
 01 CUS-MRG-D-AGE REDEFINES CUS-MRG-D-AGE-X
                                         PIC 9(3).

*> ------------------------- PROOF AREAS --------------------------------
*> CUS-MRG-REFUSED is set by anything that stops the set being merged
*> at all; CUS-MRG-SUSPECT by anything that lets it be written but
*> leaves the coverage unproven - the merged trailer then goes out
*> SUSPECT and the receiving side refuses it, as it would a single-
*> step extract that failed its reconcile.
 01 CUS-MRG-REFUSED-SW                   PIC X(1) VALUE 'N'.
    88 CUS-MRG-REFUSED                   VALUE 'Y'.
 01 CUS-MRG-SUSPECT-SW                   PIC X(1) VALUE 'N'.
    88 CUS-MRG-SUSPECT                   VALUE 'Y'.
 01 CUS-MRG-COUNT-SW                     PIC X(1) VALUE 'N'.
    88 CUS-MRG-COUNT-OBTAINED            VALUE 'Y'.

 01 CUS-MRG-READ-CNT                     PIC 9(8) VALUE 0.
 01 CUS-MRG-STRAY-CNT                    PIC 9(8) VALUE 0.
 01 CUS-MRG-PRESENT-CNT                  PIC 9(2) VALUE 0.
 01 CUS-MRG-RERUN-CNT                    PIC 9(2) VALUE 0.
 01 CUS-MRG-GAP-CNT                      PIC 9(2) VALUE 0.
 01 CUS-MRG-SLICE-ROWS                   PIC 9(8) VALUE 0.
 01 CUS-MRG-TABLE-COUNT                  USAGE BINARY-DOUBLE.
 01 CUS-MRG-TABLE-COUNT-DIS              PIC 9(8) VALUE 0.

*> Merged trailer control totals - the records actually written and
*> their CUS_ID hash, summed modulo ten to the fifteenth the way the
*> extract and the receiving side compute it.
 01 CUS-MRG-OUT-CNT                      PIC 9(8) VALUE 0.
 01 CUS-MRG-OUT-HASH                     PIC 9(15) VALUE 0.
 01 CUS-MRG-DUP-CNT                      PIC 9(8) VALUE 0.
 01 CUS-MRG-PREV-ID                      PIC 9(9) VALUE 0.
 01 CUS-MRG-INTF-WORK                    PIC X(240).

 01 CUS-MRG-TRIM-WORK                    PIC X(240).
 01 CUS-MRG-TRIM-LEN                     PIC 9(4).
 01 CUS-MRG-TRIM-IDX                     PIC 9(4).

*> ------------------------ DEMOGRAPHICS AREAS -------------------------
*> The band table, loaded from AGEBANDS or from the same compiled-in
*> banding the extract falls back on.
 01 CUS-MRG-DEMO-BAND-MAX                PIC 9(2) VALUE 10.
 01 CUS-MRG-DEMO-BAND-CNT                PIC 9(2) VALUE 0.
 01 CUS-MRG-DEMO-BAND-TABLE.
    05 CUS-MRG-DEMO-BAND OCCURS 10.
       10 CUS-MRG-DEMO-BAND-FROM        PIC 9(3).
       10 CUS-MRG-DEMO-BAND-TO          PIC 9(3).
       10 CUS-MRG-DEMO-BAND-LABEL       PIC X(12).
       10 CUS-MRG-DEMO-BAND-COUNT       PIC 9(8).

 01 CUS-MRG-DEMO-IDX                     PIC 9(2).
 01 CUS-MRG-DEMO-FOUND-SW                PIC X(1).
    88 CUS-MRG-DEMO-BAND-FOUND           VALUE 'Y'.

 01 CUS-MRG-DEMO-OTHER-CNT               PIC 9(8) VALUE 0.
 01 CUS-MRG-DEMO-TOTAL-CNT               PIC 9(8) VALUE 0.
 01 CUS-MRG-DEMO-MIN-AGE                 PIC 9(3) VALUE 999.
 01 CUS-MRG-DEMO-MAX-AGE                 PIC 9(3) VALUE 0.
 01 CUS-MRG-DEMO-AGE-SUM                 PIC 9(12) VALUE 0.
 01 CUS-MRG-DEMO-AVG-AGE                 PIC 9(3)V9.

 01 CUS-MRG-DEMO-HEADING1.
       05 FILLER                         PIC X(26) VALUE SPACES.
       05 FILLER                         PIC X(22) VALUE 'DEMOGRAPHICS SUMMARY'.

 01 CUS-MRG-DEMO-HEADING2.
       05 FILLER                         PIC X(12) VALUE 'BAND'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(9)  VALUE 'FROM - TO'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(9)  VALUE 'CUSTOMERS'.

 01 CUS-MRG-DEMO-HEADING3.
       05 FILLER                         PIC X(12) VALUE '------------'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(9)  VALUE '---------'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(9)  VALUE '---------'.

 01 CUS-MRG-DEMO-DETAIL.
       05 CUS-MRG-DEMO-DET-LABEL         PIC X(12).
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 CUS-MRG-DEMO-DET-FROM          PIC ZZ9.
       05 FILLER                         PIC X(3)  VALUE ' - '.
       05 CUS-MRG-DEMO-DET-TO            PIC ZZ9.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 CUS-MRG-DEMO-DET-COUNT         PIC ZZZZZZZ9.

 01 CUS-MRG-DEMO-STAT-LINE.
       05 CUS-MRG-DEMO-STAT-LABEL        PIC X(14).
       05 CUS-MRG-DEMO-STAT-VALUE        PIC ZZZZZZZ9.

 01 CUS-MRG-DEMO-AVG-LINE.
       05 FILLER                         PIC X(14) VALUE 'AVERAGE AGE   '.
       05 CUS-MRG-DEMO-AVG-DIS           PIC ZZ9.9.

*> ------------------------- REPORT PRINT AREAS ------------------------
 01 CUS-MRG-RUN-DATE-RAW                 PIC 9(8).
 01 CUS-MRG-RUN-DATE-GROUP REDEFINES CUS-MRG-RUN-DATE-RAW.
    05 CUS-MRG-RUN-YYYY                  PIC 9(4).
    05 CUS-MRG-RUN-MM                    PIC 9(2).
    05 CUS-MRG-RUN-DD                    PIC 9(2).
 01 CUS-MRG-RUN-DATE-DIS                 PIC X(10).

*> The merged listing - the extract's Customer Age Listing line for
*> line, dated with the slices' run date.
 01 CUS-MRG-RPT-HEADING1.
       05 FILLER                         PIC X(10) VALUE 'RUN DATE: '.
       05 CUS-MRG-RPT-DATE-DIS           PIC X(10).
       05 FILLER                         PIC X(19) VALUE SPACES.
       05 FILLER                         PIC X(21) VALUE 'CUSTOMER AGE LISTING'.
       05 FILLER                         PIC X(15) VALUE SPACES.
       05 FILLER                         PIC X(5)  VALUE 'PAGE '.
       05 CUS-MRG-RPT-PAGE-DIS           PIC ZZZ9.

 01 CUS-MRG-RPT-HEADING2.
       05 FILLER                         PIC X(4)  VALUE '  ID'.
       05 FILLER                         PIC X(5)  VALUE SPACES.
       05 FILLER                         PIC X(20) VALUE 'NAME'.
       05 FILLER                         PIC X(5)  VALUE SPACES.
       05 FILLER                         PIC X(3)  VALUE 'AGE'.

 01 CUS-MRG-RPT-HEADING3.
       05 FILLER                         PIC X(4)  VALUE '----'.
       05 FILLER                         PIC X(5)  VALUE SPACES.
       05 FILLER                         PIC X(20) VALUE '--------------------'.
       05 FILLER                         PIC X(5)  VALUE SPACES.
       05 FILLER                         PIC X(3)  VALUE '---'.

 01 CUS-MRG-RPT-BREAK.
       05 FILLER                         PIC X(10) VALUE '*** AGE '.
       05 CUS-MRG-RPT-BREAK-AGE          PIC ZZ9.
       05 FILLER                         PIC X(6)  VALUE ' *** '.

 01 CUS-MRG-RPT-DETAIL.
       05 CUS-MRG-RPT-ID-DIS             PIC ZZZ9.
       05 FILLER                         PIC X(5)  VALUE SPACES.
       05 CUS-MRG-RPT-NAME-DIS           PIC X(20).
       05 FILLER                         PIC X(5)  VALUE SPACES.
       05 CUS-MRG-RPT-AGE-DIS            PIC ZZ9.

 01 CUS-MRG-RPT-PAGE-CNT                 PIC 9(3) VALUE 0.
 01 CUS-MRG-RPT-LINE-CNT                 PIC 9(2) VALUE 99.
 01 CUS-MRG-RPT-MAX-LINES                PIC 9(2) VALUE 55.
 01 CUS-MRG-RPT-PREV-AGE                 PIC 9(3).

 01 CUS-MRG-RPT-FIRST-ROW-SW             PIC X(1) VALUE 'Y'.
    88 CUS-MRG-RPT-FIRST-ROW             VALUE 'Y'.

*> The control report.
 01 CUS-MRG-CTL-HEADING1.
       05 FILLER                         PIC X(10) VALUE 'RUN DATE: '.
       05 CUS-MRG-CTL-DATE-DIS           PIC X(10).
       05 FILLER                         PIC X(16) VALUE SPACES.
       05 FILLER                         PIC X(19) VALUE 'SLICE MERGE CONTROL'.
       05 FILLER                         PIC X(16) VALUE SPACES.
       05 FILLER                         PIC X(5)  VALUE 'PAGE '.
       05 CUS-MRG-CTL-PAGE-DIS           PIC ZZZ9.

 01 CUS-MRG-CTL-HEADING2.
       05 FILLER                         PIC X(2)  VALUE 'SL'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(9)  VALUE '  FROM-ID'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(9)  VALUE '    TO-ID'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(8)  VALUE '    ROWS'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(7)  VALUE 'TRAILER'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(22) VALUE 'SLICE STATUS'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(10) VALUE 'RANGE'.

 01 CUS-MRG-CTL-HEADING3.
       05 FILLER                         PIC X(2)  VALUE '--'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(9)  VALUE '---------'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(9)  VALUE '---------'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(8)  VALUE '--------'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(7)  VALUE '-------'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(22) VALUE
          '----------------------'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(10) VALUE '----------'.

 01 CUS-MRG-CTL-DETAIL.
       05 CUS-MRG-CTL-SL-DIS             PIC Z9.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 CUS-MRG-CTL-FROM-DIS           PIC 9(9).
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 CUS-MRG-CTL-TO-DIS             PIC 9(9).
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 CUS-MRG-CTL-ROWS-DIS           PIC ZZZZZZZ9.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 CUS-MRG-CTL-TRL-DIS            PIC X(7).
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 CUS-MRG-CTL-STATE-DIS          PIC X(22).
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 CUS-MRG-CTL-NOTE-DIS           PIC X(10).

 01 CUS-MRG-CTL-SECTION-LINE.
       05 FILLER                         PIC X(4)  VALUE '*** '.
       05 CUS-MRG-CTL-SECTION-DIS        PIC X(60).

 01 CUS-MRG-TOTAL-LINE.
       05 CUS-MRG-TOT-LABEL              PIC X(24).
       05 CUS-MRG-TOT-VALUE              PIC ZZZZZZZ9.

 01 CUS-MRG-CTL-PAGE-CNT                 PIC 9(3) VALUE 0.

*> ---------------------- RUN-STATISTICS AREAS --------------------------
*> The merge books the night's extract figures under the extract's
*> own name - rows across the slices in, merged records out, a
*> suspect or refused set as errors - so the morning trend compares
*> one extract a night however many slices it ran in; the slices
*> themselves book nothing.
 01 CUS-MRG-STAT-STATUS                  PIC X(2).
    88 CUS-MRG-STAT-STATUS-OK            VALUE '00'.

 01 CUS-MRG-STAT-TM-RAW                  PIC 9(8).
 01 CUS-MRG-STAT-TM-HH                   PIC 9(2).
 01 CUS-MRG-STAT-TM-MI                   PIC 9(2).
 01 CUS-MRG-STAT-TM-SS                   PIC 9(2).
 01 CUS-MRG-STAT-START-SECS              PIC 9(6) VALUE 0.
 01 CUS-MRG-STAT-END-SECS                PIC 9(6).
 01 CUS-MRG-STAT-ELAPSED                 PIC S9(7).
 01 CUS-MRG-RUN-TS                       PIC X(19).

 01 CUS-MRG-RUN-DATE-ISO.
    05 CUS-MRG-RUN-ISO-YYYY              PIC 9(4).
    05 FILLER                            PIC X(1) VALUE '-'.
    05 CUS-MRG-RUN-ISO-MM                PIC 9(2).
    05 FILLER                            PIC X(1) VALUE '-'.
    05 CUS-MRG-RUN-ISO-DD                PIC 9(2).

 01 CUS-MRG-STAT-REC.
    05 CUS-MRG-STAT-PGM                  PIC X(9) VALUE 'EXECQUERY'.
    05 FILLER                            PIC X(1) VALUE SPACE.
    05 CUS-MRG-STAT-TS                   PIC X(19).
    05 FILLER                            PIC X(1) VALUE SPACE.
    05 CUS-MRG-STAT-IN                   PIC 9(8).
    05 FILLER                            PIC X(1) VALUE SPACE.
    05 CUS-MRG-STAT-OUT                  PIC 9(8).
    05 FILLER                            PIC X(1) VALUE SPACE.
    05 CUS-MRG-STAT-ERR                  PIC 9(8).
    05 FILLER                            PIC X(1) VALUE SPACE.
    05 CUS-MRG-STAT-SECS                 PIC 9(6).
    05 FILLER                            PIC X(1) VALUE SPACE.
    05 CUS-MRG-STAT-RC                   PIC 9(2).
    05 FILLER                            PIC X(1) VALUE SPACE.
    05 CUS-MRG-STAT-OUTCOME              PIC X(7).

 PROCEDURE DIVISION.

*>----------------------------------------------------------------------
 0000-MAINLINE SECTION.
*>----------------------------------------------------------------------

    PERFORM 1000-INITIALIZE THRU 1000-EXIT

    IF RETURN-CODE < 12
       SORT CUS-MRG-SORT-FILE
          ON ASCENDING KEY CUS-MRG-SRT-AGE
                           CUS-MRG-SRT-ID
          INPUT PROCEDURE IS 2000-LOAD-SLICES
          OUTPUT PROCEDURE IS 5000-WRITE-MERGED
    END-IF

    PERFORM 8000-TERMINATE THRU 8000-EXIT

    STOP RUN.

 0000-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 1000-INITIALIZE SECTION.
*>----------------------------------------------------------------------

    ACCEPT CUS-MRG-STAT-TM-RAW FROM TIME
    MOVE CUS-MRG-STAT-TM-RAW(1:2) TO CUS-MRG-STAT-TM-HH
    MOVE CUS-MRG-STAT-TM-RAW(3:2) TO CUS-MRG-STAT-TM-MI
    MOVE CUS-MRG-STAT-TM-RAW(5:2) TO CUS-MRG-STAT-TM-SS
    COMPUTE CUS-MRG-STAT-START-SECS
       = CUS-MRG-STAT-TM-HH * 3600
       + CUS-MRG-STAT-TM-MI * 60
       + CUS-MRG-STAT-TM-SS

    ACCEPT CUS-MRG-RUN-DATE-RAW FROM DATE YYYYMMDD

    STRING CUS-MRG-RUN-MM   DELIMITED BY SIZE
           '/'              DELIMITED BY SIZE
           CUS-MRG-RUN-DD   DELIMITED BY SIZE
           '/'              DELIMITED BY SIZE
           CUS-MRG-RUN-YYYY DELIMITED BY SIZE
      INTO CUS-MRG-RUN-DATE-DIS
    END-STRING

    MOVE CUS-MRG-RUN-YYYY TO CUS-MRG-RUN-ISO-YYYY
    MOVE CUS-MRG-RUN-MM   TO CUS-MRG-RUN-ISO-MM
    MOVE CUS-MRG-RUN-DD   TO CUS-MRG-RUN-ISO-DD

    STRING CUS-MRG-RUN-DATE-ISO DELIMITED BY SIZE
           '-'                  DELIMITED BY SIZE
           CUS-MRG-STAT-TM-HH   DELIMITED BY SIZE
           ':'                  DELIMITED BY SIZE
           CUS-MRG-STAT-TM-MI   DELIMITED BY SIZE
           ':'                  DELIMITED BY SIZE
           CUS-MRG-STAT-TM-SS   DELIMITED BY SIZE
      INTO CUS-MRG-RUN-TS
    END-STRING

    PERFORM 1050-CLEAR-ONE-SLICE THRU 1050-EXIT
       VARYING CUS-MRG-SL-IDX FROM 1 BY 1
       UNTIL CUS-MRG-SL-IDX > CUS-MRG-SLICE-MAX

    PERFORM 1100-LOAD-PARM THRU 1100-EXIT

    IF RETURN-CODE = 0
       PERFORM 1200-OPEN-FILES THRU 1200-EXIT
    END-IF

    IF RETURN-CODE = 0
       PERFORM 1280-LOAD-AGE-BANDS THRU 1280-EXIT
    END-IF

*>  A bridge that will not come up does not stop the merge - the set
*>  can still be proven slice by slice - but without the recount the
*>  coverage is unproven and the merged trailer goes out SUSPECT.
    IF RETURN-CODE = 0
       CALL STATIC 'graal_create_isolate' using
              BY REFERENCE GRAAL_CREATE_ISOLATE_PARAMS_T
              BY REFERENCE GRAAL_ISOLATE_T
              BY REFERENCE GRAAL_ISOLATETHREAD_T
              returning RESPONSE
       END-CALL

       IF RESPONSE equal 0
          SET CUS-MRG-ISOLATE-OK TO TRUE
       ELSE
          DISPLAY 'CUSMERGE - GRAAL_CREATE_ISOLATE RESPONSE CODE ' RESPONSE
             ' - CUS COUNT(*) RECOUNT UNAVAILABLE'
          MOVE 4 TO RETURN-CODE
       END-IF
    END-IF.

 1000-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 1050-CLEAR-ONE-SLICE SECTION.
*>----------------------------------------------------------------------

    MOVE 'N'    TO CUS-MRG-SL-SEEN-SW(CUS-MRG-SL-IDX)
    MOVE 'N'    TO CUS-MRG-SL-TWICE-SW(CUS-MRG-SL-IDX)
    MOVE 'N'    TO CUS-MRG-SL-CRIT-SW(CUS-MRG-SL-IDX)
    MOVE 'N'    TO CUS-MRG-SL-TRL-SW(CUS-MRG-SL-IDX)
    MOVE 0      TO CUS-MRG-SL-FROM-ID(CUS-MRG-SL-IDX)
    MOVE 0      TO CUS-MRG-SL-TO-ID(CUS-MRG-SL-IDX)
    MOVE SPACES TO CUS-MRG-SL-RUN-DATE(CUS-MRG-SL-IDX)
    MOVE 0      TO CUS-MRG-SL-ROWS(CUS-MRG-SL-IDX)
    MOVE 0      TO CUS-MRG-SL-HASH(CUS-MRG-SL-IDX)
    MOVE 0      TO CUS-MRG-SL-TRL-CNT(CUS-MRG-SL-IDX)
    MOVE 0      TO CUS-MRG-SL-TRL-HASH(CUS-MRG-SL-IDX)
    MOVE SPACES TO CUS-MRG-SL-TRL-FLAG(CUS-MRG-SL-IDX)
    MOVE 0      TO CUS-MRG-SL-BAD-CNT(CUS-MRG-SL-IDX)
    MOVE 0      TO CUS-MRG-SL-OUT-RANGE(CUS-MRG-SL-IDX)
    MOVE SPACES TO CUS-MRG-SL-STATE(CUS-MRG-SL-IDX)
    MOVE SPACES TO CUS-MRG-SL-RANGE-NOTE(CUS-MRG-SL-IDX).

 1050-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 1100-LOAD-PARM SECTION.
*>----------------------------------------------------------------------

    OPEN INPUT CONNPARM-FILE

    IF CUS-MRG-PARM-STATUS-OK
       READ CONNPARM-FILE
         AT END
            DISPLAY 'CONNPARM IS EMPTY - RUN CANNOT CONTINUE'
            MOVE 12 TO RETURN-CODE
       END-READ
       CLOSE CONNPARM-FILE
       MOVE CONNPARM-URI  TO URI
       MOVE CONNPARM-USER TO USER
       MOVE CONNPARM-PWD  TO PWD
    ELSE
       DISPLAY 'UNABLE TO OPEN CONNPARM - STATUS ' CUS-MRG-PARM-STATUS
       MOVE 12 TO RETURN-CODE
    END-IF.

 1100-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 1200-OPEN-FILES SECTION.
*>----------------------------------------------------------------------
*>   The merged outputs are opened - and so emptied - whatever the
*>   proof decides.  A refused set leaves an empty interface file with
*>   no trailer, the "incomplete" signal the receiving side already
*>   refuses, rather than last night's complete file still sitting
*>   there looking like tonight's.

    OPEN OUTPUT MRGRPT
    IF NOT CUS-MRG-CTL-STATUS-OK
       DISPLAY 'UNABLE TO OPEN MRGRPT - STATUS ' CUS-MRG-CTL-STATUS
       MOVE 12 TO RETURN-CODE
       GO TO 1200-EXIT
    END-IF
    SET CUS-MRG-CTL-IS-OPEN TO TRUE

    OPEN OUTPUT CUSRPT
    IF NOT CUS-MRG-RPT-STATUS-OK
       DISPLAY 'UNABLE TO OPEN CUSRPT - STATUS ' CUS-MRG-RPT-STATUS
       MOVE 12 TO RETURN-CODE
       GO TO 1200-EXIT
    END-IF
    SET CUS-MRG-RPT-IS-OPEN TO TRUE

    OPEN OUTPUT CUSINTF
    IF NOT CUS-MRG-INTF-STATUS-OK
       DISPLAY 'UNABLE TO OPEN CUSINTF - STATUS ' CUS-MRG-INTF-STATUS
       MOVE 12 TO RETURN-CODE
       GO TO 1200-EXIT
    END-IF
    SET CUS-MRG-INTF-IS-OPEN TO TRUE.

 1200-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 1280-LOAD-AGE-BANDS SECTION.
*>----------------------------------------------------------------------
*>   The extract's banding rules exactly - a present AGEBANDS wins, a
*>   missing or empty one falls back on the compiled-in banding.

    OPEN INPUT AGEBANDS-FILE

    IF CUS-MRG-BAND-STATUS-OK
       PERFORM 1281-READ-BAND-REC THRU 1281-EXIT
          UNTIL CUS-MRG-BAND-EOF
             OR CUS-MRG-DEMO-BAND-CNT >= CUS-MRG-DEMO-BAND-MAX
       CLOSE AGEBANDS-FILE
    END-IF

    IF CUS-MRG-DEMO-BAND-CNT = 0
       PERFORM 1285-LOAD-DEFAULT-BANDS THRU 1285-EXIT
    END-IF.

 1280-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 1281-READ-BAND-REC SECTION.
*>----------------------------------------------------------------------

    READ AGEBANDS-FILE
       AT END
          CONTINUE
       NOT AT END
          IF CUS-MRG-BAND-REC-FROM IS NUMERIC
                AND CUS-MRG-BAND-REC-TO IS NUMERIC
                AND CUS-MRG-BAND-REC-FROM <= CUS-MRG-BAND-REC-TO
             ADD 1 TO CUS-MRG-DEMO-BAND-CNT
             MOVE CUS-MRG-BAND-REC-FROM
                TO CUS-MRG-DEMO-BAND-FROM(CUS-MRG-DEMO-BAND-CNT)
             MOVE CUS-MRG-BAND-REC-TO
                TO CUS-MRG-DEMO-BAND-TO(CUS-MRG-DEMO-BAND-CNT)
             MOVE CUS-MRG-BAND-REC-LABEL
                TO CUS-MRG-DEMO-BAND-LABEL(CUS-MRG-DEMO-BAND-CNT)
             MOVE 0 TO CUS-MRG-DEMO-BAND-COUNT(CUS-MRG-DEMO-BAND-CNT)
          ELSE
             DISPLAY 'AGEBANDS RECORD SKIPPED - BAD LIMITS: '
                CUS-MRG-BAND-REC
          END-IF
    END-READ.

 1281-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 1285-LOAD-DEFAULT-BANDS SECTION.
*>----------------------------------------------------------------------

    MOVE 5 TO CUS-MRG-DEMO-BAND-CNT

    MOVE 0             TO CUS-MRG-DEMO-BAND-FROM(1)
    MOVE 17            TO CUS-MRG-DEMO-BAND-TO(1)
    MOVE 'UNDER 18'    TO CUS-MRG-DEMO-BAND-LABEL(1)
    MOVE 0             TO CUS-MRG-DEMO-BAND-COUNT(1)

    MOVE 18            TO CUS-MRG-DEMO-BAND-FROM(2)
    MOVE 34            TO CUS-MRG-DEMO-BAND-TO(2)
    MOVE '18 - 34'     TO CUS-MRG-DEMO-BAND-LABEL(2)
    MOVE 0             TO CUS-MRG-DEMO-BAND-COUNT(2)

    MOVE 35            TO CUS-MRG-DEMO-BAND-FROM(3)
    MOVE 49            TO CUS-MRG-DEMO-BAND-TO(3)
    MOVE '35 - 49'     TO CUS-MRG-DEMO-BAND-LABEL(3)
    MOVE 0             TO CUS-MRG-DEMO-BAND-COUNT(3)

    MOVE 50            TO CUS-MRG-DEMO-BAND-FROM(4)
    MOVE 64            TO CUS-MRG-DEMO-BAND-TO(4)
    MOVE '50 - 64'     TO CUS-MRG-DEMO-BAND-LABEL(4)
    MOVE 0             TO CUS-MRG-DEMO-BAND-COUNT(4)

    MOVE 65            TO CUS-MRG-DEMO-BAND-FROM(5)
    MOVE 999           TO CUS-MRG-DEMO-BAND-TO(5)
    MOVE '65 AND OVER' TO CUS-MRG-DEMO-BAND-LABEL(5)
    MOVE 0             TO CUS-MRG-DEMO-BAND-COUNT(5).

 1285-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 1300-COMPUTE-TRIM-LEN SECTION.
*>----------------------------------------------------------------------
*>   The last non-space position of CUS-MRG-TRIM-WORK (1 when it is
*>   all spaces) - the criteria are free text and may hold a double
*>   space a DELIMITED BY '  ' trim would stop at.

    MOVE ZERO TO CUS-MRG-TRIM-LEN
    MOVE LENGTH OF CUS-MRG-TRIM-WORK TO CUS-MRG-TRIM-IDX

    PERFORM 1310-TEST-TRIM-CHAR THRU 1310-EXIT
       UNTIL CUS-MRG-TRIM-IDX = ZERO OR CUS-MRG-TRIM-LEN > ZERO

    IF CUS-MRG-TRIM-LEN = ZERO
       MOVE 1 TO CUS-MRG-TRIM-LEN
    END-IF.

 1300-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 1310-TEST-TRIM-CHAR SECTION.
*>----------------------------------------------------------------------

    IF CUS-MRG-TRIM-WORK(CUS-MRG-TRIM-IDX:1) NOT = SPACE
       MOVE CUS-MRG-TRIM-IDX TO CUS-MRG-TRIM-LEN
    ELSE
       SUBTRACT 1 FROM CUS-MRG-TRIM-IDX
    END-IF.

 1310-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2000-LOAD-SLICES SECTION.
*>----------------------------------------------------------------------
*>   The sort's input: reads every slice file on SLICEIN, books each
*>   record against the slice whose header it follows, and releases
*>   the 'D' records to the sort.

    OPEN INPUT SLICEIN-FILE

    IF NOT CUS-MRG-IN-STATUS-OK
       DISPLAY 'UNABLE TO OPEN SLICEIN - STATUS ' CUS-MRG-IN-STATUS
       SET CUS-MRG-REFUSED TO TRUE
       GO TO 2000-EXIT
    END-IF

    PERFORM 2100-READ-SLICE-REC THRU 2100-EXIT

    PERFORM 2200-BOOK-SLICE-REC THRU 2200-EXIT
       UNTIL CUS-MRG-IN-EOF

    CLOSE SLICEIN-FILE.

 2000-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2100-READ-SLICE-REC SECTION.
*>----------------------------------------------------------------------

    READ SLICEIN-FILE
       AT END
          CONTINUE
       NOT AT END
          ADD 1 TO CUS-MRG-READ-CNT
    END-READ.

 2100-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2200-BOOK-SLICE-REC SECTION.
*>----------------------------------------------------------------------

    EVALUATE CUS-MRG-IN-LINE(1:2)
       WHEN 'H|'
          PERFORM 2300-START-SLICE THRU 2300-EXIT
       WHEN 'D|'
          PERFORM 2400-BOOK-DETAIL THRU 2400-EXIT
       WHEN 'T|'
          PERFORM 2500-BOOK-TRAILER THRU 2500-EXIT
       WHEN OTHER
          PERFORM 2600-BOOK-STRAY THRU 2600-EXIT
    END-EVALUATE

    PERFORM 2100-READ-SLICE-REC THRU 2100-EXIT.

 2200-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2300-START-SLICE SECTION.
*>----------------------------------------------------------------------
*>   A slice header opens the slice it names.  A header that is not a
*>   slice header - a whole-table extract's file fed in by mistake -
*>   a slice supplied twice, or a header disagreeing with the others
*>   about the slice count, refuses the set: the records that follow
*>   it are booked as stray rather than merged.

    MOVE 0 TO CUS-MRG-CUR-SLICE

    IF CUS-MRG-IN-H-SLICE-LIT NOT = 'SLICE '
          OR CUS-MRG-IN-H-OF-LIT NOT = ' OF '
          OR CUS-MRG-IN-H-NO NOT NUMERIC
          OR CUS-MRG-IN-H-CNT NOT NUMERIC
          OR CUS-MRG-IN-H-FROM NOT NUMERIC
          OR CUS-MRG-IN-H-TO NOT NUMERIC
       DISPLAY 'SLICEIN RECORD ' CUS-MRG-READ-CNT
          ' IS A HEADER BUT NOT A SLICE HEADER'
       PERFORM 2600-BOOK-STRAY THRU 2600-EXIT
       GO TO 2300-EXIT
    END-IF

    IF CUS-MRG-IN-H-CNT-N = 0
          OR CUS-MRG-IN-H-CNT-N > CUS-MRG-SLICE-MAX
          OR CUS-MRG-IN-H-NO-N = 0
          OR CUS-MRG-IN-H-NO-N > CUS-MRG-IN-H-CNT-N
       DISPLAY 'SLICEIN RECORD ' CUS-MRG-READ-CNT
          ' NAMES SLICE ' CUS-MRG-IN-H-NO ' OF ' CUS-MRG-IN-H-CNT
          ' - NOT A USABLE SLICE'
       PERFORM 2600-BOOK-STRAY THRU 2600-EXIT
       GO TO 2300-EXIT
    END-IF

    IF CUS-MRG-SLICE-CNT = 0
       MOVE CUS-MRG-IN-H-CNT-N TO CUS-MRG-SLICE-CNT
       MOVE CUS-MRG-IN-H-DATE  TO CUS-MRG-RUN-DATE
       MOVE CUS-MRG-IN-H-CRITERIA TO CUS-MRG-CRITERIA
       MOVE SPACES TO CUS-MRG-TRIM-WORK
       MOVE CUS-MRG-CRITERIA TO CUS-MRG-TRIM-WORK
       PERFORM 1300-COMPUTE-TRIM-LEN THRU 1300-EXIT
       MOVE CUS-MRG-TRIM-LEN TO CUS-MRG-CRIT-LEN
    END-IF

    IF CUS-MRG-IN-H-CNT-N NOT = CUS-MRG-SLICE-CNT
       DISPLAY 'SLICEIN RECORD ' CUS-MRG-READ-CNT
          ' NAMES SLICE ' CUS-MRG-IN-H-NO ' OF ' CUS-MRG-IN-H-CNT
          ' - OTHER SLICES SAY OF ' CUS-MRG-SLICE-CNT
       PERFORM 2600-BOOK-STRAY THRU 2600-EXIT
       GO TO 2300-EXIT
    END-IF

    MOVE CUS-MRG-IN-H-NO-N TO CUS-MRG-SL-IDX

    IF CUS-MRG-SL-SEEN(CUS-MRG-SL-IDX)
       DISPLAY 'SLICE ' CUS-MRG-SL-IDX ' IS ON SLICEIN MORE THAN ONCE'
       SET CUS-MRG-SL-TWICE(CUS-MRG-SL-IDX) TO TRUE
       GO TO 2300-EXIT
    END-IF

    SET CUS-MRG-SL-SEEN(CUS-MRG-SL-IDX) TO TRUE
    MOVE CUS-MRG-IN-H-FROM-N TO CUS-MRG-SL-FROM-ID(CUS-MRG-SL-IDX)
    MOVE CUS-MRG-IN-H-TO-N   TO CUS-MRG-SL-TO-ID(CUS-MRG-SL-IDX)
    MOVE CUS-MRG-IN-H-DATE   TO CUS-MRG-SL-RUN-DATE(CUS-MRG-SL-IDX)

    IF CUS-MRG-IN-H-CRITERIA NOT = CUS-MRG-CRITERIA
       DISPLAY 'SLICE ' CUS-MRG-SL-IDX
          ' RAN WITH DIFFERENT CRITERIA FROM THE FIRST SLICE READ'
       SET CUS-MRG-SL-CRIT-DIFFERS(CUS-MRG-SL-IDX) TO TRUE
    END-IF

    IF CUS-MRG-IN-H-DATE NOT = CUS-MRG-RUN-DATE
       DISPLAY 'SLICE ' CUS-MRG-SL-IDX ' RAN ON ' CUS-MRG-IN-H-DATE
          ' - THE FIRST SLICE READ RAN ON ' CUS-MRG-RUN-DATE
       IF RETURN-CODE < 4
          MOVE 4 TO RETURN-CODE
       END-IF
    END-IF

    MOVE CUS-MRG-SL-IDX TO CUS-MRG-CUR-SLICE.

 2300-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2400-BOOK-DETAIL SECTION.
*>----------------------------------------------------------------------
*>   One customer record - counted and hashed against its slice,
*>   checked to lie inside the slice's range, and released to the
*>   sort.  A record that will not parse damages its slice.

    IF CUS-MRG-CUR-SLICE = 0
       PERFORM 2600-BOOK-STRAY THRU 2600-EXIT
       GO TO 2400-EXIT
    END-IF

    MOVE SPACES TO CUS-MRG-D-TYPE
    MOVE SPACES TO CUS-MRG-D-ID-X
    MOVE SPACES TO CUS-MRG-D-NAME
    MOVE SPACES TO CUS-MRG-D-AGE-X

    UNSTRING CUS-MRG-IN-LINE DELIMITED BY '|'
       INTO CUS-MRG-D-TYPE
            CUS-MRG-D-ID-X
            CUS-MRG-D-NAME
            CUS-MRG-D-AGE-X
    END-UNSTRING

    IF CUS-MRG-D-ID-X NOT NUMERIC OR CUS-MRG-D-AGE-X NOT NUMERIC
       DISPLAY 'SLICE ' CUS-MRG-CUR-SLICE ' RECORD ' CUS-MRG-READ-CNT
          ' IS NOT A READABLE CUSTOMER RECORD'
       ADD 1 TO CUS-MRG-SL-BAD-CNT(CUS-MRG-CUR-SLICE)
       GO TO 2400-EXIT
    END-IF

    ADD 1 TO CUS-MRG-SL-ROWS(CUS-MRG-CUR-SLICE)
    ADD CUS-MRG-D-ID TO CUS-MRG-SL-HASH(CUS-MRG-CUR-SLICE)

    IF CUS-MRG-D-ID < CUS-MRG-SL-FROM-ID(CUS-MRG-CUR-SLICE)
          OR CUS-MRG-D-ID > CUS-MRG-SL-TO-ID(CUS-MRG-CUR-SLICE)
       DISPLAY 'SLICE ' CUS-MRG-CUR-SLICE ' CARRIES CUS_ID '
          CUS-MRG-D-ID ' - OUTSIDE ITS RANGE'
       ADD 1 TO CUS-MRG-SL-OUT-RANGE(CUS-MRG-CUR-SLICE)
    END-IF

    MOVE CUS-MRG-D-AGE   TO CUS-MRG-SRT-AGE
    MOVE CUS-MRG-D-ID    TO CUS-MRG-SRT-ID
    MOVE CUS-MRG-D-NAME  TO CUS-MRG-SRT-NAME
    MOVE CUS-MRG-IN-LINE TO CUS-MRG-SRT-LINE
    RELEASE CUS-MRG-SRT-REC.

 2400-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2500-BOOK-TRAILER SECTION.
*>----------------------------------------------------------------------
*>   The slice's own control totals, kept for 3100 to check against
*>   what was counted.  The trailer closes the slice - anything after
*>   it before the next header is stray.

    IF CUS-MRG-CUR-SLICE = 0
       PERFORM 2600-BOOK-STRAY THRU 2600-EXIT
       GO TO 2500-EXIT
    END-IF

    IF CUS-MRG-IN-T-CNT NOT NUMERIC OR CUS-MRG-IN-T-HASH NOT NUMERIC
       DISPLAY 'SLICE ' CUS-MRG-CUR-SLICE ' TRAILER IS NOT READABLE'
       ADD 1 TO CUS-MRG-SL-BAD-CNT(CUS-MRG-CUR-SLICE)
    ELSE
       SET CUS-MRG-SL-TRL-SEEN(CUS-MRG-CUR-SLICE) TO TRUE
       MOVE CUS-MRG-IN-T-CNT-N
          TO CUS-MRG-SL-TRL-CNT(CUS-MRG-CUR-SLICE)
       MOVE CUS-MRG-IN-T-HASH-N
          TO CUS-MRG-SL-TRL-HASH(CUS-MRG-CUR-SLICE)
       MOVE CUS-MRG-IN-T-FLAG
          TO CUS-MRG-SL-TRL-FLAG(CUS-MRG-CUR-SLICE)
    END-IF

    MOVE 0 TO CUS-MRG-CUR-SLICE.

 2500-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2600-BOOK-STRAY SECTION.
*>----------------------------------------------------------------------
*>   A record that belongs to no slice - before the first header,
*>   after a trailer, under a header that was refused, or of no known
*>   type.  Any at all refuses the set: SLICEIN is not what the slice
*>   steps wrote.

    ADD 1 TO CUS-MRG-STRAY-CNT
    SET CUS-MRG-REFUSED TO TRUE.

 2600-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 3000-PROVE-COVERAGE SECTION.
*>----------------------------------------------------------------------
*>   Judges each slice, then the ranges end to end, then recounts CUS
*>   under the slices' criteria.  Any slice not fit to merge, or any
*>   gap or overlap between the ranges, refuses the set; a recount
*>   that disagrees with the rows across the slices, or that could
*>   not be taken, leaves the merge to go ahead marked SUSPECT.

    IF CUS-MRG-SLICE-CNT = 0
       DISPLAY 'NO SLICE HEADER FOUND ON SLICEIN - NOTHING TO MERGE'
       SET CUS-MRG-REFUSED TO TRUE
       GO TO 3000-EXIT
    END-IF

    PERFORM 3100-JUDGE-ONE-SLICE THRU 3100-EXIT
       VARYING CUS-MRG-SL-IDX FROM 1 BY 1
       UNTIL CUS-MRG-SL-IDX > CUS-MRG-SLICE-CNT

    IF CUS-MRG-RERUN-CNT > 0 OR CUS-MRG-GAP-CNT > 0
       SET CUS-MRG-REFUSED TO TRUE
    END-IF

    IF CUS-MRG-ISOLATE-OK
       PERFORM 3200-RECOUNT-TABLE THRU 3200-EXIT
    END-IF

    IF NOT CUS-MRG-COUNT-OBTAINED
       DISPLAY 'CUS COUNT(*) NOT AVAILABLE - COVERAGE OF THE TABLE IS UNPROVEN'
       SET CUS-MRG-SUSPECT TO TRUE
    ELSE
       IF CUS-MRG-TABLE-COUNT NOT = CUS-MRG-SLICE-ROWS
          DISPLAY '*** WARNING - SLICE ROW COUNT MISMATCH *** SLICES HOLD '
             CUS-MRG-SLICE-ROWS ' ROW(S) BUT CUS HAS '
             CUS-MRG-TABLE-COUNT-DIS ' ROW(S) FOR THE GIVEN CRITERIA'
          SET CUS-MRG-SUSPECT TO TRUE
       END-IF
    END-IF.

 3000-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 3100-JUDGE-ONE-SLICE SECTION.
*>----------------------------------------------------------------------
*>   A slice is fit to merge when it was supplied once, ran with the
*>   set's criteria, ended with its own trailer flagged OK, its
*>   trailer totals agree with the records read, and every record is
*>   readable and inside its range.  Its range must start one past
*>   where the slice before it ended - the first at the bottom of the
*>   key range, the last running to the top.

    EVALUATE TRUE
       WHEN NOT CUS-MRG-SL-SEEN(CUS-MRG-SL-IDX)
          MOVE 'MISSING - RERUN'       TO CUS-MRG-SL-STATE(CUS-MRG-SL-IDX)
       WHEN CUS-MRG-SL-TWICE(CUS-MRG-SL-IDX)
          MOVE 'SUPPLIED TWICE'        TO CUS-MRG-SL-STATE(CUS-MRG-SL-IDX)
       WHEN CUS-MRG-SL-CRIT-DIFFERS(CUS-MRG-SL-IDX)
          MOVE 'CRITERIA DIFF - RERUN' TO CUS-MRG-SL-STATE(CUS-MRG-SL-IDX)
       WHEN NOT CUS-MRG-SL-TRL-SEEN(CUS-MRG-SL-IDX)
          MOVE 'NO TRAILER - RERUN'    TO CUS-MRG-SL-STATE(CUS-MRG-SL-IDX)
       WHEN CUS-MRG-SL-TRL-FLAG(CUS-MRG-SL-IDX) NOT = 'OK'
          MOVE 'SUSPECT - RERUN'       TO CUS-MRG-SL-STATE(CUS-MRG-SL-IDX)
       WHEN CUS-MRG-SL-BAD-CNT(CUS-MRG-SL-IDX) > 0
          MOVE 'DAMAGED - RERUN'       TO CUS-MRG-SL-STATE(CUS-MRG-SL-IDX)
       WHEN CUS-MRG-SL-TRL-CNT(CUS-MRG-SL-IDX)
                NOT = CUS-MRG-SL-ROWS(CUS-MRG-SL-IDX)
             OR CUS-MRG-SL-TRL-HASH(CUS-MRG-SL-IDX)
                NOT = CUS-MRG-SL-HASH(CUS-MRG-SL-IDX)
          MOVE 'TOTALS DIFFER - RERUN' TO CUS-MRG-SL-STATE(CUS-MRG-SL-IDX)
       WHEN CUS-MRG-SL-OUT-RANGE(CUS-MRG-SL-IDX) > 0
          MOVE 'IDS OUT OF RANGE'      TO CUS-MRG-SL-STATE(CUS-MRG-SL-IDX)
       WHEN OTHER
          MOVE 'OK'                    TO CUS-MRG-SL-STATE(CUS-MRG-SL-IDX)
    END-EVALUATE

    IF CUS-MRG-SL-SEEN(CUS-MRG-SL-IDX)
       ADD 1 TO CUS-MRG-PRESENT-CNT
       ADD CUS-MRG-SL-ROWS(CUS-MRG-SL-IDX) TO CUS-MRG-SLICE-ROWS
    END-IF

    IF CUS-MRG-SL-STATE(CUS-MRG-SL-IDX) NOT = 'OK'
       ADD 1 TO CUS-MRG-RERUN-CNT
       DISPLAY 'SLICE ' CUS-MRG-SL-IDX ' - '
          CUS-MRG-SL-STATE(CUS-MRG-SL-IDX)
    END-IF

    IF NOT CUS-MRG-SL-SEEN(CUS-MRG-SL-IDX)
       GO TO 3100-EXIT
    END-IF

    IF CUS-MRG-SL-IDX = 1
       IF CUS-MRG-SL-FROM-ID(1) > 1
          MOVE 'GAP BEFORE' TO CUS-MRG-SL-RANGE-NOTE(1)
       END-IF
    ELSE
       IF CUS-MRG-SL-SEEN(CUS-MRG-SL-IDX - 1)
          COMPUTE CUS-MRG-NEXT-FROM
             = CUS-MRG-SL-TO-ID(CUS-MRG-SL-IDX - 1) + 1
          IF CUS-MRG-SL-FROM-ID(CUS-MRG-SL-IDX) > CUS-MRG-NEXT-FROM
             MOVE 'GAP BEFORE' TO CUS-MRG-SL-RANGE-NOTE(CUS-MRG-SL-IDX)
          END-IF
          IF CUS-MRG-SL-FROM-ID(CUS-MRG-SL-IDX) < CUS-MRG-NEXT-FROM
             MOVE 'OVERLAP'    TO CUS-MRG-SL-RANGE-NOTE(CUS-MRG-SL-IDX)
          END-IF
       END-IF
    END-IF

    IF CUS-MRG-SL-IDX = CUS-MRG-SLICE-CNT
          AND CUS-MRG-SL-TO-ID(CUS-MRG-SL-IDX) < 999999999
          AND CUS-MRG-SL-RANGE-NOTE(CUS-MRG-SL-IDX) = SPACES
       MOVE 'GAP AFTER' TO CUS-MRG-SL-RANGE-NOTE(CUS-MRG-SL-IDX)
    END-IF

    IF CUS-MRG-SL-RANGE-NOTE(CUS-MRG-SL-IDX) NOT = SPACES
       ADD 1 TO CUS-MRG-GAP-CNT
       DISPLAY 'SLICE ' CUS-MRG-SL-IDX ' RANGE '
          CUS-MRG-SL-FROM-ID(CUS-MRG-SL-IDX) ' THRU '
          CUS-MRG-SL-TO-ID(CUS-MRG-SL-IDX) ' - '
          CUS-MRG-SL-RANGE-NOTE(CUS-MRG-SL-IDX)
    END-IF.

 3100-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 3200-RECOUNT-TABLE SECTION.
*>----------------------------------------------------------------------
*>   COUNT(*) of CUS under the criteria the slices ran with - without
*>   any slice's range, so it is the count of the whole extract the
*>   slices together must add up to.

    MOVE SPACES TO QUERY

    IF CUS-MRG-CRITERIA = 'NONE'
       MOVE 'SELECT COUNT(*), 0, 0 FROM CUS' TO QUERY
    ELSE
       STRING 'SELECT COUNT(*), 0, 0 FROM CUS'    DELIMITED BY SIZE
              CUS-MRG-CRITERIA(1:CUS-MRG-CRIT-LEN) DELIMITED BY SIZE
         INTO QUERY
       END-STRING
    END-IF

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
       MOVE CUS-ID(1) TO CUS-MRG-TABLE-COUNT
       MOVE CUS-ID(1) TO CUS-MRG-TABLE-COUNT-DIS
       SET CUS-MRG-COUNT-OBTAINED TO TRUE
       CALL STATIC 'free_results' using
          BY VALUE GRAAL_ISOLATETHREAD_T
          BY REFERENCE CUS
          BY VALUE RESULT
          returning RESPONSE
       END-CALL
    ELSE
       PERFORM 3250-GET-ERROR-DETAIL THRU 3250-EXIT
       DISPLAY 'UNABLE TO OBTAIN RECONCILIATION COUNT - RESULT ' RESULT
          ' SQLCODE ' CUS-MRG-ERROR-CODE ' - ' CUS-MRG-ERROR-TEXT
    END-IF.

 3200-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 3250-GET-ERROR-DETAIL SECTION.
*>----------------------------------------------------------------------

    CALL STATIC 'exec_get_last_error' using
        BY VALUE GRAAL_ISOLATETHREAD_T
        BY REFERENCE CUS-MRG-ERROR-TEXT
        returning CUS-MRG-ERROR-CODE
    END-CALL.

 3250-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 5000-WRITE-MERGED SECTION.
*>----------------------------------------------------------------------
*>   The sort's output: proves the set first and writes nothing from
*>   a refused one.  A proven set goes out in age order as the one
*>   listing and the one interface file, header and trailer round it.

    PERFORM 3000-PROVE-COVERAGE THRU 3000-EXIT

    IF CUS-MRG-REFUSED
       DISPLAY 'SLICE SET REFUSED - NO MERGED LISTING OR INTERFACE FILE WRITTEN'
       MOVE 12 TO RETURN-CODE
       GO TO 5000-EXIT
    END-IF

    IF NOT CUS-MRG-INTF-IS-OPEN OR NOT CUS-MRG-RPT-IS-OPEN
       GO TO 5000-EXIT
    END-IF

    PERFORM 5100-WRITE-INTF-HEADER THRU 5100-EXIT

    PERFORM 5200-RETURN-SORTED THRU 5200-EXIT

    PERFORM 5300-WRITE-ONE-ROW THRU 5300-EXIT
       UNTIL CUS-MRG-SORT-EOF

    IF CUS-MRG-DUP-CNT > 0
       DISPLAY '*** WARNING - ' CUS-MRG-DUP-CNT
          ' CUS_ID(S) MET MORE THAN ONCE ACROSS THE SLICES'
       SET CUS-MRG-SUSPECT TO TRUE
    END-IF

    IF CUS-MRG-SUSPECT AND RETURN-CODE < 4
       MOVE 4 TO RETURN-CODE
    END-IF

    PERFORM 5400-WRITE-INTF-TRAILER THRU 5400-EXIT.

 5000-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 5100-WRITE-INTF-HEADER SECTION.
*>----------------------------------------------------------------------
*>   The header a single-step run writes - the run date and the
*>   criteria, "NONE" when unfiltered - so the warehouse side cannot
*>   tell the merged file from one the extract wrote itself.

    MOVE SPACES TO CUS-MRG-INTF-WORK

    STRING 'H|'                                 DELIMITED BY SIZE
           CUS-MRG-RUN-DATE                     DELIMITED BY SIZE
           '|'                                  DELIMITED BY SIZE
           CUS-MRG-CRITERIA(1:CUS-MRG-CRIT-LEN) DELIMITED BY SIZE
      INTO CUS-MRG-INTF-WORK
    END-STRING

    WRITE CUS-MRG-INTF-LINE FROM CUS-MRG-INTF-WORK.

 5100-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 5200-RETURN-SORTED SECTION.
*>----------------------------------------------------------------------

    RETURN CUS-MRG-SORT-FILE
       AT END
          SET CUS-MRG-SORT-EOF TO TRUE
    END-RETURN.

 5200-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 5300-WRITE-ONE-ROW SECTION.
*>----------------------------------------------------------------------
*>   One customer onto the merged interface file, the listing and the
*>   bands.  A CUS_ID equal to the one before it is the same customer
*>   met twice - the copies sort together, having the same age - and
*>   is counted as an overlap and left out rather than written twice.

    IF CUS-MRG-OUT-CNT > 0 AND CUS-MRG-SRT-ID = CUS-MRG-PREV-ID
       ADD 1 TO CUS-MRG-DUP-CNT
       DISPLAY 'CUS_ID ' CUS-MRG-SRT-ID ' IS ON MORE THAN ONE SLICE RECORD'
       PERFORM 5200-RETURN-SORTED THRU 5200-EXIT
       GO TO 5300-EXIT
    END-IF

    MOVE CUS-MRG-SRT-ID TO CUS-MRG-PREV-ID

    WRITE CUS-MRG-INTF-LINE FROM CUS-MRG-SRT-LINE
    ADD 1 TO CUS-MRG-OUT-CNT
    ADD CUS-MRG-SRT-ID TO CUS-MRG-OUT-HASH

    PERFORM 5310-PRINT-ONE-ROW THRU 5310-EXIT

    PERFORM 5320-TALLY-DEMOGRAPHICS THRU 5320-EXIT

    PERFORM 5200-RETURN-SORTED THRU 5200-EXIT.

 5300-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 5310-PRINT-ONE-ROW SECTION.
*>----------------------------------------------------------------------
*>   One listing line, with the extract's page overflow and its
*>   control break on age.

    IF CUS-MRG-RPT-LINE-CNT >= CUS-MRG-RPT-MAX-LINES
       PERFORM 5330-PRINT-HEADINGS THRU 5330-EXIT
    END-IF

    IF CUS-MRG-RPT-FIRST-ROW OR CUS-MRG-SRT-AGE NOT = CUS-MRG-RPT-PREV-AGE
       MOVE CUS-MRG-SRT-AGE TO CUS-MRG-RPT-BREAK-AGE
       WRITE CUS-MRG-RPT-LINE FROM CUS-MRG-RPT-BREAK AFTER ADVANCING 2 LINES
       ADD 2 TO CUS-MRG-RPT-LINE-CNT
       MOVE 'N' TO CUS-MRG-RPT-FIRST-ROW-SW
       MOVE CUS-MRG-SRT-AGE TO CUS-MRG-RPT-PREV-AGE
    END-IF

    MOVE CUS-MRG-SRT-ID   TO CUS-MRG-RPT-ID-DIS
    MOVE CUS-MRG-SRT-NAME TO CUS-MRG-RPT-NAME-DIS
    MOVE CUS-MRG-SRT-AGE  TO CUS-MRG-RPT-AGE-DIS
    WRITE CUS-MRG-RPT-LINE FROM CUS-MRG-RPT-DETAIL AFTER ADVANCING 1 LINE
    ADD 1 TO CUS-MRG-RPT-LINE-CNT.

 5310-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 5320-TALLY-DEMOGRAPHICS SECTION.
*>----------------------------------------------------------------------

    ADD 1 TO CUS-MRG-DEMO-TOTAL-CNT
    ADD CUS-MRG-SRT-AGE TO CUS-MRG-DEMO-AGE-SUM

    IF CUS-MRG-SRT-AGE < CUS-MRG-DEMO-MIN-AGE
       MOVE CUS-MRG-SRT-AGE TO CUS-MRG-DEMO-MIN-AGE
    END-IF

    IF CUS-MRG-SRT-AGE > CUS-MRG-DEMO-MAX-AGE
       MOVE CUS-MRG-SRT-AGE TO CUS-MRG-DEMO-MAX-AGE
    END-IF

    MOVE 'N' TO CUS-MRG-DEMO-FOUND-SW
    MOVE 1 TO CUS-MRG-DEMO-IDX
    PERFORM 5321-TEST-ONE-BAND THRU 5321-EXIT
       UNTIL CUS-MRG-DEMO-BAND-FOUND
          OR CUS-MRG-DEMO-IDX > CUS-MRG-DEMO-BAND-CNT

    IF NOT CUS-MRG-DEMO-BAND-FOUND
       ADD 1 TO CUS-MRG-DEMO-OTHER-CNT
    END-IF.

 5320-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 5321-TEST-ONE-BAND SECTION.
*>----------------------------------------------------------------------

    IF CUS-MRG-SRT-AGE >= CUS-MRG-DEMO-BAND-FROM(CUS-MRG-DEMO-IDX)
          AND CUS-MRG-SRT-AGE <= CUS-MRG-DEMO-BAND-TO(CUS-MRG-DEMO-IDX)
       ADD 1 TO CUS-MRG-DEMO-BAND-COUNT(CUS-MRG-DEMO-IDX)
       SET CUS-MRG-DEMO-BAND-FOUND TO TRUE
    ELSE
       ADD 1 TO CUS-MRG-DEMO-IDX
    END-IF.

 5321-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 5330-PRINT-HEADINGS SECTION.
*>----------------------------------------------------------------------

    ADD 1 TO CUS-MRG-RPT-PAGE-CNT
    MOVE CUS-MRG-RUN-DATE     TO CUS-MRG-RPT-DATE-DIS
    MOVE CUS-MRG-RPT-PAGE-CNT TO CUS-MRG-RPT-PAGE-DIS

    WRITE CUS-MRG-RPT-LINE FROM CUS-MRG-RPT-HEADING1 AFTER ADVANCING PAGE
    WRITE CUS-MRG-RPT-LINE FROM CUS-MRG-RPT-HEADING2 AFTER ADVANCING 2 LINES
    WRITE CUS-MRG-RPT-LINE FROM CUS-MRG-RPT-HEADING3 AFTER ADVANCING 1 LINE

    MOVE 4 TO CUS-MRG-RPT-LINE-CNT.

 5330-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 5400-WRITE-INTF-TRAILER SECTION.
*>----------------------------------------------------------------------
*>   The one trailer - the records this merge wrote and their hash,
*>   which on a clean set are the slices' trailers added together,
*>   flagged SUSPECT when the recount or the overlap check left doubt.

    MOVE SPACES TO CUS-MRG-INTF-WORK

    IF CUS-MRG-SUSPECT
       STRING 'T|'              DELIMITED BY SIZE
              CUS-MRG-OUT-CNT   DELIMITED BY SIZE
              '|'               DELIMITED BY SIZE
              CUS-MRG-OUT-HASH  DELIMITED BY SIZE
              '|SUSPECT'        DELIMITED BY SIZE
         INTO CUS-MRG-INTF-WORK
       END-STRING
    ELSE
       STRING 'T|'              DELIMITED BY SIZE
              CUS-MRG-OUT-CNT   DELIMITED BY SIZE
              '|'               DELIMITED BY SIZE
              CUS-MRG-OUT-HASH  DELIMITED BY SIZE
              '|OK'             DELIMITED BY SIZE
         INTO CUS-MRG-INTF-WORK
       END-STRING
    END-IF

    WRITE CUS-MRG-INTF-LINE FROM CUS-MRG-INTF-WORK.

 5400-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 8000-TERMINATE SECTION.
*>----------------------------------------------------------------------

    IF CUS-MRG-ISOLATE-OK
       CALL STATIC 'graal_detach_thread' using
              BY VALUE GRAAL_ISOLATETHREAD_T
              returning RESPONSE
       END-CALL

       IF RESPONSE NOT equal 0
          DISPLAY 'graal_detach_thread failed'
       END-IF
    END-IF

    IF CUS-MRG-RPT-IS-OPEN
       IF NOT CUS-MRG-REFUSED
          PERFORM 8300-PRINT-DEMO-SUMMARY THRU 8300-EXIT
       END-IF
       CLOSE CUSRPT
    END-IF

    IF CUS-MRG-INTF-IS-OPEN
       CLOSE CUSINTF
    END-IF

    IF CUS-MRG-CTL-IS-OPEN
       PERFORM 8100-PRINT-CONTROL-REPORT THRU 8100-EXIT
       CLOSE MRGRPT
    END-IF

    PERFORM 8400-WRITE-RUN-STATS THRU 8400-EXIT

    DISPLAY 'CUSMERGE SUMMARY - SLICES ' CUS-MRG-PRESENT-CNT
       ' OF ' CUS-MRG-SLICE-CNT ' ROWS ' CUS-MRG-SLICE-ROWS
       ' MERGED ' CUS-MRG-OUT-CNT ' TO RERUN ' CUS-MRG-RERUN-CNT.

 8000-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 8100-PRINT-CONTROL-REPORT SECTION.
*>----------------------------------------------------------------------
*>   One line per slice, then the proof's figures and its verdict -
*>   the page the operator reads to know which slices, if any, to
*>   rerun before the merge is run again.

    ADD 1 TO CUS-MRG-CTL-PAGE-CNT
    MOVE CUS-MRG-RUN-DATE-DIS TO CUS-MRG-CTL-DATE-DIS
    MOVE CUS-MRG-CTL-PAGE-CNT TO CUS-MRG-CTL-PAGE-DIS

    WRITE CUS-MRG-CTL-LINE FROM CUS-MRG-CTL-HEADING1 AFTER ADVANCING PAGE
    WRITE CUS-MRG-CTL-LINE FROM CUS-MRG-CTL-HEADING2 AFTER ADVANCING 2 LINES
    WRITE CUS-MRG-CTL-LINE FROM CUS-MRG-CTL-HEADING3 AFTER ADVANCING 1 LINE

    PERFORM 8110-PRINT-ONE-SLICE THRU 8110-EXIT
       VARYING CUS-MRG-SL-IDX FROM 1 BY 1
       UNTIL CUS-MRG-SL-IDX > CUS-MRG-SLICE-CNT

    MOVE 'SLICES IN THE RUN       ' TO CUS-MRG-TOT-LABEL
    MOVE CUS-MRG-SLICE-CNT          TO CUS-MRG-TOT-VALUE
    WRITE CUS-MRG-CTL-LINE FROM CUS-MRG-TOTAL-LINE
       AFTER ADVANCING 2 LINES

    MOVE 'SLICES PRESENT          ' TO CUS-MRG-TOT-LABEL
    MOVE CUS-MRG-PRESENT-CNT        TO CUS-MRG-TOT-VALUE
    WRITE CUS-MRG-CTL-LINE FROM CUS-MRG-TOTAL-LINE
       AFTER ADVANCING 1 LINE

    MOVE 'SLICES TO RERUN         ' TO CUS-MRG-TOT-LABEL
    MOVE CUS-MRG-RERUN-CNT          TO CUS-MRG-TOT-VALUE
    WRITE CUS-MRG-CTL-LINE FROM CUS-MRG-TOTAL-LINE
       AFTER ADVANCING 1 LINE

    MOVE 'RANGE GAPS / OVERLAPS   ' TO CUS-MRG-TOT-LABEL
    MOVE CUS-MRG-GAP-CNT            TO CUS-MRG-TOT-VALUE
    WRITE CUS-MRG-CTL-LINE FROM CUS-MRG-TOTAL-LINE
       AFTER ADVANCING 1 LINE

    MOVE 'RECORDS OUTSIDE A SLICE ' TO CUS-MRG-TOT-LABEL
    MOVE CUS-MRG-STRAY-CNT          TO CUS-MRG-TOT-VALUE
    WRITE CUS-MRG-CTL-LINE FROM CUS-MRG-TOTAL-LINE
       AFTER ADVANCING 1 LINE

    MOVE 'ROWS ACROSS THE SLICES  ' TO CUS-MRG-TOT-LABEL
    MOVE CUS-MRG-SLICE-ROWS         TO CUS-MRG-TOT-VALUE
    WRITE CUS-MRG-CTL-LINE FROM CUS-MRG-TOTAL-LINE
       AFTER ADVANCING 1 LINE

    IF CUS-MRG-COUNT-OBTAINED
       MOVE 'CUS COUNT(*)            ' TO CUS-MRG-TOT-LABEL
       MOVE CUS-MRG-TABLE-COUNT-DIS    TO CUS-MRG-TOT-VALUE
       WRITE CUS-MRG-CTL-LINE FROM CUS-MRG-TOTAL-LINE
          AFTER ADVANCING 1 LINE
    ELSE
       MOVE 'CUS COUNT(*) NOT AVAILABLE' TO CUS-MRG-CTL-SECTION-DIS
       WRITE CUS-MRG-CTL-LINE FROM CUS-MRG-CTL-SECTION-LINE
          AFTER ADVANCING 1 LINE
    END-IF

    MOVE 'ROWS MERGED             ' TO CUS-MRG-TOT-LABEL
    MOVE CUS-MRG-OUT-CNT            TO CUS-MRG-TOT-VALUE
    WRITE CUS-MRG-CTL-LINE FROM CUS-MRG-TOTAL-LINE
       AFTER ADVANCING 1 LINE

    MOVE 'CUS_IDS MET TWICE       ' TO CUS-MRG-TOT-LABEL
    MOVE CUS-MRG-DUP-CNT            TO CUS-MRG-TOT-VALUE
    WRITE CUS-MRG-CTL-LINE FROM CUS-MRG-TOTAL-LINE
       AFTER ADVANCING 1 LINE

    EVALUATE TRUE
       WHEN CUS-MRG-REFUSED
          MOVE 'MERGE REFUSED - RERUN THE SLICES MARKED ABOVE, THEN MERGE'
             TO CUS-MRG-CTL-SECTION-DIS
       WHEN CUS-MRG-SUSPECT
          MOVE 'MERGED - COVERAGE NOT PROVEN, TRAILER MARKED SUSPECT'
             TO CUS-MRG-CTL-SECTION-DIS
       WHEN OTHER
          MOVE 'MERGED - SLICES COVER CUS WITH NO GAP OR OVERLAP'
             TO CUS-MRG-CTL-SECTION-DIS
    END-EVALUATE
    WRITE CUS-MRG-CTL-LINE FROM CUS-MRG-CTL-SECTION-LINE
       AFTER ADVANCING 2 LINES.

 8100-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 8110-PRINT-ONE-SLICE SECTION.
*>----------------------------------------------------------------------

    MOVE CUS-MRG-SL-IDX                        TO CUS-MRG-CTL-SL-DIS
    MOVE CUS-MRG-SL-FROM-ID(CUS-MRG-SL-IDX)    TO CUS-MRG-CTL-FROM-DIS
    MOVE CUS-MRG-SL-TO-ID(CUS-MRG-SL-IDX)      TO CUS-MRG-CTL-TO-DIS
    MOVE CUS-MRG-SL-ROWS(CUS-MRG-SL-IDX)       TO CUS-MRG-CTL-ROWS-DIS
    MOVE CUS-MRG-SL-STATE(CUS-MRG-SL-IDX)      TO CUS-MRG-CTL-STATE-DIS
    MOVE CUS-MRG-SL-RANGE-NOTE(CUS-MRG-SL-IDX) TO CUS-MRG-CTL-NOTE-DIS

    IF CUS-MRG-SL-TRL-SEEN(CUS-MRG-SL-IDX)
       MOVE CUS-MRG-SL-TRL-FLAG(CUS-MRG-SL-IDX) TO CUS-MRG-CTL-TRL-DIS
    ELSE
       MOVE 'NONE' TO CUS-MRG-CTL-TRL-DIS
    END-IF

    WRITE CUS-MRG-CTL-LINE FROM CUS-MRG-CTL-DETAIL
       AFTER ADVANCING 1 LINE.

 8110-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 8300-PRINT-DEMO-SUMMARY SECTION.
*>----------------------------------------------------------------------
*>   The extract's final page, tallied over the whole merged set.

    WRITE CUS-MRG-RPT-LINE FROM CUS-MRG-DEMO-HEADING1 AFTER ADVANCING PAGE
    WRITE CUS-MRG-RPT-LINE FROM CUS-MRG-DEMO-HEADING2 AFTER ADVANCING 2 LINES
    WRITE CUS-MRG-RPT-LINE FROM CUS-MRG-DEMO-HEADING3 AFTER ADVANCING 1 LINE

    PERFORM 8310-PRINT-ONE-BAND THRU 8310-EXIT
       VARYING CUS-MRG-DEMO-IDX FROM 1 BY 1
       UNTIL CUS-MRG-DEMO-IDX > CUS-MRG-DEMO-BAND-CNT

    IF CUS-MRG-DEMO-OTHER-CNT > 0
       MOVE 'OUT OF BANDS'         TO CUS-MRG-DEMO-DET-LABEL
       MOVE 0                      TO CUS-MRG-DEMO-DET-FROM
       MOVE 0                      TO CUS-MRG-DEMO-DET-TO
       MOVE CUS-MRG-DEMO-OTHER-CNT TO CUS-MRG-DEMO-DET-COUNT
       WRITE CUS-MRG-RPT-LINE FROM CUS-MRG-DEMO-DETAIL AFTER ADVANCING 1 LINE
    END-IF

    MOVE 'CUSTOMERS     '          TO CUS-MRG-DEMO-STAT-LABEL
    MOVE CUS-MRG-DEMO-TOTAL-CNT    TO CUS-MRG-DEMO-STAT-VALUE
    WRITE CUS-MRG-RPT-LINE FROM CUS-MRG-DEMO-STAT-LINE AFTER ADVANCING 2 LINES

    IF CUS-MRG-DEMO-TOTAL-CNT > 0
       MOVE 'MINIMUM AGE   '       TO CUS-MRG-DEMO-STAT-LABEL
       MOVE CUS-MRG-DEMO-MIN-AGE   TO CUS-MRG-DEMO-STAT-VALUE
       WRITE CUS-MRG-RPT-LINE FROM CUS-MRG-DEMO-STAT-LINE AFTER ADVANCING 1 LINE

       MOVE 'MAXIMUM AGE   '       TO CUS-MRG-DEMO-STAT-LABEL
       MOVE CUS-MRG-DEMO-MAX-AGE   TO CUS-MRG-DEMO-STAT-VALUE
       WRITE CUS-MRG-RPT-LINE FROM CUS-MRG-DEMO-STAT-LINE AFTER ADVANCING 1 LINE

       COMPUTE CUS-MRG-DEMO-AVG-AGE ROUNDED
          = CUS-MRG-DEMO-AGE-SUM / CUS-MRG-DEMO-TOTAL-CNT
       MOVE CUS-MRG-DEMO-AVG-AGE   TO CUS-MRG-DEMO-AVG-DIS
       WRITE CUS-MRG-RPT-LINE FROM CUS-MRG-DEMO-AVG-LINE AFTER ADVANCING 1 LINE
    END-IF.

 8300-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 8310-PRINT-ONE-BAND SECTION.
*>----------------------------------------------------------------------

    MOVE CUS-MRG-DEMO-BAND-LABEL(CUS-MRG-DEMO-IDX) TO CUS-MRG-DEMO-DET-LABEL
    MOVE CUS-MRG-DEMO-BAND-FROM(CUS-MRG-DEMO-IDX)  TO CUS-MRG-DEMO-DET-FROM
    MOVE CUS-MRG-DEMO-BAND-TO(CUS-MRG-DEMO-IDX)    TO CUS-MRG-DEMO-DET-TO
    MOVE CUS-MRG-DEMO-BAND-COUNT(CUS-MRG-DEMO-IDX) TO CUS-MRG-DEMO-DET-COUNT
    WRITE CUS-MRG-RPT-LINE FROM CUS-MRG-DEMO-DETAIL AFTER ADVANCING 1 LINE.

 8310-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 8400-WRITE-RUN-STATS SECTION.
*>----------------------------------------------------------------------

    ACCEPT CUS-MRG-STAT-TM-RAW FROM TIME
    MOVE CUS-MRG-STAT-TM-RAW(1:2) TO CUS-MRG-STAT-TM-HH
    MOVE CUS-MRG-STAT-TM-RAW(3:2) TO CUS-MRG-STAT-TM-MI
    MOVE CUS-MRG-STAT-TM-RAW(5:2) TO CUS-MRG-STAT-TM-SS
    COMPUTE CUS-MRG-STAT-END-SECS
       = CUS-MRG-STAT-TM-HH * 3600
       + CUS-MRG-STAT-TM-MI * 60
       + CUS-MRG-STAT-TM-SS

    COMPUTE CUS-MRG-STAT-ELAPSED
       = CUS-MRG-STAT-END-SECS - CUS-MRG-STAT-START-SECS
    IF CUS-MRG-STAT-ELAPSED < 0
       ADD 86400 TO CUS-MRG-STAT-ELAPSED
    END-IF
    MOVE CUS-MRG-STAT-ELAPSED TO CUS-MRG-STAT-SECS

    MOVE CUS-MRG-RUN-TS     TO CUS-MRG-STAT-TS
    MOVE CUS-MRG-SLICE-ROWS TO CUS-MRG-STAT-IN
    MOVE CUS-MRG-OUT-CNT    TO CUS-MRG-STAT-OUT

    EVALUATE TRUE
       WHEN CUS-MRG-REFUSED
          COMPUTE CUS-MRG-STAT-ERR
             = CUS-MRG-RERUN-CNT + CUS-MRG-GAP-CNT + CUS-MRG-STRAY-CNT
          IF CUS-MRG-STAT-ERR = 0
             MOVE 1 TO CUS-MRG-STAT-ERR
          END-IF
       WHEN CUS-MRG-SUSPECT
          MOVE 1 TO CUS-MRG-STAT-ERR
       WHEN OTHER
          MOVE 0 TO CUS-MRG-STAT-ERR
    END-EVALUATE

    MOVE RETURN-CODE TO CUS-MRG-STAT-RC

    EVALUATE RETURN-CODE
       WHEN 0
          MOVE 'SUCCESS' TO CUS-MRG-STAT-OUTCOME
       WHEN 4
          MOVE 'WARNING' TO CUS-MRG-STAT-OUTCOME
       WHEN OTHER
          MOVE 'FAILURE' TO CUS-MRG-STAT-OUTCOME
    END-EVALUATE

    OPEN EXTEND RUNSTATS-FILE

    IF NOT CUS-MRG-STAT-STATUS-OK
       DISPLAY 'UNABLE TO OPEN RUNSTATS - STATUS ' CUS-MRG-STAT-STATUS
          ' - NO STATISTICS RECORD FOR THIS RUN'
    ELSE
       WRITE CUS-MRG-STAT-LINE FROM CUS-MRG-STAT-REC
       IF NOT CUS-MRG-STAT-STATUS-OK
          DISPLAY 'RUNSTATS WRITE FAILED - STATUS ' CUS-MRG-STAT-STATUS
       END-IF
       CLOSE RUNSTATS-FILE
    END-IF.

 8400-EXIT.
    EXIT.

 END PROGRAM CUSMERGE.
