 IDENTIFICATION DIVISION.
 PROGRAM-ID. CUSAUDIT.

*> The data-quality audit of CUS.  CUSEDIT stops bad data going
*> forward, but nothing has ever checked what was already sitting on
*> CUS from before birth dates, contact details and soft-close
*> existed.  This program scans the whole table, tests every row
*> against the rules below, lists each break with the offending value
*> and prints a scorecard - one count per rule.  Nothing on CUS is
*> changed; breaks are put right through CUSEDIT and CUSMAINT.
*>
*>   Q01  closed customer with no CUS_CLOSE_DATE
*>   Q02  open customer carrying a CUS_CLOSE_DATE
*>   Q03  CUS_CLOSE_DATE earlier than CUS_OPEN_DATE
*>   Q04  no CUS_DOB
*>   Q05  CUS_DOB in the future
*>   Q06  stored CUS_AGE disagreeing with the age CUS_DOB gives today
*>   Q07  CUS_EMAIL failing CUSEDIT's e-mail shape edit
*>   Q08  CUS_PHONE failing CUSEDIT's phone shape edit (digits, with
*>        only blanks, ( ) - + . between them, seven to fifteen digits)
*>   Q09  open customer with no usable address - no first line, no
*>        city, or a postal code failing CUSEDIT's NNNNN(-NNNN) edit
*>   Q10  the same e-mail on more than one open customer - every
*>        customer sharing it is listed
*>   Q11  CUS_STATUS neither 'A' nor 'C'
*>
*> A row CUSPURGE has anonymized has its birth date and contact
*> columns nulled on purpose, so only the status and date rules are
*> applied to it.
*>
*> The totals are appended to RUNSTATS - one record for the audit as
*> a whole and one per rule, each rule's breaks booked as its error
*> count - so CUSTREND shows month to month whether the data is
*> getting cleaner or worse, and flags a rule whose count jumps.

 ENVIRONMENT DIVISION.

 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
*> AUDPARM carries the JDBC connection details.
     SELECT AUDPARM-FILE ASSIGN TO "AUDPARM"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CUS-AUD-PARM-STATUS.

*> AUDRPT is the printed exception listing and rule scorecard.
     SELECT AUDRPT ASSIGN TO "AUDRPT"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CUS-AUD-RPT-STATUS.

*> RUNSTATS is the shared run-statistics file every batch program in
*> the suite appends one record per run to - program, run timestamp,
*> records in and out, errors, elapsed seconds and outcome - the
*> comparable history the CUSTREND morning report trends across.
     SELECT RUNSTATS-FILE ASSIGN TO "RUNSTATS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CUS-AUD-STAT-STATUS.

 DATA DIVISION.
 FILE SECTION.
 FD  AUDPARM-FILE.
 01  AUDPARM-REC.
     05 AUDPARM-URI                      PIC X(50).
     05 AUDPARM-USER                     PIC X(20).
     05 AUDPARM-PWD                      PIC X(20).

 FD  AUDRPT.
 01  CUS-AUD-RPT-LINE                    PIC X(80).

 FD  RUNSTATS-FILE.
 01  CUS-AUD-STAT-LINE                   PIC X(74).

 WORKING-STORAGE SECTION.

 01 CUS-AUD-PARM-STATUS                  PIC X(2).
    88 CUS-AUD-PARM-STATUS-OK            VALUE '00'.

 01 CUS-AUD-RPT-STATUS                   PIC X(2).
    88 CUS-AUD-RPT-STATUS-OK             VALUE '00'.

 01 CUS-AUD-RPT-OPEN-SW                  PIC X(1) VALUE 'N'.
    88 CUS-AUD-RPT-IS-OPEN               VALUE 'Y'.

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

*> Rows come back through the same fixed bridge shape the other
*> programs fetch into.  On the table scan the string column is every
*> audited column '|'-joined with a trailing sentinel and the third
*> column is the stored age (-1 when null); on the shared e-mail pass
*> it is name and e-mail, and the third column how many open
*> customers share the address.
 01 CUS BASED.
    05 CUS-STRUCT OCCURS 20.
       10 CUS-ID                         USAGE BINARY-DOUBLE.
       10 CUS-NAME-PTR                   USAGE POINTER.
       10 CUS-AGE                        USAGE BINARY-DOUBLE.

 01 CUS-POINTER                          USAGE POINTER.
 01 CUS-AUD-ROW-STR                      PIC X(250) BASED.

 01 CUS-AUD-ISOLATE-SW                   PIC X(1) VALUE 'N'.
    88 CUS-AUD-ISOLATE-OK                VALUE 'Y'.

 01 CUS-AUD-ERROR-CODE                   USAGE BINARY-LONG.
 01 CUS-AUD-ERROR-TEXT                   PIC X(200).

 01 CUS-AUD-PAGE-SIZE                    PIC 9(4) VALUE 20.
 01 CUS-AUD-OFFSET                       PIC 9(8) VALUE 0.
 01 CUS-AUD-MORE-SW                      PIC X(1) VALUE 'Y'.
    88 CUS-AUD-MORE-ROWS                 VALUE 'Y'.
    88 CUS-AUD-NO-MORE-ROWS              VALUE 'N'.

 01 I                                    PIC 9(2).

*> ------------------------- ROW AREAS ----------------------------------
 01 CUS-AUD-ROW-ID                       PIC 9(9).
 01 CUS-AUD-ROW-NAME                     PIC X(20).
 01 CUS-AUD-ROW-DOB                      PIC X(10).
 01 CUS-AUD-ROW-ADDR1                    PIC X(30).
 01 CUS-AUD-ROW-ADDR2                    PIC X(30).
 01 CUS-AUD-ROW-CITY                     PIC X(20).
 01 CUS-AUD-ROW-POSTAL                   PIC X(10).
 01 CUS-AUD-ROW-PHONE                    PIC X(15).
 01 CUS-AUD-ROW-EMAIL                    PIC X(40).
 01 CUS-AUD-ROW-STATUS                   PIC X(1).
    88 CUS-AUD-ROW-OPEN                  VALUE 'A'.
    88 CUS-AUD-ROW-CLOSED                VALUE 'C'.
 01 CUS-AUD-ROW-OPEN-DATE                PIC X(10).
 01 CUS-AUD-ROW-CLOSE-DATE               PIC X(10).
 01 CUS-AUD-ROW-AGE                      PIC S9(4).
 01 CUS-AUD-ROW-SHARE-CNT                PIC 9(4).

 01 CUS-AUD-ROW-BREAK-SW                 PIC X(1).
    88 CUS-AUD-ROW-HAS-BREAK             VALUE 'Y'.

*> Age as of the run date, derived from the birth date.
 01 CUS-AUD-DOB-YYYY                     PIC 9(4).
 01 CUS-AUD-DOB-MM                       PIC 9(2).
 01 CUS-AUD-DOB-DD                       PIC 9(2).
 01 CUS-AUD-DOB-MMDD                     PIC 9(4).
 01 CUS-AUD-RUN-MMDD                     PIC 9(4).
 01 CUS-AUD-DRV-AGE                      PIC S9(4).
 01 CUS-AUD-AGE-DIS                      PIC -ZZ9.
 01 CUS-AUD-DRV-AGE-DIS                  PIC -ZZ9.
 01 CUS-AUD-SHARE-DIS                    PIC ZZZ9.

*> E-mail shape edit work fields - the same one-pass test CUSEDIT
*> applies to an incoming e-mail.
 01 CUS-AUD-EML-LEN                      PIC 9(4).
 01 CUS-AUD-EML-IDX                      PIC 9(4).
 01 CUS-AUD-EML-AT-POS                   PIC 9(4).
 01 CUS-AUD-EML-AT-CNT                   PIC 9(4).
 01 CUS-AUD-EML-DOT-SW                   PIC X(1).
    88 CUS-AUD-EML-DOT-AFTER-AT          VALUE 'Y'.
 01 CUS-AUD-EML-BAD-SW                   PIC X(1).
    88 CUS-AUD-EML-BAD                   VALUE 'Y'.

*> Phone shape edit work fields.
 01 CUS-AUD-PHN-LEN                      PIC 9(4).
 01 CUS-AUD-PHN-IDX                      PIC 9(4).
 01 CUS-AUD-PHN-DIGITS                   PIC 9(4).
 01 CUS-AUD-PHN-BAD-SW                   PIC X(1).
    88 CUS-AUD-PHN-BAD                   VALUE 'Y'.

*> ------------------------- RULE TABLE ---------------------------------
*> One entry per rule - code, scorecard text and the break count.
 01 CUS-AUD-RULE-CNT                     PIC 9(2) VALUE 11.
 01 CUS-AUD-RULE-VALUES.
    05 FILLER PIC X(36) VALUE 'Q01CLOSED WITH NO CLOSE DATE       '.
    05 FILLER PIC X(36) VALUE 'Q02OPEN WITH A CLOSE DATE          '.
    05 FILLER PIC X(36) VALUE 'Q03CLOSE DATE BEFORE OPEN DATE     '.
    05 FILLER PIC X(36) VALUE 'Q04BIRTH DATE MISSING              '.
    05 FILLER PIC X(36) VALUE 'Q05BIRTH DATE IN THE FUTURE        '.
    05 FILLER PIC X(36) VALUE 'Q06STORED AGE DISAGREES WITH DOB   '.
    05 FILLER PIC X(36) VALUE 'Q07E-MAIL FAILS SHAPE EDIT         '.
    05 FILLER PIC X(36) VALUE 'Q08PHONE FAILS SHAPE EDIT          '.
    05 FILLER PIC X(36) VALUE 'Q09OPEN WITH NO USABLE ADDRESS     '.
    05 FILLER PIC X(36) VALUE 'Q10E-MAIL SHARED BY OPEN CUSTOMERS '.
    05 FILLER PIC X(36) VALUE 'Q11STATUS NEITHER A NOR C          '.
 01 CUS-AUD-RULE-TABLE REDEFINES CUS-AUD-RULE-VALUES.
    05 CUS-AUD-RULE-ENT OCCURS 11.
       10 CUS-AUD-RULE-CODE             PIC X(3).
       10 CUS-AUD-RULE-TEXT             PIC X(33).
 01 CUS-AUD-RULE-COUNTS.
    05 CUS-AUD-RULE-BREAKS OCCURS 11     PIC 9(8).
 01 CUS-AUD-RULE-IDX                     PIC 9(2).

*> The break being booked - the rule number and the detail text
*> printed beside it.
 01 CUS-AUD-BRK-RULE                     PIC 9(2).
 01 CUS-AUD-BRK-DETAIL                   PIC X(42).

 01 CUS-AUD-SCAN-CNT                     PIC 9(8) VALUE 0.
 01 CUS-AUD-PURGED-CNT                   PIC 9(8) VALUE 0.
 01 CUS-AUD-ROWS-BROKEN-CNT              PIC 9(8) VALUE 0.
 01 CUS-AUD-BREAK-TOTAL                  PIC 9(8) VALUE 0.

*> ---------------------- RUN-STATISTICS AREAS --------------------------
*> The standard RUNSTATS record - one for the audit as a whole (rows
*> scanned in, rows clean on the row rules out, all breaks as errors)
*> and one per rule named CUSAUD plus the rule code (rows scanned in,
*> rows passing out, breaks as errors).  A record that cannot be
*> written is reported and the run's own outcome stands.
 01 CUS-AUD-STAT-STATUS                  PIC X(2).
    88 CUS-AUD-STAT-STATUS-OK            VALUE '00'.

 01 CUS-AUD-STAT-OPEN-SW                 PIC X(1) VALUE 'N'.
    88 CUS-AUD-STAT-IS-OPEN              VALUE 'Y'.

 01 CUS-AUD-STAT-TM-RAW                  PIC 9(8).
 01 CUS-AUD-STAT-TM-HH                   PIC 9(2).
 01 CUS-AUD-STAT-TM-MI                   PIC 9(2).
 01 CUS-AUD-STAT-TM-SS                   PIC 9(2).
 01 CUS-AUD-STAT-START-SECS              PIC 9(6) VALUE 0.
 01 CUS-AUD-STAT-END-SECS                PIC 9(6).
 01 CUS-AUD-STAT-ELAPSED                 PIC S9(7).

 01 CUS-AUD-RUN-TS                       PIC X(19) VALUE SPACES.

 01 CUS-AUD-STAT-REC.
    05 CUS-AUD-STAT-PGM                  PIC X(9) VALUE 'CUSAUDIT'.
    05 FILLER                            PIC X(1) VALUE SPACE.
    05 CUS-AUD-STAT-TS                   PIC X(19).
    05 FILLER                            PIC X(1) VALUE SPACE.
    05 CUS-AUD-STAT-IN                   PIC 9(8).
    05 FILLER                            PIC X(1) VALUE SPACE.
    05 CUS-AUD-STAT-OUT                  PIC 9(8).
    05 FILLER                            PIC X(1) VALUE SPACE.
    05 CUS-AUD-STAT-ERR                  PIC 9(8).
    05 FILLER                            PIC X(1) VALUE SPACE.
    05 CUS-AUD-STAT-SECS                 PIC 9(6).
    05 FILLER                            PIC X(1) VALUE SPACE.
    05 CUS-AUD-STAT-RC                   PIC 9(2).
    05 FILLER                            PIC X(1) VALUE SPACE.
    05 CUS-AUD-STAT-OUTCOME              PIC X(7).

*> ------------------------- REPORT PRINT AREAS -------------------------
 01 CUS-AUD-RUN-DATE-RAW                 PIC 9(8).
 01 CUS-AUD-RUN-DATE-GROUP REDEFINES CUS-AUD-RUN-DATE-RAW.
    05 CUS-AUD-RUN-YYYY                  PIC 9(4).
    05 CUS-AUD-RUN-MM                    PIC 9(2).
    05 CUS-AUD-RUN-DD                    PIC 9(2).
 01 CUS-AUD-RUN-DATE-DIS                 PIC X(10).

 01 CUS-AUD-RUN-DATE-ISO.
    05 CUS-AUD-RUN-ISO-YYYY              PIC 9(4).
    05 FILLER                            PIC X(1) VALUE '-'.
    05 CUS-AUD-RUN-ISO-MM                PIC 9(2).
    05 FILLER                            PIC X(1) VALUE '-'.
    05 CUS-AUD-RUN-ISO-DD                PIC 9(2).

 01 CUS-AUD-RPT-HEADING1.
       05 FILLER                         PIC X(10) VALUE 'RUN DATE: '.
       05 CUS-AUD-RPT-DATE-DIS           PIC X(10).
       05 FILLER                         PIC X(13) VALUE SPACES.
       05 FILLER                         PIC X(25) VALUE
          'DATA QUALITY AUDIT OF CUS'.
       05 FILLER                         PIC X(13) VALUE SPACES.
       05 FILLER                         PIC X(5)  VALUE 'PAGE '.
       05 CUS-AUD-RPT-PAGE-DIS           PIC ZZZ9.

 01 CUS-AUD-RPT-HEADING2.
       05 FILLER                         PIC X(9)  VALUE '   CUS_ID'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(20) VALUE 'NAME'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(4)  VALUE 'RULE'.
       05 FILLER                         PIC X(1)  VALUE SPACES.
       05 FILLER                         PIC X(42) VALUE 'DETAIL'.

 01 CUS-AUD-RPT-HEADING3.
       05 FILLER                         PIC X(9)  VALUE '---------'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(20) VALUE
          '--------------------'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(4)  VALUE '----'.
       05 FILLER                         PIC X(1)  VALUE SPACES.
       05 FILLER                         PIC X(42) VALUE
          '------------------------------------------'.

 01 CUS-AUD-RPT-DETAIL.
       05 CUS-AUD-RPT-ID-DIS             PIC 9(9).
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 CUS-AUD-RPT-NAME-DIS           PIC X(20).
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 CUS-AUD-RPT-RULE-DIS           PIC X(3).
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 CUS-AUD-RPT-DETAIL-DIS         PIC X(42).

 01 CUS-AUD-RPT-SECTION-LINE.
       05 FILLER                         PIC X(4)  VALUE '*** '.
       05 CUS-AUD-RPT-SECTION-DIS        PIC X(40).

 01 CUS-AUD-RPT-SCORE-HEADING.
       05 FILLER                         PIC X(4)  VALUE 'RULE'.
       05 FILLER                         PIC X(1)  VALUE SPACES.
       05 FILLER                         PIC X(33) VALUE 'DESCRIPTION'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(8)  VALUE '  BREAKS'.

 01 CUS-AUD-RPT-SCORE-DASHES.
       05 FILLER                         PIC X(4)  VALUE '----'.
       05 FILLER                         PIC X(1)  VALUE SPACES.
       05 FILLER                         PIC X(33) VALUE
          '---------------------------------'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(8)  VALUE '--------'.

 01 CUS-AUD-RPT-SCORE-LINE.
       05 CUS-AUD-RPT-SC-CODE-DIS        PIC X(3).
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 CUS-AUD-RPT-SC-TEXT-DIS        PIC X(33).
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 CUS-AUD-RPT-SC-CNT-DIS         PIC ZZZZZZZ9.

 01 CUS-AUD-TOTAL-LINE.
       05 CUS-AUD-TOT-LABEL              PIC X(24).
       05 CUS-AUD-TOT-VALUE              PIC ZZZZZZZ9.

 01 CUS-AUD-RPT-PAGE-CNT                 PIC 9(3) VALUE 0.
 01 CUS-AUD-RPT-LINE-CNT                 PIC 9(2) VALUE 99.
 01 CUS-AUD-RPT-MAX-LINES                PIC 9(2) VALUE 55.

 PROCEDURE DIVISION.

*>----------------------------------------------------------------------
 0000-MAINLINE SECTION.
*>----------------------------------------------------------------------

    PERFORM 1000-INITIALIZE THRU 1000-EXIT

    IF CUS-AUD-ISOLATE-OK AND RETURN-CODE < 8
       PERFORM 2000-SCAN-ONE-PAGE THRU 2000-EXIT
          UNTIL CUS-AUD-NO-MORE-ROWS
    END-IF

    IF CUS-AUD-ISOLATE-OK AND RETURN-CODE < 8
       MOVE 'SHARED E-MAIL ADDRESSES - OPEN CUSTOMERS'
          TO CUS-AUD-RPT-SECTION-DIS
       PERFORM 3300-PRINT-SECTION THRU 3300-EXIT
       MOVE 0 TO CUS-AUD-OFFSET
       SET CUS-AUD-MORE-ROWS TO TRUE
       PERFORM 3000-SHARED-EMAIL-PAGE THRU 3000-EXIT
          UNTIL CUS-AUD-NO-MORE-ROWS
    END-IF

    PERFORM 8000-TERMINATE THRU 8000-EXIT

    STOP RUN.

 0000-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 1000-INITIALIZE SECTION.
*>----------------------------------------------------------------------

    ACCEPT CUS-AUD-STAT-TM-RAW FROM TIME
    MOVE CUS-AUD-STAT-TM-RAW(1:2) TO CUS-AUD-STAT-TM-HH
    MOVE CUS-AUD-STAT-TM-RAW(3:2) TO CUS-AUD-STAT-TM-MI
    MOVE CUS-AUD-STAT-TM-RAW(5:2) TO CUS-AUD-STAT-TM-SS
    COMPUTE CUS-AUD-STAT-START-SECS
       = CUS-AUD-STAT-TM-HH * 3600
       + CUS-AUD-STAT-TM-MI * 60
       + CUS-AUD-STAT-TM-SS

    ACCEPT CUS-AUD-RUN-DATE-RAW FROM DATE YYYYMMDD

    STRING CUS-AUD-RUN-MM   DELIMITED BY SIZE
           '/'              DELIMITED BY SIZE
           CUS-AUD-RUN-DD   DELIMITED BY SIZE
           '/'              DELIMITED BY SIZE
           CUS-AUD-RUN-YYYY DELIMITED BY SIZE
      INTO CUS-AUD-RUN-DATE-DIS
    END-STRING

    MOVE CUS-AUD-RUN-YYYY TO CUS-AUD-RUN-ISO-YYYY
    MOVE CUS-AUD-RUN-MM   TO CUS-AUD-RUN-ISO-MM
    MOVE CUS-AUD-RUN-DD   TO CUS-AUD-RUN-ISO-DD
    MOVE CUS-AUD-RUN-DATE-RAW(5:4) TO CUS-AUD-RUN-MMDD

    STRING CUS-AUD-RUN-DATE-ISO DELIMITED BY SIZE
           '-'                  DELIMITED BY SIZE
           CUS-AUD-STAT-TM-HH   DELIMITED BY SIZE
           ':'                  DELIMITED BY SIZE
           CUS-AUD-STAT-TM-MI   DELIMITED BY SIZE
           ':'                  DELIMITED BY SIZE
           CUS-AUD-STAT-TM-SS   DELIMITED BY SIZE
      INTO CUS-AUD-RUN-TS
    END-STRING

    MOVE ZEROS TO CUS-AUD-RULE-COUNTS

    PERFORM 1100-LOAD-PARM THRU 1100-EXIT

    IF RETURN-CODE = 0
       PERFORM 1200-OPEN-FILES THRU 1200-EXIT
    END-IF

    IF RETURN-CODE = 0
       CALL STATIC 'graal_create_isolate' using
              BY REFERENCE GRAAL_CREATE_ISOLATE_PARAMS_T
              BY REFERENCE GRAAL_ISOLATE_T
              BY REFERENCE GRAAL_ISOLATETHREAD_T
              returning RESPONSE
       END-CALL

       IF RESPONSE equal 0
          SET CUS-AUD-ISOLATE-OK TO TRUE
       ELSE
          DISPLAY 'CUSAUDIT FAILED - GRAAL_CREATE_ISOLATE RESPONSE CODE ' RESPONSE
          MOVE 8 TO RETURN-CODE
       END-IF
    END-IF.

 1000-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 1100-LOAD-PARM SECTION.
*>----------------------------------------------------------------------

    OPEN INPUT AUDPARM-FILE

    IF CUS-AUD-PARM-STATUS-OK
       READ AUDPARM-FILE
         AT END
            DISPLAY 'AUDPARM IS EMPTY - RUN CANNOT CONTINUE'
            MOVE 12 TO RETURN-CODE
       END-READ
       CLOSE AUDPARM-FILE
       MOVE AUDPARM-URI  TO URI
       MOVE AUDPARM-USER TO USER
       MOVE AUDPARM-PWD  TO PWD
    ELSE
       DISPLAY 'UNABLE TO OPEN AUDPARM - STATUS ' CUS-AUD-PARM-STATUS
       MOVE 12 TO RETURN-CODE
    END-IF.

 1100-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 1200-OPEN-FILES SECTION.
*>----------------------------------------------------------------------

    OPEN OUTPUT AUDRPT

    IF NOT CUS-AUD-RPT-STATUS-OK
       DISPLAY 'UNABLE TO OPEN AUDRPT - STATUS ' CUS-AUD-RPT-STATUS
       MOVE 12 TO RETURN-CODE
    ELSE
       SET CUS-AUD-RPT-IS-OPEN TO TRUE
    END-IF.

 1200-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2000-SCAN-ONE-PAGE SECTION.
*>----------------------------------------------------------------------
*>   Fetches one page of the whole table in CUS_ID order, the page
*>   walking forward by offset as CUSDUPRP's does - nothing here
*>   changes CUS.  A null column comes back empty so a missing value
*>   is told apart from any value at all.

    MOVE SPACES TO QUERY
    STRING "SELECT CUS_ID, CUS_NAME || '|' || COALESCE(TO_CHAR(CUS_DOB, 'YYYY-MM-DD'), '') || '|' || COALESCE(CUS_ADDR1, '') || '|' || COALESCE(CUS_ADDR2, '') || '|' || COALESCE(CUS_CITY, '') || '|' || COALESCE(CUS_POSTAL, '') || '|' || COALESCE(CUS_PHONE, '') || '|' || COALESCE(CUS_EMAIL, '') || '|' "
                                DELIMITED BY SIZE
           "|| COALESCE(CUS_STATUS, '') || '|' || COALESCE(TO_CHAR(CUS_OPEN_DATE, 'YYYY-MM-DD'), '') || '|' || COALESCE(TO_CHAR(CUS_CLOSE_DATE, 'YYYY-MM-DD'), '') || '|', COALESCE(CUS_AGE, -1) FROM CUS ORDER BY CUS_ID OFFSET "
                                DELIMITED BY SIZE
           CUS-AUD-OFFSET       DELIMITED BY SIZE
           " LIMIT "            DELIMITED BY SIZE
           CUS-AUD-PAGE-SIZE    DELIMITED BY SIZE
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
       PERFORM 2100-AUDIT-ONE-ROW THRU 2100-EXIT
          VARYING I FROM 1 BY 1 UNTIL I > RESULT
       CALL STATIC 'free_results' using
          BY VALUE GRAAL_ISOLATETHREAD_T
          BY REFERENCE CUS
          BY VALUE RESULT
          returning RESPONSE
       END-CALL
       IF RESULT < CUS-AUD-PAGE-SIZE
          SET CUS-AUD-NO-MORE-ROWS TO TRUE
       ELSE
          ADD CUS-AUD-PAGE-SIZE TO CUS-AUD-OFFSET
       END-IF
    ELSE
       IF RESULT < 0
          PERFORM 2950-GET-ERROR-DETAIL THRU 2950-EXIT
          DISPLAY 'CUS TABLE SCAN FAILED - SQLCODE ' CUS-AUD-ERROR-CODE
             ' - ' CUS-AUD-ERROR-TEXT
          MOVE 8 TO RETURN-CODE
       END-IF
       SET CUS-AUD-NO-MORE-ROWS TO TRUE
    END-IF.

 2000-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2100-AUDIT-ONE-ROW SECTION.
*>----------------------------------------------------------------------
*>   Splits one row out of the string column and runs the row rules
*>   over it.  An anonymized row stops after the status and date
*>   rules.

    ADD 1 TO CUS-AUD-SCAN-CNT
    MOVE 'N' TO CUS-AUD-ROW-BREAK-SW

    MOVE CUS-ID(I)  TO CUS-AUD-ROW-ID
    MOVE CUS-AGE(I) TO CUS-AUD-ROW-AGE

    MOVE SPACES TO CUS-AUD-ROW-NAME
    MOVE SPACES TO CUS-AUD-ROW-DOB
    MOVE SPACES TO CUS-AUD-ROW-ADDR1
    MOVE SPACES TO CUS-AUD-ROW-ADDR2
    MOVE SPACES TO CUS-AUD-ROW-CITY
    MOVE SPACES TO CUS-AUD-ROW-POSTAL
    MOVE SPACES TO CUS-AUD-ROW-PHONE
    MOVE SPACES TO CUS-AUD-ROW-EMAIL
    MOVE SPACES TO CUS-AUD-ROW-STATUS
    MOVE SPACES TO CUS-AUD-ROW-OPEN-DATE
    MOVE SPACES TO CUS-AUD-ROW-CLOSE-DATE

    SET ADDRESS OF CUS-AUD-ROW-STR TO CUS-NAME-PTR(I)
    UNSTRING CUS-AUD-ROW-STR DELIMITED BY '|'
       INTO CUS-AUD-ROW-NAME
            CUS-AUD-ROW-DOB
            CUS-AUD-ROW-ADDR1
            CUS-AUD-ROW-ADDR2
            CUS-AUD-ROW-CITY
            CUS-AUD-ROW-POSTAL
            CUS-AUD-ROW-PHONE
            CUS-AUD-ROW-EMAIL
            CUS-AUD-ROW-STATUS
            CUS-AUD-ROW-OPEN-DATE
            CUS-AUD-ROW-CLOSE-DATE
    END-UNSTRING

    PERFORM 2200-CHECK-STATUS-DATES THRU 2200-EXIT

    IF CUS-AUD-ROW-NAME = 'PURGED'
       ADD 1 TO CUS-AUD-PURGED-CNT
    ELSE
       PERFORM 2300-CHECK-BIRTH-DATE THRU 2300-EXIT
       PERFORM 2400-CHECK-CONTACT THRU 2400-EXIT
       IF CUS-AUD-ROW-OPEN
          PERFORM 2500-CHECK-ADDRESS THRU 2500-EXIT
       END-IF
    END-IF

    IF CUS-AUD-ROW-HAS-BREAK
       ADD 1 TO CUS-AUD-ROWS-BROKEN-CNT
    END-IF.

 2100-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2200-CHECK-STATUS-DATES SECTION.
*>----------------------------------------------------------------------
*>   Q11, Q01, Q02 and Q03 - the status against the close date, and the
*>   close date against the open date.  The dates are ISO text, so
*>   they compare in date order as they stand.

    EVALUATE TRUE
       WHEN CUS-AUD-ROW-CLOSED
          IF CUS-AUD-ROW-CLOSE-DATE = SPACES
             MOVE 1 TO CUS-AUD-BRK-RULE
             MOVE 'STATUS C, CUS_CLOSE_DATE IS NULL'
                TO CUS-AUD-BRK-DETAIL
             PERFORM 2900-BOOK-BREAK THRU 2900-EXIT
          END-IF
       WHEN CUS-AUD-ROW-OPEN
          IF CUS-AUD-ROW-CLOSE-DATE NOT = SPACES
             MOVE 2 TO CUS-AUD-BRK-RULE
             MOVE SPACES TO CUS-AUD-BRK-DETAIL
             STRING 'STATUS A, CLOSED '    DELIMITED BY SIZE
                    CUS-AUD-ROW-CLOSE-DATE DELIMITED BY SIZE
               INTO CUS-AUD-BRK-DETAIL
             END-STRING
             PERFORM 2900-BOOK-BREAK THRU 2900-EXIT
          END-IF
       WHEN OTHER
          MOVE 11 TO CUS-AUD-BRK-RULE
          MOVE SPACES TO CUS-AUD-BRK-DETAIL
          STRING "CUS_STATUS IS '"   DELIMITED BY SIZE
                 CUS-AUD-ROW-STATUS  DELIMITED BY SIZE
                 "'"                 DELIMITED BY SIZE
            INTO CUS-AUD-BRK-DETAIL
          END-STRING
          PERFORM 2900-BOOK-BREAK THRU 2900-EXIT
    END-EVALUATE

    IF CUS-AUD-ROW-CLOSE-DATE NOT = SPACES
          AND CUS-AUD-ROW-OPEN-DATE NOT = SPACES
          AND CUS-AUD-ROW-CLOSE-DATE < CUS-AUD-ROW-OPEN-DATE
       MOVE 3 TO CUS-AUD-BRK-RULE
       MOVE SPACES TO CUS-AUD-BRK-DETAIL
       STRING 'CLOSED '              DELIMITED BY SIZE
              CUS-AUD-ROW-CLOSE-DATE DELIMITED BY SIZE
              ', OPENED '            DELIMITED BY SIZE
              CUS-AUD-ROW-OPEN-DATE  DELIMITED BY SIZE
         INTO CUS-AUD-BRK-DETAIL
       END-STRING
       PERFORM 2900-BOOK-BREAK THRU 2900-EXIT
    END-IF.

 2200-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2300-CHECK-BIRTH-DATE SECTION.
*>----------------------------------------------------------------------
*>   Q04, Q05 and Q06.  The age test is made only against a birth date
*>   that is there and not in the future - a missing or future date is
*>   its own break, not an age one too.

    IF CUS-AUD-ROW-DOB = SPACES
       MOVE 4 TO CUS-AUD-BRK-RULE
       MOVE 'CUS_DOB IS NULL' TO CUS-AUD-BRK-DETAIL
       PERFORM 2900-BOOK-BREAK THRU 2900-EXIT
       GO TO 2300-EXIT
    END-IF

    IF CUS-AUD-ROW-DOB > CUS-AUD-RUN-DATE-ISO
       MOVE 5 TO CUS-AUD-BRK-RULE
       MOVE SPACES TO CUS-AUD-BRK-DETAIL
       STRING 'CUS_DOB '       DELIMITED BY SIZE
              CUS-AUD-ROW-DOB  DELIMITED BY SIZE
         INTO CUS-AUD-BRK-DETAIL
       END-STRING
       PERFORM 2900-BOOK-BREAK THRU 2900-EXIT
       GO TO 2300-EXIT
    END-IF

    MOVE CUS-AUD-ROW-DOB(1:4) TO CUS-AUD-DOB-YYYY
    MOVE CUS-AUD-ROW-DOB(6:2) TO CUS-AUD-DOB-MM
    MOVE CUS-AUD-ROW-DOB(9:2) TO CUS-AUD-DOB-DD
    COMPUTE CUS-AUD-DOB-MMDD
       = CUS-AUD-DOB-MM * 100 + CUS-AUD-DOB-DD
    COMPUTE CUS-AUD-DRV-AGE
       = CUS-AUD-RUN-YYYY - CUS-AUD-DOB-YYYY
    IF CUS-AUD-RUN-MMDD < CUS-AUD-DOB-MMDD
       SUBTRACT 1 FROM CUS-AUD-DRV-AGE
    END-IF

    IF CUS-AUD-ROW-AGE NOT = CUS-AUD-DRV-AGE
       MOVE 6 TO CUS-AUD-BRK-RULE
       MOVE CUS-AUD-ROW-AGE TO CUS-AUD-AGE-DIS
       MOVE CUS-AUD-DRV-AGE TO CUS-AUD-DRV-AGE-DIS
       MOVE SPACES TO CUS-AUD-BRK-DETAIL
       IF CUS-AUD-ROW-AGE < 0
          STRING 'CUS_AGE IS NULL, DOB '  DELIMITED BY SIZE
                 CUS-AUD-ROW-DOB          DELIMITED BY SIZE
                 ' GIVES'                 DELIMITED BY SIZE
                 CUS-AUD-DRV-AGE-DIS      DELIMITED BY SIZE
            INTO CUS-AUD-BRK-DETAIL
          END-STRING
       ELSE
          STRING 'CUS_AGE'                DELIMITED BY SIZE
                 CUS-AUD-AGE-DIS          DELIMITED BY SIZE
                 ', DOB '                 DELIMITED BY SIZE
                 CUS-AUD-ROW-DOB          DELIMITED BY SIZE
                 ' GIVES'                 DELIMITED BY SIZE
                 CUS-AUD-DRV-AGE-DIS      DELIMITED BY SIZE
            INTO CUS-AUD-BRK-DETAIL
          END-STRING
       END-IF
       PERFORM 2900-BOOK-BREAK THRU 2900-EXIT
    END-IF.

 2300-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2400-CHECK-CONTACT SECTION.
*>----------------------------------------------------------------------
*>   Q07 and Q08.  Both columns are optional - only a value that is
*>   there is held to its shape.

    IF CUS-AUD-ROW-EMAIL NOT = SPACES
       PERFORM 2450-CHECK-EMAIL-SHAPE THRU 2450-EXIT
       IF CUS-AUD-EML-BAD
          MOVE 7 TO CUS-AUD-BRK-RULE
          MOVE CUS-AUD-ROW-EMAIL TO CUS-AUD-BRK-DETAIL
          PERFORM 2900-BOOK-BREAK THRU 2900-EXIT
       END-IF
    END-IF

    IF CUS-AUD-ROW-PHONE NOT = SPACES
       PERFORM 2460-CHECK-PHONE-SHAPE THRU 2460-EXIT
       IF CUS-AUD-PHN-BAD
          MOVE 8 TO CUS-AUD-BRK-RULE
          MOVE SPACES TO CUS-AUD-BRK-DETAIL
          STRING 'CUS_PHONE '       DELIMITED BY SIZE
                 CUS-AUD-ROW-PHONE  DELIMITED BY SIZE
            INTO CUS-AUD-BRK-DETAIL
          END-STRING
          PERFORM 2900-BOOK-BREAK THRU 2900-EXIT
       END-IF
    END-IF.

 2400-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2450-CHECK-EMAIL-SHAPE SECTION.
*>----------------------------------------------------------------------
*>   CUSEDIT's e-mail edit: one pass over the significant text counting
*>   the '@'s and remembering where the single one sits, failing any
*>   embedded blank, and looking for a dot after the '@'.

    MOVE 'N' TO CUS-AUD-EML-BAD-SW
    MOVE 'N' TO CUS-AUD-EML-DOT-SW
    MOVE 0 TO CUS-AUD-EML-AT-POS
    MOVE 0 TO CUS-AUD-EML-AT-CNT

    MOVE 40 TO CUS-AUD-EML-LEN
    PERFORM 2452-TRIM-EMAIL-CHAR THRU 2452-EXIT
       UNTIL CUS-AUD-EML-LEN = 1
          OR CUS-AUD-ROW-EMAIL(CUS-AUD-EML-LEN:1) NOT = SPACE

    PERFORM 2451-SCAN-EMAIL-CHAR THRU 2451-EXIT
       VARYING CUS-AUD-EML-IDX FROM 1 BY 1
       UNTIL CUS-AUD-EML-IDX > CUS-AUD-EML-LEN

    IF CUS-AUD-EML-AT-CNT NOT = 1
          OR CUS-AUD-EML-AT-POS < 2
          OR CUS-AUD-EML-AT-POS >= CUS-AUD-EML-LEN
          OR NOT CUS-AUD-EML-DOT-AFTER-AT
       SET CUS-AUD-EML-BAD TO TRUE
    END-IF.

 2450-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2451-SCAN-EMAIL-CHAR SECTION.
*>----------------------------------------------------------------------

    EVALUATE CUS-AUD-ROW-EMAIL(CUS-AUD-EML-IDX:1)
       WHEN '@'
          ADD 1 TO CUS-AUD-EML-AT-CNT
          MOVE CUS-AUD-EML-IDX TO CUS-AUD-EML-AT-POS
       WHEN '.'
          IF CUS-AUD-EML-AT-CNT > 0
             SET CUS-AUD-EML-DOT-AFTER-AT TO TRUE
          END-IF
       WHEN SPACE
          SET CUS-AUD-EML-BAD TO TRUE
       WHEN OTHER
          CONTINUE
    END-EVALUATE.

 2451-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2452-TRIM-EMAIL-CHAR SECTION.
*>----------------------------------------------------------------------

    SUBTRACT 1 FROM CUS-AUD-EML-LEN.

 2452-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2460-CHECK-PHONE-SHAPE SECTION.
*>----------------------------------------------------------------------
*>   A phone number is digits, with only blanks and ( ) - + . as
*>   separators, seven to fifteen digits in all - enough to dial, no
*>   more than the international maximum - CUSEDIT's E19 edit.  Like
*>   the e-mail edit, a keying-slip net, not a number validator.

    MOVE 'N' TO CUS-AUD-PHN-BAD-SW
    MOVE 0 TO CUS-AUD-PHN-DIGITS

    MOVE 15 TO CUS-AUD-PHN-LEN
    PERFORM 2462-TRIM-PHONE-CHAR THRU 2462-EXIT
       UNTIL CUS-AUD-PHN-LEN = 1
          OR CUS-AUD-ROW-PHONE(CUS-AUD-PHN-LEN:1) NOT = SPACE

    PERFORM 2461-SCAN-PHONE-CHAR THRU 2461-EXIT
       VARYING CUS-AUD-PHN-IDX FROM 1 BY 1
       UNTIL CUS-AUD-PHN-IDX > CUS-AUD-PHN-LEN

    IF CUS-AUD-PHN-DIGITS < 7
       SET CUS-AUD-PHN-BAD TO TRUE
    END-IF.

 2460-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2461-SCAN-PHONE-CHAR SECTION.
*>----------------------------------------------------------------------

    EVALUATE CUS-AUD-ROW-PHONE(CUS-AUD-PHN-IDX:1)
       WHEN '0' THRU '9'
          ADD 1 TO CUS-AUD-PHN-DIGITS
       WHEN SPACE
       WHEN '('
       WHEN ')'
       WHEN '-'
       WHEN '+'
       WHEN '.'
          CONTINUE
       WHEN OTHER
          SET CUS-AUD-PHN-BAD TO TRUE
    END-EVALUATE.

 2461-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2462-TRIM-PHONE-CHAR SECTION.
*>----------------------------------------------------------------------

    SUBTRACT 1 FROM CUS-AUD-PHN-LEN.

 2462-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2500-CHECK-ADDRESS SECTION.
*>----------------------------------------------------------------------
*>   Q09 - an open customer mail cannot reach: no first address line,
*>   no city, or a postal code missing or failing CUSEDIT's edit.  The
*>   first gap found is the one listed.

    MOVE SPACES TO CUS-AUD-BRK-DETAIL

    EVALUATE TRUE
       WHEN CUS-AUD-ROW-ADDR1 = SPACES
          MOVE 'NO FIRST ADDRESS LINE' TO CUS-AUD-BRK-DETAIL
       WHEN CUS-AUD-ROW-CITY = SPACES
          MOVE 'NO CITY' TO CUS-AUD-BRK-DETAIL
       WHEN CUS-AUD-ROW-POSTAL = SPACES
          MOVE 'NO POSTAL CODE' TO CUS-AUD-BRK-DETAIL
       WHEN CUS-AUD-ROW-POSTAL(1:5) NUMERIC
             AND (CUS-AUD-ROW-POSTAL(6:5) = SPACES
                OR (CUS-AUD-ROW-POSTAL(6:1) = '-'
                   AND CUS-AUD-ROW-POSTAL(7:4) NUMERIC))
          CONTINUE
       WHEN OTHER
          STRING 'POSTAL CODE '     DELIMITED BY SIZE
                 CUS-AUD-ROW-POSTAL DELIMITED BY SIZE
                 ' NOT NNNNN(-NNNN)' DELIMITED BY SIZE
            INTO CUS-AUD-BRK-DETAIL
          END-STRING
    END-EVALUATE

    IF CUS-AUD-BRK-DETAIL NOT = SPACES
       MOVE 9 TO CUS-AUD-BRK-RULE
       PERFORM 2900-BOOK-BREAK THRU 2900-EXIT
    END-IF.

 2500-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2900-BOOK-BREAK SECTION.
*>----------------------------------------------------------------------
*>   Counts one break against its rule and lists it.

    ADD 1 TO CUS-AUD-RULE-BREAKS(CUS-AUD-BRK-RULE)
    ADD 1 TO CUS-AUD-BREAK-TOTAL
    SET CUS-AUD-ROW-HAS-BREAK TO TRUE

    IF CUS-AUD-RPT-LINE-CNT >= CUS-AUD-RPT-MAX-LINES
       PERFORM 3200-PRINT-HEADINGS THRU 3200-EXIT
    END-IF

    MOVE CUS-AUD-ROW-ID                      TO CUS-AUD-RPT-ID-DIS
    MOVE CUS-AUD-ROW-NAME                    TO CUS-AUD-RPT-NAME-DIS
    MOVE CUS-AUD-RULE-CODE(CUS-AUD-BRK-RULE) TO CUS-AUD-RPT-RULE-DIS
    MOVE CUS-AUD-BRK-DETAIL                  TO CUS-AUD-RPT-DETAIL-DIS
    WRITE CUS-AUD-RPT-LINE FROM CUS-AUD-RPT-DETAIL AFTER ADVANCING 1 LINE
    ADD 1 TO CUS-AUD-RPT-LINE-CNT.

 2900-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2950-GET-ERROR-DETAIL SECTION.
*>----------------------------------------------------------------------

    CALL STATIC 'exec_get_last_error' using
        BY VALUE GRAAL_ISOLATETHREAD_T
        BY REFERENCE CUS-AUD-ERROR-TEXT
        returning CUS-AUD-ERROR-CODE
    END-CALL.

 2950-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 3000-SHARED-EMAIL-PAGE SECTION.
*>----------------------------------------------------------------------
*>   Q10 - one page of the open customers whose e-mail, compared
*>   regardless of case and padding, is held by another open customer
*>   too.  Each sharing customer is listed and counted, grouped by
*>   address so the customers sharing one print together.

    MOVE SPACES TO QUERY
    STRING "SELECT C.CUS_ID, C.CUS_NAME || '|' || C.CUS_EMAIL || '|', D.CNT FROM CUS C JOIN (SELECT UPPER(TRIM(CUS_EMAIL)) AS EM, COUNT(*) AS CNT FROM CUS WHERE CUS_STATUS = 'A' AND COALESCE(TRIM(CUS_EMAIL), '') <> '' GROUP BY UPPER(TRIM(CUS_EMAIL)) HAVING COUNT(*) > 1) D "
                                DELIMITED BY SIZE
           "ON UPPER(TRIM(C.CUS_EMAIL)) = D.EM WHERE C.CUS_STATUS = 'A' ORDER BY D.EM, C.CUS_ID OFFSET "
                                DELIMITED BY SIZE
           CUS-AUD-OFFSET       DELIMITED BY SIZE
           " LIMIT "            DELIMITED BY SIZE
           CUS-AUD-PAGE-SIZE    DELIMITED BY SIZE
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
       PERFORM 3100-BOOK-SHARED-EMAIL THRU 3100-EXIT
          VARYING I FROM 1 BY 1 UNTIL I > RESULT
       CALL STATIC 'free_results' using
          BY VALUE GRAAL_ISOLATETHREAD_T
          BY REFERENCE CUS
          BY VALUE RESULT
          returning RESPONSE
       END-CALL
       IF RESULT < CUS-AUD-PAGE-SIZE
          SET CUS-AUD-NO-MORE-ROWS TO TRUE
       ELSE
          ADD CUS-AUD-PAGE-SIZE TO CUS-AUD-OFFSET
       END-IF
    ELSE
       IF RESULT < 0
          PERFORM 2950-GET-ERROR-DETAIL THRU 2950-EXIT
          DISPLAY 'SHARED E-MAIL FETCH FAILED - SQLCODE ' CUS-AUD-ERROR-CODE
             ' - ' CUS-AUD-ERROR-TEXT
          MOVE 8 TO RETURN-CODE
       END-IF
       SET CUS-AUD-NO-MORE-ROWS TO TRUE
    END-IF.

 3000-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 3100-BOOK-SHARED-EMAIL SECTION.
*>----------------------------------------------------------------------

    MOVE CUS-ID(I)  TO CUS-AUD-ROW-ID
    MOVE CUS-AGE(I) TO CUS-AUD-ROW-SHARE-CNT

    MOVE SPACES TO CUS-AUD-ROW-NAME
    MOVE SPACES TO CUS-AUD-ROW-EMAIL
    SET ADDRESS OF CUS-AUD-ROW-STR TO CUS-NAME-PTR(I)
    UNSTRING CUS-AUD-ROW-STR DELIMITED BY '|'
       INTO CUS-AUD-ROW-NAME
            CUS-AUD-ROW-EMAIL
    END-UNSTRING

    MOVE CUS-AUD-ROW-SHARE-CNT TO CUS-AUD-SHARE-DIS
    MOVE SPACES TO CUS-AUD-BRK-DETAIL
    STRING CUS-AUD-SHARE-DIS     DELIMITED BY SIZE
           ' OPEN: '             DELIMITED BY SIZE
           CUS-AUD-ROW-EMAIL     DELIMITED BY SIZE
      INTO CUS-AUD-BRK-DETAIL
    END-STRING

    MOVE 10 TO CUS-AUD-BRK-RULE
    PERFORM 2900-BOOK-BREAK THRU 2900-EXIT.

 3100-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 3200-PRINT-HEADINGS SECTION.
*>----------------------------------------------------------------------

    ADD 1 TO CUS-AUD-RPT-PAGE-CNT
    MOVE CUS-AUD-RUN-DATE-DIS TO CUS-AUD-RPT-DATE-DIS
    MOVE CUS-AUD-RPT-PAGE-CNT TO CUS-AUD-RPT-PAGE-DIS

    WRITE CUS-AUD-RPT-LINE FROM CUS-AUD-RPT-HEADING1 AFTER ADVANCING PAGE
    WRITE CUS-AUD-RPT-LINE FROM CUS-AUD-RPT-HEADING2 AFTER ADVANCING 2 LINES
    WRITE CUS-AUD-RPT-LINE FROM CUS-AUD-RPT-HEADING3 AFTER ADVANCING 1 LINE

    MOVE 4 TO CUS-AUD-RPT-LINE-CNT.

 3200-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 3300-PRINT-SECTION SECTION.
*>----------------------------------------------------------------------
*>   A section title, kept off the foot of a page.

    IF CUS-AUD-RPT-LINE-CNT >= CUS-AUD-RPT-MAX-LINES - 3
       PERFORM 3200-PRINT-HEADINGS THRU 3200-EXIT
    END-IF

    WRITE CUS-AUD-RPT-LINE FROM CUS-AUD-RPT-SECTION-LINE
       AFTER ADVANCING 2 LINES
    ADD 2 TO CUS-AUD-RPT-LINE-CNT.

 3300-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 8000-TERMINATE SECTION.
*>----------------------------------------------------------------------

    IF CUS-AUD-ISOLATE-OK
       CALL STATIC 'graal_detach_thread' using
              BY VALUE GRAAL_ISOLATETHREAD_T
              returning RESPONSE
       END-CALL

       IF RESPONSE NOT equal 0
          DISPLAY 'graal_detach_thread failed'
       END-IF
    END-IF

    IF CUS-AUD-RPT-IS-OPEN
       PERFORM 8200-PRINT-SCORECARD THRU 8200-EXIT
       CLOSE AUDRPT
    END-IF

    PERFORM 8100-WRITE-RUN-STATS THRU 8100-EXIT

    DISPLAY 'CUSAUDIT SUMMARY - ROWS ' CUS-AUD-SCAN-CNT
       ' WITH BREAKS ' CUS-AUD-ROWS-BROKEN-CNT
       ' BREAKS ' CUS-AUD-BREAK-TOTAL.

 8000-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 8100-WRITE-RUN-STATS SECTION.
*>----------------------------------------------------------------------
*>   Appends the audit's record and one record per rule to the shared
*>   RUNSTATS file.  A run that failed part way still books what it
*>   counted, marked as a failure, so the morning report does not
*>   trend a half-scanned table as a cleaner one.

    ACCEPT CUS-AUD-STAT-TM-RAW FROM TIME
    MOVE CUS-AUD-STAT-TM-RAW(1:2) TO CUS-AUD-STAT-TM-HH
    MOVE CUS-AUD-STAT-TM-RAW(3:2) TO CUS-AUD-STAT-TM-MI
    MOVE CUS-AUD-STAT-TM-RAW(5:2) TO CUS-AUD-STAT-TM-SS
    COMPUTE CUS-AUD-STAT-END-SECS
       = CUS-AUD-STAT-TM-HH * 3600
       + CUS-AUD-STAT-TM-MI * 60
       + CUS-AUD-STAT-TM-SS

    COMPUTE CUS-AUD-STAT-ELAPSED
       = CUS-AUD-STAT-END-SECS - CUS-AUD-STAT-START-SECS
    IF CUS-AUD-STAT-ELAPSED < 0
       ADD 86400 TO CUS-AUD-STAT-ELAPSED
    END-IF
    MOVE CUS-AUD-STAT-ELAPSED TO CUS-AUD-STAT-SECS

    MOVE CUS-AUD-RUN-TS TO CUS-AUD-STAT-TS
    MOVE RETURN-CODE    TO CUS-AUD-STAT-RC

    EVALUATE RETURN-CODE
       WHEN 0
          MOVE 'SUCCESS' TO CUS-AUD-STAT-OUTCOME
       WHEN 4
          MOVE 'WARNING' TO CUS-AUD-STAT-OUTCOME
       WHEN OTHER
          MOVE 'FAILURE' TO CUS-AUD-STAT-OUTCOME
    END-EVALUATE

    OPEN EXTEND RUNSTATS-FILE

    IF NOT CUS-AUD-STAT-STATUS-OK
       DISPLAY 'UNABLE TO OPEN RUNSTATS - STATUS ' CUS-AUD-STAT-STATUS
          ' - NO STATISTICS RECORDS FOR THIS RUN'
       GO TO 8100-EXIT
    END-IF

    MOVE 'CUSAUDIT'              TO CUS-AUD-STAT-PGM
    MOVE CUS-AUD-SCAN-CNT        TO CUS-AUD-STAT-IN
    COMPUTE CUS-AUD-STAT-OUT
       = CUS-AUD-SCAN-CNT - CUS-AUD-ROWS-BROKEN-CNT
    MOVE CUS-AUD-BREAK-TOTAL     TO CUS-AUD-STAT-ERR
    WRITE CUS-AUD-STAT-LINE FROM CUS-AUD-STAT-REC
    IF NOT CUS-AUD-STAT-STATUS-OK
       DISPLAY 'RUNSTATS WRITE FAILED - STATUS ' CUS-AUD-STAT-STATUS
    END-IF

    PERFORM 8110-WRITE-RULE-STATS THRU 8110-EXIT
       VARYING CUS-AUD-RULE-IDX FROM 1 BY 1
       UNTIL CUS-AUD-RULE-IDX > CUS-AUD-RULE-CNT

    CLOSE RUNSTATS-FILE.

 8100-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 8110-WRITE-RULE-STATS SECTION.
*>----------------------------------------------------------------------

    MOVE SPACES TO CUS-AUD-STAT-PGM
    STRING 'CUSAUD'                               DELIMITED BY SIZE
           CUS-AUD-RULE-CODE(CUS-AUD-RULE-IDX)    DELIMITED BY SIZE
      INTO CUS-AUD-STAT-PGM
    END-STRING

    MOVE CUS-AUD-SCAN-CNT TO CUS-AUD-STAT-IN
    IF CUS-AUD-RULE-BREAKS(CUS-AUD-RULE-IDX) > CUS-AUD-SCAN-CNT
       MOVE 0 TO CUS-AUD-STAT-OUT
    ELSE
       COMPUTE CUS-AUD-STAT-OUT
          = CUS-AUD-SCAN-CNT - CUS-AUD-RULE-BREAKS(CUS-AUD-RULE-IDX)
    END-IF
    MOVE CUS-AUD-RULE-BREAKS(CUS-AUD-RULE-IDX) TO CUS-AUD-STAT-ERR

    WRITE CUS-AUD-STAT-LINE FROM CUS-AUD-STAT-REC
    IF NOT CUS-AUD-STAT-STATUS-OK
       DISPLAY 'RUNSTATS WRITE FAILED - STATUS ' CUS-AUD-STAT-STATUS
    END-IF.

 8110-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 8200-PRINT-SCORECARD SECTION.
*>----------------------------------------------------------------------
*>   The scorecard starts a page of its own - it is the page that goes
*>   round, the listing behind it is for whoever fixes the rows.

    PERFORM 3200-PRINT-HEADINGS THRU 3200-EXIT

    MOVE 'RULE SCORECARD' TO CUS-AUD-RPT-SECTION-DIS
    WRITE CUS-AUD-RPT-LINE FROM CUS-AUD-RPT-SECTION-LINE
       AFTER ADVANCING 2 LINES
    WRITE CUS-AUD-RPT-LINE FROM CUS-AUD-RPT-SCORE-HEADING
       AFTER ADVANCING 2 LINES
    WRITE CUS-AUD-RPT-LINE FROM CUS-AUD-RPT-SCORE-DASHES
       AFTER ADVANCING 1 LINE

    PERFORM 8210-PRINT-ONE-RULE THRU 8210-EXIT
       VARYING CUS-AUD-RULE-IDX FROM 1 BY 1
       UNTIL CUS-AUD-RULE-IDX > CUS-AUD-RULE-CNT

    MOVE 'ROWS SCANNED            ' TO CUS-AUD-TOT-LABEL
    MOVE CUS-AUD-SCAN-CNT           TO CUS-AUD-TOT-VALUE
    WRITE CUS-AUD-RPT-LINE FROM CUS-AUD-TOTAL-LINE
       AFTER ADVANCING 2 LINES

    MOVE 'ANONYMIZED ROWS         ' TO CUS-AUD-TOT-LABEL
    MOVE CUS-AUD-PURGED-CNT         TO CUS-AUD-TOT-VALUE
    WRITE CUS-AUD-RPT-LINE FROM CUS-AUD-TOTAL-LINE
       AFTER ADVANCING 1 LINE

    MOVE 'ROWS WITH A ROW BREAK   ' TO CUS-AUD-TOT-LABEL
    MOVE CUS-AUD-ROWS-BROKEN-CNT    TO CUS-AUD-TOT-VALUE
    WRITE CUS-AUD-RPT-LINE FROM CUS-AUD-TOTAL-LINE
       AFTER ADVANCING 1 LINE

    MOVE 'TOTAL BREAKS            ' TO CUS-AUD-TOT-LABEL
    MOVE CUS-AUD-BREAK-TOTAL        TO CUS-AUD-TOT-VALUE
    WRITE CUS-AUD-RPT-LINE FROM CUS-AUD-TOTAL-LINE
       AFTER ADVANCING 1 LINE.

 8200-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 8210-PRINT-ONE-RULE SECTION.
*>----------------------------------------------------------------------

    MOVE CUS-AUD-RULE-CODE(CUS-AUD-RULE-IDX)   TO CUS-AUD-RPT-SC-CODE-DIS
    MOVE CUS-AUD-RULE-TEXT(CUS-AUD-RULE-IDX)   TO CUS-AUD-RPT-SC-TEXT-DIS
    MOVE CUS-AUD-RULE-BREAKS(CUS-AUD-RULE-IDX) TO CUS-AUD-RPT-SC-CNT-DIS
    WRITE CUS-AUD-RPT-LINE FROM CUS-AUD-RPT-SCORE-LINE
       AFTER ADVANCING 1 LINE.

 8210-EXIT.
    EXIT.

 END PROGRAM CUSAUDIT.
