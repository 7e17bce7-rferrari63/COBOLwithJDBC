 IDENTIFICATION DIVISION.
 PROGRAM-ID. CUSACCRV.

*> The privacy access review over AUDITLOG.  Every inquiry CUSINQ
*> answers and every extract run is on AUDITLOG with the operator who
*> ran it; for the period on the ACCPARM card this program reports
*>   - access by operator: inquiries by CUS_ID and by name, extract
*>     runs, lookups outside business hours and rows seen;
*>   - every lookup outside business hours - before or after the
*>     ACCPARM hours on a weekday, or at any time on a weekend;
*>   - every name-fragment search that returned the ACCPARM row
*>     threshold or more - the shape of someone browsing;
*>   - every CUS_ID lookup of a customer who is closed or purged;
*>   - when ACCPARM names a CUS_ID, every lookup that reached that
*>     customer - the CUS_ID lookups of it and the name searches its
*>     name matches - for answering a complaint or a subject access
*>     request.
*> Status and name are read from CUS as they stand today.  A name
*> search lists whoever matched it; it is the CUS_ID lookup that
*> singles one customer out, so that is what the closed and purged
*> listing checks.  Extract runs are bulk reads and count only on the
*> operator page and, for the named customer, as a count of runs.
*> An AUDARCH archive extract can be concatenated ahead of AUDITLOG
*> to review a period already cut over - its ARCH control records are
*> passed over.  Records written before the operator column existed
*> report under *NONE*.

 ENVIRONMENT DIVISION.

 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
*> ACCPARM carries the JDBC connection details for the customer
*> status lookups, the review period, the optional CUS_ID to trace,
*> the business hours and the many-rows threshold.
     SELECT ACCPARM-FILE ASSIGN TO "ACCPARM"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CUS-ACR-PARM-STATUS.

*> AUDITLOG is read once for each part of the review.
     SELECT AUDITLOG-FILE ASSIGN TO "AUDITLOG"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CUS-ACR-AUD-STATUS.

     SELECT ACCRPT ASSIGN TO "ACCRPT"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CUS-ACR-RPT-STATUS.

 DATA DIVISION.
 FILE SECTION.
 FD  ACCPARM-FILE.
 01  ACCPARM-REC.
     05 ACCPARM-URI                      PIC X(50).
     05 ACCPARM-USER                     PIC X(20).
     05 ACCPARM-PWD                      PIC X(20).
*> The period as YYYY-MM-DD; a blank FROM reaches back to the first
*> record on the file, a blank TO up to the last.
     05 ACCPARM-FROM-DATE                PIC X(10).
     05 ACCPARM-TO-DATE                  PIC X(10).
*> The customer to trace - blank prints no trace.
     05 ACCPARM-CUS-ID                   PIC X(9).
     05 ACCPARM-CUS-ID-N REDEFINES ACCPARM-CUS-ID
                                         PIC 9(9).
*> Business hours as HHMM; blank takes 0800 to 1800.
     05 ACCPARM-HOURS-FROM               PIC X(4).
     05 ACCPARM-HOURS-FROM-N REDEFINES ACCPARM-HOURS-FROM
                                         PIC 9(4).
     05 ACCPARM-HOURS-TO                 PIC X(4).
     05 ACCPARM-HOURS-TO-N REDEFINES ACCPARM-HOURS-TO
                                         PIC 9(4).
*> Rows at or above which a name search is listed; blank takes 50.
     05 ACCPARM-MANY-ROWS                PIC X(4).
     05 ACCPARM-MANY-ROWS-N REDEFINES ACCPARM-MANY-ROWS
                                         PIC 9(4).

*> The AUDITLOG record as its writers cut it.  Older, shorter records
*> read with the later columns blank.
 FD  AUDITLOG-FILE.
 01  CUS-ACR-AUD-REC.
     05 CUS-ACR-AUD-TS.
        10 CUS-ACR-AUD-DATE              PIC X(10).
        10 FILLER                        PIC X(1).
        10 CUS-ACR-AUD-HH                PIC 9(2).
        10 FILLER                        PIC X(1).
        10 CUS-ACR-AUD-MI                PIC 9(2).
        10 FILLER                        PIC X(1).
        10 CUS-ACR-AUD-SS                PIC 9(2).
     05 FILLER                           PIC X(1).
     05 CUS-ACR-AUD-RESULT               PIC ZZZZZZ9.
     05 FILLER                           PIC X(1).
     05 CUS-ACR-AUD-STATUS-TXT           PIC X(7).
     05 FILLER                           PIC X(1).
     05 CUS-ACR-AUD-QUERY                PIC X(680).
     05 FILLER                           PIC X(1).
     05 CUS-ACR-AUD-SOURCE               PIC X(8).
     05 FILLER                           PIC X(1).
     05 CUS-ACR-AUD-OPERATOR             PIC X(8).

 FD  ACCRPT.
 01  CUS-ACR-RPT-LINE                    PIC X(80).

 WORKING-STORAGE SECTION.

 01 CUS-ACR-PARM-STATUS                  PIC X(2).
    88 CUS-ACR-PARM-STATUS-OK            VALUE '00'.

 01 CUS-ACR-AUD-STATUS                   PIC X(2).
    88 CUS-ACR-AUD-STATUS-OK             VALUE '00'.
    88 CUS-ACR-AUD-EOF                   VALUE '10'.

 01 CUS-ACR-RPT-STATUS                   PIC X(2).
    88 CUS-ACR-RPT-STATUS-OK             VALUE '00'.

 01 CUS-ACR-RPT-OPEN-SW                  PIC X(1) VALUE 'N'.
    88 CUS-ACR-RPT-IS-OPEN               VALUE 'Y'.

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
 01 QUERY                                PIC X(300).

 01 CUS BASED.
    05 CUS-STRUCT OCCURS 20.
       10 CUS-ID                         USAGE BINARY-DOUBLE.
       10 CUS-NAME-PTR                   USAGE POINTER.
       10 CUS-AGE                        USAGE BINARY-DOUBLE.

 01 CUS-POINTER                          USAGE POINTER.

 01 CUS-ACR-ISOLATE-SW                   PIC X(1) VALUE 'N'.
    88 CUS-ACR-ISOLATE-OK                VALUE 'Y'.

 01 CUS-ACR-ERROR-CODE                   USAGE BINARY-LONG.
 01 CUS-ACR-ERROR-TEXT                   PIC X(200).

*> One customer as read from CUS for a status check - the name and
*> status '|'-joined with a trailing '|' sentinel.
 01 CUS-ACR-ROW-STR                      PIC X(80) BASED.
 01 CUS-ACR-ROW-NAME                     PIC X(20).
 01 CUS-ACR-ROW-STATUS                   PIC X(1).
 01 CUS-ACR-CUS-SW                       PIC X(1).
    88 CUS-ACR-CUS-FOUND                 VALUE 'F'.
    88 CUS-ACR-CUS-NOT-FOUND             VALUE 'N'.
    88 CUS-ACR-CUS-LOOKUP-FAILED         VALUE 'E'.

*> ---------------------------- PARM AREAS ------------------------------
 01 CUS-ACR-FROM-DATE                    PIC X(10) VALUE '0000-00-00'.
 01 CUS-ACR-TO-DATE                      PIC X(10) VALUE '9999-99-99'.
 01 CUS-ACR-HOURS-FROM                   PIC 9(4) VALUE 0800.
 01 CUS-ACR-HOURS-TO                     PIC 9(4) VALUE 1800.
 01 CUS-ACR-MANY-ROWS                    PIC 9(7) VALUE 50.
 01 CUS-ACR-SUBJECT-ID                   PIC 9(9) VALUE 0.
 01 CUS-ACR-SUBJECT-SW                   PIC X(1) VALUE 'N'.
    88 CUS-ACR-TRACE-SUBJECT             VALUE 'Y'.
 01 CUS-ACR-SUBJECT-NAME                 PIC X(20) VALUE SPACES.
 01 CUS-ACR-SUBJECT-NAME-SW              PIC X(1) VALUE 'N'.
    88 CUS-ACR-SUBJECT-NAME-KNOWN        VALUE 'Y'.

*> --------------------------- PASS AREAS -------------------------------
*> AUDITLOG is read once for each part of the report, so each listing
*> comes out whole and in file order without holding the file in
*> storage.
 01 CUS-ACR-PASS                         PIC 9(1).
    88 CUS-ACR-PASS-OPERATORS            VALUE 1.
    88 CUS-ACR-PASS-HOURS                VALUE 2.
    88 CUS-ACR-PASS-MANY-ROWS            VALUE 3.
    88 CUS-ACR-PASS-CLOSED               VALUE 4.
    88 CUS-ACR-PASS-SUBJECT              VALUE 5.

*> What one AUDITLOG record is, worked out by 2100-CLASSIFY-RECORD.
 01 CUS-ACR-KIND                         PIC X(8).
    88 CUS-ACR-BY-ID                     VALUE 'CUS_ID'.
    88 CUS-ACR-BY-NAME                   VALUE 'NAME'.
    88 CUS-ACR-EXTRACT                   VALUE 'EXTRACT'.
    88 CUS-ACR-OTHER-INQUIRY             VALUE 'OTHER'.
 01 CUS-ACR-IN-PERIOD-SW                 PIC X(1).
    88 CUS-ACR-IN-PERIOD                 VALUE 'Y'.
 01 CUS-ACR-OUT-HOURS-SW                 PIC X(1).
    88 CUS-ACR-OUT-OF-HOURS              VALUE 'Y'.
 01 CUS-ACR-OPERATOR                     PIC X(8).
 01 CUS-ACR-ROWS                         PIC 9(7).
 01 CUS-ACR-LOOK-ID                      PIC 9(9).
 01 CUS-ACR-LOOK-ID-X                    PIC X(20).
 01 CUS-ACR-LOOK-ID-LEN                  PIC 9(4).
 01 CUS-ACR-POS                          PIC 9(4).
 01 CUS-ACR-FRAG-ESC                     PIC X(41).
 01 CUS-ACR-FRAG-ESC-LEN                 PIC 9(4).
 01 CUS-ACR-FRAG                         PIC X(41).
 01 CUS-ACR-FRAG-LEN                     PIC 9(4).
 01 CUS-ACR-FRAG-IDX                     PIC 9(4).
 01 CUS-ACR-FRAG-HITS                    PIC 9(4).
 01 CUS-ACR-SUBJECT-TXT                  PIC X(20).

*> Day-of-week work fields - Zeller's congruence, 0 Saturday, 1
*> Sunday, 2 to 6 Monday to Friday.
 01 CUS-ACR-DOW-YYYY                     PIC 9(4).
 01 CUS-ACR-DOW-MM                       PIC 9(2).
 01 CUS-ACR-DOW-DD                       PIC 9(2).
 01 CUS-ACR-DOW-CENT                     PIC 9(2).
 01 CUS-ACR-DOW-YR                       PIC 9(2).
 01 CUS-ACR-DOW-T1                       PIC 9(4).
 01 CUS-ACR-DOW-T2                       PIC 9(4).
 01 CUS-ACR-DOW-T3                       PIC 9(4).
 01 CUS-ACR-DOW-SUM                      PIC 9(5).
 01 CUS-ACR-DOW-QUOT                     PIC 9(5).
 01 CUS-ACR-DOW                          PIC 9(1).
 01 CUS-ACR-HHMM                         PIC 9(4).

*> ------------------------- OPERATOR AREAS -----------------------------
*> One entry per operator met in the period, in order of first
*> appearance; operators beyond the table are pooled in the last
*> entry as *OTHER*.
 01 CUS-ACR-OPR-MAX                      PIC 9(3) VALUE 100.
 01 CUS-ACR-OPR-CNT                      PIC 9(3) VALUE 0.
 01 CUS-ACR-OPR-IDX                      PIC 9(3).
 01 CUS-ACR-OPR-TABLE.
    05 CUS-ACR-OPR OCCURS 100.
       10 CUS-ACR-OPR-ID                 PIC X(8).
       10 CUS-ACR-OPR-INQ                PIC 9(8).
       10 CUS-ACR-OPR-BY-ID              PIC 9(8).
       10 CUS-ACR-OPR-BY-NAME            PIC 9(8).
       10 CUS-ACR-OPR-EXTRACTS           PIC 9(8).
       10 CUS-ACR-OPR-OUT-HOURS          PIC 9(8).
       10 CUS-ACR-OPR-ROWS               PIC 9(9).

*> ---------------------------- TOTALS ----------------------------------
 01 CUS-ACR-READ-CNT                     PIC 9(8) VALUE 0.
 01 CUS-ACR-PERIOD-CNT                   PIC 9(8) VALUE 0.
 01 CUS-ACR-INQ-CNT                      PIC 9(8) VALUE 0.
 01 CUS-ACR-EXTRACT-CNT                  PIC 9(8) VALUE 0.
 01 CUS-ACR-UNSIGNED-CNT                 PIC 9(8) VALUE 0.
 01 CUS-ACR-OUT-HOURS-CNT                PIC 9(8) VALUE 0.
 01 CUS-ACR-MANY-ROWS-CNT                PIC 9(8) VALUE 0.
 01 CUS-ACR-CLOSED-CNT                   PIC 9(8) VALUE 0.
 01 CUS-ACR-PURGED-CNT                   PIC 9(8) VALUE 0.
 01 CUS-ACR-SUBJECT-CNT                  PIC 9(8) VALUE 0.
 01 CUS-ACR-SUBJECT-EXTRACTS             PIC 9(8) VALUE 0.
 01 CUS-ACR-DB-ERR-CNT                   PIC 9(8) VALUE 0.
 01 CUS-ACR-LINE-CNT                     PIC 9(8).

*> ------------------------- REPORT PRINT AREAS ------------------------
 01 CUS-ACR-RUN-DATE-RAW                 PIC 9(8).
 01 CUS-ACR-RUN-DATE-GROUP REDEFINES CUS-ACR-RUN-DATE-RAW.
    05 CUS-ACR-RUN-YYYY                  PIC 9(4).
    05 CUS-ACR-RUN-MM                    PIC 9(2).
    05 CUS-ACR-RUN-DD                    PIC 9(2).
 01 CUS-ACR-RUN-DATE-DIS                 PIC X(10).

 01 CUS-ACR-RPT-HEADING1.
       05 FILLER                         PIC X(10) VALUE 'RUN DATE: '.
       05 CUS-ACR-RPT-DATE-DIS           PIC X(10).
       05 FILLER                         PIC X(15) VALUE SPACES.
       05 FILLER                         PIC X(21) VALUE
          'PRIVACY ACCESS REVIEW'.
       05 FILLER                         PIC X(15) VALUE SPACES.
       05 FILLER                         PIC X(5)  VALUE 'PAGE '.
       05 CUS-ACR-RPT-PAGE-DIS           PIC ZZZ9.

 01 CUS-ACR-RPT-PERIOD.
       05 FILLER                         PIC X(14) VALUE 'ACCESS LOGGED '.
       05 CUS-ACR-RPT-FROM-DIS           PIC X(10).
       05 FILLER                         PIC X(6)  VALUE ' THRU '.
       05 CUS-ACR-RPT-TO-DIS             PIC X(10).

*> The column headings of the part being printed, set by each part
*> before its first page and repeated on every overflow page.
 01 CUS-ACR-RPT-COLHDR1                  PIC X(80).
 01 CUS-ACR-RPT-COLHDR2                  PIC X(80).

 01 CUS-ACR-OPR-HEADING1.
       05 FILLER                         PIC X(8)  VALUE 'OPERATOR'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(9)  VALUE 'INQUIRIES'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(9)  VALUE 'BY CUS_ID'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(9)  VALUE '  BY NAME'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(9)  VALUE ' EXTRACTS'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(9)  VALUE 'OUT-HOURS'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(9)  VALUE 'ROWS SEEN'.

 01 CUS-ACR-OPR-HEADING2.
       05 FILLER                         PIC X(8)  VALUE '--------'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(9)  VALUE '---------'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(9)  VALUE '---------'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(9)  VALUE '---------'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(9)  VALUE '---------'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(9)  VALUE '---------'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(9)  VALUE '---------'.

 01 CUS-ACR-OPR-DETAIL.
       05 CUS-ACR-OPR-ID-DIS             PIC X(8).
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 CUS-ACR-OPR-INQ-DIS            PIC ZZZZZZZZ9.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 CUS-ACR-OPR-BY-ID-DIS          PIC ZZZZZZZZ9.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 CUS-ACR-OPR-BY-NAME-DIS        PIC ZZZZZZZZ9.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 CUS-ACR-OPR-EXTR-DIS           PIC ZZZZZZZZ9.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 CUS-ACR-OPR-OUTH-DIS           PIC ZZZZZZZZ9.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 CUS-ACR-OPR-ROWS-DIS           PIC ZZZZZZZZ9.

 01 CUS-ACR-ACC-HEADING1.
       05 FILLER                         PIC X(19) VALUE 'LOGGED AT'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(8)  VALUE 'OPERATOR'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(8)  VALUE 'LOOKUP'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(8)  VALUE 'SOURCE'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(7)  VALUE '   ROWS'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(20) VALUE 'CUSTOMER / FRAGMENT'.

 01 CUS-ACR-ACC-HEADING2.
       05 FILLER                         PIC X(19) VALUE
          '-------------------'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(8)  VALUE '--------'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(8)  VALUE '--------'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(8)  VALUE '--------'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(7)  VALUE '-------'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(20) VALUE
          '--------------------'.

 01 CUS-ACR-ACC-DETAIL.
       05 CUS-ACR-ACC-TS-DIS             PIC X(19).
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 CUS-ACR-ACC-OPR-DIS            PIC X(8).
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 CUS-ACR-ACC-KIND-DIS           PIC X(8).
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 CUS-ACR-ACC-SOURCE-DIS         PIC X(8).
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 CUS-ACR-ACC-ROWS-DIS           PIC ZZZZZZ9.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 CUS-ACR-ACC-SUBJECT-DIS        PIC X(20).

 01 CUS-ACR-RPT-SECTION-LINE.
       05 FILLER                         PIC X(4)  VALUE '*** '.
       05 CUS-ACR-RPT-SECTION-DIS        PIC X(60).

 01 CUS-ACR-RPT-NONE-LINE.
       05 FILLER                         PIC X(4)  VALUE SPACES.
       05 CUS-ACR-RPT-NONE-DIS           PIC X(60).

 01 CUS-ACR-TOTAL-LINE.
       05 CUS-ACR-TOT-LABEL              PIC X(24).
       05 CUS-ACR-TOT-VALUE              PIC ZZZZZZZ9.

 01 CUS-ACR-SECTION-WORK                 PIC X(60).
 01 CUS-ACR-NUM-DIS                      PIC Z(8)9.
 01 CUS-ACR-RPT-PAGE-CNT                 PIC 9(3) VALUE 0.
 01 CUS-ACR-RPT-LINE-CNT                 PIC 9(2) VALUE 99.
 01 CUS-ACR-RPT-MAX-LINES                PIC 9(2) VALUE 55.

 PROCEDURE DIVISION.

*>----------------------------------------------------------------------
 0000-MAINLINE SECTION.
*>----------------------------------------------------------------------

    PERFORM 1000-INITIALIZE THRU 1000-EXIT

    IF RETURN-CODE < 12
       PERFORM 3000-REPORT-OPERATORS THRU 3000-EXIT
    END-IF

    IF RETURN-CODE < 12
       PERFORM 4000-REPORT-OUT-OF-HOURS THRU 4000-EXIT
    END-IF

    IF RETURN-CODE < 12
       PERFORM 5000-REPORT-MANY-ROWS THRU 5000-EXIT
    END-IF

    IF RETURN-CODE < 12
       PERFORM 6000-REPORT-CLOSED THRU 6000-EXIT
    END-IF

    IF RETURN-CODE < 12 AND CUS-ACR-TRACE-SUBJECT
       PERFORM 7000-REPORT-SUBJECT THRU 7000-EXIT
    END-IF

    PERFORM 8000-TERMINATE THRU 8000-EXIT

    STOP RUN.

 0000-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 1000-INITIALIZE SECTION.
*>----------------------------------------------------------------------

    ACCEPT CUS-ACR-RUN-DATE-RAW FROM DATE YYYYMMDD

    STRING CUS-ACR-RUN-MM   DELIMITED BY SIZE
           '/'              DELIMITED BY SIZE
           CUS-ACR-RUN-DD   DELIMITED BY SIZE
           '/'              DELIMITED BY SIZE
           CUS-ACR-RUN-YYYY DELIMITED BY SIZE
      INTO CUS-ACR-RUN-DATE-DIS
    END-STRING

    PERFORM 1100-LOAD-PARM THRU 1100-EXIT

    IF RETURN-CODE = 0
       OPEN OUTPUT ACCRPT
       IF NOT CUS-ACR-RPT-STATUS-OK
          DISPLAY 'UNABLE TO OPEN ACCRPT - STATUS ' CUS-ACR-RPT-STATUS
          MOVE 12 TO RETURN-CODE
       ELSE
          SET CUS-ACR-RPT-IS-OPEN TO TRUE
       END-IF
    END-IF

*>  Without the bridge the review still runs - the operator, hours
*>  and many-rows listings come from AUDITLOG alone - but the closed
*>  and purged listing and the name side of the trace cannot.
    IF RETURN-CODE = 0
       CALL STATIC 'graal_create_isolate' using
              BY REFERENCE GRAAL_CREATE_ISOLATE_PARAMS_T
              BY REFERENCE GRAAL_ISOLATE_T
              BY REFERENCE GRAAL_ISOLATETHREAD_T
              returning RESPONSE
       END-CALL

       IF RESPONSE equal 0
          SET CUS-ACR-ISOLATE-OK TO TRUE
       ELSE
          DISPLAY 'CUSACCRV - GRAAL_CREATE_ISOLATE RESPONSE CODE ' RESPONSE
             ' - CUSTOMER STATUS NOT AVAILABLE'
          MOVE 8 TO RETURN-CODE
       END-IF
    END-IF.

 1000-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 1100-LOAD-PARM SECTION.
*>----------------------------------------------------------------------
*>   Reads the one ACCPARM record.  Blank fields take the standing
*>   defaults; a keyed date must at least be shaped like a date, or
*>   the review would silently cover the wrong period.

    OPEN INPUT ACCPARM-FILE

    IF CUS-ACR-PARM-STATUS-OK
       READ ACCPARM-FILE
         AT END
            DISPLAY 'ACCPARM IS EMPTY - RUN CANNOT CONTINUE'
            MOVE 12 TO RETURN-CODE
       END-READ
       CLOSE ACCPARM-FILE
    ELSE
       DISPLAY 'UNABLE TO OPEN ACCPARM - STATUS ' CUS-ACR-PARM-STATUS
       MOVE 12 TO RETURN-CODE
    END-IF

    IF RETURN-CODE NOT = 0
       GO TO 1100-EXIT
    END-IF

    MOVE ACCPARM-URI  TO URI
    MOVE ACCPARM-USER TO USER
    MOVE ACCPARM-PWD  TO PWD

    IF ACCPARM-FROM-DATE NOT = SPACES
       IF ACCPARM-FROM-DATE(1:4) NOT NUMERIC
             OR ACCPARM-FROM-DATE(5:1) NOT = '-'
             OR ACCPARM-FROM-DATE(6:2) NOT NUMERIC
             OR ACCPARM-FROM-DATE(8:1) NOT = '-'
             OR ACCPARM-FROM-DATE(9:2) NOT NUMERIC
          DISPLAY 'ACCPARM FROM DATE IS NOT YYYY-MM-DD - RUN CANNOT CONTINUE: '
             ACCPARM-FROM-DATE
          MOVE 12 TO RETURN-CODE
       ELSE
          MOVE ACCPARM-FROM-DATE TO CUS-ACR-FROM-DATE
       END-IF
    END-IF

    IF ACCPARM-TO-DATE NOT = SPACES
       IF ACCPARM-TO-DATE(1:4) NOT NUMERIC
             OR ACCPARM-TO-DATE(5:1) NOT = '-'
             OR ACCPARM-TO-DATE(6:2) NOT NUMERIC
             OR ACCPARM-TO-DATE(8:1) NOT = '-'
             OR ACCPARM-TO-DATE(9:2) NOT NUMERIC
          DISPLAY 'ACCPARM TO DATE IS NOT YYYY-MM-DD - RUN CANNOT CONTINUE: '
             ACCPARM-TO-DATE
          MOVE 12 TO RETURN-CODE
       ELSE
          MOVE ACCPARM-TO-DATE TO CUS-ACR-TO-DATE
       END-IF
    END-IF

    IF CUS-ACR-FROM-DATE > CUS-ACR-TO-DATE
       DISPLAY 'ACCPARM FROM DATE IS AFTER ITS TO DATE - RUN CANNOT CONTINUE'
       MOVE 12 TO RETURN-CODE
    END-IF

    IF ACCPARM-CUS-ID NOT = SPACES
       IF ACCPARM-CUS-ID NUMERIC AND ACCPARM-CUS-ID-N > 0
          MOVE ACCPARM-CUS-ID-N TO CUS-ACR-SUBJECT-ID
          SET CUS-ACR-TRACE-SUBJECT TO TRUE
       ELSE
          DISPLAY 'ACCPARM CUS_ID IS NOT A CUSTOMER NUMBER - RUN CANNOT CONTINUE: '
             ACCPARM-CUS-ID
          MOVE 12 TO RETURN-CODE
       END-IF
    END-IF

    IF ACCPARM-HOURS-FROM NUMERIC AND ACCPARM-HOURS-TO NUMERIC
       IF ACCPARM-HOURS-FROM-N < ACCPARM-HOURS-TO-N
             AND ACCPARM-HOURS-TO-N <= 2400
          MOVE ACCPARM-HOURS-FROM-N TO CUS-ACR-HOURS-FROM
          MOVE ACCPARM-HOURS-TO-N   TO CUS-ACR-HOURS-TO
       ELSE
          DISPLAY 'ACCPARM BUSINESS HOURS ARE NOT A DAYTIME RANGE - RUN CANNOT CONTINUE'
          MOVE 12 TO RETURN-CODE
       END-IF
    END-IF

    IF ACCPARM-MANY-ROWS NUMERIC AND ACCPARM-MANY-ROWS-N > 0
       MOVE ACCPARM-MANY-ROWS-N TO CUS-ACR-MANY-ROWS
    END-IF.

 1100-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2000-READ-PASS SECTION.
*>----------------------------------------------------------------------
*>   One pass over AUDITLOG for the part of the report CUS-ACR-PASS
*>   names - every record of the period is classified and handed to
*>   that part.

    OPEN INPUT AUDITLOG-FILE

    IF NOT CUS-ACR-AUD-STATUS-OK
       DISPLAY 'UNABLE TO OPEN AUDITLOG - STATUS ' CUS-ACR-AUD-STATUS
       MOVE 12 TO RETURN-CODE
       GO TO 2000-EXIT
    END-IF

    PERFORM 2050-READ-AUDIT-REC THRU 2050-EXIT

    PERFORM 2060-PROCESS-AUDIT-REC THRU 2060-EXIT
       UNTIL CUS-ACR-AUD-EOF

    CLOSE AUDITLOG-FILE.

 2000-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2050-READ-AUDIT-REC SECTION.
*>----------------------------------------------------------------------

    READ AUDITLOG-FILE
       AT END
          CONTINUE
       NOT AT END
          IF CUS-ACR-PASS-OPERATORS
             ADD 1 TO CUS-ACR-READ-CNT
          END-IF
    END-READ.

 2050-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2060-PROCESS-AUDIT-REC SECTION.
*>----------------------------------------------------------------------

    PERFORM 2100-CLASSIFY-RECORD THRU 2100-EXIT

    IF CUS-ACR-IN-PERIOD
       EVALUATE TRUE
          WHEN CUS-ACR-PASS-OPERATORS
             PERFORM 3100-TALLY-OPERATOR THRU 3100-EXIT
          WHEN CUS-ACR-PASS-HOURS
             PERFORM 4100-CHECK-HOURS THRU 4100-EXIT
          WHEN CUS-ACR-PASS-MANY-ROWS
             PERFORM 5100-CHECK-MANY-ROWS THRU 5100-EXIT
          WHEN CUS-ACR-PASS-CLOSED
             PERFORM 6100-CHECK-CLOSED THRU 6100-EXIT
          WHEN CUS-ACR-PASS-SUBJECT
             PERFORM 7100-CHECK-SUBJECT THRU 7100-EXIT
       END-EVALUATE
    END-IF

    PERFORM 2050-READ-AUDIT-REC THRU 2050-EXIT.

 2060-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2100-CLASSIFY-RECORD SECTION.
*>----------------------------------------------------------------------
*>   Works out whether the record falls in the period, who ran it,
*>   what kind of access it was and whether it was out of hours.  An
*>   EXTRACT source is a batch extract run; DATABASE and SNAPSHOT are
*>   CUSINQ.  A record from before the source column was written is
*>   an inquiry when its query pages by CUS_ID the way CUSINQ does.
*>   An inquiry is then a CUS_ID lookup or a name-fragment search by
*>   the WHERE clause CUSINQ built.  ARCH control records from an
*>   archive extract are not access and fall outside every period.

    MOVE 'N' TO CUS-ACR-IN-PERIOD-SW
    MOVE 'N' TO CUS-ACR-OUT-HOURS-SW

    IF CUS-ACR-AUD-DATE(1:4) NOT NUMERIC
       GO TO 2100-EXIT
    END-IF

    IF CUS-ACR-AUD-DATE < CUS-ACR-FROM-DATE
          OR CUS-ACR-AUD-DATE > CUS-ACR-TO-DATE
       GO TO 2100-EXIT
    END-IF

    SET CUS-ACR-IN-PERIOD TO TRUE

    IF CUS-ACR-AUD-OPERATOR = SPACES
       MOVE '*NONE*' TO CUS-ACR-OPERATOR
    ELSE
       MOVE CUS-ACR-AUD-OPERATOR TO CUS-ACR-OPERATOR
    END-IF

    MOVE CUS-ACR-AUD-RESULT TO CUS-ACR-ROWS

    EVALUATE TRUE
       WHEN CUS-ACR-AUD-SOURCE = 'EXTRACT'
          SET CUS-ACR-EXTRACT TO TRUE
       WHEN CUS-ACR-AUD-SOURCE = 'DATABASE' OR 'SNAPSHOT'
          SET CUS-ACR-OTHER-INQUIRY TO TRUE
       WHEN OTHER
          MOVE 0 TO CUS-ACR-POS
          INSPECT CUS-ACR-AUD-QUERY TALLYING CUS-ACR-POS
             FOR ALL ' ORDER BY CUS_ID OFFSET '
          IF CUS-ACR-POS > 0
             SET CUS-ACR-OTHER-INQUIRY TO TRUE
          ELSE
             SET CUS-ACR-EXTRACT TO TRUE
          END-IF
    END-EVALUATE

    IF CUS-ACR-OTHER-INQUIRY
       PERFORM 2200-FIND-ID-LOOKUP THRU 2200-EXIT
       IF NOT CUS-ACR-BY-ID
          PERFORM 2300-FIND-NAME-SEARCH THRU 2300-EXIT
       END-IF
    END-IF

    PERFORM 2400-CHECK-BUSINESS-HOURS THRU 2400-EXIT.

 2100-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2200-FIND-ID-LOOKUP SECTION.
*>----------------------------------------------------------------------
*>   "WHERE CUS_ID = n" - the CUS_ID is the digits that follow.

    MOVE 0 TO CUS-ACR-POS
    INSPECT CUS-ACR-AUD-QUERY TALLYING CUS-ACR-POS
       FOR CHARACTERS BEFORE INITIAL 'WHERE CUS_ID = '

    IF CUS-ACR-POS >= 660
       GO TO 2200-EXIT
    END-IF

    MOVE SPACES TO CUS-ACR-LOOK-ID-X
    MOVE 0 TO CUS-ACR-LOOK-ID-LEN
    UNSTRING CUS-ACR-AUD-QUERY(CUS-ACR-POS + 16:20) DELIMITED BY SPACE
       INTO CUS-ACR-LOOK-ID-X COUNT IN CUS-ACR-LOOK-ID-LEN
    END-UNSTRING

    IF CUS-ACR-LOOK-ID-LEN > 0 AND CUS-ACR-LOOK-ID-LEN <= 9
       IF CUS-ACR-LOOK-ID-X(1:CUS-ACR-LOOK-ID-LEN) NUMERIC
          MOVE CUS-ACR-LOOK-ID-X(1:CUS-ACR-LOOK-ID-LEN) TO CUS-ACR-LOOK-ID
          SET CUS-ACR-BY-ID TO TRUE
       END-IF
    END-IF.

 2200-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2300-FIND-NAME-SEARCH SECTION.
*>----------------------------------------------------------------------
*>   "CUS_NAME LIKE '%fragment%'" - the fragment as typed, with the
*>   quotes CUSINQ doubled for the SQL put back to single.

    MOVE 0 TO CUS-ACR-POS
    INSPECT CUS-ACR-AUD-QUERY TALLYING CUS-ACR-POS
       FOR CHARACTERS BEFORE INITIAL "CUS_NAME LIKE '%"

    IF CUS-ACR-POS >= 620
       GO TO 2300-EXIT
    END-IF

    MOVE SPACES TO CUS-ACR-FRAG-ESC
    MOVE 0 TO CUS-ACR-FRAG-ESC-LEN
    UNSTRING CUS-ACR-AUD-QUERY(CUS-ACR-POS + 17:60) DELIMITED BY "%'"
       INTO CUS-ACR-FRAG-ESC COUNT IN CUS-ACR-FRAG-ESC-LEN
    END-UNSTRING

    IF CUS-ACR-FRAG-ESC-LEN > 41
       MOVE 41 TO CUS-ACR-FRAG-ESC-LEN
    END-IF

    MOVE SPACES TO CUS-ACR-FRAG
    MOVE 0 TO CUS-ACR-FRAG-LEN
    MOVE 1 TO CUS-ACR-FRAG-IDX
    PERFORM 2310-UNESCAPE-ONE-CHAR THRU 2310-EXIT
       UNTIL CUS-ACR-FRAG-IDX > CUS-ACR-FRAG-ESC-LEN

    SET CUS-ACR-BY-NAME TO TRUE.

 2300-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2310-UNESCAPE-ONE-CHAR SECTION.
*>----------------------------------------------------------------------

    ADD 1 TO CUS-ACR-FRAG-LEN
    MOVE CUS-ACR-FRAG-ESC(CUS-ACR-FRAG-IDX:1)
       TO CUS-ACR-FRAG(CUS-ACR-FRAG-LEN:1)

    IF CUS-ACR-FRAG-ESC(CUS-ACR-FRAG-IDX:1) = "'"
       ADD 2 TO CUS-ACR-FRAG-IDX
    ELSE
       ADD 1 TO CUS-ACR-FRAG-IDX
    END-IF.

 2310-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2400-CHECK-BUSINESS-HOURS SECTION.
*>----------------------------------------------------------------------
*>   Out of hours is a Saturday or Sunday, or a weekday time before
*>   the opening hour or at or after the closing one.

    IF CUS-ACR-AUD-DATE(6:2) NOT NUMERIC
          OR CUS-ACR-AUD-DATE(9:2) NOT NUMERIC
          OR CUS-ACR-AUD-HH NOT NUMERIC
          OR CUS-ACR-AUD-MI NOT NUMERIC
       GO TO 2400-EXIT
    END-IF

    MOVE CUS-ACR-AUD-DATE(1:4) TO CUS-ACR-DOW-YYYY
    MOVE CUS-ACR-AUD-DATE(6:2) TO CUS-ACR-DOW-MM
    MOVE CUS-ACR-AUD-DATE(9:2) TO CUS-ACR-DOW-DD

    IF CUS-ACR-DOW-MM < 3
       ADD 12 TO CUS-ACR-DOW-MM
       SUBTRACT 1 FROM CUS-ACR-DOW-YYYY
    END-IF

    DIVIDE CUS-ACR-DOW-YYYY BY 100
       GIVING CUS-ACR-DOW-CENT REMAINDER CUS-ACR-DOW-YR
    COMPUTE CUS-ACR-DOW-T1 = 13 * (CUS-ACR-DOW-MM + 1)
    DIVIDE CUS-ACR-DOW-T1 BY 5 GIVING CUS-ACR-DOW-T1
    DIVIDE CUS-ACR-DOW-YR BY 4 GIVING CUS-ACR-DOW-T2
    DIVIDE CUS-ACR-DOW-CENT BY 4 GIVING CUS-ACR-DOW-T3
    COMPUTE CUS-ACR-DOW-SUM
       = CUS-ACR-DOW-DD + CUS-ACR-DOW-T1 + CUS-ACR-DOW-YR
       + CUS-ACR-DOW-T2 + CUS-ACR-DOW-T3 + 5 * CUS-ACR-DOW-CENT
    DIVIDE CUS-ACR-DOW-SUM BY 7
       GIVING CUS-ACR-DOW-QUOT REMAINDER CUS-ACR-DOW

    COMPUTE CUS-ACR-HHMM = CUS-ACR-AUD-HH * 100 + CUS-ACR-AUD-MI

    IF CUS-ACR-DOW < 2
          OR CUS-ACR-HHMM < CUS-ACR-HOURS-FROM
          OR CUS-ACR-HHMM >= CUS-ACR-HOURS-TO
       SET CUS-ACR-OUT-OF-HOURS TO TRUE
    END-IF.

 2400-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2500-LOOKUP-CUSTOMER SECTION.
*>----------------------------------------------------------------------
*>   Reads CUS-ACR-LOOK-ID's name and status from CUS as they stand.

    MOVE SPACES TO CUS-ACR-ROW-NAME
    MOVE SPACES TO CUS-ACR-ROW-STATUS
    SET CUS-ACR-CUS-NOT-FOUND TO TRUE

    MOVE SPACES TO QUERY
    STRING "SELECT CUS_ID, CUS_NAME || '|' || COALESCE(CUS_STATUS, '') || '|', 0 FROM CUS WHERE CUS_ID = "
                               DELIMITED BY SIZE
           CUS-ACR-LOOK-ID     DELIMITED BY SIZE
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
       SET ADDRESS OF CUS-ACR-ROW-STR TO CUS-NAME-PTR(1)
       UNSTRING CUS-ACR-ROW-STR DELIMITED BY '|'
          INTO CUS-ACR-ROW-NAME
               CUS-ACR-ROW-STATUS
       END-UNSTRING
       SET CUS-ACR-CUS-FOUND TO TRUE
       CALL STATIC 'free_results' using
          BY VALUE GRAAL_ISOLATETHREAD_T
          BY REFERENCE CUS
          BY VALUE RESULT
          returning RESPONSE
       END-CALL
    ELSE
       IF RESULT < 0
          PERFORM 2550-GET-ERROR-DETAIL THRU 2550-EXIT
          DISPLAY 'CUSTOMER ' CUS-ACR-LOOK-ID ' LOOKUP FAILED - SQLCODE '
             CUS-ACR-ERROR-CODE ' - ' CUS-ACR-ERROR-TEXT
          SET CUS-ACR-CUS-LOOKUP-FAILED TO TRUE
          ADD 1 TO CUS-ACR-DB-ERR-CNT
          IF RETURN-CODE < 8
             MOVE 8 TO RETURN-CODE
          END-IF
       END-IF
    END-IF.

 2500-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2550-GET-ERROR-DETAIL SECTION.
*>----------------------------------------------------------------------

    CALL STATIC 'exec_get_last_error' using
        BY VALUE GRAAL_ISOLATETHREAD_T
        BY REFERENCE CUS-ACR-ERROR-TEXT
        returning CUS-ACR-ERROR-CODE
    END-CALL.

 2550-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2600-PRINT-ACCESS-LINE SECTION.
*>----------------------------------------------------------------------
*>   One access on the listing being printed; the customer column
*>   carries CUS-ACR-SUBJECT-TXT.

    IF CUS-ACR-RPT-LINE-CNT >= CUS-ACR-RPT-MAX-LINES
       PERFORM 3200-PRINT-HEADINGS THRU 3200-EXIT
    END-IF

    MOVE CUS-ACR-AUD-TS      TO CUS-ACR-ACC-TS-DIS
    MOVE CUS-ACR-OPERATOR    TO CUS-ACR-ACC-OPR-DIS
    MOVE CUS-ACR-KIND        TO CUS-ACR-ACC-KIND-DIS
    MOVE CUS-ACR-AUD-SOURCE  TO CUS-ACR-ACC-SOURCE-DIS
    MOVE CUS-ACR-ROWS        TO CUS-ACR-ACC-ROWS-DIS
    MOVE CUS-ACR-SUBJECT-TXT TO CUS-ACR-ACC-SUBJECT-DIS

    WRITE CUS-ACR-RPT-LINE FROM CUS-ACR-ACC-DETAIL AFTER ADVANCING 1 LINE
    ADD 1 TO CUS-ACR-RPT-LINE-CNT
    ADD 1 TO CUS-ACR-LINE-CNT.

 2600-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2650-SET-SUBJECT-TEXT SECTION.
*>----------------------------------------------------------------------
*>   The customer column - the CUS_ID looked up, or the fragment
*>   searched for.

    MOVE SPACES TO CUS-ACR-SUBJECT-TXT

    EVALUATE TRUE
       WHEN CUS-ACR-BY-ID
          MOVE CUS-ACR-LOOK-ID TO CUS-ACR-SUBJECT-TXT
       WHEN CUS-ACR-BY-NAME AND CUS-ACR-FRAG-LEN = 0
          MOVE "''" TO CUS-ACR-SUBJECT-TXT
       WHEN CUS-ACR-BY-NAME
          STRING "'"                                  DELIMITED BY SIZE
                 CUS-ACR-FRAG(1:CUS-ACR-FRAG-LEN)     DELIMITED BY SIZE
                 "'"                                  DELIMITED BY SIZE
            INTO CUS-ACR-SUBJECT-TXT
          END-STRING
       WHEN OTHER
          CONTINUE
    END-EVALUATE.

 2650-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2700-START-PART SECTION.
*>----------------------------------------------------------------------
*>   Starts a part of the report on a fresh page under its own title.

    MOVE 0 TO CUS-ACR-LINE-CNT
    PERFORM 3200-PRINT-HEADINGS THRU 3200-EXIT.

 2700-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2750-PRINT-NONE-LINE SECTION.
*>----------------------------------------------------------------------
*>   A part with nothing to list says so, so an empty page is never
*>   mistaken for a page that failed to print.

    IF CUS-ACR-LINE-CNT = 0
       WRITE CUS-ACR-RPT-LINE FROM CUS-ACR-RPT-NONE-LINE
          AFTER ADVANCING 1 LINE
       ADD 1 TO CUS-ACR-RPT-LINE-CNT
    END-IF.

 2750-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 3000-REPORT-OPERATORS SECTION.
*>----------------------------------------------------------------------
*>   Access by operator - the period's totals come from this pass.

    SET CUS-ACR-PASS-OPERATORS TO TRUE
    PERFORM 2000-READ-PASS THRU 2000-EXIT

    IF RETURN-CODE >= 12
       GO TO 3000-EXIT
    END-IF

    MOVE 'ACCESS BY OPERATOR'   TO CUS-ACR-SECTION-WORK
    MOVE CUS-ACR-OPR-HEADING1   TO CUS-ACR-RPT-COLHDR1
    MOVE CUS-ACR-OPR-HEADING2   TO CUS-ACR-RPT-COLHDR2
    MOVE 'NO ACCESS LOGGED IN THE PERIOD' TO CUS-ACR-RPT-NONE-DIS
    PERFORM 2700-START-PART THRU 2700-EXIT

    PERFORM 3300-PRINT-ONE-OPERATOR THRU 3300-EXIT
       VARYING CUS-ACR-OPR-IDX FROM 1 BY 1
       UNTIL CUS-ACR-OPR-IDX > CUS-ACR-OPR-CNT

    PERFORM 2750-PRINT-NONE-LINE THRU 2750-EXIT.

 3000-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 3100-TALLY-OPERATOR SECTION.
*>----------------------------------------------------------------------

    ADD 1 TO CUS-ACR-PERIOD-CNT

    IF CUS-ACR-OPERATOR = '*NONE*'
       ADD 1 TO CUS-ACR-UNSIGNED-CNT
    END-IF

    MOVE 1 TO CUS-ACR-OPR-IDX
    PERFORM 3110-FIND-OPERATOR THRU 3110-EXIT
       UNTIL CUS-ACR-OPR-IDX > CUS-ACR-OPR-CNT
          OR CUS-ACR-OPR-ID(CUS-ACR-OPR-IDX) = CUS-ACR-OPERATOR

    IF CUS-ACR-OPR-IDX > CUS-ACR-OPR-CNT
       IF CUS-ACR-OPR-CNT < CUS-ACR-OPR-MAX
          ADD 1 TO CUS-ACR-OPR-CNT
          MOVE CUS-ACR-OPR-CNT TO CUS-ACR-OPR-IDX
          INITIALIZE CUS-ACR-OPR(CUS-ACR-OPR-IDX)
          MOVE CUS-ACR-OPERATOR TO CUS-ACR-OPR-ID(CUS-ACR-OPR-IDX)
       ELSE
          MOVE CUS-ACR-OPR-MAX TO CUS-ACR-OPR-IDX
          MOVE '*OTHER*' TO CUS-ACR-OPR-ID(CUS-ACR-OPR-IDX)
       END-IF
    END-IF

    ADD CUS-ACR-ROWS TO CUS-ACR-OPR-ROWS(CUS-ACR-OPR-IDX)

    IF CUS-ACR-EXTRACT
       ADD 1 TO CUS-ACR-EXTRACT-CNT
       ADD 1 TO CUS-ACR-OPR-EXTRACTS(CUS-ACR-OPR-IDX)
       GO TO 3100-EXIT
    END-IF

    ADD 1 TO CUS-ACR-INQ-CNT
    ADD 1 TO CUS-ACR-OPR-INQ(CUS-ACR-OPR-IDX)

    IF CUS-ACR-BY-ID
       ADD 1 TO CUS-ACR-OPR-BY-ID(CUS-ACR-OPR-IDX)
    END-IF

    IF CUS-ACR-BY-NAME
       ADD 1 TO CUS-ACR-OPR-BY-NAME(CUS-ACR-OPR-IDX)
    END-IF

    IF CUS-ACR-OUT-OF-HOURS
       ADD 1 TO CUS-ACR-OUT-HOURS-CNT
       ADD 1 TO CUS-ACR-OPR-OUT-HOURS(CUS-ACR-OPR-IDX)
    END-IF

    IF CUS-ACR-BY-NAME AND CUS-ACR-ROWS >= CUS-ACR-MANY-ROWS
       ADD 1 TO CUS-ACR-MANY-ROWS-CNT
    END-IF.

 3100-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 3110-FIND-OPERATOR SECTION.
*>----------------------------------------------------------------------

    ADD 1 TO CUS-ACR-OPR-IDX.

 3110-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 3200-PRINT-HEADINGS SECTION.
*>----------------------------------------------------------------------

    ADD 1 TO CUS-ACR-RPT-PAGE-CNT
    MOVE CUS-ACR-RUN-DATE-DIS TO CUS-ACR-RPT-DATE-DIS
    MOVE CUS-ACR-RPT-PAGE-CNT TO CUS-ACR-RPT-PAGE-DIS
    MOVE CUS-ACR-FROM-DATE    TO CUS-ACR-RPT-FROM-DIS
    MOVE CUS-ACR-TO-DATE      TO CUS-ACR-RPT-TO-DIS
    IF CUS-ACR-FROM-DATE = '0000-00-00'
       MOVE 'FIRST LOG' TO CUS-ACR-RPT-FROM-DIS
    END-IF
    IF CUS-ACR-TO-DATE = '9999-99-99'
       MOVE 'LAST LOG' TO CUS-ACR-RPT-TO-DIS
    END-IF
    MOVE CUS-ACR-SECTION-WORK TO CUS-ACR-RPT-SECTION-DIS

    WRITE CUS-ACR-RPT-LINE FROM CUS-ACR-RPT-HEADING1 AFTER ADVANCING PAGE
    WRITE CUS-ACR-RPT-LINE FROM CUS-ACR-RPT-PERIOD AFTER ADVANCING 1 LINE
    WRITE CUS-ACR-RPT-LINE FROM CUS-ACR-RPT-SECTION-LINE
       AFTER ADVANCING 2 LINES
    WRITE CUS-ACR-RPT-LINE FROM CUS-ACR-RPT-COLHDR1 AFTER ADVANCING 2 LINES
    WRITE CUS-ACR-RPT-LINE FROM CUS-ACR-RPT-COLHDR2 AFTER ADVANCING 1 LINE

    MOVE 8 TO CUS-ACR-RPT-LINE-CNT.

 3200-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 3300-PRINT-ONE-OPERATOR SECTION.
*>----------------------------------------------------------------------

    IF CUS-ACR-RPT-LINE-CNT >= CUS-ACR-RPT-MAX-LINES
       PERFORM 3200-PRINT-HEADINGS THRU 3200-EXIT
    END-IF

    MOVE CUS-ACR-OPR-ID(CUS-ACR-OPR-IDX)        TO CUS-ACR-OPR-ID-DIS
    MOVE CUS-ACR-OPR-INQ(CUS-ACR-OPR-IDX)       TO CUS-ACR-OPR-INQ-DIS
    MOVE CUS-ACR-OPR-BY-ID(CUS-ACR-OPR-IDX)     TO CUS-ACR-OPR-BY-ID-DIS
    MOVE CUS-ACR-OPR-BY-NAME(CUS-ACR-OPR-IDX)   TO CUS-ACR-OPR-BY-NAME-DIS
    MOVE CUS-ACR-OPR-EXTRACTS(CUS-ACR-OPR-IDX)  TO CUS-ACR-OPR-EXTR-DIS
    MOVE CUS-ACR-OPR-OUT-HOURS(CUS-ACR-OPR-IDX) TO CUS-ACR-OPR-OUTH-DIS
    MOVE CUS-ACR-OPR-ROWS(CUS-ACR-OPR-IDX)      TO CUS-ACR-OPR-ROWS-DIS

    WRITE CUS-ACR-RPT-LINE FROM CUS-ACR-OPR-DETAIL AFTER ADVANCING 1 LINE
    ADD 1 TO CUS-ACR-RPT-LINE-CNT
    ADD 1 TO CUS-ACR-LINE-CNT.

 3300-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 4000-REPORT-OUT-OF-HOURS SECTION.
*>----------------------------------------------------------------------
*>   Inquiries outside business hours.  Extract runs are scheduled
*>   overnight by design and are not listed.

    MOVE SPACES TO CUS-ACR-SECTION-WORK
    STRING 'LOOKUPS OUTSIDE BUSINESS HOURS ' DELIMITED BY SIZE
           CUS-ACR-HOURS-FROM                DELIMITED BY SIZE
           '-'                               DELIMITED BY SIZE
           CUS-ACR-HOURS-TO                  DELIMITED BY SIZE
           ' MON-FRI'                        DELIMITED BY SIZE
      INTO CUS-ACR-SECTION-WORK
    END-STRING
    MOVE CUS-ACR-ACC-HEADING1 TO CUS-ACR-RPT-COLHDR1
    MOVE CUS-ACR-ACC-HEADING2 TO CUS-ACR-RPT-COLHDR2
    MOVE 'NO LOOKUPS OUTSIDE BUSINESS HOURS' TO CUS-ACR-RPT-NONE-DIS
    PERFORM 2700-START-PART THRU 2700-EXIT

    SET CUS-ACR-PASS-HOURS TO TRUE
    PERFORM 2000-READ-PASS THRU 2000-EXIT

    PERFORM 2750-PRINT-NONE-LINE THRU 2750-EXIT.

 4000-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 4100-CHECK-HOURS SECTION.
*>----------------------------------------------------------------------

    IF CUS-ACR-OUT-OF-HOURS AND NOT CUS-ACR-EXTRACT
       PERFORM 2650-SET-SUBJECT-TEXT THRU 2650-EXIT
       PERFORM 2600-PRINT-ACCESS-LINE THRU 2600-EXIT
    END-IF.

 4100-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 5000-REPORT-MANY-ROWS SECTION.
*>----------------------------------------------------------------------

    MOVE SPACES TO CUS-ACR-SECTION-WORK
    MOVE CUS-ACR-MANY-ROWS TO CUS-ACR-NUM-DIS
    MOVE 0 TO CUS-ACR-POS
    INSPECT CUS-ACR-NUM-DIS TALLYING CUS-ACR-POS FOR LEADING SPACES
    STRING 'NAME SEARCHES RETURNING '        DELIMITED BY SIZE
           CUS-ACR-NUM-DIS(CUS-ACR-POS + 1:) DELIMITED BY SIZE
           ' OR MORE ROWS'                   DELIMITED BY SIZE
      INTO CUS-ACR-SECTION-WORK
    END-STRING
    MOVE CUS-ACR-ACC-HEADING1 TO CUS-ACR-RPT-COLHDR1
    MOVE CUS-ACR-ACC-HEADING2 TO CUS-ACR-RPT-COLHDR2
    MOVE 'NO NAME SEARCH REACHED THE THRESHOLD' TO CUS-ACR-RPT-NONE-DIS
    PERFORM 2700-START-PART THRU 2700-EXIT

    SET CUS-ACR-PASS-MANY-ROWS TO TRUE
    PERFORM 2000-READ-PASS THRU 2000-EXIT

    PERFORM 2750-PRINT-NONE-LINE THRU 2750-EXIT.

 5000-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 5100-CHECK-MANY-ROWS SECTION.
*>----------------------------------------------------------------------

    IF CUS-ACR-BY-NAME AND CUS-ACR-ROWS >= CUS-ACR-MANY-ROWS
       PERFORM 2650-SET-SUBJECT-TEXT THRU 2650-EXIT
       PERFORM 2600-PRINT-ACCESS-LINE THRU 2600-EXIT
    END-IF.

 5100-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 6000-REPORT-CLOSED SECTION.
*>----------------------------------------------------------------------
*>   CUS_ID lookups of customers who are closed, or whose personal
*>   data CUSPURGE has since anonymized - the status is today's.

    MOVE 'CUS_ID LOOKUPS OF CLOSED OR PURGED CUSTOMERS'
       TO CUS-ACR-SECTION-WORK
    MOVE CUS-ACR-ACC-HEADING1 TO CUS-ACR-RPT-COLHDR1
    MOVE CUS-ACR-ACC-HEADING2 TO CUS-ACR-RPT-COLHDR2
    PERFORM 2700-START-PART THRU 2700-EXIT

    IF NOT CUS-ACR-ISOLATE-OK
       MOVE 'CUSTOMER STATUS NOT AVAILABLE - NOT CHECKED'
          TO CUS-ACR-RPT-NONE-DIS
       PERFORM 2750-PRINT-NONE-LINE THRU 2750-EXIT
       GO TO 6000-EXIT
    END-IF

    MOVE 'NO LOOKUPS OF CLOSED OR PURGED CUSTOMERS' TO CUS-ACR-RPT-NONE-DIS

    SET CUS-ACR-PASS-CLOSED TO TRUE
    PERFORM 2000-READ-PASS THRU 2000-EXIT

    PERFORM 2750-PRINT-NONE-LINE THRU 2750-EXIT.

 6000-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 6100-CHECK-CLOSED SECTION.
*>----------------------------------------------------------------------

    IF NOT CUS-ACR-BY-ID
       GO TO 6100-EXIT
    END-IF

    PERFORM 2500-LOOKUP-CUSTOMER THRU 2500-EXIT

    IF NOT CUS-ACR-CUS-FOUND
       GO TO 6100-EXIT
    END-IF

    MOVE SPACES TO CUS-ACR-SUBJECT-TXT

    EVALUATE TRUE
       WHEN CUS-ACR-ROW-NAME = 'PURGED'
          ADD 1 TO CUS-ACR-PURGED-CNT
          STRING CUS-ACR-LOOK-ID DELIMITED BY SIZE
                 ' PURGED'       DELIMITED BY SIZE
            INTO CUS-ACR-SUBJECT-TXT
          END-STRING
       WHEN CUS-ACR-ROW-STATUS = 'C'
          ADD 1 TO CUS-ACR-CLOSED-CNT
          STRING CUS-ACR-LOOK-ID DELIMITED BY SIZE
                 ' CLOSED'       DELIMITED BY SIZE
            INTO CUS-ACR-SUBJECT-TXT
          END-STRING
       WHEN OTHER
          GO TO 6100-EXIT
    END-EVALUATE

    PERFORM 2600-PRINT-ACCESS-LINE THRU 2600-EXIT.

 6100-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 7000-REPORT-SUBJECT SECTION.
*>----------------------------------------------------------------------
*>   Who accessed customer N: every CUS_ID lookup of it, and every
*>   name search whose fragment its name contains - matched case for
*>   case, as the LIKE that ran matched it.  The name is today's; a
*>   customer renamed since a search may have been listed under the
*>   old name.

    MOVE SPACES TO CUS-ACR-SECTION-WORK
    STRING 'WHO ACCESSED CUSTOMER ' DELIMITED BY SIZE
           CUS-ACR-SUBJECT-ID       DELIMITED BY SIZE
      INTO CUS-ACR-SECTION-WORK
    END-STRING
    MOVE CUS-ACR-ACC-HEADING1 TO CUS-ACR-RPT-COLHDR1
    MOVE CUS-ACR-ACC-HEADING2 TO CUS-ACR-RPT-COLHDR2
    PERFORM 2700-START-PART THRU 2700-EXIT

    IF CUS-ACR-ISOLATE-OK
       MOVE CUS-ACR-SUBJECT-ID TO CUS-ACR-LOOK-ID
       PERFORM 2500-LOOKUP-CUSTOMER THRU 2500-EXIT
       IF CUS-ACR-CUS-FOUND
          MOVE CUS-ACR-ROW-NAME TO CUS-ACR-SUBJECT-NAME
          SET CUS-ACR-SUBJECT-NAME-KNOWN TO TRUE
       END-IF
    END-IF

    IF NOT CUS-ACR-SUBJECT-NAME-KNOWN
       MOVE 'NAME NOT AVAILABLE - NAME SEARCHES NOT MATCHED'
          TO CUS-ACR-RPT-NONE-DIS
       WRITE CUS-ACR-RPT-LINE FROM CUS-ACR-RPT-NONE-LINE
          AFTER ADVANCING 1 LINE
       ADD 1 TO CUS-ACR-RPT-LINE-CNT
    END-IF

    MOVE 'NO LOOKUP REACHED THIS CUSTOMER' TO CUS-ACR-RPT-NONE-DIS

    SET CUS-ACR-PASS-SUBJECT TO TRUE
    PERFORM 2000-READ-PASS THRU 2000-EXIT

    PERFORM 2750-PRINT-NONE-LINE THRU 2750-EXIT

    MOVE 'EXTRACT RUNS (BULK)     ' TO CUS-ACR-TOT-LABEL
    MOVE CUS-ACR-SUBJECT-EXTRACTS   TO CUS-ACR-TOT-VALUE
    WRITE CUS-ACR-RPT-LINE FROM CUS-ACR-TOTAL-LINE
       AFTER ADVANCING 2 LINES.

 7000-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 7100-CHECK-SUBJECT SECTION.
*>----------------------------------------------------------------------

    EVALUATE TRUE
       WHEN CUS-ACR-EXTRACT
          ADD 1 TO CUS-ACR-SUBJECT-EXTRACTS
          GO TO 7100-EXIT
       WHEN CUS-ACR-BY-ID
          IF CUS-ACR-LOOK-ID NOT = CUS-ACR-SUBJECT-ID
             GO TO 7100-EXIT
          END-IF
       WHEN CUS-ACR-BY-NAME
          IF NOT CUS-ACR-SUBJECT-NAME-KNOWN
             GO TO 7100-EXIT
          END-IF
          IF CUS-ACR-FRAG-LEN > 0
             MOVE 0 TO CUS-ACR-FRAG-HITS
             INSPECT CUS-ACR-SUBJECT-NAME TALLYING CUS-ACR-FRAG-HITS
                FOR ALL CUS-ACR-FRAG(1:CUS-ACR-FRAG-LEN)
             IF CUS-ACR-FRAG-HITS = 0
                GO TO 7100-EXIT
             END-IF
          END-IF
       WHEN OTHER
          GO TO 7100-EXIT
    END-EVALUATE

    ADD 1 TO CUS-ACR-SUBJECT-CNT
    PERFORM 2650-SET-SUBJECT-TEXT THRU 2650-EXIT
    PERFORM 2600-PRINT-ACCESS-LINE THRU 2600-EXIT.

 7100-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 8000-TERMINATE SECTION.
*>----------------------------------------------------------------------

    IF CUS-ACR-ISOLATE-OK
       CALL STATIC 'graal_detach_thread' using
              BY VALUE GRAAL_ISOLATETHREAD_T
              returning RESPONSE
       END-CALL

       IF RESPONSE NOT equal 0
          DISPLAY 'graal_detach_thread failed'
       END-IF
    END-IF

    IF CUS-ACR-RPT-IS-OPEN
       PERFORM 8100-PRINT-TOTALS THRU 8100-EXIT
       CLOSE ACCRPT
    END-IF

    DISPLAY 'CUSACCRV SUMMARY - RECORDS IN PERIOD ' CUS-ACR-PERIOD-CNT
       ' INQUIRIES ' CUS-ACR-INQ-CNT ' OUT OF HOURS ' CUS-ACR-OUT-HOURS-CNT
       ' UNATTRIBUTED ' CUS-ACR-UNSIGNED-CNT.

 8000-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 8100-PRINT-TOTALS SECTION.
*>----------------------------------------------------------------------

    MOVE 'REVIEW TOTALS' TO CUS-ACR-SECTION-WORK
    MOVE SPACES TO CUS-ACR-RPT-COLHDR1
    MOVE SPACES TO CUS-ACR-RPT-COLHDR2
    PERFORM 2700-START-PART THRU 2700-EXIT

    MOVE 'AUDITLOG RECORDS READ   ' TO CUS-ACR-TOT-LABEL
    MOVE CUS-ACR-READ-CNT           TO CUS-ACR-TOT-VALUE
    WRITE CUS-ACR-RPT-LINE FROM CUS-ACR-TOTAL-LINE AFTER ADVANCING 1 LINE

    MOVE 'RECORDS IN THE PERIOD   ' TO CUS-ACR-TOT-LABEL
    MOVE CUS-ACR-PERIOD-CNT         TO CUS-ACR-TOT-VALUE
    WRITE CUS-ACR-RPT-LINE FROM CUS-ACR-TOTAL-LINE AFTER ADVANCING 1 LINE

    MOVE 'INQUIRIES               ' TO CUS-ACR-TOT-LABEL
    MOVE CUS-ACR-INQ-CNT            TO CUS-ACR-TOT-VALUE
    WRITE CUS-ACR-RPT-LINE FROM CUS-ACR-TOTAL-LINE AFTER ADVANCING 1 LINE

    MOVE 'EXTRACT RUNS            ' TO CUS-ACR-TOT-LABEL
    MOVE CUS-ACR-EXTRACT-CNT        TO CUS-ACR-TOT-VALUE
    WRITE CUS-ACR-RPT-LINE FROM CUS-ACR-TOTAL-LINE AFTER ADVANCING 1 LINE

    MOVE 'WITH NO OPERATOR        ' TO CUS-ACR-TOT-LABEL
    MOVE CUS-ACR-UNSIGNED-CNT       TO CUS-ACR-TOT-VALUE
    WRITE CUS-ACR-RPT-LINE FROM CUS-ACR-TOTAL-LINE AFTER ADVANCING 1 LINE

    MOVE 'OUTSIDE BUSINESS HOURS  ' TO CUS-ACR-TOT-LABEL
    MOVE CUS-ACR-OUT-HOURS-CNT      TO CUS-ACR-TOT-VALUE
    WRITE CUS-ACR-RPT-LINE FROM CUS-ACR-TOTAL-LINE AFTER ADVANCING 1 LINE

    MOVE 'MANY-ROW NAME SEARCHES  ' TO CUS-ACR-TOT-LABEL
    MOVE CUS-ACR-MANY-ROWS-CNT      TO CUS-ACR-TOT-VALUE
    WRITE CUS-ACR-RPT-LINE FROM CUS-ACR-TOTAL-LINE AFTER ADVANCING 1 LINE

    MOVE 'LOOKUPS OF CLOSED       ' TO CUS-ACR-TOT-LABEL
    MOVE CUS-ACR-CLOSED-CNT         TO CUS-ACR-TOT-VALUE
    WRITE CUS-ACR-RPT-LINE FROM CUS-ACR-TOTAL-LINE AFTER ADVANCING 1 LINE

    MOVE 'LOOKUPS OF PURGED       ' TO CUS-ACR-TOT-LABEL
    MOVE CUS-ACR-PURGED-CNT         TO CUS-ACR-TOT-VALUE
    WRITE CUS-ACR-RPT-LINE FROM CUS-ACR-TOTAL-LINE AFTER ADVANCING 1 LINE

    IF CUS-ACR-TRACE-SUBJECT
       MOVE 'LOOKUPS OF THE CUSTOMER ' TO CUS-ACR-TOT-LABEL
       MOVE CUS-ACR-SUBJECT-CNT        TO CUS-ACR-TOT-VALUE
       WRITE CUS-ACR-RPT-LINE FROM CUS-ACR-TOTAL-LINE AFTER ADVANCING 1 LINE
    END-IF

    IF CUS-ACR-DB-ERR-CNT > 0
       MOVE 'STATUS LOOKUPS FAILED   ' TO CUS-ACR-TOT-LABEL
       MOVE CUS-ACR-DB-ERR-CNT         TO CUS-ACR-TOT-VALUE
       WRITE CUS-ACR-RPT-LINE FROM CUS-ACR-TOTAL-LINE AFTER ADVANCING 1 LINE
    END-IF.

 8100-EXIT.
    EXIT.

 END PROGRAM CUSACCRV.
