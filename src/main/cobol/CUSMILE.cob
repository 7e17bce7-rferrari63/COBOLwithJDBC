 IDENTIFICATION DIVISION.
 PROGRAM-ID. CUSMILE.

*> The monthly age-milestone correspondence selection.  MILEPARM
*> lists the milestone ages the letters are written for - turning 18,
*> when the account comes off the minor terms, the pensions offer at
*> retirement age and so on - each with the label the mailing house
*> merges on.  Every customer whose birthday in the coming month is
*> one of those ages is a candidate; for each the program works out
*> the date the age is reached and either writes the customer to the
*> MILEFEED mail-merge file or lists why not on the MILERPT control
*> report:
*>   CLOSED             CUS_STATUS 'C'
*>   NOT OPEN           any other status than 'A'
*>   NO USABLE ADDRESS  neither a postal address CUSAUDIT's Q09 would
*>                      pass nor an e-mail passing CUSEDIT's edit
*> A customer with only one usable channel is mailed on that one and
*> the other is left blank on the feed, so the mailing house never
*> posts to a half address or sends to a malformed e-mail.  The
*> control report closes on candidates = excluded + mailed, and the
*> MILEFEED trailer carries the mailed count and CUS_ID hash total the
*> mailing house balances its own count against.
*> A 29 February birthday reaches its age on 28 February in a common
*> year.  A customer CUSPURGE has anonymized holds no birth date, so
*> is never selected at all - the control report says as much.
*> Nothing on CUS is changed.

 ENVIRONMENT DIVISION.

 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
*> MILEPARM carries the JDBC connection details, the month to select
*> for and the milestone ages.
     SELECT MILEPARM-FILE ASSIGN TO "MILEPARM"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CUS-MIL-PARM-STATUS.

*> MILEFEED is the mail-merge interface file - one '|' delimited 'D'
*> record per customer to write to, between an 'H' header (run date
*> and the month selected) and a 'T' trailer (record count, CUS_ID
*> hash total, OK).  A run that fails part way writes no trailer, so
*> the mailing house can tell a short file from a complete one.
     SELECT MILEFEED ASSIGN TO "MILEFEED"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CUS-MIL-FEED-STATUS.

*> MILERPT is the control report - the exclusions, the selection by
*> milestone and the balancing totals.
     SELECT MILERPT ASSIGN TO "MILERPT"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CUS-MIL-RPT-STATUS.

 DATA DIVISION.
 FILE SECTION.
 FD  MILEPARM-FILE.
 01  MILEPARM-REC.
     05 MILEPARM-URI                     PIC X(50).
     05 MILEPARM-USER                    PIC X(20).
     05 MILEPARM-PWD                     PIC X(20).
*> The month as YYYY-MM; blank selects the month after the run date.
     05 MILEPARM-MONTH                   PIC X(7).
*> Up to ten milestones - the age and its letter label.  Blank ages
*> are unused slots.
     05 MILEPARM-MILESTONE OCCURS 10.
        10 MILEPARM-AGE                  PIC X(3).
        10 MILEPARM-AGE-N REDEFINES MILEPARM-AGE
                                         PIC 9(3).
        10 MILEPARM-LABEL                PIC X(20).

 FD  MILEFEED.
 01  CUS-MIL-FEED-LINE                   PIC X(240).

 FD  MILERPT.
 01  CUS-MIL-RPT-LINE                    PIC X(80).

 WORKING-STORAGE SECTION.

 01 CUS-MIL-PARM-STATUS                  PIC X(2).
    88 CUS-MIL-PARM-STATUS-OK            VALUE '00'.

 01 CUS-MIL-FEED-STATUS                  PIC X(2).
    88 CUS-MIL-FEED-STATUS-OK            VALUE '00'.

 01 CUS-MIL-FEED-OPEN-SW                 PIC X(1) VALUE 'N'.
    88 CUS-MIL-FEED-IS-OPEN              VALUE 'Y'.

 01 CUS-MIL-RPT-STATUS                   PIC X(2).
    88 CUS-MIL-RPT-STATUS-OK             VALUE '00'.

 01 CUS-MIL-RPT-OPEN-SW                  PIC X(1) VALUE 'N'.
    88 CUS-MIL-RPT-IS-OPEN               VALUE 'Y'.

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
 01 QUERY                                PIC X(700).

*> The bridge's result rows.  The string column is the name, birth
*> date, address, e-mail and status '|'-joined with a trailing
*> sentinel; the third column is unused.
 01 CUS BASED.
    05 CUS-STRUCT OCCURS 20.
       10 CUS-ID                         USAGE BINARY-DOUBLE.
       10 CUS-NAME-PTR                   USAGE POINTER.
       10 CUS-AGE                        USAGE BINARY-DOUBLE.

 01 CUS-POINTER                          USAGE POINTER.
 01 CUS-MIL-ROW-STR                      PIC X(250) BASED.

 01 CUS-MIL-ISOLATE-SW                   PIC X(1) VALUE 'N'.
    88 CUS-MIL-ISOLATE-OK                VALUE 'Y'.

 01 CUS-MIL-ERROR-CODE                   USAGE BINARY-LONG.
 01 CUS-MIL-ERROR-TEXT                   PIC X(200).

 01 CUS-MIL-PAGE-SIZE                    PIC 9(4) VALUE 20.
 01 CUS-MIL-OFFSET                       PIC 9(8) VALUE 0.
 01 CUS-MIL-MORE-SW                      PIC X(1) VALUE 'Y'.
    88 CUS-MIL-MORE-ROWS                 VALUE 'Y'.
    88 CUS-MIL-NO-MORE-ROWS              VALUE 'N'.

 01 I                                    PIC 9(2).

*> ------------------------- ROW AREAS ----------------------------------
 01 CUS-MIL-ROW-ID                       PIC 9(9).
 01 CUS-MIL-ROW-NAME                     PIC X(20).
 01 CUS-MIL-ROW-DOB.
    05 CUS-MIL-ROW-DOB-YYYY              PIC X(4).
    05 FILLER                            PIC X(1).
    05 CUS-MIL-ROW-DOB-MM                PIC X(2).
    05 FILLER                            PIC X(1).
    05 CUS-MIL-ROW-DOB-DD                PIC X(2).
 01 CUS-MIL-ROW-ADDR1                    PIC X(30).
 01 CUS-MIL-ROW-ADDR2                    PIC X(30).
 01 CUS-MIL-ROW-CITY                     PIC X(20).
 01 CUS-MIL-ROW-POSTAL                   PIC X(10).
 01 CUS-MIL-ROW-EMAIL                    PIC X(40).
 01 CUS-MIL-ROW-STATUS                   PIC X(1).
    88 CUS-MIL-ROW-OPEN                  VALUE 'A'.
    88 CUS-MIL-ROW-CLOSED                VALUE 'C'.

 01 CUS-MIL-ROW-POST-SW                  PIC X(1).
    88 CUS-MIL-ROW-POST-OK               VALUE 'Y'.
 01 CUS-MIL-ROW-EMAIL-SW                 PIC X(1).
    88 CUS-MIL-ROW-EMAIL-OK              VALUE 'Y'.

 01 CUS-MIL-BIRTH-YYYY                   PIC 9(4).
 01 CUS-MIL-REACHED-AGE                  PIC 9(4).
 01 CUS-MIL-REACHED-DATE.
    05 CUS-MIL-REACHED-YYYY              PIC 9(4).
    05 FILLER                            PIC X(1) VALUE '-'.
    05 CUS-MIL-REACHED-MM                PIC 9(2).
    05 FILLER                            PIC X(1) VALUE '-'.
    05 CUS-MIL-REACHED-DD                PIC X(2).
 01 CUS-MIL-EXCL-REASON                  PIC X(20).
 01 CUS-MIL-CHANNEL                      PIC X(5).

*> E-mail shape work fields - CUSEDIT's edit, as CUSAUDIT runs it.
 01 CUS-MIL-EML-LEN                      PIC 9(2).
 01 CUS-MIL-EML-IDX                      PIC 9(2).
 01 CUS-MIL-EML-AT-POS                   PIC 9(2).
 01 CUS-MIL-EML-AT-CNT                   PIC 9(2).
 01 CUS-MIL-EML-BAD-SW                   PIC X(1).
    88 CUS-MIL-EML-BAD                   VALUE 'Y'.
 01 CUS-MIL-EML-DOT-SW                   PIC X(1).
    88 CUS-MIL-EML-DOT-AFTER-AT          VALUE 'Y'.

*> ------------------------ MILESTONE AREAS -----------------------------
*> The month selected, and the milestones from MILEPARM with their
*> selection counts.
 01 CUS-MIL-MONTH.
    05 CUS-MIL-MONTH-YYYY                PIC 9(4).
    05 FILLER                            PIC X(1) VALUE '-'.
    05 CUS-MIL-MONTH-MM                  PIC 9(2).
 01 CUS-MIL-LEAP-SW                      PIC X(1) VALUE 'N'.
    88 CUS-MIL-LEAP-YEAR                 VALUE 'Y'.
 01 CUS-MIL-LEAP-QUOT                    PIC 9(4).
 01 CUS-MIL-LEAP-REM                     PIC 9(4).

 01 CUS-MIL-MS-MAX                       PIC 9(2) VALUE 10.
 01 CUS-MIL-MS-CNT                       PIC 9(2) VALUE 0.
 01 CUS-MIL-MS-IDX                       PIC 9(2).
 01 CUS-MIL-MS-CHK                       PIC 9(2).
 01 CUS-MIL-MS-TABLE.
    05 CUS-MIL-MS OCCURS 10.
       10 CUS-MIL-MS-AGE                 PIC 9(3).
       10 CUS-MIL-MS-LABEL               PIC X(20).
       10 CUS-MIL-MS-CAND                PIC 9(8).
       10 CUS-MIL-MS-EXCL                PIC 9(8).
       10 CUS-MIL-MS-MAILED              PIC 9(8).

*> ------------------------- INTERFACE AREAS ----------------------------
 01 CUS-MIL-FEED-REC-CNT                 PIC 9(8) VALUE 0.
 01 CUS-MIL-FEED-HASH                    PIC 9(15) VALUE 0.
 01 CUS-MIL-FEED-WORK                    PIC X(240).
 01 CUS-MIL-FEED-PTR                     PIC 9(4).
 01 CUS-MIL-FEED-ID-DIS                  PIC 9(9).
 01 CUS-MIL-FEED-AGE-DIS                 PIC 9(3).
 01 CUS-MIL-FEED-FLD                     PIC X(40).

*> CUS-MIL-TRIM-WORK/CUS-MIL-TRIM-LEN back 1165-COMPUTE-TRIM-LEN,
*> which finds the significant length of a field so only its value,
*> not its padding, goes onto the feed.
 01 CUS-MIL-TRIM-WORK                    PIC X(40).
 01 CUS-MIL-TRIM-LEN                     PIC 9(4).
 01 CUS-MIL-TRIM-IDX                     PIC 9(4).

*> ---------------------------- TOTALS ----------------------------------
 01 CUS-MIL-SCAN-CNT                     PIC 9(8) VALUE 0.
 01 CUS-MIL-CAND-CNT                     PIC 9(8) VALUE 0.
 01 CUS-MIL-EXCL-CNT                     PIC 9(8) VALUE 0.
 01 CUS-MIL-CLOSED-CNT                   PIC 9(8) VALUE 0.
 01 CUS-MIL-NOT-OPEN-CNT                 PIC 9(8) VALUE 0.
 01 CUS-MIL-NO-ADDR-CNT                  PIC 9(8) VALUE 0.
 01 CUS-MIL-POST-ONLY-CNT                PIC 9(8) VALUE 0.
 01 CUS-MIL-EMAIL-ONLY-CNT               PIC 9(8) VALUE 0.
 01 CUS-MIL-BOTH-CNT                     PIC 9(8) VALUE 0.

*> ------------------------- REPORT PRINT AREAS ------------------------
 01 CUS-MIL-RUN-DATE-RAW                 PIC 9(8).
 01 CUS-MIL-RUN-DATE-GROUP REDEFINES CUS-MIL-RUN-DATE-RAW.
    05 CUS-MIL-RUN-YYYY                  PIC 9(4).
    05 CUS-MIL-RUN-MM                    PIC 9(2).
    05 CUS-MIL-RUN-DD                    PIC 9(2).
 01 CUS-MIL-RUN-DATE-DIS                 PIC X(10).

 01 CUS-MIL-RPT-HEADING1.
       05 FILLER                         PIC X(10) VALUE 'RUN DATE: '.
       05 CUS-MIL-RPT-DATE-DIS           PIC X(10).
       05 FILLER                         PIC X(13) VALUE SPACES.
       05 FILLER                         PIC X(24) VALUE
          'MILESTONE CORRESPONDENCE'.
       05 FILLER                         PIC X(14) VALUE SPACES.
       05 FILLER                         PIC X(5)  VALUE 'PAGE '.
       05 CUS-MIL-RPT-PAGE-DIS           PIC ZZZ9.

 01 CUS-MIL-RPT-HEADING2.
       05 FILLER                         PIC X(22) VALUE
          'MILESTONES REACHED IN '.
       05 CUS-MIL-RPT-MONTH-DIS          PIC X(7).

 01 CUS-MIL-EXC-HEADING1.
       05 FILLER                         PIC X(9)  VALUE '   CUS_ID'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(20) VALUE 'NAME'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(3)  VALUE 'AGE'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(10) VALUE 'REACHED'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(20) VALUE 'REASON'.

 01 CUS-MIL-EXC-HEADING2.
       05 FILLER                         PIC X(9)  VALUE '---------'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(20) VALUE
          '--------------------'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(3)  VALUE '---'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(10) VALUE '----------'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(20) VALUE
          '--------------------'.

 01 CUS-MIL-EXC-DETAIL.
       05 CUS-MIL-EXC-ID-DIS             PIC 9(9).
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 CUS-MIL-EXC-NAME-DIS           PIC X(20).
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 CUS-MIL-EXC-AGE-DIS            PIC ZZ9.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 CUS-MIL-EXC-DATE-DIS           PIC X(10).
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 CUS-MIL-EXC-REASON-DIS         PIC X(20).

 01 CUS-MIL-MS-HEADING1.
       05 FILLER                         PIC X(3)  VALUE 'AGE'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(20) VALUE 'MILESTONE'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(10) VALUE 'CANDIDATES'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(9)  VALUE ' EXCLUDED'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(9)  VALUE '   MAILED'.

 01 CUS-MIL-MS-HEADING2.
       05 FILLER                         PIC X(3)  VALUE '---'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(20) VALUE
          '--------------------'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(10) VALUE '----------'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(9)  VALUE '---------'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(9)  VALUE '---------'.

 01 CUS-MIL-MS-DETAIL.
       05 CUS-MIL-MS-AGE-DIS             PIC ZZ9.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 CUS-MIL-MS-LABEL-DIS           PIC X(20).
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 CUS-MIL-MS-CAND-DIS            PIC Z(9)9.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 CUS-MIL-MS-EXCL-DIS            PIC Z(8)9.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 CUS-MIL-MS-MAILED-DIS          PIC Z(8)9.

 01 CUS-MIL-RPT-SECTION-LINE.
       05 FILLER                         PIC X(4)  VALUE '*** '.
       05 CUS-MIL-RPT-SECTION-DIS        PIC X(40).

 01 CUS-MIL-RPT-NONE-LINE.
       05 FILLER                         PIC X(4)  VALUE SPACES.
       05 CUS-MIL-RPT-NONE-DIS           PIC X(76).

 01 CUS-MIL-TOTAL-LINE.
       05 CUS-MIL-TOT-LABEL              PIC X(24).
       05 CUS-MIL-TOT-VALUE              PIC ZZZZZZZ9.

 01 CUS-MIL-RPT-PAGE-CNT                 PIC 9(3) VALUE 0.
 01 CUS-MIL-RPT-LINE-CNT                 PIC 9(2) VALUE 99.
 01 CUS-MIL-RPT-MAX-LINES                PIC 9(2) VALUE 55.

 PROCEDURE DIVISION.

*>----------------------------------------------------------------------
 0000-MAINLINE SECTION.
*>----------------------------------------------------------------------

    PERFORM 1000-INITIALIZE THRU 1000-EXIT

    IF CUS-MIL-ISOLATE-OK AND RETURN-CODE < 8
       MOVE 'CANDIDATES EXCLUDED FROM THE MAILING'
          TO CUS-MIL-RPT-SECTION-DIS
       PERFORM 3300-PRINT-SECTION THRU 3300-EXIT
       PERFORM 3400-PRINT-EXC-HEADINGS THRU 3400-EXIT
       PERFORM 2000-SCAN-ONE-PAGE THRU 2000-EXIT
          UNTIL CUS-MIL-NO-MORE-ROWS
       IF CUS-MIL-EXCL-CNT = 0
          MOVE 'NO CANDIDATE EXCLUDED' TO CUS-MIL-RPT-NONE-DIS
          WRITE CUS-MIL-RPT-LINE FROM CUS-MIL-RPT-NONE-LINE
             AFTER ADVANCING 1 LINE
          ADD 1 TO CUS-MIL-RPT-LINE-CNT
       END-IF
    END-IF

    PERFORM 8000-TERMINATE THRU 8000-EXIT

    STOP RUN.

 0000-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 1000-INITIALIZE SECTION.
*>----------------------------------------------------------------------

    ACCEPT CUS-MIL-RUN-DATE-RAW FROM DATE YYYYMMDD

    STRING CUS-MIL-RUN-MM   DELIMITED BY SIZE
           '/'              DELIMITED BY SIZE
           CUS-MIL-RUN-DD   DELIMITED BY SIZE
           '/'              DELIMITED BY SIZE
           CUS-MIL-RUN-YYYY DELIMITED BY SIZE
      INTO CUS-MIL-RUN-DATE-DIS
    END-STRING

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
          SET CUS-MIL-ISOLATE-OK TO TRUE
       ELSE
          DISPLAY 'CUSMILE FAILED - GRAAL_CREATE_ISOLATE RESPONSE CODE ' RESPONSE
          MOVE 8 TO RETURN-CODE
       END-IF
    END-IF.

 1000-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 1100-LOAD-PARM SECTION.
*>----------------------------------------------------------------------
*>   Reads the one MILEPARM record, works out the month and loads the
*>   milestone table.  A month or an age that is present but unusable
*>   stops the run - letters for the wrong month or the wrong age are
*>   worse than letters a day late.

    OPEN INPUT MILEPARM-FILE

    IF CUS-MIL-PARM-STATUS-OK
       READ MILEPARM-FILE
         AT END
            DISPLAY 'MILEPARM IS EMPTY - RUN CANNOT CONTINUE'
            MOVE 12 TO RETURN-CODE
       END-READ
       CLOSE MILEPARM-FILE
    ELSE
       DISPLAY 'UNABLE TO OPEN MILEPARM - STATUS ' CUS-MIL-PARM-STATUS
       MOVE 12 TO RETURN-CODE
    END-IF

    IF RETURN-CODE NOT = 0
       GO TO 1100-EXIT
    END-IF

    MOVE MILEPARM-URI  TO URI
    MOVE MILEPARM-USER TO USER
    MOVE MILEPARM-PWD  TO PWD

    IF MILEPARM-MONTH = SPACES
       IF CUS-MIL-RUN-MM = 12
          COMPUTE CUS-MIL-MONTH-YYYY = CUS-MIL-RUN-YYYY + 1
          MOVE 1 TO CUS-MIL-MONTH-MM
       ELSE
          MOVE CUS-MIL-RUN-YYYY TO CUS-MIL-MONTH-YYYY
          COMPUTE CUS-MIL-MONTH-MM = CUS-MIL-RUN-MM + 1
       END-IF
    ELSE
       IF MILEPARM-MONTH(1:4) NOT NUMERIC
             OR MILEPARM-MONTH(5:1) NOT = '-'
             OR MILEPARM-MONTH(6:2) NOT NUMERIC
          DISPLAY 'MILEPARM MONTH IS NOT YYYY-MM - RUN CANNOT CONTINUE: '
             MILEPARM-MONTH
          MOVE 12 TO RETURN-CODE
          GO TO 1100-EXIT
       END-IF
       MOVE MILEPARM-MONTH(1:4) TO CUS-MIL-MONTH-YYYY
       MOVE MILEPARM-MONTH(6:2) TO CUS-MIL-MONTH-MM
       IF CUS-MIL-MONTH-MM < 1 OR CUS-MIL-MONTH-MM > 12
          DISPLAY 'MILEPARM MONTH IS NOT YYYY-MM - RUN CANNOT CONTINUE: '
             MILEPARM-MONTH
          MOVE 12 TO RETURN-CODE
          GO TO 1100-EXIT
       END-IF
    END-IF

    DIVIDE CUS-MIL-MONTH-YYYY BY 4
       GIVING CUS-MIL-LEAP-QUOT REMAINDER CUS-MIL-LEAP-REM
    IF CUS-MIL-LEAP-REM = 0
       SET CUS-MIL-LEAP-YEAR TO TRUE
       DIVIDE CUS-MIL-MONTH-YYYY BY 100
          GIVING CUS-MIL-LEAP-QUOT REMAINDER CUS-MIL-LEAP-REM
       IF CUS-MIL-LEAP-REM = 0
          MOVE 'N' TO CUS-MIL-LEAP-SW
          DIVIDE CUS-MIL-MONTH-YYYY BY 400
             GIVING CUS-MIL-LEAP-QUOT REMAINDER CUS-MIL-LEAP-REM
          IF CUS-MIL-LEAP-REM = 0
             SET CUS-MIL-LEAP-YEAR TO TRUE
          END-IF
       END-IF
    END-IF

    PERFORM 1150-LOAD-MILESTONE THRU 1150-EXIT
       VARYING CUS-MIL-MS-IDX FROM 1 BY 1
       UNTIL CUS-MIL-MS-IDX > CUS-MIL-MS-MAX

    IF RETURN-CODE = 0 AND CUS-MIL-MS-CNT = 0
       DISPLAY 'MILEPARM CARRIES NO MILESTONE AGE - RUN CANNOT CONTINUE'
       MOVE 12 TO RETURN-CODE
    END-IF.

 1100-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 1150-LOAD-MILESTONE SECTION.
*>----------------------------------------------------------------------
*>   Takes up one MILEPARM slot.  An age keyed twice would put the
*>   same customer on the feed twice, so it is refused.

    IF MILEPARM-AGE(CUS-MIL-MS-IDX) = SPACES
       GO TO 1150-EXIT
    END-IF

    IF MILEPARM-AGE(CUS-MIL-MS-IDX) NOT NUMERIC
          OR MILEPARM-AGE-N(CUS-MIL-MS-IDX) = 0
       DISPLAY 'MILEPARM AGE IS NOT A NUMBER OF YEARS - RUN CANNOT CONTINUE: '
          MILEPARM-AGE(CUS-MIL-MS-IDX)
       MOVE 12 TO RETURN-CODE
       GO TO 1150-EXIT
    END-IF

    MOVE 1 TO CUS-MIL-MS-CHK
    PERFORM 1160-NEXT-MILESTONE THRU 1160-EXIT
       UNTIL CUS-MIL-MS-CHK > CUS-MIL-MS-CNT
          OR CUS-MIL-MS-AGE(CUS-MIL-MS-CHK)
                = MILEPARM-AGE-N(CUS-MIL-MS-IDX)

    IF CUS-MIL-MS-CHK <= CUS-MIL-MS-CNT
       DISPLAY 'MILEPARM AGE IS LISTED TWICE - RUN CANNOT CONTINUE: '
          MILEPARM-AGE(CUS-MIL-MS-IDX)
       MOVE 12 TO RETURN-CODE
       GO TO 1150-EXIT
    END-IF

    ADD 1 TO CUS-MIL-MS-CNT
    INITIALIZE CUS-MIL-MS(CUS-MIL-MS-CNT)
    MOVE MILEPARM-AGE-N(CUS-MIL-MS-IDX) TO CUS-MIL-MS-AGE(CUS-MIL-MS-CNT)
    MOVE MILEPARM-LABEL(CUS-MIL-MS-IDX) TO CUS-MIL-MS-LABEL(CUS-MIL-MS-CNT).

 1150-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 1160-NEXT-MILESTONE SECTION.
*>----------------------------------------------------------------------

    ADD 1 TO CUS-MIL-MS-CHK.

 1160-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 1165-COMPUTE-TRIM-LEN SECTION.
*>----------------------------------------------------------------------
*>   Scans CUS-MIL-TRIM-WORK from the right for the last non-space
*>   character and returns its position in CUS-MIL-TRIM-LEN (1 if the
*>   field is all spaces).

    MOVE ZERO TO CUS-MIL-TRIM-LEN
    MOVE LENGTH OF CUS-MIL-TRIM-WORK TO CUS-MIL-TRIM-IDX

    PERFORM 1166-TEST-TRIM-CHAR THRU 1166-EXIT
       UNTIL CUS-MIL-TRIM-IDX = ZERO OR CUS-MIL-TRIM-LEN > ZERO

    IF CUS-MIL-TRIM-LEN = ZERO
       MOVE 1 TO CUS-MIL-TRIM-LEN
    END-IF.

 1165-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 1166-TEST-TRIM-CHAR SECTION.
*>----------------------------------------------------------------------

    IF CUS-MIL-TRIM-WORK(CUS-MIL-TRIM-IDX:1) NOT = SPACE
       MOVE CUS-MIL-TRIM-IDX TO CUS-MIL-TRIM-LEN
    ELSE
       SUBTRACT 1 FROM CUS-MIL-TRIM-IDX
    END-IF.

 1166-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 1200-OPEN-FILES SECTION.
*>----------------------------------------------------------------------

    OPEN OUTPUT MILERPT

    IF NOT CUS-MIL-RPT-STATUS-OK
       DISPLAY 'UNABLE TO OPEN MILERPT - STATUS ' CUS-MIL-RPT-STATUS
       MOVE 12 TO RETURN-CODE
       GO TO 1200-EXIT
    END-IF

    SET CUS-MIL-RPT-IS-OPEN TO TRUE

    OPEN OUTPUT MILEFEED

    IF NOT CUS-MIL-FEED-STATUS-OK
       DISPLAY 'UNABLE TO OPEN MILEFEED - STATUS ' CUS-MIL-FEED-STATUS
       MOVE 12 TO RETURN-CODE
       GO TO 1200-EXIT
    END-IF

    SET CUS-MIL-FEED-IS-OPEN TO TRUE

    MOVE SPACES TO CUS-MIL-FEED-WORK
    STRING 'H|'                 DELIMITED BY SIZE
           CUS-MIL-RUN-DATE-DIS DELIMITED BY SIZE
           '|'                  DELIMITED BY SIZE
           CUS-MIL-MONTH        DELIMITED BY SIZE
      INTO CUS-MIL-FEED-WORK
    END-STRING

    WRITE CUS-MIL-FEED-LINE FROM CUS-MIL-FEED-WORK.

 1200-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2000-SCAN-ONE-PAGE SECTION.
*>----------------------------------------------------------------------
*>   Fetches one page of the customers born in the month selected, in
*>   CUS_ID order, whatever their status - the closed and the purged
*>   have to be seen to be listed as exclusions.  A null column comes
*>   back empty.

    MOVE SPACES TO QUERY
    STRING "SELECT CUS_ID, CUS_NAME || '|' || COALESCE(TO_CHAR(CUS_DOB, 'YYYY-MM-DD'), '') || '|' || COALESCE(CUS_ADDR1, '') || '|' || COALESCE(CUS_ADDR2, '') || '|' || COALESCE(CUS_CITY, '') || '|' || COALESCE(CUS_POSTAL, '') || '|' || COALESCE(CUS_EMAIL, '') || '|' "
                                DELIMITED BY SIZE
           "|| COALESCE(CUS_STATUS, '') || '|', 0 FROM CUS WHERE TO_CHAR(CUS_DOB, 'MM') = '"
                                DELIMITED BY SIZE
           CUS-MIL-MONTH-MM     DELIMITED BY SIZE
           "' ORDER BY CUS_ID OFFSET "
                                DELIMITED BY SIZE
           CUS-MIL-OFFSET       DELIMITED BY SIZE
           " LIMIT "            DELIMITED BY SIZE
           CUS-MIL-PAGE-SIZE    DELIMITED BY SIZE
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
       PERFORM 2100-SELECT-ONE-ROW THRU 2100-EXIT
          VARYING I FROM 1 BY 1 UNTIL I > RESULT
       CALL STATIC 'free_results' using
          BY VALUE GRAAL_ISOLATETHREAD_T
          BY REFERENCE CUS
          BY VALUE RESULT
          returning RESPONSE
       END-CALL
       IF RESULT < CUS-MIL-PAGE-SIZE
          SET CUS-MIL-NO-MORE-ROWS TO TRUE
       ELSE
          ADD CUS-MIL-PAGE-SIZE TO CUS-MIL-OFFSET
       END-IF
    ELSE
       IF RESULT < 0
          PERFORM 2950-GET-ERROR-DETAIL THRU 2950-EXIT
          DISPLAY 'MILESTONE SELECTION FAILED - SQLCODE ' CUS-MIL-ERROR-CODE
             ' - ' CUS-MIL-ERROR-TEXT
          MOVE 8 TO RETURN-CODE
       END-IF
       SET CUS-MIL-NO-MORE-ROWS TO TRUE
    END-IF.

 2000-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2100-SELECT-ONE-ROW SECTION.
*>----------------------------------------------------------------------
*>   Splits one row out of the string column.  The age reached this
*>   year is the year selected less the birth year; a row whose age is
*>   no milestone is passed over, any other is a candidate and is
*>   either mailed or excluded.

    ADD 1 TO CUS-MIL-SCAN-CNT

    MOVE CUS-ID(I) TO CUS-MIL-ROW-ID

    MOVE SPACES TO CUS-MIL-ROW-NAME
    MOVE SPACES TO CUS-MIL-ROW-DOB
    MOVE SPACES TO CUS-MIL-ROW-ADDR1
    MOVE SPACES TO CUS-MIL-ROW-ADDR2
    MOVE SPACES TO CUS-MIL-ROW-CITY
    MOVE SPACES TO CUS-MIL-ROW-POSTAL
    MOVE SPACES TO CUS-MIL-ROW-EMAIL
    MOVE SPACES TO CUS-MIL-ROW-STATUS

    SET ADDRESS OF CUS-MIL-ROW-STR TO CUS-NAME-PTR(I)
    UNSTRING CUS-MIL-ROW-STR DELIMITED BY '|'
       INTO CUS-MIL-ROW-NAME
            CUS-MIL-ROW-DOB
            CUS-MIL-ROW-ADDR1
            CUS-MIL-ROW-ADDR2
            CUS-MIL-ROW-CITY
            CUS-MIL-ROW-POSTAL
            CUS-MIL-ROW-EMAIL
            CUS-MIL-ROW-STATUS
    END-UNSTRING

    IF CUS-MIL-ROW-DOB-YYYY NOT NUMERIC
          OR CUS-MIL-ROW-DOB-DD NOT NUMERIC
       GO TO 2100-EXIT
    END-IF

    MOVE CUS-MIL-ROW-DOB-YYYY TO CUS-MIL-BIRTH-YYYY
    IF CUS-MIL-BIRTH-YYYY >= CUS-MIL-MONTH-YYYY
       GO TO 2100-EXIT
    END-IF
    COMPUTE CUS-MIL-REACHED-AGE = CUS-MIL-MONTH-YYYY - CUS-MIL-BIRTH-YYYY

    MOVE 1 TO CUS-MIL-MS-IDX
    PERFORM 2110-NEXT-MILESTONE THRU 2110-EXIT
       UNTIL CUS-MIL-MS-IDX > CUS-MIL-MS-CNT
          OR CUS-MIL-MS-AGE(CUS-MIL-MS-IDX) = CUS-MIL-REACHED-AGE

    IF CUS-MIL-MS-IDX > CUS-MIL-MS-CNT
       GO TO 2100-EXIT
    END-IF

    ADD 1 TO CUS-MIL-CAND-CNT
    ADD 1 TO CUS-MIL-MS-CAND(CUS-MIL-MS-IDX)

    MOVE CUS-MIL-MONTH-YYYY TO CUS-MIL-REACHED-YYYY
    MOVE CUS-MIL-MONTH-MM   TO CUS-MIL-REACHED-MM
    MOVE CUS-MIL-ROW-DOB-DD TO CUS-MIL-REACHED-DD
    IF CUS-MIL-ROW-DOB-MM = '02' AND CUS-MIL-ROW-DOB-DD = '29'
          AND NOT CUS-MIL-LEAP-YEAR
       MOVE '28' TO CUS-MIL-REACHED-DD
    END-IF

    PERFORM 2200-CHECK-CHANNELS THRU 2200-EXIT

    MOVE SPACES TO CUS-MIL-EXCL-REASON

    EVALUATE TRUE
       WHEN CUS-MIL-ROW-CLOSED
          MOVE 'CLOSED' TO CUS-MIL-EXCL-REASON
          ADD 1 TO CUS-MIL-CLOSED-CNT
       WHEN NOT CUS-MIL-ROW-OPEN
          MOVE 'NOT OPEN' TO CUS-MIL-EXCL-REASON
          ADD 1 TO CUS-MIL-NOT-OPEN-CNT
       WHEN NOT CUS-MIL-ROW-POST-OK AND NOT CUS-MIL-ROW-EMAIL-OK
          MOVE 'NO USABLE ADDRESS' TO CUS-MIL-EXCL-REASON
          ADD 1 TO CUS-MIL-NO-ADDR-CNT
       WHEN OTHER
          CONTINUE
    END-EVALUATE

    IF CUS-MIL-EXCL-REASON NOT = SPACES
       ADD 1 TO CUS-MIL-EXCL-CNT
       ADD 1 TO CUS-MIL-MS-EXCL(CUS-MIL-MS-IDX)
       PERFORM 2300-LIST-EXCLUSION THRU 2300-EXIT
    ELSE
       ADD 1 TO CUS-MIL-MS-MAILED(CUS-MIL-MS-IDX)
       PERFORM 2400-WRITE-FEED-REC THRU 2400-EXIT
    END-IF.

 2100-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2110-NEXT-MILESTONE SECTION.
*>----------------------------------------------------------------------

    ADD 1 TO CUS-MIL-MS-IDX.

 2110-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2200-CHECK-CHANNELS SECTION.
*>----------------------------------------------------------------------
*>   A postal address is usable when CUSAUDIT's Q09 would pass it -
*>   a first line, a city and an NNNNN(-NNNN) postal code.  An e-mail
*>   is usable when it passes CUSEDIT's shape edit.

    MOVE 'N' TO CUS-MIL-ROW-POST-SW
    MOVE 'N' TO CUS-MIL-ROW-EMAIL-SW

    IF CUS-MIL-ROW-ADDR1 NOT = SPACES
          AND CUS-MIL-ROW-CITY NOT = SPACES
          AND CUS-MIL-ROW-POSTAL(1:5) NUMERIC
          AND (CUS-MIL-ROW-POSTAL(6:5) = SPACES
             OR (CUS-MIL-ROW-POSTAL(6:1) = '-'
                AND CUS-MIL-ROW-POSTAL(7:4) NUMERIC))
       SET CUS-MIL-ROW-POST-OK TO TRUE
    END-IF

    IF CUS-MIL-ROW-EMAIL NOT = SPACES
       PERFORM 2250-CHECK-EMAIL-SHAPE THRU 2250-EXIT
       IF NOT CUS-MIL-EML-BAD
          SET CUS-MIL-ROW-EMAIL-OK TO TRUE
       END-IF
    END-IF.

 2200-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2250-CHECK-EMAIL-SHAPE SECTION.
*>----------------------------------------------------------------------
*>   CUSEDIT's e-mail edit: one pass over the significant text counting
*>   the '@'s and remembering where the single one sits, failing any
*>   embedded blank, and looking for a dot after the '@'.

    MOVE 'N' TO CUS-MIL-EML-BAD-SW
    MOVE 'N' TO CUS-MIL-EML-DOT-SW
    MOVE 0 TO CUS-MIL-EML-AT-POS
    MOVE 0 TO CUS-MIL-EML-AT-CNT

    MOVE 40 TO CUS-MIL-EML-LEN
    PERFORM 2252-TRIM-EMAIL-CHAR THRU 2252-EXIT
       UNTIL CUS-MIL-EML-LEN = 1
          OR CUS-MIL-ROW-EMAIL(CUS-MIL-EML-LEN:1) NOT = SPACE

    PERFORM 2251-SCAN-EMAIL-CHAR THRU 2251-EXIT
       VARYING CUS-MIL-EML-IDX FROM 1 BY 1
       UNTIL CUS-MIL-EML-IDX > CUS-MIL-EML-LEN

    IF CUS-MIL-EML-AT-CNT NOT = 1
          OR CUS-MIL-EML-AT-POS < 2
          OR CUS-MIL-EML-AT-POS >= CUS-MIL-EML-LEN
          OR NOT CUS-MIL-EML-DOT-AFTER-AT
       SET CUS-MIL-EML-BAD TO TRUE
    END-IF.

 2250-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2251-SCAN-EMAIL-CHAR SECTION.
*>----------------------------------------------------------------------

    EVALUATE CUS-MIL-ROW-EMAIL(CUS-MIL-EML-IDX:1)
       WHEN '@'
          ADD 1 TO CUS-MIL-EML-AT-CNT
          MOVE CUS-MIL-EML-IDX TO CUS-MIL-EML-AT-POS
       WHEN '.'
          IF CUS-MIL-EML-AT-CNT > 0
             SET CUS-MIL-EML-DOT-AFTER-AT TO TRUE
          END-IF
       WHEN SPACE
          SET CUS-MIL-EML-BAD TO TRUE
       WHEN OTHER
          CONTINUE
    END-EVALUATE.

 2251-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2252-TRIM-EMAIL-CHAR SECTION.
*>----------------------------------------------------------------------

    SUBTRACT 1 FROM CUS-MIL-EML-LEN.

 2252-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2300-LIST-EXCLUSION SECTION.
*>----------------------------------------------------------------------

    IF CUS-MIL-RPT-LINE-CNT >= CUS-MIL-RPT-MAX-LINES
       PERFORM 3200-PRINT-HEADINGS THRU 3200-EXIT
       PERFORM 3400-PRINT-EXC-HEADINGS THRU 3400-EXIT
    END-IF

    MOVE CUS-MIL-ROW-ID                 TO CUS-MIL-EXC-ID-DIS
    MOVE CUS-MIL-ROW-NAME               TO CUS-MIL-EXC-NAME-DIS
    MOVE CUS-MIL-MS-AGE(CUS-MIL-MS-IDX) TO CUS-MIL-EXC-AGE-DIS
    MOVE CUS-MIL-REACHED-DATE           TO CUS-MIL-EXC-DATE-DIS
    MOVE CUS-MIL-EXCL-REASON            TO CUS-MIL-EXC-REASON-DIS

    WRITE CUS-MIL-RPT-LINE FROM CUS-MIL-EXC-DETAIL AFTER ADVANCING 1 LINE
    ADD 1 TO CUS-MIL-RPT-LINE-CNT.

 2300-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2400-WRITE-FEED-REC SECTION.
*>----------------------------------------------------------------------
*>   Writes the customer as one 'D' record and rolls it into the
*>   trailer's hash total:
*>     D|cus_id|name|addr1|addr2|city|postal|email|age|milestone|
*>       date reached|channel
*>   Every text column is trimmed of its padding.  The channel is
*>   POST, EMAIL or BOTH; the channel that is not usable goes out
*>   blank.

    EVALUATE TRUE
       WHEN CUS-MIL-ROW-POST-OK AND CUS-MIL-ROW-EMAIL-OK
          MOVE 'BOTH' TO CUS-MIL-CHANNEL
          ADD 1 TO CUS-MIL-BOTH-CNT
       WHEN CUS-MIL-ROW-POST-OK
          MOVE 'POST' TO CUS-MIL-CHANNEL
          MOVE SPACES TO CUS-MIL-ROW-EMAIL
          ADD 1 TO CUS-MIL-POST-ONLY-CNT
       WHEN OTHER
          MOVE 'EMAIL' TO CUS-MIL-CHANNEL
          MOVE SPACES TO CUS-MIL-ROW-ADDR1
          MOVE SPACES TO CUS-MIL-ROW-ADDR2
          MOVE SPACES TO CUS-MIL-ROW-CITY
          MOVE SPACES TO CUS-MIL-ROW-POSTAL
          ADD 1 TO CUS-MIL-EMAIL-ONLY-CNT
    END-EVALUATE

    MOVE CUS-MIL-ROW-ID                 TO CUS-MIL-FEED-ID-DIS
    MOVE CUS-MIL-MS-AGE(CUS-MIL-MS-IDX) TO CUS-MIL-FEED-AGE-DIS

    MOVE SPACES TO CUS-MIL-FEED-WORK
    MOVE 1 TO CUS-MIL-FEED-PTR
    STRING 'D|'                DELIMITED BY SIZE
           CUS-MIL-FEED-ID-DIS DELIMITED BY SIZE
      INTO CUS-MIL-FEED-WORK WITH POINTER CUS-MIL-FEED-PTR
    END-STRING

    MOVE CUS-MIL-ROW-NAME   TO CUS-MIL-FEED-FLD
    PERFORM 2450-APPEND-FEED-FIELD THRU 2450-EXIT
    MOVE CUS-MIL-ROW-ADDR1  TO CUS-MIL-FEED-FLD
    PERFORM 2450-APPEND-FEED-FIELD THRU 2450-EXIT
    MOVE CUS-MIL-ROW-ADDR2  TO CUS-MIL-FEED-FLD
    PERFORM 2450-APPEND-FEED-FIELD THRU 2450-EXIT
    MOVE CUS-MIL-ROW-CITY   TO CUS-MIL-FEED-FLD
    PERFORM 2450-APPEND-FEED-FIELD THRU 2450-EXIT
    MOVE CUS-MIL-ROW-POSTAL TO CUS-MIL-FEED-FLD
    PERFORM 2450-APPEND-FEED-FIELD THRU 2450-EXIT
    MOVE CUS-MIL-ROW-EMAIL  TO CUS-MIL-FEED-FLD
    PERFORM 2450-APPEND-FEED-FIELD THRU 2450-EXIT
    MOVE CUS-MIL-FEED-AGE-DIS TO CUS-MIL-FEED-FLD
    PERFORM 2450-APPEND-FEED-FIELD THRU 2450-EXIT
    MOVE CUS-MIL-MS-LABEL(CUS-MIL-MS-IDX) TO CUS-MIL-FEED-FLD
    PERFORM 2450-APPEND-FEED-FIELD THRU 2450-EXIT
    MOVE CUS-MIL-REACHED-DATE TO CUS-MIL-FEED-FLD
    PERFORM 2450-APPEND-FEED-FIELD THRU 2450-EXIT
    MOVE CUS-MIL-CHANNEL    TO CUS-MIL-FEED-FLD
    PERFORM 2450-APPEND-FEED-FIELD THRU 2450-EXIT

    WRITE CUS-MIL-FEED-LINE FROM CUS-MIL-FEED-WORK

    ADD 1 TO CUS-MIL-FEED-REC-CNT
    ADD CUS-MIL-ROW-ID TO CUS-MIL-FEED-HASH.

 2400-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2450-APPEND-FEED-FIELD SECTION.
*>----------------------------------------------------------------------
*>   Appends one '|'-delimited column to the feed record under
*>   construction.  An all-blank field still appends its delimiter as
*>   one significant blank - the column positions never shift.

    MOVE SPACES TO CUS-MIL-TRIM-WORK
    MOVE CUS-MIL-FEED-FLD TO CUS-MIL-TRIM-WORK
    PERFORM 1165-COMPUTE-TRIM-LEN THRU 1165-EXIT

    STRING '|' DELIMITED BY SIZE
           CUS-MIL-TRIM-WORK(1:CUS-MIL-TRIM-LEN) DELIMITED BY SIZE
      INTO CUS-MIL-FEED-WORK WITH POINTER CUS-MIL-FEED-PTR
    END-STRING.

 2450-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2950-GET-ERROR-DETAIL SECTION.
*>----------------------------------------------------------------------

    CALL STATIC 'exec_get_last_error' using
        BY VALUE GRAAL_ISOLATETHREAD_T
        BY REFERENCE CUS-MIL-ERROR-TEXT
        returning CUS-MIL-ERROR-CODE
    END-CALL.

 2950-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 3200-PRINT-HEADINGS SECTION.
*>----------------------------------------------------------------------

    ADD 1 TO CUS-MIL-RPT-PAGE-CNT
    MOVE CUS-MIL-RUN-DATE-DIS TO CUS-MIL-RPT-DATE-DIS
    MOVE CUS-MIL-RPT-PAGE-CNT TO CUS-MIL-RPT-PAGE-DIS
    MOVE CUS-MIL-MONTH        TO CUS-MIL-RPT-MONTH-DIS

    WRITE CUS-MIL-RPT-LINE FROM CUS-MIL-RPT-HEADING1 AFTER ADVANCING PAGE
    WRITE CUS-MIL-RPT-LINE FROM CUS-MIL-RPT-HEADING2 AFTER ADVANCING 1 LINE

    MOVE 2 TO CUS-MIL-RPT-LINE-CNT.

 3200-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 3300-PRINT-SECTION SECTION.
*>----------------------------------------------------------------------
*>   A section title, kept off the foot of a page.

    IF CUS-MIL-RPT-LINE-CNT >= CUS-MIL-RPT-MAX-LINES - 3
       PERFORM 3200-PRINT-HEADINGS THRU 3200-EXIT
    END-IF

    WRITE CUS-MIL-RPT-LINE FROM CUS-MIL-RPT-SECTION-LINE
       AFTER ADVANCING 2 LINES
    ADD 2 TO CUS-MIL-RPT-LINE-CNT.

 3300-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 3400-PRINT-EXC-HEADINGS SECTION.
*>----------------------------------------------------------------------

    WRITE CUS-MIL-RPT-LINE FROM CUS-MIL-EXC-HEADING1 AFTER ADVANCING 2 LINES
    WRITE CUS-MIL-RPT-LINE FROM CUS-MIL-EXC-HEADING2 AFTER ADVANCING 1 LINE
    ADD 3 TO CUS-MIL-RPT-LINE-CNT.

 3400-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 8000-TERMINATE SECTION.
*>----------------------------------------------------------------------

    IF CUS-MIL-ISOLATE-OK
       CALL STATIC 'graal_detach_thread' using
              BY VALUE GRAAL_ISOLATETHREAD_T
              returning RESPONSE
       END-CALL

       IF RESPONSE NOT equal 0
          DISPLAY 'graal_detach_thread failed'
       END-IF
    END-IF

    IF CUS-MIL-FEED-IS-OPEN
       PERFORM 8200-WRITE-FEED-TRAILER THRU 8200-EXIT
       CLOSE MILEFEED
    END-IF

    IF CUS-MIL-RPT-IS-OPEN
       PERFORM 8100-PRINT-TOTALS THRU 8100-EXIT
       CLOSE MILERPT
    END-IF

    DISPLAY 'CUSMILE SUMMARY - MONTH ' CUS-MIL-MONTH
       ' CANDIDATES ' CUS-MIL-CAND-CNT
       ' EXCLUDED ' CUS-MIL-EXCL-CNT
       ' MAILED ' CUS-MIL-FEED-REC-CNT.

 8000-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 8100-PRINT-TOTALS SECTION.
*>----------------------------------------------------------------------
*>   The selection by milestone and the balancing totals.  Candidates
*>   always equal excluded plus mailed; the mailed count is the count
*>   on the MILEFEED trailer.  A note under the totals tells the reader
*>   why purged customers appear nowhere on the report.

    MOVE 'SELECTION BY MILESTONE' TO CUS-MIL-RPT-SECTION-DIS
    PERFORM 3300-PRINT-SECTION THRU 3300-EXIT

    WRITE CUS-MIL-RPT-LINE FROM CUS-MIL-MS-HEADING1 AFTER ADVANCING 2 LINES
    WRITE CUS-MIL-RPT-LINE FROM CUS-MIL-MS-HEADING2 AFTER ADVANCING 1 LINE
    ADD 3 TO CUS-MIL-RPT-LINE-CNT

    PERFORM 8150-PRINT-ONE-MILESTONE THRU 8150-EXIT
       VARYING CUS-MIL-MS-IDX FROM 1 BY 1
       UNTIL CUS-MIL-MS-IDX > CUS-MIL-MS-CNT

    MOVE 'CONTROL TOTALS' TO CUS-MIL-RPT-SECTION-DIS
    PERFORM 3300-PRINT-SECTION THRU 3300-EXIT

    MOVE 'BORN IN THE MONTH       ' TO CUS-MIL-TOT-LABEL
    MOVE CUS-MIL-SCAN-CNT           TO CUS-MIL-TOT-VALUE
    WRITE CUS-MIL-RPT-LINE FROM CUS-MIL-TOTAL-LINE AFTER ADVANCING 2 LINES

    MOVE 'MILESTONE CANDIDATES    ' TO CUS-MIL-TOT-LABEL
    MOVE CUS-MIL-CAND-CNT           TO CUS-MIL-TOT-VALUE
    WRITE CUS-MIL-RPT-LINE FROM CUS-MIL-TOTAL-LINE AFTER ADVANCING 1 LINE

    MOVE '  EXCLUDED - CLOSED     ' TO CUS-MIL-TOT-LABEL
    MOVE CUS-MIL-CLOSED-CNT         TO CUS-MIL-TOT-VALUE
    WRITE CUS-MIL-RPT-LINE FROM CUS-MIL-TOTAL-LINE AFTER ADVANCING 1 LINE

    MOVE '  EXCLUDED - NOT OPEN   ' TO CUS-MIL-TOT-LABEL
    MOVE CUS-MIL-NOT-OPEN-CNT       TO CUS-MIL-TOT-VALUE
    WRITE CUS-MIL-RPT-LINE FROM CUS-MIL-TOTAL-LINE AFTER ADVANCING 1 LINE

    MOVE '  EXCLUDED - NO ADDRESS ' TO CUS-MIL-TOT-LABEL
    MOVE CUS-MIL-NO-ADDR-CNT        TO CUS-MIL-TOT-VALUE
    WRITE CUS-MIL-RPT-LINE FROM CUS-MIL-TOTAL-LINE AFTER ADVANCING 1 LINE

    MOVE '  EXCLUDED IN ALL       ' TO CUS-MIL-TOT-LABEL
    MOVE CUS-MIL-EXCL-CNT           TO CUS-MIL-TOT-VALUE
    WRITE CUS-MIL-RPT-LINE FROM CUS-MIL-TOTAL-LINE AFTER ADVANCING 1 LINE

    MOVE '  MAILED - POST ONLY    ' TO CUS-MIL-TOT-LABEL
    MOVE CUS-MIL-POST-ONLY-CNT      TO CUS-MIL-TOT-VALUE
    WRITE CUS-MIL-RPT-LINE FROM CUS-MIL-TOTAL-LINE AFTER ADVANCING 1 LINE

    MOVE '  MAILED - E-MAIL ONLY  ' TO CUS-MIL-TOT-LABEL
    MOVE CUS-MIL-EMAIL-ONLY-CNT     TO CUS-MIL-TOT-VALUE
    WRITE CUS-MIL-RPT-LINE FROM CUS-MIL-TOTAL-LINE AFTER ADVANCING 1 LINE

    MOVE '  MAILED - BOTH         ' TO CUS-MIL-TOT-LABEL
    MOVE CUS-MIL-BOTH-CNT           TO CUS-MIL-TOT-VALUE
    WRITE CUS-MIL-RPT-LINE FROM CUS-MIL-TOTAL-LINE AFTER ADVANCING 1 LINE

    MOVE '  MAILED IN ALL         ' TO CUS-MIL-TOT-LABEL
    MOVE CUS-MIL-FEED-REC-CNT       TO CUS-MIL-TOT-VALUE
    WRITE CUS-MIL-RPT-LINE FROM CUS-MIL-TOTAL-LINE AFTER ADVANCING 1 LINE

    MOVE 'PURGED CUSTOMERS HOLD NO BIRTH DATE AND ARE NEVER CANDIDATES.'
       TO CUS-MIL-RPT-NONE-DIS
    WRITE CUS-MIL-RPT-LINE FROM CUS-MIL-RPT-NONE-LINE
       AFTER ADVANCING 2 LINES

    IF RETURN-CODE >= 8
       MOVE 'SELECTION INCOMPLETE - MILEFEED HAS NO TRAILER'
          TO CUS-MIL-RPT-NONE-DIS
       WRITE CUS-MIL-RPT-LINE FROM CUS-MIL-RPT-NONE-LINE
          AFTER ADVANCING 2 LINES
    END-IF.

 8100-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 8150-PRINT-ONE-MILESTONE SECTION.
*>----------------------------------------------------------------------

    IF CUS-MIL-RPT-LINE-CNT >= CUS-MIL-RPT-MAX-LINES
       PERFORM 3200-PRINT-HEADINGS THRU 3200-EXIT
    END-IF

    MOVE CUS-MIL-MS-AGE(CUS-MIL-MS-IDX)    TO CUS-MIL-MS-AGE-DIS
    MOVE CUS-MIL-MS-LABEL(CUS-MIL-MS-IDX)  TO CUS-MIL-MS-LABEL-DIS
    MOVE CUS-MIL-MS-CAND(CUS-MIL-MS-IDX)   TO CUS-MIL-MS-CAND-DIS
    MOVE CUS-MIL-MS-EXCL(CUS-MIL-MS-IDX)   TO CUS-MIL-MS-EXCL-DIS
    MOVE CUS-MIL-MS-MAILED(CUS-MIL-MS-IDX) TO CUS-MIL-MS-MAILED-DIS

    WRITE CUS-MIL-RPT-LINE FROM CUS-MIL-MS-DETAIL AFTER ADVANCING 1 LINE
    ADD 1 TO CUS-MIL-RPT-LINE-CNT.

 8150-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 8200-WRITE-FEED-TRAILER SECTION.
*>----------------------------------------------------------------------
*>   The trailer goes out only when the whole month was selected; a
*>   run that failed part way leaves the file without one, which is
*>   the signal the mailing house treats as incomplete.

    IF RETURN-CODE < 8
       MOVE SPACES TO CUS-MIL-FEED-WORK
       STRING 'T|'                 DELIMITED BY SIZE
              CUS-MIL-FEED-REC-CNT DELIMITED BY SIZE
              '|'                  DELIMITED BY SIZE
              CUS-MIL-FEED-HASH    DELIMITED BY SIZE
              '|OK'                DELIMITED BY SIZE
         INTO CUS-MIL-FEED-WORK
       END-STRING

       WRITE CUS-MIL-FEED-LINE FROM CUS-MIL-FEED-WORK
    END-IF.

 8200-EXIT.
    EXIT.

 END PROGRAM CUSMILE.
