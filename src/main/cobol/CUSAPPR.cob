 IDENTIFICATION DIVISION.
 PROGRAM-ID. CUSAPPR.

*> The dual-control approval step.  CUSEDIT holds every transaction
*> that closes, merges away or reopens a customer, or changes a
*> customer's name or birth date, on APPRNEW instead of passing it to
*> CUSTRANV; this program carries those holds on a rolling approval
*> master until a second person - never the clerk who keyed the
*> batch - records a decision on them.
*>
*> Each night it applies the decision cards keyed since the last run,
*> releases approved holds into the night's CUSTRANV (or, when still
*> effective-dated ahead, onto the end of PENDNEW for the CUSPEND
*> release step), sends declined holds and holds left undecided past
*> the age limit to CUSSUSP under their own reason codes, and lists
*> everything still waiting with the values CUS holds now beside the
*> values requested - the listing the approver decides from.
*>
*> It runs after CUSEDIT and before CUSPEND, CUSSUSPM and CUSMAINT.
*> Like CUSPEND it extends files CUSEDIT has just written, so a rerun
*> belongs with a rerun of CUSEDIT.

 ENVIRONMENT DIVISION.

 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
*> MAINTPARM carries the JDBC connection details the current-value
*> lookups use - the same database CUSEDIT edited against and CUSMAINT
*> applies to - and the approval-hold age limit.
     SELECT MAINTPARM-FILE ASSIGN TO "MAINTPARM"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CUS-APR-CONNPARM-STATUS.

*> APPRMSTI is the approval master the prior run wrote - every hold
*> still awaiting a decision.  A first run has no master yet; the
*> file simply not being there starts it fresh.
     SELECT APPRMSTI-FILE ASSIGN TO "APPRMSTI"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CUS-APR-MSTI-STATUS.

*> APPRNEW is tonight's holds exactly as CUSEDIT wrote them - see the
*> FD there for the record this program reads back.
     SELECT APPRNEW-FILE ASSIGN TO "APPRNEW"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CUS-APR-NEW-STATUS.

*> APPRDEC is the approvers' decision cards - one per hold, naming it
*> by type, CUS_ID and the date it was held, with approve or decline
*> and the approver's own ID.  A night with no decisions needs no
*> file.
     SELECT APPRDEC-FILE ASSIGN TO "APPRDEC"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CUS-APR-DEC-STATUS.

*> CUSTRANV is tonight's passed transactions, opened for append - an
*> approved hold joins the end of the feed CUSMAINT applies.
     SELECT CUSTRANV-FILE ASSIGN TO "CUSTRANV"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CUS-APR-VALID-STATUS.

*> PENDNEW is tonight's effective-dated holds, opened for append - an
*> approved hold whose effective date is still to come waits there
*> for CUSPEND to release it on the day.
     SELECT PENDNEW-FILE ASSIGN TO "PENDNEW"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CUS-APR-PEND-STATUS.

*> CUSSUSP is tonight's rejects, opened for append - declined and
*> aged-out holds join CUSEDIT's rejects there so CUSSUSPM tracks them
*> like any other.
     SELECT CUSSUSP-FILE ASSIGN TO "CUSSUSP"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CUS-APR-SUSP-STATUS.

*> APPRMSTO is the new master this run hands the next one.
     SELECT APPRMSTO-FILE ASSIGN TO "APPRMSTO"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CUS-APR-MSTO-STATUS.

*> APPRRPT is the printable approval listing.
     SELECT APPRRPT ASSIGN TO "APPRRPT"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CUS-APR-RPT-STATUS.

 DATA DIVISION.
 FILE SECTION.
 FD  MAINTPARM-FILE.
 01  MAINTPARM-REC.
     05 MAINTPARM-URI                    PIC X(50).
     05 MAINTPARM-USER                   PIC X(20).
     05 MAINTPARM-PWD                    PIC X(20).
*> CUSMAINT's commit-control and interlock fields and CUSEDIT's
*> effective-date horizon, not used here.
     05 FILLER                           PIC X(14).
*> The most days a hold may wait undecided - blank or zero takes
*> CUS-APR-MAX-AGE.
     05 MAINTPARM-APPR-MAX-AGE           PIC X(3).
     05 MAINTPARM-APPR-MAX-AGE-N REDEFINES MAINTPARM-APPR-MAX-AGE
                                         PIC 9(3).

 FD  APPRMSTI-FILE.
 01  CUS-APR-MSTI-REC                    PIC X(221).

 FD  APPRNEW-FILE.
 01  CUS-APR-NEW-REC                     PIC X(221).

 FD  APPRDEC-FILE.
 01  CUS-APR-DEC-REC.
     05 CUS-APR-DEC-TYPE                 PIC X(1).
     05 CUS-APR-DEC-ID                   PIC X(9).
     05 CUS-APR-DEC-HELD-DATE            PIC X(10).
     05 CUS-APR-DEC-ACTION               PIC X(1).
        88 CUS-APR-DEC-APPROVE           VALUE 'A'.
        88 CUS-APR-DEC-DECLINE           VALUE 'D'.
     05 CUS-APR-DEC-BY                   PIC X(8).

 FD  CUSTRANV-FILE.
 01  CUS-APR-VALID-REC                   PIC X(198).

*> The CUSEDIT pending record - see the FD there.
 FD  PENDNEW-FILE.
 01  CUS-APR-PEND-REC.
     05 CUS-APR-PEND-IMAGE               PIC X(198).
     05 CUS-APR-PEND-HELD-DATE           PIC X(10).
     05 CUS-APR-PEND-SET-COLS            PIC X(5).

*> The CUSEDIT suspense record - see the FD there.
 FD  CUSSUSP-FILE.
 01  CUS-APR-SUSP-REC.
     05 CUS-APR-SUSP-IMAGE               PIC X(188).
     05 CUS-APR-SUSP-REJ-DATE            PIC X(10).
     05 CUS-APR-SUSP-REASON              PIC X(3).
     05 CUS-APR-SUSP-RESUB               PIC 9(2).
     05 CUS-APR-SUSP-EFF-DATE            PIC X(10).

 FD  APPRMSTO-FILE.
 01  CUS-APR-MSTO-REC                    PIC X(221).

 FD  APPRRPT.
 01  CUS-APR-RPT-LINE                    PIC X(80).

 WORKING-STORAGE SECTION.

 01 CUS-APR-CONNPARM-STATUS              PIC X(2).
    88 CUS-APR-CONNPARM-STATUS-OK        VALUE '00'.

 01 CUS-APR-MSTI-STATUS                  PIC X(2).
    88 CUS-APR-MSTI-STATUS-OK            VALUE '00'.
    88 CUS-APR-MSTI-EOF                  VALUE '10'.

 01 CUS-APR-NEW-STATUS                   PIC X(2).
    88 CUS-APR-NEW-STATUS-OK             VALUE '00'.
    88 CUS-APR-NEW-EOF                   VALUE '10'.

 01 CUS-APR-DEC-STATUS                   PIC X(2).
    88 CUS-APR-DEC-STATUS-OK             VALUE '00'.
    88 CUS-APR-DEC-EOF                   VALUE '10'.

 01 CUS-APR-VALID-STATUS                 PIC X(2).
    88 CUS-APR-VALID-STATUS-OK           VALUE '00'.

 01 CUS-APR-VALID-OPEN-SW                PIC X(1) VALUE 'N'.
    88 CUS-APR-VALID-IS-OPEN             VALUE 'Y'.

 01 CUS-APR-PEND-STATUS                  PIC X(2).
    88 CUS-APR-PEND-STATUS-OK            VALUE '00'.

 01 CUS-APR-PEND-OPEN-SW                 PIC X(1) VALUE 'N'.
    88 CUS-APR-PEND-IS-OPEN              VALUE 'Y'.

 01 CUS-APR-SUSP-STATUS                  PIC X(2).
    88 CUS-APR-SUSP-STATUS-OK            VALUE '00'.

 01 CUS-APR-SUSP-OPEN-SW                 PIC X(1) VALUE 'N'.
    88 CUS-APR-SUSP-IS-OPEN              VALUE 'Y'.

 01 CUS-APR-MSTO-STATUS                  PIC X(2).
    88 CUS-APR-MSTO-STATUS-OK            VALUE '00'.

 01 CUS-APR-MSTO-OPEN-SW                 PIC X(1) VALUE 'N'.
    88 CUS-APR-MSTO-IS-OPEN              VALUE 'Y'.

 01 CUS-APR-RPT-STATUS                   PIC X(2).
    88 CUS-APR-RPT-STATUS-OK             VALUE '00'.

 01 CUS-APR-RPT-OPEN-SW                  PIC X(1) VALUE 'N'.
    88 CUS-APR-RPT-IS-OPEN               VALUE 'Y'.

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
 01 QUERY                                PIC X(260).

 01 CUS BASED.
    05 CUS-STRUCT OCCURS 20.
       10 CUS-ID                         USAGE BINARY-DOUBLE.
       10 CUS-NAME-PTR                   USAGE POINTER.
       10 CUS-AGE                        USAGE BINARY-DOUBLE.

 01 CUS-POINTER                          USAGE POINTER.

*> The current-values string column - name, birth date, status and
*> close date '|'-joined with a trailing '|' sentinel - mapped over
*> the row's pointer.
 01 CUS-APR-CUR-STR                      PIC X(200) BASED.

*> A database that cannot be reached does not stop the run - the
*> decisions, releases and ageing need none of it - but the listing
*> then shows no current values, and the run ends as a warning.
 01 CUS-APR-ISOLATE-SW                   PIC X(1) VALUE 'N'.
    88 CUS-APR-ISOLATE-OK                VALUE 'Y'.

 01 CUS-APR-ERROR-CODE                   USAGE BINARY-LONG.
 01 CUS-APR-ERROR-TEXT                   PIC X(200).

*> CUS-APR-MAX-AGE is the most days a hold may wait undecided before
*> it is sent to suspense as aged out.
 01 CUS-APR-MAX-AGE                      PIC 9(3) VALUE 10.

*> The whole master, prior holds plus tonight's, worked on in storage.
*> One entry per hold: its disposition this run, the transaction image
*> as keyed, the date CUSEDIT held it, its keyer, the columns a change
*> sets and - once decided - its approver.
 01 CUS-APR-TABLE-MAX                    PIC 9(4) VALUE 5000.
 01 CUS-APR-ENTRY-CNT                    PIC 9(4) VALUE 0.
 01 CUS-APR-ENTRY-TABLE.
    05 CUS-APR-ENT OCCURS 5000.
       10 CUS-APR-ENT-STATUS            PIC X(1).
          88 CUS-APR-ENT-HELD           VALUE 'H'.
          88 CUS-APR-ENT-APPROVED       VALUE 'A'.
          88 CUS-APR-ENT-DECLINED       VALUE 'D'.
          88 CUS-APR-ENT-AGED-OUT       VALUE 'G'.
       10 CUS-APR-ENT-IMAGE             PIC X(198).
       10 CUS-APR-ENT-KEY REDEFINES CUS-APR-ENT-IMAGE.
          15 CUS-APR-ENT-TYPE           PIC X(1).
          15 CUS-APR-ENT-ID             PIC X(9).
          15 CUS-APR-ENT-NAME           PIC X(20).
          15 CUS-APR-ENT-AGE            PIC X(3).
          15 CUS-APR-ENT-DOB            PIC X(10).
          15 FILLER                     PIC X(145).
          15 CUS-APR-ENT-EFF-DATE       PIC X(10).
       10 CUS-APR-ENT-HELD-DATE         PIC X(10).
       10 CUS-APR-ENT-KEYER             PIC X(8).
       10 CUS-APR-ENT-SET-COLS          PIC X(5).
       10 CUS-APR-ENT-DECIDED-BY        PIC X(8).

 01 CUS-APR-IDX                          PIC 9(4).
 01 CUS-APR-SCAN-IDX                     PIC 9(4).
 01 CUS-APR-FOUND-SW                     PIC X(1).
    88 CUS-APR-FOUND                     VALUE 'Y'.
 01 CUS-APR-KEYER-HIT-SW                 PIC X(1).
    88 CUS-APR-KEYER-HIT                 VALUE 'Y'.

*> Hold-record work area in the 221-byte file shape - the master and
*> CUSEDIT's APPRNEW share it.  The set columns ride last, so a master
*> written before they existed still loads - blank.
 01 CUS-APR-MST-WORK.
    05 CUS-APR-MST-IMAGE                 PIC X(198).
    05 CUS-APR-MST-HELD-DATE             PIC X(10).
    05 CUS-APR-MST-KEYER                 PIC X(8).
    05 CUS-APR-MST-SET-COLS              PIC X(5).

*> Released-transaction work area in the CUSTRAN layout.  A change was
*> edited against the age its birth date derived on the day it was
*> keyed, and approval can take days, so the age is re-derived as of
*> tonight before release, the way CUSPEND and CUSBKOUT do.  The merge
*> view is the survivor id an 'M' carries where the name would go.
 01 CUS-APR-TRAN-WORK.
    05 CUS-APR-TRAN-TYPE                 PIC X(1).
    05 CUS-APR-TRAN-ID                   PIC X(9).
    05 CUS-APR-TRAN-NAME                 PIC X(20).
    05 CUS-APR-TRAN-AGE                  PIC 9(3).
    05 CUS-APR-TRAN-DOB                  PIC X(10).
    05 FILLER                            PIC X(145).
    05 CUS-APR-TRAN-EFF-DATE             PIC X(10).
 01 CUS-APR-TRAN-MRG REDEFINES CUS-APR-TRAN-WORK.
    05 FILLER                            PIC X(10).
    05 CUS-APR-TRAN-SURV-ID              PIC X(9).
    05 FILLER                            PIC X(179).

 01 CUS-APR-DOB-YYYY                     PIC 9(4).
 01 CUS-APR-DOB-MM                       PIC 9(2).
 01 CUS-APR-DOB-DD                       PIC 9(2).
 01 CUS-APR-DOB-MMDD                     PIC 9(4).
 01 CUS-APR-RUN-MMDD                     PIC 9(4).
 01 CUS-APR-DRV-AGE                      PIC S9(4).

*> Hold age in days, taken in serial day numbers - the civil-calendar
*> day count CUSSUSPM ages suspense by.
 01 CUS-APR-DTN-DATE                     PIC X(10).
 01 CUS-APR-DTN-YYYY                     PIC 9(4).
 01 CUS-APR-DTN-MM                       PIC 9(2).
 01 CUS-APR-DTN-DD                       PIC 9(2).
 01 CUS-APR-DTN-Y                        PIC 9(4).
 01 CUS-APR-DTN-M                        PIC 9(2).
 01 CUS-APR-DTN-T1                       PIC 9(7).
 01 CUS-APR-DTN-T2                       PIC 9(7).
 01 CUS-APR-DTN-T3                       PIC 9(7).
 01 CUS-APR-DTN-T4                       PIC 9(7).
 01 CUS-APR-DTN-NUM                      PIC 9(7).
 01 CUS-APR-RUN-DAYNUM                   PIC 9(7).
 01 CUS-APR-HOLD-DAYS                    PIC S9(7).

*> Current values CUS holds for the hold being listed.
 01 CUS-APR-CUR-SW                       PIC X(1).
    88 CUS-APR-CUR-FOUND                 VALUE 'F'.
    88 CUS-APR-CUR-NOT-ON-FILE           VALUE 'N'.
    88 CUS-APR-CUR-UNAVAILABLE           VALUE 'U'.
 01 CUS-APR-CUR-NAME                     PIC X(20).
 01 CUS-APR-CUR-DOB                      PIC X(10).
 01 CUS-APR-CUR-STATUS                   PIC X(1).
 01 CUS-APR-CUR-CLOSE-DATE               PIC X(10).

 01 CUS-APR-PRIOR-CNT                    PIC 9(6) VALUE 0.
 01 CUS-APR-NEW-CNT                      PIC 9(6) VALUE 0.
 01 CUS-APR-DEC-READ-CNT                 PIC 9(6) VALUE 0.
 01 CUS-APR-DEC-BAD-CNT                  PIC 9(6) VALUE 0.
 01 CUS-APR-APPROVED-CNT                 PIC 9(6) VALUE 0.
 01 CUS-APR-DECLINED-CNT                 PIC 9(6) VALUE 0.
 01 CUS-APR-AGED-CNT                     PIC 9(6) VALUE 0.
 01 CUS-APR-STILL-CNT                    PIC 9(6) VALUE 0.

*> ------------------------- REPORT PRINT AREAS ------------------------
 01 CUS-APR-RUN-DATE-RAW                 PIC 9(8).
 01 CUS-APR-RUN-DATE-GROUP REDEFINES CUS-APR-RUN-DATE-RAW.
    05 CUS-APR-RUN-YYYY                  PIC 9(4).
    05 CUS-APR-RUN-MM                    PIC 9(2).
    05 CUS-APR-RUN-DD                    PIC 9(2).
 01 CUS-APR-RUN-DATE-DIS                 PIC X(10).

 01 CUS-APR-RUN-DATE-ISO.
    05 CUS-APR-RUN-ISO-YYYY              PIC 9(4).
    05 FILLER                            PIC X(1) VALUE '-'.
    05 CUS-APR-RUN-ISO-MM                PIC 9(2).
    05 FILLER                            PIC X(1) VALUE '-'.
    05 CUS-APR-RUN-ISO-DD                PIC 9(2).

 01 CUS-APR-RPT-HEADING1.
       05 FILLER                         PIC X(10) VALUE 'RUN DATE: '.
       05 CUS-APR-RPT-DATE-DIS           PIC X(10).
       05 FILLER                         PIC X(16) VALUE SPACES.
       05 FILLER                         PIC X(24) VALUE
          'APPROVAL HOLD LISTING'.
       05 FILLER                         PIC X(11) VALUE SPACES.
       05 FILLER                         PIC X(5)  VALUE 'PAGE '.
       05 CUS-APR-RPT-PAGE-DIS           PIC ZZZ9.

 01 CUS-APR-RPT-HEADING2.
       05 FILLER                         PIC X(2)  VALUE 'TY'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(9)  VALUE '   CUS_ID'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(10) VALUE 'HELD ON'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(8)  VALUE 'KEYED BY'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(10) VALUE 'EFFECTIVE'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(31) VALUE 'DISPOSITION'.

 01 CUS-APR-RPT-HEADING3.
       05 FILLER                         PIC X(2)  VALUE '--'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(9)  VALUE '---------'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(10) VALUE '----------'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(8)  VALUE '--------'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(10) VALUE '----------'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(31) VALUE
          '-------------------------------'.

 01 CUS-APR-RPT-DETAIL.
       05 CUS-APR-RPT-TYPE-DIS           PIC X(2).
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 CUS-APR-RPT-ID-DIS             PIC X(9).
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 CUS-APR-RPT-HELD-DIS           PIC X(10).
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 CUS-APR-RPT-KEYER-DIS          PIC X(8).
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 CUS-APR-RPT-EFF-DIS            PIC X(10).
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 CUS-APR-RPT-DISP-DIS           PIC X(31).

*> The side-by-side lines under each hold still awaiting a decision -
*> what the transaction asks for, then what CUS holds now.
 01 CUS-APR-RPT-COMPARE.
       05 FILLER                         PIC X(4)  VALUE SPACES.
       05 CUS-APR-CMP-LABEL              PIC X(11).
       05 CUS-APR-CMP-NAME               PIC X(20).
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 CUS-APR-CMP-DOB                PIC X(10).
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 CUS-APR-CMP-TEXT               PIC X(31).

 01 CUS-APR-RPT-SECTION                  PIC X(40).

 01 CUS-APR-TOTAL-LINE.
       05 CUS-APR-TOT-LABEL              PIC X(24).
       05 CUS-APR-TOT-VALUE              PIC ZZZZZ9.

 01 CUS-APR-RPT-PAGE-CNT                 PIC 9(3) VALUE 0.
 01 CUS-APR-RPT-LINE-CNT                 PIC 9(2) VALUE 99.
 01 CUS-APR-RPT-MAX-LINES                PIC 9(2) VALUE 55.

 PROCEDURE DIVISION.

*>----------------------------------------------------------------------
 0000-MAINLINE SECTION.
*>----------------------------------------------------------------------

    PERFORM 1000-INITIALIZE THRU 1000-EXIT

    IF RETURN-CODE < 12
       PERFORM 2000-LOAD-PRIOR-MASTER THRU 2000-EXIT
    END-IF

    IF RETURN-CODE < 12
       PERFORM 2500-LOAD-NEW-HOLDS THRU 2500-EXIT
    END-IF

    IF RETURN-CODE < 12
       PERFORM 6500-PRINT-HEADINGS THRU 6500-EXIT
       PERFORM 3000-APPLY-DECISIONS THRU 3000-EXIT
    END-IF

    IF RETURN-CODE < 12
       PERFORM 4000-DISPOSE-HOLDS THRU 4000-EXIT
       PERFORM 5000-WRITE-NEW-MASTER THRU 5000-EXIT
       PERFORM 6000-LIST-AWAITING THRU 6000-EXIT
    END-IF

    PERFORM 8000-TERMINATE THRU 8000-EXIT

    STOP RUN.

 0000-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 1000-INITIALIZE SECTION.
*>----------------------------------------------------------------------

    ACCEPT CUS-APR-RUN-DATE-RAW FROM DATE YYYYMMDD

    STRING CUS-APR-RUN-MM   DELIMITED BY SIZE
           '/'              DELIMITED BY SIZE
           CUS-APR-RUN-DD   DELIMITED BY SIZE
           '/'              DELIMITED BY SIZE
           CUS-APR-RUN-YYYY DELIMITED BY SIZE
      INTO CUS-APR-RUN-DATE-DIS
    END-STRING

    MOVE CUS-APR-RUN-YYYY TO CUS-APR-RUN-ISO-YYYY
    MOVE CUS-APR-RUN-MM   TO CUS-APR-RUN-ISO-MM
    MOVE CUS-APR-RUN-DD   TO CUS-APR-RUN-ISO-DD
    MOVE CUS-APR-RUN-DATE-RAW(5:4) TO CUS-APR-RUN-MMDD

    MOVE CUS-APR-RUN-DATE-ISO TO CUS-APR-DTN-DATE
    PERFORM 7100-DATE-TO-DAYNUM THRU 7100-EXIT
    MOVE CUS-APR-DTN-NUM TO CUS-APR-RUN-DAYNUM

    PERFORM 1100-LOAD-CONN-PARM THRU 1100-EXIT

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
          SET CUS-APR-ISOLATE-OK TO TRUE
       ELSE
          DISPLAY 'CUSAPPR - GRAAL_CREATE_ISOLATE RESPONSE CODE ' RESPONSE
             ' - LISTING WITHOUT CURRENT CUS VALUES'
          MOVE 4 TO RETURN-CODE
       END-IF
    END-IF.

 1000-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 1100-LOAD-CONN-PARM SECTION.
*>----------------------------------------------------------------------
*>   Reads the one MAINTPARM record shipped for this run - the bridge
*>   connection and, when one is set, the hold age limit.

    OPEN INPUT MAINTPARM-FILE

    IF CUS-APR-CONNPARM-STATUS-OK
       READ MAINTPARM-FILE
         AT END
            DISPLAY 'MAINTPARM IS EMPTY - RUN CANNOT CONTINUE'
            MOVE 12 TO RETURN-CODE
       END-READ
       CLOSE MAINTPARM-FILE
       MOVE MAINTPARM-URI  TO URI
       MOVE MAINTPARM-USER TO USER
       MOVE MAINTPARM-PWD  TO PWD
       IF MAINTPARM-APPR-MAX-AGE NUMERIC
          IF MAINTPARM-APPR-MAX-AGE-N > ZERO
             MOVE MAINTPARM-APPR-MAX-AGE-N TO CUS-APR-MAX-AGE
          END-IF
       END-IF
    ELSE
       DISPLAY 'UNABLE TO OPEN MAINTPARM - STATUS ' CUS-APR-CONNPARM-STATUS
       MOVE 12 TO RETURN-CODE
    END-IF.

 1100-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 1200-OPEN-FILES SECTION.
*>----------------------------------------------------------------------
*>   Opens the four outputs.  The three files CUSEDIT wrote tonight are
*>   extended, not replaced.

    OPEN EXTEND CUSTRANV-FILE
    IF NOT CUS-APR-VALID-STATUS-OK
       DISPLAY 'UNABLE TO OPEN CUSTRANV - STATUS ' CUS-APR-VALID-STATUS
       MOVE 12 TO RETURN-CODE
    ELSE
       SET CUS-APR-VALID-IS-OPEN TO TRUE
    END-IF

    IF RETURN-CODE = 0
       OPEN EXTEND PENDNEW-FILE
       IF NOT CUS-APR-PEND-STATUS-OK
          DISPLAY 'UNABLE TO OPEN PENDNEW - STATUS ' CUS-APR-PEND-STATUS
          MOVE 12 TO RETURN-CODE
       ELSE
          SET CUS-APR-PEND-IS-OPEN TO TRUE
       END-IF
    END-IF

    IF RETURN-CODE = 0
       OPEN EXTEND CUSSUSP-FILE
       IF NOT CUS-APR-SUSP-STATUS-OK
          DISPLAY 'UNABLE TO OPEN CUSSUSP - STATUS ' CUS-APR-SUSP-STATUS
          MOVE 12 TO RETURN-CODE
       ELSE
          SET CUS-APR-SUSP-IS-OPEN TO TRUE
       END-IF
    END-IF

    IF RETURN-CODE = 0
       OPEN OUTPUT APPRMSTO-FILE
       IF NOT CUS-APR-MSTO-STATUS-OK
          DISPLAY 'UNABLE TO OPEN APPRMSTO - STATUS ' CUS-APR-MSTO-STATUS
          MOVE 12 TO RETURN-CODE
       ELSE
          SET CUS-APR-MSTO-IS-OPEN TO TRUE
       END-IF
    END-IF

    IF RETURN-CODE = 0
       OPEN OUTPUT APPRRPT
       IF NOT CUS-APR-RPT-STATUS-OK
          DISPLAY 'UNABLE TO OPEN APPRRPT - STATUS ' CUS-APR-RPT-STATUS
          MOVE 12 TO RETURN-CODE
       ELSE
          SET CUS-APR-RPT-IS-OPEN TO TRUE
       END-IF
    END-IF.

 1200-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2000-LOAD-PRIOR-MASTER SECTION.
*>----------------------------------------------------------------------
*>   Loads the master the prior run wrote.  A master that is simply
*>   not there is the first run of the cycle, not an error.

    OPEN INPUT APPRMSTI-FILE

    IF CUS-APR-MSTI-STATUS-OK
       PERFORM 2100-READ-PRIOR-REC THRU 2100-EXIT
          UNTIL CUS-APR-MSTI-EOF OR RETURN-CODE = 12
       CLOSE APPRMSTI-FILE
       MOVE CUS-APR-ENTRY-CNT TO CUS-APR-PRIOR-CNT
    ELSE
       DISPLAY 'NO PRIOR APPROVAL MASTER FOUND - STARTING A FRESH MASTER'
    END-IF.

 2000-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2100-READ-PRIOR-REC SECTION.
*>----------------------------------------------------------------------

    READ APPRMSTI-FILE
       AT END
          CONTINUE
       NOT AT END
          MOVE CUS-APR-MSTI-REC TO CUS-APR-MST-WORK
          PERFORM 2900-ADD-ENTRY THRU 2900-EXIT
    END-READ.

 2100-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2500-LOAD-NEW-HOLDS SECTION.
*>----------------------------------------------------------------------
*>   Adds tonight's holds behind the prior ones, so the master stays in
*>   the order the transactions were keyed.

    OPEN INPUT APPRNEW-FILE

    IF NOT CUS-APR-NEW-STATUS-OK
       DISPLAY 'UNABLE TO OPEN APPRNEW - STATUS ' CUS-APR-NEW-STATUS
       MOVE 12 TO RETURN-CODE
       GO TO 2500-EXIT
    END-IF

    PERFORM 2600-READ-NEW-REC THRU 2600-EXIT
       UNTIL CUS-APR-NEW-EOF OR RETURN-CODE = 12

    CLOSE APPRNEW-FILE.

 2500-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2600-READ-NEW-REC SECTION.
*>----------------------------------------------------------------------

    READ APPRNEW-FILE
       AT END
          CONTINUE
       NOT AT END
          MOVE CUS-APR-NEW-REC TO CUS-APR-MST-WORK
          PERFORM 2900-ADD-ENTRY THRU 2900-EXIT
          ADD 1 TO CUS-APR-NEW-CNT
    END-READ.

 2600-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2900-ADD-ENTRY SECTION.
*>----------------------------------------------------------------------

    IF CUS-APR-ENTRY-CNT >= CUS-APR-TABLE-MAX
       DISPLAY 'MORE THAN ' CUS-APR-TABLE-MAX
          ' APPROVAL HOLDS - RUN CANNOT CONTINUE'
       MOVE 12 TO RETURN-CODE
    ELSE
       ADD 1 TO CUS-APR-ENTRY-CNT
       MOVE 'H' TO CUS-APR-ENT-STATUS(CUS-APR-ENTRY-CNT)
       MOVE CUS-APR-MST-IMAGE
          TO CUS-APR-ENT-IMAGE(CUS-APR-ENTRY-CNT)
       MOVE CUS-APR-MST-HELD-DATE
          TO CUS-APR-ENT-HELD-DATE(CUS-APR-ENTRY-CNT)
       MOVE CUS-APR-MST-KEYER
          TO CUS-APR-ENT-KEYER(CUS-APR-ENTRY-CNT)
       MOVE CUS-APR-MST-SET-COLS
          TO CUS-APR-ENT-SET-COLS(CUS-APR-ENTRY-CNT)
       MOVE SPACES
          TO CUS-APR-ENT-DECIDED-BY(CUS-APR-ENTRY-CNT)
    END-IF.

 2900-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 3000-APPLY-DECISIONS SECTION.
*>----------------------------------------------------------------------
*>   Each card decides the first hold still undecided with its type,
*>   CUS_ID and held date.  A card that cannot be applied is printed
*>   with the reason and the hold it meant stays as it was; the run
*>   ends as a warning so the approver sees the listing.  A night
*>   without an APPRDEC file simply has no decisions.

    MOVE 'DECISION CARDS NOT APPLIED' TO CUS-APR-RPT-SECTION
    PERFORM 6600-PRINT-SECTION THRU 6600-EXIT

    OPEN INPUT APPRDEC-FILE

    IF NOT CUS-APR-DEC-STATUS-OK
       GO TO 3000-EXIT
    END-IF

    PERFORM 3100-READ-DEC-REC THRU 3100-EXIT
       UNTIL CUS-APR-DEC-EOF

    CLOSE APPRDEC-FILE.

 3000-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 3100-READ-DEC-REC SECTION.
*>----------------------------------------------------------------------

    READ APPRDEC-FILE
       AT END
          CONTINUE
       NOT AT END
          ADD 1 TO CUS-APR-DEC-READ-CNT
          PERFORM 3200-DECIDE-ONE THRU 3200-EXIT
    END-READ.

 3100-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 3200-DECIDE-ONE SECTION.
*>----------------------------------------------------------------------
*>   The approver must name themselves, and may not be the clerk who
*>   keyed the batch the hold came from - that is the whole point of
*>   the hold.  A hold keyed by the approver is passed over, so when
*>   the same transaction sits twice under different keyers the card
*>   still finds the one it may decide.

    IF NOT CUS-APR-DEC-APPROVE AND NOT CUS-APR-DEC-DECLINE
       MOVE 'ACTION IS NOT A OR D' TO CUS-APR-RPT-DISP-DIS
       PERFORM 3400-PRINT-BAD-CARD THRU 3400-EXIT
       GO TO 3200-EXIT
    END-IF

    IF CUS-APR-DEC-BY = SPACES
       MOVE 'NO APPROVER ID ON CARD' TO CUS-APR-RPT-DISP-DIS
       PERFORM 3400-PRINT-BAD-CARD THRU 3400-EXIT
       GO TO 3200-EXIT
    END-IF

    MOVE 'N' TO CUS-APR-FOUND-SW
    MOVE 'N' TO CUS-APR-KEYER-HIT-SW

    PERFORM 3300-TEST-ONE-HOLD THRU 3300-EXIT
       VARYING CUS-APR-SCAN-IDX FROM 1 BY 1
       UNTIL CUS-APR-FOUND OR CUS-APR-SCAN-IDX > CUS-APR-ENTRY-CNT

    IF NOT CUS-APR-FOUND
       IF CUS-APR-KEYER-HIT
          MOVE 'APPROVER KEYED IT - NOT APPLIED' TO CUS-APR-RPT-DISP-DIS
       ELSE
          MOVE 'NO SUCH HOLD AWAITING DECISION' TO CUS-APR-RPT-DISP-DIS
       END-IF
       PERFORM 3400-PRINT-BAD-CARD THRU 3400-EXIT
    END-IF.

 3200-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 3300-TEST-ONE-HOLD SECTION.
*>----------------------------------------------------------------------

    IF CUS-APR-ENT-HELD(CUS-APR-SCAN-IDX)
          AND CUS-APR-ENT-TYPE(CUS-APR-SCAN-IDX) = CUS-APR-DEC-TYPE
          AND CUS-APR-ENT-ID(CUS-APR-SCAN-IDX) = CUS-APR-DEC-ID
          AND CUS-APR-ENT-HELD-DATE(CUS-APR-SCAN-IDX)
             = CUS-APR-DEC-HELD-DATE
       IF CUS-APR-ENT-KEYER(CUS-APR-SCAN-IDX) = CUS-APR-DEC-BY
          SET CUS-APR-KEYER-HIT TO TRUE
       ELSE
          SET CUS-APR-FOUND TO TRUE
          MOVE CUS-APR-DEC-BY
             TO CUS-APR-ENT-DECIDED-BY(CUS-APR-SCAN-IDX)
          IF CUS-APR-DEC-APPROVE
             SET CUS-APR-ENT-APPROVED(CUS-APR-SCAN-IDX) TO TRUE
          ELSE
             SET CUS-APR-ENT-DECLINED(CUS-APR-SCAN-IDX) TO TRUE
          END-IF
       END-IF
    END-IF.

 3300-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 3400-PRINT-BAD-CARD SECTION.
*>----------------------------------------------------------------------

    ADD 1 TO CUS-APR-DEC-BAD-CNT
    IF RETURN-CODE < 4
       MOVE 4 TO RETURN-CODE
    END-IF

    MOVE CUS-APR-DEC-TYPE      TO CUS-APR-RPT-TYPE-DIS
    MOVE CUS-APR-DEC-ID        TO CUS-APR-RPT-ID-DIS
    MOVE CUS-APR-DEC-HELD-DATE TO CUS-APR-RPT-HELD-DIS
    MOVE CUS-APR-DEC-BY        TO CUS-APR-RPT-KEYER-DIS
    MOVE SPACES                TO CUS-APR-RPT-EFF-DIS
    PERFORM 6200-PRINT-DETAIL THRU 6200-EXIT.

 3400-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 4000-DISPOSE-HOLDS SECTION.
*>----------------------------------------------------------------------
*>   Acts on every decided hold, and ages out every hold still
*>   undecided past CUS-APR-MAX-AGE days.

    MOVE 'DECIDED AND AGED-OUT HOLDS' TO CUS-APR-RPT-SECTION
    PERFORM 6600-PRINT-SECTION THRU 6600-EXIT

    PERFORM 4100-DISPOSE-ONE THRU 4100-EXIT
       VARYING CUS-APR-IDX FROM 1 BY 1
       UNTIL CUS-APR-IDX > CUS-APR-ENTRY-CNT.

 4000-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 4100-DISPOSE-ONE SECTION.
*>----------------------------------------------------------------------

    IF CUS-APR-ENT-HELD(CUS-APR-IDX)
       MOVE CUS-APR-ENT-HELD-DATE(CUS-APR-IDX) TO CUS-APR-DTN-DATE
       PERFORM 7100-DATE-TO-DAYNUM THRU 7100-EXIT
       COMPUTE CUS-APR-HOLD-DAYS
          = CUS-APR-RUN-DAYNUM - CUS-APR-DTN-NUM
       IF CUS-APR-HOLD-DAYS > CUS-APR-MAX-AGE
          SET CUS-APR-ENT-AGED-OUT(CUS-APR-IDX) TO TRUE
       END-IF
    END-IF

    EVALUATE TRUE
       WHEN CUS-APR-ENT-APPROVED(CUS-APR-IDX)
          PERFORM 4200-RELEASE-APPROVED THRU 4200-EXIT
       WHEN CUS-APR-ENT-DECLINED(CUS-APR-IDX)
          MOVE 'A01' TO CUS-APR-SUSP-REASON
          PERFORM 4300-WRITE-SUSPENSE THRU 4300-EXIT
          ADD 1 TO CUS-APR-DECLINED-CNT
          MOVE SPACES TO CUS-APR-RPT-DISP-DIS
          STRING 'DECLINED BY ' DELIMITED BY SIZE
                 CUS-APR-ENT-DECIDED-BY(CUS-APR-IDX) DELIMITED BY SIZE
                 ' - A01'       DELIMITED BY SIZE
            INTO CUS-APR-RPT-DISP-DIS
          END-STRING
          PERFORM 6100-PRINT-ENTRY THRU 6100-EXIT
       WHEN CUS-APR-ENT-AGED-OUT(CUS-APR-IDX)
          MOVE 'A02' TO CUS-APR-SUSP-REASON
          PERFORM 4300-WRITE-SUSPENSE THRU 4300-EXIT
          ADD 1 TO CUS-APR-AGED-CNT
          MOVE 'AGED OUT UNDECIDED - A02' TO CUS-APR-RPT-DISP-DIS
          PERFORM 6100-PRINT-ENTRY THRU 6100-EXIT
       WHEN OTHER
          CONTINUE
    END-EVALUATE.

 4100-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 4200-RELEASE-APPROVED SECTION.
*>----------------------------------------------------------------------
*>   An approved hold goes to tonight's CUSTRANV - or, when its
*>   effective date is still to come, to PENDNEW to wait for it, with
*>   the columns it sets for CUSPEND to rebuild it by.  The ISO dates
*>   compare as text.  An add or change has its age re-derived as of
*>   tonight before it goes anywhere.

    MOVE CUS-APR-ENT-IMAGE(CUS-APR-IDX) TO CUS-APR-TRAN-WORK

    IF (CUS-APR-TRAN-TYPE = 'A' OR CUS-APR-TRAN-TYPE = 'C')
          AND CUS-APR-TRAN-DOB(1:4) NUMERIC
          AND CUS-APR-TRAN-DOB(1:4) NOT = '0000'
          AND CUS-APR-TRAN-DOB(6:2) NUMERIC
          AND CUS-APR-TRAN-DOB(9:2) NUMERIC
       MOVE CUS-APR-TRAN-DOB(1:4) TO CUS-APR-DOB-YYYY
       MOVE CUS-APR-TRAN-DOB(6:2) TO CUS-APR-DOB-MM
       MOVE CUS-APR-TRAN-DOB(9:2) TO CUS-APR-DOB-DD
       COMPUTE CUS-APR-DOB-MMDD
          = CUS-APR-DOB-MM * 100 + CUS-APR-DOB-DD
       COMPUTE CUS-APR-DRV-AGE
          = CUS-APR-RUN-YYYY - CUS-APR-DOB-YYYY
       IF CUS-APR-RUN-MMDD < CUS-APR-DOB-MMDD
          SUBTRACT 1 FROM CUS-APR-DRV-AGE
       END-IF
       MOVE CUS-APR-DRV-AGE TO CUS-APR-TRAN-AGE
    END-IF

    MOVE SPACES TO CUS-APR-RPT-DISP-DIS

    IF CUS-APR-TRAN-EFF-DATE NOT = SPACES
          AND CUS-APR-TRAN-EFF-DATE > CUS-APR-RUN-DATE-ISO
       MOVE CUS-APR-TRAN-WORK    TO CUS-APR-PEND-IMAGE
       MOVE CUS-APR-RUN-DATE-ISO TO CUS-APR-PEND-HELD-DATE
       MOVE CUS-APR-ENT-SET-COLS(CUS-APR-IDX)
                                 TO CUS-APR-PEND-SET-COLS
       WRITE CUS-APR-PEND-REC
       IF NOT CUS-APR-PEND-STATUS-OK
          DISPLAY 'PENDNEW WRITE FAILED - STATUS ' CUS-APR-PEND-STATUS
             ' - CUS_ID ' CUS-APR-ENT-ID(CUS-APR-IDX) ' KEPT ON HOLD'
          PERFORM 4250-KEEP-ON-HOLD THRU 4250-EXIT
          GO TO 4200-EXIT
       END-IF
       STRING 'APPROVED BY ' DELIMITED BY SIZE
              CUS-APR-ENT-DECIDED-BY(CUS-APR-IDX) DELIMITED BY SIZE
              ' - PENDING' DELIMITED BY SIZE
         INTO CUS-APR-RPT-DISP-DIS
       END-STRING
    ELSE
       WRITE CUS-APR-VALID-REC FROM CUS-APR-TRAN-WORK
       IF NOT CUS-APR-VALID-STATUS-OK
          DISPLAY 'CUSTRANV WRITE FAILED - STATUS ' CUS-APR-VALID-STATUS
             ' - CUS_ID ' CUS-APR-ENT-ID(CUS-APR-IDX) ' KEPT ON HOLD'
          PERFORM 4250-KEEP-ON-HOLD THRU 4250-EXIT
          GO TO 4200-EXIT
       END-IF
       STRING 'APPROVED BY ' DELIMITED BY SIZE
              CUS-APR-ENT-DECIDED-BY(CUS-APR-IDX) DELIMITED BY SIZE
              ' - RELEASED' DELIMITED BY SIZE
         INTO CUS-APR-RPT-DISP-DIS
       END-STRING
    END-IF

    ADD 1 TO CUS-APR-APPROVED-CNT
    PERFORM 6100-PRINT-ENTRY THRU 6100-EXIT.

 4200-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 4250-KEEP-ON-HOLD SECTION.
*>----------------------------------------------------------------------
*>   A release that could not be written keeps the hold on the master
*>   for the approver to decide again on the next run.

    SET CUS-APR-ENT-HELD(CUS-APR-IDX) TO TRUE
    IF RETURN-CODE < 8
       MOVE 8 TO RETURN-CODE
    END-IF.

 4250-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 4300-WRITE-SUSPENSE SECTION.
*>----------------------------------------------------------------------
*>   Writes the hold to CUSSUSP as CUSEDIT writes a reject - the image
*>   as keyed, tonight as the reject date, the caller's reason code, a
*>   zero resubmission count and the effective date at the end.

    MOVE CUS-APR-ENT-IMAGE(CUS-APR-IDX)    TO CUS-APR-SUSP-IMAGE
    MOVE CUS-APR-RUN-DATE-ISO              TO CUS-APR-SUSP-REJ-DATE
    MOVE ZERO                              TO CUS-APR-SUSP-RESUB
    MOVE CUS-APR-ENT-EFF-DATE(CUS-APR-IDX) TO CUS-APR-SUSP-EFF-DATE
    WRITE CUS-APR-SUSP-REC

    IF NOT CUS-APR-SUSP-STATUS-OK
       DISPLAY 'CUSSUSP WRITE FAILED - STATUS ' CUS-APR-SUSP-STATUS
          ' - CUS_ID ' CUS-APR-ENT-ID(CUS-APR-IDX)
       IF RETURN-CODE < 8
          MOVE 8 TO RETURN-CODE
       END-IF
    END-IF.

 4300-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 5000-WRITE-NEW-MASTER SECTION.
*>----------------------------------------------------------------------
*>   Only holds still undecided carry forward.

    PERFORM 5100-WRITE-ONE-MASTER THRU 5100-EXIT
       VARYING CUS-APR-IDX FROM 1 BY 1
       UNTIL CUS-APR-IDX > CUS-APR-ENTRY-CNT.

 5000-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 5100-WRITE-ONE-MASTER SECTION.
*>----------------------------------------------------------------------

    IF NOT CUS-APR-ENT-HELD(CUS-APR-IDX)
       GO TO 5100-EXIT
    END-IF

    MOVE CUS-APR-ENT-IMAGE(CUS-APR-IDX)     TO CUS-APR-MST-IMAGE
    MOVE CUS-APR-ENT-HELD-DATE(CUS-APR-IDX) TO CUS-APR-MST-HELD-DATE
    MOVE CUS-APR-ENT-KEYER(CUS-APR-IDX)     TO CUS-APR-MST-KEYER
    MOVE CUS-APR-ENT-SET-COLS(CUS-APR-IDX)  TO CUS-APR-MST-SET-COLS
    WRITE CUS-APR-MSTO-REC FROM CUS-APR-MST-WORK

    IF NOT CUS-APR-MSTO-STATUS-OK
       DISPLAY 'APPRMSTO WRITE FAILED - STATUS ' CUS-APR-MSTO-STATUS
       IF RETURN-CODE < 8
          MOVE 8 TO RETURN-CODE
       END-IF
    END-IF.

 5100-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 6000-LIST-AWAITING SECTION.
*>----------------------------------------------------------------------
*>   Every hold still awaiting a decision, each with what it asks for
*>   beside what CUS holds now, then the run totals.

    MOVE 'AWAITING APPROVAL' TO CUS-APR-RPT-SECTION
    PERFORM 6600-PRINT-SECTION THRU 6600-EXIT

    PERFORM 6050-LIST-ONE-AWAITING THRU 6050-EXIT
       VARYING CUS-APR-IDX FROM 1 BY 1
       UNTIL CUS-APR-IDX > CUS-APR-ENTRY-CNT

    MOVE 'HELD FROM PRIOR RUN     ' TO CUS-APR-TOT-LABEL
    MOVE CUS-APR-PRIOR-CNT          TO CUS-APR-TOT-VALUE
    WRITE CUS-APR-RPT-LINE FROM CUS-APR-TOTAL-LINE
       AFTER ADVANCING 2 LINES

    MOVE 'HELD BY CUSEDIT TONIGHT ' TO CUS-APR-TOT-LABEL
    MOVE CUS-APR-NEW-CNT            TO CUS-APR-TOT-VALUE
    WRITE CUS-APR-RPT-LINE FROM CUS-APR-TOTAL-LINE
       AFTER ADVANCING 1 LINE

    MOVE 'DECISION CARDS READ     ' TO CUS-APR-TOT-LABEL
    MOVE CUS-APR-DEC-READ-CNT       TO CUS-APR-TOT-VALUE
    WRITE CUS-APR-RPT-LINE FROM CUS-APR-TOTAL-LINE
       AFTER ADVANCING 1 LINE

    MOVE 'CARDS NOT APPLIED       ' TO CUS-APR-TOT-LABEL
    MOVE CUS-APR-DEC-BAD-CNT        TO CUS-APR-TOT-VALUE
    WRITE CUS-APR-RPT-LINE FROM CUS-APR-TOTAL-LINE
       AFTER ADVANCING 1 LINE

    MOVE 'APPROVED AND RELEASED   ' TO CUS-APR-TOT-LABEL
    MOVE CUS-APR-APPROVED-CNT       TO CUS-APR-TOT-VALUE
    WRITE CUS-APR-RPT-LINE FROM CUS-APR-TOTAL-LINE
       AFTER ADVANCING 1 LINE

    MOVE 'DECLINED TO CUSSUSP     ' TO CUS-APR-TOT-LABEL
    MOVE CUS-APR-DECLINED-CNT       TO CUS-APR-TOT-VALUE
    WRITE CUS-APR-RPT-LINE FROM CUS-APR-TOTAL-LINE
       AFTER ADVANCING 1 LINE

    MOVE 'AGED OUT TO CUSSUSP     ' TO CUS-APR-TOT-LABEL
    MOVE CUS-APR-AGED-CNT           TO CUS-APR-TOT-VALUE
    WRITE CUS-APR-RPT-LINE FROM CUS-APR-TOTAL-LINE
       AFTER ADVANCING 1 LINE

    MOVE 'STILL AWAITING APPROVAL ' TO CUS-APR-TOT-LABEL
    MOVE CUS-APR-STILL-CNT          TO CUS-APR-TOT-VALUE
    WRITE CUS-APR-RPT-LINE FROM CUS-APR-TOTAL-LINE
       AFTER ADVANCING 1 LINE.

 6000-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 6050-LIST-ONE-AWAITING SECTION.
*>----------------------------------------------------------------------

    IF NOT CUS-APR-ENT-HELD(CUS-APR-IDX)
       GO TO 6050-EXIT
    END-IF

    ADD 1 TO CUS-APR-STILL-CNT
    MOVE CUS-APR-ENT-IMAGE(CUS-APR-IDX) TO CUS-APR-TRAN-WORK
    PERFORM 6060-FETCH-CURRENT THRU 6060-EXIT

*>  Keep a hold's three lines together on one page.
    IF CUS-APR-RPT-LINE-CNT >= CUS-APR-RPT-MAX-LINES - 3
       PERFORM 6500-PRINT-HEADINGS THRU 6500-EXIT
    END-IF

    MOVE 'AWAITING DECISION' TO CUS-APR-RPT-DISP-DIS
    PERFORM 6100-PRINT-ENTRY THRU 6100-EXIT

*>  What the transaction asks for.
    MOVE 'REQUESTED' TO CUS-APR-CMP-LABEL
    MOVE SPACES      TO CUS-APR-CMP-NAME
    MOVE SPACES      TO CUS-APR-CMP-DOB
    MOVE SPACES      TO CUS-APR-CMP-TEXT
    EVALUATE CUS-APR-TRAN-TYPE
       WHEN 'C'
          MOVE CUS-APR-TRAN-NAME TO CUS-APR-CMP-NAME
          MOVE CUS-APR-TRAN-DOB  TO CUS-APR-CMP-DOB
          EVALUATE TRUE
             WHEN NOT CUS-APR-CUR-FOUND
                MOVE 'CHANGE NAME / BIRTH DATE' TO CUS-APR-CMP-TEXT
             WHEN CUS-APR-CUR-NAME NOT = CUS-APR-TRAN-NAME
                   AND CUS-APR-CUR-DOB NOT = CUS-APR-TRAN-DOB
                MOVE 'CHANGE NAME AND BIRTH DATE' TO CUS-APR-CMP-TEXT
             WHEN CUS-APR-CUR-NAME NOT = CUS-APR-TRAN-NAME
                MOVE 'CHANGE NAME' TO CUS-APR-CMP-TEXT
             WHEN CUS-APR-CUR-DOB NOT = CUS-APR-TRAN-DOB
                MOVE 'CHANGE BIRTH DATE' TO CUS-APR-CMP-TEXT
             WHEN OTHER
                MOVE 'NO LONGER DIFFERS FROM CUS' TO CUS-APR-CMP-TEXT
          END-EVALUATE
       WHEN 'X'
          MOVE 'CLOSE ACCOUNT' TO CUS-APR-CMP-TEXT
       WHEN 'R'
          MOVE 'REOPEN ACCOUNT' TO CUS-APR-CMP-TEXT
       WHEN 'M'
          STRING 'CLOSE AS DUPLICATE OF ' DELIMITED BY SIZE
                 CUS-APR-TRAN-SURV-ID     DELIMITED BY SIZE
            INTO CUS-APR-CMP-TEXT
          END-STRING
       WHEN OTHER
          MOVE CUS-APR-TRAN-NAME TO CUS-APR-CMP-NAME
          MOVE CUS-APR-TRAN-DOB  TO CUS-APR-CMP-DOB
    END-EVALUATE
    WRITE CUS-APR-RPT-LINE FROM CUS-APR-RPT-COMPARE
       AFTER ADVANCING 1 LINE

*>  What CUS holds now.
    MOVE 'ON CUS NOW' TO CUS-APR-CMP-LABEL
    MOVE SPACES       TO CUS-APR-CMP-TEXT
    EVALUATE TRUE
       WHEN CUS-APR-CUR-FOUND
          MOVE CUS-APR-CUR-NAME TO CUS-APR-CMP-NAME
          MOVE CUS-APR-CUR-DOB  TO CUS-APR-CMP-DOB
          IF CUS-APR-CUR-STATUS = 'C'
             STRING 'CLOSED ' DELIMITED BY SIZE
                    CUS-APR-CUR-CLOSE-DATE DELIMITED BY SIZE
               INTO CUS-APR-CMP-TEXT
             END-STRING
          ELSE
             MOVE 'OPEN' TO CUS-APR-CMP-TEXT
          END-IF
       WHEN CUS-APR-CUR-NOT-ON-FILE
          MOVE SPACES TO CUS-APR-CMP-NAME
          MOVE SPACES TO CUS-APR-CMP-DOB
          MOVE '** NOT ON CUS **' TO CUS-APR-CMP-TEXT
       WHEN OTHER
          MOVE SPACES TO CUS-APR-CMP-NAME
          MOVE SPACES TO CUS-APR-CMP-DOB
          MOVE '** CUS NOT AVAILABLE **' TO CUS-APR-CMP-TEXT
    END-EVALUATE
    WRITE CUS-APR-RPT-LINE FROM CUS-APR-RPT-COMPARE
       AFTER ADVANCING 1 LINE

    ADD 2 TO CUS-APR-RPT-LINE-CNT.

 6050-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 6060-FETCH-CURRENT SECTION.
*>----------------------------------------------------------------------
*>   Reads the name, birth date, status and close date CUS holds now
*>   for the hold staged in CUS-APR-TRAN-WORK.  A lookup that fails is
*>   shown as unavailable and makes the run a warning - the listing
*>   still goes out.

    MOVE SPACES TO CUS-APR-CUR-NAME
    MOVE SPACES TO CUS-APR-CUR-DOB
    MOVE SPACES TO CUS-APR-CUR-STATUS
    MOVE SPACES TO CUS-APR-CUR-CLOSE-DATE
    SET CUS-APR-CUR-UNAVAILABLE TO TRUE

    IF NOT CUS-APR-ISOLATE-OK
       GO TO 6060-EXIT
    END-IF

    MOVE SPACES TO QUERY
    STRING "SELECT CUS_ID, CUS_NAME || '|' || COALESCE(TO_CHAR(CUS_DOB, 'YYYY-MM-DD'), '0000-00-00') || '|' || CUS_STATUS || '|' || COALESCE(TO_CHAR(CUS_CLOSE_DATE, 'YYYY-MM-DD'), '') || '|', 0 FROM CUS WHERE CUS_ID = "
                                DELIMITED BY SIZE
           CUS-APR-TRAN-ID      DELIMITED BY SIZE
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

    EVALUATE TRUE
       WHEN RESULT > 0
          SET ADDRESS OF CUS TO CUS-POINTER
          SET ADDRESS OF CUS-APR-CUR-STR TO CUS-NAME-PTR(1)
          UNSTRING CUS-APR-CUR-STR DELIMITED BY '|'
             INTO CUS-APR-CUR-NAME
                  CUS-APR-CUR-DOB
                  CUS-APR-CUR-STATUS
                  CUS-APR-CUR-CLOSE-DATE
          END-UNSTRING
          SET CUS-APR-CUR-FOUND TO TRUE
          CALL STATIC 'free_results' using
             BY VALUE GRAAL_ISOLATETHREAD_T
             BY REFERENCE CUS
             BY VALUE RESULT
             returning RESPONSE
          END-CALL
       WHEN RESULT = 0
          SET CUS-APR-CUR-NOT-ON-FILE TO TRUE
       WHEN OTHER
          PERFORM 6900-GET-ERROR-DETAIL THRU 6900-EXIT
          DISPLAY 'CUS_ID ' CUS-APR-TRAN-ID ' CURRENT-VALUE FETCH FAILED - SQLCODE '
             CUS-APR-ERROR-CODE ' - ' CUS-APR-ERROR-TEXT
          IF RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
          END-IF
    END-EVALUATE.

 6060-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 6100-PRINT-ENTRY SECTION.
*>----------------------------------------------------------------------
*>   Prints table entry CUS-APR-IDX with the disposition the caller
*>   staged.

    MOVE CUS-APR-ENT-TYPE(CUS-APR-IDX)      TO CUS-APR-RPT-TYPE-DIS
    MOVE CUS-APR-ENT-ID(CUS-APR-IDX)        TO CUS-APR-RPT-ID-DIS
    MOVE CUS-APR-ENT-HELD-DATE(CUS-APR-IDX) TO CUS-APR-RPT-HELD-DIS
    MOVE CUS-APR-ENT-KEYER(CUS-APR-IDX)     TO CUS-APR-RPT-KEYER-DIS
    MOVE CUS-APR-ENT-EFF-DATE(CUS-APR-IDX)  TO CUS-APR-RPT-EFF-DIS
    PERFORM 6200-PRINT-DETAIL THRU 6200-EXIT.

 6100-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 6200-PRINT-DETAIL SECTION.
*>----------------------------------------------------------------------

    IF CUS-APR-RPT-LINE-CNT >= CUS-APR-RPT-MAX-LINES
       PERFORM 6500-PRINT-HEADINGS THRU 6500-EXIT
    END-IF

    WRITE CUS-APR-RPT-LINE FROM CUS-APR-RPT-DETAIL
       AFTER ADVANCING 1 LINE
    ADD 1 TO CUS-APR-RPT-LINE-CNT.

 6200-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 6500-PRINT-HEADINGS SECTION.
*>----------------------------------------------------------------------

    ADD 1 TO CUS-APR-RPT-PAGE-CNT
    MOVE CUS-APR-RUN-DATE-DIS TO CUS-APR-RPT-DATE-DIS
    MOVE CUS-APR-RPT-PAGE-CNT TO CUS-APR-RPT-PAGE-DIS

    WRITE CUS-APR-RPT-LINE FROM CUS-APR-RPT-HEADING1 AFTER ADVANCING PAGE
    WRITE CUS-APR-RPT-LINE FROM CUS-APR-RPT-HEADING2 AFTER ADVANCING 2 LINES
    WRITE CUS-APR-RPT-LINE FROM CUS-APR-RPT-HEADING3 AFTER ADVANCING 1 LINE

    MOVE 4 TO CUS-APR-RPT-LINE-CNT.

 6500-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 6600-PRINT-SECTION SECTION.
*>----------------------------------------------------------------------
*>   A section title - never left alone at the foot of a page.

    IF CUS-APR-RPT-LINE-CNT >= CUS-APR-RPT-MAX-LINES - 3
       PERFORM 6500-PRINT-HEADINGS THRU 6500-EXIT
    END-IF

    WRITE CUS-APR-RPT-LINE FROM CUS-APR-RPT-SECTION
       AFTER ADVANCING 2 LINES
    ADD 2 TO CUS-APR-RPT-LINE-CNT.

 6600-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 6900-GET-ERROR-DETAIL SECTION.
*>----------------------------------------------------------------------

    CALL STATIC 'exec_get_last_error' using
        BY VALUE GRAAL_ISOLATETHREAD_T
        BY REFERENCE CUS-APR-ERROR-TEXT
        returning CUS-APR-ERROR-CODE
    END-CALL.

 6900-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 7100-DATE-TO-DAYNUM SECTION.
*>----------------------------------------------------------------------
*>   Turns the YYYY-MM-DD date in CUS-APR-DTN-DATE into a civil-
*>   calendar serial day number in CUS-APR-DTN-NUM - January and
*>   February count as months 13 and 14 of the prior year, which is
*>   what lets one formula carry the leap day.

    MOVE CUS-APR-DTN-DATE(1:4) TO CUS-APR-DTN-YYYY
    MOVE CUS-APR-DTN-DATE(6:2) TO CUS-APR-DTN-MM
    MOVE CUS-APR-DTN-DATE(9:2) TO CUS-APR-DTN-DD

    IF CUS-APR-DTN-MM <= 2
       COMPUTE CUS-APR-DTN-Y = CUS-APR-DTN-YYYY - 1
       COMPUTE CUS-APR-DTN-M = CUS-APR-DTN-MM + 12
    ELSE
       MOVE CUS-APR-DTN-YYYY TO CUS-APR-DTN-Y
       MOVE CUS-APR-DTN-MM   TO CUS-APR-DTN-M
    END-IF

    COMPUTE CUS-APR-DTN-T1 = 365 * CUS-APR-DTN-Y
    DIVIDE CUS-APR-DTN-Y BY 4 GIVING CUS-APR-DTN-T2
    DIVIDE CUS-APR-DTN-Y BY 100 GIVING CUS-APR-DTN-T3
    DIVIDE CUS-APR-DTN-Y BY 400 GIVING CUS-APR-DTN-T4

    COMPUTE CUS-APR-DTN-NUM
       = CUS-APR-DTN-T1 + CUS-APR-DTN-T2 - CUS-APR-DTN-T3
         + CUS-APR-DTN-T4 + CUS-APR-DTN-DD

    COMPUTE CUS-APR-DTN-T1
       = (153 * (CUS-APR-DTN-M - 3) + 2) / 5
    ADD CUS-APR-DTN-T1 TO CUS-APR-DTN-NUM.

 7100-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 8000-TERMINATE SECTION.
*>----------------------------------------------------------------------

    IF CUS-APR-ISOLATE-OK
       CALL STATIC 'graal_detach_thread' using
              BY VALUE GRAAL_ISOLATETHREAD_T
              returning RESPONSE
       END-CALL

       IF RESPONSE NOT equal 0
          DISPLAY 'graal_detach_thread failed'
       END-IF
    END-IF

    IF CUS-APR-VALID-IS-OPEN
       CLOSE CUSTRANV-FILE
    END-IF

    IF CUS-APR-PEND-IS-OPEN
       CLOSE PENDNEW-FILE
    END-IF

    IF CUS-APR-SUSP-IS-OPEN
       CLOSE CUSSUSP-FILE
    END-IF

    IF CUS-APR-MSTO-IS-OPEN
       CLOSE APPRMSTO-FILE
    END-IF

    IF CUS-APR-RPT-IS-OPEN
       CLOSE APPRRPT
    END-IF

    DISPLAY 'CUSAPPR SUMMARY - PRIOR ' CUS-APR-PRIOR-CNT
       ' NEW ' CUS-APR-NEW-CNT
       ' APPROVED ' CUS-APR-APPROVED-CNT
       ' DECLINED ' CUS-APR-DECLINED-CNT
       ' AGED OUT ' CUS-APR-AGED-CNT
       ' AWAITING ' CUS-APR-STILL-CNT.

 8000-EXIT.
    EXIT.

 END PROGRAM CUSAPPR.
