 IDENTIFICATION DIVISION.
 PROGRAM-ID. CUSPEND.

*> The daily release step for effective-dated transactions.  CUSEDIT
*> holds every transaction that passes its edits but is dated for a
*> later day on PENDNEW instead of CUSTRANV; this program carries those
*> holds on a rolling pending master, lets data entry cancel a held
*> transaction before it fires, and - every night - moves each held
*> transaction whose effective date has arrived onto the end of that
*> night's CUSTRANV, ahead of CUSMAINT.  The report lists what was
*> cancelled, what was released and what is still waiting.
*>
*> A change is a whole-row image of CUS as it stood the night it was
*> keyed, and CUSMAINT applies a change as a whole-row update - so a
*> change released as keyed would put back anything applied to the
*> customer while it waited, a name or birth date change approved
*> under dual control included.  A change is therefore rebuilt on its
*> release night from CUS as it stands then, taking from the held
*> image only the columns CUSEDIT marked it as setting.  A change that
*> cannot be rebuilt - the customer no longer on CUS, or no birth date
*> left to carry - goes to CUSSUSP for data entry; one whose lookup
*> fails stays pending for the next night.
*>
*> It runs after CUSEDIT and before CUSSUSPM and CUSMAINT.  A rerun
*> belongs with a rerun of CUSEDIT - CUSTRANV is extended here, so
*> running this step twice over one CUSTRANV would release the due
*> transactions into it twice.

 ENVIRONMENT DIVISION.

 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
*> MAINTPARM carries the JDBC connection details the release-night
*> rebuild reads CUS through - the same database CUSEDIT edited
*> against and CUSMAINT applies to.
     SELECT MAINTPARM-FILE ASSIGN TO "MAINTPARM"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CUS-PND-CONNPARM-STATUS.

*> PENDMSTI is the pending master the prior run wrote - every held
*> transaction not yet released or cancelled.  A first run has no
*> master yet; the file simply not being there starts it fresh.
     SELECT PENDMSTI-FILE ASSIGN TO "PENDMSTI"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CUS-PND-MSTI-STATUS.

*> PENDNEW is tonight's holds exactly as CUSEDIT wrote them - see the
*> FD there for the record this program reads back.
     SELECT PENDNEW-FILE ASSIGN TO "PENDNEW"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CUS-PND-NEW-STATUS.

*> PENDCNCL is data entry's cancellation requests - one card per held
*> transaction to be withdrawn, naming it by type, CUS_ID and
*> effective date.  A night with nothing to cancel needs no file.
     SELECT PENDCNCL-FILE ASSIGN TO "PENDCNCL"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CUS-PND-CNCL-STATUS.

*> CUSTRANV is tonight's passed transactions, opened for append - the
*> released holds join the end of the feed CUSMAINT applies.
     SELECT CUSTRANV-FILE ASSIGN TO "CUSTRANV"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CUS-PND-VALID-STATUS.

*> CUSSUSP is tonight's rejects, opened for append - a change that
*> cannot be rebuilt joins CUSEDIT's rejects there so CUSSUSPM tracks
*> it like any other.
     SELECT CUSSUSP-FILE ASSIGN TO "CUSSUSP"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CUS-PND-SUSP-STATUS.

*> PENDMSTO is the new master this run hands the next one.
     SELECT PENDMSTO-FILE ASSIGN TO "PENDMSTO"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CUS-PND-MSTO-STATUS.

*> PENDRPT is the printable release report.
     SELECT PENDRPT ASSIGN TO "PENDRPT"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CUS-PND-RPT-STATUS.

 DATA DIVISION.
 FILE SECTION.
*> Only the connection fields are read - the rest of the record is
*> the other maintenance steps' own.
 FD  MAINTPARM-FILE.
 01  MAINTPARM-REC.
     05 MAINTPARM-URI                    PIC X(50).
     05 MAINTPARM-USER                   PIC X(20).
     05 MAINTPARM-PWD                    PIC X(20).

 FD  PENDMSTI-FILE.
 01  CUS-PND-MSTI-REC                    PIC X(213).

 FD  PENDNEW-FILE.
 01  CUS-PND-NEW-REC                     PIC X(213).

 FD  PENDCNCL-FILE.
 01  CUS-PND-CNCL-REC.
     05 CUS-PND-CNCL-TYPE                PIC X(1).
     05 CUS-PND-CNCL-ID                  PIC X(9).
     05 CUS-PND-CNCL-EFF-DATE            PIC X(10).
     05 CUS-PND-CNCL-BY                  PIC X(8).

 FD  CUSTRANV-FILE.
 01  CUS-PND-VALID-REC                   PIC X(198).

*> The CUSEDIT suspense record - see the FD there.
 FD  CUSSUSP-FILE.
 01  CUS-PND-SUSP-REC.
     05 CUS-PND-SUSP-IMAGE               PIC X(188).
     05 CUS-PND-SUSP-REJ-DATE            PIC X(10).
     05 CUS-PND-SUSP-REASON              PIC X(3).
     05 CUS-PND-SUSP-RESUB               PIC 9(2).
     05 CUS-PND-SUSP-EFF-DATE            PIC X(10).

 FD  PENDMSTO-FILE.
 01  CUS-PND-MSTO-REC                    PIC X(213).

 FD  PENDRPT.
 01  CUS-PND-RPT-LINE                    PIC X(80).

 WORKING-STORAGE SECTION.

 01 CUS-PND-CONNPARM-STATUS              PIC X(2).
    88 CUS-PND-CONNPARM-STATUS-OK        VALUE '00'.

 01 CUS-PND-MSTI-STATUS                  PIC X(2).
    88 CUS-PND-MSTI-STATUS-OK            VALUE '00'.
    88 CUS-PND-MSTI-EOF                  VALUE '10'.

 01 CUS-PND-NEW-STATUS                   PIC X(2).
    88 CUS-PND-NEW-STATUS-OK             VALUE '00'.
    88 CUS-PND-NEW-EOF                   VALUE '10'.

 01 CUS-PND-CNCL-STATUS                  PIC X(2).
    88 CUS-PND-CNCL-STATUS-OK            VALUE '00'.
    88 CUS-PND-CNCL-EOF                  VALUE '10'.

 01 CUS-PND-VALID-STATUS                 PIC X(2).
    88 CUS-PND-VALID-STATUS-OK           VALUE '00'.

 01 CUS-PND-VALID-OPEN-SW                PIC X(1) VALUE 'N'.
    88 CUS-PND-VALID-IS-OPEN             VALUE 'Y'.

 01 CUS-PND-SUSP-STATUS                  PIC X(2).
    88 CUS-PND-SUSP-STATUS-OK            VALUE '00'.

 01 CUS-PND-SUSP-OPEN-SW                 PIC X(1) VALUE 'N'.
    88 CUS-PND-SUSP-IS-OPEN              VALUE 'Y'.

 01 CUS-PND-MSTO-STATUS                  PIC X(2).
    88 CUS-PND-MSTO-STATUS-OK            VALUE '00'.

 01 CUS-PND-MSTO-OPEN-SW                 PIC X(1) VALUE 'N'.
    88 CUS-PND-MSTO-IS-OPEN              VALUE 'Y'.

 01 CUS-PND-RPT-STATUS                   PIC X(2).
    88 CUS-PND-RPT-STATUS-OK             VALUE '00'.

 01 CUS-PND-RPT-OPEN-SW                  PIC X(1) VALUE 'N'.
    88 CUS-PND-RPT-IS-OPEN               VALUE 'Y'.

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
 01 QUERY                                PIC X(500).

 01 CUS BASED.
    05 CUS-STRUCT OCCURS 20.
       10 CUS-ID                         USAGE BINARY-DOUBLE.
       10 CUS-NAME-PTR                   USAGE POINTER.
       10 CUS-AGE                        USAGE BINARY-DOUBLE.

 01 CUS-POINTER                          USAGE POINTER.

*> The current-row string column - name, birth date and the six
*> contact columns '|'-joined with a trailing '|' sentinel, the
*> CUSMAINT before-image splice - mapped over the row's pointer.
 01 CUS-PND-CUR-STR                      PIC X(200) BASED.

*> A database that cannot be reached does not stop the run - adds,
*> closures, reopens and merges release as held, and cancellations
*> need none of it - but every change falling due stays pending.
 01 CUS-PND-ISOLATE-SW                   PIC X(1) VALUE 'N'.
    88 CUS-PND-ISOLATE-OK                VALUE 'Y'.

 01 CUS-PND-ERROR-CODE                   USAGE BINARY-LONG.
 01 CUS-PND-ERROR-TEXT                   PIC X(200).

*> The whole master, prior holds plus tonight's, worked on in storage -
*> the same loaded-table idiom CUSSUSPM keeps its suspense ledger in.
*> One entry per held transaction: its disposition this run, the
*> transaction image as keyed, the date CUSEDIT held it and, for a
*> change, the columns it sets.
 01 CUS-PND-TABLE-MAX                    PIC 9(4) VALUE 5000.
 01 CUS-PND-ENTRY-CNT                    PIC 9(4) VALUE 0.
 01 CUS-PND-ENTRY-TABLE.
    05 CUS-PND-ENT OCCURS 5000.
       10 CUS-PND-ENT-STATUS            PIC X(1).
          88 CUS-PND-ENT-PENDING        VALUE 'P'.
          88 CUS-PND-ENT-RELEASED       VALUE 'R'.
          88 CUS-PND-ENT-CANCELLED      VALUE 'K'.
          88 CUS-PND-ENT-SUSPENDED      VALUE 'S'.
       10 CUS-PND-ENT-IMAGE             PIC X(198).
       10 CUS-PND-ENT-KEY REDEFINES CUS-PND-ENT-IMAGE.
          15 CUS-PND-ENT-TYPE           PIC X(1).
          15 CUS-PND-ENT-ID             PIC X(9).
          15 CUS-PND-ENT-NAME           PIC X(20).
          15 CUS-PND-ENT-AGE            PIC X(3).
          15 CUS-PND-ENT-DOB            PIC X(10).
          15 FILLER                     PIC X(145).
          15 CUS-PND-ENT-EFF-DATE       PIC X(10).
       10 CUS-PND-ENT-HELD-DATE         PIC X(10).
       10 CUS-PND-ENT-SET-COLS          PIC X(5).

 01 CUS-PND-IDX                          PIC 9(4).
 01 CUS-PND-SCAN-IDX                     PIC 9(4).
 01 CUS-PND-FOUND-SW                     PIC X(1).
    88 CUS-PND-FOUND                     VALUE 'Y'.

*> Pending-record work area in the 213-byte file shape - the master
*> and CUSEDIT's PENDNEW share it.  The set columns ride last, so a
*> master written before they existed still loads - blank, and such a
*> hold is released as it was keyed.
 01 CUS-PND-MST-WORK.
    05 CUS-PND-MST-IMAGE                 PIC X(198).
    05 CUS-PND-MST-HELD-DATE             PIC X(10).
    05 CUS-PND-MST-SET-COLS              PIC X(5).

*> The set columns of the change being rebuilt - 'Y' where the held
*> image's value is the change's own, 'N' where CUS's value tonight
*> is carried instead.
 01 CUS-PND-SET-COLS.
    05 CUS-PND-SET-NAME                  PIC X(1).
       88 CUS-PND-SETS-NAME              VALUE 'Y'.
    05 CUS-PND-SET-DOB                   PIC X(1).
       88 CUS-PND-SETS-DOB               VALUE 'Y'.
    05 CUS-PND-SET-ADDR                  PIC X(1).
       88 CUS-PND-SETS-ADDR              VALUE 'Y'.
    05 CUS-PND-SET-PHONE                 PIC X(1).
       88 CUS-PND-SETS-PHONE             VALUE 'Y'.
    05 CUS-PND-SET-EMAIL                 PIC X(1).
       88 CUS-PND-SETS-EMAIL             VALUE 'Y'.

*> What CUS holds tonight for the change being rebuilt.
 01 CUS-PND-CUR-SW                       PIC X(1).
    88 CUS-PND-CUR-FOUND                 VALUE 'F'.
    88 CUS-PND-CUR-NOT-ON-FILE           VALUE 'N'.
    88 CUS-PND-CUR-UNAVAILABLE           VALUE 'U'.
 01 CUS-PND-CUR-NAME                     PIC X(20).
 01 CUS-PND-CUR-DOB                      PIC X(10).
 01 CUS-PND-CUR-CONTACT.
    05 CUS-PND-CUR-ADDR1                 PIC X(30).
    05 CUS-PND-CUR-ADDR2                 PIC X(30).
    05 CUS-PND-CUR-CITY                  PIC X(20).
    05 CUS-PND-CUR-POSTAL                PIC X(10).
    05 CUS-PND-CUR-PHONE                 PIC X(15).
    05 CUS-PND-CUR-EMAIL                 PIC X(40).

*> Whether the hold at hand goes to CUSTRANV tonight - cleared when a
*> change is kept pending or sent to suspense instead.
 01 CUS-PND-RELEASE-SW                   PIC X(1).
    88 CUS-PND-RELEASE-OK                VALUE 'Y'.

*> Released-transaction work area in the CUSTRAN layout.  An add or
*> change was edited against the age its birth date derived on the
*> day it was keyed - a birthday may have passed since - so the age
*> is re-derived as of tonight before the transaction is released,
*> the same way CUSBKOUT re-derives a reversal's.
 01 CUS-PND-TRAN-WORK.
    05 CUS-PND-TRAN-TYPE                 PIC X(1).
    05 CUS-PND-TRAN-ID                   PIC X(9).
    05 CUS-PND-TRAN-NAME                 PIC X(20).
    05 CUS-PND-TRAN-AGE                  PIC 9(3).
    05 CUS-PND-TRAN-DOB                  PIC X(10).
    05 CUS-PND-TRAN-ADDR1                PIC X(30).
    05 CUS-PND-TRAN-ADDR2                PIC X(30).
    05 CUS-PND-TRAN-CITY                 PIC X(20).
    05 CUS-PND-TRAN-POSTAL               PIC X(10).
    05 CUS-PND-TRAN-PHONE                PIC X(15).
    05 CUS-PND-TRAN-EMAIL                PIC X(40).
    05 CUS-PND-TRAN-EFF-DATE             PIC X(10).

 01 CUS-PND-DOB-YYYY                     PIC 9(4).
 01 CUS-PND-DOB-MM                       PIC 9(2).
 01 CUS-PND-DOB-DD                       PIC 9(2).
 01 CUS-PND-DOB-MMDD                     PIC 9(4).
 01 CUS-PND-RUN-MMDD                     PIC 9(4).
 01 CUS-PND-DRV-AGE                      PIC S9(4).

 01 CUS-PND-PRIOR-CNT                    PIC 9(6) VALUE 0.
 01 CUS-PND-NEW-CNT                      PIC 9(6) VALUE 0.
 01 CUS-PND-CNCL-READ-CNT                PIC 9(6) VALUE 0.
 01 CUS-PND-CANCELLED-CNT                PIC 9(6) VALUE 0.
 01 CUS-PND-UNMATCHED-CNT                PIC 9(6) VALUE 0.
 01 CUS-PND-RELEASED-CNT                 PIC 9(6) VALUE 0.
 01 CUS-PND-SUSPENDED-CNT                PIC 9(6) VALUE 0.
 01 CUS-PND-KEPT-CNT                     PIC 9(6) VALUE 0.
 01 CUS-PND-STILL-CNT                    PIC 9(6) VALUE 0.

*> ------------------------- REPORT PRINT AREAS ------------------------
 01 CUS-PND-RUN-DATE-RAW                 PIC 9(8).
 01 CUS-PND-RUN-DATE-GROUP REDEFINES CUS-PND-RUN-DATE-RAW.
    05 CUS-PND-RUN-YYYY                  PIC 9(4).
    05 CUS-PND-RUN-MM                    PIC 9(2).
    05 CUS-PND-RUN-DD                    PIC 9(2).
 01 CUS-PND-RUN-DATE-DIS                 PIC X(10).

 01 CUS-PND-RUN-DATE-ISO.
    05 CUS-PND-RUN-ISO-YYYY              PIC 9(4).
    05 FILLER                            PIC X(1) VALUE '-'.
    05 CUS-PND-RUN-ISO-MM                PIC 9(2).
    05 FILLER                            PIC X(1) VALUE '-'.
    05 CUS-PND-RUN-ISO-DD                PIC 9(2).

 01 CUS-PND-RPT-HEADING1.
       05 FILLER                         PIC X(10) VALUE 'RUN DATE: '.
       05 CUS-PND-RPT-DATE-DIS           PIC X(10).
       05 FILLER                         PIC X(14) VALUE SPACES.
       05 FILLER                         PIC X(26) VALUE
          'PENDING TRANSACTION REPORT'.
       05 FILLER                         PIC X(11) VALUE SPACES.
       05 FILLER                         PIC X(5)  VALUE 'PAGE '.
       05 CUS-PND-RPT-PAGE-DIS           PIC ZZZ9.

 01 CUS-PND-RPT-HEADING2.
       05 FILLER                         PIC X(2)  VALUE 'TY'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(9)  VALUE '   CUS_ID'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(20) VALUE 'NAME'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(10) VALUE 'EFFECTIVE'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(10) VALUE 'HELD ON'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(19) VALUE 'DISPOSITION'.

 01 CUS-PND-RPT-HEADING3.
       05 FILLER                         PIC X(2)  VALUE '--'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(9)  VALUE '---------'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(20) VALUE '--------------------'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(10) VALUE '----------'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(10) VALUE '----------'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(19) VALUE
          '-------------------'.

 01 CUS-PND-RPT-DETAIL.
       05 CUS-PND-RPT-TYPE-DIS           PIC X(2).
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 CUS-PND-RPT-ID-DIS             PIC X(9).
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 CUS-PND-RPT-NAME-DIS           PIC X(20).
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 CUS-PND-RPT-EFF-DIS            PIC X(10).
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 CUS-PND-RPT-HELD-DIS           PIC X(10).
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 CUS-PND-RPT-DISP-DIS           PIC X(19).

 01 CUS-PND-RPT-SECTION                  PIC X(40).

 01 CUS-PND-TOTAL-LINE.
       05 CUS-PND-TOT-LABEL              PIC X(24).
       05 CUS-PND-TOT-VALUE              PIC ZZZZZ9.

 01 CUS-PND-RPT-PAGE-CNT                 PIC 9(3) VALUE 0.
 01 CUS-PND-RPT-LINE-CNT                 PIC 9(2) VALUE 99.
 01 CUS-PND-RPT-MAX-LINES                PIC 9(2) VALUE 55.

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
       PERFORM 3000-APPLY-CANCELLATIONS THRU 3000-EXIT
    END-IF

    IF RETURN-CODE < 12
       PERFORM 4000-RELEASE-DUE THRU 4000-EXIT
       PERFORM 5000-WRITE-NEW-MASTER THRU 5000-EXIT
       PERFORM 6000-PRINT-STILL-PENDING THRU 6000-EXIT
    END-IF

    PERFORM 8000-TERMINATE THRU 8000-EXIT

    STOP RUN.

 0000-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 1000-INITIALIZE SECTION.
*>----------------------------------------------------------------------

    ACCEPT CUS-PND-RUN-DATE-RAW FROM DATE YYYYMMDD

    STRING CUS-PND-RUN-MM   DELIMITED BY SIZE
           '/'              DELIMITED BY SIZE
           CUS-PND-RUN-DD   DELIMITED BY SIZE
           '/'              DELIMITED BY SIZE
           CUS-PND-RUN-YYYY DELIMITED BY SIZE
      INTO CUS-PND-RUN-DATE-DIS
    END-STRING

    MOVE CUS-PND-RUN-YYYY TO CUS-PND-RUN-ISO-YYYY
    MOVE CUS-PND-RUN-MM   TO CUS-PND-RUN-ISO-MM
    MOVE CUS-PND-RUN-DD   TO CUS-PND-RUN-ISO-DD
    MOVE CUS-PND-RUN-DATE-RAW(5:4) TO CUS-PND-RUN-MMDD

    PERFORM 1100-LOAD-CONN-PARM THRU 1100-EXIT

    IF RETURN-CODE = 0
       OPEN EXTEND CUSTRANV-FILE
       IF NOT CUS-PND-VALID-STATUS-OK
          DISPLAY 'UNABLE TO OPEN CUSTRANV - STATUS ' CUS-PND-VALID-STATUS
          MOVE 12 TO RETURN-CODE
       ELSE
          SET CUS-PND-VALID-IS-OPEN TO TRUE
       END-IF
    END-IF

    IF RETURN-CODE = 0
       OPEN EXTEND CUSSUSP-FILE
       IF NOT CUS-PND-SUSP-STATUS-OK
          DISPLAY 'UNABLE TO OPEN CUSSUSP - STATUS ' CUS-PND-SUSP-STATUS
          MOVE 12 TO RETURN-CODE
       ELSE
          SET CUS-PND-SUSP-IS-OPEN TO TRUE
       END-IF
    END-IF

    IF RETURN-CODE = 0
       OPEN OUTPUT PENDMSTO-FILE
       IF NOT CUS-PND-MSTO-STATUS-OK
          DISPLAY 'UNABLE TO OPEN PENDMSTO - STATUS ' CUS-PND-MSTO-STATUS
          MOVE 12 TO RETURN-CODE
       ELSE
          SET CUS-PND-MSTO-IS-OPEN TO TRUE
       END-IF
    END-IF

    IF RETURN-CODE = 0
       OPEN OUTPUT PENDRPT
       IF NOT CUS-PND-RPT-STATUS-OK
          DISPLAY 'UNABLE TO OPEN PENDRPT - STATUS ' CUS-PND-RPT-STATUS
          MOVE 12 TO RETURN-CODE
       ELSE
          SET CUS-PND-RPT-IS-OPEN TO TRUE
       END-IF
    END-IF

    IF RETURN-CODE = 0
       CALL STATIC 'graal_create_isolate' using
              BY REFERENCE GRAAL_CREATE_ISOLATE_PARAMS_T
              BY REFERENCE GRAAL_ISOLATE_T
              BY REFERENCE GRAAL_ISOLATETHREAD_T
              returning RESPONSE
       END-CALL

       IF RESPONSE equal 0
          SET CUS-PND-ISOLATE-OK TO TRUE
       ELSE
          DISPLAY 'CUSPEND - GRAAL_CREATE_ISOLATE RESPONSE CODE ' RESPONSE
             ' - CHANGES FALLING DUE KEPT PENDING'
          MOVE 4 TO RETURN-CODE
       END-IF
    END-IF.

 1000-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 1100-LOAD-CONN-PARM SECTION.
*>----------------------------------------------------------------------
*>   Reads the one MAINTPARM record shipped for this run - only the
*>   bridge connection is used here.

    OPEN INPUT MAINTPARM-FILE

    IF CUS-PND-CONNPARM-STATUS-OK
       READ MAINTPARM-FILE
         AT END
            DISPLAY 'MAINTPARM IS EMPTY - RUN CANNOT CONTINUE'
            MOVE 12 TO RETURN-CODE
       END-READ
       CLOSE MAINTPARM-FILE
       MOVE MAINTPARM-URI  TO URI
       MOVE MAINTPARM-USER TO USER
       MOVE MAINTPARM-PWD  TO PWD
    ELSE
       DISPLAY 'UNABLE TO OPEN MAINTPARM - STATUS ' CUS-PND-CONNPARM-STATUS
       MOVE 12 TO RETURN-CODE
    END-IF.

 1100-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2000-LOAD-PRIOR-MASTER SECTION.
*>----------------------------------------------------------------------
*>   Loads the master the prior run wrote.  A master that is simply
*>   not there is the first run of the cycle, not an error.

    OPEN INPUT PENDMSTI-FILE

    IF CUS-PND-MSTI-STATUS-OK
       PERFORM 2100-READ-PRIOR-REC THRU 2100-EXIT
          UNTIL CUS-PND-MSTI-EOF OR RETURN-CODE = 12
       CLOSE PENDMSTI-FILE
       MOVE CUS-PND-ENTRY-CNT TO CUS-PND-PRIOR-CNT
    ELSE
       DISPLAY 'NO PRIOR PENDING MASTER FOUND - STARTING A FRESH MASTER'
    END-IF.

 2000-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2100-READ-PRIOR-REC SECTION.
*>----------------------------------------------------------------------

    READ PENDMSTI-FILE
       AT END
          CONTINUE
       NOT AT END
          MOVE CUS-PND-MSTI-REC TO CUS-PND-MST-WORK
          PERFORM 2900-ADD-ENTRY THRU 2900-EXIT
    END-READ.

 2100-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2500-LOAD-NEW-HOLDS SECTION.
*>----------------------------------------------------------------------
*>   Adds tonight's holds behind the prior ones, so the master stays
*>   in the order the transactions were keyed - the order they will
*>   reach CUSTRANV in when several fall due on the same day.

    OPEN INPUT PENDNEW-FILE

    IF NOT CUS-PND-NEW-STATUS-OK
       DISPLAY 'UNABLE TO OPEN PENDNEW - STATUS ' CUS-PND-NEW-STATUS
       MOVE 12 TO RETURN-CODE
       GO TO 2500-EXIT
    END-IF

    PERFORM 2600-READ-NEW-REC THRU 2600-EXIT
       UNTIL CUS-PND-NEW-EOF OR RETURN-CODE = 12

    CLOSE PENDNEW-FILE.

 2500-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2600-READ-NEW-REC SECTION.
*>----------------------------------------------------------------------

    READ PENDNEW-FILE
       AT END
          CONTINUE
       NOT AT END
          MOVE CUS-PND-NEW-REC TO CUS-PND-MST-WORK
          PERFORM 2900-ADD-ENTRY THRU 2900-EXIT
          ADD 1 TO CUS-PND-NEW-CNT
    END-READ.

 2600-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2900-ADD-ENTRY SECTION.
*>----------------------------------------------------------------------

    IF CUS-PND-ENTRY-CNT >= CUS-PND-TABLE-MAX
       DISPLAY 'MORE THAN ' CUS-PND-TABLE-MAX
          ' PENDING TRANSACTIONS - RUN CANNOT CONTINUE'
       MOVE 12 TO RETURN-CODE
    ELSE
       ADD 1 TO CUS-PND-ENTRY-CNT
       MOVE 'P' TO CUS-PND-ENT-STATUS(CUS-PND-ENTRY-CNT)
       MOVE CUS-PND-MST-IMAGE
          TO CUS-PND-ENT-IMAGE(CUS-PND-ENTRY-CNT)
       MOVE CUS-PND-MST-HELD-DATE
          TO CUS-PND-ENT-HELD-DATE(CUS-PND-ENTRY-CNT)
       MOVE CUS-PND-MST-SET-COLS
          TO CUS-PND-ENT-SET-COLS(CUS-PND-ENTRY-CNT)
    END-IF.

 2900-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 3000-APPLY-CANCELLATIONS SECTION.
*>----------------------------------------------------------------------
*>   Each card withdraws the first still-pending hold with its type,
*>   CUS_ID and effective date - a second identical hold needs a
*>   second card.  Cancellations run before the release pass, so a
*>   transaction cancelled on the day it falls due never fires.  A
*>   night without a PENDCNCL file simply has nothing to cancel.

    MOVE 'CANCELLED BEFORE RELEASE' TO CUS-PND-RPT-SECTION
    PERFORM 6600-PRINT-SECTION THRU 6600-EXIT

    OPEN INPUT PENDCNCL-FILE

    IF NOT CUS-PND-CNCL-STATUS-OK
       GO TO 3000-EXIT
    END-IF

    PERFORM 3100-READ-CNCL-REC THRU 3100-EXIT
       UNTIL CUS-PND-CNCL-EOF

    CLOSE PENDCNCL-FILE.

 3000-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 3100-READ-CNCL-REC SECTION.
*>----------------------------------------------------------------------

    READ PENDCNCL-FILE
       AT END
          CONTINUE
       NOT AT END
          ADD 1 TO CUS-PND-CNCL-READ-CNT
          PERFORM 3200-CANCEL-ONE THRU 3200-EXIT
    END-READ.

 3100-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 3200-CANCEL-ONE SECTION.
*>----------------------------------------------------------------------
*>   A card matching nothing still pending - already released, already
*>   cancelled, or keyed wrong - is printed so the clerk can see the
*>   withdrawal did not happen, and makes the run a warning.

    MOVE 'N' TO CUS-PND-FOUND-SW

    PERFORM 3300-TEST-ONE-CANCEL THRU 3300-EXIT
       VARYING CUS-PND-SCAN-IDX FROM 1 BY 1
       UNTIL CUS-PND-FOUND OR CUS-PND-SCAN-IDX > CUS-PND-ENTRY-CNT

    IF NOT CUS-PND-FOUND
       ADD 1 TO CUS-PND-UNMATCHED-CNT
       IF RETURN-CODE < 4
          MOVE 4 TO RETURN-CODE
       END-IF
       MOVE CUS-PND-CNCL-TYPE     TO CUS-PND-RPT-TYPE-DIS
       MOVE CUS-PND-CNCL-ID       TO CUS-PND-RPT-ID-DIS
       MOVE SPACES                TO CUS-PND-RPT-NAME-DIS
       MOVE CUS-PND-CNCL-EFF-DATE TO CUS-PND-RPT-EFF-DIS
       MOVE SPACES                TO CUS-PND-RPT-HELD-DIS
       MOVE 'NO SUCH HOLD'        TO CUS-PND-RPT-DISP-DIS
       PERFORM 6200-PRINT-DETAIL THRU 6200-EXIT
    END-IF.

 3200-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 3300-TEST-ONE-CANCEL SECTION.
*>----------------------------------------------------------------------

    IF CUS-PND-ENT-PENDING(CUS-PND-SCAN-IDX)
          AND CUS-PND-ENT-TYPE(CUS-PND-SCAN-IDX) = CUS-PND-CNCL-TYPE
          AND CUS-PND-ENT-ID(CUS-PND-SCAN-IDX) = CUS-PND-CNCL-ID
          AND CUS-PND-ENT-EFF-DATE(CUS-PND-SCAN-IDX)
             = CUS-PND-CNCL-EFF-DATE
       SET CUS-PND-FOUND TO TRUE
       SET CUS-PND-ENT-CANCELLED(CUS-PND-SCAN-IDX) TO TRUE
       ADD 1 TO CUS-PND-CANCELLED-CNT
       MOVE CUS-PND-SCAN-IDX TO CUS-PND-IDX
       MOVE SPACES TO CUS-PND-RPT-DISP-DIS
       STRING 'CANCELLED BY ' DELIMITED BY SIZE
              CUS-PND-CNCL-BY DELIMITED BY SIZE
         INTO CUS-PND-RPT-DISP-DIS
       END-STRING
       PERFORM 6100-PRINT-ENTRY THRU 6100-EXIT
    END-IF.

 3300-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 4000-RELEASE-DUE SECTION.
*>----------------------------------------------------------------------
*>   Every hold still pending whose effective date has arrived goes
*>   onto CUSTRANV - a change rebuilt over CUS as it stands tonight.
*>   The ISO dates compare as text.

    MOVE 'FALLEN DUE TONIGHT' TO CUS-PND-RPT-SECTION
    PERFORM 6600-PRINT-SECTION THRU 6600-EXIT

    PERFORM 4100-RELEASE-ONE THRU 4100-EXIT
       VARYING CUS-PND-IDX FROM 1 BY 1
       UNTIL CUS-PND-IDX > CUS-PND-ENTRY-CNT.

 4000-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 4100-RELEASE-ONE SECTION.
*>----------------------------------------------------------------------

    IF NOT CUS-PND-ENT-PENDING(CUS-PND-IDX)
          OR CUS-PND-ENT-EFF-DATE(CUS-PND-IDX) > CUS-PND-RUN-DATE-ISO
       GO TO 4100-EXIT
    END-IF

    MOVE CUS-PND-ENT-IMAGE(CUS-PND-IDX) TO CUS-PND-TRAN-WORK
    MOVE 'Y' TO CUS-PND-RELEASE-SW

    IF CUS-PND-TRAN-TYPE = 'C'
          AND CUS-PND-ENT-SET-COLS(CUS-PND-IDX) NOT = SPACES
       PERFORM 4200-REBUILD-CHANGE THRU 4200-EXIT
    END-IF

    IF NOT CUS-PND-RELEASE-OK
       GO TO 4100-EXIT
    END-IF

    IF (CUS-PND-TRAN-TYPE = 'A' OR CUS-PND-TRAN-TYPE = 'C')
          AND CUS-PND-TRAN-DOB(1:4) NUMERIC
          AND CUS-PND-TRAN-DOB(1:4) NOT = '0000'
          AND CUS-PND-TRAN-DOB(6:2) NUMERIC
          AND CUS-PND-TRAN-DOB(9:2) NUMERIC
       MOVE CUS-PND-TRAN-DOB(1:4) TO CUS-PND-DOB-YYYY
       MOVE CUS-PND-TRAN-DOB(6:2) TO CUS-PND-DOB-MM
       MOVE CUS-PND-TRAN-DOB(9:2) TO CUS-PND-DOB-DD
       COMPUTE CUS-PND-DOB-MMDD
          = CUS-PND-DOB-MM * 100 + CUS-PND-DOB-DD
       COMPUTE CUS-PND-DRV-AGE
          = CUS-PND-RUN-YYYY - CUS-PND-DOB-YYYY
       IF CUS-PND-RUN-MMDD < CUS-PND-DOB-MMDD
          SUBTRACT 1 FROM CUS-PND-DRV-AGE
       END-IF
       MOVE CUS-PND-DRV-AGE TO CUS-PND-TRAN-AGE
    END-IF

    WRITE CUS-PND-VALID-REC FROM CUS-PND-TRAN-WORK

    IF NOT CUS-PND-VALID-STATUS-OK
       DISPLAY 'CUSTRANV WRITE FAILED - STATUS ' CUS-PND-VALID-STATUS
          ' - CUS_ID ' CUS-PND-ENT-ID(CUS-PND-IDX) ' KEPT PENDING'
       IF RETURN-CODE < 8
          MOVE 8 TO RETURN-CODE
       END-IF
       GO TO 4100-EXIT
    END-IF

    SET CUS-PND-ENT-RELEASED(CUS-PND-IDX) TO TRUE
    ADD 1 TO CUS-PND-RELEASED-CNT
    MOVE 'RELEASED' TO CUS-PND-RPT-DISP-DIS
    PERFORM 6100-PRINT-ENTRY THRU 6100-EXIT.

 4100-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 4200-REBUILD-CHANGE SECTION.
*>----------------------------------------------------------------------
*>   Rebuilds the change staged in CUS-PND-TRAN-WORK over the row CUS
*>   holds tonight: every column the change does not set is taken from
*>   CUS, so a name, birth date or contact change applied while it
*>   waited stands.  A change with no birth date left to carry cannot
*>   be applied - the same refusal CUSCOA and CUSMASS make.

    MOVE 'N' TO CUS-PND-RELEASE-SW

    PERFORM 4300-FETCH-CURRENT THRU 4300-EXIT

    IF CUS-PND-CUR-UNAVAILABLE
       PERFORM 4250-KEEP-PENDING THRU 4250-EXIT
       GO TO 4200-EXIT
    END-IF

    IF CUS-PND-CUR-NOT-ON-FILE
       MOVE 'NOT ON CUS - P01' TO CUS-PND-RPT-DISP-DIS
       PERFORM 4260-SUSPEND-HOLD THRU 4260-EXIT
       GO TO 4200-EXIT
    END-IF

    MOVE CUS-PND-ENT-SET-COLS(CUS-PND-IDX) TO CUS-PND-SET-COLS

    IF NOT CUS-PND-SETS-NAME
       MOVE CUS-PND-CUR-NAME   TO CUS-PND-TRAN-NAME
    END-IF

    IF NOT CUS-PND-SETS-DOB
       MOVE CUS-PND-CUR-DOB    TO CUS-PND-TRAN-DOB
    END-IF

    IF NOT CUS-PND-SETS-ADDR
       MOVE CUS-PND-CUR-ADDR1  TO CUS-PND-TRAN-ADDR1
       MOVE CUS-PND-CUR-ADDR2  TO CUS-PND-TRAN-ADDR2
       MOVE CUS-PND-CUR-CITY   TO CUS-PND-TRAN-CITY
       MOVE CUS-PND-CUR-POSTAL TO CUS-PND-TRAN-POSTAL
    END-IF

    IF NOT CUS-PND-SETS-PHONE
       MOVE CUS-PND-CUR-PHONE  TO CUS-PND-TRAN-PHONE
    END-IF

    IF NOT CUS-PND-SETS-EMAIL
       MOVE CUS-PND-CUR-EMAIL  TO CUS-PND-TRAN-EMAIL
    END-IF

    IF CUS-PND-TRAN-DOB = '0000-00-00'
       MOVE 'NO DOB ON CUS - P01' TO CUS-PND-RPT-DISP-DIS
       PERFORM 4260-SUSPEND-HOLD THRU 4260-EXIT
       GO TO 4200-EXIT
    END-IF

    MOVE 'Y' TO CUS-PND-RELEASE-SW.

 4200-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 4250-KEEP-PENDING SECTION.
*>----------------------------------------------------------------------
*>   A change whose current row could not be read stays on the master
*>   to be rebuilt on the next run - nothing is released on a guess.

    ADD 1 TO CUS-PND-KEPT-CNT
    IF RETURN-CODE < 8
       MOVE 8 TO RETURN-CODE
    END-IF
    MOVE 'KEPT - NO LOOKUP' TO CUS-PND-RPT-DISP-DIS
    PERFORM 6100-PRINT-ENTRY THRU 6100-EXIT.

 4250-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 4260-SUSPEND-HOLD SECTION.
*>----------------------------------------------------------------------
*>   Writes the hold to CUSSUSP as CUSEDIT writes a reject - the image
*>   as keyed, tonight as the reject date, reason P01, a zero
*>   resubmission count and the effective date at the end - and takes
*>   it off the master.  The caller stages the report disposition.

    MOVE CUS-PND-ENT-IMAGE(CUS-PND-IDX)    TO CUS-PND-SUSP-IMAGE
    MOVE CUS-PND-RUN-DATE-ISO              TO CUS-PND-SUSP-REJ-DATE
    MOVE 'P01'                             TO CUS-PND-SUSP-REASON
    MOVE ZERO                              TO CUS-PND-SUSP-RESUB
    MOVE CUS-PND-ENT-EFF-DATE(CUS-PND-IDX) TO CUS-PND-SUSP-EFF-DATE
    WRITE CUS-PND-SUSP-REC

    IF NOT CUS-PND-SUSP-STATUS-OK
       DISPLAY 'CUSSUSP WRITE FAILED - STATUS ' CUS-PND-SUSP-STATUS
          ' - CUS_ID ' CUS-PND-ENT-ID(CUS-PND-IDX) ' KEPT PENDING'
       IF RETURN-CODE < 8
          MOVE 8 TO RETURN-CODE
       END-IF
       GO TO 4260-EXIT
    END-IF

    SET CUS-PND-ENT-SUSPENDED(CUS-PND-IDX) TO TRUE
    ADD 1 TO CUS-PND-SUSPENDED-CNT
    IF RETURN-CODE < 4
       MOVE 4 TO RETURN-CODE
    END-IF
    PERFORM 6100-PRINT-ENTRY THRU 6100-EXIT.

 4260-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 4300-FETCH-CURRENT SECTION.
*>----------------------------------------------------------------------
*>   Reads the name, birth date and contact columns CUS holds tonight
*>   for the change staged in CUS-PND-TRAN-WORK.  No database, or a
*>   lookup that fails, leaves the values unavailable.

    MOVE SPACES TO CUS-PND-CUR-NAME
    MOVE SPACES TO CUS-PND-CUR-DOB
    MOVE SPACES TO CUS-PND-CUR-CONTACT
    SET CUS-PND-CUR-UNAVAILABLE TO TRUE

    IF NOT CUS-PND-ISOLATE-OK
       GO TO 4300-EXIT
    END-IF

    MOVE SPACES TO QUERY
    STRING "SELECT CUS_ID, CUS_NAME || '|' || COALESCE(TO_CHAR(CUS_DOB, 'YYYY-MM-DD'), '0000-00-00') || '|' || COALESCE(CUS_ADDR1, '') || '|' || COALESCE(CUS_ADDR2, '') || '|' || COALESCE(CUS_CITY, '') || '|' || COALESCE(CUS_POSTAL, '') || '|' || COALESCE(CUS_PHONE, '') || '|' || COALESCE(CUS_EMAIL, '') || '|', 0 FROM CUS WHERE CUS_ID = "
                                DELIMITED BY SIZE
           CUS-PND-TRAN-ID      DELIMITED BY SIZE
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
          SET ADDRESS OF CUS-PND-CUR-STR TO CUS-NAME-PTR(1)
          UNSTRING CUS-PND-CUR-STR DELIMITED BY '|'
             INTO CUS-PND-CUR-NAME
                  CUS-PND-CUR-DOB
                  CUS-PND-CUR-ADDR1
                  CUS-PND-CUR-ADDR2
                  CUS-PND-CUR-CITY
                  CUS-PND-CUR-POSTAL
                  CUS-PND-CUR-PHONE
                  CUS-PND-CUR-EMAIL
          END-UNSTRING
          SET CUS-PND-CUR-FOUND TO TRUE
          CALL STATIC 'free_results' using
             BY VALUE GRAAL_ISOLATETHREAD_T
             BY REFERENCE CUS
             BY VALUE RESULT
             returning RESPONSE
          END-CALL
       WHEN RESULT = 0
          SET CUS-PND-CUR-NOT-ON-FILE TO TRUE
       WHEN OTHER
          PERFORM 4900-GET-ERROR-DETAIL THRU 4900-EXIT
          DISPLAY 'CUS_ID ' CUS-PND-TRAN-ID ' CURRENT-ROW FETCH FAILED - SQLCODE '
             CUS-PND-ERROR-CODE ' - ' CUS-PND-ERROR-TEXT
    END-EVALUATE.

 4300-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 4900-GET-ERROR-DETAIL SECTION.
*>----------------------------------------------------------------------

    CALL STATIC 'exec_get_last_error' using
        BY VALUE GRAAL_ISOLATETHREAD_T
        BY REFERENCE CUS-PND-ERROR-TEXT
        returning CUS-PND-ERROR-CODE
    END-CALL.

 4900-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 5000-WRITE-NEW-MASTER SECTION.
*>----------------------------------------------------------------------
*>   Only holds still pending carry forward - a released hold lives on
*>   as its CUSTRANV record and CUSHIST journal, a suspended one on
*>   CUSSUSP, a cancelled one on tonight's report.

    PERFORM 5100-WRITE-ONE-MASTER THRU 5100-EXIT
       VARYING CUS-PND-IDX FROM 1 BY 1
       UNTIL CUS-PND-IDX > CUS-PND-ENTRY-CNT.

 5000-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 5100-WRITE-ONE-MASTER SECTION.
*>----------------------------------------------------------------------

    IF NOT CUS-PND-ENT-PENDING(CUS-PND-IDX)
       GO TO 5100-EXIT
    END-IF

    MOVE CUS-PND-ENT-IMAGE(CUS-PND-IDX)     TO CUS-PND-MST-IMAGE
    MOVE CUS-PND-ENT-HELD-DATE(CUS-PND-IDX) TO CUS-PND-MST-HELD-DATE
    MOVE CUS-PND-ENT-SET-COLS(CUS-PND-IDX)  TO CUS-PND-MST-SET-COLS
    WRITE CUS-PND-MSTO-REC FROM CUS-PND-MST-WORK

    IF NOT CUS-PND-MSTO-STATUS-OK
       DISPLAY 'PENDMSTO WRITE FAILED - STATUS ' CUS-PND-MSTO-STATUS
       IF RETURN-CODE < 8
          MOVE 8 TO RETURN-CODE
       END-IF
    END-IF.

 5100-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 6000-PRINT-STILL-PENDING SECTION.
*>----------------------------------------------------------------------
*>   Everything still waiting for its date, then the run totals.

    MOVE 'STILL PENDING' TO CUS-PND-RPT-SECTION
    PERFORM 6600-PRINT-SECTION THRU 6600-EXIT

    PERFORM 6050-PRINT-ONE-STILL THRU 6050-EXIT
       VARYING CUS-PND-IDX FROM 1 BY 1
       UNTIL CUS-PND-IDX > CUS-PND-ENTRY-CNT

    MOVE 'PENDING FROM PRIOR RUN  ' TO CUS-PND-TOT-LABEL
    MOVE CUS-PND-PRIOR-CNT          TO CUS-PND-TOT-VALUE
    WRITE CUS-PND-RPT-LINE FROM CUS-PND-TOTAL-LINE
       AFTER ADVANCING 2 LINES

    MOVE 'HELD BY CUSEDIT TONIGHT ' TO CUS-PND-TOT-LABEL
    MOVE CUS-PND-NEW-CNT            TO CUS-PND-TOT-VALUE
    WRITE CUS-PND-RPT-LINE FROM CUS-PND-TOTAL-LINE
       AFTER ADVANCING 1 LINE

    MOVE 'CANCELLED               ' TO CUS-PND-TOT-LABEL
    MOVE CUS-PND-CANCELLED-CNT      TO CUS-PND-TOT-VALUE
    WRITE CUS-PND-RPT-LINE FROM CUS-PND-TOTAL-LINE
       AFTER ADVANCING 1 LINE

    MOVE 'CANCELS WITH NO HOLD    ' TO CUS-PND-TOT-LABEL
    MOVE CUS-PND-UNMATCHED-CNT      TO CUS-PND-TOT-VALUE
    WRITE CUS-PND-RPT-LINE FROM CUS-PND-TOTAL-LINE
       AFTER ADVANCING 1 LINE

    MOVE 'RELEASED TO CUSTRANV    ' TO CUS-PND-TOT-LABEL
    MOVE CUS-PND-RELEASED-CNT       TO CUS-PND-TOT-VALUE
    WRITE CUS-PND-RPT-LINE FROM CUS-PND-TOTAL-LINE
       AFTER ADVANCING 1 LINE

    MOVE 'SUSPENDED AT RELEASE    ' TO CUS-PND-TOT-LABEL
    MOVE CUS-PND-SUSPENDED-CNT      TO CUS-PND-TOT-VALUE
    WRITE CUS-PND-RPT-LINE FROM CUS-PND-TOTAL-LINE
       AFTER ADVANCING 1 LINE

    MOVE 'DUE BUT KEPT - NO LOOKUP' TO CUS-PND-TOT-LABEL
    MOVE CUS-PND-KEPT-CNT           TO CUS-PND-TOT-VALUE
    WRITE CUS-PND-RPT-LINE FROM CUS-PND-TOTAL-LINE
       AFTER ADVANCING 1 LINE

    MOVE 'STILL PENDING           ' TO CUS-PND-TOT-LABEL
    MOVE CUS-PND-STILL-CNT          TO CUS-PND-TOT-VALUE
    WRITE CUS-PND-RPT-LINE FROM CUS-PND-TOTAL-LINE
       AFTER ADVANCING 1 LINE.

 6000-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 6050-PRINT-ONE-STILL SECTION.
*>----------------------------------------------------------------------

    IF CUS-PND-ENT-PENDING(CUS-PND-IDX)
       ADD 1 TO CUS-PND-STILL-CNT
       IF CUS-PND-ENT-EFF-DATE(CUS-PND-IDX) > CUS-PND-RUN-DATE-ISO
          MOVE 'AWAITING DATE' TO CUS-PND-RPT-DISP-DIS
       ELSE
          MOVE 'DUE - WILL RETRY' TO CUS-PND-RPT-DISP-DIS
       END-IF
       PERFORM 6100-PRINT-ENTRY THRU 6100-EXIT
    END-IF.

 6050-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 6100-PRINT-ENTRY SECTION.
*>----------------------------------------------------------------------
*>   Prints table entry CUS-PND-IDX with the disposition the caller
*>   staged.

    MOVE CUS-PND-ENT-TYPE(CUS-PND-IDX)      TO CUS-PND-RPT-TYPE-DIS
    MOVE CUS-PND-ENT-ID(CUS-PND-IDX)        TO CUS-PND-RPT-ID-DIS
    MOVE CUS-PND-ENT-NAME(CUS-PND-IDX)      TO CUS-PND-RPT-NAME-DIS
    MOVE CUS-PND-ENT-EFF-DATE(CUS-PND-IDX)  TO CUS-PND-RPT-EFF-DIS
    MOVE CUS-PND-ENT-HELD-DATE(CUS-PND-IDX) TO CUS-PND-RPT-HELD-DIS
    PERFORM 6200-PRINT-DETAIL THRU 6200-EXIT.

 6100-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 6200-PRINT-DETAIL SECTION.
*>----------------------------------------------------------------------

    IF CUS-PND-RPT-LINE-CNT >= CUS-PND-RPT-MAX-LINES
       PERFORM 6500-PRINT-HEADINGS THRU 6500-EXIT
    END-IF

    WRITE CUS-PND-RPT-LINE FROM CUS-PND-RPT-DETAIL
       AFTER ADVANCING 1 LINE
    ADD 1 TO CUS-PND-RPT-LINE-CNT.

 6200-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 6500-PRINT-HEADINGS SECTION.
*>----------------------------------------------------------------------

    ADD 1 TO CUS-PND-RPT-PAGE-CNT
    MOVE CUS-PND-RUN-DATE-DIS TO CUS-PND-RPT-DATE-DIS
    MOVE CUS-PND-RPT-PAGE-CNT TO CUS-PND-RPT-PAGE-DIS

    WRITE CUS-PND-RPT-LINE FROM CUS-PND-RPT-HEADING1 AFTER ADVANCING PAGE
    WRITE CUS-PND-RPT-LINE FROM CUS-PND-RPT-HEADING2 AFTER ADVANCING 2 LINES
    WRITE CUS-PND-RPT-LINE FROM CUS-PND-RPT-HEADING3 AFTER ADVANCING 1 LINE

    MOVE 4 TO CUS-PND-RPT-LINE-CNT.

 6500-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 6600-PRINT-SECTION SECTION.
*>----------------------------------------------------------------------
*>   A section title - never left alone at the foot of a page.

    IF CUS-PND-RPT-LINE-CNT >= CUS-PND-RPT-MAX-LINES - 3
       PERFORM 6500-PRINT-HEADINGS THRU 6500-EXIT
    END-IF

    WRITE CUS-PND-RPT-LINE FROM CUS-PND-RPT-SECTION
       AFTER ADVANCING 2 LINES
    ADD 2 TO CUS-PND-RPT-LINE-CNT.

 6600-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 8000-TERMINATE SECTION.
*>----------------------------------------------------------------------

    IF CUS-PND-ISOLATE-OK
       CALL STATIC 'graal_detach_thread' using
              BY VALUE GRAAL_ISOLATETHREAD_T
              returning RESPONSE
       END-CALL

       IF RESPONSE NOT equal 0
          DISPLAY 'graal_detach_thread failed'
       END-IF
    END-IF

    IF CUS-PND-VALID-IS-OPEN
       CLOSE CUSTRANV-FILE
    END-IF

    IF CUS-PND-SUSP-IS-OPEN
       CLOSE CUSSUSP-FILE
    END-IF

    IF CUS-PND-MSTO-IS-OPEN
       CLOSE PENDMSTO-FILE
    END-IF

    IF CUS-PND-RPT-IS-OPEN
       CLOSE PENDRPT
    END-IF

    DISPLAY 'CUSPEND SUMMARY - PRIOR ' CUS-PND-PRIOR-CNT
       ' NEW ' CUS-PND-NEW-CNT
       ' CANCELLED ' CUS-PND-CANCELLED-CNT
       ' RELEASED ' CUS-PND-RELEASED-CNT
       ' SUSPENDED ' CUS-PND-SUSPENDED-CNT
       ' STILL PENDING ' CUS-PND-STILL-CNT.

 8000-EXIT.
    EXIT.

 END PROGRAM CUSPEND.
