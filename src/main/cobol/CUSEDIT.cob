            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CUS-EDT-VALID-STATUS.

*> PENDNEW receives every record that passes all edits but carries an
*> effective date still in the future - held back from CUSTRANV until
*> its date arrives, when the CUSPEND release step moves it into that
*> night's CUSTRANV feed.
     SELECT PENDNEW-FILE ASSIGN TO "PENDNEW"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CUS-EDT-PEND-STATUS.

*> APPRNEW receives every record that passes all edits but needs a
*> second person's sign-off before it may be applied - closures,
*> merges, reopens, and changes to a customer's name or birth date.
*> The CUSAPPR approval step carries these holds until they are
*> approved into CUSTRANV, declined, or age out.
     SELECT APPRNEW-FILE ASSIGN TO "APPRNEW"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CUS-EDT-APPR-STATUS.

*> CUSSUSP receives every rejected record, byte for byte as keyed, so
*> the file can be corrected and resubmitted through this edit again
*> without re-keying the whole record.
     05 MAINTPARM-URI                    PIC X(50).
     05 MAINTPARM-USER                   PIC X(20).
     05 MAINTPARM-PWD                    PIC X(20).
*> CUSMAINT's commit-control and interlock fields, not used here.
     05 FILLER                           PIC X(11).
*> The furthest ahead, in days from the run date, a transaction may
*> be effective-dated - blank or zero takes CUS-EDT-PEND-HORIZON.
     05 MAINTPARM-PEND-HORIZON           PIC X(3).
     05 MAINTPARM-PEND-HORIZON-N REDEFINES MAINTPARM-PEND-HORIZON
                                         PIC 9(3).
*> CUSAPPR's approval-hold age limit, not used here.
     05 FILLER                           PIC X(3).

*> Same record as CUSMAINT's CUSTRAN FD, except the numeric fields are
*> declared alphanumeric with numeric REDEFINES - this program's whole
        88 CUS-TRAN-CHANGE               VALUE 'C'.
        88 CUS-TRAN-CLOSE                VALUE 'X'.
        88 CUS-TRAN-REOPEN               VALUE 'R'.
        88 CUS-TRAN-MERGE                VALUE 'M'.
        88 CUS-TRAN-BATCH-HDR            VALUE 'H'.
        88 CUS-TRAN-BATCH-TRL            VALUE 'T'.
     05 CUS-TRAN-ID-X                    PIC X(9).
     05 CUS-TRAN-POSTAL                  PIC X(10).
     05 CUS-TRAN-PHONE                   PIC X(15).
     05 CUS-TRAN-EMAIL                   PIC X(40).
*> The date the transaction is to take effect, keyed YYYY-MM-DD and
*> appended after the older fields so files keyed before it existed
*> still read.  Blank, today or earlier applies tonight; a date still
*> to come - no further out than the MAINTPARM horizon - is held on
*> the pending file until the release step finds it due.
     05 CUS-TRAN-EFF-DATE                PIC X(10).
*> Control-record views of the same 198 bytes.  The 'H' header carries
*> the date data entry keyed the batch under and the ID of the clerk
*> who keyed it - the person who may not approve any of the batch's
*> held transactions; the 'T' trailer carries
*> the keyed record count and a CUS_ID hash total computed the same
*> way the CUSINTF trailer's is - the sum of the batch's CUS_IDs
*> truncated to the field.
 01  CUS-TRAN-HDR-REC.
     05 FILLER                           PIC X(1).
     05 CUS-TRAN-HDR-DATE                PIC X(10).
     05 CUS-TRAN-HDR-KEYER               PIC X(8).
     05 FILLER                           PIC X(179).
 01  CUS-TRAN-TRL-REC.
     05 FILLER                           PIC X(1).
     05 CUS-TRAN-TRL-COUNT-X             PIC X(6).
     05 CUS-TRAN-TRL-HASH-X              PIC X(15).
     05 CUS-TRAN-TRL-HASH REDEFINES CUS-TRAN-TRL-HASH-X
                                         PIC 9(15).
     05 FILLER                           PIC X(176).
*> Merge view.  An 'M' closes the customer in CUS-TRAN-ID as a
*> duplicate of the surviving customer keyed where the name would
*> otherwise go; the rest of the record is ignored.
 01  CUS-TRAN-MRG-REC.
     05 FILLER                           PIC X(10).
     05 CUS-TRAN-MRG-SURV-ID-X           PIC X(9).
     05 CUS-TRAN-MRG-SURV-ID REDEFINES CUS-TRAN-MRG-SURV-ID-X
                                         PIC 9(9).
     05 FILLER                           PIC X(179).

 FD  CUSTRANV-FILE.
 01  CUS-EDT-VALID-REC                   PIC X(198).

*> A pending record is the transaction as keyed, the date this edit
*> held it and, for a change, which columns it sets - the same record
*> the CUSPEND master carries forward.  A change is a whole-row image
*> of CUS as it stood tonight; CUSPEND rebuilds it from CUS as it
*> stands on the day it falls due, taking only the columns marked here
*> from the image, so nothing applied in between is put back.
 FD  PENDNEW-FILE.
 01  CUS-EDT-PEND-REC.
     05 CUS-EDT-PEND-IMAGE               PIC X(198).
     05 CUS-EDT-PEND-HELD-DATE           PIC X(10).
     05 CUS-EDT-PEND-SET-COLS            PIC X(5).

*> An approval hold is the transaction as keyed, the date this edit
*> held it, the clerk the batch header names as its keyer and, for a
*> change, which columns it sets - the same record the CUSAPPR master
*> carries forward, and hands on to PENDNEW with a change approved
*> ahead of its effective date.
 FD  APPRNEW-FILE.
 01  CUS-EDT-APPR-REC.
     05 CUS-EDT-APPR-IMAGE               PIC X(198).
     05 CUS-EDT-APPR-HELD-DATE           PIC X(10).
     05 CUS-EDT-APPR-KEYER               PIC X(8).
     05 CUS-EDT-APPR-SET-COLS            PIC X(5).

*> A suspense record is the rejected transaction byte for byte plus
*> the control fields the suspense manager (CUSSUSPM) ages and clears
*> by: the date this edit rejected it, the reason code it failed on,
*> and a resubmission count this program always writes as zero - the
*> manager owns the count, bumping it when the same transaction comes
*> back through the edit and rejects again.  The effective date rides
*> after the control fields rather than inside the image, so suspense
*> records written before it existed keep their shape.
 FD  CUSSUSP-FILE.
 01  CUS-EDT-SUSP-REC.
     05 CUS-EDT-SUSP-IMAGE               PIC X(188).
     05 CUS-EDT-SUSP-REJ-DATE            PIC X(10).
     05 CUS-EDT-SUSP-REASON              PIC X(3).
     05 CUS-EDT-SUSP-RESUB               PIC 9(2).
     05 CUS-EDT-SUSP-EFF-DATE            PIC X(10).

 FD  CUSEDRPT.
 01  CUS-EDT-RPT-LINE                    PIC X(80).
 01 CUS-EDT-VALID-OPEN-SW                PIC X(1) VALUE 'N'.
    88 CUS-EDT-VALID-IS-OPEN             VALUE 'Y'.

 01 CUS-EDT-PEND-STATUS                  PIC X(2).
    88 CUS-EDT-PEND-STATUS-OK            VALUE '00'.

 01 CUS-EDT-PEND-OPEN-SW                 PIC X(1) VALUE 'N'.
    88 CUS-EDT-PEND-IS-OPEN              VALUE 'Y'.

 01 CUS-EDT-APPR-STATUS                  PIC X(2).
    88 CUS-EDT-APPR-STATUS-OK            VALUE '00'.

 01 CUS-EDT-APPR-OPEN-SW                 PIC X(1) VALUE 'N'.
    88 CUS-EDT-APPR-IS-OPEN              VALUE 'Y'.

 01 CUS-EDT-SUSP-STATUS                  PIC X(2).
    88 CUS-EDT-SUSP-STATUS-OK            VALUE '00'.

 01 URI                                  PIC X(50).
 01 USER                                 PIC X(20).
 01 PWD                                  PIC X(20).
 01 QUERY                                PIC X(500).

 01 CUS BASED.
    05 CUS-STRUCT OCCURS 20.

 01 CUS-POINTER                          USAGE POINTER.

*> The current-values string column for a change - name, birth date
*> and the six contact columns '|'-joined with a trailing '|'
*> sentinel, the same splice the CUSMAINT before-image fetch uses -
*> mapped over the row's pointer.
 01 CUS-EDT-CUR-STR                      PIC X(200) BASED.

 01 CUS-EDT-ISOLATE-SW                   PIC X(1) VALUE 'N'.
    88 CUS-EDT-ISOLATE-OK                VALUE 'Y'.


*> CUS-EDT-ON-FILE-COUNT is the COUNT(*) of the transaction's CUS_ID
*> on CUS - 0 or 1 - used to fail an 'A' for a customer already there
*> and a 'C'/'X' for one who is not.  For an 'M' it counts the open
*> rows among the duplicate and the survivor, and must come back 2.
 01 CUS-EDT-ON-FILE-COUNT                USAGE BINARY-DOUBLE.

*> CUS-EDT-AGE-MAX is the highest CUS-TRAN-AGE the edit accepts - ages
 01 CUS-EDT-READ-CNT                     PIC 9(6) VALUE 0.
 01 CUS-EDT-VALID-CNT                    PIC 9(6) VALUE 0.
 01 CUS-EDT-REJECT-CNT                   PIC 9(6) VALUE 0.
 01 CUS-EDT-PEND-CNT                     PIC 9(6) VALUE 0.
 01 CUS-EDT-APPR-CNT                     PIC 9(6) VALUE 0.

*> ------------------------ BIRTH-DATE EDIT AREAS -----------------------
*> Work fields for the calendar edit on CUS-TRAN-DOB and the age the
    88 CUS-EDT-EML-DOT-AFTER-AT          VALUE 'Y'.
 01 CUS-EDT-EML-BAD-SW                   PIC X(1).
    88 CUS-EDT-EML-BAD                   VALUE 'Y'.
 01 CUS-EDT-PHN-LEN                      PIC 9(4).
 01 CUS-EDT-PHN-IDX                      PIC 9(4).
 01 CUS-EDT-PHN-DIGITS                   PIC 9(4).
 01 CUS-EDT-PHN-BAD-SW                   PIC X(1).
    88 CUS-EDT-PHN-BAD                   VALUE 'Y'.

*> Work fields for the delimiter edit - the name and every contact
*> field are scanned for a keyed '|', the character the maintenance
 01 CUS-EDT-PIPE-SW                      PIC X(1).
    88 CUS-EDT-PIPE-FOUND                VALUE 'Y'.

*> ---------------------- EFFECTIVE-DATE EDIT AREAS ---------------------
*> A keyed effective date must be a real calendar date no further past
*> the run date than the horizon.  The gap is taken in serial day
*> numbers - the civil-calendar day count CUSSUSPM ages suspense by -
*> so a horizon spanning a month or year end needs no month table.
 01 CUS-EDT-PEND-HORIZON                 PIC 9(3) VALUE 90.
 01 CUS-EDT-EFF-SW                       PIC X(1).
    88 CUS-EDT-EFF-FUTURE                VALUE 'Y'.
 01 CUS-EDT-DTN-DATE                     PIC X(10).
 01 CUS-EDT-DTN-YYYY                     PIC 9(4).
 01 CUS-EDT-DTN-MM                       PIC 9(2).
 01 CUS-EDT-DTN-DD                       PIC 9(2).
 01 CUS-EDT-DTN-Y                        PIC 9(4).
 01 CUS-EDT-DTN-M                        PIC 9(2).
 01 CUS-EDT-DTN-T1                       PIC 9(7).
 01 CUS-EDT-DTN-T2                       PIC 9(7).
 01 CUS-EDT-DTN-T3                       PIC 9(7).
 01 CUS-EDT-DTN-T4                       PIC 9(7).
 01 CUS-EDT-DTN-NUM                      PIC 9(7).
 01 CUS-EDT-RUN-DAYNUM                   PIC 9(7).
 01 CUS-EDT-EFF-DAYS                     PIC S9(7).

*> ---------------------- APPROVAL-HOLD EDIT AREAS ---------------------
*> A closure, merge or reopen always needs a second person; a change
*> only when the name or birth date it carries differs from what CUS
*> holds now - the current values fetched for the comparison land
*> here.  The keyer comes off the batch header.
 01 CUS-EDT-APPR-SW                      PIC X(1).
    88 CUS-EDT-NEEDS-APPROVAL            VALUE 'Y'.
 01 CUS-EDT-CUR-NAME                     PIC X(20).
 01 CUS-EDT-CUR-DOB                      PIC X(10).
 01 CUS-EDT-CUR-CONTACT.
    05 CUS-EDT-CUR-ADDR1                 PIC X(30).
    05 CUS-EDT-CUR-ADDR2                 PIC X(30).
    05 CUS-EDT-CUR-CITY                  PIC X(20).
    05 CUS-EDT-CUR-POSTAL                PIC X(10).
    05 CUS-EDT-CUR-PHONE                 PIC X(15).
    05 CUS-EDT-CUR-EMAIL                 PIC X(40).

*> The columns a change sets - 'Y' where what was keyed differs from
*> what CUS holds tonight, 'N' where it only repeats it.  The four
*> address columns are one block, as everywhere an address is moved.
*> Blank for every other transaction type.  Carried on the pending and
*> approval holds so a change released on a later day can be rebuilt
*> over CUS as it then stands.
 01 CUS-EDT-SET-COLS.
    05 CUS-EDT-SET-NAME                  PIC X(1).
    05 CUS-EDT-SET-DOB                   PIC X(1).
    05 CUS-EDT-SET-ADDR                  PIC X(1).
    05 CUS-EDT-SET-PHONE                 PIC X(1).
    05 CUS-EDT-SET-EMAIL                 PIC X(1).

*> ------------------------ BATCH-CONTROL AREAS -------------------------
*> The verification pass reads CUSTRAN end to end before any record is
*> edited: the file must open with an 'H' header carrying the batch
 01 CUS-EDT-BCTL-EXP-CNT                 PIC 9(6) VALUE 0.
 01 CUS-EDT-BCTL-EXP-HASH                PIC 9(15) VALUE 0.
 01 CUS-EDT-BCTL-DATE                    PIC X(10).
 01 CUS-EDT-BCTL-KEYER                   PIC X(8) VALUE SPACES.

*> ----------------------- CROSS-RECORD EDIT AREAS ----------------------
*> Every transaction scanned is held here so later records in the same
 01 CUS-EDT-SEEN-CNT                     PIC 9(4) VALUE 0.
 01 CUS-EDT-SEEN-TABLE.
    05 CUS-EDT-SEEN-ENT OCCURS 5000.
       10 CUS-EDT-SEEN-IMAGE            PIC X(198).
       10 CUS-EDT-SEEN-KEY REDEFINES CUS-EDT-SEEN-IMAGE.
          15 CUS-EDT-SEEN-TYPE          PIC X(1).
          15 CUS-EDT-SEEN-ID            PIC X(9).
          15 FILLER                     PIC X(188).
 01 CUS-EDT-SEEN-IDX                     PIC 9(4).

*> ------------------------- REPORT PRINT AREAS ------------------------
       05 FILLER                         PIC X(22) VALUE 'REJECTED TO CUSSUSP   '.
       05 CUS-EDT-RPT-REJECT-DIS         PIC ZZZZZ9.

 01 CUS-EDT-RPT-TOTAL4.
       05 FILLER                         PIC X(22) VALUE 'HELD TO PENDING       '.
       05 CUS-EDT-RPT-PEND-DIS           PIC ZZZZZ9.

 01 CUS-EDT-RPT-TOTAL5.
       05 FILLER                         PIC X(22) VALUE 'HELD FOR APPROVAL     '.
       05 CUS-EDT-RPT-APPR-DIS           PIC ZZZZZ9.

 01 CUS-EDT-RPT-PAGE-CNT                 PIC 9(3) VALUE 0.
 01 CUS-EDT-RPT-LINE-CNT                 PIC 9(2) VALUE 99.
 01 CUS-EDT-RPT-MAX-LINES                PIC 9(2) VALUE 55.
 1100-LOAD-CONN-PARM SECTION.
*>----------------------------------------------------------------------
*>   Reads the one MAINTPARM record shipped for this run and moves it
*>   into the fields the JDBC bridge calls use, along with the
*>   effective-date horizon when one is set.

    OPEN INPUT MAINTPARM-FILE

       MOVE MAINTPARM-URI  TO URI
       MOVE MAINTPARM-USER TO USER
       MOVE MAINTPARM-PWD  TO PWD
       IF MAINTPARM-PEND-HORIZON NUMERIC
          IF MAINTPARM-PEND-HORIZON-N > ZERO
             MOVE MAINTPARM-PEND-HORIZON-N TO CUS-EDT-PEND-HORIZON
          END-IF
       END-IF
    ELSE
       DISPLAY 'UNABLE TO OPEN MAINTPARM - STATUS ' CUS-EDT-CONNPARM-STATUS
       MOVE 12 TO RETURN-CODE
*>----------------------------------------------------------------------
 1200-OPEN-FILES SECTION.
*>----------------------------------------------------------------------
*>   Opens the raw transaction input and the five outputs, and works
*>   out today's run date for the edit report heading and as the
*>   serial day number effective dates are measured from.

    ACCEPT CUS-EDT-RUN-DATE-RAW FROM DATE YYYYMMDD

      INTO CUS-EDT-RUN-TS
    END-STRING

    MOVE CUS-EDT-RUN-DATE-ISO TO CUS-EDT-DTN-DATE
    PERFORM 2495-DATE-TO-DAYNUM THRU 2495-EXIT
    MOVE CUS-EDT-DTN-NUM TO CUS-EDT-RUN-DAYNUM

    OPEN INPUT CUSTRAN-FILE

    IF NOT CUS-EDT-TRAN-STATUS-OK
       END-IF
    END-IF

    IF RETURN-CODE = 0
       OPEN OUTPUT PENDNEW-FILE
       IF NOT CUS-EDT-PEND-STATUS-OK
          DISPLAY 'UNABLE TO OPEN PENDNEW - STATUS ' CUS-EDT-PEND-STATUS
          MOVE 12 TO RETURN-CODE
       ELSE
          SET CUS-EDT-PEND-IS-OPEN TO TRUE
       END-IF
    END-IF

    IF RETURN-CODE = 0
       OPEN OUTPUT APPRNEW-FILE
       IF NOT CUS-EDT-APPR-STATUS-OK
          DISPLAY 'UNABLE TO OPEN APPRNEW - STATUS ' CUS-EDT-APPR-STATUS
          MOVE 12 TO RETURN-CODE
       ELSE
          SET CUS-EDT-APPR-IS-OPEN TO TRUE
       END-IF
    END-IF

    IF RETURN-CODE = 0
       OPEN OUTPUT CUSSUSP-FILE
       IF NOT CUS-EDT-SUSP-STATUS-OK
             ELSE
                SET CUS-EDT-BCTL-HDR-SEEN TO TRUE
                MOVE CUS-TRAN-HDR-DATE TO CUS-EDT-BCTL-DATE
                MOVE CUS-TRAN-HDR-KEYER TO CUS-EDT-BCTL-KEYER
                PERFORM 1240-CHECK-HEADER-DATE THRU 1240-EXIT
             END-IF
          WHEN CUS-TRAN-BATCH-TRL
*>----------------------------------------------------------------------
*>   Runs the current CUSTRAN record through every edit in turn - the
*>   first failure sets the reason code and the later checks are
*>   skipped - then routes the record to APPRNEW, CUSTRANV, PENDNEW or
*>   CUSSUSP and primes the next transaction.  A record needing
*>   approval goes to APPRNEW whatever its effective date - CUSAPPR
*>   sends it on to PENDNEW when it is approved early.  The batch
*>   control records were verified before this loop started and are
*>   passed over here - they are the file's packaging, not
*>   transactions.

    IF CUS-TRAN-BATCH-HDR OR CUS-TRAN-BATCH-TRL
       PERFORM 1210-READ-NEXT-TRAN THRU 1210-EXIT
       PERFORM 2200-CHECK-TRAN-ID THRU 2200-EXIT
    END-IF

    IF CUS-EDT-RECORD-CLEAN
       PERFORM 2250-CHECK-MERGE-SURVIVOR THRU 2250-EXIT
    END-IF

    IF CUS-EDT-RECORD-CLEAN
       PERFORM 2300-CHECK-NAME THRU 2300-EXIT
    END-IF
       PERFORM 2440-CHECK-CONTACT THRU 2440-EXIT
    END-IF

    IF CUS-EDT-RECORD-CLEAN
       PERFORM 2490-CHECK-EFF-DATE THRU 2490-EXIT
    END-IF

    IF CUS-EDT-RECORD-CLEAN
       PERFORM 2450-CHECK-CROSS-BATCH THRU 2450-EXIT
    END-IF
       PERFORM 2500-CHECK-ON-FILE THRU 2500-EXIT
    END-IF

    MOVE 'N' TO CUS-EDT-APPR-SW
    MOVE SPACES TO CUS-EDT-SET-COLS
    IF CUS-EDT-RECORD-CLEAN
       PERFORM 2520-CHECK-APPROVAL THRU 2520-EXIT
    END-IF

    PERFORM 2470-HOLD-SEEN-RECORD THRU 2470-EXIT

*>  A table overflow in 2470 force-ends the run - nothing more may be
    END-IF

    IF CUS-EDT-RECORD-CLEAN
       EVALUATE TRUE
          WHEN CUS-EDT-NEEDS-APPROVAL
             MOVE CUS-TRAN-REC         TO CUS-EDT-APPR-IMAGE
             MOVE CUS-EDT-RUN-DATE-ISO TO CUS-EDT-APPR-HELD-DATE
             MOVE CUS-EDT-BCTL-KEYER   TO CUS-EDT-APPR-KEYER
             MOVE CUS-EDT-SET-COLS     TO CUS-EDT-APPR-SET-COLS
             WRITE CUS-EDT-APPR-REC
             ADD 1 TO CUS-EDT-APPR-CNT
          WHEN CUS-EDT-EFF-FUTURE
             MOVE CUS-TRAN-REC         TO CUS-EDT-PEND-IMAGE
             MOVE CUS-EDT-RUN-DATE-ISO TO CUS-EDT-PEND-HELD-DATE
             MOVE CUS-EDT-SET-COLS     TO CUS-EDT-PEND-SET-COLS
             WRITE CUS-EDT-PEND-REC
             ADD 1 TO CUS-EDT-PEND-CNT
          WHEN OTHER
             WRITE CUS-EDT-VALID-REC FROM CUS-TRAN-REC
             ADD 1 TO CUS-EDT-VALID-CNT
       END-EVALUATE
    ELSE
       PERFORM 3000-WRITE-REJECT THRU 3000-EXIT
    END-IF

    IF NOT CUS-TRAN-ADD AND NOT CUS-TRAN-CHANGE
          AND NOT CUS-TRAN-CLOSE AND NOT CUS-TRAN-REOPEN
          AND NOT CUS-TRAN-MERGE
       MOVE 'E06' TO CUS-EDT-REASON-CODE
       MOVE 'UNKNOWN TRANSACTION TYPE' TO CUS-EDT-REASON-TEXT
    END-IF.
 2200-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2250-CHECK-MERGE-SURVIVOR SECTION.
*>----------------------------------------------------------------------
*>   An 'M' names two customers - the duplicate in CUS-TRAN-ID, which
*>   the merge closes, and the survivor it is folded into.  The
*>   survivor id gets the same digits-and-not-zero edit the
*>   transaction id does, and may not name the duplicate itself.

    IF NOT CUS-TRAN-MERGE
       GO TO 2250-EXIT
    END-IF

    IF CUS-TRAN-MRG-SURV-ID-X NOT NUMERIC
       MOVE 'E16' TO CUS-EDT-REASON-CODE
       MOVE 'SURVIVOR CUS_ID IS NOT NUMERIC' TO CUS-EDT-REASON-TEXT
    ELSE
       IF CUS-TRAN-MRG-SURV-ID = ZERO
          MOVE 'E16' TO CUS-EDT-REASON-CODE
          MOVE 'SURVIVOR CUS_ID IS ZERO' TO CUS-EDT-REASON-TEXT
       ELSE
          IF CUS-TRAN-MRG-SURV-ID = CUS-TRAN-ID
             MOVE 'E16' TO CUS-EDT-REASON-CODE
             MOVE 'SURVIVOR IS THE DUPLICATE ITSELF'
                TO CUS-EDT-REASON-TEXT
          END-IF
       END-IF
    END-IF.

 2250-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2300-CHECK-NAME SECTION.
*>----------------------------------------------------------------------
*>   whole pipeline joins and splits fields on - and a blank postal
*>   code or email is allowed (not every customer has them on file),
*>   but a keyed postal code must be five digits or ZIP+4 (five
*>   digits, hyphen, four digits), a keyed email must have one '@'
*>   with text before it and a dot somewhere after it, and no
*>   embedded blanks, and a keyed phone number must be seven to
*>   fifteen digits with only blanks and ( ) - + . between them.
*>   Closures and reopens ignore the fields.

    IF NOT CUS-TRAN-ADD AND NOT CUS-TRAN-CHANGE
       GO TO 2440-EXIT
          MOVE 'E14' TO CUS-EDT-REASON-CODE
          MOVE 'EMAIL ADDRESS SHAPE IS INVALID'
             TO CUS-EDT-REASON-TEXT
          GO TO 2440-EXIT
       END-IF
    END-IF

    IF CUS-TRAN-PHONE NOT = SPACES
       PERFORM 2442-CHECK-PHONE-SHAPE THRU 2442-EXIT
       IF CUS-EDT-PHN-BAD
          MOVE 'E19' TO CUS-EDT-REASON-CODE
          MOVE 'PHONE NUMBER SHAPE IS INVALID'
             TO CUS-EDT-REASON-TEXT
       END-IF
    END-IF.

 2440-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2442-CHECK-PHONE-SHAPE SECTION.
*>----------------------------------------------------------------------
*>   A phone number is digits, with only blanks and ( ) - + . as
*>   separators, seven to fifteen digits in all - enough to dial, no
*>   more than the international maximum.  Like the e-mail edit, a
*>   keying-slip net, not a number validator.  CUSAUDIT's Q08 rule
*>   holds what is already on CUS to the same shape.

    MOVE 'N' TO CUS-EDT-PHN-BAD-SW
    MOVE 0 TO CUS-EDT-PHN-DIGITS

    MOVE 15 TO CUS-EDT-PHN-LEN
    PERFORM 2444-TRIM-PHONE-CHAR THRU 2444-EXIT
       UNTIL CUS-EDT-PHN-LEN = 1
          OR CUS-TRAN-PHONE(CUS-EDT-PHN-LEN:1) NOT = SPACE

    PERFORM 2443-SCAN-PHONE-CHAR THRU 2443-EXIT
       VARYING CUS-EDT-PHN-IDX FROM 1 BY 1
       UNTIL CUS-EDT-PHN-IDX > CUS-EDT-PHN-LEN

    IF CUS-EDT-PHN-DIGITS < 7
       SET CUS-EDT-PHN-BAD TO TRUE
    END-IF.

 2442-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2443-SCAN-PHONE-CHAR SECTION.
*>----------------------------------------------------------------------

    EVALUATE CUS-TRAN-PHONE(CUS-EDT-PHN-IDX:1)
       WHEN '0' THRU '9'
          ADD 1 TO CUS-EDT-PHN-DIGITS
       WHEN SPACE
       WHEN '('
       WHEN ')'
       WHEN '-'
       WHEN '+'
       WHEN '.'
          CONTINUE
       WHEN OTHER
          SET CUS-EDT-PHN-BAD TO TRUE
    END-EVALUATE.

 2443-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2444-TRIM-PHONE-CHAR SECTION.
*>----------------------------------------------------------------------

    SUBTRACT 1 FROM CUS-EDT-PHN-LEN.

 2444-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2445-CHECK-EMAIL-SHAPE SECTION.
*>----------------------------------------------------------------------
          MOVE 'E09' TO CUS-EDT-REASON-CODE
          MOVE 'SECOND ADD FOR CUS_ID IN BATCH'
             TO CUS-EDT-REASON-TEXT
       WHEN (CUS-TRAN-CHANGE OR CUS-TRAN-REOPEN OR CUS-TRAN-MERGE)
             AND (CUS-EDT-SEEN-TYPE(CUS-EDT-SEEN-IDX) = 'X'
                OR CUS-EDT-SEEN-TYPE(CUS-EDT-SEEN-IDX) = 'M')
             AND CUS-EDT-SEEN-ID(CUS-EDT-SEEN-IDX) = CUS-TRAN-ID-X
          MOVE 'E10' TO CUS-EDT-REASON-CODE
          MOVE 'FOLLOWS A CLOSE IN SAME BATCH'
             TO CUS-EDT-REASON-TEXT
*>     A merge into a survivor the batch has already closed, or
*>     already merged away, would fold the duplicate into a dead row.
       WHEN CUS-TRAN-MERGE
             AND (CUS-EDT-SEEN-TYPE(CUS-EDT-SEEN-IDX) = 'X'
                OR CUS-EDT-SEEN-TYPE(CUS-EDT-SEEN-IDX) = 'M')
             AND CUS-EDT-SEEN-ID(CUS-EDT-SEEN-IDX)
                = CUS-TRAN-MRG-SURV-ID-X
          MOVE 'E10' TO CUS-EDT-REASON-CODE
          MOVE 'SURVIVOR CLOSED EARLIER IN BATCH'
             TO CUS-EDT-REASON-TEXT
       WHEN OTHER
          ADD 1 TO CUS-EDT-SEEN-IDX
    END-EVALUATE.
 2470-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2490-CHECK-EFF-DATE SECTION.
*>----------------------------------------------------------------------
*>   Any transaction type may carry an effective date.  Blank means
*>   apply tonight, as does a date already arrived; a date still to
*>   come routes the record to PENDNEW, provided it is a real calendar
*>   date (the same month-length rule the birth date is held to) no
*>   more than CUS-EDT-PEND-HORIZON days out - a date further off is
*>   far likelier a keying slip than a customer planning that far.

    MOVE 'N' TO CUS-EDT-EFF-SW

    IF CUS-TRAN-EFF-DATE = SPACES
       GO TO 2490-EXIT
    END-IF

    IF CUS-TRAN-EFF-DATE(1:4) NOT NUMERIC
          OR CUS-TRAN-EFF-DATE(5:1) NOT = '-'
          OR CUS-TRAN-EFF-DATE(6:2) NOT NUMERIC
          OR CUS-TRAN-EFF-DATE(8:1) NOT = '-'
          OR CUS-TRAN-EFF-DATE(9:2) NOT NUMERIC
       MOVE 'E17' TO CUS-EDT-REASON-CODE
       MOVE 'EFFECTIVE DATE IS NOT A DATE' TO CUS-EDT-REASON-TEXT
       GO TO 2490-EXIT
    END-IF

    MOVE CUS-TRAN-EFF-DATE(1:4) TO CUS-EDT-DOB-YYYY
    MOVE CUS-TRAN-EFF-DATE(6:2) TO CUS-EDT-DOB-MM
    MOVE CUS-TRAN-EFF-DATE(9:2) TO CUS-EDT-DOB-DD

    PERFORM 2430-DAYS-IN-DOB-MONTH THRU 2430-EXIT

    IF CUS-EDT-DOB-YYYY = 0
          OR CUS-EDT-DOB-MM < 1 OR CUS-EDT-DOB-MM > 12
          OR CUS-EDT-DOB-DD < 1
          OR CUS-EDT-DOB-DD > CUS-EDT-DOB-MAX-DD
       MOVE 'E17' TO CUS-EDT-REASON-CODE
       MOVE 'EFFECTIVE DATE IS NOT A DATE' TO CUS-EDT-REASON-TEXT
       GO TO 2490-EXIT
    END-IF

    IF CUS-TRAN-EFF-DATE <= CUS-EDT-RUN-DATE-ISO
       GO TO 2490-EXIT
    END-IF

    MOVE CUS-TRAN-EFF-DATE TO CUS-EDT-DTN-DATE
    PERFORM 2495-DATE-TO-DAYNUM THRU 2495-EXIT
    COMPUTE CUS-EDT-EFF-DAYS
       = CUS-EDT-DTN-NUM - CUS-EDT-RUN-DAYNUM

    IF CUS-EDT-EFF-DAYS > CUS-EDT-PEND-HORIZON
       MOVE 'E17' TO CUS-EDT-REASON-CODE
       MOVE 'EFFECTIVE DATE BEYOND HORIZON' TO CUS-EDT-REASON-TEXT
    ELSE
       SET CUS-EDT-EFF-FUTURE TO TRUE
    END-IF.

 2490-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2495-DATE-TO-DAYNUM SECTION.
*>----------------------------------------------------------------------
*>   Turns the YYYY-MM-DD date in CUS-EDT-DTN-DATE into a civil-
*>   calendar serial day number in CUS-EDT-DTN-NUM - January and
*>   February count as months 13 and 14 of the prior year, which is
*>   what lets one formula carry the leap day.  The caller has already
*>   proven the date real.

    MOVE CUS-EDT-DTN-DATE(1:4) TO CUS-EDT-DTN-YYYY
    MOVE CUS-EDT-DTN-DATE(6:2) TO CUS-EDT-DTN-MM
    MOVE CUS-EDT-DTN-DATE(9:2) TO CUS-EDT-DTN-DD

    IF CUS-EDT-DTN-MM <= 2
       COMPUTE CUS-EDT-DTN-Y = CUS-EDT-DTN-YYYY - 1
       COMPUTE CUS-EDT-DTN-M = CUS-EDT-DTN-MM + 12
    ELSE
       MOVE CUS-EDT-DTN-YYYY TO CUS-EDT-DTN-Y
       MOVE CUS-EDT-DTN-MM   TO CUS-EDT-DTN-M
    END-IF

    COMPUTE CUS-EDT-DTN-T1 = 365 * CUS-EDT-DTN-Y
    DIVIDE CUS-EDT-DTN-Y BY 4 GIVING CUS-EDT-DTN-T2
    DIVIDE CUS-EDT-DTN-Y BY 100 GIVING CUS-EDT-DTN-T3
    DIVIDE CUS-EDT-DTN-Y BY 400 GIVING CUS-EDT-DTN-T4

    COMPUTE CUS-EDT-DTN-NUM
       = CUS-EDT-DTN-T1 + CUS-EDT-DTN-T2 - CUS-EDT-DTN-T3
         + CUS-EDT-DTN-T4 + CUS-EDT-DTN-DD

    COMPUTE CUS-EDT-DTN-T1
       = (153 * (CUS-EDT-DTN-M - 3) + 2) / 5
    ADD CUS-EDT-DTN-T1 TO CUS-EDT-DTN-NUM.

 2495-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2500-CHECK-ON-FILE SECTION.
*>----------------------------------------------------------------------
*>   the extract's reconcile step uses, then fails an 'A' for a
*>   customer already there and a 'C', 'X' or 'R' for one who is not
*>   - the edits that need the database, which is why this program
*>   reads MAINTPARM at all.  An 'M' needs both its customers on file
*>   and still open - merging into or out of a closed row would leave
*>   nothing for the duplicate's details to land on.

    MOVE SPACES TO QUERY
    IF CUS-TRAN-MERGE
       STRING "SELECT COUNT(*), 0, 0 FROM CUS WHERE CUS_STATUS = 'A' AND CUS_ID IN ("
                                   DELIMITED BY SIZE
              CUS-TRAN-ID          DELIMITED BY SIZE
              ', '                 DELIMITED BY SIZE
              CUS-TRAN-MRG-SURV-ID DELIMITED BY SIZE
              ')'                  DELIMITED BY SIZE
         INTO QUERY
       END-STRING
    ELSE
       STRING 'SELECT COUNT(*), 0, 0 FROM CUS WHERE CUS_ID = '
                                   DELIMITED BY SIZE
              CUS-TRAN-ID          DELIMITED BY SIZE
         INTO QUERY
       END-STRING
    END-IF

    CALL STATIC 'exec_query_get_records' using
        BY VALUE GRAAL_ISOLATETHREAD_T
                AND CUS-EDT-ON-FILE-COUNT = 0
             MOVE 'E05' TO CUS-EDT-REASON-CODE
             MOVE 'CUSTOMER NOT ON CUS' TO CUS-EDT-REASON-TEXT
          WHEN CUS-TRAN-MERGE AND CUS-EDT-ON-FILE-COUNT < 2
             MOVE 'E05' TO CUS-EDT-REASON-CODE
             MOVE 'MERGE PAIR NOT BOTH OPEN ON CUS' TO CUS-EDT-REASON-TEXT
       END-EVALUATE
    ELSE
       PERFORM 2950-GET-ERROR-DETAIL THRU 2950-EXIT
 2500-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2520-CHECK-APPROVAL SECTION.
*>----------------------------------------------------------------------
*>   Decides whether a clean record needs a second person's approval.
*>   Closures, merges and reopens always do.  A change does when the
*>   name or birth date it carries is not what CUS holds now - a
*>   change keyed with both as they stand touches only the age and
*>   contact columns and goes straight through.  A birth date CUS
*>   has never held reads back as zeros, so keying one the first time
*>   counts as touching it.  A held record needs a keyer to keep the
*>   approver apart from, so a batch header without one rejects it.
*>   The same current values mark the columns a change sets.

    EVALUATE TRUE
       WHEN CUS-TRAN-CLOSE OR CUS-TRAN-MERGE OR CUS-TRAN-REOPEN
          SET CUS-EDT-NEEDS-APPROVAL TO TRUE
       WHEN CUS-TRAN-CHANGE
          PERFORM 2530-FETCH-CURRENT THRU 2530-EXIT
          IF CUS-EDT-RECORD-CLEAN
             PERFORM 2540-MARK-SET-COLS THRU 2540-EXIT
          END-IF
          IF CUS-EDT-RECORD-CLEAN
                AND (CUS-EDT-CUR-NAME NOT = CUS-TRAN-NAME
                   OR CUS-EDT-CUR-DOB NOT = CUS-TRAN-DOB)
             SET CUS-EDT-NEEDS-APPROVAL TO TRUE
          END-IF
       WHEN OTHER
          CONTINUE
    END-EVALUATE

    IF CUS-EDT-NEEDS-APPROVAL AND CUS-EDT-BCTL-KEYER = SPACES
       MOVE 'N' TO CUS-EDT-APPR-SW
       MOVE 'E18' TO CUS-EDT-REASON-CODE
       MOVE 'NEEDS APPROVAL - NO KEYER ON HDR' TO CUS-EDT-REASON-TEXT
    END-IF.

 2520-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2530-FETCH-CURRENT SECTION.
*>----------------------------------------------------------------------
*>   Reads the name, birth date and contact columns CUS holds for the
*>   change's CUS_ID.  2500-CHECK-ON-FILE has just found the row, so a
*>   fetch that fails or comes back empty is a database fault and
*>   rejects the record the way a failed on-file check does.

    MOVE SPACES TO CUS-EDT-CUR-NAME
    MOVE SPACES TO CUS-EDT-CUR-DOB
    MOVE SPACES TO CUS-EDT-CUR-CONTACT

    MOVE SPACES TO QUERY
    STRING "SELECT CUS_ID, CUS_NAME || '|' || COALESCE(TO_CHAR(CUS_DOB, 'YYYY-MM-DD'), '0000-00-00') || '|' || COALESCE(CUS_ADDR1, '') || '|' || COALESCE(CUS_ADDR2, '') || '|' || COALESCE(CUS_CITY, '') || '|' || COALESCE(CUS_POSTAL, '') || '|' || COALESCE(CUS_PHONE, '') || '|' || COALESCE(CUS_EMAIL, '') || '|', 0 FROM CUS WHERE CUS_ID = "
                                DELIMITED BY SIZE
           CUS-TRAN-ID          DELIMITED BY SIZE
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
       SET ADDRESS OF CUS-EDT-CUR-STR TO CUS-NAME-PTR(1)
       UNSTRING CUS-EDT-CUR-STR DELIMITED BY '|'
          INTO CUS-EDT-CUR-NAME
               CUS-EDT-CUR-DOB
               CUS-EDT-CUR-ADDR1
               CUS-EDT-CUR-ADDR2
               CUS-EDT-CUR-CITY
               CUS-EDT-CUR-POSTAL
               CUS-EDT-CUR-PHONE
               CUS-EDT-CUR-EMAIL
       END-UNSTRING
       CALL STATIC 'free_results' using
          BY VALUE GRAAL_ISOLATETHREAD_T
          BY REFERENCE CUS
          BY VALUE RESULT
          returning RESPONSE
       END-CALL
    ELSE
       PERFORM 2950-GET-ERROR-DETAIL THRU 2950-EXIT
       DISPLAY 'CUS_ID ' CUS-TRAN-ID-X ' CURRENT-VALUE FETCH FAILED - SQLCODE '
          CUS-EDT-ERROR-CODE ' - ' CUS-EDT-ERROR-TEXT
       MOVE 'E07' TO CUS-EDT-REASON-CODE
       MOVE 'UNABLE TO VERIFY AGAINST CUS' TO CUS-EDT-REASON-TEXT
       IF RETURN-CODE < 8
          MOVE 8 TO RETURN-CODE
       END-IF
    END-IF.

 2530-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2540-MARK-SET-COLS SECTION.
*>----------------------------------------------------------------------
*>   Marks each column of a change that differs from what CUS holds -
*>   the columns the change is for.  Any one of the four address
*>   columns differing marks the whole block.

    MOVE 'NNNNN' TO CUS-EDT-SET-COLS

    IF CUS-TRAN-NAME NOT = CUS-EDT-CUR-NAME
       MOVE 'Y' TO CUS-EDT-SET-NAME
    END-IF

    IF CUS-TRAN-DOB NOT = CUS-EDT-CUR-DOB
       MOVE 'Y' TO CUS-EDT-SET-DOB
    END-IF

    IF CUS-TRAN-ADDR1 NOT = CUS-EDT-CUR-ADDR1
          OR CUS-TRAN-ADDR2 NOT = CUS-EDT-CUR-ADDR2
          OR CUS-TRAN-CITY NOT = CUS-EDT-CUR-CITY
          OR CUS-TRAN-POSTAL NOT = CUS-EDT-CUR-POSTAL
       MOVE 'Y' TO CUS-EDT-SET-ADDR
    END-IF

    IF CUS-TRAN-PHONE NOT = CUS-EDT-CUR-PHONE
       MOVE 'Y' TO CUS-EDT-SET-PHONE
    END-IF

    IF CUS-TRAN-EMAIL NOT = CUS-EDT-CUR-EMAIL
       MOVE 'Y' TO CUS-EDT-SET-EMAIL
    END-IF.

 2540-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2950-GET-ERROR-DETAIL SECTION.
*>----------------------------------------------------------------------
    MOVE CUS-EDT-RUN-DATE-ISO TO CUS-EDT-SUSP-REJ-DATE
    MOVE CUS-EDT-REASON-CODE  TO CUS-EDT-SUSP-REASON
    MOVE ZERO                 TO CUS-EDT-SUSP-RESUB
    MOVE CUS-TRAN-EFF-DATE    TO CUS-EDT-SUSP-EFF-DATE
    WRITE CUS-EDT-SUSP-REC
    ADD 1 TO CUS-EDT-REJECT-CNT

       MOVE CUS-EDT-READ-CNT   TO CUS-EDT-RPT-READ-DIS
       MOVE CUS-EDT-VALID-CNT  TO CUS-EDT-RPT-VALID-DIS
       MOVE CUS-EDT-REJECT-CNT TO CUS-EDT-RPT-REJECT-DIS
       MOVE CUS-EDT-PEND-CNT   TO CUS-EDT-RPT-PEND-DIS
       MOVE CUS-EDT-APPR-CNT   TO CUS-EDT-RPT-APPR-DIS
       WRITE CUS-EDT-RPT-LINE FROM CUS-EDT-RPT-TOTAL1 AFTER ADVANCING 2 LINES
       WRITE CUS-EDT-RPT-LINE FROM CUS-EDT-RPT-TOTAL2 AFTER ADVANCING 1 LINE
       WRITE CUS-EDT-RPT-LINE FROM CUS-EDT-RPT-TOTAL4 AFTER ADVANCING 1 LINE
       WRITE CUS-EDT-RPT-LINE FROM CUS-EDT-RPT-TOTAL5 AFTER ADVANCING 1 LINE
       WRITE CUS-EDT-RPT-LINE FROM CUS-EDT-RPT-TOTAL3 AFTER ADVANCING 1 LINE
       CLOSE CUSEDRPT
    END-IF
       CLOSE CUSTRANV-FILE
    END-IF

    IF CUS-EDT-PEND-IS-OPEN
       CLOSE PENDNEW-FILE
    END-IF

    IF CUS-EDT-APPR-IS-OPEN
       CLOSE APPRNEW-FILE
    END-IF

    IF CUS-EDT-SUSP-IS-OPEN
       CLOSE CUSSUSP-FILE
    END-IF

    DISPLAY 'CUSEDIT SUMMARY - READ ' CUS-EDT-READ-CNT
       ' PASSED ' CUS-EDT-VALID-CNT
       ' HELD ' CUS-EDT-PEND-CNT
       ' FOR APPROVAL ' CUS-EDT-APPR-CNT
       ' REJECTED ' CUS-EDT-REJECT-CNT.

 8000-EXIT.
 8100-WRITE-RUN-STATS SECTION.
*>----------------------------------------------------------------------
*>   Appends this run's one statistics record to the shared RUNSTATS
*>   file - transactions read in, records passed or held out, rejects
*>   as the error count.  Runs after the final return code is settled so the
*>   outcome booked is the one the scheduler sees, and a record that
*>   cannot be written changes nothing about the run itself.

    MOVE CUS-EDT-RUN-TS TO CUS-EDT-STAT-TS

    MOVE CUS-EDT-READ-CNT   TO CUS-EDT-STAT-IN
    COMPUTE CUS-EDT-STAT-OUT
       = CUS-EDT-VALID-CNT + CUS-EDT-PEND-CNT + CUS-EDT-APPR-CNT
    MOVE CUS-EDT-REJECT-CNT TO CUS-EDT-STAT-ERR
    MOVE RETURN-CODE        TO CUS-EDT-STAT-RC

