 IDENTIFICATION DIVISION.
 PROGRAM-ID. CUSCOA.

*> The inbound change-of-address and contact-update interface.  The
*> postal bureau's monthly change-of-address file and the self-service
*> portal's daily contact-update file arrive in one agreed layout,
*> with their own header and trailer counts; this program matches
*> each record to a CUS row and turns it into a 'C' transaction in a
*> CUSTRAN batch - 'H' header, 'T' trailer - that goes through CUSEDIT
*> and CUSMAINT like any keyed batch.
*>
*> A record is matched on the CUS_ID it carries, or - when it carries
*> none - on name, birth date and old postal code together.  A 'C'
*> always carries the whole row as it should stand, so each change is
*> built from the customer's current CUS values with only the address
*> block, the phone or the e-mail replaced: nothing else on the row
*> moves, and because the name and birth date go through unchanged a
*> change from this feed never needs a second person's approval.
*>
*> Only one change per customer goes into a batch: a second record
*> for a CUS_ID already written would be built from the same row and
*> undo the first, so it is reported as not usable and not written.
*>
*> The match report lists every inbound record with what became of
*> it; the ambiguous, unmatched, closed-customer and unusable ones
*> are starred - they are the only ones that need a person.  A run
*> that fails part way empties the batch rather than close it short.

 ENVIRONMENT DIVISION.

 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
*> MAINTPARM carries the JDBC connection details - matching is done
*> against the same database the batch will be edited and applied to.
     SELECT MAINTPARM-FILE ASSIGN TO "MAINTPARM"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CUS-COA-CONNPARM-STATUS.

*> COAIN is the inbound file - one 'H' header naming the source and
*> its file date, one 'D' record per customer, one 'T' trailer with
*> the 'D' count.
     SELECT COAIN-FILE ASSIGN TO "COAIN"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CUS-COA-IN-STATUS.

*> COATRAN receives the generated batch in the CUSTRAN layout - the
*> job step for CUSEDIT points its CUSTRAN DD at this file.
     SELECT COATRAN-FILE ASSIGN TO "COATRAN"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CUS-COA-TRAN-STATUS.

*> COARPT is the printable match report.
     SELECT COARPT ASSIGN TO "COARPT"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CUS-COA-RPT-STATUS.

 DATA DIVISION.
 FILE SECTION.
*> Only the connection fields are read - the rest of the record is
*> the maintenance steps' own.
 FD  MAINTPARM-FILE.
 01  MAINTPARM-REC.
     05 MAINTPARM-URI                    PIC X(50).
     05 MAINTPARM-USER                   PIC X(20).
     05 MAINTPARM-PWD                    PIC X(20).

*> The inbound layout.  Every new-value field is optional: any of the
*> four address fields supplied replaces the customer's whole address
*> block (a line two left blank clears the old one - a move replaces
*> the address, it does not patch it), and a supplied phone or e-mail
*> replaces that column alone.  The effective date is the date the
*> move takes effect, passed through to the transaction; blank means
*> tonight.
 FD  COAIN-FILE.
 01  CUS-COA-IN-REC.
     05 CUS-COA-IN-TYPE                  PIC X(1).
        88 CUS-COA-IN-HDR                VALUE 'H'.
        88 CUS-COA-IN-DETAIL             VALUE 'D'.
        88 CUS-COA-IN-TRL                VALUE 'T'.
     05 CUS-COA-IN-ID-X                  PIC X(9).
     05 CUS-COA-IN-ID REDEFINES CUS-COA-IN-ID-X
                                         PIC 9(9).
     05 CUS-COA-IN-NAME                  PIC X(20).
     05 CUS-COA-IN-DOB                   PIC X(10).
     05 CUS-COA-IN-OLD-POSTAL            PIC X(10).
     05 CUS-COA-IN-ADDR1                 PIC X(30).
     05 CUS-COA-IN-ADDR2                 PIC X(30).
     05 CUS-COA-IN-CITY                  PIC X(20).
     05 CUS-COA-IN-POSTAL                PIC X(10).
     05 CUS-COA-IN-PHONE                 PIC X(15).
     05 CUS-COA-IN-EMAIL                 PIC X(40).
     05 CUS-COA-IN-EFF-DATE              PIC X(10).
*> Control-record views of the same 205 bytes.
 01  CUS-COA-IN-HDR-REC.
     05 FILLER                           PIC X(1).
     05 CUS-COA-IN-HDR-SOURCE            PIC X(8).
     05 CUS-COA-IN-HDR-DATE              PIC X(10).
     05 FILLER                           PIC X(186).
 01  CUS-COA-IN-TRL-REC.
     05 FILLER                           PIC X(1).
     05 CUS-COA-IN-TRL-COUNT-X           PIC X(6).
     05 CUS-COA-IN-TRL-COUNT REDEFINES CUS-COA-IN-TRL-COUNT-X
                                         PIC 9(6).
     05 FILLER                           PIC X(198).

 FD  COATRAN-FILE.
 01  CUS-COA-TRAN-LINE                   PIC X(198).

 FD  COARPT.
 01  CUS-COA-RPT-LINE                    PIC X(80).

 WORKING-STORAGE SECTION.

 01 CUS-COA-CONNPARM-STATUS              PIC X(2).
    88 CUS-COA-CONNPARM-STATUS-OK        VALUE '00'.

 01 CUS-COA-IN-STATUS                    PIC X(2).
    88 CUS-COA-IN-STATUS-OK              VALUE '00'.
    88 CUS-COA-IN-EOF                    VALUE '10'.

 01 CUS-COA-IN-OPEN-SW                   PIC X(1) VALUE 'N'.
    88 CUS-COA-IN-IS-OPEN                VALUE 'Y'.

 01 CUS-COA-TRAN-STATUS                  PIC X(2).
    88 CUS-COA-TRAN-STATUS-OK            VALUE '00'.

 01 CUS-COA-TRAN-OPEN-SW                 PIC X(1) VALUE 'N'.
    88 CUS-COA-TRAN-IS-OPEN              VALUE 'Y'.

 01 CUS-COA-EMPTIED-SW                   PIC X(1) VALUE 'N'.
    88 CUS-COA-BATCH-EMPTIED             VALUE 'Y'.

 01 CUS-COA-RPT-STATUS                   PIC X(2).
    88 CUS-COA-RPT-STATUS-OK             VALUE '00'.

 01 CUS-COA-RPT-OPEN-SW                  PIC X(1) VALUE 'N'.
    88 CUS-COA-RPT-IS-OPEN               VALUE 'Y'.

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

*> QUERY is the candidate SELECT - the common column list built by
*> 2600-START-QUERY, then the caller's WHERE appended with the pointer.
 01 QUERY                                PIC X(700).
 01 CUS-COA-QRY-PTR                      PIC 9(4).

 01 CUS BASED.
    05 CUS-STRUCT OCCURS 20.
       10 CUS-ID                         USAGE BINARY-DOUBLE.
       10 CUS-NAME-PTR                   USAGE POINTER.
       10 CUS-AGE                        USAGE BINARY-DOUBLE.

 01 CUS-POINTER                          USAGE POINTER.

*> The candidate row's string column - name, birth date, the six
*> contact fields and status '|'-joined with a trailing '|' sentinel,
*> the CUSMAINT before-image splice with the status added.
 01 CUS-COA-ROW-STR                      PIC X(200) BASED.

 01 CUS-COA-ISOLATE-SW                   PIC X(1) VALUE 'N'.
    88 CUS-COA-ISOLATE-OK                VALUE 'Y'.

 01 CUS-COA-ERROR-CODE                   USAGE BINARY-LONG.
 01 CUS-COA-ERROR-TEXT                   PIC X(200).

*> The name with any single quote doubled before it is spliced into
*> the match SELECT - the guard CUSMAINT puts around every name.
 01 CUS-COA-NAME-ESC                     PIC X(41).
 01 CUS-COA-NAME-ESC-PTR                 PIC 9(4).
 01 CUS-COA-NAME-ESC-IDX                 PIC 9(4).
 01 CUS-COA-NAME-ESC-CHAR                PIC X(1).

*> How many rows the match found, and the first one's values.
 01 CUS-COA-CAND-CNT                     PIC 9(4).
 01 CUS-COA-CAND-CNT-DIS                 PIC Z9.
 01 CUS-COA-CUR-ID                       PIC 9(9).
 01 CUS-COA-CUR-NAME                     PIC X(20).
 01 CUS-COA-CUR-DOB                      PIC X(10).
 01 CUS-COA-CUR-CONTACT.
    05 CUS-COA-CUR-ADDR1                 PIC X(30).
    05 CUS-COA-CUR-ADDR2                 PIC X(30).
    05 CUS-COA-CUR-CITY                  PIC X(20).
    05 CUS-COA-CUR-POSTAL                PIC X(10).
    05 CUS-COA-CUR-PHONE                 PIC X(15).
    05 CUS-COA-CUR-EMAIL                 PIC X(40).
 01 CUS-COA-CUR-STATUS                   PIC X(1).

*> The outcome of the record in hand - MATCHED writes a change, every
*> other outcome is an exception for the report.
 01 CUS-COA-OUTCOME-SW                   PIC X(1).
    88 CUS-COA-MATCHED                   VALUE 'M'.
    88 CUS-COA-NO-CHANGE                 VALUE 'N'.
    88 CUS-COA-AMBIGUOUS                 VALUE 'A'.
    88 CUS-COA-UNMATCHED                 VALUE 'U'.
    88 CUS-COA-CLOSED                    VALUE 'C'.
    88 CUS-COA-UNUSABLE                  VALUE 'X' 'W'.
    88 CUS-COA-HELD-OUT                  VALUE 'W'.
    88 CUS-COA-LOOKUP-FAILED             VALUE 'F'.
 01 CUS-COA-DISP-TEXT                    PIC X(26).

*> The change being built, in the CUSTRAN layout.
 01 CUS-COA-TRAN-WORK.
    05 CUS-COA-TRAN-TYPE                 PIC X(1).
    05 CUS-COA-TRAN-ID                   PIC 9(9).
    05 CUS-COA-TRAN-NAME                 PIC X(20).
    05 CUS-COA-TRAN-AGE                  PIC 9(3).
    05 CUS-COA-TRAN-DOB                  PIC X(10).
    05 CUS-COA-TRAN-CONTACT.
       10 CUS-COA-TRAN-ADDR1             PIC X(30).
       10 CUS-COA-TRAN-ADDR2             PIC X(30).
       10 CUS-COA-TRAN-CITY              PIC X(20).
       10 CUS-COA-TRAN-POSTAL            PIC X(10).
       10 CUS-COA-TRAN-PHONE             PIC X(15).
       10 CUS-COA-TRAN-EMAIL             PIC X(40).
    05 CUS-COA-TRAN-EFF-DATE             PIC X(10).

*> The batch control records, the way CUSBKOUT wraps its reversals -
*> today's date and this program as keyer on the header, the change
*> count and CUS_ID hash total on the trailer.
 01 CUS-COA-HDR-REC.
    05 FILLER                            PIC X(1) VALUE 'H'.
    05 CUS-COA-HDR-DATE                  PIC X(10).
    05 CUS-COA-HDR-KEYER                 PIC X(8) VALUE 'CUSCOA'.
    05 FILLER                            PIC X(179) VALUE SPACES.

 01 CUS-COA-TRL-REC.
    05 FILLER                            PIC X(1) VALUE 'T'.
    05 CUS-COA-TRL-COUNT                 PIC 9(6).
    05 CUS-COA-TRL-HASH                  PIC 9(15).
    05 FILLER                            PIC X(176) VALUE SPACES.

 01 CUS-COA-HASH                         PIC 9(15) VALUE 0.

*> Every CUS_ID a change has been written for in this batch.  Each 'C'
*> carries the whole row as CUS stood before the run, so a second
*> change to the same customer applied after the first would put the
*> first one's columns back - a later record for a CUS_ID already in
*> the batch is reported and not written.  The limit is the batch
*> size CUSEDIT will take.
 01 CUS-COA-WRITTEN-MAX                  PIC 9(4) VALUE 5000.
 01 CUS-COA-WRITTEN-CNT                  PIC 9(4) VALUE 0.
 01 CUS-COA-WRITTEN-IDX                  PIC 9(4).
 01 CUS-COA-WRITTEN-TABLE.
    05 CUS-COA-WRITTEN-ID                PIC 9(9) OCCURS 5000.

*> Age as of the run date, re-derived from the birth date CUS holds -
*> CUSEDIT holds a change's age to exactly that.
 01 CUS-COA-DOB-YYYY                     PIC 9(4).
 01 CUS-COA-DOB-MM                       PIC 9(2).
 01 CUS-COA-DOB-DD                       PIC 9(2).
 01 CUS-COA-DOB-MMDD                     PIC 9(4).
 01 CUS-COA-RUN-MMDD                     PIC 9(4).
 01 CUS-COA-DRV-AGE                      PIC S9(4).

*> ------------------------ BATCH-CONTROL AREAS -------------------------
*> The inbound file is checked end to end before a single record is
*> matched - header first and once, trailer last, trailer count equal
*> to the 'D' records read.  A file that fails is refused whole and no
*> batch is written, the same stance CUSEDIT takes on CUSTRAN.
 01 CUS-COA-BCTL-HDR-SW                  PIC X(1) VALUE 'N'.
    88 CUS-COA-BCTL-HDR-SEEN             VALUE 'Y'.
 01 CUS-COA-BCTL-TRL-SW                  PIC X(1) VALUE 'N'.
    88 CUS-COA-BCTL-TRL-SEEN             VALUE 'Y'.
 01 CUS-COA-BCTL-FAIL-SW                 PIC X(1) VALUE 'N'.
    88 CUS-COA-BCTL-FAILED               VALUE 'Y'.
 01 CUS-COA-BCTL-SEQ                     PIC 9(6) VALUE 0.
 01 CUS-COA-BCTL-DATA-CNT                PIC 9(6) VALUE 0.
 01 CUS-COA-BCTL-EXP-CNT                 PIC 9(6) VALUE 0.
 01 CUS-COA-BCTL-SOURCE                  PIC X(8) VALUE SPACES.
 01 CUS-COA-BCTL-DATE                    PIC X(10) VALUE SPACES.
 01 CUS-COA-BCTL-TEXT                    PIC X(40).

 01 CUS-COA-READ-CNT                     PIC 9(6) VALUE 0.
 01 CUS-COA-MATCHED-CNT                  PIC 9(6) VALUE 0.
 01 CUS-COA-NOCHG-CNT                    PIC 9(6) VALUE 0.
 01 CUS-COA-AMBIG-CNT                    PIC 9(6) VALUE 0.
 01 CUS-COA-UNMATCHED-CNT                PIC 9(6) VALUE 0.
 01 CUS-COA-CLOSED-CNT                   PIC 9(6) VALUE 0.
 01 CUS-COA-UNUSABLE-CNT                 PIC 9(6) VALUE 0.
 01 CUS-COA-FAILED-CNT                   PIC 9(6) VALUE 0.

*> ------------------------- REPORT PRINT AREAS ------------------------
 01 CUS-COA-RUN-DATE-RAW                 PIC 9(8).
 01 CUS-COA-RUN-DATE-GROUP REDEFINES CUS-COA-RUN-DATE-RAW.
    05 CUS-COA-RUN-YYYY                  PIC 9(4).
    05 CUS-COA-RUN-MM                    PIC 9(2).
    05 CUS-COA-RUN-DD                    PIC 9(2).
 01 CUS-COA-RUN-DATE-DIS                 PIC X(10).

 01 CUS-COA-RUN-DATE-ISO.
    05 CUS-COA-RUN-ISO-YYYY              PIC 9(4).
    05 FILLER                            PIC X(1) VALUE '-'.
    05 CUS-COA-RUN-ISO-MM                PIC 9(2).
    05 FILLER                            PIC X(1) VALUE '-'.
    05 CUS-COA-RUN-ISO-DD                PIC 9(2).

 01 CUS-COA-RPT-HEADING1.
       05 FILLER                         PIC X(10) VALUE 'RUN DATE: '.
       05 CUS-COA-RPT-DATE-DIS           PIC X(10).
       05 FILLER                         PIC X(10) VALUE SPACES.
       05 FILLER                         PIC X(30) VALUE
          'CHANGE OF ADDRESS MATCH REPORT'.
       05 FILLER                         PIC X(11) VALUE SPACES.
       05 FILLER                         PIC X(5)  VALUE 'PAGE '.
       05 CUS-COA-RPT-PAGE-DIS           PIC ZZZ9.

 01 CUS-COA-RPT-SOURCE-LINE.
       05 FILLER                         PIC X(16) VALUE 'INBOUND SOURCE: '.
       05 CUS-COA-RPT-SOURCE-DIS         PIC X(8).
       05 FILLER                         PIC X(4)  VALUE SPACES.
       05 FILLER                         PIC X(11) VALUE 'FILE DATE: '.
       05 CUS-COA-RPT-FILE-DATE-DIS      PIC X(10).

 01 CUS-COA-RPT-HEADING2.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(6)  VALUE '   REC'.
       05 FILLER                         PIC X(1)  VALUE SPACES.
       05 FILLER                         PIC X(9)  VALUE '   CUS_ID'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(20) VALUE 'NAME'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(10) VALUE 'OLD POSTAL'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(26) VALUE 'DISPOSITION'.

 01 CUS-COA-RPT-HEADING3.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(6)  VALUE '------'.
       05 FILLER                         PIC X(1)  VALUE SPACES.
       05 FILLER                         PIC X(9)  VALUE '---------'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(20) VALUE '--------------------'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(10) VALUE '----------'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(26) VALUE
          '--------------------------'.

 01 CUS-COA-RPT-DETAIL.
       05 CUS-COA-RPT-MARK-DIS           PIC X(2).
       05 CUS-COA-RPT-SEQ-DIS            PIC ZZZZZ9.
       05 FILLER                         PIC X(1)  VALUE SPACES.
       05 CUS-COA-RPT-ID-DIS             PIC X(9).
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 CUS-COA-RPT-NAME-DIS           PIC X(20).
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 CUS-COA-RPT-POSTAL-DIS         PIC X(10).
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 CUS-COA-RPT-DISP-DIS           PIC X(26).

 01 CUS-COA-TOTAL-LINE.
       05 CUS-COA-TOT-LABEL              PIC X(24).
       05 CUS-COA-TOT-VALUE              PIC ZZZZZ9.

 01 CUS-COA-RPT-PAGE-CNT                 PIC 9(3) VALUE 0.
 01 CUS-COA-RPT-LINE-CNT                 PIC 9(2) VALUE 99.
 01 CUS-COA-RPT-MAX-LINES                PIC 9(2) VALUE 55.

 PROCEDURE DIVISION.

*>----------------------------------------------------------------------
 0000-MAINLINE SECTION.
*>----------------------------------------------------------------------

    PERFORM 1000-INITIALIZE THRU 1000-EXIT

    IF CUS-COA-ISOLATE-OK AND CUS-COA-TRAN-IS-OPEN
       PERFORM 2000-MATCH-ONE-REC THRU 2000-EXIT
          UNTIL CUS-COA-IN-EOF
    END-IF

    PERFORM 8000-TERMINATE THRU 8000-EXIT

    STOP RUN.

 0000-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 1000-INITIALIZE SECTION.
*>----------------------------------------------------------------------

    ACCEPT CUS-COA-RUN-DATE-RAW FROM DATE YYYYMMDD

    STRING CUS-COA-RUN-MM   DELIMITED BY SIZE
           '/'              DELIMITED BY SIZE
           CUS-COA-RUN-DD   DELIMITED BY SIZE
           '/'              DELIMITED BY SIZE
           CUS-COA-RUN-YYYY DELIMITED BY SIZE
      INTO CUS-COA-RUN-DATE-DIS
    END-STRING

    MOVE CUS-COA-RUN-YYYY TO CUS-COA-RUN-ISO-YYYY
    MOVE CUS-COA-RUN-MM   TO CUS-COA-RUN-ISO-MM
    MOVE CUS-COA-RUN-DD   TO CUS-COA-RUN-ISO-DD
    MOVE CUS-COA-RUN-DATE-RAW(5:4) TO CUS-COA-RUN-MMDD

    PERFORM 1100-LOAD-CONN-PARM THRU 1100-EXIT

    IF RETURN-CODE = 0
       PERFORM 1200-OPEN-FILES THRU 1200-EXIT
    END-IF

    IF RETURN-CODE = 0
       PERFORM 1300-VERIFY-INBOUND THRU 1300-EXIT
    END-IF

    IF RETURN-CODE = 0
       CALL STATIC 'graal_create_isolate' using
              BY REFERENCE GRAAL_CREATE_ISOLATE_PARAMS_T
              BY REFERENCE GRAAL_ISOLATE_T
              BY REFERENCE GRAAL_ISOLATETHREAD_T
              returning RESPONSE
       END-CALL

       IF RESPONSE equal 0
          SET CUS-COA-ISOLATE-OK TO TRUE
       ELSE
          DISPLAY 'CUSCOA FAILED - GRAAL_CREATE_ISOLATE RESPONSE CODE ' RESPONSE
          MOVE 8 TO RETURN-CODE
       END-IF
    END-IF

    IF RETURN-CODE = 0
       PERFORM 1400-START-BATCH THRU 1400-EXIT
    END-IF.

 1000-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 1100-LOAD-CONN-PARM SECTION.
*>----------------------------------------------------------------------

    OPEN INPUT MAINTPARM-FILE

    IF CUS-COA-CONNPARM-STATUS-OK
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
       DISPLAY 'UNABLE TO OPEN MAINTPARM - STATUS ' CUS-COA-CONNPARM-STATUS
       MOVE 12 TO RETURN-CODE
    END-IF.

 1100-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 1200-OPEN-FILES SECTION.
*>----------------------------------------------------------------------
*>   Opens the inbound file and the report.  The batch is not opened
*>   until the inbound controls have passed - a refused file leaves no
*>   half-built batch behind for the next step to pick up.

    OPEN INPUT COAIN-FILE

    IF NOT CUS-COA-IN-STATUS-OK
       DISPLAY 'UNABLE TO OPEN COAIN - STATUS ' CUS-COA-IN-STATUS
       MOVE 12 TO RETURN-CODE
    ELSE
       SET CUS-COA-IN-IS-OPEN TO TRUE
    END-IF

    IF RETURN-CODE = 0
       OPEN OUTPUT COARPT
       IF NOT CUS-COA-RPT-STATUS-OK
          DISPLAY 'UNABLE TO OPEN COARPT - STATUS ' CUS-COA-RPT-STATUS
          MOVE 12 TO RETURN-CODE
       ELSE
          SET CUS-COA-RPT-IS-OPEN TO TRUE
       END-IF
    END-IF.

 1200-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 1210-READ-NEXT-IN SECTION.
*>----------------------------------------------------------------------

    READ COAIN-FILE
       AT END
          CONTINUE
    END-READ.

 1210-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 1300-VERIFY-INBOUND SECTION.
*>----------------------------------------------------------------------
*>   Reads the inbound file end to end checking its control records,
*>   then rewinds it for the match pass.

    PERFORM 1310-VERIFY-ONE-REC THRU 1310-EXIT
       UNTIL CUS-COA-IN-EOF

    IF NOT CUS-COA-BCTL-HDR-SEEN
       MOVE 'INBOUND HEADER RECORD MISSING' TO CUS-COA-BCTL-TEXT
       PERFORM 1390-BCTL-FAILURE THRU 1390-EXIT
    END-IF

    IF NOT CUS-COA-BCTL-TRL-SEEN
       MOVE 'INBOUND TRAILER MISSING - FILE CUT' TO CUS-COA-BCTL-TEXT
       PERFORM 1390-BCTL-FAILURE THRU 1390-EXIT
    ELSE
       IF CUS-COA-BCTL-EXP-CNT NOT = CUS-COA-BCTL-DATA-CNT
          MOVE 'TRAILER COUNT DISAGREES WITH FILE' TO CUS-COA-BCTL-TEXT
          PERFORM 1390-BCTL-FAILURE THRU 1390-EXIT
       END-IF
    END-IF

    IF CUS-COA-BCTL-FAILED
       DISPLAY 'COAIN CONTROLS FAILED - NO BATCH WRITTEN'
       MOVE 12 TO RETURN-CODE
    ELSE
       CLOSE COAIN-FILE
       OPEN INPUT COAIN-FILE
       IF NOT CUS-COA-IN-STATUS-OK
          DISPLAY 'UNABLE TO REOPEN COAIN - STATUS ' CUS-COA-IN-STATUS
          MOVE 12 TO RETURN-CODE
       ELSE
          MOVE 0 TO CUS-COA-BCTL-SEQ
          PERFORM 1210-READ-NEXT-IN THRU 1210-EXIT
       END-IF
    END-IF.

 1300-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 1310-VERIFY-ONE-REC SECTION.
*>----------------------------------------------------------------------

    PERFORM 1210-READ-NEXT-IN THRU 1210-EXIT

    IF CUS-COA-IN-EOF
       GO TO 1310-EXIT
    END-IF

    ADD 1 TO CUS-COA-BCTL-SEQ

    IF CUS-COA-BCTL-TRL-SEEN
       MOVE 'RECORD FOUND AFTER INBOUND TRAILER' TO CUS-COA-BCTL-TEXT
       PERFORM 1390-BCTL-FAILURE THRU 1390-EXIT
    END-IF

    EVALUATE TRUE
       WHEN CUS-COA-IN-HDR
          IF CUS-COA-BCTL-SEQ NOT = 1
             MOVE 'INBOUND HEADER IS NOT FIRST RECORD'
                TO CUS-COA-BCTL-TEXT
             PERFORM 1390-BCTL-FAILURE THRU 1390-EXIT
          ELSE
             SET CUS-COA-BCTL-HDR-SEEN TO TRUE
             MOVE CUS-COA-IN-HDR-SOURCE TO CUS-COA-BCTL-SOURCE
             MOVE CUS-COA-IN-HDR-DATE   TO CUS-COA-BCTL-DATE
             MOVE CUS-COA-BCTL-SOURCE   TO CUS-COA-RPT-SOURCE-DIS
             MOVE CUS-COA-BCTL-DATE     TO CUS-COA-RPT-FILE-DATE-DIS
          END-IF
       WHEN CUS-COA-IN-TRL
          SET CUS-COA-BCTL-TRL-SEEN TO TRUE
          IF CUS-COA-IN-TRL-COUNT-X NUMERIC
             MOVE CUS-COA-IN-TRL-COUNT TO CUS-COA-BCTL-EXP-CNT
          ELSE
             MOVE 'INBOUND TRAILER COUNT NOT NUMERIC'
                TO CUS-COA-BCTL-TEXT
             PERFORM 1390-BCTL-FAILURE THRU 1390-EXIT
          END-IF
       WHEN CUS-COA-IN-DETAIL
          ADD 1 TO CUS-COA-BCTL-DATA-CNT
       WHEN OTHER
          MOVE 'UNKNOWN INBOUND RECORD TYPE' TO CUS-COA-BCTL-TEXT
          PERFORM 1390-BCTL-FAILURE THRU 1390-EXIT
    END-EVALUATE.

 1310-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 1390-BCTL-FAILURE SECTION.
*>----------------------------------------------------------------------
*>   One report line per inbound control failure; any one refuses the
*>   file.

    SET CUS-COA-BCTL-FAILED TO TRUE

    IF CUS-COA-RPT-LINE-CNT >= CUS-COA-RPT-MAX-LINES
       PERFORM 3200-PRINT-HEADINGS THRU 3200-EXIT
    END-IF

    MOVE '**'                  TO CUS-COA-RPT-MARK-DIS
    MOVE CUS-COA-BCTL-SEQ      TO CUS-COA-RPT-SEQ-DIS
    MOVE SPACES                TO CUS-COA-RPT-ID-DIS
    MOVE '** FILE CONTROL **'  TO CUS-COA-RPT-NAME-DIS
    MOVE SPACES                TO CUS-COA-RPT-POSTAL-DIS
    MOVE CUS-COA-BCTL-TEXT     TO CUS-COA-RPT-DISP-DIS
    WRITE CUS-COA-RPT-LINE FROM CUS-COA-RPT-DETAIL AFTER ADVANCING 1 LINE
    ADD 1 TO CUS-COA-RPT-LINE-CNT.

 1390-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 1400-START-BATCH SECTION.
*>----------------------------------------------------------------------

    OPEN OUTPUT COATRAN-FILE

    IF NOT CUS-COA-TRAN-STATUS-OK
       DISPLAY 'UNABLE TO OPEN COATRAN - STATUS ' CUS-COA-TRAN-STATUS
       MOVE 12 TO RETURN-CODE
    ELSE
       SET CUS-COA-TRAN-IS-OPEN TO TRUE
       MOVE CUS-COA-RUN-DATE-ISO TO CUS-COA-HDR-DATE
       WRITE CUS-COA-TRAN-LINE FROM CUS-COA-HDR-REC
    END-IF.

 1400-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2000-MATCH-ONE-REC SECTION.
*>----------------------------------------------------------------------
*>   Matches the current inbound record, writes its change when it
*>   matched one open customer and something actually changes, prints
*>   its report line and reads the next.  The control records were
*>   verified before this loop started and are passed over here.

    ADD 1 TO CUS-COA-BCTL-SEQ

    IF NOT CUS-COA-IN-DETAIL
       PERFORM 1210-READ-NEXT-IN THRU 1210-EXIT
       GO TO 2000-EXIT
    END-IF

    ADD 1 TO CUS-COA-READ-CNT
    MOVE SPACES TO CUS-COA-OUTCOME-SW
    MOVE SPACES TO CUS-COA-DISP-TEXT

    IF CUS-COA-IN-ADDR1 = SPACES AND CUS-COA-IN-ADDR2 = SPACES
          AND CUS-COA-IN-CITY = SPACES AND CUS-COA-IN-POSTAL = SPACES
          AND CUS-COA-IN-PHONE = SPACES AND CUS-COA-IN-EMAIL = SPACES
       SET CUS-COA-UNUSABLE TO TRUE
       MOVE 'NO NEW VALUES ON RECORD' TO CUS-COA-DISP-TEXT
    END-IF

    IF CUS-COA-OUTCOME-SW = SPACES
       IF CUS-COA-IN-ID-X = SPACES OR CUS-COA-IN-ID-X = ZEROS
          PERFORM 2300-MATCH-BY-NAME THRU 2300-EXIT
       ELSE
          PERFORM 2200-MATCH-BY-ID THRU 2200-EXIT
       END-IF
    END-IF

    IF CUS-COA-OUTCOME-SW = SPACES
       PERFORM 2400-BUILD-CHANGE THRU 2400-EXIT
    END-IF

    IF CUS-COA-MATCHED
       PERFORM 2500-CHECK-WRITTEN THRU 2500-EXIT
    END-IF

    IF CUS-COA-MATCHED
       WRITE CUS-COA-TRAN-LINE FROM CUS-COA-TRAN-WORK
       ADD CUS-COA-TRAN-ID TO CUS-COA-HASH
       ADD 1 TO CUS-COA-MATCHED-CNT
       MOVE 'MATCHED - CHANGE WRITTEN' TO CUS-COA-DISP-TEXT
    END-IF

    PERFORM 3000-WRITE-DETAIL-LINE THRU 3000-EXIT

    IF RETURN-CODE >= 12
       SET CUS-COA-IN-EOF TO TRUE
    ELSE
       PERFORM 1210-READ-NEXT-IN THRU 1210-EXIT
    END-IF.

 2000-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2200-MATCH-BY-ID SECTION.
*>----------------------------------------------------------------------
*>   A record carrying a CUS_ID is matched on it alone.

    IF CUS-COA-IN-ID-X NOT NUMERIC
       SET CUS-COA-UNMATCHED TO TRUE
       MOVE 'CUS_ID IS NOT NUMERIC' TO CUS-COA-DISP-TEXT
       GO TO 2200-EXIT
    END-IF

    PERFORM 2600-START-QUERY THRU 2600-EXIT

    STRING 'CUS_ID = '          DELIMITED BY SIZE
           CUS-COA-IN-ID        DELIMITED BY SIZE
      INTO QUERY WITH POINTER CUS-COA-QRY-PTR
    END-STRING

    PERFORM 2650-RUN-QUERY THRU 2650-EXIT

    IF CUS-COA-OUTCOME-SW = SPACES AND CUS-COA-CAND-CNT = 0
       SET CUS-COA-UNMATCHED TO TRUE
       MOVE 'CUS_ID NOT ON CUS' TO CUS-COA-DISP-TEXT
    END-IF.

 2200-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2300-MATCH-BY-NAME SECTION.
*>----------------------------------------------------------------------
*>   With no CUS_ID the record must carry all three of name, birth
*>   date and old postal code, and all three must agree with one CUS
*>   row - the name regardless of case and padding, the postal code
*>   on its five-digit ZIP so a ZIP+4 on either side still matches.
*>   More than one row is ambiguous and left for a person to pick.

    IF CUS-COA-IN-NAME = SPACES
          OR CUS-COA-IN-DOB(1:4) NOT NUMERIC
          OR CUS-COA-IN-DOB(5:1) NOT = '-'
          OR CUS-COA-IN-DOB(6:2) NOT NUMERIC
          OR CUS-COA-IN-DOB(8:1) NOT = '-'
          OR CUS-COA-IN-DOB(9:2) NOT NUMERIC
          OR CUS-COA-IN-OLD-POSTAL(1:5) NOT NUMERIC
       SET CUS-COA-UNMATCHED TO TRUE
       MOVE 'NOT ENOUGH TO MATCH ON' TO CUS-COA-DISP-TEXT
       GO TO 2300-EXIT
    END-IF

    PERFORM 2700-ESCAPE-NAME THRU 2700-EXIT

    PERFORM 2600-START-QUERY THRU 2600-EXIT

    STRING "UPPER(TRIM(CUS_NAME)) = UPPER(TRIM('"
                                        DELIMITED BY SIZE
           CUS-COA-NAME-ESC(1:CUS-COA-NAME-ESC-PTR - 1)
                                        DELIMITED BY SIZE
           "')) AND CUS_DOB = '"        DELIMITED BY SIZE
           CUS-COA-IN-DOB               DELIMITED BY SIZE
           "' AND SUBSTR(CUS_POSTAL, 1, 5) = '"
                                        DELIMITED BY SIZE
           CUS-COA-IN-OLD-POSTAL(1:5)   DELIMITED BY SIZE
           "' ORDER BY CUS_ID"          DELIMITED BY SIZE
      INTO QUERY WITH POINTER CUS-COA-QRY-PTR
    END-STRING

    PERFORM 2650-RUN-QUERY THRU 2650-EXIT

    IF CUS-COA-OUTCOME-SW NOT = SPACES
       GO TO 2300-EXIT
    END-IF

    EVALUATE TRUE
       WHEN CUS-COA-CAND-CNT = 0
          SET CUS-COA-UNMATCHED TO TRUE
          MOVE 'NO CUSTOMER MATCHES' TO CUS-COA-DISP-TEXT
       WHEN CUS-COA-CAND-CNT > 1
          SET CUS-COA-AMBIGUOUS TO TRUE
          MOVE CUS-COA-CAND-CNT TO CUS-COA-CAND-CNT-DIS
          STRING 'AMBIGUOUS - '        DELIMITED BY SIZE
                 CUS-COA-CAND-CNT-DIS  DELIMITED BY SIZE
                 ' CANDIDATES'         DELIMITED BY SIZE
            INTO CUS-COA-DISP-TEXT
          END-STRING
       WHEN OTHER
          CONTINUE
    END-EVALUATE.

 2300-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2400-BUILD-CHANGE SECTION.
*>----------------------------------------------------------------------
*>   One open customer matched.  The change starts as the row stands on
*>   CUS - name, birth date and age re-derived from it - and only the
*>   supplied columns are replaced.  A customer with no birth date on
*>   CUS cannot be given a change CUSEDIT will pass, so it is left for
*>   a person; a record that would change nothing is reported, not
*>   written.

    IF CUS-COA-CUR-STATUS NOT = 'A'
       SET CUS-COA-CLOSED TO TRUE
       MOVE 'CUSTOMER IS CLOSED' TO CUS-COA-DISP-TEXT
       GO TO 2400-EXIT
    END-IF

    IF CUS-COA-CUR-DOB(1:4) NOT NUMERIC
          OR CUS-COA-CUR-DOB(1:4) = '0000'
          OR CUS-COA-CUR-DOB(6:2) NOT NUMERIC
          OR CUS-COA-CUR-DOB(9:2) NOT NUMERIC
       SET CUS-COA-UNUSABLE TO TRUE
       MOVE 'NO BIRTH DATE ON CUS' TO CUS-COA-DISP-TEXT
       GO TO 2400-EXIT
    END-IF

    MOVE 'C'                 TO CUS-COA-TRAN-TYPE
    MOVE CUS-COA-CUR-ID      TO CUS-COA-TRAN-ID
    MOVE CUS-COA-CUR-NAME    TO CUS-COA-TRAN-NAME
    MOVE CUS-COA-CUR-DOB     TO CUS-COA-TRAN-DOB
    MOVE CUS-COA-CUR-CONTACT TO CUS-COA-TRAN-CONTACT
    MOVE CUS-COA-IN-EFF-DATE TO CUS-COA-TRAN-EFF-DATE

    MOVE CUS-COA-CUR-DOB(1:4) TO CUS-COA-DOB-YYYY
    MOVE CUS-COA-CUR-DOB(6:2) TO CUS-COA-DOB-MM
    MOVE CUS-COA-CUR-DOB(9:2) TO CUS-COA-DOB-DD
    COMPUTE CUS-COA-DOB-MMDD
       = CUS-COA-DOB-MM * 100 + CUS-COA-DOB-DD
    COMPUTE CUS-COA-DRV-AGE
       = CUS-COA-RUN-YYYY - CUS-COA-DOB-YYYY
    IF CUS-COA-RUN-MMDD < CUS-COA-DOB-MMDD
       SUBTRACT 1 FROM CUS-COA-DRV-AGE
    END-IF
    MOVE CUS-COA-DRV-AGE TO CUS-COA-TRAN-AGE

    IF CUS-COA-IN-ADDR1 NOT = SPACES OR CUS-COA-IN-ADDR2 NOT = SPACES
          OR CUS-COA-IN-CITY NOT = SPACES
          OR CUS-COA-IN-POSTAL NOT = SPACES
       MOVE CUS-COA-IN-ADDR1  TO CUS-COA-TRAN-ADDR1
       MOVE CUS-COA-IN-ADDR2  TO CUS-COA-TRAN-ADDR2
       MOVE CUS-COA-IN-CITY   TO CUS-COA-TRAN-CITY
       MOVE CUS-COA-IN-POSTAL TO CUS-COA-TRAN-POSTAL
    END-IF

    IF CUS-COA-IN-PHONE NOT = SPACES
       MOVE CUS-COA-IN-PHONE TO CUS-COA-TRAN-PHONE
    END-IF

    IF CUS-COA-IN-EMAIL NOT = SPACES
       MOVE CUS-COA-IN-EMAIL TO CUS-COA-TRAN-EMAIL
    END-IF

    IF CUS-COA-TRAN-CONTACT = CUS-COA-CUR-CONTACT
       SET CUS-COA-NO-CHANGE TO TRUE
       MOVE 'MATCHED - ALREADY ON CUS' TO CUS-COA-DISP-TEXT
    ELSE
       SET CUS-COA-MATCHED TO TRUE
    END-IF.

 2400-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2500-CHECK-WRITTEN SECTION.
*>----------------------------------------------------------------------
*>   A change already in the batch for this CUS_ID makes this record
*>   an exception - both were built from the same CUS row, and the
*>   later one would undo the earlier.  Otherwise the CUS_ID joins the
*>   table; a batch past the limit stops the run, as CUSEDIT would
*>   refuse it.

    MOVE 1 TO CUS-COA-WRITTEN-IDX

    PERFORM 2510-NEXT-WRITTEN THRU 2510-EXIT
       UNTIL CUS-COA-WRITTEN-IDX > CUS-COA-WRITTEN-CNT
          OR CUS-COA-WRITTEN-ID(CUS-COA-WRITTEN-IDX) = CUS-COA-TRAN-ID

    IF CUS-COA-WRITTEN-IDX <= CUS-COA-WRITTEN-CNT
       SET CUS-COA-HELD-OUT TO TRUE
       MOVE 'SECOND RECORD FOR CUS_ID' TO CUS-COA-DISP-TEXT
       GO TO 2500-EXIT
    END-IF

    IF CUS-COA-WRITTEN-CNT >= CUS-COA-WRITTEN-MAX
       DISPLAY 'MORE THAN ' CUS-COA-WRITTEN-MAX
          ' CHANGES IN ONE BATCH - RUN CANNOT CONTINUE'
       SET CUS-COA-HELD-OUT TO TRUE
       MOVE 'BATCH FULL - NOT WRITTEN' TO CUS-COA-DISP-TEXT
       MOVE 12 TO RETURN-CODE
       GO TO 2500-EXIT
    END-IF

    ADD 1 TO CUS-COA-WRITTEN-CNT
    MOVE CUS-COA-TRAN-ID TO CUS-COA-WRITTEN-ID(CUS-COA-WRITTEN-CNT).

 2500-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2510-NEXT-WRITTEN SECTION.
*>----------------------------------------------------------------------

    ADD 1 TO CUS-COA-WRITTEN-IDX.

 2510-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2600-START-QUERY SECTION.
*>----------------------------------------------------------------------
*>   The candidate SELECT up to its WHERE - the caller appends the
*>   match condition at CUS-COA-QRY-PTR.  The COALESCEs keep the split
*>   deterministic for a row whose newer columns are still null.

    MOVE SPACES TO QUERY
    MOVE 1 TO CUS-COA-QRY-PTR
    STRING "SELECT CUS_ID, CUS_NAME || '|' || COALESCE(TO_CHAR(CUS_DOB, 'YYYY-MM-DD'), '0000-00-00') || '|' || COALESCE(CUS_ADDR1, '') || '|' || COALESCE(CUS_ADDR2, '') || '|' || COALESCE(CUS_CITY, '') || '|' || COALESCE(CUS_POSTAL, '') || '|' || COALESCE(CUS_PHONE, '') || '|' || COALESCE(CUS_EMAIL, '') || '|' || CUS_STATUS || '|', CUS_AGE FROM CUS WHERE "
                                DELIMITED BY SIZE
      INTO QUERY WITH POINTER CUS-COA-QRY-PTR
    END-STRING.

 2600-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2650-RUN-QUERY SECTION.
*>----------------------------------------------------------------------
*>   Runs the candidate SELECT and unpacks the first row.  A failed
*>   lookup is an exception for this record and makes the run an
*>   error - the record is listed, never silently dropped.

    MOVE 0 TO CUS-COA-CAND-CNT

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
          MOVE RESULT TO CUS-COA-CAND-CNT
          SET ADDRESS OF CUS TO CUS-POINTER
          MOVE CUS-ID(1) TO CUS-COA-CUR-ID
          SET ADDRESS OF CUS-COA-ROW-STR TO CUS-NAME-PTR(1)
          MOVE SPACES TO CUS-COA-CUR-CONTACT
          UNSTRING CUS-COA-ROW-STR DELIMITED BY '|'
             INTO CUS-COA-CUR-NAME
                  CUS-COA-CUR-DOB
                  CUS-COA-CUR-ADDR1
                  CUS-COA-CUR-ADDR2
                  CUS-COA-CUR-CITY
                  CUS-COA-CUR-POSTAL
                  CUS-COA-CUR-PHONE
                  CUS-COA-CUR-EMAIL
                  CUS-COA-CUR-STATUS
          END-UNSTRING
          CALL STATIC 'free_results' using
             BY VALUE GRAAL_ISOLATETHREAD_T
             BY REFERENCE CUS
             BY VALUE RESULT
             returning RESPONSE
          END-CALL
       WHEN RESULT = 0
          CONTINUE
       WHEN OTHER
          PERFORM 2950-GET-ERROR-DETAIL THRU 2950-EXIT
          DISPLAY 'INBOUND RECORD ' CUS-COA-BCTL-SEQ ' LOOKUP FAILED - SQLCODE '
             CUS-COA-ERROR-CODE ' - ' CUS-COA-ERROR-TEXT
          SET CUS-COA-LOOKUP-FAILED TO TRUE
          MOVE 'LOOKUP FAILED - SEE LOG' TO CUS-COA-DISP-TEXT
          IF RETURN-CODE < 8
             MOVE 8 TO RETURN-CODE
          END-IF
    END-EVALUATE.

 2650-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2700-ESCAPE-NAME SECTION.
*>----------------------------------------------------------------------
*>   Doubles any single quote in the inbound name, so a name like
*>   O'Brien cannot break out of the SQL literal it is spliced into.

    MOVE SPACES TO CUS-COA-NAME-ESC
    MOVE 1 TO CUS-COA-NAME-ESC-PTR

    PERFORM 2710-ESCAPE-ONE-CHAR THRU 2710-EXIT
       VARYING CUS-COA-NAME-ESC-IDX FROM 1 BY 1
       UNTIL CUS-COA-NAME-ESC-IDX > 20.

 2700-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2710-ESCAPE-ONE-CHAR SECTION.
*>----------------------------------------------------------------------

    MOVE CUS-COA-IN-NAME(CUS-COA-NAME-ESC-IDX:1) TO CUS-COA-NAME-ESC-CHAR

    IF CUS-COA-NAME-ESC-CHAR = "'"
       MOVE CUS-COA-NAME-ESC-CHAR
          TO CUS-COA-NAME-ESC(CUS-COA-NAME-ESC-PTR:1)
       ADD 1 TO CUS-COA-NAME-ESC-PTR
    END-IF

    MOVE CUS-COA-NAME-ESC-CHAR TO CUS-COA-NAME-ESC(CUS-COA-NAME-ESC-PTR:1)
    ADD 1 TO CUS-COA-NAME-ESC-PTR.

 2710-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2950-GET-ERROR-DETAIL SECTION.
*>----------------------------------------------------------------------

    CALL STATIC 'exec_get_last_error' using
        BY VALUE GRAAL_ISOLATETHREAD_T
        BY REFERENCE CUS-COA-ERROR-TEXT
        returning CUS-COA-ERROR-CODE
    END-CALL.

 2950-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 3000-WRITE-DETAIL-LINE SECTION.
*>----------------------------------------------------------------------
*>   One line per inbound record; every outcome but a written change
*>   is starred and counted under its own total.

    MOVE SPACES TO CUS-COA-RPT-MARK-DIS

    EVALUATE TRUE
       WHEN CUS-COA-MATCHED
          CONTINUE
       WHEN CUS-COA-NO-CHANGE
          ADD 1 TO CUS-COA-NOCHG-CNT
       WHEN CUS-COA-AMBIGUOUS
          ADD 1 TO CUS-COA-AMBIG-CNT
          MOVE '**' TO CUS-COA-RPT-MARK-DIS
       WHEN CUS-COA-UNMATCHED
          ADD 1 TO CUS-COA-UNMATCHED-CNT
          MOVE '**' TO CUS-COA-RPT-MARK-DIS
       WHEN CUS-COA-CLOSED
          ADD 1 TO CUS-COA-CLOSED-CNT
          MOVE '**' TO CUS-COA-RPT-MARK-DIS
       WHEN CUS-COA-LOOKUP-FAILED
          ADD 1 TO CUS-COA-FAILED-CNT
          MOVE '**' TO CUS-COA-RPT-MARK-DIS
       WHEN OTHER
          ADD 1 TO CUS-COA-UNUSABLE-CNT
          MOVE '**' TO CUS-COA-RPT-MARK-DIS
    END-EVALUATE

    IF CUS-COA-RPT-LINE-CNT >= CUS-COA-RPT-MAX-LINES
       PERFORM 3200-PRINT-HEADINGS THRU 3200-EXIT
    END-IF

    MOVE CUS-COA-BCTL-SEQ      TO CUS-COA-RPT-SEQ-DIS
    IF CUS-COA-MATCHED OR CUS-COA-NO-CHANGE OR CUS-COA-CLOSED
          OR CUS-COA-HELD-OUT
       MOVE CUS-COA-CUR-ID     TO CUS-COA-RPT-ID-DIS
    ELSE
       MOVE CUS-COA-IN-ID-X    TO CUS-COA-RPT-ID-DIS
    END-IF
    MOVE CUS-COA-IN-NAME       TO CUS-COA-RPT-NAME-DIS
    MOVE CUS-COA-IN-OLD-POSTAL TO CUS-COA-RPT-POSTAL-DIS
    MOVE CUS-COA-DISP-TEXT     TO CUS-COA-RPT-DISP-DIS
    WRITE CUS-COA-RPT-LINE FROM CUS-COA-RPT-DETAIL AFTER ADVANCING 1 LINE
    ADD 1 TO CUS-COA-RPT-LINE-CNT.

 3000-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 3200-PRINT-HEADINGS SECTION.
*>----------------------------------------------------------------------

    ADD 1 TO CUS-COA-RPT-PAGE-CNT
    MOVE CUS-COA-RUN-DATE-DIS TO CUS-COA-RPT-DATE-DIS
    MOVE CUS-COA-RPT-PAGE-CNT TO CUS-COA-RPT-PAGE-DIS

    WRITE CUS-COA-RPT-LINE FROM CUS-COA-RPT-HEADING1 AFTER ADVANCING PAGE
    WRITE CUS-COA-RPT-LINE FROM CUS-COA-RPT-SOURCE-LINE AFTER ADVANCING 1 LINE
    WRITE CUS-COA-RPT-LINE FROM CUS-COA-RPT-HEADING2 AFTER ADVANCING 2 LINES
    WRITE CUS-COA-RPT-LINE FROM CUS-COA-RPT-HEADING3 AFTER ADVANCING 1 LINE

    MOVE 5 TO CUS-COA-RPT-LINE-CNT.

 3200-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 8000-TERMINATE SECTION.
*>----------------------------------------------------------------------
*>   Closes the batch with its trailer - or, on a failed run, empties
*>   it, so CUSEDIT never takes a batch that balances but is missing
*>   the records whose lookups failed, nor the last run's batch left
*>   behind by a run that stopped before starting its own - prints the
*>   totals - the inbound count must equal the sum of the outcomes
*>   beneath it - and warns when any record needs a person.

    IF CUS-COA-ISOLATE-OK
       CALL STATIC 'graal_detach_thread' using
              BY VALUE GRAAL_ISOLATETHREAD_T
              returning RESPONSE
       END-CALL

       IF RESPONSE NOT equal 0
          DISPLAY 'graal_detach_thread failed'
       END-IF
    END-IF

    IF RETURN-CODE < 8
       IF CUS-COA-TRAN-IS-OPEN
          MOVE CUS-COA-MATCHED-CNT TO CUS-COA-TRL-COUNT
          MOVE CUS-COA-HASH        TO CUS-COA-TRL-HASH
          WRITE CUS-COA-TRAN-LINE FROM CUS-COA-TRL-REC
          CLOSE COATRAN-FILE
       END-IF
    ELSE
       IF CUS-COA-TRAN-IS-OPEN
          CLOSE COATRAN-FILE
       END-IF
       OPEN OUTPUT COATRAN-FILE
       IF CUS-COA-TRAN-STATUS-OK
          CLOSE COATRAN-FILE
          SET CUS-COA-BATCH-EMPTIED TO TRUE
          DISPLAY 'CUSCOA BATCH EMPTIED - RERUN THE INBOUND FILE'
       END-IF
    END-IF

    IF CUS-COA-IN-IS-OPEN
       CLOSE COAIN-FILE
    END-IF

    IF CUS-COA-AMBIG-CNT + CUS-COA-UNMATCHED-CNT + CUS-COA-CLOSED-CNT
          + CUS-COA-UNUSABLE-CNT > 0
       IF RETURN-CODE < 4
          MOVE 4 TO RETURN-CODE
       END-IF
    END-IF

    IF CUS-COA-RPT-IS-OPEN
       IF CUS-COA-RPT-LINE-CNT >= CUS-COA-RPT-MAX-LINES - 11
          PERFORM 3200-PRINT-HEADINGS THRU 3200-EXIT
       END-IF

       MOVE 'INBOUND RECORDS READ    ' TO CUS-COA-TOT-LABEL
       MOVE CUS-COA-READ-CNT           TO CUS-COA-TOT-VALUE
       WRITE CUS-COA-RPT-LINE FROM CUS-COA-TOTAL-LINE
          AFTER ADVANCING 2 LINES

       MOVE 'MATCHED - CHANGE WRITTEN' TO CUS-COA-TOT-LABEL
       MOVE CUS-COA-MATCHED-CNT        TO CUS-COA-TOT-VALUE
       WRITE CUS-COA-RPT-LINE FROM CUS-COA-TOTAL-LINE
          AFTER ADVANCING 1 LINE

       MOVE 'MATCHED - NO CHANGE     ' TO CUS-COA-TOT-LABEL
       MOVE CUS-COA-NOCHG-CNT          TO CUS-COA-TOT-VALUE
       WRITE CUS-COA-RPT-LINE FROM CUS-COA-TOTAL-LINE
          AFTER ADVANCING 1 LINE

       MOVE 'AMBIGUOUS               ' TO CUS-COA-TOT-LABEL
       MOVE CUS-COA-AMBIG-CNT          TO CUS-COA-TOT-VALUE
       WRITE CUS-COA-RPT-LINE FROM CUS-COA-TOTAL-LINE
          AFTER ADVANCING 1 LINE

       MOVE 'UNMATCHED               ' TO CUS-COA-TOT-LABEL
       MOVE CUS-COA-UNMATCHED-CNT      TO CUS-COA-TOT-VALUE
       WRITE CUS-COA-RPT-LINE FROM CUS-COA-TOTAL-LINE
          AFTER ADVANCING 1 LINE

       MOVE 'CLOSED CUSTOMER         ' TO CUS-COA-TOT-LABEL
       MOVE CUS-COA-CLOSED-CNT         TO CUS-COA-TOT-VALUE
       WRITE CUS-COA-RPT-LINE FROM CUS-COA-TOTAL-LINE
          AFTER ADVANCING 1 LINE

       MOVE 'NOT USABLE              ' TO CUS-COA-TOT-LABEL
       MOVE CUS-COA-UNUSABLE-CNT       TO CUS-COA-TOT-VALUE
       WRITE CUS-COA-RPT-LINE FROM CUS-COA-TOTAL-LINE
          AFTER ADVANCING 1 LINE

       MOVE 'LOOKUP FAILED           ' TO CUS-COA-TOT-LABEL
       MOVE CUS-COA-FAILED-CNT         TO CUS-COA-TOT-VALUE
       WRITE CUS-COA-RPT-LINE FROM CUS-COA-TOTAL-LINE
          AFTER ADVANCING 1 LINE

       IF CUS-COA-BATCH-EMPTIED
          MOVE 'BATCH EMPTIED - WRITTEN ' TO CUS-COA-TOT-LABEL
          MOVE CUS-COA-MATCHED-CNT        TO CUS-COA-TOT-VALUE
          WRITE CUS-COA-RPT-LINE FROM CUS-COA-TOTAL-LINE
             AFTER ADVANCING 2 LINES
       END-IF

       CLOSE COARPT
    END-IF

    DISPLAY 'CUSCOA SUMMARY - READ ' CUS-COA-READ-CNT
       ' CHANGES ' CUS-COA-MATCHED-CNT
       ' NO CHANGE ' CUS-COA-NOCHG-CNT
       ' AMBIGUOUS ' CUS-COA-AMBIG-CNT
       ' UNMATCHED ' CUS-COA-UNMATCHED-CNT
       ' CLOSED ' CUS-COA-CLOSED-CNT.

 8000-EXIT.
    EXIT.

 END PROGRAM CUSCOA.
