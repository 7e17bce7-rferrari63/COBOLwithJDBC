 IDENTIFICATION DIVISION.
 PROGRAM-ID. CUSMASS.

*> The mass-change generator.  When the post office re-zones a postal
*> district or a city is renamed, the same 'C' would otherwise be keyed
*> once per customer.  This program takes one change request card -
*> selection criteria against CUS and the values to set - and writes
*> one 'C' per selected open customer into a balanced CUSTRAN batch,
*> 'H' header and 'T' trailer, that goes through CUSEDIT and CUSMAINT
*> like any keyed batch and is journaled on CUSHIST the same way.
*>
*> Only the locality columns - CUS_CITY and CUS_POSTAL - can be set
*> this way; street lines, phone and e-mail belong to one customer and
*> are never changed in bulk.  A 'C' carries the whole row as it
*> should stand, so each change is built from the customer's current
*> CUS values with only the set columns replaced.
*>
*> Every run prints the preview - each selected customer's values
*> before and after, and the count.  A card in preview mode writes
*> nothing; the supervisor signs off the count, and the card is then
*> resubmitted in generate mode carrying that count.  If the count
*> selected on the generate run differs from the one signed off - CUS
*> moved underneath the request - the batch is emptied and the run
*> fails, so a count nobody approved never reaches CUSEDIT.
*>
*> CUSEDIT will not take more than 5000 customers in one batch, so a
*> request selecting more changes than that is refused - in preview
*> before anyone signs off a count, in generate with the batch emptied
*> - and must be split, by postal prefix for instance.

 ENVIRONMENT DIVISION.

 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
*> MAINTPARM carries the JDBC connection details - the selection is
*> made against the same database the batch will be applied to.
     SELECT MAINTPARM-FILE ASSIGN TO "MAINTPARM"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CUS-MAS-CONNPARM-STATUS.

*> MASSCARD is the change request card - one per run.
     SELECT MASSCARD-FILE ASSIGN TO "MASSCARD"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CUS-MAS-CARD-STATUS.

*> MASSTRAN receives the generated batch in the CUSTRAN layout - the
*> job step for CUSEDIT points its CUSTRAN DD at this file.  It is
*> opened only in generate mode.
     SELECT MASSTRAN-FILE ASSIGN TO "MASSTRAN"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CUS-MAS-TRAN-STATUS.

*> MASSRPT is the printed before-and-after preview.
     SELECT MASSRPT ASSIGN TO "MASSRPT"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CUS-MAS-RPT-STATUS.

 DATA DIVISION.
 FILE SECTION.
*> Only the connection fields are read - the rest of the record is
*> the maintenance steps' own.
 FD  MAINTPARM-FILE.
 01  MAINTPARM-REC.
     05 MAINTPARM-URI                    PIC X(50).
     05 MAINTPARM-USER                   PIC X(20).
     05 MAINTPARM-PWD                    PIC X(20).

*> The change request card.  Mode 'P' (or blank) previews only; 'G'
*> generates the batch and needs the requester and the count signed
*> off from the preview.  Either criterion may be blank but not both,
*> and at least one value must be set.  The postal prefix is one to
*> five leading digits of the ZIP.  The effective date, if given, is
*> carried on every 'C' - a re-zoning announced for a future date is
*> held by CUSEDIT and released by CUSPEND on the day.
 FD  MASSCARD-FILE.
 01  MASSCARD-REC.
     05 MASSCARD-MODE                    PIC X(1).
        88 MASSCARD-PREVIEW              VALUE 'P' ' '.
        88 MASSCARD-GENERATE             VALUE 'G'.
     05 MASSCARD-REQ-BY                  PIC X(8).
     05 MASSCARD-SEL-CITY                PIC X(20).
     05 MASSCARD-SEL-POSTAL-PFX          PIC X(10).
     05 MASSCARD-SET-CITY                PIC X(20).
     05 MASSCARD-SET-POSTAL              PIC X(10).
     05 MASSCARD-APPR-CNT-X              PIC X(6).
     05 MASSCARD-APPR-CNT REDEFINES MASSCARD-APPR-CNT-X
                                         PIC 9(6).
     05 MASSCARD-EFF-DATE                PIC X(10).

 FD  MASSTRAN-FILE.
 01  CUS-MAS-TRAN-LINE                   PIC X(198).

 FD  MASSRPT.
 01  CUS-MAS-RPT-LINE                    PIC X(80).

 WORKING-STORAGE SECTION.

 01 CUS-MAS-CONNPARM-STATUS              PIC X(2).
    88 CUS-MAS-CONNPARM-STATUS-OK        VALUE '00'.

 01 CUS-MAS-CARD-STATUS                  PIC X(2).
    88 CUS-MAS-CARD-STATUS-OK            VALUE '00'.

 01 CUS-MAS-TRAN-STATUS                  PIC X(2).
    88 CUS-MAS-TRAN-STATUS-OK            VALUE '00'.

 01 CUS-MAS-TRAN-OPEN-SW                 PIC X(1) VALUE 'N'.
    88 CUS-MAS-TRAN-IS-OPEN              VALUE 'Y'.

 01 CUS-MAS-RPT-STATUS                   PIC X(2).
    88 CUS-MAS-RPT-STATUS-OK             VALUE '00'.

 01 CUS-MAS-RPT-OPEN-SW                  PIC X(1) VALUE 'N'.
    88 CUS-MAS-RPT-IS-OPEN               VALUE 'Y'.

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
 01 QUERY                                PIC X(800).
 01 CUS-MAS-QRY-PTR                      PIC 9(4).

 01 CUS BASED.
    05 CUS-STRUCT OCCURS 20.
       10 CUS-ID                         USAGE BINARY-DOUBLE.
       10 CUS-NAME-PTR                   USAGE POINTER.
       10 CUS-AGE                        USAGE BINARY-DOUBLE.

 01 CUS-POINTER                          USAGE POINTER.

*> The selected row's string column - name, birth date and the six
*> contact fields '|'-joined with a trailing '|' sentinel, the same
*> splice CUSMAINT takes its before-image with.
 01 CUS-MAS-ROW-STR                      PIC X(200) BASED.

 01 CUS-MAS-ISOLATE-SW                   PIC X(1) VALUE 'N'.
    88 CUS-MAS-ISOLATE-OK                VALUE 'Y'.

 01 CUS-MAS-ERROR-CODE                   USAGE BINARY-LONG.
 01 CUS-MAS-ERROR-TEXT                   PIC X(200).

 01 CUS-MAS-PAGE-SIZE                    PIC 9(4) VALUE 20.
 01 CUS-MAS-OFFSET                       PIC 9(8) VALUE 0.
 01 CUS-MAS-MORE-SW                      PIC X(1) VALUE 'Y'.
    88 CUS-MAS-MORE-ROWS                 VALUE 'Y'.
    88 CUS-MAS-NO-MORE-ROWS              VALUE 'N'.

 01 I                                    PIC 9(2).

*> ------------------------- CARD EDIT AREAS ----------------------------
 01 CUS-MAS-CARD-OK-SW                   PIC X(1) VALUE 'N'.
    88 CUS-MAS-CARD-OK                   VALUE 'Y'.
 01 CUS-MAS-CARD-TEXT                    PIC X(60) VALUE SPACES.
 01 CUS-MAS-PFX-LEN                      PIC 9(2).
 01 CUS-MAS-PIPE-IDX                     PIC 9(2).
 01 CUS-MAS-PIPE-SW                      PIC X(1).
    88 CUS-MAS-PIPE-FOUND                VALUE 'Y'.

*> The selection city with any single quote doubled before it is
*> spliced into the WHERE - the guard CUSMAINT puts around every name.
 01 CUS-MAS-CITY-ESC                     PIC X(41).
 01 CUS-MAS-CITY-ESC-PTR                 PIC 9(4).
 01 CUS-MAS-CITY-ESC-IDX                 PIC 9(4).
 01 CUS-MAS-CITY-ESC-CHAR                PIC X(1).

*> ------------------------- ROW AND CHANGE AREAS -----------------------
 01 CUS-MAS-CUR-ID                       PIC 9(9).
 01 CUS-MAS-CUR-NAME                     PIC X(20).
 01 CUS-MAS-CUR-DOB                      PIC X(10).
 01 CUS-MAS-CUR-CONTACT.
    05 CUS-MAS-CUR-ADDR1                 PIC X(30).
    05 CUS-MAS-CUR-ADDR2                 PIC X(30).
    05 CUS-MAS-CUR-CITY                  PIC X(20).
    05 CUS-MAS-CUR-POSTAL                PIC X(10).
    05 CUS-MAS-CUR-PHONE                 PIC X(15).
    05 CUS-MAS-CUR-EMAIL                 PIC X(40).

*> The change being built, in the CUSTRAN layout.
 01 CUS-MAS-TRAN-WORK.
    05 CUS-MAS-TRAN-TYPE                 PIC X(1).
    05 CUS-MAS-TRAN-ID                   PIC 9(9).
    05 CUS-MAS-TRAN-NAME                 PIC X(20).
    05 CUS-MAS-TRAN-AGE                  PIC 9(3).
    05 CUS-MAS-TRAN-DOB                  PIC X(10).
    05 CUS-MAS-TRAN-CONTACT.
       10 CUS-MAS-TRAN-ADDR1             PIC X(30).
       10 CUS-MAS-TRAN-ADDR2             PIC X(30).
       10 CUS-MAS-TRAN-CITY              PIC X(20).
       10 CUS-MAS-TRAN-POSTAL            PIC X(10).
       10 CUS-MAS-TRAN-PHONE             PIC X(15).
       10 CUS-MAS-TRAN-EMAIL             PIC X(40).
    05 CUS-MAS-TRAN-EFF-DATE             PIC X(10).

*> The outcome for the row in hand - only CHANGE is written.
 01 CUS-MAS-OUTCOME-SW                   PIC X(1).
    88 CUS-MAS-CHANGE                    VALUE 'C'.
    88 CUS-MAS-ALREADY-SET               VALUE 'S'.
    88 CUS-MAS-NO-DOB                    VALUE 'D'.

*> The batch control records, the way CUSBKOUT wraps its reversals -
*> today's date and the requester as keyer on the header, the change
*> count and CUS_ID hash total on the trailer.
 01 CUS-MAS-HDR-REC.
    05 FILLER                            PIC X(1) VALUE 'H'.
    05 CUS-MAS-HDR-DATE                  PIC X(10).
    05 CUS-MAS-HDR-KEYER                 PIC X(8).
    05 FILLER                            PIC X(179) VALUE SPACES.

 01 CUS-MAS-TRL-REC.
    05 FILLER                            PIC X(1) VALUE 'T'.
    05 CUS-MAS-TRL-COUNT                 PIC 9(6).
    05 CUS-MAS-TRL-HASH                  PIC 9(15).
    05 FILLER                            PIC X(176) VALUE SPACES.

 01 CUS-MAS-HASH                         PIC 9(15) VALUE 0.

*> Age as of the run date, re-derived from the birth date CUS holds -
*> CUSEDIT holds a change's age to exactly that.
 01 CUS-MAS-DOB-YYYY                     PIC 9(4).
 01 CUS-MAS-DOB-MM                       PIC 9(2).
 01 CUS-MAS-DOB-DD                       PIC 9(2).
 01 CUS-MAS-DOB-MMDD                     PIC 9(4).
 01 CUS-MAS-RUN-MMDD                     PIC 9(4).
 01 CUS-MAS-DRV-AGE                      PIC S9(4).

 01 CUS-MAS-SELECTED-CNT                 PIC 9(6) VALUE 0.
 01 CUS-MAS-CHANGE-CNT                   PIC 9(6) VALUE 0.
 01 CUS-MAS-SET-CNT                      PIC 9(6) VALUE 0.
 01 CUS-MAS-NODOB-CNT                    PIC 9(6) VALUE 0.

 01 CUS-MAS-COUNT-SW                     PIC X(1) VALUE 'N'.
    88 CUS-MAS-COUNT-DIFFERS             VALUE 'Y'.

*> The most changes one batch may carry - CUSEDIT's per-batch CUS_ID
*> table holds no more.
 01 CUS-MAS-CHANGE-MAX                   PIC 9(4) VALUE 5000.

 01 CUS-MAS-LIMIT-SW                     PIC X(1) VALUE 'N'.
    88 CUS-MAS-OVER-LIMIT                VALUE 'Y'.

*> ------------------------- REPORT PRINT AREAS -------------------------
 01 CUS-MAS-RUN-DATE-RAW                 PIC 9(8).
 01 CUS-MAS-RUN-DATE-GROUP REDEFINES CUS-MAS-RUN-DATE-RAW.
    05 CUS-MAS-RUN-YYYY                  PIC 9(4).
    05 CUS-MAS-RUN-MM                    PIC 9(2).
    05 CUS-MAS-RUN-DD                    PIC 9(2).
 01 CUS-MAS-RUN-DATE-DIS                 PIC X(10).

 01 CUS-MAS-RUN-DATE-ISO.
    05 CUS-MAS-RUN-ISO-YYYY              PIC 9(4).
    05 FILLER                            PIC X(1) VALUE '-'.
    05 CUS-MAS-RUN-ISO-MM                PIC 9(2).
    05 FILLER                            PIC X(1) VALUE '-'.
    05 CUS-MAS-RUN-ISO-DD                PIC 9(2).

 01 CUS-MAS-RPT-HEADING1.
       05 FILLER                         PIC X(10) VALUE 'RUN DATE: '.
       05 CUS-MAS-RPT-DATE-DIS           PIC X(10).
       05 FILLER                         PIC X(16) VALUE SPACES.
       05 FILLER                         PIC X(19) VALUE
          'MASS CHANGE PREVIEW'.
       05 FILLER                         PIC X(16) VALUE SPACES.
       05 FILLER                         PIC X(5)  VALUE 'PAGE '.
       05 CUS-MAS-RPT-PAGE-DIS           PIC ZZZ9.

 01 CUS-MAS-RPT-MODE-LINE.
       05 FILLER                         PIC X(6)  VALUE 'MODE: '.
       05 CUS-MAS-RPT-MODE-DIS           PIC X(40).
       05 FILLER                         PIC X(14) VALUE 'REQUESTED BY: '.
       05 CUS-MAS-RPT-REQ-DIS            PIC X(8).

 01 CUS-MAS-RPT-SEL-LINE.
       05 FILLER                         PIC X(29) VALUE
          'SELECT OPEN CUSTOMERS  CITY: '.
       05 CUS-MAS-RPT-SEL-CITY-DIS       PIC X(20).
       05 FILLER                         PIC X(16) VALUE
          ' POSTAL PREFIX: '.
       05 CUS-MAS-RPT-SEL-PFX-DIS        PIC X(11).

 01 CUS-MAS-RPT-SET-LINE.
       05 FILLER                         PIC X(29) VALUE
          'SET                    CITY: '.
       05 CUS-MAS-RPT-SET-CITY-DIS       PIC X(20).
       05 FILLER                         PIC X(16) VALUE
          ' POSTAL:        '.
       05 CUS-MAS-RPT-SET-POSTAL-DIS     PIC X(11).

 01 CUS-MAS-RPT-HEADING2.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(9)  VALUE '   CUS_ID'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(20) VALUE 'NAME'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(6)  VALUE SPACES.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(20) VALUE 'CITY'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(10) VALUE 'POSTAL'.

 01 CUS-MAS-RPT-HEADING3.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(9)  VALUE '---------'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(20) VALUE
          '--------------------'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(6)  VALUE SPACES.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(20) VALUE
          '--------------------'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(10) VALUE '----------'.

*> Two lines per customer - the row as it stands, then as it will
*> stand; a customer left out shows why on the second line instead.
 01 CUS-MAS-RPT-DETAIL.
       05 CUS-MAS-RPT-MARK-DIS           PIC X(2).
       05 CUS-MAS-RPT-ID-DIS             PIC X(9).
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 CUS-MAS-RPT-NAME-DIS           PIC X(20).
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 CUS-MAS-RPT-LABEL-DIS          PIC X(6).
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 CUS-MAS-RPT-VALUES-DIS.
          10 CUS-MAS-RPT-CITY-DIS        PIC X(20).
          10 FILLER                      PIC X(2).
          10 CUS-MAS-RPT-POSTAL-DIS      PIC X(10).

 01 CUS-MAS-TOTAL-LINE.
       05 CUS-MAS-TOT-LABEL              PIC X(24).
       05 CUS-MAS-TOT-VALUE              PIC ZZZZZ9.

 01 CUS-MAS-RPT-NOTE-LINE                PIC X(72).

 01 CUS-MAS-RPT-PAGE-CNT                 PIC 9(3) VALUE 0.
 01 CUS-MAS-RPT-LINE-CNT                 PIC 9(2) VALUE 99.
 01 CUS-MAS-RPT-MAX-LINES                PIC 9(2) VALUE 55.

 PROCEDURE DIVISION.

*>----------------------------------------------------------------------
 0000-MAINLINE SECTION.
*>----------------------------------------------------------------------

    PERFORM 1000-INITIALIZE THRU 1000-EXIT

    IF CUS-MAS-ISOLATE-OK AND RETURN-CODE < 8
       PERFORM 2000-FETCH-ONE-PAGE THRU 2000-EXIT
          UNTIL CUS-MAS-NO-MORE-ROWS
    END-IF

    PERFORM 8000-TERMINATE THRU 8000-EXIT

    STOP RUN.

 0000-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 1000-INITIALIZE SECTION.
*>----------------------------------------------------------------------

    ACCEPT CUS-MAS-RUN-DATE-RAW FROM DATE YYYYMMDD

    STRING CUS-MAS-RUN-MM   DELIMITED BY SIZE
           '/'              DELIMITED BY SIZE
           CUS-MAS-RUN-DD   DELIMITED BY SIZE
           '/'              DELIMITED BY SIZE
           CUS-MAS-RUN-YYYY DELIMITED BY SIZE
      INTO CUS-MAS-RUN-DATE-DIS
    END-STRING

    MOVE CUS-MAS-RUN-YYYY TO CUS-MAS-RUN-ISO-YYYY
    MOVE CUS-MAS-RUN-MM   TO CUS-MAS-RUN-ISO-MM
    MOVE CUS-MAS-RUN-DD   TO CUS-MAS-RUN-ISO-DD
    MOVE CUS-MAS-RUN-DATE-RAW(5:4) TO CUS-MAS-RUN-MMDD

    PERFORM 1100-LOAD-CONN-PARM THRU 1100-EXIT

    IF RETURN-CODE = 0
       PERFORM 1200-OPEN-FILES THRU 1200-EXIT
    END-IF

    IF RETURN-CODE = 0
       PERFORM 1300-EDIT-CARD THRU 1300-EXIT
    END-IF

    IF RETURN-CODE = 0 AND MASSCARD-GENERATE
       PERFORM 1400-START-BATCH THRU 1400-EXIT
    END-IF

    IF RETURN-CODE = 0
       CALL STATIC 'graal_create_isolate' using
              BY REFERENCE GRAAL_CREATE_ISOLATE_PARAMS_T
              BY REFERENCE GRAAL_ISOLATE_T
              BY REFERENCE GRAAL_ISOLATETHREAD_T
              returning RESPONSE
       END-CALL

       IF RESPONSE equal 0
          SET CUS-MAS-ISOLATE-OK TO TRUE
       ELSE
          DISPLAY 'CUSMASS FAILED - GRAAL_CREATE_ISOLATE RESPONSE CODE ' RESPONSE
          MOVE 8 TO RETURN-CODE
       END-IF
    END-IF.

 1000-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 1100-LOAD-CONN-PARM SECTION.
*>----------------------------------------------------------------------

    OPEN INPUT MAINTPARM-FILE

    IF CUS-MAS-CONNPARM-STATUS-OK
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
       DISPLAY 'UNABLE TO OPEN MAINTPARM - STATUS ' CUS-MAS-CONNPARM-STATUS
       MOVE 12 TO RETURN-CODE
    END-IF.

 1100-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 1200-OPEN-FILES SECTION.
*>----------------------------------------------------------------------
*>   Reads the card and opens the report.  A missing card is fatal;
*>   anything after the first card is not read.

    OPEN INPUT MASSCARD-FILE

    IF CUS-MAS-CARD-STATUS-OK
       READ MASSCARD-FILE
         AT END
            DISPLAY 'MASSCARD IS EMPTY - RUN CANNOT CONTINUE'
            MOVE 12 TO RETURN-CODE
       END-READ
       CLOSE MASSCARD-FILE
    ELSE
       DISPLAY 'UNABLE TO OPEN MASSCARD - STATUS ' CUS-MAS-CARD-STATUS
       MOVE 12 TO RETURN-CODE
    END-IF

    IF RETURN-CODE = 0
       OPEN OUTPUT MASSRPT
       IF NOT CUS-MAS-RPT-STATUS-OK
          DISPLAY 'UNABLE TO OPEN MASSRPT - STATUS ' CUS-MAS-RPT-STATUS
          MOVE 12 TO RETURN-CODE
       ELSE
          SET CUS-MAS-RPT-IS-OPEN TO TRUE
       END-IF
    END-IF.

 1200-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 1300-EDIT-CARD SECTION.
*>----------------------------------------------------------------------
*>   Checks the card before anything is selected.  A card that would
*>   select every open customer, or set nothing, or set a value
*>   CUSEDIT would reject on every record, is refused whole.  The
*>   first failure found is printed under the headings.

    PERFORM 1310-SET-HEADING-VALUES THRU 1310-EXIT

    EVALUATE TRUE
       WHEN NOT MASSCARD-PREVIEW AND NOT MASSCARD-GENERATE
          MOVE 'MODE MUST BE P (PREVIEW) OR G (GENERATE)'
             TO CUS-MAS-CARD-TEXT
       WHEN MASSCARD-SEL-CITY = SPACES
             AND MASSCARD-SEL-POSTAL-PFX = SPACES
          MOVE 'NO SELECTION CRITERIA - WOULD SELECT EVERY CUSTOMER'
             TO CUS-MAS-CARD-TEXT
       WHEN MASSCARD-SET-CITY = SPACES AND MASSCARD-SET-POSTAL = SPACES
          MOVE 'NO VALUE TO SET' TO CUS-MAS-CARD-TEXT
       WHEN OTHER
          CONTINUE
    END-EVALUATE

    IF CUS-MAS-CARD-TEXT = SPACES
       AND MASSCARD-SEL-POSTAL-PFX NOT = SPACES
       MOVE 10 TO CUS-MAS-PFX-LEN
       PERFORM 1320-TRIM-PFX-CHAR THRU 1320-EXIT
          UNTIL MASSCARD-SEL-POSTAL-PFX(CUS-MAS-PFX-LEN:1) NOT = SPACE
       IF CUS-MAS-PFX-LEN > 5
             OR MASSCARD-SEL-POSTAL-PFX(1:CUS-MAS-PFX-LEN) NOT NUMERIC
          MOVE 'POSTAL PREFIX MUST BE 1 TO 5 LEADING DIGITS'
             TO CUS-MAS-CARD-TEXT
       END-IF
    END-IF

    IF CUS-MAS-CARD-TEXT = SPACES AND MASSCARD-SET-POSTAL NOT = SPACES
       IF MASSCARD-SET-POSTAL(1:5) NUMERIC
             AND (MASSCARD-SET-POSTAL(6:5) = SPACES
                OR (MASSCARD-SET-POSTAL(6:1) = '-'
                   AND MASSCARD-SET-POSTAL(7:4) NUMERIC))
          CONTINUE
       ELSE
          MOVE 'NEW POSTAL CODE IS NOT NNNNN(-NNNN)' TO CUS-MAS-CARD-TEXT
       END-IF
    END-IF

    IF CUS-MAS-CARD-TEXT = SPACES
       MOVE 'N' TO CUS-MAS-PIPE-SW
       PERFORM 1330-TEST-PIPE-CHAR THRU 1330-EXIT
          VARYING CUS-MAS-PIPE-IDX FROM 1 BY 1
          UNTIL CUS-MAS-PIPE-FOUND OR CUS-MAS-PIPE-IDX > 20
       IF CUS-MAS-PIPE-FOUND
          MOVE 'NEW VALUE CONTAINS "|" DELIMITER' TO CUS-MAS-CARD-TEXT
       END-IF
    END-IF

    IF CUS-MAS-CARD-TEXT = SPACES AND MASSCARD-GENERATE
       IF MASSCARD-REQ-BY = SPACES
          MOVE 'GENERATE NEEDS REQUESTED-BY ON THE CARD'
             TO CUS-MAS-CARD-TEXT
       ELSE
          IF MASSCARD-APPR-CNT-X NOT NUMERIC
             MOVE 'GENERATE NEEDS THE APPROVED COUNT FROM THE PREVIEW'
                TO CUS-MAS-CARD-TEXT
          END-IF
       END-IF
    END-IF

    IF CUS-MAS-CARD-TEXT = SPACES
       SET CUS-MAS-CARD-OK TO TRUE
    ELSE
       PERFORM 3200-PRINT-HEADINGS THRU 3200-EXIT
       MOVE SPACES TO CUS-MAS-RPT-NOTE-LINE
       STRING '** CARD REJECTED - ' DELIMITED BY SIZE
              CUS-MAS-CARD-TEXT     DELIMITED BY SIZE
         INTO CUS-MAS-RPT-NOTE-LINE
       END-STRING
       WRITE CUS-MAS-RPT-LINE FROM CUS-MAS-RPT-NOTE-LINE
          AFTER ADVANCING 2 LINES
       DISPLAY 'MASSCARD REJECTED - ' CUS-MAS-CARD-TEXT
       MOVE 12 TO RETURN-CODE
    END-IF.

 1300-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 1310-SET-HEADING-VALUES SECTION.
*>----------------------------------------------------------------------

    IF MASSCARD-GENERATE
       MOVE 'GENERATE - BATCH WRITTEN TO MASSTRAN'
          TO CUS-MAS-RPT-MODE-DIS
    ELSE
       MOVE 'PREVIEW ONLY - NO BATCH WRITTEN' TO CUS-MAS-RPT-MODE-DIS
    END-IF
    MOVE MASSCARD-REQ-BY TO CUS-MAS-RPT-REQ-DIS

    IF MASSCARD-SEL-CITY = SPACES
       MOVE '(ANY)' TO CUS-MAS-RPT-SEL-CITY-DIS
    ELSE
       MOVE MASSCARD-SEL-CITY TO CUS-MAS-RPT-SEL-CITY-DIS
    END-IF

    IF MASSCARD-SEL-POSTAL-PFX = SPACES
       MOVE '(ANY)' TO CUS-MAS-RPT-SEL-PFX-DIS
    ELSE
       MOVE MASSCARD-SEL-POSTAL-PFX TO CUS-MAS-RPT-SEL-PFX-DIS
    END-IF

    IF MASSCARD-SET-CITY = SPACES
       MOVE '(UNCHANGED)' TO CUS-MAS-RPT-SET-CITY-DIS
    ELSE
       MOVE MASSCARD-SET-CITY TO CUS-MAS-RPT-SET-CITY-DIS
    END-IF

    IF MASSCARD-SET-POSTAL = SPACES
       MOVE '(UNCHANGED)' TO CUS-MAS-RPT-SET-POSTAL-DIS
    ELSE
       MOVE MASSCARD-SET-POSTAL TO CUS-MAS-RPT-SET-POSTAL-DIS
    END-IF.

 1310-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 1320-TRIM-PFX-CHAR SECTION.
*>----------------------------------------------------------------------

    SUBTRACT 1 FROM CUS-MAS-PFX-LEN.

 1320-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 1330-TEST-PIPE-CHAR SECTION.
*>----------------------------------------------------------------------
*>   The new city is the only free-text value on the card - a '|' in
*>   it would split every before-image CUSMAINT takes of the row.

    IF MASSCARD-SET-CITY(CUS-MAS-PIPE-IDX:1) = '|'
       SET CUS-MAS-PIPE-FOUND TO TRUE
    END-IF.

 1330-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 1400-START-BATCH SECTION.
*>----------------------------------------------------------------------

    OPEN OUTPUT MASSTRAN-FILE

    IF NOT CUS-MAS-TRAN-STATUS-OK
       DISPLAY 'UNABLE TO OPEN MASSTRAN - STATUS ' CUS-MAS-TRAN-STATUS
       MOVE 12 TO RETURN-CODE
    ELSE
       SET CUS-MAS-TRAN-IS-OPEN TO TRUE
       MOVE CUS-MAS-RUN-DATE-ISO TO CUS-MAS-HDR-DATE
       MOVE MASSCARD-REQ-BY      TO CUS-MAS-HDR-KEYER
       WRITE CUS-MAS-TRAN-LINE FROM CUS-MAS-HDR-REC
    END-IF.

 1400-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2000-FETCH-ONE-PAGE SECTION.
*>----------------------------------------------------------------------
*>   Fetches one page of selected customers - open ones only, in
*>   CUS_ID order, the page walking forward by offset as CUSDUPRP's
*>   does.  Nothing here changes CUS, so the ordering holds still
*>   between pages.  The city is compared regardless of case and
*>   padding; the postal prefix on the leading digits of CUS_POSTAL.

    MOVE SPACES TO QUERY
    MOVE 1 TO CUS-MAS-QRY-PTR
    STRING "SELECT CUS_ID, CUS_NAME || '|' || COALESCE(TO_CHAR(CUS_DOB, 'YYYY-MM-DD'), '0000-00-00') || '|' || COALESCE(CUS_ADDR1, '') || '|' || COALESCE(CUS_ADDR2, '') || '|' || COALESCE(CUS_CITY, '') || '|' || COALESCE(CUS_POSTAL, '') || '|' || COALESCE(CUS_PHONE, '') || '|' || COALESCE(CUS_EMAIL, '') || '|', CUS_AGE FROM CUS WHERE CUS_STATUS = 'A'"
                                DELIMITED BY SIZE
      INTO QUERY WITH POINTER CUS-MAS-QRY-PTR
    END-STRING

    IF MASSCARD-SEL-CITY NOT = SPACES
       PERFORM 2700-ESCAPE-CITY THRU 2700-EXIT
       STRING " AND UPPER(TRIM(CUS_CITY)) = UPPER(TRIM('"
                                DELIMITED BY SIZE
              CUS-MAS-CITY-ESC(1:CUS-MAS-CITY-ESC-PTR - 1)
                                DELIMITED BY SIZE
              "'))"             DELIMITED BY SIZE
         INTO QUERY WITH POINTER CUS-MAS-QRY-PTR
       END-STRING
    END-IF

    IF MASSCARD-SEL-POSTAL-PFX NOT = SPACES
       STRING " AND CUS_POSTAL LIKE '"
                                DELIMITED BY SIZE
              MASSCARD-SEL-POSTAL-PFX(1:CUS-MAS-PFX-LEN)
                                DELIMITED BY SIZE
              "%'"              DELIMITED BY SIZE
         INTO QUERY WITH POINTER CUS-MAS-QRY-PTR
       END-STRING
    END-IF

    STRING " ORDER BY CUS_ID OFFSET " DELIMITED BY SIZE
           CUS-MAS-OFFSET             DELIMITED BY SIZE
           " LIMIT "                  DELIMITED BY SIZE
           CUS-MAS-PAGE-SIZE          DELIMITED BY SIZE
      INTO QUERY WITH POINTER CUS-MAS-QRY-PTR
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
       PERFORM 2100-CHANGE-ONE-ROW THRU 2100-EXIT
          VARYING I FROM 1 BY 1 UNTIL I > RESULT OR CUS-MAS-OVER-LIMIT
       CALL STATIC 'free_results' using
          BY VALUE GRAAL_ISOLATETHREAD_T
          BY REFERENCE CUS
          BY VALUE RESULT
          returning RESPONSE
       END-CALL
       IF RESULT < CUS-MAS-PAGE-SIZE OR CUS-MAS-OVER-LIMIT
          SET CUS-MAS-NO-MORE-ROWS TO TRUE
       ELSE
          ADD CUS-MAS-PAGE-SIZE TO CUS-MAS-OFFSET
       END-IF
    ELSE
       IF RESULT < 0
          PERFORM 2950-GET-ERROR-DETAIL THRU 2950-EXIT
          DISPLAY 'CUSTOMER SELECTION FAILED - SQLCODE ' CUS-MAS-ERROR-CODE
             ' - ' CUS-MAS-ERROR-TEXT
          MOVE 8 TO RETURN-CODE
       END-IF
       SET CUS-MAS-NO-MORE-ROWS TO TRUE
    END-IF.

 2000-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2100-CHANGE-ONE-ROW SECTION.
*>----------------------------------------------------------------------
*>   Builds the change for one selected customer from its current row
*>   - name, birth date and age re-derived from it - with only the set
*>   columns replaced.  A customer with no birth date on CUS cannot be
*>   given a change CUSEDIT will pass, and one already holding the new
*>   values needs none; both are listed but not written.  The change
*>   past the batch limit stops the selection and fails the run.

    ADD 1 TO CUS-MAS-SELECTED-CNT

    MOVE CUS-ID(I) TO CUS-MAS-CUR-ID
    MOVE SPACES TO CUS-MAS-CUR-NAME
    MOVE SPACES TO CUS-MAS-CUR-DOB
    MOVE SPACES TO CUS-MAS-CUR-CONTACT
    SET ADDRESS OF CUS-MAS-ROW-STR TO CUS-NAME-PTR(I)
    UNSTRING CUS-MAS-ROW-STR DELIMITED BY '|'
       INTO CUS-MAS-CUR-NAME
            CUS-MAS-CUR-DOB
            CUS-MAS-CUR-ADDR1
            CUS-MAS-CUR-ADDR2
            CUS-MAS-CUR-CITY
            CUS-MAS-CUR-POSTAL
            CUS-MAS-CUR-PHONE
            CUS-MAS-CUR-EMAIL
    END-UNSTRING

    MOVE 'C'                 TO CUS-MAS-TRAN-TYPE
    MOVE CUS-MAS-CUR-ID      TO CUS-MAS-TRAN-ID
    MOVE CUS-MAS-CUR-NAME    TO CUS-MAS-TRAN-NAME
    MOVE CUS-MAS-CUR-DOB     TO CUS-MAS-TRAN-DOB
    MOVE CUS-MAS-CUR-CONTACT TO CUS-MAS-TRAN-CONTACT
    MOVE MASSCARD-EFF-DATE   TO CUS-MAS-TRAN-EFF-DATE
    MOVE 0                   TO CUS-MAS-TRAN-AGE

    IF MASSCARD-SET-CITY NOT = SPACES
       MOVE MASSCARD-SET-CITY TO CUS-MAS-TRAN-CITY
    END-IF

    IF MASSCARD-SET-POSTAL NOT = SPACES
       MOVE MASSCARD-SET-POSTAL TO CUS-MAS-TRAN-POSTAL
    END-IF

    EVALUATE TRUE
       WHEN CUS-MAS-CUR-DOB(1:4) NOT NUMERIC
             OR CUS-MAS-CUR-DOB(1:4) = '0000'
             OR CUS-MAS-CUR-DOB(6:2) NOT NUMERIC
             OR CUS-MAS-CUR-DOB(9:2) NOT NUMERIC
          SET CUS-MAS-NO-DOB TO TRUE
          ADD 1 TO CUS-MAS-NODOB-CNT
       WHEN CUS-MAS-TRAN-CONTACT = CUS-MAS-CUR-CONTACT
          SET CUS-MAS-ALREADY-SET TO TRUE
          ADD 1 TO CUS-MAS-SET-CNT
       WHEN OTHER
          SET CUS-MAS-CHANGE TO TRUE
          ADD 1 TO CUS-MAS-CHANGE-CNT
    END-EVALUATE

    IF CUS-MAS-CHANGE AND CUS-MAS-CHANGE-CNT > CUS-MAS-CHANGE-MAX
       DISPLAY 'MORE THAN ' CUS-MAS-CHANGE-MAX
          ' CHANGES IN ONE BATCH - RUN CANNOT CONTINUE'
       SET CUS-MAS-OVER-LIMIT TO TRUE
       MOVE 12 TO RETURN-CODE
       GO TO 2100-EXIT
    END-IF

    IF CUS-MAS-CHANGE
       MOVE CUS-MAS-CUR-DOB(1:4) TO CUS-MAS-DOB-YYYY
       MOVE CUS-MAS-CUR-DOB(6:2) TO CUS-MAS-DOB-MM
       MOVE CUS-MAS-CUR-DOB(9:2) TO CUS-MAS-DOB-DD
       COMPUTE CUS-MAS-DOB-MMDD
          = CUS-MAS-DOB-MM * 100 + CUS-MAS-DOB-DD
       COMPUTE CUS-MAS-DRV-AGE
          = CUS-MAS-RUN-YYYY - CUS-MAS-DOB-YYYY
       IF CUS-MAS-RUN-MMDD < CUS-MAS-DOB-MMDD
          SUBTRACT 1 FROM CUS-MAS-DRV-AGE
       END-IF
       MOVE CUS-MAS-DRV-AGE TO CUS-MAS-TRAN-AGE

       IF CUS-MAS-TRAN-IS-OPEN
          WRITE CUS-MAS-TRAN-LINE FROM CUS-MAS-TRAN-WORK
          ADD CUS-MAS-TRAN-ID TO CUS-MAS-HASH
       END-IF
    END-IF

    PERFORM 3000-WRITE-DETAIL-LINES THRU 3000-EXIT.

 2100-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2700-ESCAPE-CITY SECTION.
*>----------------------------------------------------------------------
*>   Doubles any single quote in the selection city, so a city such as
*>   O'Fallon cannot break out of the SQL literal it is spliced into.

    MOVE SPACES TO CUS-MAS-CITY-ESC
    MOVE 1 TO CUS-MAS-CITY-ESC-PTR

    PERFORM 2710-ESCAPE-ONE-CHAR THRU 2710-EXIT
       VARYING CUS-MAS-CITY-ESC-IDX FROM 1 BY 1
       UNTIL CUS-MAS-CITY-ESC-IDX > 20.

 2700-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2710-ESCAPE-ONE-CHAR SECTION.
*>----------------------------------------------------------------------

    MOVE MASSCARD-SEL-CITY(CUS-MAS-CITY-ESC-IDX:1) TO CUS-MAS-CITY-ESC-CHAR

    IF CUS-MAS-CITY-ESC-CHAR = "'"
       MOVE CUS-MAS-CITY-ESC-CHAR
          TO CUS-MAS-CITY-ESC(CUS-MAS-CITY-ESC-PTR:1)
       ADD 1 TO CUS-MAS-CITY-ESC-PTR
    END-IF

    MOVE CUS-MAS-CITY-ESC-CHAR TO CUS-MAS-CITY-ESC(CUS-MAS-CITY-ESC-PTR:1)
    ADD 1 TO CUS-MAS-CITY-ESC-PTR.

 2710-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2950-GET-ERROR-DETAIL SECTION.
*>----------------------------------------------------------------------

    CALL STATIC 'exec_get_last_error' using
        BY VALUE GRAAL_ISOLATETHREAD_T
        BY REFERENCE CUS-MAS-ERROR-TEXT
        returning CUS-MAS-ERROR-CODE
    END-CALL.

 2950-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 3000-WRITE-DETAIL-LINES SECTION.
*>----------------------------------------------------------------------
*>   The before line and the after line stay together on one page.

    IF CUS-MAS-RPT-LINE-CNT >= CUS-MAS-RPT-MAX-LINES - 2
       PERFORM 3200-PRINT-HEADINGS THRU 3200-EXIT
    END-IF

    MOVE SPACES              TO CUS-MAS-RPT-MARK-DIS
    MOVE CUS-MAS-CUR-ID      TO CUS-MAS-RPT-ID-DIS
    MOVE CUS-MAS-CUR-NAME    TO CUS-MAS-RPT-NAME-DIS
    MOVE 'BEFORE'            TO CUS-MAS-RPT-LABEL-DIS
    MOVE SPACES              TO CUS-MAS-RPT-VALUES-DIS
    MOVE CUS-MAS-CUR-CITY    TO CUS-MAS-RPT-CITY-DIS
    MOVE CUS-MAS-CUR-POSTAL  TO CUS-MAS-RPT-POSTAL-DIS
    WRITE CUS-MAS-RPT-LINE FROM CUS-MAS-RPT-DETAIL AFTER ADVANCING 2 LINES

    MOVE SPACES              TO CUS-MAS-RPT-ID-DIS
    MOVE SPACES              TO CUS-MAS-RPT-NAME-DIS
    MOVE SPACES              TO CUS-MAS-RPT-VALUES-DIS

    EVALUATE TRUE
       WHEN CUS-MAS-CHANGE
          MOVE 'AFTER'             TO CUS-MAS-RPT-LABEL-DIS
          MOVE CUS-MAS-TRAN-CITY   TO CUS-MAS-RPT-CITY-DIS
          MOVE CUS-MAS-TRAN-POSTAL TO CUS-MAS-RPT-POSTAL-DIS
       WHEN CUS-MAS-ALREADY-SET
          MOVE 'AFTER'             TO CUS-MAS-RPT-LABEL-DIS
          MOVE 'ALREADY SET - NOT CHANGED' TO CUS-MAS-RPT-VALUES-DIS
       WHEN OTHER
          MOVE '**'                TO CUS-MAS-RPT-MARK-DIS
          MOVE 'AFTER'             TO CUS-MAS-RPT-LABEL-DIS
          MOVE 'NO BIRTH DATE ON CUS - KEY BY HAND'
             TO CUS-MAS-RPT-VALUES-DIS
    END-EVALUATE

    WRITE CUS-MAS-RPT-LINE FROM CUS-MAS-RPT-DETAIL AFTER ADVANCING 1 LINE
    ADD 3 TO CUS-MAS-RPT-LINE-CNT.

 3000-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 3200-PRINT-HEADINGS SECTION.
*>----------------------------------------------------------------------

    ADD 1 TO CUS-MAS-RPT-PAGE-CNT
    MOVE CUS-MAS-RUN-DATE-DIS TO CUS-MAS-RPT-DATE-DIS
    MOVE CUS-MAS-RPT-PAGE-CNT TO CUS-MAS-RPT-PAGE-DIS

    WRITE CUS-MAS-RPT-LINE FROM CUS-MAS-RPT-HEADING1 AFTER ADVANCING PAGE
    WRITE CUS-MAS-RPT-LINE FROM CUS-MAS-RPT-MODE-LINE AFTER ADVANCING 2 LINES
    WRITE CUS-MAS-RPT-LINE FROM CUS-MAS-RPT-SEL-LINE AFTER ADVANCING 1 LINE
    WRITE CUS-MAS-RPT-LINE FROM CUS-MAS-RPT-SET-LINE AFTER ADVANCING 1 LINE
    WRITE CUS-MAS-RPT-LINE FROM CUS-MAS-RPT-HEADING2 AFTER ADVANCING 2 LINES
    WRITE CUS-MAS-RPT-LINE FROM CUS-MAS-RPT-HEADING3 AFTER ADVANCING 1 LINE

    MOVE 8 TO CUS-MAS-RPT-LINE-CNT.

 3200-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 8000-TERMINATE SECTION.
*>----------------------------------------------------------------------
*>   Closes the batch with its trailer - or, on a generate run whose
*>   change count is not the one signed off, that went past the batch
*>   limit or that failed part way, empties it - and prints the totals.

    IF CUS-MAS-ISOLATE-OK
       CALL STATIC 'graal_detach_thread' using
              BY VALUE GRAAL_ISOLATETHREAD_T
              returning RESPONSE
       END-CALL

       IF RESPONSE NOT equal 0
          DISPLAY 'graal_detach_thread failed'
       END-IF
    END-IF

    IF CUS-MAS-TRAN-IS-OPEN
       IF RETURN-CODE = 0
             AND CUS-MAS-CHANGE-CNT NOT = MASSCARD-APPR-CNT
          SET CUS-MAS-COUNT-DIFFERS TO TRUE
          DISPLAY 'CUSMASS CHANGE COUNT ' CUS-MAS-CHANGE-CNT
             ' DIFFERS FROM APPROVED COUNT ' MASSCARD-APPR-CNT
             ' - BATCH EMPTIED'
          MOVE 12 TO RETURN-CODE
       END-IF

       IF RETURN-CODE = 0
          MOVE CUS-MAS-CHANGE-CNT TO CUS-MAS-TRL-COUNT
          MOVE CUS-MAS-HASH       TO CUS-MAS-TRL-HASH
          WRITE CUS-MAS-TRAN-LINE FROM CUS-MAS-TRL-REC
          CLOSE MASSTRAN-FILE
       ELSE
          CLOSE MASSTRAN-FILE
          OPEN OUTPUT MASSTRAN-FILE
          CLOSE MASSTRAN-FILE
       END-IF
    END-IF

    IF RETURN-CODE < 4 AND CUS-MAS-NODOB-CNT > 0
       MOVE 4 TO RETURN-CODE
    END-IF

    IF CUS-MAS-RPT-IS-OPEN AND CUS-MAS-CARD-OK
       IF CUS-MAS-RPT-LINE-CNT >= CUS-MAS-RPT-MAX-LINES - 9
          PERFORM 3200-PRINT-HEADINGS THRU 3200-EXIT
       END-IF

       MOVE 'CUSTOMERS SELECTED      ' TO CUS-MAS-TOT-LABEL
       MOVE CUS-MAS-SELECTED-CNT       TO CUS-MAS-TOT-VALUE
       WRITE CUS-MAS-RPT-LINE FROM CUS-MAS-TOTAL-LINE
          AFTER ADVANCING 3 LINES

       IF MASSCARD-GENERATE
          MOVE 'CHANGES GENERATED       ' TO CUS-MAS-TOT-LABEL
       ELSE
          MOVE 'CHANGES PREVIEWED       ' TO CUS-MAS-TOT-LABEL
       END-IF
       MOVE CUS-MAS-CHANGE-CNT         TO CUS-MAS-TOT-VALUE
       WRITE CUS-MAS-RPT-LINE FROM CUS-MAS-TOTAL-LINE
          AFTER ADVANCING 1 LINE

       MOVE 'ALREADY SET             ' TO CUS-MAS-TOT-LABEL
       MOVE CUS-MAS-SET-CNT            TO CUS-MAS-TOT-VALUE
       WRITE CUS-MAS-RPT-LINE FROM CUS-MAS-TOTAL-LINE
          AFTER ADVANCING 1 LINE

       MOVE 'NO BIRTH DATE ON CUS    ' TO CUS-MAS-TOT-LABEL
       MOVE CUS-MAS-NODOB-CNT          TO CUS-MAS-TOT-VALUE
       WRITE CUS-MAS-RPT-LINE FROM CUS-MAS-TOTAL-LINE
          AFTER ADVANCING 1 LINE

       IF MASSCARD-GENERATE
          MOVE 'APPROVED COUNT          ' TO CUS-MAS-TOT-LABEL
          MOVE MASSCARD-APPR-CNT          TO CUS-MAS-TOT-VALUE
          WRITE CUS-MAS-RPT-LINE FROM CUS-MAS-TOTAL-LINE
             AFTER ADVANCING 1 LINE
       END-IF

       EVALUATE TRUE
          WHEN CUS-MAS-OVER-LIMIT AND MASSCARD-GENERATE
             MOVE SPACES TO CUS-MAS-RPT-NOTE-LINE
             STRING 'MORE THAN ' CUS-MAS-CHANGE-MAX
                    ' CHANGES - BATCH EMPTIED. SPLIT THE REQUEST.'
                    DELIMITED BY SIZE
               INTO CUS-MAS-RPT-NOTE-LINE
             END-STRING
          WHEN CUS-MAS-OVER-LIMIT
             MOVE SPACES TO CUS-MAS-RPT-NOTE-LINE
             STRING 'MORE THAN ' CUS-MAS-CHANGE-MAX
                    ' CHANGES - CARD REFUSED. SPLIT THE REQUEST.'
                    DELIMITED BY SIZE
               INTO CUS-MAS-RPT-NOTE-LINE
             END-STRING
          WHEN CUS-MAS-COUNT-DIFFERS
             MOVE 'CHANGE COUNT DIFFERS FROM THE APPROVED COUNT - BATCH EMPTIED.'
                TO CUS-MAS-RPT-NOTE-LINE
          WHEN RETURN-CODE >= 8
             MOVE 'RUN FAILED - BATCH EMPTIED, NOTHING GOES TO CUSEDIT.'
                TO CUS-MAS-RPT-NOTE-LINE
          WHEN MASSCARD-GENERATE
             MOVE 'BATCH WRITTEN TO MASSTRAN FOR CUSEDIT.'
                TO CUS-MAS-RPT-NOTE-LINE
          WHEN OTHER
             MOVE 'NOTHING WRITTEN. TO GENERATE, RESUBMIT WITH MODE G AND THIS COUNT.'
                TO CUS-MAS-RPT-NOTE-LINE
       END-EVALUATE
       WRITE CUS-MAS-RPT-LINE FROM CUS-MAS-RPT-NOTE-LINE
          AFTER ADVANCING 2 LINES
    END-IF

    IF CUS-MAS-RPT-IS-OPEN
       CLOSE MASSRPT
    END-IF

    DISPLAY 'CUSMASS SUMMARY - SELECTED ' CUS-MAS-SELECTED-CNT
       ' CHANGES ' CUS-MAS-CHANGE-CNT
       ' ALREADY SET ' CUS-MAS-SET-CNT
       ' NO BIRTH DATE ' CUS-MAS-NODOB-CNT.

 8000-EXIT.
    EXIT.

 END PROGRAM CUSMASS.
