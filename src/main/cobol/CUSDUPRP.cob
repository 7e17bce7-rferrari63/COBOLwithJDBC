 IDENTIFICATION DIVISION.
 PROGRAM-ID. CUSDUPRP.

*> The probable-duplicate customer report.  CUSMAINT adds a new CUS_ID
*> for every 'A' it is given and CUSEDIT only checks the keyed CUS_ID,
*> so the same person keyed twice ends up on CUS twice.  This program
*> pairs every open customer with every other open customer sharing a
*> name, phone, e-mail or postal code, scores each pair on what
*> actually matches - CUS_NAME with CUS_DOB 40, CUS_PHONE 20,
*> CUS_EMAIL 20, CUS_POSTAL with CUS_ADDR1 20 - and prints the pairs
*> scoring at or above the DUPPARM minimum, grouped under the lowest
*> CUS_ID of each group.  Nothing on CUS is changed here: a pair the
*> service desk confirms is folded together by keying an 'M'
*> transaction (duplicate CUS_ID, survivor CUS_ID) through CUSEDIT and
*> CUSMAINT, which journals the link on CUSHIST.

 ENVIRONMENT DIVISION.

 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
*> DUPPARM carries the JDBC connection details plus the minimum score
*> a pair must reach to be printed - zero or blank takes the default.
     SELECT DUPPARM-FILE ASSIGN TO "DUPPARM"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CUS-DUP-PARM-STATUS.

*> DUPRPT is the printed report - one group per lowest CUS_ID, one
*> line per probable duplicate of it, and the run totals.
     SELECT DUPRPT ASSIGN TO "DUPRPT"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CUS-DUP-RPT-STATUS.

 DATA DIVISION.
 FILE SECTION.
 FD  DUPPARM-FILE.
 01  DUPPARM-REC.
     05 DUPPARM-URI                      PIC X(50).
     05 DUPPARM-USER                     PIC X(20).
     05 DUPPARM-PWD                      PIC X(20).
     05 DUPPARM-MIN-SCORE                PIC X(3).

 FD  DUPRPT.
 01  CUS-DUP-RPT-LINE                    PIC X(80).

 WORKING-STORAGE SECTION.

 01 CUS-DUP-PARM-STATUS                  PIC X(2).
    88 CUS-DUP-PARM-STATUS-OK            VALUE '00'.

 01 CUS-DUP-RPT-STATUS                   PIC X(2).
    88 CUS-DUP-RPT-STATUS-OK             VALUE '00'.

 01 CUS-DUP-RPT-OPEN-SW                  PIC X(1) VALUE 'N'.
    88 CUS-DUP-RPT-IS-OPEN               VALUE 'Y'.

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
 01 QUERY                                PIC X(1600).

*> The pair page comes back through the same fixed bridge shape the
*> other programs fetch into: the lower CUS_ID of the pair, then the
*> higher CUS_ID and both names and birth dates '|'-joined with a
*> trailing sentinel, then a match mask - 8 name and birth date,
*> 4 phone, 2 e-mail, 1 postal code and first address line - which
*> this program turns into the score and the matched-on text.
 01 CUS BASED.
    05 CUS-STRUCT OCCURS 20.
       10 CUS-ID                         USAGE BINARY-DOUBLE.
       10 CUS-NAME-PTR                   USAGE POINTER.
       10 CUS-MATCH-MASK                 USAGE BINARY-DOUBLE.

 01 CUS-POINTER                          USAGE POINTER.
 01 CUS-DUP-ROW-STR                      PIC X(200) BASED.

 01 CUS-DUP-ROW-ID                       PIC 9(9).
 01 CUS-DUP-ROW-OTHER-ID                 PIC X(9).
 01 CUS-DUP-ROW-NAME                     PIC X(20).
 01 CUS-DUP-ROW-DOB                      PIC X(10).
 01 CUS-DUP-ROW-OTHER-NAME               PIC X(20).
 01 CUS-DUP-ROW-OTHER-DOB                PIC X(10).
 01 CUS-DUP-ROW-MASK                     PIC 9(2).

 01 CUS-DUP-ISOLATE-SW                   PIC X(1) VALUE 'N'.
    88 CUS-DUP-ISOLATE-OK                VALUE 'Y'.

 01 CUS-DUP-ERROR-CODE                   USAGE BINARY-LONG.
 01 CUS-DUP-ERROR-TEXT                   PIC X(200).

*> The score weights.  Name with birth date on its own reaches the
*> default minimum; any two of the contact matches do as well.
 01 CUS-DUP-WT-NAME-DOB                  PIC 9(3) VALUE 40.
 01 CUS-DUP-WT-PHONE                     PIC 9(3) VALUE 20.
 01 CUS-DUP-WT-EMAIL                     PIC 9(3) VALUE 20.
 01 CUS-DUP-WT-ADDRESS                   PIC 9(3) VALUE 20.

 01 CUS-DUP-MIN-SCORE                    PIC 9(3) VALUE 40.
 01 CUS-DUP-SCORE                        PIC 9(3).
 01 CUS-DUP-MATCHED-ON                   PIC X(30).
 01 CUS-DUP-MATCHED-PTR                  PIC 9(3).

 01 CUS-DUP-PAGE-SIZE                    PIC 9(4) VALUE 20.
 01 CUS-DUP-OFFSET                       PIC 9(8) VALUE 0.
 01 CUS-DUP-MORE-SW                      PIC X(1) VALUE 'Y'.
    88 CUS-DUP-MORE-PAIRS                VALUE 'Y'.
    88 CUS-DUP-NO-MORE-PAIRS             VALUE 'N'.

 01 CUS-DUP-PREV-ID                      PIC 9(9) VALUE 0.

 01 I                                    PIC 9(2).

 01 CUS-DUP-PAIR-CNT                     PIC 9(6) VALUE 0.
 01 CUS-DUP-GROUP-CNT                    PIC 9(6) VALUE 0.
 01 CUS-DUP-BELOW-CNT                    PIC 9(6) VALUE 0.

*> ------------------------- RUN DATE AREAS -----------------------------
 01 CUS-DUP-TS-RAW                       PIC 9(8).
 01 CUS-DUP-RUN-DATE-DIS.
    05 CUS-DUP-RUN-MM                    PIC 9(2).
    05 FILLER                            PIC X(1) VALUE '/'.
    05 CUS-DUP-RUN-DD                    PIC 9(2).
    05 FILLER                            PIC X(1) VALUE '/'.
    05 CUS-DUP-RUN-YYYY                  PIC 9(4).

*> ------------------------- REPORT PRINT AREAS -------------------------
 01 CUS-DUP-RPT-HEADING1.
       05 FILLER                         PIC X(10) VALUE 'RUN DATE: '.
       05 CUS-DUP-RPT-DATE-DIS           PIC X(10).
       05 FILLER                         PIC X(7)  VALUE SPACES.
       05 FILLER                         PIC X(34) VALUE
          'PROBABLE DUPLICATE CUSTOMER REPORT'.
       05 FILLER                         PIC X(10) VALUE SPACES.
       05 FILLER                         PIC X(5)  VALUE 'PAGE '.
       05 CUS-DUP-RPT-PAGE-DIS           PIC ZZZ9.

 01 CUS-DUP-RPT-HEADING2.
       05 FILLER                         PIC X(15) VALUE
          'MINIMUM SCORE: '.
       05 CUS-DUP-RPT-MIN-DIS            PIC ZZ9.
       05 FILLER                         PIC X(52) VALUE
          '  (NAME+DOB 40, PHONE 20, E-MAIL 20, ADDRESS 20)'.

 01 CUS-DUP-RPT-HEADING3.
       05 FILLER                         PIC X(9)  VALUE '   CUS_ID'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(20) VALUE 'NAME'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(10) VALUE 'DOB'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(5)  VALUE 'SCORE'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(28) VALUE 'MATCHED ON'.

 01 CUS-DUP-RPT-HEADING4.
       05 FILLER                         PIC X(9)  VALUE '---------'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(20) VALUE
          '--------------------'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(10) VALUE '----------'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(5)  VALUE '-----'.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 FILLER                         PIC X(28) VALUE
          '----------------------------'.

*> The group line names the lowest CUS_ID of the group - the customer
*> keyed first, and usually the one to keep as the survivor.
 01 CUS-DUP-RPT-GROUP.
       05 CUS-DUP-RPT-GRP-ID-DIS         PIC 9(9).
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 CUS-DUP-RPT-GRP-NAME-DIS       PIC X(20).
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 CUS-DUP-RPT-GRP-DOB-DIS        PIC X(10).
       05 FILLER                         PIC X(37) VALUE
          '         PROBABLE DUPLICATES BELOW'.

 01 CUS-DUP-RPT-DETAIL.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 CUS-DUP-RPT-ID-DIS             PIC X(9).
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 CUS-DUP-RPT-NAME-DIS           PIC X(20).
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 CUS-DUP-RPT-DOB-DIS            PIC X(10).
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 CUS-DUP-RPT-SCORE-DIS          PIC ZZ9.
       05 FILLER                         PIC X(2)  VALUE SPACES.
       05 CUS-DUP-RPT-MATCHED-DIS        PIC X(28).

 01 CUS-DUP-RPT-TOTAL.
       05 CUS-DUP-RPT-TOT-LABEL          PIC X(22).
       05 CUS-DUP-RPT-TOT-DIS            PIC ZZZZZ9.

 01 CUS-DUP-RPT-NOTE1                    PIC X(72) VALUE
       'NOTHING ON CUS WAS CHANGED BY THIS REPORT. FOR EACH PAIR CONFIRMED'.
 01 CUS-DUP-RPT-NOTE2                    PIC X(72) VALUE
       'AS ONE PERSON, KEY AN M TRANSACTION WITH THE DUPLICATE CUS_ID AND'.
 01 CUS-DUP-RPT-NOTE3                    PIC X(72) VALUE
       'THE SURVIVING CUS_ID IN THE NAME POSITION.'.

 01 CUS-DUP-RPT-PAGE-CNT                 PIC 9(3) VALUE 0.
 01 CUS-DUP-RPT-LINE-CNT                 PIC 9(2) VALUE 99.
 01 CUS-DUP-RPT-MAX-LINES                PIC 9(2) VALUE 55.

 PROCEDURE DIVISION.

*>----------------------------------------------------------------------
 0000-MAINLINE SECTION.
*>----------------------------------------------------------------------

    PERFORM 1000-INITIALIZE THRU 1000-EXIT

    IF CUS-DUP-ISOLATE-OK AND RETURN-CODE < 8
       PERFORM 2000-FETCH-ONE-PAGE THRU 2000-EXIT
          UNTIL CUS-DUP-NO-MORE-PAIRS
    END-IF

    PERFORM 8000-TERMINATE THRU 8000-EXIT

    STOP RUN.

 0000-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 1000-INITIALIZE SECTION.
*>----------------------------------------------------------------------

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
          SET CUS-DUP-ISOLATE-OK TO TRUE
       ELSE
          DISPLAY 'CUSDUPRP FAILED - GRAAL_CREATE_ISOLATE RESPONSE CODE ' RESPONSE
          MOVE 8 TO RETURN-CODE
       END-IF
    END-IF.

 1000-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 1100-LOAD-PARM SECTION.
*>----------------------------------------------------------------------
*>   Reads the one DUPPARM record.  A minimum score that is blank,
*>   zero or not numeric falls back to the default of 40 - printing
*>   every pair that merely shares a postal code helps nobody.

    ACCEPT CUS-DUP-TS-RAW FROM DATE YYYYMMDD
    MOVE CUS-DUP-TS-RAW(1:4) TO CUS-DUP-RUN-YYYY
    MOVE CUS-DUP-TS-RAW(5:2) TO CUS-DUP-RUN-MM
    MOVE CUS-DUP-TS-RAW(7:2) TO CUS-DUP-RUN-DD

    OPEN INPUT DUPPARM-FILE

    IF CUS-DUP-PARM-STATUS-OK
       READ DUPPARM-FILE
         AT END
            DISPLAY 'DUPPARM IS EMPTY - RUN CANNOT CONTINUE'
            MOVE 12 TO RETURN-CODE
       END-READ
       CLOSE DUPPARM-FILE
       MOVE DUPPARM-URI          TO URI
       MOVE DUPPARM-USER         TO USER
       MOVE DUPPARM-PWD          TO PWD

       IF DUPPARM-MIN-SCORE NUMERIC
          IF DUPPARM-MIN-SCORE > ZERO
             MOVE DUPPARM-MIN-SCORE TO CUS-DUP-MIN-SCORE
          END-IF
       ELSE
          IF DUPPARM-MIN-SCORE NOT = SPACES
             DISPLAY 'DUPPARM MINIMUM SCORE ' DUPPARM-MIN-SCORE
                ' IS NOT NUMERIC - DEFAULT ' CUS-DUP-MIN-SCORE ' USED'
          END-IF
       END-IF
    ELSE
       DISPLAY 'UNABLE TO OPEN DUPPARM - STATUS ' CUS-DUP-PARM-STATUS
       MOVE 12 TO RETURN-CODE
    END-IF.

 1100-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 1200-OPEN-FILES SECTION.
*>----------------------------------------------------------------------

    OPEN OUTPUT DUPRPT

    IF NOT CUS-DUP-RPT-STATUS-OK
       DISPLAY 'UNABLE TO OPEN DUPRPT - STATUS ' CUS-DUP-RPT-STATUS
       MOVE 12 TO RETURN-CODE
    ELSE
       SET CUS-DUP-RPT-IS-OPEN TO TRUE
    END-IF.

 1200-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2000-FETCH-ONE-PAGE SECTION.
*>----------------------------------------------------------------------
*>   Fetches one page of candidate pairs.  The join only pairs open
*>   customers that share at least one of the compared columns, the
*>   lower CUS_ID always on the left so each pair comes back once,
*>   and the page walks forward by offset - nothing here changes CUS,
*>   so the ordering holds still between pages.  A blank or null
*>   column never counts as a match.

    MOVE SPACES TO QUERY
    STRING "SELECT AID, CAST(BID AS VARCHAR(9)) || '|' || ANAME || '|' || ADOB || '|' || BNAME || '|' || BDOB || '|', MASK FROM (SELECT A.CUS_ID AS AID, B.CUS_ID AS BID, A.CUS_NAME AS ANAME, COALESCE(TO_CHAR(A.CUS_DOB, 'YYYY-MM-DD'), '') AS ADOB, B.CUS_NAME AS BNAME, COALESCE(TO_CHAR(B.CUS_DOB, 'YYYY-MM-DD'), '') AS BDOB, "
                            DELIMITED BY SIZE
           "(CASE WHEN A.CUS_NAME = B.CUS_NAME AND A.CUS_DOB = B.CUS_DOB THEN 8 ELSE 0 END + CASE WHEN COALESCE(A.CUS_PHONE, '') <> '' AND A.CUS_PHONE = B.CUS_PHONE THEN 4 ELSE 0 END + CASE WHEN COALESCE(A.CUS_EMAIL, '') <> '' AND UPPER(A.CUS_EMAIL) = UPPER(B.CUS_EMAIL) THEN 2 ELSE 0 END + CASE WHEN COALESCE(A.CUS_POSTAL, '') <> '' AND A.CUS_POSTAL = B.CUS_POSTAL AND UPPER(A.CUS_ADDR1) = UPPER(B.CUS_ADDR1) THEN 1 ELSE 0 END) AS MASK "
                            DELIMITED BY SIZE
           "FROM CUS A JOIN CUS B ON A.CUS_ID < B.CUS_ID AND (A.CUS_NAME = B.CUS_NAME OR A.CUS_PHONE = B.CUS_PHONE OR UPPER(A.CUS_EMAIL) = UPPER(B.CUS_EMAIL) OR A.CUS_POSTAL = B.CUS_POSTAL) WHERE A.CUS_STATUS = 'A' AND B.CUS_STATUS = 'A') P WHERE MASK > 0 ORDER BY AID, BID OFFSET "
                            DELIMITED BY SIZE
           CUS-DUP-OFFSET   DELIMITED BY SIZE
           " LIMIT "        DELIMITED BY SIZE
           CUS-DUP-PAGE-SIZE DELIMITED BY SIZE
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
       PERFORM 2100-SCORE-ONE-PAIR THRU 2100-EXIT
          VARYING I FROM 1 BY 1 UNTIL I > RESULT
       CALL STATIC 'free_results' using
          BY VALUE GRAAL_ISOLATETHREAD_T
          BY REFERENCE CUS
          BY VALUE RESULT
          returning RESPONSE
       END-CALL
       IF RESULT < CUS-DUP-PAGE-SIZE
          SET CUS-DUP-NO-MORE-PAIRS TO TRUE
       ELSE
          ADD CUS-DUP-PAGE-SIZE TO CUS-DUP-OFFSET
       END-IF
    ELSE
       IF RESULT < 0
          PERFORM 2950-GET-ERROR-DETAIL THRU 2950-EXIT
          DISPLAY 'CANDIDATE PAIR FETCH FAILED - SQLCODE ' CUS-DUP-ERROR-CODE
             ' - ' CUS-DUP-ERROR-TEXT
          MOVE 8 TO RETURN-CODE
       END-IF
       SET CUS-DUP-NO-MORE-PAIRS TO TRUE
    END-IF.

 2000-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2100-SCORE-ONE-PAIR SECTION.
*>----------------------------------------------------------------------
*>   Splits one pair back out of the string column, turns its mask
*>   into the score and the matched-on text, and prints it when it
*>   reaches the minimum - under a new group line when its lower
*>   CUS_ID differs from the pair before it.

    MOVE CUS-ID(I)         TO CUS-DUP-ROW-ID
    MOVE CUS-MATCH-MASK(I) TO CUS-DUP-ROW-MASK

    MOVE SPACES TO CUS-DUP-ROW-OTHER-ID
    MOVE SPACES TO CUS-DUP-ROW-NAME
    MOVE SPACES TO CUS-DUP-ROW-DOB
    MOVE SPACES TO CUS-DUP-ROW-OTHER-NAME
    MOVE SPACES TO CUS-DUP-ROW-OTHER-DOB

    SET ADDRESS OF CUS-DUP-ROW-STR TO CUS-NAME-PTR(I)
    UNSTRING CUS-DUP-ROW-STR DELIMITED BY '|'
       INTO CUS-DUP-ROW-OTHER-ID
            CUS-DUP-ROW-NAME
            CUS-DUP-ROW-DOB
            CUS-DUP-ROW-OTHER-NAME
            CUS-DUP-ROW-OTHER-DOB
    END-UNSTRING

    PERFORM 2200-DECODE-MASK THRU 2200-EXIT

    IF CUS-DUP-SCORE < CUS-DUP-MIN-SCORE
       ADD 1 TO CUS-DUP-BELOW-CNT
       GO TO 2100-EXIT
    END-IF

    ADD 1 TO CUS-DUP-PAIR-CNT

    IF CUS-DUP-ROW-ID NOT = CUS-DUP-PREV-ID
       ADD 1 TO CUS-DUP-GROUP-CNT
       MOVE CUS-DUP-ROW-ID TO CUS-DUP-PREV-ID
       PERFORM 3100-WRITE-GROUP-LINE THRU 3100-EXIT
    END-IF

    PERFORM 3000-WRITE-DETAIL-LINE THRU 3000-EXIT.

 2100-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2200-DECODE-MASK SECTION.
*>----------------------------------------------------------------------
*>   Takes the mask bits from the top: 8 name and birth date, 4 phone,
*>   2 e-mail, 1 postal code and first address line.

    MOVE ZERO   TO CUS-DUP-SCORE
    MOVE SPACES TO CUS-DUP-MATCHED-ON
    MOVE 1      TO CUS-DUP-MATCHED-PTR

    IF CUS-DUP-ROW-MASK >= 8
       ADD CUS-DUP-WT-NAME-DOB TO CUS-DUP-SCORE
       STRING 'NAME+DOB ' DELIMITED BY SIZE
         INTO CUS-DUP-MATCHED-ON WITH POINTER CUS-DUP-MATCHED-PTR
       END-STRING
       SUBTRACT 8 FROM CUS-DUP-ROW-MASK
    END-IF

    IF CUS-DUP-ROW-MASK >= 4
       ADD CUS-DUP-WT-PHONE TO CUS-DUP-SCORE
       STRING 'PHONE ' DELIMITED BY SIZE
         INTO CUS-DUP-MATCHED-ON WITH POINTER CUS-DUP-MATCHED-PTR
       END-STRING
       SUBTRACT 4 FROM CUS-DUP-ROW-MASK
    END-IF

    IF CUS-DUP-ROW-MASK >= 2
       ADD CUS-DUP-WT-EMAIL TO CUS-DUP-SCORE
       STRING 'E-MAIL ' DELIMITED BY SIZE
         INTO CUS-DUP-MATCHED-ON WITH POINTER CUS-DUP-MATCHED-PTR
       END-STRING
       SUBTRACT 2 FROM CUS-DUP-ROW-MASK
    END-IF

    IF CUS-DUP-ROW-MASK >= 1
       ADD CUS-DUP-WT-ADDRESS TO CUS-DUP-SCORE
       STRING 'ADDRESS' DELIMITED BY SIZE
         INTO CUS-DUP-MATCHED-ON WITH POINTER CUS-DUP-MATCHED-PTR
       END-STRING
    END-IF.

 2200-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2950-GET-ERROR-DETAIL SECTION.
*>----------------------------------------------------------------------

    CALL STATIC 'exec_get_last_error' using
        BY VALUE GRAAL_ISOLATETHREAD_T
        BY REFERENCE CUS-DUP-ERROR-TEXT
        returning CUS-DUP-ERROR-CODE
    END-CALL.

 2950-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 3000-WRITE-DETAIL-LINE SECTION.
*>----------------------------------------------------------------------

    IF CUS-DUP-RPT-LINE-CNT >= CUS-DUP-RPT-MAX-LINES
       PERFORM 3200-PRINT-HEADINGS THRU 3200-EXIT
    END-IF

    MOVE CUS-DUP-ROW-OTHER-ID   TO CUS-DUP-RPT-ID-DIS
    MOVE CUS-DUP-ROW-OTHER-NAME TO CUS-DUP-RPT-NAME-DIS
    MOVE CUS-DUP-ROW-OTHER-DOB  TO CUS-DUP-RPT-DOB-DIS
    MOVE CUS-DUP-SCORE          TO CUS-DUP-RPT-SCORE-DIS
    MOVE CUS-DUP-MATCHED-ON     TO CUS-DUP-RPT-MATCHED-DIS

    WRITE CUS-DUP-RPT-LINE FROM CUS-DUP-RPT-DETAIL
       AFTER ADVANCING 1 LINE
    ADD 1 TO CUS-DUP-RPT-LINE-CNT.

 3000-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 3100-WRITE-GROUP-LINE SECTION.
*>----------------------------------------------------------------------
*>   A group line needs room for itself and at least one duplicate
*>   under it, so a group never starts on the last line of a page.

    IF CUS-DUP-RPT-LINE-CNT >= CUS-DUP-RPT-MAX-LINES - 2
       PERFORM 3200-PRINT-HEADINGS THRU 3200-EXIT
    END-IF

    MOVE CUS-DUP-ROW-ID   TO CUS-DUP-RPT-GRP-ID-DIS
    MOVE CUS-DUP-ROW-NAME TO CUS-DUP-RPT-GRP-NAME-DIS
    MOVE CUS-DUP-ROW-DOB  TO CUS-DUP-RPT-GRP-DOB-DIS

    WRITE CUS-DUP-RPT-LINE FROM CUS-DUP-RPT-GROUP
       AFTER ADVANCING 2 LINES
    ADD 2 TO CUS-DUP-RPT-LINE-CNT.

 3100-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 3200-PRINT-HEADINGS SECTION.
*>----------------------------------------------------------------------

    ADD 1 TO CUS-DUP-RPT-PAGE-CNT
    MOVE CUS-DUP-RUN-DATE-DIS TO CUS-DUP-RPT-DATE-DIS
    MOVE CUS-DUP-RPT-PAGE-CNT TO CUS-DUP-RPT-PAGE-DIS
    MOVE CUS-DUP-MIN-SCORE    TO CUS-DUP-RPT-MIN-DIS

    WRITE CUS-DUP-RPT-LINE FROM CUS-DUP-RPT-HEADING1
       AFTER ADVANCING PAGE
    WRITE CUS-DUP-RPT-LINE FROM CUS-DUP-RPT-HEADING2
       AFTER ADVANCING 2 LINES
    WRITE CUS-DUP-RPT-LINE FROM CUS-DUP-RPT-HEADING3
       AFTER ADVANCING 2 LINES
    WRITE CUS-DUP-RPT-LINE FROM CUS-DUP-RPT-HEADING4
       AFTER ADVANCING 1 LINE

    MOVE 6 TO CUS-DUP-RPT-LINE-CNT.

 3200-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 8000-TERMINATE SECTION.
*>----------------------------------------------------------------------

    IF CUS-DUP-ISOLATE-OK
       CALL STATIC 'graal_detach_thread' using
              BY VALUE GRAAL_ISOLATETHREAD_T
              returning RESPONSE
       END-CALL

       IF RESPONSE NOT equal 0
          DISPLAY 'graal_detach_thread failed'
       END-IF
    END-IF

    IF CUS-DUP-RPT-IS-OPEN
       IF CUS-DUP-RPT-LINE-CNT >= CUS-DUP-RPT-MAX-LINES - 8
          PERFORM 3200-PRINT-HEADINGS THRU 3200-EXIT
       END-IF
       MOVE 'DUPLICATE GROUPS      ' TO CUS-DUP-RPT-TOT-LABEL
       MOVE CUS-DUP-GROUP-CNT        TO CUS-DUP-RPT-TOT-DIS
       WRITE CUS-DUP-RPT-LINE FROM CUS-DUP-RPT-TOTAL
          AFTER ADVANCING 3 LINES
       MOVE 'PAIRS REPORTED        ' TO CUS-DUP-RPT-TOT-LABEL
       MOVE CUS-DUP-PAIR-CNT         TO CUS-DUP-RPT-TOT-DIS
       WRITE CUS-DUP-RPT-LINE FROM CUS-DUP-RPT-TOTAL
          AFTER ADVANCING 1 LINE
       MOVE 'PAIRS BELOW MINIMUM   ' TO CUS-DUP-RPT-TOT-LABEL
       MOVE CUS-DUP-BELOW-CNT        TO CUS-DUP-RPT-TOT-DIS
       WRITE CUS-DUP-RPT-LINE FROM CUS-DUP-RPT-TOTAL
          AFTER ADVANCING 1 LINE
       WRITE CUS-DUP-RPT-LINE FROM CUS-DUP-RPT-NOTE1
          AFTER ADVANCING 2 LINES
       WRITE CUS-DUP-RPT-LINE FROM CUS-DUP-RPT-NOTE2
          AFTER ADVANCING 1 LINE
       WRITE CUS-DUP-RPT-LINE FROM CUS-DUP-RPT-NOTE3
          AFTER ADVANCING 1 LINE
       CLOSE DUPRPT
    END-IF

    DISPLAY 'CUSDUPRP SUMMARY - GROUPS ' CUS-DUP-GROUP-CNT
       ' PAIRS ' CUS-DUP-PAIR-CNT
       ' BELOW MINIMUM ' CUS-DUP-BELOW-CNT.

 8000-EXIT.
    EXIT.

 END PROGRAM CUSDUPRP.
