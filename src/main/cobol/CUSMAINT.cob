            FILE STATUS IS CUS-MNT-TRAN-STATUS.

*> CUSHIST is the before-image journal - one record per add, change,
*> closure or reopen actually applied (two for a merge - one for each
*> customer it touched), carrying the row as it stood
*> before the statement ran and as the transaction left it (an add has
*> no before image and journals blank/zero befores), keyed by this
*> run's timestamp.  It is what CUSBKOUT reads to regenerate reversing
*> a run abended without deregistering.
     05 MAINTPARM-RUN-WAIT               PIC X(1).
     05 MAINTPARM-RUN-OVERRIDE           PIC X(1).
*> CUSEDIT's effective-date horizon in days - not used here.
     05 MAINTPARM-PEND-HORIZON           PIC X(3).
*> CUSAPPR's approval-hold age limit in days - not used here.
     05 MAINTPARM-APPR-MAX-AGE           PIC X(3).

 FD  CUSTRAN-FILE.
 01  CUS-TRAN-REC.
        88 CUS-TRAN-CHANGE                VALUE 'C'.
        88 CUS-TRAN-CLOSE                VALUE 'X'.
        88 CUS-TRAN-REOPEN               VALUE 'R'.
        88 CUS-TRAN-MERGE                VALUE 'M'.
     05 CUS-TRAN-ID                      PIC 9(9).
     05 CUS-TRAN-NAME                    PIC X(20).
*> An 'M' closes CUS-TRAN-ID as a duplicate of the surviving customer
*> keyed in the name position - CUSEDIT has proven both open on CUS.
     05 CUS-TRAN-MRG-VIEW REDEFINES CUS-TRAN-NAME.
        10 CUS-TRAN-MRG-SURV-ID          PIC 9(9).
        10 FILLER                        PIC X(11).
     05 CUS-TRAN-AGE                     PIC 9(3).
*> The customer's birth date, keyed YYYY-MM-DD and already proven a
*> real calendar date consistent with the keyed age by CUSEDIT - the
     05 CUS-TRAN-POSTAL                  PIC X(10).
     05 CUS-TRAN-PHONE                   PIC X(15).
     05 CUS-TRAN-EMAIL                   PIC X(40).
*> The date the transaction takes effect.  Nothing reaches this file
*> before its date - CUSEDIT holds future-dated records on the
*> pending file and CUSPEND releases them on the day - so it is
*> carried, never tested.
     05 CUS-TRAN-EFF-DATE                PIC X(10).

 FD  CUSHIST-FILE.
 01  CUS-HST-REC.
     05 CUS-HST-BEF-NAME                 PIC X(20).
     05 CUS-HST-BEF-AGE                  PIC 9(3).
     05 CUS-HST-AFT-NAME                 PIC X(20).
*> A merge never moves the name, so an 'M' journal record carries the
*> link to the other customer of the merge in the after-name instead:
*> which side of the merge this record is, and the other side's id.
     05 CUS-HST-MRG-LINK REDEFINES CUS-HST-AFT-NAME.
        10 CUS-HST-MRG-ROLE              PIC X(1).
           88 CUS-HST-MRG-SURVIVOR       VALUE 'S'.
           88 CUS-HST-MRG-DUPLICATE      VALUE 'D'.
        10 CUS-HST-MRG-OTHER-ID          PIC 9(9).
        10 FILLER                        PIC X(10).
     05 CUS-HST-AFT-AGE                  PIC 9(3).
     05 CUS-HST-BEF-DOB                  PIC X(10).
     05 CUS-HST-AFT-DOB                  PIC X(10).
 01 CUS-MNT-P-CHG-CNT                    PIC 9(4) VALUE 0.
 01 CUS-MNT-P-CLOSE-CNT                  PIC 9(4) VALUE 0.
 01 CUS-MNT-P-REOPEN-CNT                 PIC 9(4) VALUE 0.
 01 CUS-MNT-P-MERGE-CNT                  PIC 9(4) VALUE 0.

*> Journal records for the unit in flight - written to CUSHIST only
*> after its COMMIT, so a rolled-back unit leaves no journal trace of
*> changes that never stuck.  Sized at twice the largest unit - a
*> merge journals both of its customers.
 01 CUS-MNT-JRNL-PEND-CNT                PIC 9(4) VALUE 0.
 01 CUS-MNT-JRNL-PEND-TABLE.
    05 CUS-MNT-JRNL-PEND OCCURS 1000    PIC X(404).
 01 CUS-MNT-JRNL-IDX                     PIC 9(4).

 01 GRAAL_CREATE_ISOLATE_PARAMS_T.
 01 CUS-MNT-CHG-CNT                      PIC 9(6) VALUE 0.
 01 CUS-MNT-CLOSE-CNT                    PIC 9(6) VALUE 0.
 01 CUS-MNT-REOPEN-CNT                   PIC 9(6) VALUE 0.
 01 CUS-MNT-MERGE-CNT                    PIC 9(6) VALUE 0.
 01 CUS-MNT-ERR-CNT                      PIC 9(6) VALUE 0.

*> CUS-MNT-RUN-DATE is today in the YYYY-MM-DD shape the CUS_OPEN_DATE
 01 CUS-MNT-BEF-PHONE                    PIC X(15).
 01 CUS-MNT-BEF-EMAIL                    PIC X(40).

*> CUS-MNT-FETCH-ID is the customer 2400-FETCH-BEFORE-IMAGE reads -
*> the transaction's own CUS_ID, except while a merge fetches its
*> survivor.
 01 CUS-MNT-FETCH-ID                     PIC 9(9).

*> ------------------------- MERGE AREAS --------------------------------
*> A merge fetches both customers before it touches either: the
*> duplicate's image stays in the CUS-MNT-BEF fields, the survivor's
*> is kept here, and CUS-MNT-MRG-AFT is the survivor's contact block
*> as the merge leaves it - each of its blanks filled from the
*> duplicate.  The address lines, city and postal code move together
*> as one block, so a survivor never ends up with half of one
*> address and half of another.
 01 CUS-MNT-SRV-NAME                     PIC X(20).
 01 CUS-MNT-SRV-AGE                      PIC 9(3).
 01 CUS-MNT-SRV-DOB                      PIC X(10).
 01 CUS-MNT-SRV-CONTACT.
    05 CUS-MNT-SRV-ADDR1                 PIC X(30).
    05 CUS-MNT-SRV-ADDR2                 PIC X(30).
    05 CUS-MNT-SRV-CITY                  PIC X(20).
    05 CUS-MNT-SRV-POSTAL                PIC X(10).
    05 CUS-MNT-SRV-PHONE                 PIC X(15).
    05 CUS-MNT-SRV-EMAIL                 PIC X(40).
 01 CUS-MNT-MRG-AFT.
    05 CUS-MNT-MRG-AFT-ADDR1             PIC X(30).
    05 CUS-MNT-MRG-AFT-ADDR2             PIC X(30).
    05 CUS-MNT-MRG-AFT-CITY              PIC X(20).
    05 CUS-MNT-MRG-AFT-POSTAL            PIC X(10).
    05 CUS-MNT-MRG-AFT-PHONE             PIC X(15).
    05 CUS-MNT-MRG-AFT-EMAIL             PIC X(40).
 01 CUS-MNT-SRV-FOUND-SW                 PIC X(1) VALUE 'N'.
    88 CUS-MNT-SRV-FOUND                 VALUE 'Y'.

*> ------------------------- JOURNAL TIME AREAS -------------------------
 01 CUS-MNT-TS-RAW                       PIC 9(8).
 01 CUS-MNT-TM-RAW                       PIC 9(8).
       ADD 1 TO CUS-MNT-SKIP-CNT
    ELSE
       MOVE SPACES TO CUS-MNT-STATEMENT
       MOVE CUS-TRAN-ID TO CUS-MNT-FETCH-ID

       EVALUATE TRUE
          WHEN CUS-TRAN-ADD
             IF NOT CUS-MNT-BEF-ERROR
                PERFORM 2350-BUILD-REOPEN THRU 2350-EXIT
             END-IF
          WHEN CUS-TRAN-MERGE
             PERFORM 2450-FETCH-MERGE-IMAGES THRU 2450-EXIT
             IF NOT CUS-MNT-BEF-ERROR
                PERFORM 2500-APPLY-MERGE THRU 2500-EXIT
                MOVE SPACES TO CUS-MNT-STATEMENT
             END-IF
          WHEN OTHER
             DISPLAY 'UNKNOWN TRANSACTION TYPE ' CUS-TRAN-TYPE
                ' FOR CUS_ID ' CUS-TRAN-ID ' - SKIPPED'
    MOVE SPACES TO QUERY
    STRING "SELECT CUS_ID, CUS_NAME || '|' || COALESCE(TO_CHAR(CUS_DOB, 'YYYY-MM-DD'), '0000-00-00') || '|' || COALESCE(CUS_ADDR1, '') || '|' || COALESCE(CUS_ADDR2, '') || '|' || COALESCE(CUS_CITY, '') || '|' || COALESCE(CUS_POSTAL, '') || '|' || COALESCE(CUS_PHONE, '') || '|' || COALESCE(CUS_EMAIL, '') || '|', CUS_AGE FROM CUS WHERE CUS_ID = "
                                DELIMITED BY SIZE
           CUS-MNT-FETCH-ID     DELIMITED BY SIZE
      INTO QUERY
    END-STRING

*>     no row.
       IF RESULT < 0
          PERFORM 2950-GET-ERROR-DETAIL THRU 2950-EXIT
          DISPLAY 'CUS_ID ' CUS-MNT-FETCH-ID
             ' BEFORE-IMAGE FETCH FAILED - SQLCODE ' CUS-MNT-ERROR-CODE
             ' - ' CUS-MNT-ERROR-TEXT ' - TRANSACTION NOT APPLIED'
          SET CUS-MNT-BEF-ERROR TO TRUE
 2400-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2450-FETCH-MERGE-IMAGES SECTION.
*>----------------------------------------------------------------------
*>   A merge journals both of its customers, so both before images are
*>   read up front - the survivor's first, parked in the CUS-MNT-SRV
*>   fields, then the duplicate's into the CUS-MNT-BEF fields where
*>   every other transaction type keeps its before image.

    MOVE 'N' TO CUS-MNT-SRV-FOUND-SW
    MOVE CUS-TRAN-MRG-SURV-ID TO CUS-MNT-FETCH-ID
    PERFORM 2400-FETCH-BEFORE-IMAGE THRU 2400-EXIT

    IF CUS-MNT-BEF-ERROR
       GO TO 2450-EXIT
    END-IF

    MOVE CUS-MNT-BEF-FOUND-SW TO CUS-MNT-SRV-FOUND-SW
    MOVE CUS-MNT-BEF-NAME     TO CUS-MNT-SRV-NAME
    MOVE CUS-MNT-BEF-AGE      TO CUS-MNT-SRV-AGE
    MOVE CUS-MNT-BEF-DOB      TO CUS-MNT-SRV-DOB
    MOVE CUS-MNT-BEF-ADDR1    TO CUS-MNT-SRV-ADDR1
    MOVE CUS-MNT-BEF-ADDR2    TO CUS-MNT-SRV-ADDR2
    MOVE CUS-MNT-BEF-CITY     TO CUS-MNT-SRV-CITY
    MOVE CUS-MNT-BEF-POSTAL   TO CUS-MNT-SRV-POSTAL
    MOVE CUS-MNT-BEF-PHONE    TO CUS-MNT-SRV-PHONE
    MOVE CUS-MNT-BEF-EMAIL    TO CUS-MNT-SRV-EMAIL

    MOVE CUS-TRAN-ID TO CUS-MNT-FETCH-ID
    PERFORM 2400-FETCH-BEFORE-IMAGE THRU 2400-EXIT.

 2450-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2500-APPLY-MERGE SECTION.
*>----------------------------------------------------------------------
*>   Applies an 'M' as two statements inside the open unit of work:
*>   first the survivor takes the duplicate's contact details into its
*>   own blanks, then the duplicate is closed.  The survivor's update
*>   only matches while both customers are still open, so a merge
*>   against a row closed since the edit ran affects nothing at all;
*>   once the survivor has been updated, a duplicate that then fails
*>   to close fails the whole unit, so CUS never holds half a merge.
*>   Both statements run from here - 2000-PROCESS-TRAN blanks the
*>   statement afterwards so nothing is executed a second time.

    PERFORM 2600-BEGIN-UOW THRU 2600-EXIT

    IF CUS-MNT-ABORTED
       GO TO 2500-EXIT
    END-IF

    ADD 1 TO CUS-MNT-UOW-TRAN-CNT

    PERFORM 2510-BUILD-MERGE-FILL THRU 2510-EXIT

    CALL STATIC 'exec_update_execute' using
        BY VALUE GRAAL_ISOLATETHREAD_T
        BY CONTENT URI
        BY CONTENT USER
        BY CONTENT PWD
        BY CONTENT CUS-MNT-STATEMENT
        returning RESULT
    END-CALL

    IF RESULT < 0
       PERFORM 2590-MERGE-FAILED THRU 2590-EXIT
       GO TO 2500-EXIT
    END-IF

    IF RESULT = 0
          OR NOT CUS-MNT-BEF-FOUND
          OR NOT CUS-MNT-SRV-FOUND
       DISPLAY 'CUS_ID ' CUS-TRAN-ID ' TRAN ' CUS-TRAN-TYPE
          ' INTO ' CUS-TRAN-MRG-SURV-ID ' APPLIED - ROWS AFFECTED 0'
       ADD 1 TO CUS-MNT-P-MERGE-CNT
       GO TO 2500-EXIT
    END-IF

    MOVE SPACES TO CUS-MNT-STATEMENT
    PERFORM 2300-BUILD-CLOSE THRU 2300-EXIT

    CALL STATIC 'exec_update_execute' using
        BY VALUE GRAAL_ISOLATETHREAD_T
        BY CONTENT URI
        BY CONTENT USER
        BY CONTENT PWD
        BY CONTENT CUS-MNT-STATEMENT
        returning RESULT
    END-CALL

    EVALUATE TRUE
       WHEN RESULT < 0
          PERFORM 2590-MERGE-FAILED THRU 2590-EXIT
       WHEN RESULT = 0
          DISPLAY 'CUS_ID ' CUS-TRAN-ID ' TRAN ' CUS-TRAN-TYPE
             ' DUPLICATE DID NOT CLOSE - UNIT OF WORK WILL ROLL BACK'
          ADD 1 TO CUS-MNT-ERR-CNT
          SET CUS-MNT-UOW-FAILED TO TRUE
          IF RETURN-CODE < 8
             MOVE 8 TO RETURN-CODE
          END-IF
       WHEN OTHER
          DISPLAY 'CUS_ID ' CUS-TRAN-ID ' TRAN ' CUS-TRAN-TYPE
             ' INTO ' CUS-TRAN-MRG-SURV-ID ' APPLIED - ROWS AFFECTED 2'
          PERFORM 2915-BUFFER-MERGE-JOURNAL THRU 2915-EXIT
          ADD 1 TO CUS-MNT-P-MERGE-CNT
    END-EVALUATE.

 2500-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2510-BUILD-MERGE-FILL SECTION.
*>----------------------------------------------------------------------
*>   Works out the survivor's contact block as the merge leaves it and
*>   builds the UPDATE that sets it.  Only blanks are filled - whatever
*>   the survivor already carries is what the customer last told us
*>   and is never overwritten by the duplicate's older details.

    MOVE CUS-MNT-SRV-CONTACT TO CUS-MNT-MRG-AFT

    IF CUS-MNT-SRV-ADDR1 = SPACES
          AND CUS-MNT-SRV-ADDR2 = SPACES
          AND CUS-MNT-SRV-CITY = SPACES
          AND CUS-MNT-SRV-POSTAL = SPACES
       MOVE CUS-MNT-BEF-ADDR1  TO CUS-MNT-MRG-AFT-ADDR1
       MOVE CUS-MNT-BEF-ADDR2  TO CUS-MNT-MRG-AFT-ADDR2
       MOVE CUS-MNT-BEF-CITY   TO CUS-MNT-MRG-AFT-CITY
       MOVE CUS-MNT-BEF-POSTAL TO CUS-MNT-MRG-AFT-POSTAL
    END-IF

    IF CUS-MNT-SRV-PHONE = SPACES
       MOVE CUS-MNT-BEF-PHONE TO CUS-MNT-MRG-AFT-PHONE
    END-IF

    IF CUS-MNT-SRV-EMAIL = SPACES
       MOVE CUS-MNT-BEF-EMAIL TO CUS-MNT-MRG-AFT-EMAIL
    END-IF

    MOVE SPACES TO CUS-MNT-STATEMENT
    MOVE 1 TO CUS-MNT-STMT-PTR

    MOVE SPACES TO CUS-MNT-FLD-SRC
    MOVE CUS-MNT-MRG-AFT-ADDR1 TO CUS-MNT-FLD-SRC
    MOVE 30 TO CUS-MNT-FLD-LEN
    PERFORM 2055-ESCAPE-FIELD THRU 2055-EXIT
    STRING "UPDATE CUS SET CUS_ADDR1 = '" DELIMITED BY SIZE
           CUS-MNT-FLD-ESC(1:CUS-MNT-FLD-ESC-PTR - 1) DELIMITED BY SIZE
           "'"                            DELIMITED BY SIZE
      INTO CUS-MNT-STATEMENT WITH POINTER CUS-MNT-STMT-PTR
    END-STRING

    MOVE SPACES TO CUS-MNT-FLD-SRC
    MOVE CUS-MNT-MRG-AFT-ADDR2 TO CUS-MNT-FLD-SRC
    MOVE 30 TO CUS-MNT-FLD-LEN
    PERFORM 2055-ESCAPE-FIELD THRU 2055-EXIT
    MOVE 'CUS_ADDR2' TO CUS-MNT-SET-COL
    PERFORM 2059-APPEND-ESC-SET THRU 2059-EXIT

    MOVE SPACES TO CUS-MNT-FLD-SRC
    MOVE CUS-MNT-MRG-AFT-CITY TO CUS-MNT-FLD-SRC
    MOVE 20 TO CUS-MNT-FLD-LEN
    PERFORM 2055-ESCAPE-FIELD THRU 2055-EXIT
    MOVE 'CUS_CITY' TO CUS-MNT-SET-COL
    PERFORM 2059-APPEND-ESC-SET THRU 2059-EXIT

    MOVE SPACES TO CUS-MNT-FLD-SRC
    MOVE CUS-MNT-MRG-AFT-POSTAL TO CUS-MNT-FLD-SRC
    MOVE 10 TO CUS-MNT-FLD-LEN
    PERFORM 2055-ESCAPE-FIELD THRU 2055-EXIT
    MOVE 'CUS_POSTAL' TO CUS-MNT-SET-COL
    PERFORM 2059-APPEND-ESC-SET THRU 2059-EXIT

    MOVE SPACES TO CUS-MNT-FLD-SRC
    MOVE CUS-MNT-MRG-AFT-PHONE TO CUS-MNT-FLD-SRC
    MOVE 15 TO CUS-MNT-FLD-LEN
    PERFORM 2055-ESCAPE-FIELD THRU 2055-EXIT
    MOVE 'CUS_PHONE' TO CUS-MNT-SET-COL
    PERFORM 2059-APPEND-ESC-SET THRU 2059-EXIT

    MOVE SPACES TO CUS-MNT-FLD-SRC
    MOVE CUS-MNT-MRG-AFT-EMAIL TO CUS-MNT-FLD-SRC
    MOVE 40 TO CUS-MNT-FLD-LEN
    PERFORM 2055-ESCAPE-FIELD THRU 2055-EXIT
    MOVE 'CUS_EMAIL' TO CUS-MNT-SET-COL
    PERFORM 2059-APPEND-ESC-SET THRU 2059-EXIT

    STRING " WHERE CUS_ID = "                  DELIMITED BY SIZE
           CUS-TRAN-MRG-SURV-ID                DELIMITED BY SIZE
           " AND CUS_STATUS = 'A' AND EXISTS (SELECT 1 FROM CUS D WHERE D.CUS_ID = "
                                               DELIMITED BY SIZE
           CUS-TRAN-ID                         DELIMITED BY SIZE
           " AND D.CUS_STATUS = 'A')"          DELIMITED BY SIZE
      INTO CUS-MNT-STATEMENT WITH POINTER CUS-MNT-STMT-PTR
    END-STRING.

 2510-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2590-MERGE-FAILED SECTION.
*>----------------------------------------------------------------------
*>   Either statement of a merge failing fails the unit - the same
*>   handling 2900-EXECUTE-STATEMENT gives a failed statement.

    PERFORM 2950-GET-ERROR-DETAIL THRU 2950-EXIT
    DISPLAY 'CUS_ID ' CUS-TRAN-ID ' TRAN ' CUS-TRAN-TYPE
       ' FAILED - SQLCODE ' CUS-MNT-ERROR-CODE ' - ' CUS-MNT-ERROR-TEXT
    ADD 1 TO CUS-MNT-ERR-CNT
    SET CUS-MNT-UOW-FAILED TO TRUE
    IF RETURN-CODE < 8
       MOVE 8 TO RETURN-CODE
    END-IF.

 2590-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2600-BEGIN-UOW SECTION.
*>----------------------------------------------------------------------
       MOVE 0 TO CUS-MNT-P-CHG-CNT
       MOVE 0 TO CUS-MNT-P-CLOSE-CNT
       MOVE 0 TO CUS-MNT-P-REOPEN-CNT
       MOVE 0 TO CUS-MNT-P-MERGE-CNT
       MOVE 0 TO CUS-MNT-JRNL-PEND-CNT
    END-IF.

       ADD CUS-MNT-P-CHG-CNT    TO CUS-MNT-CHG-CNT
       ADD CUS-MNT-P-CLOSE-CNT  TO CUS-MNT-CLOSE-CNT
       ADD CUS-MNT-P-REOPEN-CNT TO CUS-MNT-REOPEN-CNT
       ADD CUS-MNT-P-MERGE-CNT  TO CUS-MNT-MERGE-CNT
       ADD 1 TO CUS-MNT-UOW-CNT
       PERFORM 2710-FLUSH-JOURNAL THRU 2710-EXIT
       PERFORM 2720-WRITE-CHECKPOINT THRU 2720-EXIT
    ADD CUS-MNT-P-ADD-CNT    TO CUS-MNT-RB-CNT
    ADD CUS-MNT-P-CHG-CNT    TO CUS-MNT-RB-CNT
    ADD CUS-MNT-P-CLOSE-CNT  TO CUS-MNT-RB-CNT
    ADD CUS-MNT-P-REOPEN-CNT TO CUS-MNT-RB-CNT
    ADD CUS-MNT-P-MERGE-CNT  TO CUS-MNT-RB-CNT.

 2760-EXIT.
    EXIT.
 2910-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2915-BUFFER-MERGE-JOURNAL SECTION.
*>----------------------------------------------------------------------
*>   A merge journals one 'M' record per customer, each naming the
*>   other in its link: the survivor's carries its contact block
*>   before and after the fill, the duplicate's its unchanged row (the
*>   merge moved only its status).  CUSBKOUT reverses each side from
*>   its own record, and CUSHSTMT prints the link on both customers'
*>   statements.

    PERFORM 1900-BUILD-TIMESTAMP THRU 1900-EXIT

    MOVE CUS-MNT-RUN-TS       TO CUS-HST-RUN-TS
    MOVE CUS-MNT-TIMESTAMP    TO CUS-HST-TRAN-TS
    MOVE CUS-TRAN-TYPE        TO CUS-HST-TRAN-TYPE
    MOVE CUS-TRAN-MRG-SURV-ID TO CUS-HST-CUS-ID
    MOVE CUS-MNT-SRV-NAME     TO CUS-HST-BEF-NAME
    MOVE CUS-MNT-SRV-AGE      TO CUS-HST-BEF-AGE
    MOVE CUS-MNT-SRV-DOB      TO CUS-HST-BEF-DOB
    MOVE CUS-MNT-SRV-CONTACT  TO CUS-HST-BEF-CONTACT
    MOVE SPACES               TO CUS-HST-AFT-NAME
    SET CUS-HST-MRG-SURVIVOR  TO TRUE
    MOVE CUS-TRAN-ID          TO CUS-HST-MRG-OTHER-ID
    MOVE CUS-MNT-SRV-AGE      TO CUS-HST-AFT-AGE
    MOVE CUS-MNT-SRV-DOB      TO CUS-HST-AFT-DOB
    MOVE CUS-MNT-MRG-AFT      TO CUS-HST-AFT-CONTACT

    ADD 1 TO CUS-MNT-JRNL-PEND-CNT
    MOVE CUS-HST-REC TO CUS-MNT-JRNL-PEND(CUS-MNT-JRNL-PEND-CNT)

    MOVE CUS-TRAN-ID          TO CUS-HST-CUS-ID
    MOVE CUS-MNT-BEF-NAME     TO CUS-HST-BEF-NAME
    MOVE CUS-MNT-BEF-AGE      TO CUS-HST-BEF-AGE
    MOVE CUS-MNT-BEF-DOB      TO CUS-HST-BEF-DOB
    MOVE CUS-MNT-BEF-ADDR1    TO CUS-HST-BEF-ADDR1
    MOVE CUS-MNT-BEF-ADDR2    TO CUS-HST-BEF-ADDR2
    MOVE CUS-MNT-BEF-CITY     TO CUS-HST-BEF-CITY
    MOVE CUS-MNT-BEF-POSTAL   TO CUS-HST-BEF-POSTAL
    MOVE CUS-MNT-BEF-PHONE    TO CUS-HST-BEF-PHONE
    MOVE CUS-MNT-BEF-EMAIL    TO CUS-HST-BEF-EMAIL
    MOVE SPACES               TO CUS-HST-AFT-NAME
    SET CUS-HST-MRG-DUPLICATE TO TRUE
    MOVE CUS-TRAN-MRG-SURV-ID TO CUS-HST-MRG-OTHER-ID
    MOVE CUS-MNT-BEF-AGE      TO CUS-HST-AFT-AGE
    MOVE CUS-MNT-BEF-DOB      TO CUS-HST-AFT-DOB
    MOVE CUS-HST-BEF-CONTACT  TO CUS-HST-AFT-CONTACT

    ADD 1 TO CUS-MNT-JRNL-PEND-CNT
    MOVE CUS-HST-REC TO CUS-MNT-JRNL-PEND(CUS-MNT-JRNL-PEND-CNT).

 2915-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2950-GET-ERROR-DETAIL SECTION.
*>----------------------------------------------------------------------
       ' CHANGES ' CUS-MNT-CHG-CNT
       ' CLOSURES ' CUS-MNT-CLOSE-CNT
       ' REOPENS ' CUS-MNT-REOPEN-CNT
       ' MERGES ' CUS-MNT-MERGE-CNT
       ' ERRORS ' CUS-MNT-ERR-CNT

    DISPLAY 'CUSMAINT COMMIT CONTROL - UNITS COMMITTED ' CUS-MNT-UOW-CNT
    COMPUTE CUS-MNT-STAT-APPLIED
       = CUS-MNT-ADD-CNT + CUS-MNT-CHG-CNT
       + CUS-MNT-CLOSE-CNT + CUS-MNT-REOPEN-CNT
       + CUS-MNT-MERGE-CNT
    MOVE CUS-MNT-STAT-APPLIED TO CUS-MNT-STAT-OUT
    MOVE CUS-MNT-ERR-CNT      TO CUS-MNT-STAT-ERR
    MOVE RETURN-CODE          TO CUS-MNT-STAT-RC
