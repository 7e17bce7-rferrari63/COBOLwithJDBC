 IDENTIFICATION DIVISION.
 PROGRAM-ID. CUSINQ.

*> The service-desk customer inquiry.  Lookups normally go to the
*> database through the JDBC bridge.  When the bridge cannot be
*> started, or a database lookup fails, the session falls back to the
*> nightly CUSSNAP snapshot; the operator can also switch to it with
*> /SNAP and back with /LIVE.  Every snapshot screen carries an AS OF
*> banner giving the time the snapshot was taken, and every snapshot
*> lookup is written to AUDITLOG marked SNAPSHOT.  The session opens
*> with the operator signing on, and every AUDITLOG record it writes
*> carries that operator ID.

 ENVIRONMENT DIVISION.

 INPUT-OUTPUT SECTION.
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CUS-INQ-AUDIT-STATUS.

*> CUSSNAP is the nightly CUSSNAP unload of CUS - read by CUS_ID for an
*> ID lookup and through the name key for a name-fragment lookup.
     SELECT CUSSNAP-FILE ASSIGN TO "CUSSNAP"
            ORGANIZATION INDEXED
            ACCESS MODE DYNAMIC
            RECORD KEY IS CUSSNAP-ID
            ALTERNATE RECORD KEY IS CUSSNAP-NAME WITH DUPLICATES
            FILE STATUS IS CUS-INQ-SNAP-STATUS.

 DATA DIVISION.
 FILE SECTION.
 FD  CONNPARM-FILE.
     05 FILLER                           PIC X(410).

 FD  AUDITLOG-FILE.
 01  CUS-AUDIT-LINE                      PIC X(734).

*> The snapshot record as CUSSNAP writes it; the header record under
*> CUS_ID zero carries the snapshot stamp in place of the columns.
 FD  CUSSNAP-FILE.
 01  CUSSNAP-REC.
     05 CUSSNAP-ID                       PIC 9(9).
     05 CUSSNAP-NAME                     PIC X(20).
     05 CUSSNAP-DATA.
        10 CUSSNAP-AGE                   PIC 9(3).
        10 CUSSNAP-DOB                   PIC X(10).
        10 CUSSNAP-ADDR1                 PIC X(30).
        10 CUSSNAP-ADDR2                 PIC X(30).
        10 CUSSNAP-CITY                  PIC X(20).
        10 CUSSNAP-POSTAL                PIC X(10).
        10 CUSSNAP-PHONE                 PIC X(15).
        10 CUSSNAP-EMAIL                 PIC X(40).
        10 CUSSNAP-STATUS                PIC X(1).
        10 CUSSNAP-OPEN-DATE             PIC X(10).
        10 CUSSNAP-CLOSE-DATE            PIC X(10).
     05 CUSSNAP-HDR-DATA REDEFINES CUSSNAP-DATA.
        10 CUSSNAP-HDR-TAKEN             PIC X(19).
        10 CUSSNAP-HDR-ROWS              PIC 9(9).
        10 CUSSNAP-HDR-DONE-SW           PIC X(1).
           88 CUSSNAP-HDR-COMPLETE       VALUE 'Y'.
        10 FILLER                        PIC X(150).

 WORKING-STORAGE SECTION.

 01 CUS-INQ-AUDIT-OPEN-SW                PIC X(1) VALUE 'N'.
    88 CUS-INQ-AUDIT-IS-OPEN             VALUE 'Y'.

*> A read through the name key returns '02' while more records share
*> the same name - still a good read.
 01 CUS-INQ-SNAP-STATUS                  PIC X(2).
    88 CUS-INQ-SNAP-STATUS-OK            VALUE '00' '02'.
    88 CUS-INQ-SNAP-EOF                  VALUE '10'.
    88 CUS-INQ-SNAP-NOT-FOUND            VALUE '23'.

 01 CUS-INQ-SNAP-OPEN-SW                 PIC X(1) VALUE 'N'.
    88 CUS-INQ-SNAP-IS-OPEN              VALUE 'Y'.

 01 GRAAL_CREATE_ISOLATE_PARAMS_T.
    03 VERSION-1                        USAGE BINARY-LONG.
    03 RESERVED-ADDRESS-SPACE-SIZE      USAGE BINARY-DOUBLE.

*> The operator's reply - a whole number is taken for a CUS_ID, any
*> other text for a name fragment, and a blank line or Q/QUIT ends
*> the session.  /SNAP switches the session to the snapshot and /LIVE
*> back to the database.
 01 CUS-INQ-INPUT                        PIC X(20).
    88 CUS-INQ-QUIT                      VALUE SPACES 'Q' 'QUIT'
                                               'q' 'quit'.
    88 CUS-INQ-ASK-SNAPSHOT              VALUE '/SNAP' '/snap'.
    88 CUS-INQ-ASK-DATABASE              VALUE '/LIVE' '/live'.

*> Where lookups are answered from - the database, or the snapshot
*> when the database cannot be reached or the operator asks for it.
 01 CUS-INQ-SOURCE-SW                    PIC X(1) VALUE 'D'.
    88 CUS-INQ-FROM-DATABASE             VALUE 'D'.
    88 CUS-INQ-FROM-SNAPSHOT             VALUE 'S'.

 01 CUS-INQ-BY-ID-SW                     PIC X(1) VALUE 'N'.
    88 CUS-INQ-BY-ID                     VALUE 'Y'.

 01 CUS-INQ-DONE-SW                      PIC X(1) VALUE 'N'.
    88 CUS-INQ-DONE                      VALUE 'Y'.

 01 CUS-INQ-INQUIRY-CNT                  PIC 9(6) VALUE 0.

*> ------------------------- SNAPSHOT AREAS -----------------------------
 01 CUS-INQ-SNAP-TAKEN                   PIC X(19) VALUE SPACES.
 01 CUS-INQ-SNAP-KEY                     PIC 9(9).
 01 CUS-INQ-FRAG-HITS                    PIC 9(4).

 01 CUS-INQ-SNAP-BANNER.
       05 FILLER                          PIC X(11) VALUE '*** AS OF '.
       05 CUS-INQ-BANNER-TS               PIC X(19).
       05 FILLER                          PIC X(34) VALUE
          ' - SNAPSHOT, NOT LIVE DATA ***'.

*> ------------------------- AUDIT TRAIL AREAS --------------------------
*> The operator's sign-on reply and the ID kept from it for the
*> session - folded to upper case so one operator is one ID on the
*> trail however it was typed.
 01 CUS-INQ-SIGNON                       PIC X(20).
 01 CUS-INQ-OPERATOR-ID                  PIC X(8) VALUE SPACES.

 01 CUS-INQ-TS-RAW                       PIC 9(8).
 01 CUS-INQ-TM-RAW                       PIC 9(8).
 01 CUS-INQ-TIMESTAMP.
    05 CUS-INQ-AUDIT-REC-STATUS          PIC X(7).
    05 FILLER                            PIC X(1) VALUE SPACE.
    05 CUS-INQ-AUDIT-REC-QUERY           PIC X(680).
    05 FILLER                            PIC X(1) VALUE SPACE.
    05 CUS-INQ-AUDIT-REC-SOURCE          PIC X(8).
    05 FILLER                            PIC X(1) VALUE SPACE.
    05 CUS-INQ-AUDIT-REC-OPERATOR        PIC X(8).

 PROCEDURE DIVISION.


    PERFORM 1000-INITIALIZE THRU 1000-EXIT

    IF CUS-INQ-ISOLATE-OK OR CUS-INQ-FROM-SNAPSHOT
       PERFORM 2000-PROCESS-INQUIRY THRU 2000-EXIT
          UNTIL CUS-INQ-DONE
    END-IF
       PERFORM 1200-OPEN-AUDIT-LOG THRU 1200-EXIT
    END-IF

    IF RETURN-CODE = 0
       PERFORM 1250-SIGN-ON THRU 1250-EXIT
    END-IF

    IF RETURN-CODE = 0
       CALL STATIC 'graal_create_isolate' using
              BY REFERENCE GRAAL_CREATE_ISOLATE_PARAMS_T
       ELSE
          DISPLAY 'CUSINQ FAILED - GRAAL_CREATE_ISOLATE RESPONSE CODE ' RESPONSE
          MOVE 8 TO RETURN-CODE
          PERFORM 2050-SWITCH-TO-SNAPSHOT THRU 2050-EXIT
          IF CUS-INQ-FROM-SNAPSHOT
             MOVE 4 TO RETURN-CODE
          END-IF
       END-IF
    END-IF.

 1200-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 1250-SIGN-ON SECTION.
*>----------------------------------------------------------------------
*>   Takes the operator ID the session's lookups are logged under.  A
*>   session nobody signs on to is not started - an unattributed
*>   lookup is exactly what the trail exists to prevent.

    DISPLAY 'CUSTOMER INQUIRY - ENTER OPERATOR ID:'
    MOVE SPACES TO CUS-INQ-SIGNON
    ACCEPT CUS-INQ-SIGNON

    IF CUS-INQ-SIGNON = SPACES
       DISPLAY 'NO OPERATOR ID ENTERED - SESSION NOT STARTED'
       MOVE 12 TO RETURN-CODE
       GO TO 1250-EXIT
    END-IF

    IF CUS-INQ-SIGNON(1:1) = SPACE OR CUS-INQ-SIGNON(9:12) NOT = SPACES
       DISPLAY 'OPERATOR ID MUST BE 1 TO 8 CHARACTERS - SESSION NOT STARTED'
       MOVE 12 TO RETURN-CODE
       GO TO 1250-EXIT
    END-IF

    MOVE CUS-INQ-SIGNON TO CUS-INQ-OPERATOR-ID
    INSPECT CUS-INQ-OPERATOR-ID
       CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

    DISPLAY 'SIGNED ON AS ' CUS-INQ-OPERATOR-ID.

 1250-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 1300-OPEN-SNAPSHOT SECTION.
*>----------------------------------------------------------------------
*>   Opens CUSSNAP and reads its header for the AS OF time.  A file
*>   whose unload never finished is closed again and not used.

    OPEN INPUT CUSSNAP-FILE

    IF NOT CUS-INQ-SNAP-STATUS-OK
       DISPLAY 'UNABLE TO OPEN CUSSNAP - STATUS ' CUS-INQ-SNAP-STATUS
       GO TO 1300-EXIT
    END-IF

    MOVE 0 TO CUSSNAP-ID
    READ CUSSNAP-FILE KEY IS CUSSNAP-ID
       INVALID KEY
          DISPLAY 'CUSSNAP HAS NO HEADER RECORD - STATUS '
             CUS-INQ-SNAP-STATUS
          CLOSE CUSSNAP-FILE
          GO TO 1300-EXIT
    END-READ

    IF NOT CUSSNAP-HDR-COMPLETE
       DISPLAY 'CUSSNAP TAKEN ' CUSSNAP-HDR-TAKEN
          ' DID NOT FINISH UNLOADING - NOT USED'
       CLOSE CUSSNAP-FILE
       GO TO 1300-EXIT
    END-IF

    MOVE CUSSNAP-HDR-TAKEN TO CUS-INQ-SNAP-TAKEN
    SET CUS-INQ-SNAP-IS-OPEN TO TRUE.

 1300-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2000-PROCESS-INQUIRY SECTION.
*>----------------------------------------------------------------------
*>   program over a one-row batch extract.

    DISPLAY ' '
    IF CUS-INQ-FROM-SNAPSHOT
       DISPLAY CUS-INQ-SNAP-BANNER
    END-IF
    DISPLAY 'ENTER CUS_ID OR NAME FRAGMENT (Q TO QUIT):'
    MOVE SPACES TO CUS-INQ-INPUT
    ACCEPT CUS-INQ-INPUT

    EVALUATE TRUE
       WHEN CUS-INQ-QUIT
          SET CUS-INQ-DONE TO TRUE
       WHEN CUS-INQ-ASK-SNAPSHOT
          PERFORM 2050-SWITCH-TO-SNAPSHOT THRU 2050-EXIT
       WHEN CUS-INQ-ASK-DATABASE
          IF CUS-INQ-ISOLATE-OK
             SET CUS-INQ-FROM-DATABASE TO TRUE
             DISPLAY 'LOOKUPS NOW ANSWERED FROM THE DATABASE'
          ELSE
             DISPLAY 'DATABASE IS NOT AVAILABLE THIS SESSION'
          END-IF
       WHEN OTHER
          ADD 1 TO CUS-INQ-INQUIRY-CNT
          PERFORM 2100-BUILD-WHERE THRU 2100-EXIT
          IF CUS-INQ-FROM-DATABASE
             PERFORM 2200-RUN-LOOKUP THRU 2200-EXIT
             PERFORM 2500-WRITE-AUDIT-RECORD THRU 2500-EXIT
             IF CUS-INQ-LOOKUP-FAILED
                DISPLAY 'DATABASE LOOKUP FAILED - TRYING THE SNAPSHOT'
                PERFORM 2050-SWITCH-TO-SNAPSHOT THRU 2050-EXIT
             END-IF
          END-IF
          IF CUS-INQ-FROM-SNAPSHOT
             PERFORM 2600-SNAPSHOT-LOOKUP THRU 2600-EXIT
             PERFORM 2500-WRITE-AUDIT-RECORD THRU 2500-EXIT
          END-IF
    END-EVALUATE.

 2000-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2050-SWITCH-TO-SNAPSHOT SECTION.
*>----------------------------------------------------------------------
*>   Points the session at the snapshot, opening it the first time it
*>   is wanted.  The session stays on the snapshot until the operator
*>   asks for the database again.

    IF NOT CUS-INQ-SNAP-IS-OPEN
       PERFORM 1300-OPEN-SNAPSHOT THRU 1300-EXIT
    END-IF

    IF CUS-INQ-SNAP-IS-OPEN
       SET CUS-INQ-FROM-SNAPSHOT TO TRUE
       MOVE CUS-INQ-SNAP-TAKEN TO CUS-INQ-BANNER-TS
       DISPLAY 'LOOKUPS NOW ANSWERED FROM THE SNAPSHOT TAKEN '
          CUS-INQ-SNAP-TAKEN
    ELSE
       DISPLAY 'SNAPSHOT IS NOT AVAILABLE'
    END-IF.

 2050-EXIT.
    EXIT.

*>----------------------------------------------------------------------
*>   doubled the same way the batch extract guards its name filter.

    MOVE SPACES TO CUS-INQ-WHERE
    MOVE 'N' TO CUS-INQ-BY-ID-SW

    MOVE SPACES        TO CUS-INQ-TRIM-WORK
    MOVE CUS-INQ-INPUT TO CUS-INQ-TRIM-WORK
    PERFORM 2150-COMPUTE-TRIM-LEN THRU 2150-EXIT

    IF CUS-INQ-INPUT(1:CUS-INQ-TRIM-LEN) NUMERIC
       SET CUS-INQ-BY-ID TO TRUE
       STRING ' WHERE CUS_ID = ' DELIMITED BY SIZE
              CUS-INQ-INPUT(1:CUS-INQ-TRIM-LEN) DELIMITED BY SIZE
          INTO CUS-INQ-WHERE
 2400-DISPLAY-ONE-ROW SECTION.
*>----------------------------------------------------------------------

    MOVE CUS-DOB-NUM(I) TO CUS-INQ-WORK-DOB-NUM
    PERFORM 2420-COMPUTE-ROW-AGE THRU 2420-EXIT
    PERFORM 2410-SPLIT-ROW-STRING THRU 2410-EXIT

    MOVE CUS-ID(I) TO CUS-ID-DIS
    PERFORM 2430-SHOW-ROW THRU 2430-EXIT.

 2400-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2430-SHOW-ROW SECTION.
*>----------------------------------------------------------------------
*>   The row's screen lines, whichever source it came from.

    MOVE CUS-INQ-ROW-NAME TO CUS-NAME-DIS
    MOVE CUS-INQ-WORK-AGE TO CUS-AGE-DIS
    DISPLAY CUS-DISPLAY
       DISPLAY '     ' CUS-INQ-ROW-PHONE ' ' CUS-INQ-ROW-EMAIL
    END-IF.

 2430-EXIT.
    EXIT.

*>----------------------------------------------------------------------
*>   derives age zero.

    MOVE 0 TO CUS-INQ-WORK-AGE

    IF CUS-INQ-WORK-DOB-YYYY > 0
          AND CUS-INQ-WORK-DOB-MM >= 1
       MOVE CUS-INQ-TIMESTAMP TO CUS-INQ-AUDIT-REC-TS
       MOVE CUS-INQ-ROW-CNT   TO CUS-INQ-AUDIT-REC-RESULT
       MOVE QUERY             TO CUS-INQ-AUDIT-REC-QUERY
       MOVE CUS-INQ-OPERATOR-ID TO CUS-INQ-AUDIT-REC-OPERATOR

       IF CUS-INQ-FROM-SNAPSHOT
          MOVE 'SNAPSHOT' TO CUS-INQ-AUDIT-REC-SOURCE
       ELSE
          MOVE 'DATABASE' TO CUS-INQ-AUDIT-REC-SOURCE
       END-IF

       IF CUS-INQ-LOOKUP-FAILED
          MOVE 'FAILURE' TO CUS-INQ-AUDIT-REC-STATUS
 2500-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2600-SNAPSHOT-LOOKUP SECTION.
*>----------------------------------------------------------------------
*>   The same two lookups 2100-BUILD-WHERE builds for the database,
*>   answered from CUSSNAP: a CUS_ID is one keyed read; a name fragment
*>   is matched anywhere in CUS_NAME, exactly as LIKE '%fragment%'
*>   would, reading the whole file through the name key so matches
*>   list in name order.  The audit record carries the snapshot time
*>   and the WHERE clause the database would have been given.

    MOVE 0 TO CUS-INQ-ROW-CNT
    MOVE 'N' TO CUS-INQ-FAIL-SW

    PERFORM 2350-COMPUTE-WHERE-LEN THRU 2350-EXIT
    MOVE SPACES TO QUERY
    STRING 'SNAPSHOT AS OF '   DELIMITED BY SIZE
           CUS-INQ-SNAP-TAKEN  DELIMITED BY SIZE
           ' - CUSSNAP'        DELIMITED BY SIZE
           CUS-INQ-WHERE(1:CUS-INQ-WHERE-LEN) DELIMITED BY SIZE
      INTO QUERY
    END-STRING

    DISPLAY CUS-INQ-SNAP-BANNER
    DISPLAY CUS-TITLE-DISPLAY
    DISPLAY CUS-SUB-DISPLAY

    IF CUS-INQ-BY-ID
       PERFORM 2610-READ-SNAPSHOT-ID THRU 2610-EXIT
    ELSE
       MOVE LOW-VALUES TO CUSSNAP-NAME
       START CUSSNAP-FILE KEY IS NOT LESS THAN CUSSNAP-NAME
          INVALID KEY
             MOVE '10' TO CUS-INQ-SNAP-STATUS
       END-START
       PERFORM 2620-SCAN-SNAPSHOT-NAME THRU 2620-EXIT
          UNTIL CUS-INQ-SNAP-EOF OR CUS-INQ-LOOKUP-FAILED
    END-IF

    IF CUS-INQ-ROW-CNT = 0 AND NOT CUS-INQ-LOOKUP-FAILED
       DISPLAY 'NO CUSTOMER MATCHES ' CUS-INQ-INPUT
    END-IF

    DISPLAY CUS-INQ-SNAP-BANNER.

 2600-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2610-READ-SNAPSHOT-ID SECTION.
*>----------------------------------------------------------------------
*>   CUS_ID zero is the snapshot header and never a customer.

    IF CUS-INQ-TRIM-LEN > 9
       GO TO 2610-EXIT
    END-IF

    MOVE CUS-INQ-INPUT(1:CUS-INQ-TRIM-LEN) TO CUS-INQ-SNAP-KEY
    IF CUS-INQ-SNAP-KEY = 0
       GO TO 2610-EXIT
    END-IF

    MOVE CUS-INQ-SNAP-KEY TO CUSSNAP-ID
    READ CUSSNAP-FILE KEY IS CUSSNAP-ID
       INVALID KEY
          CONTINUE
    END-READ

    EVALUATE TRUE
       WHEN CUS-INQ-SNAP-STATUS-OK
          PERFORM 2630-SHOW-SNAPSHOT-ROW THRU 2630-EXIT
       WHEN CUS-INQ-SNAP-NOT-FOUND
          CONTINUE
       WHEN OTHER
          DISPLAY 'SNAPSHOT READ FAILED - STATUS ' CUS-INQ-SNAP-STATUS
          SET CUS-INQ-LOOKUP-FAILED TO TRUE
    END-EVALUATE.

 2610-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2620-SCAN-SNAPSHOT-NAME SECTION.
*>----------------------------------------------------------------------

    READ CUSSNAP-FILE NEXT RECORD
       AT END
          CONTINUE
    END-READ

    EVALUATE TRUE
       WHEN CUS-INQ-SNAP-EOF
          CONTINUE
       WHEN NOT CUS-INQ-SNAP-STATUS-OK
          DISPLAY 'SNAPSHOT READ FAILED - STATUS ' CUS-INQ-SNAP-STATUS
          SET CUS-INQ-LOOKUP-FAILED TO TRUE
       WHEN CUSSNAP-ID = 0
          CONTINUE
       WHEN OTHER
          MOVE 0 TO CUS-INQ-FRAG-HITS
          INSPECT CUSSNAP-NAME TALLYING CUS-INQ-FRAG-HITS
             FOR ALL CUS-INQ-INPUT(1:CUS-INQ-TRIM-LEN)
          IF CUS-INQ-FRAG-HITS > 0
             PERFORM 2630-SHOW-SNAPSHOT-ROW THRU 2630-EXIT
          END-IF
    END-EVALUATE.

 2620-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 2630-SHOW-SNAPSHOT-ROW SECTION.
*>----------------------------------------------------------------------
*>   Loads the snapshot record into the same row fields a database row
*>   splits into, so it shows in exactly the same screen lines.

    ADD 1 TO CUS-INQ-ROW-CNT

    MOVE 0 TO CUS-INQ-WORK-DOB-NUM
    IF CUSSNAP-DOB(1:4) NUMERIC
          AND CUSSNAP-DOB(6:2) NUMERIC
          AND CUSSNAP-DOB(9:2) NUMERIC
       MOVE CUSSNAP-DOB(1:4) TO CUS-INQ-WORK-DOB-YYYY
       MOVE CUSSNAP-DOB(6:2) TO CUS-INQ-WORK-DOB-MM
       MOVE CUSSNAP-DOB(9:2) TO CUS-INQ-WORK-DOB-DD
    END-IF
    PERFORM 2420-COMPUTE-ROW-AGE THRU 2420-EXIT

    MOVE CUSSNAP-NAME   TO CUS-INQ-ROW-NAME
    MOVE CUSSNAP-ADDR1  TO CUS-INQ-ROW-ADDR1
    MOVE CUSSNAP-ADDR2  TO CUS-INQ-ROW-ADDR2
    MOVE CUSSNAP-CITY   TO CUS-INQ-ROW-CITY
    MOVE CUSSNAP-POSTAL TO CUS-INQ-ROW-POSTAL
    MOVE CUSSNAP-PHONE  TO CUS-INQ-ROW-PHONE
    MOVE CUSSNAP-EMAIL  TO CUS-INQ-ROW-EMAIL

    MOVE CUSSNAP-ID TO CUS-ID-DIS
    PERFORM 2430-SHOW-ROW THRU 2430-EXIT.

 2630-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 8000-TERMINATE SECTION.
*>----------------------------------------------------------------------
       CLOSE AUDITLOG-FILE
    END-IF

    IF CUS-INQ-SNAP-IS-OPEN
       CLOSE CUSSNAP-FILE
    END-IF

    DISPLAY 'CUSINQ SESSION ENDED - ' CUS-INQ-INQUIRY-CNT
       ' INQUIRY(S) PROCESSED FOR OPERATOR ' CUS-INQ-OPERATOR-ID.

 8000-EXIT.
    EXIT.
