*> CUSSUSP with its reject date and reason code; from there this
*> program carries every unresolved reject on a rolling suspense
*> master, marks an entry cleared when its corrected transaction
*> passes the edit (it shows up on CUSTRANV, or on PENDNEW or APPRNEW
*> when the edit held it for a later effective date or a second
*> person's sign-off), bumps the resubmission count when a correction
*> rejects again, and prints the daily aging report the supervisor
*> works from - everything still open, oldest first, with totals by
*> reason code.

 ENVIRONMENT DIVISION.

            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CUS-SUS-VALID-STATUS.

*> PENDNEW and APPRNEW are tonight's passed transactions the edit held
*> back - for a later effective date, or for a second person's
*> sign-off.  A held correction has passed the edit just as surely as
*> one on CUSTRANV, and clears its entry the same way.  Both are read
*> after CUSPEND and CUSAPPR have taken them in; neither program
*> empties them.
     SELECT PENDNEW-FILE ASSIGN TO "PENDNEW"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CUS-SUS-PEND-STATUS.

     SELECT APPRNEW-FILE ASSIGN TO "APPRNEW"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CUS-SUS-APPR-STATUS.

*> SUSPMSTO is the new master this run hands the next one.
     SELECT SUSPMSTO-FILE ASSIGN TO "SUSPMSTO"
            ORGANIZATION LINE SEQUENTIAL
 DATA DIVISION.
 FILE SECTION.
 FD  SUSPMSTI-FILE.
 01  CUS-SUS-MSTI-REC                    PIC X(224).

 FD  CUSSUSP-FILE.
 01  CUS-SUS-SUSP-REC.
     05 CUS-SUS-SUSP-REJ-DATE            PIC X(10).
     05 CUS-SUS-SUSP-REASON              PIC X(3).
     05 CUS-SUS-SUSP-RESUB               PIC X(2).
     05 CUS-SUS-SUSP-EFF-DATE            PIC X(10).

 FD  CUSTRANV-FILE.
 01  CUS-SUS-VALID-REC.
     05 CUS-SUS-VALID-TYPE               PIC X(1).
     05 CUS-SUS-VALID-ID                 PIC X(9).
     05 FILLER                           PIC X(188).

*> Only the type and CUS_ID at the front of the held image are read -
*> see CUSEDIT's FDs for the whole records.
 FD  PENDNEW-FILE.
 01  CUS-SUS-PEND-REC.
     05 CUS-SUS-PEND-TYPE                PIC X(1).
     05 CUS-SUS-PEND-ID                  PIC X(9).
     05 FILLER                           PIC X(203).

 FD  APPRNEW-FILE.
 01  CUS-SUS-APPR-REC.
     05 CUS-SUS-APPR-TYPE                PIC X(1).
     05 CUS-SUS-APPR-ID                  PIC X(9).
     05 FILLER                           PIC X(211).

 FD  SUSPMSTO-FILE.
 01  CUS-SUS-MSTO-REC                    PIC X(224).

 FD  SUSPRPT.
 01  CUS-SUS-RPT-LINE                    PIC X(80).
 01 CUS-SUS-VALID-OPEN-SW                PIC X(1) VALUE 'N'.
    88 CUS-SUS-VALID-IS-OPEN             VALUE 'Y'.

 01 CUS-SUS-PEND-STATUS                  PIC X(2).
    88 CUS-SUS-PEND-STATUS-OK            VALUE '00'.
    88 CUS-SUS-PEND-EOF                  VALUE '10'.

 01 CUS-SUS-PEND-OPEN-SW                 PIC X(1) VALUE 'N'.
    88 CUS-SUS-PEND-IS-OPEN              VALUE 'Y'.

 01 CUS-SUS-APPR-STATUS                  PIC X(2).
    88 CUS-SUS-APPR-STATUS-OK            VALUE '00'.
    88 CUS-SUS-APPR-EOF                  VALUE '10'.

 01 CUS-SUS-APPR-OPEN-SW                 PIC X(1) VALUE 'N'.
    88 CUS-SUS-APPR-IS-OPEN              VALUE 'Y'.

 01 CUS-SUS-MSTO-STATUS                  PIC X(2).
    88 CUS-SUS-MSTO-STATUS-OK            VALUE '00'.

       10 CUS-SUS-ENT-REASON            PIC X(3).
       10 CUS-SUS-ENT-RESUB             PIC 9(2).
       10 CUS-SUS-ENT-CLR-DATE          PIC X(10).
       10 CUS-SUS-ENT-EFF-DATE          PIC X(10).
       10 CUS-SUS-ENT-PRINTED-SW        PIC X(1).
          88 CUS-SUS-ENT-PRINTED        VALUE 'Y'.

 01 CUS-SUS-KEY-TYPE                     PIC X(1).
 01 CUS-SUS-KEY-ID                       PIC X(9).

*> Master-record work area in the 224-byte file shape.  The effective
*> date keyed on the transaction rides last, after the older fields,
*> so a master written before it existed still loads - blank.
 01 CUS-SUS-MST-WORK.
    05 CUS-SUS-MST-STATUS                PIC X(1).
    05 CUS-SUS-MST-IMAGE                 PIC X(188).
    05 CUS-SUS-MST-RESUB-N REDEFINES CUS-SUS-MST-RESUB
                                         PIC 9(2).
    05 CUS-SUS-MST-CLR-DATE              PIC X(10).
    05 CUS-SUS-MST-EFF-DATE              PIC X(10).

*> Totals by reason code for the report's rollup section - reasons
*> arrive as they come, first come first slotted.
       END-IF
    END-IF

    IF RETURN-CODE = 0
       OPEN INPUT PENDNEW-FILE
       IF NOT CUS-SUS-PEND-STATUS-OK
          DISPLAY 'UNABLE TO OPEN PENDNEW - STATUS ' CUS-SUS-PEND-STATUS
          MOVE 12 TO RETURN-CODE
       ELSE
          SET CUS-SUS-PEND-IS-OPEN TO TRUE
       END-IF
    END-IF

    IF RETURN-CODE = 0
       OPEN INPUT APPRNEW-FILE
       IF NOT CUS-SUS-APPR-STATUS-OK
          DISPLAY 'UNABLE TO OPEN APPRNEW - STATUS ' CUS-SUS-APPR-STATUS
          MOVE 12 TO RETURN-CODE
       ELSE
          SET CUS-SUS-APPR-IS-OPEN TO TRUE
       END-IF
    END-IF

    IF RETURN-CODE = 0
       OPEN OUTPUT SUSPMSTO-FILE
       IF NOT CUS-SUS-MSTO-STATUS-OK
             END-IF
             MOVE CUS-SUS-MST-CLR-DATE
                TO CUS-SUS-ENT-CLR-DATE(CUS-SUS-ENTRY-CNT)
             MOVE CUS-SUS-MST-EFF-DATE
                TO CUS-SUS-ENT-EFF-DATE(CUS-SUS-ENTRY-CNT)
             MOVE 'N' TO CUS-SUS-ENT-PRINTED-SW(CUS-SUS-ENTRY-CNT)
          END-IF
    END-READ.
*>----------------------------------------------------------------------
 3000-CLEAR-FROM-VALID SECTION.
*>----------------------------------------------------------------------
*>   A transaction on today's CUSTRANV, PENDNEW or APPRNEW with the
*>   type and CUS_ID of an open suspense entry is the corrected
*>   resubmission arriving - the entry is marked cleared as of today
*>   and stops aging.

    PERFORM 3100-READ-VALID-REC THRU 3100-EXIT
       UNTIL CUS-SUS-VALID-EOF

    PERFORM 3300-READ-PEND-REC THRU 3300-EXIT
       UNTIL CUS-SUS-PEND-EOF

    PERFORM 3400-READ-APPR-REC THRU 3400-EXIT
       UNTIL CUS-SUS-APPR-EOF.

 3000-EXIT.
    EXIT.
       AT END
          CONTINUE
       NOT AT END
          MOVE CUS-SUS-VALID-TYPE TO CUS-SUS-KEY-TYPE
          MOVE CUS-SUS-VALID-ID   TO CUS-SUS-KEY-ID
          PERFORM 3200-MATCH-ONE-VALID THRU 3200-EXIT
    END-READ.

*>----------------------------------------------------------------------
 3200-MATCH-ONE-VALID SECTION.
*>----------------------------------------------------------------------
*>   Clears the open entry for the type and CUS_ID the reader staged.

    PERFORM 7000-FIND-OPEN-ENTRY THRU 7000-EXIT

    IF CUS-SUS-FOUND
 3200-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 3300-READ-PEND-REC SECTION.
*>----------------------------------------------------------------------

    READ PENDNEW-FILE
       AT END
          CONTINUE
       NOT AT END
          MOVE CUS-SUS-PEND-TYPE TO CUS-SUS-KEY-TYPE
          MOVE CUS-SUS-PEND-ID   TO CUS-SUS-KEY-ID
          PERFORM 3200-MATCH-ONE-VALID THRU 3200-EXIT
    END-READ.

 3300-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 3400-READ-APPR-REC SECTION.
*>----------------------------------------------------------------------

    READ APPRNEW-FILE
       AT END
          CONTINUE
       NOT AT END
          MOVE CUS-SUS-APPR-TYPE TO CUS-SUS-KEY-TYPE
          MOVE CUS-SUS-APPR-ID   TO CUS-SUS-KEY-ID
          PERFORM 3200-MATCH-ONE-VALID THRU 3200-EXIT
    END-READ.

 3400-EXIT.
    EXIT.

*>----------------------------------------------------------------------
 4000-MERGE-NEW-REJECTS SECTION.
*>----------------------------------------------------------------------
          TO CUS-SUS-ENT-IMAGE(CUS-SUS-FOUND-IDX)
       MOVE CUS-SUS-SUSP-REASON
          TO CUS-SUS-ENT-REASON(CUS-SUS-FOUND-IDX)
       MOVE CUS-SUS-SUSP-EFF-DATE
          TO CUS-SUS-ENT-EFF-DATE(CUS-SUS-FOUND-IDX)
       ADD 1 TO CUS-SUS-RESUB-CNT
    ELSE
       IF CUS-SUS-ENTRY-CNT >= CUS-SUS-TABLE-MAX
             TO CUS-SUS-ENT-REASON(CUS-SUS-ENTRY-CNT)
          MOVE 0 TO CUS-SUS-ENT-RESUB(CUS-SUS-ENTRY-CNT)
          MOVE SPACES TO CUS-SUS-ENT-CLR-DATE(CUS-SUS-ENTRY-CNT)
          MOVE CUS-SUS-SUSP-EFF-DATE
             TO CUS-SUS-ENT-EFF-DATE(CUS-SUS-ENTRY-CNT)
          MOVE 'N' TO CUS-SUS-ENT-PRINTED-SW(CUS-SUS-ENTRY-CNT)
          ADD 1 TO CUS-SUS-NEW-CNT
       END-IF
    MOVE CUS-SUS-ENT-REASON(CUS-SUS-IDX)   TO CUS-SUS-MST-REASON
    MOVE CUS-SUS-ENT-RESUB(CUS-SUS-IDX)    TO CUS-SUS-MST-RESUB-N
    MOVE CUS-SUS-ENT-CLR-DATE(CUS-SUS-IDX) TO CUS-SUS-MST-CLR-DATE
    MOVE CUS-SUS-ENT-EFF-DATE(CUS-SUS-IDX) TO CUS-SUS-MST-EFF-DATE
    WRITE CUS-SUS-MSTO-REC FROM CUS-SUS-MST-WORK

    IF NOT CUS-SUS-MSTO-STATUS-OK
       CLOSE CUSTRANV-FILE
    END-IF

    IF CUS-SUS-PEND-IS-OPEN
       CLOSE PENDNEW-FILE
    END-IF

    IF CUS-SUS-APPR-IS-OPEN
       CLOSE APPRNEW-FILE
    END-IF

    IF CUS-SUS-MSTO-IS-OPEN
       CLOSE SUSPMSTO-FILE
    END-IF
