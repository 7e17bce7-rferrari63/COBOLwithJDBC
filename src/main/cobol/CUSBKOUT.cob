*> BKOUTPRM names the CUSMAINT run to back out - the run timestamp
*> stamped on that run's CUSHIST records.  A shortened value matches
*> on its leading characters, so "2026-08-22" backs out every run of
*> that day and a full timestamp backs out exactly one run.  The
*> record also names the person who asked for the back-out.
     SELECT BKOUTPRM-FILE ASSIGN TO "BKOUTPRM"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CUS-BKO-PARM-STATUS.
 FD  BKOUTPRM-FILE.
 01  BKOUTPRM-REC.
     05 BKOUTPRM-RUN-TS                  PIC X(19).
     05 BKOUTPRM-REQ-BY                  PIC X(8).

 FD  CUSHIST-FILE.
 01  CUS-HST-REC.
     05 CUS-HST-BEF-NAME                 PIC X(20).
     05 CUS-HST-BEF-AGE                  PIC 9(3).
     05 CUS-HST-AFT-NAME                 PIC X(20).
*> The merge link an 'M' record carries in place of the after-name -
*> see the CUSMAINT FD.
     05 CUS-HST-MRG-LINK REDEFINES CUS-HST-AFT-NAME.
        10 CUS-HST-MRG-ROLE              PIC X(1).
           88 CUS-HST-MRG-SURVIVOR       VALUE 'S'.
           88 CUS-HST-MRG-DUPLICATE      VALUE 'D'.
        10 CUS-HST-MRG-OTHER-ID          PIC 9(9).
        10 FILLER                        PIC X(10).
     05 CUS-HST-AFT-AGE                  PIC 9(3).
     05 CUS-HST-BEF-DOB                  PIC X(10).
     05 CUS-HST-AFT-DOB                  PIC X(10).
*> records - so this program wraps the reversals in the same 'H'
*> header (today's date) and 'T' trailer (count and CUS_ID hash, the
*> sum of the file's CUS_IDs truncated to the field) data entry keys.
*> The header names the person who asked for the back-out as the
*> batch's keyer: a reversed closure or name change is held for
*> approval like any other, and CUSAPPR will not let that same person
*> sign it off.
 01 CUS-BKO-RUN-DATE-RAW                 PIC 9(8).

 01 CUS-BKO-HDR-REC.
       10 CUS-BKO-HDR-MM                PIC 9(2).
       10 FILLER                        PIC X(1) VALUE '-'.
       10 CUS-BKO-HDR-DD                PIC 9(2).
    05 CUS-BKO-HDR-KEYER                 PIC X(8).
    05 FILLER                            PIC X(169) VALUE SPACES.

 01 CUS-BKO-TRL-REC.
    05 FILLER                            PIC X(1) VALUE 'T'.
*>----------------------------------------------------------------------
 1100-LOAD-PARM SECTION.
*>----------------------------------------------------------------------
*>   Reads the one BKOUTPRM record, takes the requester as the batch
*>   keyer and works out how many leading characters of the run
*>   timestamp are significant for matching.

    OPEN INPUT BKOUTPRM-FILE

       END-READ
       CLOSE BKOUTPRM-FILE
       MOVE BKOUTPRM-RUN-TS TO CUS-BKO-RUN-TS
       MOVE BKOUTPRM-REQ-BY TO CUS-BKO-HDR-KEYER

       IF RETURN-CODE = 0 AND CUS-BKO-RUN-TS = SPACES
          DISPLAY 'BKOUTPRM RUN TIMESTAMP IS BLANK - RUN CANNOT CONTINUE'
          MOVE 12 TO RETURN-CODE
       END-IF

       IF RETURN-CODE = 0 AND CUS-BKO-HDR-KEYER = SPACES
          DISPLAY 'BKOUTPRM REQUESTED-BY IS BLANK - RUN CANNOT CONTINUE'
          MOVE 12 TO RETURN-CODE
       END-IF

       MOVE CUS-BKO-RUN-TS TO CUS-BKO-TRIM-WORK
       PERFORM 1150-COMPUTE-TRIM-LEN THRU 1150-EXIT
       MOVE CUS-BKO-TRIM-LEN TO CUS-BKO-RUN-TS-LEN
*>   reverses as a closure too - the system has no hard delete, so
*>   closing the added customer is what takes the bad add back out of
*>   force (the row survives a soft close, so nothing else in the run
*>   has to be re-added).  A merge journals both its customers and is
*>   unwound side by side: the duplicate's record reverses as a reopen
*>   and the survivor's as a change back to its before contact block -
*>   a survivor the merge filled nothing on needs no reversal at all.

    MOVE CUS-BKO-ENTRY-CNT TO CUS-BKO-IDX

          MOVE CUS-HST-BEF-DOB  TO CUS-BKO-ENT-DOB(CUS-BKO-IDX)
          MOVE CUS-HST-BEF-CONTACT
                                TO CUS-BKO-ENT-CONTACT(CUS-BKO-IDX)
       WHEN 'M'
          IF CUS-HST-MRG-DUPLICATE
             MOVE 'R'              TO CUS-BKO-ENT-TYPE(CUS-BKO-IDX)
          ELSE
             MOVE 'C'              TO CUS-BKO-ENT-TYPE(CUS-BKO-IDX)
          END-IF
          MOVE CUS-HST-CUS-ID   TO CUS-BKO-ENT-ID(CUS-BKO-IDX)
          MOVE CUS-HST-BEF-NAME TO CUS-BKO-ENT-NAME(CUS-BKO-IDX)
          MOVE CUS-HST-BEF-AGE  TO CUS-BKO-ENT-AGE(CUS-BKO-IDX)
          MOVE CUS-HST-BEF-DOB  TO CUS-BKO-ENT-DOB(CUS-BKO-IDX)
          MOVE CUS-HST-BEF-CONTACT
                                TO CUS-BKO-ENT-CONTACT(CUS-BKO-IDX)
          IF CUS-HST-MRG-SURVIVOR
                AND CUS-HST-BEF-CONTACT = CUS-HST-AFT-CONTACT
             SUBTRACT 1 FROM CUS-BKO-ENTRY-CNT
          END-IF
       WHEN OTHER
          DISPLAY 'JOURNAL TYPE ' CUS-HST-TRAN-TYPE ' FOR CUS_ID '
             CUS-HST-CUS-ID ' HAS NO REVERSAL - SKIPPED'
