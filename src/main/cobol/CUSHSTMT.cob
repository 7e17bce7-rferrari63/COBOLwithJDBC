*> event with its run timestamp, the transaction type that drove it,
*> and what changed from and to - formatted the way the Customer Age
*> Listing is, so the service desk can hand the listing straight to
*> compliance.  A duplicate merge prints on both customers' statements
*> with the other customer of the merge named beside it.

 ENVIRONMENT DIVISION.

       05 CUS-HSM-RPT-FLD-TAG            PIC X(6).
       05 CUS-HSM-RPT-FLD-VALUE          PIC X(40).

*> The link line under a merge event, and the link itself as the 'M'
*> journal record carries it in place of the after-name - which side
*> of the merge this customer was, and the other side's CUS_ID.
 01 CUS-HSM-MRG-LINK                     PIC X(20).
 01 CUS-HSM-MRG-LINK-VIEW REDEFINES CUS-HSM-MRG-LINK.
    05 CUS-HSM-MRG-ROLE                  PIC X(1).
       88 CUS-HSM-MRG-SURVIVOR           VALUE 'S'.
       88 CUS-HSM-MRG-DUPLICATE          VALUE 'D'.
    05 CUS-HSM-MRG-OTHER-ID              PIC 9(9).
    05 FILLER                            PIC X(10).

 01 CUS-HSM-RPT-MRG-DETAIL.
       05 FILLER                         PIC X(23) VALUE SPACES.
       05 CUS-HSM-RPT-MRG-TEXT           PIC X(30).
       05 CUS-HSM-RPT-MRG-ID             PIC 9(9).

*> Staging fields for 3260-PRINT-ONE-FLD-CHANGE - one contact field's
*> before and after value, widest field wins the size.
 01 CUS-HSM-FLD-BEF                      PIC X(40).
    MOVE CUS-HSM-ENT-BEF-AGE(CUS-HSM-PICK-IDX)  TO CUS-HSM-RPT-BEF-AGE
    MOVE CUS-HSM-ENT-AFT-NAME(CUS-HSM-PICK-IDX) TO CUS-HSM-RPT-AFT-NAME
    MOVE CUS-HSM-ENT-AFT-AGE(CUS-HSM-PICK-IDX)  TO CUS-HSM-RPT-AFT-AGE

*>  A merge leaves the name alone - its after-name slot carries the
*>  link instead, so the name prints unchanged and the link gets a
*>  line of its own.
    IF CUS-HSM-ENT-TYPE(CUS-HSM-PICK-IDX) = 'M'
       MOVE CUS-HSM-ENT-AFT-NAME(CUS-HSM-PICK-IDX) TO CUS-HSM-MRG-LINK
       MOVE CUS-HSM-ENT-BEF-NAME(CUS-HSM-PICK-IDX)
          TO CUS-HSM-RPT-AFT-NAME
    END-IF

    WRITE CUS-HSM-RPT-LINE FROM CUS-HSM-RPT-DETAIL
       AFTER ADVANCING 1 LINE
    ADD 1 TO CUS-HSM-RPT-LINE-CNT
    ADD 1 TO CUS-HSM-PRINT-CNT

    IF CUS-HSM-ENT-TYPE(CUS-HSM-PICK-IDX) = 'M'
       IF CUS-HSM-MRG-DUPLICATE
          MOVE 'CLOSED AS DUPLICATE OF CUS_ID ' TO CUS-HSM-RPT-MRG-TEXT
       ELSE
          MOVE 'ABSORBED DUPLICATE CUS_ID     ' TO CUS-HSM-RPT-MRG-TEXT
       END-IF
       MOVE CUS-HSM-MRG-OTHER-ID TO CUS-HSM-RPT-MRG-ID
       WRITE CUS-HSM-RPT-LINE FROM CUS-HSM-RPT-MRG-DETAIL
          AFTER ADVANCING 1 LINE
       ADD 1 TO CUS-HSM-RPT-LINE-CNT
    END-IF

    IF CUS-HSM-ENT-BEF-DOB(CUS-HSM-PICK-IDX)
          NOT = CUS-HSM-ENT-AFT-DOB(CUS-HSM-PICK-IDX)
       MOVE CUS-HSM-ENT-BEF-DOB(CUS-HSM-PICK-IDX)
