 01  CUS-ARC-HNEW-REC                    PIC X(404).

 FD  AUDITLOG-FILE.
 01  CUS-ARC-AUD-REC                     PIC X(734).

 FD  AUDARCH-FILE.
 01  CUS-ARC-AARC-REC                    PIC X(734).

 FD  AUDNEW-FILE.
 01  CUS-ARC-ANEW-REC                    PIC X(734).

 WORKING-STORAGE SECTION.

