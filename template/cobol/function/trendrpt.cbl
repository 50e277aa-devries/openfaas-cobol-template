000362*   09/02/2026  RMK  A STANDARD COMPLETION RECORD NOW GOES TO
000364*                    THE SHARED RUNLOG AT END OF RUN FOR THE
000366*                    CHAINRPT MORNING SEQUENCE REPORT.
000367*   10/15/2026  RMK  ARCHIVE CATALOG LAYOUT NOW COPIED FROM
000368*                    ARCHCREC - THE CATALOG CARRIES CONTROL
000369*                    TOTALS FOR EVERY CUT.
000370*---------------------------------------------------------------*
000380
000390 ENVIRONMENT DIVISION.
000740* HISTORY FILE CUT.                                             *
000750*---------------------------------------------------------------*
000760 FD  CATALOG-FILE.
000770     COPY ARCHCREC.
000810
000820*---------------------------------------------------------------*
000830* A DATED AUDIT HISTORY FILE BEING READ BACK.                   *
