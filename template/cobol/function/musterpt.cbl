000352*   09/02/2026  RMK  A STANDARD COMPLETION RECORD NOW GOES TO
000354*                    THE SHARED RUNLOG AT END OF RUN FOR THE
000356*                    CHAINRPT MORNING SEQUENCE REPORT.
000357*   10/15/2026  RMK  GREETDAY RECORD NOW CARRIES THE FIRST-
000358*                    GREETING SITE ID, TO MATCH HANDLER.
000360*---------------------------------------------------------------*
000370
000380 ENVIRONMENT DIVISION.
000850         10  GD-EMPLOYEE-ID      PIC X(08).
000860         10  GD-GREET-DATE       PIC 9(08).
000870     05  GD-FIRST-GREET-TIME     PIC X(21).
000872     05  GD-FIRST-SITE-ID        PIC X(03).
000880
000890*---------------------------------------------------------------*
000900* EMPLOYEE MASTER - EMPLOYEE BADGE RESOLUTION.                  *
