000362*   09/02/2026  RMK  A STANDARD COMPLETION RECORD NOW GOES TO
000364*                    THE SHARED RUNLOG AT END OF RUN FOR THE
000366*                    CHAINRPT MORNING SEQUENCE REPORT.
000367*   10/15/2026  RMK  STAGED BEFORE-IMAGES WIDENED WITH THE
000368*                    EMPLOYEE MASTER FOR THE HR COST CENTER.
000369*   10/15/2026  RMK  JOURNAL ENTRIES PSEUDONYMIZED BY ERASURE
000370*                    ARE NOTED ON THE REGISTER AND NEVER PUT
000371*                    BACK ON THE MASTER.
000372*---------------------------------------------------------------*
000380
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
001320         10  GRT-STAGE-ACTION    PIC X(01).
001330         10  GRT-STAGE-ID        PIC X(08).
001340         10  GRT-STAGE-FLAG      PIC X(01).
001350         10  GRT-STAGE-IMAGE     PIC X(77).
001360
001370*---------------------------------------------------------------*
001380* RUN TOTALS.                                                   *
003410* 3100-REVERSE-ONE-ENTRY - UNDO ONE JOURNAL ENTRY: AN ADD IS
003420* DELETED, A CHANGE OR DELETE GETS ITS BEFORE-IMAGE PUT BACK.
003430* A MASTER ALREADY IN THE EXPECTED STATE (HAND REPAIR, PARTIAL
003440* PRIOR BACKOUT) IS NOTED ON THE REGISTER, NOT AN ERROR.  AN
003442* ENTRY ERASURE HAS PSEUDONYMIZED (PRIOR FLAG "E") BELONGS TO
003444* SOMEONE WHO HAS ASKED TO BE FORGOTTEN AND IS NEVER PUT BACK.
003450*=================================================================
003460 3100-REVERSE-ONE-ENTRY.
003470     MOVE GRT-STAGE-ACTION (GRT-STAGE-SUB) TO RGD-ACTION-CODE.
003480     MOVE GRT-STAGE-ID (GRT-STAGE-SUB) TO RGD-EMPLOYEE-ID.
003482     IF GRT-STAGE-FLAG (GRT-STAGE-SUB) = "E"
003484         MOVE "ERASED EMPLOYEE - NOT RESTORED"
003486             TO RGD-REVERSAL-TEXT
003488         ADD 1 TO GRT-REVERSAL-NOTES
003490         GO TO 3100-REVERSE-ONE-ENTRY-NEXT
003492     END-IF.
003494     EVALUATE GRT-STAGE-ACTION (GRT-STAGE-SUB)
003500         WHEN "A"
003510             PERFORM 3200-REVERSE-ADD
003520                 THRU 3200-REVERSE-ADD-EXIT
003540             PERFORM 3300-RESTORE-PRIOR-IMAGE
003550                 THRU 3300-RESTORE-PRIOR-IMAGE-EXIT
003560     END-EVALUATE.
003565 3100-REVERSE-ONE-ENTRY-NEXT.
003570     MOVE GRT-REGISTER-DETAIL TO REGISTER-LINE.
003580     WRITE REGISTER-LINE.
003590 3100-REVERSE-ONE-ENTRY-EXIT.
