000360*            TO THE RETROUT EXTRACT, WHICH IS WHAT SECURITY     *
000370*            ASKED FOR AFTER THE MARCH INCIDENT.                *
000380*                                                               *
000381* EVERY CUT RECORDS CONTROL TOTALS (RECORD COUNT AND HASH       *
000382* TOTAL, SEE ARCHCREC) FOR THE WHOLE HISTORY FILE ON ITS        *
000383* CATALOG ENTRY, SO ARCHVRFY CAN PROVE LATER THAT THE FILE IS   *
000384* STILL COMPLETE AND UNALTERED.                                 *
000385*                                                               *
000390* EVERY RUN PRINTS WHAT IT DID TO THE ARCHRPT REGISTER.         *
000400*---------------------------------------------------------------*
000410* MODIFICATION HISTORY.
000442*   09/02/2026  RMK  A STANDARD COMPLETION RECORD NOW GOES TO
000444*                    THE SHARED RUNLOG AT END OF RUN FOR THE
000446*                    CHAINRPT MORNING SEQUENCE REPORT.
000447*   10/15/2026  RMK  EVERY CUT NOW RECORDS A RECORD COUNT AND
000448*                    HASH TOTAL ON ITS CATALOG ENTRY FOR THE
000449*                    ARCHVRFY VERIFICATION.  CATALOG LAYOUT
000450*                    MOVED TO THE SHARED ARCHCREC COPYBOOK.
000451*---------------------------------------------------------------*
000460
000470 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
001020* ARCHIVE CATALOG - ONE RECORD PER DATED HISTORY FILE CUT.      *
001030*---------------------------------------------------------------*
001040 FD  CATALOG-FILE.
001050     COPY ARCHCREC.
001090
001100*---------------------------------------------------------------*
001110* CATALOG WORK FILE - KEPT ENTRIES STAGED HERE DURING A PURGE   *
001120* AND COPIED BACK, THE SAME PATTERN THE REJECT RECYCLE USES.    *
001130*---------------------------------------------------------------*
001140 FD  CATALOG-WORK-FILE.
001150 01  CATALOG-WORK-RECORD         PIC X(56).
001160
001170*---------------------------------------------------------------*
001180* A LIVE DAY FILE, OPENED BY LOGICAL NAME FROM THE TYPE TABLE.  *
001290 01  HISTORY-OUT-RECORD          PIC X(100).
001300
001310*---------------------------------------------------------------*
001320* A DATED AUDIT HISTORY FILE BEING READ BACK FOR RETRIEVAL, OR  *
001322* ANY DATED HISTORY FILE BEING READ BACK FOR ITS CONTROL        *
001324* TOTALS THROUGH THE GENERIC BUFFER.                            *
001330*---------------------------------------------------------------*
001340 FD  HISTORY-IN-FILE.
001350     COPY AUDITREC.
001352 01  HISTORY-IN-RECORD           PIC X(100).
001360
001370*---------------------------------------------------------------*
001380* RETRIEVAL EXTRACT - MATCHING AUDIT RECORDS.  THE SAME         *
002320
002330 77  GRT-ENTRY-CATALOGED-SW      PIC X(01) VALUE "N".
002340     88  GRT-ENTRY-CATALOGED               VALUE "Y".
002341
002342*---------------------------------------------------------------*
002343* CUT CONTROL TOTAL WORK AREAS.  THE HASH IS TAKEN OVER THE     *
002344* FULL 100-BYTE BUFFER, ONE COLUMN AT A TIME.                   *
002345*---------------------------------------------------------------*
002346 77  GRT-CUT-RECORD-COUNT        PIC 9(08) VALUE ZERO.
002347 77  GRT-CUT-HASH-TOTAL          PIC 9(15) VALUE ZERO.
002348 77  GRT-RECORD-HASH             PIC 9(08) VALUE ZERO.
002349 77  GRT-HASH-COLUMN             PIC 9(03) COMP VALUE ZERO.
002350 77  GRT-HASH-DIGIT              PIC 9(01) VALUE ZERO.
002351 77  GRT-HASH-RECORD             PIC X(100) VALUE SPACE.
002352
002360*---------------------------------------------------------------*
002370* RUN REGISTER PRINT LINES.                                     *
002380*---------------------------------------------------------------*
003550         UNTIL GRT-LIVE-EOF.
003560     CLOSE LIVE-FILE.
003570     CLOSE HISTORY-OUT-FILE.
003572     PERFORM 2250-TOTAL-HISTORY-FILE
003574         THRU 2250-TOTAL-HISTORY-FILE-EXIT.
003580     PERFORM 2300-ADD-CATALOG-ENTRY
003590         THRU 2300-ADD-CATALOG-ENTRY-EXIT.
003600     IF GRT-TYPE-PURGE-SW (GRT-TYPE-SUB) = "Y"
003690     MOVE GRT-RECORDS-COPIED TO RPT-ACTION-COUNT.
003700     PERFORM 8000-WRITE-ACTION-LINE
003710         THRU 8000-WRITE-ACTION-LINE-EXIT.
003712     MOVE "  CONTROL TOTAL - RECORDS CATALOGED"
003713         TO RPT-ACTION-TEXT.
003714     MOVE GRT-CUT-RECORD-COUNT TO RPT-ACTION-COUNT.
003716     PERFORM 8000-WRITE-ACTION-LINE
003718         THRU 8000-WRITE-ACTION-LINE-EXIT.
003720 2100-ARCHIVE-ONE-TYPE-EXIT.
003730     EXIT.
003740
003880         THRU 2150-READ-LIVE-RECORD-EXIT.
003890 2200-COPY-LIVE-RECORD-EXIT.
003900     EXIT.
003901
003902*=================================================================
003903* 2250-TOTAL-HISTORY-FILE - READ THE WHOLE HISTORY FILE BACK AND
003904* TAKE ITS CONTROL TOTALS.  THE WHOLE FILE, NOT JUST THIS CUT,
003905* BECAUSE A SECOND CUT ON THE SAME DAY EXTENDS THE SAME FILE
003906* UNDER THE SAME CATALOG ENTRY.
003907*=================================================================
003908 2250-TOTAL-HISTORY-FILE.
003909     MOVE ZERO TO GRT-CUT-RECORD-COUNT.
003910     MOVE ZERO TO GRT-CUT-HASH-TOTAL.
003911     MOVE GRT-HISTORY-OUT-NAME TO GRT-HISTORY-IN-NAME.
003912     OPEN INPUT HISTORY-IN-FILE.
003913     IF NOT GRT-HISTORY-IN-OK
003914         GO TO 2250-TOTAL-HISTORY-FILE-EXIT
003915     END-IF.
003916     PERFORM 2260-TOTAL-HISTORY-RECORD
003917         THRU 2260-TOTAL-HISTORY-RECORD-EXIT
003918         UNTIL GRT-HISTORY-IN-EOF.
003919     CLOSE HISTORY-IN-FILE.
003920 2250-TOTAL-HISTORY-FILE-EXIT.
003921     EXIT.
003922
003923 2260-TOTAL-HISTORY-RECORD.
003924     MOVE SPACE TO HISTORY-IN-RECORD.
003925     READ HISTORY-IN-FILE
003926         AT END
003927             MOVE "10" TO GRT-HISTORY-IN-STATUS
003928             GO TO 2260-TOTAL-HISTORY-RECORD-EXIT
003929     END-READ.
003930     ADD 1 TO GRT-CUT-RECORD-COUNT.
003931     MOVE HISTORY-IN-RECORD TO GRT-HASH-RECORD.
003932     PERFORM 8300-HASH-ONE-RECORD
003933         THRU 8300-HASH-ONE-RECORD-EXIT.
003934     ADD GRT-RECORD-HASH TO GRT-CUT-HASH-TOTAL.
003935 2260-TOTAL-HISTORY-RECORD-EXIT.
003936     EXIT.
003937
003938*=================================================================
003939* 2300-ADD-CATALOG-ENTRY - RECORD THE CUT AND ITS CONTROL TOTALS
003940* IN ARCHCAT.  WHEN AN ENTRY FOR THIS TYPE AND DATE IS ALREADY
003950* THERE (A SECOND CUT ON THE SAME DAY EXTENDED THE SAME HISTORY
003960* FILE, SO ONE ENTRY COVERS BOTH) ITS TOTALS ARE REPLACED BY
003962* THE NEW WHOLE-FILE TOTALS; THE CATALOG IS STAGED THROUGH
003964* CATWORK AND COPIED BACK, AS FOR A PURGE.
003970*=================================================================
003980 2300-ADD-CATALOG-ENTRY.
003990     MOVE "N" TO GRT-ENTRY-CATALOGED-SW.
004000     OPEN INPUT CATALOG-FILE.
004010     IF GRT-CATALOG-OK
004012         OPEN OUTPUT CATALOG-WORK-FILE
004020         PERFORM 2350-SCAN-CATALOG-ENTRY
004030             THRU 2350-SCAN-CATALOG-ENTRY-EXIT
004040             UNTIL GRT-CATALOG-EOF
004050         CLOSE CATALOG-FILE
004052         CLOSE CATALOG-WORK-FILE
004060     END-IF.
004070     IF GRT-ENTRY-CATALOGED
004072         PERFORM 3300-REWRITE-CATALOG
004074             THRU 3300-REWRITE-CATALOG-EXIT
004080         GO TO 2300-ADD-CATALOG-ENTRY-EXIT
004090     END-IF.
004100     OPEN EXTEND CATALOG-FILE.
004150     MOVE GRT-TYPE-NAME (GRT-TYPE-SUB) TO CAT-FILE-TYPE.
004160     MOVE GRT-TODAY TO CAT-CUT-DATE.
004170     MOVE GRT-HISTORY-OUT-NAME TO CAT-FILE-NAME.
004172     MOVE GRT-CUT-RECORD-COUNT TO CAT-RECORD-COUNT.
004174     MOVE GRT-CUT-HASH-TOTAL TO CAT-HASH-TOTAL.
004180     WRITE CATALOG-RECORD.
004190     CLOSE CATALOG-FILE.
004200 2300-ADD-CATALOG-ENTRY-EXIT.
004290     IF CAT-FILE-TYPE = GRT-TYPE-NAME (GRT-TYPE-SUB)
004300             AND CAT-CUT-DATE = GRT-TODAY
004310         SET GRT-ENTRY-CATALOGED TO TRUE
004312         MOVE GRT-CUT-RECORD-COUNT TO CAT-RECORD-COUNT
004314         MOVE GRT-CUT-HASH-TOTAL TO CAT-HASH-TOTAL
004320     END-IF.
004322     MOVE CATALOG-RECORD TO CATALOG-WORK-RECORD.
004324     WRITE CATALOG-WORK-RECORD.
004330 2350-SCAN-CATALOG-ENTRY-EXIT.
004340     EXIT.
004350
006160     WRITE REPORT-LINE.
006170 8000-WRITE-ACTION-LINE-EXIT.
006180     EXIT.
006181
006182*=================================================================
006183* 8300-HASH-ONE-RECORD - THE HASH OF ONE RECORD IN
006184* GRT-HASH-RECORD: EVERY DIGIT TIMES ITS COLUMN NUMBER, SUMMED.
006185* ARCHVRFY AND ERASURE TAKE THE SAME HASH THE SAME WAY, SO
006186* THE THREE MUST BE CHANGED TOGETHER OR NOT AT ALL.
006187*=================================================================
006188 8300-HASH-ONE-RECORD.
006189     MOVE ZERO TO GRT-RECORD-HASH.
006190     PERFORM 8310-HASH-ONE-COLUMN
006191         THRU 8310-HASH-ONE-COLUMN-EXIT
006192         VARYING GRT-HASH-COLUMN FROM 1 BY 1
006193         UNTIL GRT-HASH-COLUMN > 100.
006194 8300-HASH-ONE-RECORD-EXIT.
006195     EXIT.
006196
006197 8310-HASH-ONE-COLUMN.
006198     IF GRT-HASH-RECORD(GRT-HASH-COLUMN:1) IS NUMERIC
006199         MOVE GRT-HASH-RECORD(GRT-HASH-COLUMN:1) TO GRT-HASH-DIGIT
006200         COMPUTE GRT-RECORD-HASH = GRT-RECORD-HASH
006201             + GRT-HASH-DIGIT * GRT-HASH-COLUMN
006202     END-IF.
006203 8310-HASH-ONE-COLUMN-EXIT.
006204     EXIT.
006205
006206*=================================================================
006210* 9000-TERMINATE.
006220*=================================================================
006230 9000-TERMINATE.
