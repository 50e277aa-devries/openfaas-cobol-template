000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CHGBACK.
000120 AUTHOR. D-SHIFT-APPLICATIONS.
000130 INSTALLATION. CORPORATE-FACILITIES-IT.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*---------------------------------------------------------------*
000170* CHGBACK                                                       *
000180* MONTHLY LOBBY CHARGEBACK FROM THE ARCHIVE CATALOG.  FINANCE   *
000190* SPLITS THE COST OF EACH LOBBY ACROSS THE DEPARTMENTS WHOSE    *
000200* PEOPLE AND VISITORS IT GREETED; THIS PROGRAM GIVES THEM THE   *
000210* SPLIT WITHOUT ANYONE COUNTING DATED HISTORY FILES BY HAND.    *
000220*                                                               *
000230* THE CONTROL FILE (CHGCTL) NAMES THE BILLING MONTH AS YYYYMM;  *
000240* A MISSING OR ZERO CARD BILLS THE CALENDAR MONTH BEFORE THE    *
000250* RUN DATE, WHICH IS THE NORMAL FIRST-OF-MONTH RUN.  EVERY      *
000260* ARCHCAT AUDIT ENTRY CUT IN THAT MONTH IS READ BACK FROM ITS   *
000270* DATED AUDHIST FILE (AUDITREC LAYOUT) AND EVERY GREETING -     *
000280* DISPOSITION "G" - IS CHARGED TO A COST CENTER UNDER ITS       *
000290* AUD-SITE-ID.  AN EMPLOYEE'S GREETING IS CHARGED TO THE        *
000300* EM-COST-CENTER ON EMPMAST; A VISITOR'S GREETING IS CHARGED TO *
000310* THE HOST'S, TAKEN FROM THE HOST EMPLOYEE ID HANDLER WROTE ON  *
000312* THE AUDIT RECORD.  CUTS FROM BEFORE THAT COLUMN EXISTED FALL  *
000314* BACK TO VR-HOST-EMPLOYEE-ID ON VISREG.  COST CENTERS ARE      *
000320* TAKEN FROM THE MASTER AS IT STANDS WHEN THE RUN IS MADE.  A   *
000330* GREETING THAT CANNOT BE CARRIED THROUGH TO A COST CENTER -    *
000340* BADGE OR HOST GONE FROM EMPMAST, AN OLD VISITOR RECORD GONE   *
000350* FROM VISREG, OR NO COST CENTER ON THE MASTER YET - IS         *
000360* CHARGED TO THE "*NONE*" UNASSIGNED LINE AND COUNTED BY CAUSE  *
000370* IN THE RUN TOTALS, SO EVERY GREETING IS BILLED SOMEWHERE.     *
000380*                                                               *
000390* THE REPORT (CHGRPT) PRINTS ONE LINE PER COST CENTER WITHIN    *
000400* EACH SITE WITH ITS PERCENTAGE SHARE OF THAT SITE'S GREETINGS, *
000410* AND THE FINANCE INTERFACE EXTRACT (CHGEXT) CARRIES THE SAME   *
000420* LINES AS FIXED-FORMAT RECORDS FOR THE LEDGER LOAD.            *
000430*---------------------------------------------------------------*
000440* MODIFICATION HISTORY.
000450*   10/15/2026  RMK  ORIGINAL PROGRAM - HR COST CENTERS ARE NOW
000460*                    CARRIED ON THE EMPLOYEE MASTER, SO FINANCE
000470*                    CAN BILL THE LOBBIES BY DEPARTMENT.
000472*   10/15/2026  RMK  ARCHIVE CATALOG LAYOUT NOW COPIED FROM
000474*                    ARCHCREC - THE CATALOG CARRIES CONTROL
000476*                    TOTALS FOR EVERY CUT.
000477*   10/15/2026  RMK  A VISITOR GREETING IS BILLED TO THE HOST ON
000478*                    ITS AUDIT RECORD; VISREG IS READ ONLY FOR
000479*                    OLDER CUTS THAT DO NOT CARRY THE HOST, SINCE
000480*                    VISMAINT PURGES EXPIRED ENTRIES.
000481*---------------------------------------------------------------*
000490
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 SOURCE-COMPUTER. GENERIC-LINUX.
000530 OBJECT-COMPUTER. GENERIC-LINUX.
000540
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT CONTROL-FILE ASSIGN TO "CHGCTL"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS GRT-CONTROL-STATUS.
000600
000610     SELECT CATALOG-FILE ASSIGN TO "ARCHCAT"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS GRT-CATALOG-STATUS.
000640
000650     SELECT HISTORY-IN-FILE ASSIGN USING GRT-HISTORY-IN-NAME
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS GRT-HISTORY-IN-STATUS.
000680
000690     SELECT REPORT-FILE ASSIGN TO "CHGRPT"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS GRT-REPORT-STATUS.
000720
000730     SELECT EXTRACT-FILE ASSIGN TO "CHGEXT"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS GRT-EXTRACT-STATUS.
000760
000770     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS GRT-RUNLOG-STATUS.
000800
000810     SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
000820         ORGANIZATION IS INDEXED
000830         ACCESS MODE IS RANDOM
000840         RECORD KEY IS EM-EMPLOYEE-ID
000850         FILE STATUS IS GRT-EMPMAST-STATUS.
000860
000870     SELECT VISITOR-REG-FILE ASSIGN TO "VISREG"
000880         ORGANIZATION IS INDEXED
000890         ACCESS MODE IS RANDOM
000900         RECORD KEY IS VR-BADGE-ID
000910         FILE STATUS IS GRT-VISREG-STATUS.
000920
000930     SELECT COST-CENTER-FILE ASSIGN TO "COSTCTR"
000940         ORGANIZATION IS INDEXED
000950         ACCESS MODE IS RANDOM
000960         RECORD KEY IS CC-COST-CENTER
000970         FILE STATUS IS GRT-COSTCTR-STATUS.
000980
000990 DATA DIVISION.
001000 FILE SECTION.
001010*---------------------------------------------------------------*
001020* RUN CONTROL - THE BILLING MONTH, YYYYMM.                      *
001030*---------------------------------------------------------------*
001040 FD  CONTROL-FILE.
001050 01  CONTROL-RECORD.
001060     05  CTL-BILLING-MONTH       PIC 9(06).
001070
001080*---------------------------------------------------------------*
001090* ARCHIVE CATALOG WRITTEN BY ARCHPURG - ONE RECORD PER DATED    *
001100* HISTORY FILE CUT.                                             *
001110*---------------------------------------------------------------*
001120 FD  CATALOG-FILE.
001130     COPY ARCHCREC.
001170
001180*---------------------------------------------------------------*
001190* A DATED AUDIT HISTORY FILE BEING READ BACK.                   *
001200*---------------------------------------------------------------*
001210 FD  HISTORY-IN-FILE.
001220     COPY AUDITREC.
001230
001240*---------------------------------------------------------------*
001250* CHARGEBACK REPORT.                                            *
001260*---------------------------------------------------------------*
001270 FD  REPORT-FILE.
001280 01  REPORT-LINE                 PIC X(80).
001290
001300*---------------------------------------------------------------*
001310* FINANCE INTERFACE EXTRACT - ONE RECORD PER COST CENTER PER    *
001320* SITE FOR THE BILLING MONTH.  THE SHARE IS THE COST CENTER'S   *
001330* PERCENTAGE OF THE SITE'S GREETINGS, TWO IMPLIED DECIMALS.     *
001340*---------------------------------------------------------------*
001350 FD  EXTRACT-FILE.
001360 01  EXTRACT-RECORD.
001370     05  CHX-BILLING-MONTH       PIC 9(06).
001380     05  CHX-SITE-ID             PIC X(03).
001390     05  CHX-COST-CENTER         PIC X(06).
001400     05  CHX-GREETINGS           PIC 9(08).
001410     05  CHX-SITE-GREETINGS      PIC 9(08).
001420     05  CHX-SHARE-PCT           PIC 9(03)V99.
001430
001440*---------------------------------------------------------------*
001450* SHARED RUN LOG - ONE COMPLETION RECORD APPENDED PER RUN FOR   *
001460* THE CHAINRPT MORNING SEQUENCE REPORT.                         *
001470*---------------------------------------------------------------*
001480 FD  RUN-LOG-FILE.
001490     COPY RUNLGREC.
001500
001510*---------------------------------------------------------------*
001520* EMPLOYEE MASTER - READ ONLY, FOR THE EMPLOYEE'S OR HOST'S     *
001530* COST CENTER.                                                  *
001540*---------------------------------------------------------------*
001550 FD  EMPLOYEE-MASTER-FILE.
001560     COPY EMPMREC.
001570
001580*---------------------------------------------------------------*
001590* VISITOR PRE-REGISTRATION - READ ONLY, FOR THE HOSTING         *
001600* EMPLOYEE OF A VISITOR BADGE.                                  *
001610*---------------------------------------------------------------*
001620 FD  VISITOR-REG-FILE.
001630 01  VISITOR-REG-RECORD.
001640     05  VR-BADGE-ID             PIC X(08).
001650     05  VR-DISPLAY-NAME         PIC X(30).
001660     05  VR-HOST-EMPLOYEE-ID     PIC X(08).
001670     05  VR-VALID-FROM           PIC 9(08).
001680     05  VR-VALID-TO             PIC 9(08).
001690     05  VR-LANGUAGE-CODE        PIC X(02).
001700
001710*---------------------------------------------------------------*
001720* COST-CENTER TABLE - READ ONLY, FOR THE PRINTED DESCRIPTIONS.  *
001730*---------------------------------------------------------------*
001740 FD  COST-CENTER-FILE.
001750     COPY COSTCREC.
001760
001770 WORKING-STORAGE SECTION.
001780*---------------------------------------------------------------*
001790* FILE STATUS FIELDS AND THEIR ASSOCIATED CONDITION NAMES.      *
001800*---------------------------------------------------------------*
001810 77  GRT-CONTROL-STATUS          PIC X(02) VALUE "00".
001820     88  GRT-CONTROL-OK                    VALUE "00".
001830
001840 77  GRT-CATALOG-STATUS          PIC X(02) VALUE "00".
001850     88  GRT-CATALOG-OK                    VALUE "00".
001860     88  GRT-CATALOG-EOF                   VALUE "10".
001870
001880 77  GRT-HISTORY-IN-STATUS       PIC X(02) VALUE "00".
001890     88  GRT-HISTORY-IN-OK                 VALUE "00".
001900     88  GRT-HISTORY-IN-EOF                VALUE "10".
001910
001920 77  GRT-REPORT-STATUS           PIC X(02) VALUE "00".
001930 77  GRT-EXTRACT-STATUS          PIC X(02) VALUE "00".
001940 77  GRT-RUNLOG-STATUS           PIC X(02) VALUE "00".
001950
001960 77  GRT-EMPMAST-STATUS          PIC X(02) VALUE "00".
001970     88  GRT-EMPMAST-OK                    VALUE "00".
001980
001990 77  GRT-VISREG-STATUS           PIC X(02) VALUE "00".
002000     88  GRT-VISREG-OK                     VALUE "00".
002010
002020 77  GRT-COSTCTR-STATUS          PIC X(02) VALUE "00".
002030     88  GRT-COSTCTR-OK                    VALUE "00".
002040
002050*---------------------------------------------------------------*
002060* DYNAMIC FILE NAME AND SWITCHES.                               *
002070*---------------------------------------------------------------*
002080 77  GRT-HISTORY-IN-NAME         PIC X(17) VALUE SPACE.
002090
002100 77  GRT-CONTROL-PRESENT-SW      PIC X(01) VALUE "N".
002110     88  GRT-CONTROL-PRESENT               VALUE "Y".
002120
002130 77  GRT-EMPMAST-PRESENT-SW      PIC X(01) VALUE "N".
002140     88  GRT-EMPMAST-PRESENT               VALUE "Y".
002150
002160 77  GRT-VISREG-PRESENT-SW       PIC X(01) VALUE "N".
002170     88  GRT-VISREG-PRESENT                VALUE "Y".
002180
002190 77  GRT-COSTCTR-PRESENT-SW      PIC X(01) VALUE "N".
002200     88  GRT-COSTCTR-PRESENT               VALUE "Y".
002210
002220 77  GRT-SITE-FOUND-SW           PIC X(01) VALUE "N".
002230     88  GRT-SITE-FOUND                    VALUE "Y".
002240
002250 77  GRT-ROW-FOUND-SW            PIC X(01) VALUE "N".
002260     88  GRT-ROW-FOUND                     VALUE "Y".
002270
002280 77  GRT-ROW-OVERFLOW-SW         PIC X(01) VALUE "N".
002290     88  GRT-ROW-OVERFLOW                  VALUE "Y".
002300
002310*---------------------------------------------------------------*
002320* BILLING MONTH AND THE CUT-DATE RANGE IT COVERS.               *
002330*---------------------------------------------------------------*
002340 01  GRT-BILLING-MONTH-FIELDS.
002350     05  GRT-BILLING-YEAR        PIC 9(04).
002360     05  GRT-BILLING-MM          PIC 9(02).
002370 01  GRT-BILLING-MONTH REDEFINES GRT-BILLING-MONTH-FIELDS
002380                                 PIC 9(06).
002390
002400 77  GRT-MONTH-FROM-DATE         PIC 9(08) VALUE ZERO.
002410 77  GRT-MONTH-TO-DATE           PIC 9(08) VALUE ZERO.
002420
002430*---------------------------------------------------------------*
002440* SITE TABLE - ONE SLOT PER AUD-SITE-ID SEEN, HOLDING THE       *
002450* SITE'S GREETING TOTAL THAT EACH COST CENTER'S SHARE IS TAKEN  *
002460* OF.  A HANDFUL OF LOBBIES IS WELL INSIDE THE SLOT COUNT.      *
002470*---------------------------------------------------------------*
002480 77  GRT-SITE-MAX                PIC 9(03) COMP VALUE 50.
002490 77  GRT-SITE-USED               PIC 9(03) COMP VALUE ZERO.
002500 77  GRT-SITE-SUB                PIC 9(03) COMP VALUE ZERO.
002510 77  GRT-SITE-SCAN-SUB           PIC 9(03) COMP VALUE ZERO.
002520
002530 01  GRT-SITE-TABLE.
002540     05  GRT-SITE-ENTRY OCCURS 50 TIMES.
002550         10  GRT-SITE-ID         PIC X(03).
002560         10  GRT-SITE-GREETINGS  PIC 9(08).
002570
002580*---------------------------------------------------------------*
002590* SITE/COST-CENTER CHARGE TABLE - ONE ROW PER SITE AND COST     *
002600* CENTER SEEN, BUILT IN CATALOG ORDER.  ANYTHING BEYOND THE     *
002610* SLOT COUNT IS COMBINED INTO AN OVERFLOW LINE RATHER THAN      *
002620* BEING DROPPED.                                                *
002630*---------------------------------------------------------------*
002640 77  GRT-ROW-MAX                 PIC 9(04) COMP VALUE 1000.
002650 77  GRT-ROW-USED                PIC 9(04) COMP VALUE ZERO.
002660 77  GRT-ROW-SUB                 PIC 9(04) COMP VALUE ZERO.
002670 77  GRT-ROW-SCAN-SUB            PIC 9(04) COMP VALUE ZERO.
002680
002690 01  GRT-CHARGE-TABLE.
002700     05  GRT-CHARGE-ROW OCCURS 1000 TIMES.
002710         10  GRT-ROW-SITE        PIC X(03).
002720         10  GRT-ROW-COST-CENTER PIC X(06).
002730         10  GRT-ROW-GREETINGS   PIC 9(08).
002740
002750 77  GRT-OVER-GREETINGS          PIC 9(08) VALUE ZERO.
002760
002770*---------------------------------------------------------------*
002780* RUN TOTALS AND WORK AREAS.                                    *
002790*---------------------------------------------------------------*
002800 77  GRT-FILES-READ              PIC 9(08) VALUE ZERO.
002810 77  GRT-RECORDS-READ            PIC 9(08) VALUE ZERO.
002820 77  GRT-GREETINGS-CHARGED       PIC 9(08) VALUE ZERO.
002830 77  GRT-NO-MASTER-COUNT         PIC 9(08) VALUE ZERO.
002840 77  GRT-NO-VISREG-COUNT         PIC 9(08) VALUE ZERO.
002850 77  GRT-BLANK-CENTER-COUNT      PIC 9(08) VALUE ZERO.
002860 77  GRT-EXTRACT-WRITTEN         PIC 9(08) VALUE ZERO.
002870 77  GRT-CURRENT-DATE-TIME       PIC X(21) VALUE SPACE.
002880 77  GRT-START-TIMESTAMP         PIC X(21) VALUE SPACE.
002890 77  GRT-CHARGE-EMPLOYEE-ID      PIC X(08) VALUE SPACE.
002900 77  GRT-CHARGE-COST-CENTER      PIC X(06) VALUE SPACE.
002910 77  GRT-SHARE-PCT               PIC 9(03)V99 VALUE ZERO.
002920
002930*---------------------------------------------------------------*
002940* REPORT PRINT LINES.                                           *
002950*---------------------------------------------------------------*
002960 01  GRT-REPORT-HEADING.
002970     05  FILLER                  PIC X(44)
002980         VALUE "LOBBY GREETING CHARGEBACK FOR BILLING MONTH ".
002990     05  RPT-BILLING-MONTH       PIC 9(06).
003000     05  FILLER                  PIC X(30) VALUE SPACE.
003010
003020 01  GRT-REPORT-NO-CATALOG-LINE.
003030     05  FILLER                  PIC X(40)
003040         VALUE "NO ARCHIVE CATALOG (ARCHCAT) FOUND -".
003050     05  FILLER                  PIC X(40)
003060         VALUE " NOTHING TO CHARGE".
003070
003080 01  GRT-REPORT-MISSING-LINE.
003090     05  FILLER                  PIC X(31)
003100         VALUE "CATALOGED FILE COULD NOT OPEN -".
003110     05  FILLER                  PIC X(01) VALUE SPACE.
003120     05  RPT-MISSING-NAME        PIC X(17).
003130     05  FILLER                  PIC X(31) VALUE SPACE.
003140
003150 01  GRT-REPORT-COLUMN-HEADS.
003160     05  FILLER                  PIC X(06) VALUE "SITE".
003170     05  FILLER                  PIC X(08) VALUE "COST CTR".
003180     05  FILLER                  PIC X(33) VALUE "  DESCRIPTION".
003190     05  FILLER                  PIC X(07) VALUE "  GREET".
003200     05  FILLER                  PIC X(08) VALUE "  SHARE%".
003210     05  FILLER                  PIC X(18) VALUE SPACE.
003220
003230 01  GRT-REPORT-DETAIL.
003240     05  RPT-ROW-SITE            PIC X(03).
003250     05  FILLER                  PIC X(03) VALUE SPACE.
003260     05  RPT-ROW-COST-CENTER     PIC X(06).
003270     05  FILLER                  PIC X(04) VALUE SPACE.
003280     05  RPT-ROW-DESCRIPTION     PIC X(30).
003290     05  FILLER                  PIC X(01) VALUE SPACE.
003300     05  RPT-ROW-GREETINGS       PIC ZZZ,ZZ9.
003310     05  FILLER                  PIC X(02) VALUE SPACE.
003320     05  RPT-ROW-SHARE           PIC ZZ9.99.
003330     05  FILLER                  PIC X(19) VALUE SPACE.
003340
003350 01  GRT-REPORT-SITE-TOTAL-LINE.
003360     05  FILLER                  PIC X(16) VALUE SPACE.
003370     05  FILLER                  PIC X(11) VALUE "SITE TOTAL ".
003380     05  RPT-SITE-TOTAL-ID       PIC X(03).
003390     05  FILLER                  PIC X(17) VALUE SPACE.
003400     05  RPT-SITE-GREETINGS      PIC ZZZ,ZZ9.
003410     05  FILLER                  PIC X(26) VALUE SPACE.
003420
003430 01  GRT-REPORT-OVERFLOW-TAG.
003440     05  FILLER                  PIC X(80)
003450         VALUE "** MORE SITE/COST-CENTER ROWS THAN TABLE SLOTS - C
003460-        "OMBINED BELOW".
003470
003480 01  GRT-REPORT-OVERFLOW-LINE.
003490     05  FILLER                  PIC X(16) VALUE "COMBINED   **".
003500     05  FILLER                  PIC X(31)
003510         VALUE "NOT SPLIT - NOT ON EXTRACT".
003520     05  RPT-OVER-GREETINGS      PIC ZZZ,ZZ9.
003530     05  FILLER                  PIC X(26) VALUE SPACE.
003540
003550 01  GRT-REPORT-FILES-LINE.
003560     05  FILLER                  PIC X(28)
003570         VALUE "HISTORY FILES READ . . . . .".
003580     05  RPT-FILES-READ          PIC ZZZ,ZZ9.
003590     05  FILLER                 PIC X(45) VALUE SPACE.
003600
003610 01  GRT-REPORT-RECORDS-LINE.
003620     05  FILLER                  PIC X(28)
003630         VALUE "AUDIT RECORDS READ . . . . .".
003640     05  RPT-RECORDS-READ        PIC ZZZ,ZZ9.
003650     05  FILLER                 PIC X(45) VALUE SPACE.
003660
003670 01  GRT-REPORT-CHARGED-LINE.
003680     05  FILLER                  PIC X(28)
003690         VALUE "GREETINGS CHARGED. . . . . .".
003700     05  RPT-GREETINGS-CHARGED   PIC ZZZ,ZZ9.
003710     05  FILLER                 PIC X(45) VALUE SPACE.
003720
003730 01  GRT-REPORT-NO-MASTER-LINE.
003740     05  FILLER                  PIC X(28)
003750         VALUE "  UNASSIGNED, NO EMPMAST . .".
003760     05  RPT-NO-MASTER-COUNT     PIC ZZZ,ZZ9.
003770     05  FILLER                 PIC X(45) VALUE SPACE.
003780
003790 01  GRT-REPORT-NO-VISREG-LINE.
003800     05  FILLER                  PIC X(28)
003810         VALUE "  UNASSIGNED, NO VISREG. . .".
003820     05  RPT-NO-VISREG-COUNT     PIC ZZZ,ZZ9.
003830     05  FILLER                 PIC X(45) VALUE SPACE.
003840
003850 01  GRT-REPORT-BLANK-CENTER-LINE.
003860     05  FILLER                  PIC X(28)
003870         VALUE "  UNASSIGNED, NO COST CTR. .".
003880     05  RPT-BLANK-CENTER-COUNT  PIC ZZZ,ZZ9.
003890     05  FILLER                 PIC X(45) VALUE SPACE.
003900
003910 01  GRT-REPORT-EXTRACT-LINE.
003920     05  FILLER                  PIC X(28)
003930         VALUE "EXTRACT RECORDS WRITTEN. . .".
003940     05  RPT-EXTRACT-WRITTEN     PIC ZZZ,ZZ9.
003950     05  FILLER                 PIC X(45) VALUE SPACE.
003960
003970 PROCEDURE DIVISION.
003980*=================================================================
003990* 0000-MAINLINE.
004000*=================================================================
004010 0000-MAINLINE.
004020     PERFORM 1000-INITIALIZE
004030         THRU 1000-INITIALIZE-EXIT.
004040     PERFORM 2000-WALK-CATALOG
004050         THRU 2000-WALK-CATALOG-EXIT.
004060     PERFORM 3000-WRITE-CHARGEBACK
004070         THRU 3000-WRITE-CHARGEBACK-EXIT.
004080     PERFORM 9000-TERMINATE
004090         THRU 9000-TERMINATE-EXIT.
004100     STOP RUN.
004110
004120*=================================================================
004130* 1000-INITIALIZE - SETTLE THE BILLING MONTH, OPEN THE MASTERS,
004140* AND START THE REPORT AND EXTRACT.  A MISSING OR ZERO CONTROL
004150* CARD BILLS THE MONTH BEFORE THE RUN DATE.  THE MASTERS ARE
004160* READ ONLY; ONE THAT IS ABSENT SIMPLY SENDS EVERY GREETING IT
004170* WOULD HAVE RESOLVED TO THE UNASSIGNED LINE.
004180*=================================================================
004190 1000-INITIALIZE.
004200     MOVE FUNCTION CURRENT-DATE TO GRT-CURRENT-DATE-TIME.
004210     MOVE GRT-CURRENT-DATE-TIME TO GRT-START-TIMESTAMP.
004220     MOVE ZERO TO CTL-BILLING-MONTH.
004230     OPEN INPUT CONTROL-FILE.
004240     IF GRT-CONTROL-OK
004250         SET GRT-CONTROL-PRESENT TO TRUE
004260         READ CONTROL-FILE
004270             AT END
004280                 MOVE ZERO TO CTL-BILLING-MONTH
004290         END-READ
004300     END-IF.
004310     IF CTL-BILLING-MONTH NOT NUMERIC
004320         MOVE ZERO TO CTL-BILLING-MONTH
004330     END-IF.
004340     IF CTL-BILLING-MONTH = ZERO
004350         PERFORM 1100-DEFAULT-PRIOR-MONTH
004360             THRU 1100-DEFAULT-PRIOR-MONTH-EXIT
004370     ELSE
004380         MOVE CTL-BILLING-MONTH TO GRT-BILLING-MONTH
004390     END-IF.
004400     COMPUTE GRT-MONTH-FROM-DATE = GRT-BILLING-MONTH * 100 + 1.
004410     COMPUTE GRT-MONTH-TO-DATE = GRT-BILLING-MONTH * 100 + 31.
004420     OPEN INPUT EMPLOYEE-MASTER-FILE.
004430     IF GRT-EMPMAST-OK
004440         SET GRT-EMPMAST-PRESENT TO TRUE
004450     END-IF.
004460     OPEN INPUT VISITOR-REG-FILE.
004470     IF GRT-VISREG-OK
004480         SET GRT-VISREG-PRESENT TO TRUE
004490     END-IF.
004500     OPEN INPUT COST-CENTER-FILE.
004510     IF GRT-COSTCTR-OK
004520         SET GRT-COSTCTR-PRESENT TO TRUE
004530     END-IF.
004540     OPEN OUTPUT REPORT-FILE.
004550     OPEN OUTPUT EXTRACT-FILE.
004560     MOVE GRT-BILLING-MONTH TO RPT-BILLING-MONTH.
004570     MOVE GRT-REPORT-HEADING TO REPORT-LINE.
004580     WRITE REPORT-LINE.
004590     MOVE SPACE TO REPORT-LINE.
004600     WRITE REPORT-LINE.
004610 1000-INITIALIZE-EXIT.
004620     EXIT.
004630
004640*=================================================================
004650* 1100-DEFAULT-PRIOR-MONTH - THE CALENDAR MONTH BEFORE THE RUN
004660* DATE, STEPPING BACK OVER THE YEAR END IN JANUARY.
004670*=================================================================
004680 1100-DEFAULT-PRIOR-MONTH.
004690     MOVE GRT-CURRENT-DATE-TIME(1:4) TO GRT-BILLING-YEAR.
004700     MOVE GRT-CURRENT-DATE-TIME(5:2) TO GRT-BILLING-MM.
004710     IF GRT-BILLING-MM = 1
004720         SUBTRACT 1 FROM GRT-BILLING-YEAR
004730         MOVE 12 TO GRT-BILLING-MM
004740     ELSE
004750         SUBTRACT 1 FROM GRT-BILLING-MM
004760     END-IF.
004770 1100-DEFAULT-PRIOR-MONTH-EXIT.
004780     EXIT.
004790
004800*=================================================================
004810* 2000-WALK-CATALOG - WALK EVERY ARCHCAT ENTRY AND CHARGE EACH
004820* AUDIT CUT INSIDE THE BILLING MONTH.
004830*=================================================================
004840 2000-WALK-CATALOG.
004850     OPEN INPUT CATALOG-FILE.
004860     IF NOT GRT-CATALOG-OK
004870         MOVE GRT-REPORT-NO-CATALOG-LINE TO REPORT-LINE
004880         WRITE REPORT-LINE
004890         GO TO 2000-WALK-CATALOG-EXIT
004900     END-IF.
004910     PERFORM 2100-WALK-ONE-ENTRY
004920         THRU 2100-WALK-ONE-ENTRY-EXIT
004930         UNTIL GRT-CATALOG-EOF.
004940     CLOSE CATALOG-FILE.
004950 2000-WALK-CATALOG-EXIT.
004960     EXIT.
004970
004980 2100-WALK-ONE-ENTRY.
004990     READ CATALOG-FILE
005000         AT END
005010             MOVE "10" TO GRT-CATALOG-STATUS
005020             GO TO 2100-WALK-ONE-ENTRY-EXIT
005030     END-READ.
005040     IF CAT-FILE-TYPE NOT = "AUDIT"
005050         GO TO 2100-WALK-ONE-ENTRY-EXIT
005060     END-IF.
005070     IF CAT-CUT-DATE < GRT-MONTH-FROM-DATE
005080             OR CAT-CUT-DATE > GRT-MONTH-TO-DATE
005090         GO TO 2100-WALK-ONE-ENTRY-EXIT
005100     END-IF.
005110     PERFORM 2200-CHARGE-HISTORY-FILE
005120         THRU 2200-CHARGE-HISTORY-FILE-EXIT.
005130 2100-WALK-ONE-ENTRY-EXIT.
005140     EXIT.
005150
005160*=================================================================
005170* 2200-CHARGE-HISTORY-FILE - READ ONE DATED AUDIT HISTORY FILE
005180* AND CHARGE ITS GREETINGS.  A CATALOGED FILE THAT WILL NOT OPEN
005190* (PURGED SHELL, OPERATOR SWEEP) IS NOTED ON THE REPORT AND
005200* SKIPPED.
005210*=================================================================
005220 2200-CHARGE-HISTORY-FILE.
005230     MOVE CAT-FILE-NAME TO GRT-HISTORY-IN-NAME.
005240     OPEN INPUT HISTORY-IN-FILE.
005250     IF NOT GRT-HISTORY-IN-OK
005260         MOVE CAT-FILE-NAME TO RPT-MISSING-NAME
005270         MOVE GRT-REPORT-MISSING-LINE TO REPORT-LINE
005280         WRITE REPORT-LINE
005290         GO TO 2200-CHARGE-HISTORY-FILE-EXIT
005300     END-IF.
005310     ADD 1 TO GRT-FILES-READ.
005320     PERFORM 2250-READ-HISTORY-RECORD
005330         THRU 2250-READ-HISTORY-RECORD-EXIT.
005340     PERFORM 2300-CHARGE-ONE-RECORD
005350         THRU 2300-CHARGE-ONE-RECORD-EXIT
005360         UNTIL GRT-HISTORY-IN-EOF.
005370     CLOSE HISTORY-IN-FILE.
005380 2200-CHARGE-HISTORY-FILE-EXIT.
005390     EXIT.
005400
005410 2250-READ-HISTORY-RECORD.
005420     READ HISTORY-IN-FILE
005430         AT END
005440             MOVE "10" TO GRT-HISTORY-IN-STATUS
005450     END-READ.
005460 2250-READ-HISTORY-RECORD-EXIT.
005470     EXIT.
005480
005490*=================================================================
005500* 2300-CHARGE-ONE-RECORD - ONLY A GREETING (DISPOSITION "G") IS
005510* CHARGEABLE; SUPPRESSIONS AND REPEAT APPEARANCES COST THE LOBBY
005520* NOTHING.  THE GREETING IS COUNTED INTO ITS SITE'S TOTAL, THEN
005530* INTO THE ROW FOR ITS SITE AND COST CENTER.
005540*=================================================================
005550 2300-CHARGE-ONE-RECORD.
005560     ADD 1 TO GRT-RECORDS-READ.
005570     IF AUD-DISPOSITION NOT = "G"
005580         GO TO 2300-CHARGE-ONE-NEXT
005590     END-IF.
005600     ADD 1 TO GRT-GREETINGS-CHARGED.
005610     PERFORM 2400-RESOLVE-COST-CENTER
005620         THRU 2400-RESOLVE-COST-CENTER-EXIT.
005630     PERFORM 2500-FIND-OR-ADD-SITE
005640         THRU 2500-FIND-OR-ADD-SITE-EXIT.
005650     IF NOT GRT-SITE-FOUND
005660         ADD 1 TO GRT-OVER-GREETINGS
005670         GO TO 2300-CHARGE-ONE-NEXT
005680     END-IF.
005690     ADD 1 TO GRT-SITE-GREETINGS (GRT-SITE-SUB).
005700     PERFORM 2600-FIND-OR-ADD-ROW
005710         THRU 2600-FIND-OR-ADD-ROW-EXIT.
005720     IF NOT GRT-ROW-FOUND
005730         ADD 1 TO GRT-OVER-GREETINGS
005740         GO TO 2300-CHARGE-ONE-NEXT
005750     END-IF.
005760     ADD 1 TO GRT-ROW-GREETINGS (GRT-ROW-SUB).
005770 2300-CHARGE-ONE-NEXT.
005780     PERFORM 2250-READ-HISTORY-RECORD
005790         THRU 2250-READ-HISTORY-RECORD-EXIT.
005800 2300-CHARGE-ONE-RECORD-EXIT.
005810     EXIT.
005820
005830*=================================================================
005840* 2400-RESOLVE-COST-CENTER - CARRY THE BADGE THROUGH TO A COST
005850* CENTER.  FOR A VISITOR BADGE THE HOST EMPLOYEE STANDS IN FOR
005860* IT - THE HOST ON THE AUDIT RECORD, OR FOR AN OLDER CUT WITH
005862* NO HOST COLUMN, THE HOST ON VISREG.  EITHER WAY THE COST
005870* CENTER IS THE ONE ON THE EMPLOYEE MASTER.  ANY BREAK IN THE
005872* CHAIN LEAVES THE GREETING ON THE "*NONE*" UNASSIGNED LINE,
005880* COUNTED BY CAUSE.  A BLANK BADGE NEVER MATCHED THE MASTER IN
005890* THE FIRST PLACE AND COUNTS AS NOT ON EMPMAST.
005910*=================================================================
005920 2400-RESOLVE-COST-CENTER.
005930     MOVE "*NONE*" TO GRT-CHARGE-COST-CENTER.
005940     MOVE AUD-EMPLOYEE-ID TO GRT-CHARGE-EMPLOYEE-ID.
005950     IF AUD-RECORD-TYPE NOT = "V"
005960         GO TO 2400-RESOLVE-EMPLOYEE
005970     END-IF.
005972     IF AUD-HOST-EMPLOYEE-ID NOT = SPACE
005974         MOVE AUD-HOST-EMPLOYEE-ID TO GRT-CHARGE-EMPLOYEE-ID
005976         GO TO 2400-RESOLVE-EMPLOYEE
005978     END-IF.
005980     IF NOT GRT-VISREG-PRESENT
005990         ADD 1 TO GRT-NO-VISREG-COUNT
006000         GO TO 2400-RESOLVE-COST-CENTER-EXIT
006010     END-IF.
006020     MOVE AUD-EMPLOYEE-ID TO VR-BADGE-ID.
006030     READ VISITOR-REG-FILE.
006040     IF NOT GRT-VISREG-OK
006050         ADD 1 TO GRT-NO-VISREG-COUNT
006060         GO TO 2400-RESOLVE-COST-CENTER-EXIT
006070     END-IF.
006080     MOVE VR-HOST-EMPLOYEE-ID TO GRT-CHARGE-EMPLOYEE-ID.
006090 2400-RESOLVE-EMPLOYEE.
006100     IF NOT GRT-EMPMAST-PRESENT
006110             OR GRT-CHARGE-EMPLOYEE-ID = SPACE
006120         ADD 1 TO GRT-NO-MASTER-COUNT
006130         GO TO 2400-RESOLVE-COST-CENTER-EXIT
006140     END-IF.
006150     MOVE GRT-CHARGE-EMPLOYEE-ID TO EM-EMPLOYEE-ID.
006160     READ EMPLOYEE-MASTER-FILE.
006170     IF NOT GRT-EMPMAST-OK
006180         ADD 1 TO GRT-NO-MASTER-COUNT
006190         GO TO 2400-RESOLVE-COST-CENTER-EXIT
006200     END-IF.
006210     IF EM-COST-CENTER = SPACE
006220         ADD 1 TO GRT-BLANK-CENTER-COUNT
006230         GO TO 2400-RESOLVE-COST-CENTER-EXIT
006240     END-IF.
006250     MOVE EM-COST-CENTER TO GRT-CHARGE-COST-CENTER.
006260 2400-RESOLVE-COST-CENTER-EXIT.
006270     EXIT.
006280
006290*=================================================================
006300* 2500-FIND-OR-ADD-SITE - THE SITE SLOT FOR THIS RECORD'S
006310* AUD-SITE-ID, ADDED ON FIRST SIGHT.
006320*=================================================================
006330 2500-FIND-OR-ADD-SITE.
006340     MOVE "N" TO GRT-SITE-FOUND-SW.
006350     PERFORM 2550-MATCH-SITE-SLOT
006360         THRU 2550-MATCH-SITE-SLOT-EXIT
006370         VARYING GRT-SITE-SCAN-SUB FROM 1 BY 1
006380         UNTIL GRT-SITE-SCAN-SUB > GRT-SITE-USED
006390             OR GRT-SITE-FOUND.
006400     IF GRT-SITE-FOUND
006410         GO TO 2500-FIND-OR-ADD-SITE-EXIT
006420     END-IF.
006430     IF GRT-SITE-USED < GRT-SITE-MAX
006440         ADD 1 TO GRT-SITE-USED
006450         MOVE GRT-SITE-USED TO GRT-SITE-SUB
006460         MOVE AUD-SITE-ID TO GRT-SITE-ID (GRT-SITE-SUB)
006470         MOVE ZERO TO GRT-SITE-GREETINGS (GRT-SITE-SUB)
006480         SET GRT-SITE-FOUND TO TRUE
006490     ELSE
006500         SET GRT-ROW-OVERFLOW TO TRUE
006510     END-IF.
006520 2500-FIND-OR-ADD-SITE-EXIT.
006530     EXIT.
006540
006550*=================================================================
006560* 2550-MATCH-SITE-SLOT - THE VARYING STEP ADDS ONE AFTER A HIT,
006570* SO THE SLOT NUMBER IS CAPTURED INTO GRT-SITE-SUB ON THE MATCH
006580* AND THE CALLER USES THAT.
006590*=================================================================
006600 2550-MATCH-SITE-SLOT.
006610     IF GRT-SITE-ID (GRT-SITE-SCAN-SUB) = AUD-SITE-ID
006620         SET GRT-SITE-FOUND TO TRUE
006630         MOVE GRT-SITE-SCAN-SUB TO GRT-SITE-SUB
006640     END-IF.
006650 2550-MATCH-SITE-SLOT-EXIT.
006660     EXIT.
006670
006680*=================================================================
006690* 2600-FIND-OR-ADD-ROW - THE ROW KEY IS THE RECORD'S SITE ID
006700* PLUS THE COST CENTER IT WAS CHARGED TO.
006710*=================================================================
006720 2600-FIND-OR-ADD-ROW.
006730     MOVE "N" TO GRT-ROW-FOUND-SW.
006740     PERFORM 2650-MATCH-ROW-SLOT
006750         THRU 2650-MATCH-ROW-SLOT-EXIT
006760         VARYING GRT-ROW-SCAN-SUB FROM 1 BY 1
006770         UNTIL GRT-ROW-SCAN-SUB > GRT-ROW-USED
006780             OR GRT-ROW-FOUND.
006790     IF GRT-ROW-FOUND
006800         GO TO 2600-FIND-OR-ADD-ROW-EXIT
006810     END-IF.
006820     IF GRT-ROW-USED < GRT-ROW-MAX
006830         ADD 1 TO GRT-ROW-USED
006840         MOVE GRT-ROW-USED TO GRT-ROW-SUB
006850         MOVE AUD-SITE-ID TO GRT-ROW-SITE (GRT-ROW-SUB)
006860         MOVE GRT-CHARGE-COST-CENTER
006870             TO GRT-ROW-COST-CENTER (GRT-ROW-SUB)
006880         MOVE ZERO TO GRT-ROW-GREETINGS (GRT-ROW-SUB)
006890         SET GRT-ROW-FOUND TO TRUE
006900     ELSE
006910         SET GRT-ROW-OVERFLOW TO TRUE
006920     END-IF.
006930 2600-FIND-OR-ADD-ROW-EXIT.
006940     EXIT.
006950
006960*=================================================================
006970* 2650-MATCH-ROW-SLOT - THE VARYING STEP ADDS ONE AFTER A HIT,
006980* SO THE SLOT NUMBER IS CAPTURED INTO GRT-ROW-SUB ON THE MATCH
006990* AND THE CALLER USES THAT.
007000*=================================================================
007010 2650-MATCH-ROW-SLOT.
007020     IF GRT-ROW-SITE (GRT-ROW-SCAN-SUB) = AUD-SITE-ID
007030             AND GRT-ROW-COST-CENTER (GRT-ROW-SCAN-SUB)
007040             = GRT-CHARGE-COST-CENTER
007050         SET GRT-ROW-FOUND TO TRUE
007060         MOVE GRT-ROW-SCAN-SUB TO GRT-ROW-SUB
007070     END-IF.
007080 2650-MATCH-ROW-SLOT-EXIT.
007090     EXIT.
007100
007110*=================================================================
007120* 3000-WRITE-CHARGEBACK - ONE BLOCK PER SITE IN THE ORDER THE
007130* CATALOG YIELDED THEM: A LINE PER COST CENTER WITH ITS SHARE OF
007140* THE SITE, THEN THE SITE TOTAL.  EACH LINE ALSO GOES TO THE
007150* FINANCE EXTRACT.  THE RUN TOTALS FOLLOW.
007160*=================================================================
007170 3000-WRITE-CHARGEBACK.
007180     IF GRT-SITE-USED = ZERO AND NOT GRT-ROW-OVERFLOW
007190         GO TO 3000-WRITE-CHARGEBACK-TOTALS
007200     END-IF.
007210     MOVE GRT-REPORT-COLUMN-HEADS TO REPORT-LINE.
007220     WRITE REPORT-LINE.
007230     PERFORM 3100-WRITE-SITE-BLOCK
007240         THRU 3100-WRITE-SITE-BLOCK-EXIT
007250         VARYING GRT-SITE-SUB FROM 1 BY 1
007260         UNTIL GRT-SITE-SUB > GRT-SITE-USED.
007270     IF GRT-ROW-OVERFLOW
007280         MOVE GRT-REPORT-OVERFLOW-TAG TO REPORT-LINE
007290         WRITE REPORT-LINE
007300         MOVE GRT-OVER-GREETINGS TO RPT-OVER-GREETINGS
007310         MOVE GRT-REPORT-OVERFLOW-LINE TO REPORT-LINE
007320         WRITE REPORT-LINE
007330     END-IF.
007340 3000-WRITE-CHARGEBACK-TOTALS.
007350     MOVE SPACE TO REPORT-LINE.
007360     WRITE REPORT-LINE.
007370     MOVE GRT-FILES-READ TO RPT-FILES-READ.
007380     MOVE GRT-REPORT-FILES-LINE TO REPORT-LINE.
007390     WRITE REPORT-LINE.
007400     MOVE GRT-RECORDS-READ TO RPT-RECORDS-READ.
007410     MOVE GRT-REPORT-RECORDS-LINE TO REPORT-LINE.
007420     WRITE REPORT-LINE.
007430     MOVE GRT-GREETINGS-CHARGED TO RPT-GREETINGS-CHARGED.
007440     MOVE GRT-REPORT-CHARGED-LINE TO REPORT-LINE.
007450     WRITE REPORT-LINE.
007460     MOVE GRT-NO-MASTER-COUNT TO RPT-NO-MASTER-COUNT.
007470     MOVE GRT-REPORT-NO-MASTER-LINE TO REPORT-LINE.
007480     WRITE REPORT-LINE.
007490     MOVE GRT-NO-VISREG-COUNT TO RPT-NO-VISREG-COUNT.
007500     MOVE GRT-REPORT-NO-VISREG-LINE TO REPORT-LINE.
007510     WRITE REPORT-LINE.
007520     MOVE GRT-BLANK-CENTER-COUNT TO RPT-BLANK-CENTER-COUNT.
007530     MOVE GRT-REPORT-BLANK-CENTER-LINE TO REPORT-LINE.
007540     WRITE REPORT-LINE.
007550     MOVE GRT-EXTRACT-WRITTEN TO RPT-EXTRACT-WRITTEN.
007560     MOVE GRT-REPORT-EXTRACT-LINE TO REPORT-LINE.
007570     WRITE REPORT-LINE.
007580 3000-WRITE-CHARGEBACK-EXIT.
007590     EXIT.
007600
007610*=================================================================
007620* 3100-WRITE-SITE-BLOCK - EVERY ROW FOR THE CURRENT SITE, THEN
007630* THE SITE TOTAL AND A SPACER.
007640*=================================================================
007650 3100-WRITE-SITE-BLOCK.
007660     PERFORM 3200-WRITE-CHARGE-LINE
007670         THRU 3200-WRITE-CHARGE-LINE-EXIT
007680         VARYING GRT-ROW-SUB FROM 1 BY 1
007690         UNTIL GRT-ROW-SUB > GRT-ROW-USED.
007700     MOVE GRT-SITE-ID (GRT-SITE-SUB) TO RPT-SITE-TOTAL-ID.
007710     MOVE GRT-SITE-GREETINGS (GRT-SITE-SUB) TO RPT-SITE-GREETINGS.
007720     MOVE GRT-REPORT-SITE-TOTAL-LINE TO REPORT-LINE.
007730     WRITE REPORT-LINE.
007740     MOVE SPACE TO REPORT-LINE.
007750     WRITE REPORT-LINE.
007760 3100-WRITE-SITE-BLOCK-EXIT.
007770     EXIT.
007780
007790*=================================================================
007800* 3200-WRITE-CHARGE-LINE - ONE COST-CENTER LINE FOR THE CURRENT
007810* SITE AND ITS MATCHING EXTRACT RECORD.  ROWS FOR OTHER SITES
007820* ARE PASSED OVER.  THE SHARE IS ROUNDED TO A HUNDREDTH OF A
007830* PERCENT, SO A SITE'S SHARES MAY SUM A HUNDREDTH EITHER SIDE
007840* OF 100.
007850*=================================================================
007860 3200-WRITE-CHARGE-LINE.
007870     IF GRT-ROW-SITE (GRT-ROW-SUB)
007872             NOT = GRT-SITE-ID (GRT-SITE-SUB)
007880         GO TO 3200-WRITE-CHARGE-LINE-EXIT
007890     END-IF.
007900     MOVE ZERO TO GRT-SHARE-PCT.
007910     IF GRT-SITE-GREETINGS (GRT-SITE-SUB) > ZERO
007920         COMPUTE GRT-SHARE-PCT ROUNDED =
007930             GRT-ROW-GREETINGS (GRT-ROW-SUB) * 100
007940             / GRT-SITE-GREETINGS (GRT-SITE-SUB)
007950     END-IF.
007960     PERFORM 3300-DESCRIBE-COST-CENTER
007970         THRU 3300-DESCRIBE-COST-CENTER-EXIT.
007980     MOVE GRT-ROW-SITE (GRT-ROW-SUB) TO RPT-ROW-SITE.
007990     MOVE GRT-ROW-COST-CENTER (GRT-ROW-SUB)
007992         TO RPT-ROW-COST-CENTER.
008000     MOVE GRT-ROW-GREETINGS (GRT-ROW-SUB) TO RPT-ROW-GREETINGS.
008010     MOVE GRT-SHARE-PCT TO RPT-ROW-SHARE.
008020     MOVE GRT-REPORT-DETAIL TO REPORT-LINE.
008030     WRITE REPORT-LINE.
008040     MOVE GRT-BILLING-MONTH TO CHX-BILLING-MONTH.
008050     MOVE GRT-ROW-SITE (GRT-ROW-SUB) TO CHX-SITE-ID.
008060     MOVE GRT-ROW-COST-CENTER (GRT-ROW-SUB) TO CHX-COST-CENTER.
008070     MOVE GRT-ROW-GREETINGS (GRT-ROW-SUB) TO CHX-GREETINGS.
008080     MOVE GRT-SITE-GREETINGS (GRT-SITE-SUB) TO CHX-SITE-GREETINGS.
008090     MOVE GRT-SHARE-PCT TO CHX-SHARE-PCT.
008100     WRITE EXTRACT-RECORD.
008110     ADD 1 TO GRT-EXTRACT-WRITTEN.
008120 3200-WRITE-CHARGE-LINE-EXIT.
008130     EXIT.
008140
008150*=================================================================
008160* 3300-DESCRIBE-COST-CENTER - THE PRINTED DESCRIPTION COMES FROM
008170* COSTCTR.  THE UNASSIGNED LINE HAS A FIXED DESCRIPTION; A CODE
008180* NO LONGER ON THE TABLE IS STILL CHARGED AND SAYS SO.
008190*=================================================================
008200 3300-DESCRIBE-COST-CENTER.
008210     IF GRT-ROW-COST-CENTER (GRT-ROW-SUB) = "*NONE*"
008220         MOVE "UNASSIGNED - NO COST CENTER"
008222             TO RPT-ROW-DESCRIPTION
008230         GO TO 3300-DESCRIBE-COST-CENTER-EXIT
008240     END-IF.
008250     MOVE "NOT ON COST-CENTER TABLE" TO RPT-ROW-DESCRIPTION.
008260     IF NOT GRT-COSTCTR-PRESENT
008270         GO TO 3300-DESCRIBE-COST-CENTER-EXIT
008280     END-IF.
008290     MOVE GRT-ROW-COST-CENTER (GRT-ROW-SUB) TO CC-COST-CENTER.
008300     READ COST-CENTER-FILE.
008310     IF GRT-COSTCTR-OK
008320         MOVE CC-DESCRIPTION TO RPT-ROW-DESCRIPTION
008330     END-IF.
008340 3300-DESCRIBE-COST-CENTER-EXIT.
008350     EXIT.
008360
008370*=================================================================
008380* 9000-TERMINATE - CLOSE EVERY OPEN FILE.
008390*=================================================================
008400 9000-TERMINATE.
008410     IF GRT-CONTROL-PRESENT
008420         CLOSE CONTROL-FILE
008430     END-IF.
008440     IF GRT-EMPMAST-PRESENT
008450         CLOSE EMPLOYEE-MASTER-FILE
008460     END-IF.
008470     IF GRT-VISREG-PRESENT
008480         CLOSE VISITOR-REG-FILE
008490     END-IF.
008500     IF GRT-COSTCTR-PRESENT
008510         CLOSE COST-CENTER-FILE
008520     END-IF.
008530     CLOSE REPORT-FILE.
008540     CLOSE EXTRACT-FILE.
008550     PERFORM 9100-WRITE-RUN-LOG
008560         THRU 9100-WRITE-RUN-LOG-EXIT.
008570 9000-TERMINATE-EXIT.
008580     EXIT.
008590
008600*=================================================================
008610* 9100-WRITE-RUN-LOG - APPEND THE STANDARD COMPLETION RECORD
008620* TO THE SHARED RUN LOG FOR THE CHAINRPT MORNING SEQUENCE
008630* REPORT.
008640*=================================================================
008650 9100-WRITE-RUN-LOG.
008660     OPEN EXTEND RUN-LOG-FILE.
008670     IF GRT-RUNLOG-STATUS NOT = "00"
008680             AND GRT-RUNLOG-STATUS NOT = "05"
008690         OPEN OUTPUT RUN-LOG-FILE
008700     END-IF.
008710     MOVE "CHGBACK" TO RL-PROGRAM-ID.
008720     MOVE GRT-START-TIMESTAMP TO RL-START-TIMESTAMP.
008730     MOVE FUNCTION CURRENT-DATE TO RL-END-TIMESTAMP.
008740     MOVE GRT-RECORDS-READ TO RL-RECORDS-READ.
008750     MOVE GRT-EXTRACT-WRITTEN TO RL-RECORDS-WRITTEN.
008760     MOVE ZERO TO RL-RECORDS-REJECTED.
008770     MOVE "N" TO RL-RUN-STATUS.
008780     WRITE RUN-LOG-RECORD.
008790     CLOSE RUN-LOG-FILE.
008800 9100-WRITE-RUN-LOG-EXIT.
008810     EXIT.
