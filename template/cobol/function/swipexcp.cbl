000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. SWIPEXCP.
000120 AUTHOR. D-SHIFT-APPLICATIONS.
000130 INSTALLATION. CORPORATE-FACILITIES-IT.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*---------------------------------------------------------------*
000170* SWIPEXCP                                                      *
000180* BADGE-LEVEL SWIPE-VERSUS-GREETING EXCEPTION LISTING.          *
000190* GREETRPT PRINTS ONLY THE NUMBER OF SWIPES WITH NO GREETING;   *
000200* THIS PROGRAM NAMES THE BADGES.  THE DAY'S ACCESS-CONTROL      *
000210* EXTRACT (ACCSWIPE) IS MATCHED AGAINST THE DAY'S AUDIT TRAIL   *
000220* (AUDITLOG) BY BADGE AND SITE, AND THE LISTING (SWXRPT)        *
000230* CARRIES TWO SECTIONS:                                         *
000240*                                                               *
000250*   - SWIPES WITH NO AUDIT RECORD AT THAT LOBBY - A KIOSK THAT  *
000260*     WAS DOWN, OR A SECOND PERSON TAILGATING ON ONE BADGE;     *
000270*   - BADGES GREETED THAT NEVER SWIPED AT ANY LOBBY - A SWIPE-  *
000280*     DRIVEN RUN ALWAYS HAS ITS SWIPE, SO THESE CAME FROM A     *
000290*     HAND-BUILT STDIN ROSTER, USUALLY ONE KEYED WITH THE       *
000300*     WRONG BADGE.  EACH BADGE IS LISTED ONCE.                  *
000310*                                                               *
000320* A PER-SITE SUMMARY FOLLOWS, SO A JUMP IN THE RPTOUT SHORTFALL *
000330* LINE CAN BE READ AS ONE BROKEN LOBBY OR ONE BAD ROSTER AT A   *
000340* GLANCE.  IN SECTION ONE EVERY AUDIT DISPOSITION COUNTS AS A   *
000350* MATCH - A DUPLICATE OR OPT-OUT RECORD STILL MEANS THE KIOSK   *
000360* SAW THE BADGE; SECTION TWO LOOKS ONLY AT GREETINGS.  WITH NO  *
000362* AUDIT TRAIL AT ALL, EVERY SWIPE IS LISTED.                    *
000370*---------------------------------------------------------------*
000380* MODIFICATION HISTORY.
000390*   10/15/2026  RMK  ORIGINAL PROGRAM - THE RPTOUT SHORTFALL
000400*                    LINE NEVER SAID WHICH BADGES.
000402*   10/15/2026  RMK  THE ROSTER SECTION NOW LISTS EACH GREETED
000404*                    BADGE THAT SWIPED AT NO LOBBY AT ALL, ONCE;
000406*                    A SWIPE AT ANOTHER LOBBY OR A NON-GREETING
000408*                    AUDIT RECORD NO LONGER LISTS IT.
000410*---------------------------------------------------------------*
000420
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER. GENERIC-LINUX.
000460 OBJECT-COMPUTER. GENERIC-LINUX.
000470
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT SWIPE-FILE ASSIGN TO "ACCSWIPE"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS GRT-SWIPE-STATUS.
000530
000540     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS GRT-AUDIT-STATUS.
000570
000580     SELECT REPORT-FILE ASSIGN TO "SWXRPT"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS GRT-REPORT-STATUS.
000610
000620     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS GRT-RUNLOG-STATUS.
000650
000660 DATA DIVISION.
000670 FILE SECTION.
000680*---------------------------------------------------------------*
000690* DAILY BADGE-SWIPE EXTRACT FROM THE ACCESS-CONTROL SYSTEM -    *
000700* ONE RECORD PER LOBBY DOOR SWIPE.                              *
000710*---------------------------------------------------------------*
000720 FD  SWIPE-FILE.
000730     COPY SWIPEREC.
000740
000750*---------------------------------------------------------------*
000760* AUDIT TRAIL WRITTEN BY HANDLER.                               *
000770*---------------------------------------------------------------*
000780 FD  AUDIT-FILE.
000790     COPY AUDITREC.
000800
000810*---------------------------------------------------------------*
000820* EXCEPTION LISTING.                                            *
000830*---------------------------------------------------------------*
000840 FD  REPORT-FILE.
000850 01  REPORT-LINE                 PIC X(80).
000860
000870*---------------------------------------------------------------*
000880* SHARED RUN LOG - ONE COMPLETION RECORD APPENDED PER RUN FOR   *
000890* THE CHAINRPT MORNING SEQUENCE REPORT.                         *
000900*---------------------------------------------------------------*
000910 FD  RUN-LOG-FILE.
000920     COPY RUNLGREC.
000930
000940 WORKING-STORAGE SECTION.
000950*---------------------------------------------------------------*
000960* FILE STATUS FIELDS AND THEIR ASSOCIATED CONDITION NAMES.      *
000970*---------------------------------------------------------------*
000980 77  GRT-SWIPE-STATUS            PIC X(02) VALUE "00".
000990     88  GRT-SWIPE-OK                      VALUE "00".
001000     88  GRT-SWIPE-EOF                     VALUE "10".
001010
001020 77  GRT-AUDIT-STATUS            PIC X(02) VALUE "00".
001030     88  GRT-AUDIT-OK                      VALUE "00".
001040     88  GRT-AUDIT-EOF                     VALUE "10".
001050
001060 77  GRT-REPORT-STATUS           PIC X(02) VALUE "00".
001070 77  GRT-RUNLOG-STATUS           PIC X(02) VALUE "00".
001080
001090*---------------------------------------------------------------*
001100* SWITCHES.                                                     *
001110*---------------------------------------------------------------*
001120 77  GRT-SWIPE-PRESENT-SW        PIC X(01) VALUE "N".
001130     88  GRT-SWIPE-PRESENT                 VALUE "Y".
001140
001150 77  GRT-AUDIT-PRESENT-SW        PIC X(01) VALUE "N".
001160     88  GRT-AUDIT-PRESENT                 VALUE "Y".
001170
001180 77  GRT-MATCH-FOUND-SW          PIC X(01) VALUE "N".
001190     88  GRT-MATCH-FOUND                   VALUE "Y".
001200
001210 77  GRT-SWIPE-OVERFLOW-SW       PIC X(01) VALUE "N".
001220     88  GRT-SWIPE-OVERFLOW                VALUE "Y".
001230
001240 77  GRT-SITE-FOUND-SW           PIC X(01) VALUE "N".
001250     88  GRT-SITE-FOUND                    VALUE "Y".
001260
001270 77  GRT-SITE-OVERFLOW-SW        PIC X(01) VALUE "N".
001280     88  GRT-SITE-OVERFLOW                 VALUE "Y".
001282
001284 77  GRT-LISTED-OVERFLOW-SW      PIC X(01) VALUE "N".
001286     88  GRT-LISTED-OVERFLOW               VALUE "Y".
001290
001300*---------------------------------------------------------------*
001310* SWIPE TABLE - THE DAY'S EXTRACT, HELD SO THE AUDIT TRAIL IS   *
001320* READ ONCE TO MARK MATCHES INSTEAD OF ONCE PER SWIPE.  SWIPES  *
001330* BEYOND THE SLOTS ARE COUNTED AND CALLED OUT ON THE LISTING -  *
001340* THEIR BADGES CANNOT BE CHECKED AND MAY SURFACE AS FALSE       *
001350* ROSTER EXCEPTIONS.                                            *
001360*---------------------------------------------------------------*
001370 77  GRT-SWIPE-MAX               PIC 9(04) COMP VALUE 3000.
001380 77  GRT-SWIPE-USED              PIC 9(04) COMP VALUE ZERO.
001390 77  GRT-SWIPE-SUB               PIC 9(04) COMP VALUE ZERO.
001400
001410 01  GRT-SWIPE-TABLE.
001420     05  GRT-SWIPE-ENTRY OCCURS 3000 TIMES.
001430         10  GRT-SWP-BADGE       PIC X(08).
001440         10  GRT-SWP-SITE        PIC X(03).
001450         10  GRT-SWP-TIME        PIC X(21).
001460         10  GRT-SWP-MATCHED-SW  PIC X(01).
001470             88  GRT-SWP-MATCHED           VALUE "Y".
001480
001490*---------------------------------------------------------------*
001500* SITE SUMMARY TABLE - ONE SLOT PER LOBBY SEEN ON EITHER FILE.  *
001510*---------------------------------------------------------------*
001520 77  GRT-SITE-MAX                PIC 9(02) COMP VALUE 20.
001530 77  GRT-SITE-USED               PIC 9(02) COMP VALUE ZERO.
001540 77  GRT-SITE-SUB                PIC 9(02) COMP VALUE ZERO.
001550 77  GRT-SITE-SCAN-SUB           PIC 9(02) COMP VALUE ZERO.
001560 77  GRT-LOOKUP-SITE             PIC X(03) VALUE SPACE.
001570
001580 01  GRT-SITE-TABLE.
001590     05  GRT-SITE-ENTRY OCCURS 20 TIMES.
001600         10  GRT-SITE-ID         PIC X(03).
001610         10  GRT-SITE-SWIPES     PIC 9(08).
001620         10  GRT-SITE-NO-AUDIT   PIC 9(08).
001630         10  GRT-SITE-NO-SWIPE   PIC 9(08).
001640
001641*---------------------------------------------------------------*
001642* LISTED-BADGE TABLE - BADGES ALREADY NAMED IN SECTION TWO, SO  *
001643* A BADGE GREETED AT SEVERAL LOBBIES IS LISTED ONLY ONCE.       *
001644*---------------------------------------------------------------*
001645 77  GRT-LISTED-MAX              PIC 9(04) COMP VALUE 3000.
001646 77  GRT-LISTED-USED             PIC 9(04) COMP VALUE ZERO.
001647 77  GRT-LISTED-SUB              PIC 9(04) COMP VALUE ZERO.
001648
001649 01  GRT-LISTED-TABLE.
001650     05  GRT-LISTED-BADGE OCCURS 3000 TIMES
001651                                 PIC X(08).
001652
001653*---------------------------------------------------------------*
001660* RUN TOTALS.                                                   *
001670*---------------------------------------------------------------*
001680 77  GRT-SWIPES-READ             PIC 9(08) VALUE ZERO.
001690 77  GRT-SWIPES-UNCHECKED        PIC 9(08) VALUE ZERO.
001700 77  GRT-AUDIT-READ              PIC 9(08) VALUE ZERO.
001710 77  GRT-SWIPES-NO-AUDIT         PIC 9(08) VALUE ZERO.
001720 77  GRT-AUDIT-NO-SWIPE          PIC 9(08) VALUE ZERO.
001730 77  GRT-START-TIMESTAMP         PIC X(21) VALUE SPACE.
001740
001750*---------------------------------------------------------------*
001760* REPORT PRINT LINES.                                           *
001770*---------------------------------------------------------------*
001780 01  GRT-REPORT-HEADING.
001790     05  FILLER                  PIC X(37)
001800         VALUE "SWIPE VERSUS GREETING EXCEPTIONS FOR ".
001810     05  RPT-RUN-DATE            PIC X(08).
001820     05  FILLER                  PIC X(35) VALUE SPACE.
001830
001840 01  GRT-REPORT-NO-SWIPE-FILE-LINE.
001850     05  FILLER                  PIC X(40)
001860         VALUE "NO ACCESS-CONTROL EXTRACT (ACCSWIPE)".
001870     05  FILLER                  PIC X(40)
001880         VALUE " FOUND - NOTHING TO MATCH".
001890
001900 01  GRT-REPORT-NO-AUDIT-LINE.
001910     05  FILLER                  PIC X(40)
001920         VALUE "NO AUDIT TRAIL (AUDITLOG) FOUND - EVERY".
001930     05  FILLER                  PIC X(40)
001940         VALUE " SWIPE IS LISTED BELOW".
001950
001960 01  GRT-REPORT-SWIPE-OVER-LINE.
001970     05  FILLER                  PIC X(80)
001980         VALUE "** MORE SWIPES THAN TABLE SLOTS - SOME ROSTER EXCE
001990-        "PTIONS MAY BE FALSE".
002000
002010 01  GRT-REPORT-NO-AUDIT-HEADING.
002020     05  FILLER                  PIC X(80)
002030         VALUE "SWIPES WITH NO AUDIT RECORD AT THAT SITE - KIOSK O
002040-        "UTAGE OR TAILGATING".
002050
002060 01  GRT-REPORT-NO-SWIPE-HEADING.
002070     05  FILLER                  PIC X(80)
002080         VALUE "BADGES GREETED WITH NO SWIPE AT ANY SITE - ROSTER 
002090-        "BADGE NEVER SWIPED".
002100
002110 01  GRT-REPORT-SWIPE-HEADS.
002120     05  FILLER                  PIC X(23) VALUE "SWIPE TIME".
002130     05  FILLER                  PIC X(10) VALUE "BADGE".
002140     05  FILLER                  PIC X(47) VALUE "SITE".
002150
002160 01  GRT-REPORT-AUDIT-HEADS.
002170     05  FILLER                  PIC X(23) VALUE "AUDIT TIME".
002180     05  FILLER                  PIC X(10) VALUE "BADGE".
002190     05  FILLER                  PIC X(06) VALUE "SITE".
002200     05  FILLER                  PIC X(06) VALUE "TYPE".
002210     05  FILLER                  PIC X(35) VALUE "DISP".
002220
002230 01  GRT-REPORT-SWIPE-DETAIL.
002240     05  RPT-SWP-TIME            PIC X(21).
002250     05  FILLER                  PIC X(02) VALUE SPACE.
002260     05  RPT-SWP-BADGE           PIC X(08).
002270     05  FILLER                  PIC X(02) VALUE SPACE.
002280     05  RPT-SWP-SITE            PIC X(03).
002290     05  FILLER                  PIC X(44) VALUE SPACE.
002300
002310 01  GRT-REPORT-AUDIT-DETAIL.
002320     05  RPT-AUD-TIME            PIC X(21).
002330     05  FILLER                  PIC X(02) VALUE SPACE.
002340     05  RPT-AUD-BADGE           PIC X(08).
002350     05  FILLER                  PIC X(02) VALUE SPACE.
002360     05  RPT-AUD-SITE            PIC X(03).
002370     05  FILLER                  PIC X(04) VALUE SPACE.
002380     05  RPT-AUD-TYPE            PIC X(01).
002390     05  FILLER                  PIC X(05) VALUE SPACE.
002400     05  RPT-AUD-DISPOSITION     PIC X(01).
002410     05  FILLER                  PIC X(33) VALUE SPACE.
002420
002430 01  GRT-REPORT-NONE-LINE.
002440     05  FILLER                  PIC X(80) VALUE "    NONE".
002450
002460 01  GRT-REPORT-SITE-HEADING.
002470     05  FILLER                  PIC X(80)
002480         VALUE "EXCEPTIONS BY SITE".
002490
002500 01  GRT-REPORT-SITE-HEADS.
002510     05  FILLER                  PIC X(06) VALUE "SITE".
002520     05  FILLER                  PIC X(10) VALUE "   SWIPES".
002530     05  FILLER                  PIC X(10) VALUE " NO AUDIT".
002540     05  FILLER                  PIC X(54) VALUE " NO SWIPE".
002550
002560 01  GRT-REPORT-SITE-DETAIL.
002570     05  RPT-SITE-ID             PIC X(03).
002580     05  FILLER                  PIC X(04) VALUE SPACE.
002590     05  RPT-SITE-SWIPES         PIC ZZZ,ZZ9.
002600     05  FILLER                  PIC X(03) VALUE SPACE.
002610     05  RPT-SITE-NO-AUDIT       PIC ZZZ,ZZ9.
002620     05  FILLER                  PIC X(03) VALUE SPACE.
002630     05  RPT-SITE-NO-SWIPE       PIC ZZZ,ZZ9.
002640     05  FILLER                  PIC X(46) VALUE SPACE.
002650
002660 01  GRT-REPORT-SITE-OVER-LINE.
002670     05  FILLER                  PIC X(80)
002680         VALUE "** MORE SITES THAN TABLE SLOTS - SITE SUMMARY IS I
002690-        "NCOMPLETE".
002691
002692 01  GRT-REPORT-LISTED-OVER-LINE.
002693     05  FILLER                  PIC X(80)
002694         VALUE "** MORE ROSTER BADGES THAN TABLE SLOTS - SOME MAY 
002695-        "BE LISTED TWICE".
002700
002710 01  GRT-REPORT-SWIPES-LINE.
002720     05  FILLER                  PIC X(28)
002730         VALUE "BADGE SWIPES READ. . . . . .".
002740     05  RPT-SWIPES-READ         PIC ZZZ,ZZ9.
002750     05  FILLER                  PIC X(45) VALUE SPACE.
002760
002770 01  GRT-REPORT-UNCHECKED-LINE.
002780     05  FILLER                  PIC X(28)
002790         VALUE "SWIPES NOT CHECKED . . . . .".
002800     05  RPT-SWIPES-UNCHECKED    PIC ZZZ,ZZ9.
002810     05  FILLER                  PIC X(45) VALUE SPACE.
002820
002830 01  GRT-REPORT-AUDIT-READ-LINE.
002840     05  FILLER                  PIC X(28)
002850         VALUE "AUDIT RECORDS READ . . . . .".
002860     05  RPT-AUDIT-READ          PIC ZZZ,ZZ9.
002870     05  FILLER                  PIC X(45) VALUE SPACE.
002880
002890 01  GRT-REPORT-NO-AUDIT-TOTAL.
002900     05  FILLER                  PIC X(28)
002910         VALUE "SWIPES WITH NO AUDIT RECORD.".
002920     05  RPT-SWIPES-NO-AUDIT     PIC ZZZ,ZZ9.
002930     05  FILLER                  PIC X(45) VALUE SPACE.
002940
002950 01  GRT-REPORT-NO-SWIPE-TOTAL.
002960     05  FILLER                  PIC X(28)
002970         VALUE "GREETED BADGES NEVER SWIPED.".
002980     05  RPT-AUDIT-NO-SWIPE      PIC ZZZ,ZZ9.
002990     05  FILLER                  PIC X(45) VALUE SPACE.
003000
003010 PROCEDURE DIVISION.
003020*=================================================================
003030* 0000-MAINLINE.
003040*=================================================================
003050 0000-MAINLINE.
003060     PERFORM 1000-INITIALIZE
003070         THRU 1000-INITIALIZE-EXIT.
003080     PERFORM 2000-LOAD-SWIPE-TABLE
003090         THRU 2000-LOAD-SWIPE-TABLE-EXIT.
003100     PERFORM 3000-MARK-MATCHED-SWIPES
003110         THRU 3000-MARK-MATCHED-SWIPES-EXIT.
003120     PERFORM 4000-LIST-SWIPES-NO-AUDIT
003130         THRU 4000-LIST-SWIPES-NO-AUDIT-EXIT.
003140     PERFORM 5000-LIST-AUDIT-NO-SWIPE
003150         THRU 5000-LIST-AUDIT-NO-SWIPE-EXIT.
003160     PERFORM 6000-WRITE-SITE-SUMMARY
003170         THRU 6000-WRITE-SITE-SUMMARY-EXIT.
003180     PERFORM 9000-TERMINATE
003190         THRU 9000-TERMINATE-EXIT.
003200     STOP RUN.
003210
003220*=================================================================
003230* 1000-INITIALIZE - OPEN THE FILES AND START THE LISTING.  THE
003240* AUDIT TRAIL IS ONLY PROBED HERE; EACH PASS OVER IT OPENS IT
003250* AGAIN.
003260*=================================================================
003270 1000-INITIALIZE.
003280     MOVE FUNCTION CURRENT-DATE TO GRT-START-TIMESTAMP.
003290     OPEN INPUT SWIPE-FILE.
003300     IF GRT-SWIPE-OK
003310         SET GRT-SWIPE-PRESENT TO TRUE
003320     ELSE
003330         MOVE "10" TO GRT-SWIPE-STATUS
003340     END-IF.
003350     OPEN INPUT AUDIT-FILE.
003360     IF GRT-AUDIT-OK
003370         SET GRT-AUDIT-PRESENT TO TRUE
003380         CLOSE AUDIT-FILE
003390     END-IF.
003400     OPEN OUTPUT REPORT-FILE.
003410     MOVE GRT-START-TIMESTAMP(1:8) TO RPT-RUN-DATE.
003420     MOVE GRT-REPORT-HEADING TO REPORT-LINE.
003430     WRITE REPORT-LINE.
003440     MOVE SPACE TO REPORT-LINE.
003450     WRITE REPORT-LINE.
003460     MOVE ZERO TO GRT-SITE-USED.
003470 1000-INITIALIZE-EXIT.
003480     EXIT.
003490
003500*=================================================================
003510* 2000-LOAD-SWIPE-TABLE - HOLD EVERY SWIPE, UNMATCHED, AND COUNT
003520* IT UNDER ITS SITE.
003530*=================================================================
003540 2000-LOAD-SWIPE-TABLE.
003550     IF NOT GRT-SWIPE-PRESENT
003560         GO TO 2000-LOAD-SWIPE-TABLE-EXIT
003570     END-IF.
003580     PERFORM 2100-READ-SWIPE-RECORD
003590         THRU 2100-READ-SWIPE-RECORD-EXIT.
003600     PERFORM 2200-LOAD-ONE-SWIPE
003610         THRU 2200-LOAD-ONE-SWIPE-EXIT
003620         UNTIL GRT-SWIPE-EOF.
003630     CLOSE SWIPE-FILE.
003640 2000-LOAD-SWIPE-TABLE-EXIT.
003650     EXIT.
003660
003670 2100-READ-SWIPE-RECORD.
003680     READ SWIPE-FILE
003690         AT END
003700             MOVE "10" TO GRT-SWIPE-STATUS
003710     END-READ.
003720 2100-READ-SWIPE-RECORD-EXIT.
003730     EXIT.
003740
003750 2200-LOAD-ONE-SWIPE.
003760     ADD 1 TO GRT-SWIPES-READ.
003770     MOVE SWP-SITE-ID TO GRT-LOOKUP-SITE.
003780     PERFORM 8000-FIND-OR-ADD-SITE
003790         THRU 8000-FIND-OR-ADD-SITE-EXIT.
003800     IF GRT-SITE-FOUND
003810         ADD 1 TO GRT-SITE-SWIPES (GRT-SITE-SUB)
003820     END-IF.
003830     IF GRT-SWIPE-USED < GRT-SWIPE-MAX
003840         ADD 1 TO GRT-SWIPE-USED
003850         MOVE SWP-EMPLOYEE-ID TO GRT-SWP-BADGE (GRT-SWIPE-USED)
003860         MOVE SWP-SITE-ID TO GRT-SWP-SITE (GRT-SWIPE-USED)
003870         MOVE SWP-TIMESTAMP TO GRT-SWP-TIME (GRT-SWIPE-USED)
003880         MOVE "N" TO GRT-SWP-MATCHED-SW (GRT-SWIPE-USED)
003890     ELSE
003900         SET GRT-SWIPE-OVERFLOW TO TRUE
003910         ADD 1 TO GRT-SWIPES-UNCHECKED
003920     END-IF.
003930     PERFORM 2100-READ-SWIPE-RECORD
003940         THRU 2100-READ-SWIPE-RECORD-EXIT.
003950 2200-LOAD-ONE-SWIPE-EXIT.
003960     EXIT.
003970
003980*=================================================================
003990* 3000-MARK-MATCHED-SWIPES - FIRST PASS OVER THE AUDIT TRAIL.
004000* EVERY SWIPE FOR THE SAME BADGE AT THE SAME SITE AS AN AUDIT
004010* RECORD IS MARKED MATCHED - A SECOND SWIPE THROUGH THE SAME
004020* DOOR IS COVERED BY THE ONE GREETING.
004030*=================================================================
004040 3000-MARK-MATCHED-SWIPES.
004050     IF NOT GRT-AUDIT-PRESENT OR GRT-SWIPE-USED = ZERO
004060         GO TO 3000-MARK-MATCHED-SWIPES-EXIT
004070     END-IF.
004080     OPEN INPUT AUDIT-FILE.
004090     PERFORM 3100-READ-AUDIT-RECORD
004100         THRU 3100-READ-AUDIT-RECORD-EXIT.
004110     PERFORM 3200-MARK-ONE-AUDIT-RECORD
004120         THRU 3200-MARK-ONE-AUDIT-RECORD-EXIT
004130         UNTIL GRT-AUDIT-EOF.
004140     CLOSE AUDIT-FILE.
004150 3000-MARK-MATCHED-SWIPES-EXIT.
004160     EXIT.
004170
004180 3100-READ-AUDIT-RECORD.
004190     READ AUDIT-FILE
004200         AT END
004210             MOVE "10" TO GRT-AUDIT-STATUS
004220     END-READ.
004230 3100-READ-AUDIT-RECORD-EXIT.
004240     EXIT.
004250
004260 3200-MARK-ONE-AUDIT-RECORD.
004270     PERFORM 3250-MARK-SWIPE-SLOT
004280         THRU 3250-MARK-SWIPE-SLOT-EXIT
004290         VARYING GRT-SWIPE-SUB FROM 1 BY 1
004300         UNTIL GRT-SWIPE-SUB > GRT-SWIPE-USED.
004310     PERFORM 3100-READ-AUDIT-RECORD
004320         THRU 3100-READ-AUDIT-RECORD-EXIT.
004330 3200-MARK-ONE-AUDIT-RECORD-EXIT.
004340     EXIT.
004350
004360 3250-MARK-SWIPE-SLOT.
004370     IF GRT-SWP-BADGE (GRT-SWIPE-SUB) = AUD-EMPLOYEE-ID
004380             AND GRT-SWP-SITE (GRT-SWIPE-SUB) = AUD-SITE-ID
004390         SET GRT-SWP-MATCHED (GRT-SWIPE-SUB) TO TRUE
004400     END-IF.
004410 3250-MARK-SWIPE-SLOT-EXIT.
004420     EXIT.
004430
004440*=================================================================
004450* 4000-LIST-SWIPES-NO-AUDIT - SECTION ONE: EVERY HELD SWIPE THE
004460* AUDIT PASS NEVER MATCHED, IN EXTRACT ORDER.
004470*=================================================================
004480 4000-LIST-SWIPES-NO-AUDIT.
004490     IF NOT GRT-SWIPE-PRESENT
004500         MOVE GRT-REPORT-NO-SWIPE-FILE-LINE TO REPORT-LINE
004510         WRITE REPORT-LINE
004520         GO TO 4000-LIST-SWIPES-NO-AUDIT-EXIT
004530     END-IF.
004540     IF NOT GRT-AUDIT-PRESENT
004550         MOVE GRT-REPORT-NO-AUDIT-LINE TO REPORT-LINE
004560         WRITE REPORT-LINE
004570     END-IF.
004580     IF GRT-SWIPE-OVERFLOW
004590         MOVE GRT-REPORT-SWIPE-OVER-LINE TO REPORT-LINE
004600         WRITE REPORT-LINE
004610     END-IF.
004620     MOVE GRT-REPORT-NO-AUDIT-HEADING TO REPORT-LINE.
004630     WRITE REPORT-LINE.
004640     MOVE GRT-REPORT-SWIPE-HEADS TO REPORT-LINE.
004650     WRITE REPORT-LINE.
004660     PERFORM 4100-LIST-ONE-SWIPE
004670         THRU 4100-LIST-ONE-SWIPE-EXIT
004680         VARYING GRT-SWIPE-SUB FROM 1 BY 1
004690         UNTIL GRT-SWIPE-SUB > GRT-SWIPE-USED.
004700     IF GRT-SWIPES-NO-AUDIT = ZERO
004710         MOVE GRT-REPORT-NONE-LINE TO REPORT-LINE
004720         WRITE REPORT-LINE
004730     END-IF.
004740     MOVE SPACE TO REPORT-LINE.
004750     WRITE REPORT-LINE.
004760 4000-LIST-SWIPES-NO-AUDIT-EXIT.
004770     EXIT.
004780
004790 4100-LIST-ONE-SWIPE.
004800     IF GRT-SWP-MATCHED (GRT-SWIPE-SUB)
004810         GO TO 4100-LIST-ONE-SWIPE-EXIT
004820     END-IF.
004830     ADD 1 TO GRT-SWIPES-NO-AUDIT.
004840     MOVE GRT-SWP-TIME (GRT-SWIPE-SUB) TO RPT-SWP-TIME.
004850     MOVE GRT-SWP-BADGE (GRT-SWIPE-SUB) TO RPT-SWP-BADGE.
004860     MOVE GRT-SWP-SITE (GRT-SWIPE-SUB) TO RPT-SWP-SITE.
004870     MOVE GRT-REPORT-SWIPE-DETAIL TO REPORT-LINE.
004880     WRITE REPORT-LINE.
004890     MOVE GRT-SWP-SITE (GRT-SWIPE-SUB) TO GRT-LOOKUP-SITE.
004900     PERFORM 8000-FIND-OR-ADD-SITE
004910         THRU 8000-FIND-OR-ADD-SITE-EXIT.
004920     IF GRT-SITE-FOUND
004930         ADD 1 TO GRT-SITE-NO-AUDIT (GRT-SITE-SUB)
004940     END-IF.
004950 4100-LIST-ONE-SWIPE-EXIT.
004960     EXIT.
004970
004980*=================================================================
004990* 5000-LIST-AUDIT-NO-SWIPE - SECTION TWO: SECOND PASS OVER THE
005000* AUDIT TRAIL, LISTING EACH GREETED BADGE THAT NEVER SWIPED AT
005010* ANY LOBBY, ONCE, AT ITS FIRST GREETING.  A BADGE THAT SWIPED
005012* AT ANOTHER LOBBY WAS STILL IN THE BUILDING AND IS NOT A ROSTER
005014* PROBLEM.  WITHOUT A SWIPE EXTRACT THERE IS NOTHING TO HOLD
005016* THE TRAIL AGAINST.
005030*=================================================================
005040 5000-LIST-AUDIT-NO-SWIPE.
005050     IF NOT GRT-SWIPE-PRESENT OR NOT GRT-AUDIT-PRESENT
005060         GO TO 5000-LIST-AUDIT-NO-SWIPE-EXIT
005070     END-IF.
005080     MOVE GRT-REPORT-NO-SWIPE-HEADING TO REPORT-LINE.
005090     WRITE REPORT-LINE.
005100     MOVE GRT-REPORT-AUDIT-HEADS TO REPORT-LINE.
005110     WRITE REPORT-LINE.
005120     MOVE "00" TO GRT-AUDIT-STATUS.
005130     OPEN INPUT AUDIT-FILE.
005140     PERFORM 3100-READ-AUDIT-RECORD
005150         THRU 3100-READ-AUDIT-RECORD-EXIT.
005160     PERFORM 5100-CHECK-ONE-AUDIT-RECORD
005170         THRU 5100-CHECK-ONE-AUDIT-RECORD-EXIT
005180         UNTIL GRT-AUDIT-EOF.
005190     CLOSE AUDIT-FILE.
005192     IF GRT-LISTED-OVERFLOW
005194         MOVE GRT-REPORT-LISTED-OVER-LINE TO REPORT-LINE
005196         WRITE REPORT-LINE
005198     END-IF.
005200     IF GRT-AUDIT-NO-SWIPE = ZERO
005210         MOVE GRT-REPORT-NONE-LINE TO REPORT-LINE
005220         WRITE REPORT-LINE
005230     END-IF.
005240     MOVE SPACE TO REPORT-LINE.
005250     WRITE REPORT-LINE.
005260 5000-LIST-AUDIT-NO-SWIPE-EXIT.
005270     EXIT.
005280
005290 5100-CHECK-ONE-AUDIT-RECORD.
005300     ADD 1 TO GRT-AUDIT-READ.
005310     IF AUD-DISPOSITION NOT = "G"
005312         GO TO 5100-CHECK-ONE-NEXT
005314     END-IF.
005316     MOVE "N" TO GRT-MATCH-FOUND-SW.
005320     PERFORM 5150-MATCH-SWIPE-SLOT
005330         THRU 5150-MATCH-SWIPE-SLOT-EXIT
005340         VARYING GRT-SWIPE-SUB FROM 1 BY 1
005350         UNTIL GRT-SWIPE-SUB > GRT-SWIPE-USED
005360             OR GRT-MATCH-FOUND.
005370     IF GRT-MATCH-FOUND
005380         GO TO 5100-CHECK-ONE-NEXT
005390     END-IF.
005391     PERFORM 5160-MATCH-LISTED-BADGE
005392         THRU 5160-MATCH-LISTED-BADGE-EXIT
005393         VARYING GRT-LISTED-SUB FROM 1 BY 1
005394         UNTIL GRT-LISTED-SUB > GRT-LISTED-USED
005395             OR GRT-MATCH-FOUND.
005396     IF GRT-MATCH-FOUND
005397         GO TO 5100-CHECK-ONE-NEXT
005398     END-IF.
005399     IF GRT-LISTED-USED < GRT-LISTED-MAX
005400         ADD 1 TO GRT-LISTED-USED
005401         MOVE AUD-EMPLOYEE-ID
005402             TO GRT-LISTED-BADGE (GRT-LISTED-USED)
005403     ELSE
005404         SET GRT-LISTED-OVERFLOW TO TRUE
005405     END-IF.
005406     ADD 1 TO GRT-AUDIT-NO-SWIPE.
005410     MOVE AUD-TIMESTAMP TO RPT-AUD-TIME.
005420     MOVE AUD-EMPLOYEE-ID TO RPT-AUD-BADGE.
005430     MOVE AUD-SITE-ID TO RPT-AUD-SITE.
005440     MOVE AUD-RECORD-TYPE TO RPT-AUD-TYPE.
005450     MOVE AUD-DISPOSITION TO RPT-AUD-DISPOSITION.
005460     MOVE GRT-REPORT-AUDIT-DETAIL TO REPORT-LINE.
005470     WRITE REPORT-LINE.
005480     MOVE AUD-SITE-ID TO GRT-LOOKUP-SITE.
005490     PERFORM 8000-FIND-OR-ADD-SITE
005500         THRU 8000-FIND-OR-ADD-SITE-EXIT.
005510     IF GRT-SITE-FOUND
005520         ADD 1 TO GRT-SITE-NO-SWIPE (GRT-SITE-SUB)
005530     END-IF.
005540 5100-CHECK-ONE-NEXT.
005550     PERFORM 3100-READ-AUDIT-RECORD
005560         THRU 3100-READ-AUDIT-RECORD-EXIT.
005570 5100-CHECK-ONE-AUDIT-RECORD-EXIT.
005580     EXIT.
005590
005600 5150-MATCH-SWIPE-SLOT.
005610     IF GRT-SWP-BADGE (GRT-SWIPE-SUB) = AUD-EMPLOYEE-ID
005630         SET GRT-MATCH-FOUND TO TRUE
005640     END-IF.
005650 5150-MATCH-SWIPE-SLOT-EXIT.
005660     EXIT.
005661
005662 5160-MATCH-LISTED-BADGE.
005663     IF GRT-LISTED-BADGE (GRT-LISTED-SUB) = AUD-EMPLOYEE-ID
005664         SET GRT-MATCH-FOUND TO TRUE
005665     END-IF.
005666 5160-MATCH-LISTED-BADGE-EXIT.
005667     EXIT.
005670
005680*=================================================================
005690* 6000-WRITE-SITE-SUMMARY - ONE LINE PER LOBBY, THEN THE RUN
005700* TOTALS.  A LOBBY HEAVY IN SECTION ONE IS A KIOSK PROBLEM; ONE
005710* HEAVY IN SECTION TWO IS A ROSTER PROBLEM.
005720*=================================================================
005730 6000-WRITE-SITE-SUMMARY.
005740     IF GRT-SITE-USED = ZERO
005750         GO TO 6000-WRITE-SITE-TOTALS
005760     END-IF.
005770     MOVE GRT-REPORT-SITE-HEADING TO REPORT-LINE.
005780     WRITE REPORT-LINE.
005790     MOVE GRT-REPORT-SITE-HEADS TO REPORT-LINE.
005800     WRITE REPORT-LINE.
005810     PERFORM 6100-WRITE-SITE-LINE
005820         THRU 6100-WRITE-SITE-LINE-EXIT
005830         VARYING GRT-SITE-SUB FROM 1 BY 1
005840         UNTIL GRT-SITE-SUB > GRT-SITE-USED.
005850     IF GRT-SITE-OVERFLOW
005860         MOVE GRT-REPORT-SITE-OVER-LINE TO REPORT-LINE
005870         WRITE REPORT-LINE
005880     END-IF.
005890     MOVE SPACE TO REPORT-LINE.
005900     WRITE REPORT-LINE.
005910 6000-WRITE-SITE-TOTALS.
005920     MOVE GRT-SWIPES-READ TO RPT-SWIPES-READ.
005930     MOVE GRT-REPORT-SWIPES-LINE TO REPORT-LINE.
005940     WRITE REPORT-LINE.
005950     IF GRT-SWIPE-OVERFLOW
005960         MOVE GRT-SWIPES-UNCHECKED TO RPT-SWIPES-UNCHECKED
005970         MOVE GRT-REPORT-UNCHECKED-LINE TO REPORT-LINE
005980         WRITE REPORT-LINE
005990     END-IF.
006000     MOVE GRT-AUDIT-READ TO RPT-AUDIT-READ.
006010     MOVE GRT-REPORT-AUDIT-READ-LINE TO REPORT-LINE.
006020     WRITE REPORT-LINE.
006030     MOVE GRT-SWIPES-NO-AUDIT TO RPT-SWIPES-NO-AUDIT.
006040     MOVE GRT-REPORT-NO-AUDIT-TOTAL TO REPORT-LINE.
006050     WRITE REPORT-LINE.
006060     MOVE GRT-AUDIT-NO-SWIPE TO RPT-AUDIT-NO-SWIPE.
006070     MOVE GRT-REPORT-NO-SWIPE-TOTAL TO REPORT-LINE.
006080     WRITE REPORT-LINE.
006090 6000-WRITE-SITE-SUMMARY-EXIT.
006100     EXIT.
006110
006120 6100-WRITE-SITE-LINE.
006130     MOVE GRT-SITE-ID (GRT-SITE-SUB) TO RPT-SITE-ID.
006140     MOVE GRT-SITE-SWIPES (GRT-SITE-SUB) TO RPT-SITE-SWIPES.
006150     MOVE GRT-SITE-NO-AUDIT (GRT-SITE-SUB) TO RPT-SITE-NO-AUDIT.
006160     MOVE GRT-SITE-NO-SWIPE (GRT-SITE-SUB) TO RPT-SITE-NO-SWIPE.
006170     MOVE GRT-REPORT-SITE-DETAIL TO REPORT-LINE.
006180     WRITE REPORT-LINE.
006190 6100-WRITE-SITE-LINE-EXIT.
006200     EXIT.
006210
006220*=================================================================
006230* 8000-FIND-OR-ADD-SITE - LOCATE THE SUMMARY SLOT FOR
006240* GRT-LOOKUP-SITE, ADDING IT IF THERE IS ROOM.  GRT-SITE-FOUND
006250* IS LEFT OFF ONLY WHEN THE TABLE IS FULL.
006260*=================================================================
006270 8000-FIND-OR-ADD-SITE.
006280     MOVE "N" TO GRT-SITE-FOUND-SW.
006290     PERFORM 8050-MATCH-SITE-SLOT
006300         THRU 8050-MATCH-SITE-SLOT-EXIT
006310         VARYING GRT-SITE-SCAN-SUB FROM 1 BY 1
006320         UNTIL GRT-SITE-SCAN-SUB > GRT-SITE-USED
006330             OR GRT-SITE-FOUND.
006340     IF GRT-SITE-FOUND
006350         GO TO 8000-FIND-OR-ADD-SITE-EXIT
006360     END-IF.
006370     IF GRT-SITE-USED < GRT-SITE-MAX
006380         ADD 1 TO GRT-SITE-USED
006390         MOVE GRT-SITE-USED TO GRT-SITE-SUB
006400         MOVE GRT-LOOKUP-SITE TO GRT-SITE-ID (GRT-SITE-SUB)
006410         MOVE ZERO TO GRT-SITE-SWIPES (GRT-SITE-SUB)
006420         MOVE ZERO TO GRT-SITE-NO-AUDIT (GRT-SITE-SUB)
006430         MOVE ZERO TO GRT-SITE-NO-SWIPE (GRT-SITE-SUB)
006440         SET GRT-SITE-FOUND TO TRUE
006450     ELSE
006460         SET GRT-SITE-OVERFLOW TO TRUE
006470     END-IF.
006480 8000-FIND-OR-ADD-SITE-EXIT.
006490     EXIT.
006500
006510*=================================================================
006520* 8050-MATCH-SITE-SLOT - THE VARYING STEP ADDS ONE AFTER A HIT,
006530* SO THE SLOT NUMBER IS CAPTURED INTO GRT-SITE-SUB ON THE MATCH
006540* AND THE CALLER USES THAT.
006550*=================================================================
006560 8050-MATCH-SITE-SLOT.
006570     IF GRT-SITE-ID (GRT-SITE-SCAN-SUB) = GRT-LOOKUP-SITE
006580         SET GRT-SITE-FOUND TO TRUE
006590         MOVE GRT-SITE-SCAN-SUB TO GRT-SITE-SUB
006600     END-IF.
006610 8050-MATCH-SITE-SLOT-EXIT.
006620     EXIT.
006630
006640*=================================================================
006650* 9000-TERMINATE.
006660*=================================================================
006670 9000-TERMINATE.
006680     CLOSE REPORT-FILE.
006690     PERFORM 9100-WRITE-RUN-LOG
006700         THRU 9100-WRITE-RUN-LOG-EXIT.
006710 9000-TERMINATE-EXIT.
006720     EXIT.
006730
006740*=================================================================
006750* 9100-WRITE-RUN-LOG - APPEND THE STANDARD COMPLETION RECORD
006760* TO THE SHARED RUN LOG FOR THE CHAINRPT MORNING SEQUENCE
006770* REPORT.  THE READ COUNT IS EVERY SWIPE AND AUDIT RECORD
006780* CHECKED; A LISTING HAS NO DATA-RECORD OUTPUT TO COUNT.
006790*=================================================================
006800 9100-WRITE-RUN-LOG.
006810     OPEN EXTEND RUN-LOG-FILE.
006820     IF GRT-RUNLOG-STATUS NOT = "00"
006830             AND GRT-RUNLOG-STATUS NOT = "05"
006840         OPEN OUTPUT RUN-LOG-FILE
006850     END-IF.
006860     MOVE "SWIPEXCP" TO RL-PROGRAM-ID.
006870     MOVE GRT-START-TIMESTAMP TO RL-START-TIMESTAMP.
006880     MOVE FUNCTION CURRENT-DATE TO RL-END-TIMESTAMP.
006890     COMPUTE RL-RECORDS-READ = GRT-SWIPES-READ + GRT-AUDIT-READ.
006900     MOVE ZERO TO RL-RECORDS-WRITTEN.
006910     MOVE ZERO TO RL-RECORDS-REJECTED.
006920     MOVE "N" TO RL-RUN-STATUS.
006930     WRITE RUN-LOG-RECORD.
006940     CLOSE RUN-LOG-FILE.
006950 9100-WRITE-RUN-LOG-EXIT.
006960     EXIT.
