000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. DORMANT.
000120 AUTHOR. D-SHIFT-APPLICATIONS.
000130 INSTALLATION. CORPORATE-FACILITIES-IT.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*---------------------------------------------------------------*
000170* DORMANT                                                       *
000180* DORMANT BADGE REPORT FROM THE ARCHIVE HISTORY.  EMPMAST ONLY  *
000190* SHRINKS WHEN HR REMEMBERS TO SEND A "D" TRANSACTION, SO       *
000200* LEAVERS SIT ON THE MASTER FOR MONTHS AND THEIR BADGES ARE     *
000210* STILL GREETED AND STILL SHOW UP AT MUSTER.                    *
000220*                                                               *
000230* THE CONTROL CARD (DORMCTL) GIVES THE ARCHIVE DATE RANGE AND   *
000240* THE DORMANCY WINDOW N IN DAYS.  EVERY EMPMAST EMPLOYEE AND    *
000250* EVERY VISREG BADGE WHOSE WINDOW COVERS TODAY IS LOADED AS A   *
000260* CANDIDATE; THEN EVERY ARCHCAT AUDIT ENTRY INSIDE THE RANGE IS *
000270* READ BACK FROM ITS DATED AUDHIST FILE, THE SAME WALK TRENDRPT *
000280* MAKES, AND THE LATEST DATE AND SITE EACH CANDIDATE WAS SEEN   *
000290* IS KEPT.  THE REPORT (DORMRPT) LISTS EVERY CANDIDATE WITH NO  *
000300* AUDIT RECORD IN THE LAST N DAYS OF THE RANGE - EMPLOYEES FOR  *
000310* THE HR CLEANUP, VISITOR BADGES FOR SECURITY - WITH THE LAST   *
000320* DATE AND SITE SEEN, OR "NEVER SEEN".                          *
000330*                                                               *
000340* WITHOUT A CONTROL CARD, A CATALOG, OR AT LEAST ONE HISTORY    *
000350* FILE IN RANGE THERE IS NO EVIDENCE AND NOTHING IS LISTED -    *
000360* AN EMPTY ARCHIVE WOULD OTHERWISE NAME THE WHOLE MASTER.       *
000362* A CARD WHOSE DATES ARE NOT REAL CALENDAR DATES, OR WHOSE FROM *
000364* DATE IS AFTER ITS TO DATE, IS REPORTED INVALID AND LIKEWISE   *
000366* ASSESSES NOTHING.                                             *
000370*---------------------------------------------------------------*
000380* MODIFICATION HISTORY.
000390*   10/15/2026  RMK  ORIGINAL PROGRAM - NOTHING FLAGGED THE
000400*                    LEAVERS HR NEVER SENT A DELETE FOR.
000402*   10/15/2026  RMK  ARCHIVE CATALOG LAYOUT NOW COPIED FROM
000404*                    ARCHCREC - THE CATALOG CARRIES CONTROL
000406*                    TOTALS FOR EVERY CUT.
000407*   10/15/2026  RMK  THE DORMCTL DATES ARE NOW EDITED; AN
000408*                    INVALID CARD IS REPORTED AND ASSESSES
000409*                    NOTHING INSTEAD OF MISCLASSIFYING EVERY
000410*                    CANDIDATE.
000411*---------------------------------------------------------------*
000420
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER. GENERIC-LINUX.
000460 OBJECT-COMPUTER. GENERIC-LINUX.
000470
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT CONTROL-FILE ASSIGN TO "DORMCTL"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS GRT-CONTROL-STATUS.
000530
000540     SELECT CATALOG-FILE ASSIGN TO "ARCHCAT"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS GRT-CATALOG-STATUS.
000570
000580     SELECT HISTORY-IN-FILE ASSIGN USING GRT-HISTORY-IN-NAME
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS GRT-HISTORY-IN-STATUS.
000610
000620     SELECT REPORT-FILE ASSIGN TO "DORMRPT"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS GRT-REPORT-STATUS.
000650
000660     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS GRT-RUNLOG-STATUS.
000690
000700     SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS SEQUENTIAL
000730         RECORD KEY IS EM-EMPLOYEE-ID
000740         FILE STATUS IS GRT-EMPMAST-STATUS.
000750
000760     SELECT VISITOR-REG-FILE ASSIGN TO "VISREG"
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS SEQUENTIAL
000790         RECORD KEY IS VR-BADGE-ID
000800         FILE STATUS IS GRT-VISREG-STATUS.
000810
000820 DATA DIVISION.
000830 FILE SECTION.
000840*---------------------------------------------------------------*
000850* RUN CONTROL - THE ARCHIVE DATE RANGE AND THE DORMANCY WINDOW. *
000860* A BLANK OR ZERO WINDOW DEFAULTS TO NINETY DAYS.               *
000870*---------------------------------------------------------------*
000880 FD  CONTROL-FILE.
000890 01  CONTROL-RECORD.
000900     05  CTL-FROM-DATE           PIC 9(08).
000910     05  CTL-TO-DATE             PIC 9(08).
000920     05  CTL-DORMANT-DAYS        PIC 9(03).
000930
000940*---------------------------------------------------------------*
000950* ARCHIVE CATALOG WRITTEN BY ARCHPURG - ONE RECORD PER DATED    *
000960* HISTORY FILE CUT.                                             *
000970*---------------------------------------------------------------*
000980 FD  CATALOG-FILE.
000990     COPY ARCHCREC.
001030
001040*---------------------------------------------------------------*
001050* A DATED AUDIT HISTORY FILE BEING READ BACK.                   *
001060*---------------------------------------------------------------*
001070 FD  HISTORY-IN-FILE.
001080     COPY AUDITREC.
001090
001100*---------------------------------------------------------------*
001110* DORMANT BADGE REPORT.                                         *
001120*---------------------------------------------------------------*
001130 FD  REPORT-FILE.
001140 01  REPORT-LINE                 PIC X(80).
001150
001160*---------------------------------------------------------------*
001170* SHARED RUN LOG - ONE COMPLETION RECORD APPENDED PER RUN FOR   *
001180* THE CHAINRPT MORNING SEQUENCE REPORT.                         *
001190*---------------------------------------------------------------*
001200 FD  RUN-LOG-FILE.
001210     COPY RUNLGREC.
001220
001230*---------------------------------------------------------------*
001240* EMPLOYEE MASTER - READ IN KEY ORDER FOR THE CANDIDATES.       *
001250*---------------------------------------------------------------*
001260 FD  EMPLOYEE-MASTER-FILE.
001270     COPY EMPMREC.
001280
001290*---------------------------------------------------------------*
001300* VISITOR PRE-REGISTRATION FILE - READ IN KEY ORDER FOR THE     *
001310* CANDIDATES.                                                   *
001320*---------------------------------------------------------------*
001330 FD  VISITOR-REG-FILE.
001340 01  VISITOR-REG-RECORD.
001350     05  VR-BADGE-ID             PIC X(08).
001360     05  VR-DISPLAY-NAME         PIC X(30).
001370     05  VR-HOST-EMPLOYEE-ID     PIC X(08).
001380     05  VR-VALID-FROM           PIC 9(08).
001390     05  VR-VALID-TO             PIC 9(08).
001400     05  VR-LANGUAGE-CODE        PIC X(02).
001410
001420 WORKING-STORAGE SECTION.
001430*---------------------------------------------------------------*
001440* FILE STATUS FIELDS AND THEIR ASSOCIATED CONDITION NAMES.      *
001450*---------------------------------------------------------------*
001460 77  GRT-CONTROL-STATUS          PIC X(02) VALUE "00".
001470     88  GRT-CONTROL-OK                    VALUE "00".
001480
001490 77  GRT-CATALOG-STATUS          PIC X(02) VALUE "00".
001500     88  GRT-CATALOG-OK                    VALUE "00".
001510     88  GRT-CATALOG-EOF                   VALUE "10".
001520
001530 77  GRT-HISTORY-IN-STATUS       PIC X(02) VALUE "00".
001540     88  GRT-HISTORY-IN-OK                 VALUE "00".
001550     88  GRT-HISTORY-IN-EOF                VALUE "10".
001560
001570 77  GRT-REPORT-STATUS           PIC X(02) VALUE "00".
001580 77  GRT-RUNLOG-STATUS           PIC X(02) VALUE "00".
001590
001600 77  GRT-EMPMAST-STATUS          PIC X(02) VALUE "00".
001610     88  GRT-EMPMAST-OK                    VALUE "00".
001620     88  GRT-EMPMAST-EOF                   VALUE "10".
001630
001640 77  GRT-VISREG-STATUS           PIC X(02) VALUE "00".
001650     88  GRT-VISREG-OK                     VALUE "00".
001660     88  GRT-VISREG-EOF                    VALUE "10".
001670
001680*---------------------------------------------------------------*
001690* DYNAMIC FILE NAME AND SWITCHES.                               *
001700*---------------------------------------------------------------*
001710 77  GRT-HISTORY-IN-NAME         PIC X(17) VALUE SPACE.
001720
001730 77  GRT-CONTROL-PRESENT-SW      PIC X(01) VALUE "N".
001740     88  GRT-CONTROL-PRESENT               VALUE "Y".
001742
001744 77  GRT-CONTROL-INVALID-SW      PIC X(01) VALUE "N".
001746     88  GRT-CONTROL-INVALID               VALUE "Y".
001750
001760 77  GRT-CATALOG-PRESENT-SW      PIC X(01) VALUE "N".
001770     88  GRT-CATALOG-PRESENT               VALUE "Y".
001780
001790 77  GRT-CAND-FOUND-SW           PIC X(01) VALUE "N".
001800     88  GRT-CAND-FOUND                    VALUE "Y".
001810
001820 77  GRT-CAND-OVERFLOW-SW        PIC X(01) VALUE "N".
001830     88  GRT-CAND-OVERFLOW                 VALUE "Y".
001840
001850*---------------------------------------------------------------*
001860* CANDIDATE TABLE - ONE SLOT PER EMPLOYEE AND ACTIVE VISITOR    *
001870* BADGE, EMPLOYEES FIRST, EACH IN KEY ORDER.  A BADGE THAT DOES *
001880* NOT FIT CANNOT BE ASSESSED; THE COUNT IS PRINTED SO NOBODY    *
001890* TAKES A SHORT LIST FOR A CLEAN ONE.                           *
001900*---------------------------------------------------------------*
001910 77  GRT-CAND-MAX                PIC 9(05) COMP VALUE 5000.
001920 77  GRT-CAND-USED               PIC 9(05) COMP VALUE ZERO.
001930 77  GRT-CAND-SUB                PIC 9(05) COMP VALUE ZERO.
001940 77  GRT-CAND-SCAN-SUB           PIC 9(05) COMP VALUE ZERO.
001950
001960 01  GRT-CANDIDATE-TABLE.
001970     05  GRT-CAND-ENTRY OCCURS 5000 TIMES.
001980         10  GRT-CAND-ID         PIC X(08).
001990         10  GRT-CAND-TYPE       PIC X(01).
002000         10  GRT-CAND-NAME       PIC X(30).
002010         10  GRT-CAND-LAST-DATE  PIC 9(08).
002020         10  GRT-CAND-LAST-SITE  PIC X(03).
002030
002040*---------------------------------------------------------------*
002050* RUN TOTALS AND WORK AREAS.                                    *
002060*---------------------------------------------------------------*
002070 77  GRT-FILES-READ              PIC 9(08) VALUE ZERO.
002080 77  GRT-RECORDS-READ            PIC 9(08) VALUE ZERO.
002090 77  GRT-CANDIDATES-SKIPPED      PIC 9(08) VALUE ZERO.
002100 77  GRT-EMPLOYEES-DORMANT       PIC 9(08) VALUE ZERO.
002110 77  GRT-VISITORS-DORMANT        PIC 9(08) VALUE ZERO.
002120 77  GRT-SECTION-COUNT           PIC 9(08) VALUE ZERO.
002130 77  GRT-START-TIMESTAMP         PIC X(21) VALUE SPACE.
002140 77  GRT-TODAY                   PIC 9(08) VALUE ZERO.
002150 77  GRT-SEEN-DATE               PIC 9(08) VALUE ZERO.
002160 77  GRT-DORMANT-DAYS            PIC 9(03) VALUE ZERO.
002170 77  GRT-CUTOFF-INTEGER          PIC S9(08) COMP VALUE ZERO.
002180 77  GRT-SECTION-TYPE            PIC X(01) VALUE SPACE.
002190 77  GRT-STAGE-ID                PIC X(08) VALUE SPACE.
002200 77  GRT-STAGE-NAME              PIC X(30) VALUE SPACE.
002210
002220*---------------------------------------------------------------*
002230* REPORT PRINT LINES.                                           *
002240*---------------------------------------------------------------*
002250 01  GRT-REPORT-HEADING.
002260     05  FILLER                  PIC X(41)
002270         VALUE "DORMANT BADGES - NO AUDIT RECORD IN LAST ".
002280     05  RPT-DORMANT-DAYS        PIC ZZ9.
002290     05  FILLER                  PIC X(09) VALUE " DAYS TO ".
002300     05  RPT-HEAD-TO-DATE        PIC 9(08).
002310     05  FILLER                  PIC X(19) VALUE SPACE.
002320
002330 01  GRT-REPORT-RANGE-LINE.
002340     05  FILLER                  PIC X(19)
002350         VALUE "ARCHIVE RANGE FROM ".
002360     05  RPT-FROM-DATE           PIC 9(08).
002370     05  FILLER                  PIC X(04) VALUE " TO ".
002380     05  RPT-TO-DATE             PIC 9(08).
002390     05  FILLER                  PIC X(41) VALUE SPACE.
002400
002410 01  GRT-REPORT-NO-CONTROL-LINE.
002420     05  FILLER                  PIC X(40)
002430         VALUE "NO CONTROL CARD (DORMCTL) FOUND -".
002440     05  FILLER                  PIC X(40)
002450         VALUE " NOTHING ASSESSED".
002451
002452 01  GRT-REPORT-BAD-CONTROL-LINE.
002453     05  FILLER                  PIC X(40)
002454         VALUE "INVALID CONTROL CARD (DORMCTL) DATES -".
002455     05  FILLER                  PIC X(40)
002456         VALUE " NOTHING ASSESSED".
002460
002470 01  GRT-REPORT-NO-CATALOG-LINE.
002480     05  FILLER                  PIC X(40)
002490         VALUE "NO ARCHIVE CATALOG (ARCHCAT) FOUND -".
002500     05  FILLER                  PIC X(40)
002510         VALUE " NOTHING ASSESSED".
002520
002530 01  GRT-REPORT-NO-HISTORY-LINE.
002540     05  FILLER                  PIC X(40)
002550         VALUE "NO AUDIT HISTORY FILE READ IN RANGE -".
002560     05  FILLER                  PIC X(40)
002570         VALUE " NOTHING ASSESSED".
002580
002590 01  GRT-REPORT-MISSING-LINE.
002600     05  FILLER                  PIC X(31)
002610         VALUE "CATALOGED FILE COULD NOT OPEN -".
002620     05  FILLER                  PIC X(01) VALUE SPACE.
002630     05  RPT-MISSING-NAME        PIC X(17).
002640     05  FILLER                  PIC X(31) VALUE SPACE.
002650
002660 01  GRT-REPORT-OVERFLOW-LINE.
002670     05  FILLER                  PIC X(40)
002680         VALUE "** MORE BADGES THAN TABLE SLOTS - NOT AS".
002690     05  FILLER                  PIC X(11)
002700         VALUE "SESSED . . ".
002710     05  RPT-SKIPPED-COUNT       PIC ZZZ,ZZ9.
002720     05  FILLER                  PIC X(22) VALUE SPACE.
002730
002740 01  GRT-REPORT-SECTION-LINE.
002750     05  RPT-SECTION-TITLE       PIC X(60).
002760     05  FILLER                  PIC X(20) VALUE SPACE.
002770
002780 01  GRT-REPORT-COLUMN-HEADS.
002790     05  FILLER                  PIC X(10) VALUE "BADGE".
002800     05  FILLER                  PIC X(32) VALUE "NAME".
002810     05  FILLER                  PIC X(12) VALUE "LAST SEEN".
002820     05  FILLER                  PIC X(26) VALUE "SITE".
002830
002840 01  GRT-REPORT-DETAIL.
002850     05  RPT-BADGE-ID            PIC X(08).
002860     05  FILLER                  PIC X(02) VALUE SPACE.
002870     05  RPT-NAME                PIC X(30).
002880     05  FILLER                  PIC X(02) VALUE SPACE.
002890     05  RPT-LAST-SEEN           PIC X(10).
002900     05  FILLER                  PIC X(02) VALUE SPACE.
002910     05  RPT-LAST-SITE           PIC X(03).
002920     05  FILLER                  PIC X(23) VALUE SPACE.
002930
002940 01  GRT-REPORT-NONE-LINE.
002950     05  FILLER                  PIC X(04) VALUE SPACE.
002960     05  FILLER                  PIC X(40) VALUE "NONE".
002970     05  FILLER                  PIC X(36) VALUE SPACE.
002980
002990 01  GRT-REPORT-TOTAL-LINE.
003000     05  RPT-TOTAL-LABEL         PIC X(28).
003010     05  RPT-TOTAL-COUNT         PIC ZZZ,ZZ9.
003020     05  FILLER                  PIC X(45) VALUE SPACE.
003030
003040 PROCEDURE DIVISION.
003050*=================================================================
003060* 0000-MAINLINE.
003070*=================================================================
003080 0000-MAINLINE.
003090     PERFORM 1000-INITIALIZE
003100         THRU 1000-INITIALIZE-EXIT.
003110     PERFORM 2000-LOAD-CANDIDATES
003120         THRU 2000-LOAD-CANDIDATES-EXIT.
003130     PERFORM 3000-WALK-CATALOG
003140         THRU 3000-WALK-CATALOG-EXIT.
003150     PERFORM 4000-WRITE-DORMANT-BADGES
003160         THRU 4000-WRITE-DORMANT-BADGES-EXIT.
003170     PERFORM 5000-WRITE-REPORT-TOTALS
003180         THRU 5000-WRITE-REPORT-TOTALS-EXIT.
003190     PERFORM 9000-TERMINATE
003200         THRU 9000-TERMINATE-EXIT.
003210     STOP RUN.
003220
003230*=================================================================
003240* 1000-INITIALIZE - READ THE CONTROL CARD AND START THE REPORT.
003250* A MISSING OR EMPTY CONTROL FILE ASSESSES NOTHING AND SAYS SO;
003252* SO DOES A CARD THAT FAILS THE DATE EDIT IN 1100.
003260*=================================================================
003270 1000-INITIALIZE.
003280     MOVE FUNCTION CURRENT-DATE TO GRT-START-TIMESTAMP.
003290     MOVE GRT-START-TIMESTAMP(1:8) TO GRT-TODAY.
003300     MOVE SPACE TO CONTROL-RECORD.
003310     MOVE ZERO TO CTL-FROM-DATE.
003320     MOVE ZERO TO CTL-TO-DATE.
003330     OPEN INPUT CONTROL-FILE.
003340     IF GRT-CONTROL-OK
003350         SET GRT-CONTROL-PRESENT TO TRUE
003360         READ CONTROL-FILE
003370             AT END
003380                 MOVE ZERO TO CTL-FROM-DATE
003390                 MOVE ZERO TO CTL-TO-DATE
003392             NOT AT END
003394                 PERFORM 1100-EDIT-CONTROL-CARD
003396                     THRU 1100-EDIT-CONTROL-CARD-EXIT
003400         END-READ
003410     END-IF.
003420     IF CTL-DORMANT-DAYS IS NUMERIC AND CTL-DORMANT-DAYS > ZERO
003430         MOVE CTL-DORMANT-DAYS TO GRT-DORMANT-DAYS
003440     ELSE
003450         MOVE 90 TO GRT-DORMANT-DAYS
003460     END-IF.
003470     OPEN OUTPUT REPORT-FILE.
003480     MOVE GRT-DORMANT-DAYS TO RPT-DORMANT-DAYS.
003490     MOVE CTL-TO-DATE TO RPT-HEAD-TO-DATE.
003500     MOVE GRT-REPORT-HEADING TO REPORT-LINE.
003510     WRITE REPORT-LINE.
003520     MOVE CTL-FROM-DATE TO RPT-FROM-DATE.
003530     MOVE CTL-TO-DATE TO RPT-TO-DATE.
003540     MOVE GRT-REPORT-RANGE-LINE TO REPORT-LINE.
003550     WRITE REPORT-LINE.
003560     MOVE SPACE TO REPORT-LINE.
003570     WRITE REPORT-LINE.
003580 1000-INITIALIZE-EXIT.
003590     EXIT.
003591
003592*=================================================================
003593* 1100-EDIT-CONTROL-CARD - BOTH DATES MUST BE REAL CALENDAR DATES
003594* AND THE RANGE MUST NOT RUN BACKWARDS.  A CARD THAT FAILS IS
003595* FLAGGED AND ITS DATES ZEROED, SO THE LATER PASSES TAKE THE SAME
003596* NO-RANGE EXIT AS A MISSING CARD.
003597*=================================================================
003598 1100-EDIT-CONTROL-CARD.
003599     IF CTL-FROM-DATE IS NOT NUMERIC
003600             OR CTL-TO-DATE IS NOT NUMERIC
003601         GO TO 1100-EDIT-CONTROL-CARD-BAD
003602     END-IF.
003603     IF FUNCTION TEST-DATE-YYYYMMDD (CTL-FROM-DATE) NOT = ZERO
003604             OR FUNCTION TEST-DATE-YYYYMMDD (CTL-TO-DATE)
003605                 NOT = ZERO
003606         GO TO 1100-EDIT-CONTROL-CARD-BAD
003607     END-IF.
003608     IF CTL-FROM-DATE > CTL-TO-DATE
003609         GO TO 1100-EDIT-CONTROL-CARD-BAD
003610     END-IF.
003611     GO TO 1100-EDIT-CONTROL-CARD-EXIT.
003612 1100-EDIT-CONTROL-CARD-BAD.
003613     SET GRT-CONTROL-INVALID TO TRUE.
003614     MOVE ZERO TO CTL-FROM-DATE.
003615     MOVE ZERO TO CTL-TO-DATE.
003616 1100-EDIT-CONTROL-CARD-EXIT.
003617     EXIT.
003618
003619*=================================================================
003620* 2000-LOAD-CANDIDATES - EVERY EMPLOYEE ON THE MASTER, THEN EVERY
003630* VISITOR BADGE WHOSE PRE-REGISTRATION WINDOW COVERS TODAY.  A
003640* MISSING MASTER SIMPLY CONTRIBUTES NO CANDIDATES.
003650*=================================================================
003660 2000-LOAD-CANDIDATES.
003670     IF NOT GRT-CONTROL-PRESENT OR CTL-TO-DATE = ZERO
003680         GO TO 2000-LOAD-CANDIDATES-EXIT
003690     END-IF.
003700     OPEN INPUT EMPLOYEE-MASTER-FILE.
003710     IF GRT-EMPMAST-OK
003720         PERFORM 2100-LOAD-ONE-EMPLOYEE
003730             THRU 2100-LOAD-ONE-EMPLOYEE-EXIT
003740             UNTIL GRT-EMPMAST-EOF
003750         CLOSE EMPLOYEE-MASTER-FILE
003760     END-IF.
003770     OPEN INPUT VISITOR-REG-FILE.
003780     IF GRT-VISREG-OK
003790         PERFORM 2200-LOAD-ONE-VISITOR
003800             THRU 2200-LOAD-ONE-VISITOR-EXIT
003810             UNTIL GRT-VISREG-EOF
003820         CLOSE VISITOR-REG-FILE
003830     END-IF.
003840 2000-LOAD-CANDIDATES-EXIT.
003850     EXIT.
003860
003870 2100-LOAD-ONE-EMPLOYEE.
003880     READ EMPLOYEE-MASTER-FILE NEXT RECORD
003890         AT END
003900             MOVE "10" TO GRT-EMPMAST-STATUS
003910             GO TO 2100-LOAD-ONE-EMPLOYEE-EXIT
003920     END-READ.
003930     MOVE "E" TO GRT-SECTION-TYPE.
003940     MOVE EM-EMPLOYEE-ID TO GRT-STAGE-ID.
003950     MOVE EM-LEGAL-NAME TO GRT-STAGE-NAME.
003960     PERFORM 2300-ADD-CANDIDATE
003970         THRU 2300-ADD-CANDIDATE-EXIT.
003980 2100-LOAD-ONE-EMPLOYEE-EXIT.
003990     EXIT.
004000
004010 2200-LOAD-ONE-VISITOR.
004020     READ VISITOR-REG-FILE NEXT RECORD
004030         AT END
004040             MOVE "10" TO GRT-VISREG-STATUS
004050             GO TO 2200-LOAD-ONE-VISITOR-EXIT
004060     END-READ.
004070     IF VR-VALID-FROM > GRT-TODAY OR VR-VALID-TO < GRT-TODAY
004080         GO TO 2200-LOAD-ONE-VISITOR-EXIT
004090     END-IF.
004100     MOVE "V" TO GRT-SECTION-TYPE.
004110     MOVE VR-BADGE-ID TO GRT-STAGE-ID.
004120     MOVE VR-DISPLAY-NAME TO GRT-STAGE-NAME.
004130     PERFORM 2300-ADD-CANDIDATE
004140         THRU 2300-ADD-CANDIDATE-EXIT.
004150 2200-LOAD-ONE-VISITOR-EXIT.
004160     EXIT.
004170
004180*=================================================================
004190* 2300-ADD-CANDIDATE - THE CALLER HAS STAGED THE ID, NAME, AND
004200* TYPE; THEY GO IN THE NEXT FREE SLOT WITH NO SIGHTING YET.
004210*=================================================================
004220 2300-ADD-CANDIDATE.
004230     IF GRT-CAND-USED NOT < GRT-CAND-MAX
004240         SET GRT-CAND-OVERFLOW TO TRUE
004250         ADD 1 TO GRT-CANDIDATES-SKIPPED
004260         GO TO 2300-ADD-CANDIDATE-EXIT
004270     END-IF.
004280     ADD 1 TO GRT-CAND-USED.
004290     MOVE GRT-STAGE-ID TO GRT-CAND-ID (GRT-CAND-USED).
004300     MOVE GRT-STAGE-NAME TO GRT-CAND-NAME (GRT-CAND-USED).
004310     MOVE GRT-SECTION-TYPE TO GRT-CAND-TYPE (GRT-CAND-USED).
004320     MOVE ZERO TO GRT-CAND-LAST-DATE (GRT-CAND-USED).
004330     MOVE SPACE TO GRT-CAND-LAST-SITE (GRT-CAND-USED).
004340 2300-ADD-CANDIDATE-EXIT.
004350     EXIT.
004360
004370*=================================================================
004380* 3000-WALK-CATALOG - WALK EVERY ARCHCAT ENTRY AND READ BACK EACH
004390* AUDIT CUT INSIDE THE REQUESTED RANGE.
004400*=================================================================
004410 3000-WALK-CATALOG.
004411     IF GRT-CONTROL-INVALID
004412         MOVE GRT-REPORT-BAD-CONTROL-LINE TO REPORT-LINE
004413         WRITE REPORT-LINE
004414         GO TO 3000-WALK-CATALOG-EXIT
004415     END-IF.
004420     IF NOT GRT-CONTROL-PRESENT OR CTL-TO-DATE = ZERO
004430         MOVE GRT-REPORT-NO-CONTROL-LINE TO REPORT-LINE
004440         WRITE REPORT-LINE
004450         GO TO 3000-WALK-CATALOG-EXIT
004460     END-IF.
004470     OPEN INPUT CATALOG-FILE.
004480     IF NOT GRT-CATALOG-OK
004490         MOVE GRT-REPORT-NO-CATALOG-LINE TO REPORT-LINE
004500         WRITE REPORT-LINE
004510         GO TO 3000-WALK-CATALOG-EXIT
004520     END-IF.
004530     SET GRT-CATALOG-PRESENT TO TRUE.
004540     PERFORM 3100-WALK-ONE-ENTRY
004550         THRU 3100-WALK-ONE-ENTRY-EXIT
004560         UNTIL GRT-CATALOG-EOF.
004570     CLOSE CATALOG-FILE.
004580     IF GRT-FILES-READ = ZERO
004590         MOVE GRT-REPORT-NO-HISTORY-LINE TO REPORT-LINE
004600         WRITE REPORT-LINE
004610     END-IF.
004620 3000-WALK-CATALOG-EXIT.
004630     EXIT.
004640
004650 3100-WALK-ONE-ENTRY.
004660     READ CATALOG-FILE
004670         AT END
004680             MOVE "10" TO GRT-CATALOG-STATUS
004690             GO TO 3100-WALK-ONE-ENTRY-EXIT
004700     END-READ.
004710     IF CAT-FILE-TYPE NOT = "AUDIT"
004720         GO TO 3100-WALK-ONE-ENTRY-EXIT
004730     END-IF.
004740     IF CAT-CUT-DATE < CTL-FROM-DATE
004750             OR CAT-CUT-DATE > CTL-TO-DATE
004760         GO TO 3100-WALK-ONE-ENTRY-EXIT
004770     END-IF.
004780     PERFORM 3200-READ-HISTORY-FILE
004790         THRU 3200-READ-HISTORY-FILE-EXIT.
004800 3100-WALK-ONE-ENTRY-EXIT.
004810     EXIT.
004820
004830*=================================================================
004840* 3200-READ-HISTORY-FILE - READ ONE DATED AUDIT HISTORY FILE.  A
004850* CATALOGED FILE THAT WILL NOT OPEN (PURGED SHELL, OPERATOR
004860* SWEEP) IS NOTED ON THE REPORT AND SKIPPED.
004870*=================================================================
004880 3200-READ-HISTORY-FILE.
004890     MOVE CAT-FILE-NAME TO GRT-HISTORY-IN-NAME.
004900     OPEN INPUT HISTORY-IN-FILE.
004910     IF NOT GRT-HISTORY-IN-OK
004920         MOVE CAT-FILE-NAME TO RPT-MISSING-NAME
004930         MOVE GRT-REPORT-MISSING-LINE TO REPORT-LINE
004940         WRITE REPORT-LINE
004950         GO TO 3200-READ-HISTORY-FILE-EXIT
004960     END-IF.
004970     ADD 1 TO GRT-FILES-READ.
004980     PERFORM 3250-READ-HISTORY-RECORD
004990         THRU 3250-READ-HISTORY-RECORD-EXIT.
005000     PERFORM 3300-NOTE-ONE-SIGHTING
005010         THRU 3300-NOTE-ONE-SIGHTING-EXIT
005020         UNTIL GRT-HISTORY-IN-EOF.
005030     CLOSE HISTORY-IN-FILE.
005040 3200-READ-HISTORY-FILE-EXIT.
005050     EXIT.
005060
005070 3250-READ-HISTORY-RECORD.
005080     READ HISTORY-IN-FILE
005090         AT END
005100             MOVE "10" TO GRT-HISTORY-IN-STATUS
005110     END-READ.
005120 3250-READ-HISTORY-RECORD-EXIT.
005130     EXIT.
005140
005150*=================================================================
005160* 3300-NOTE-ONE-SIGHTING - ANY AUDIT RECORD - GREETED, REPEAT, OR
005170* SUPPRESSED - PROVES THE BADGE WAS PRESENTED.  THE CANDIDATE
005180* KEEPS THE LATEST DATE SEEN AND THE SITE OF THAT SIGHTING; CUTS
005190* NEED NOT ARRIVE IN DATE ORDER.
005200*=================================================================
005210 3300-NOTE-ONE-SIGHTING.
005220     ADD 1 TO GRT-RECORDS-READ.
005230     MOVE "N" TO GRT-CAND-FOUND-SW.
005240     PERFORM 3350-MATCH-CANDIDATE-SLOT
005250         THRU 3350-MATCH-CANDIDATE-SLOT-EXIT
005260         VARYING GRT-CAND-SCAN-SUB FROM 1 BY 1
005270         UNTIL GRT-CAND-SCAN-SUB > GRT-CAND-USED
005280             OR GRT-CAND-FOUND.
005290     IF NOT GRT-CAND-FOUND
005300         GO TO 3300-NOTE-ONE-SIGHTING-NEXT
005310     END-IF.
005320     MOVE AUD-TIMESTAMP(1:8) TO GRT-SEEN-DATE.
005330     IF GRT-SEEN-DATE NOT < GRT-CAND-LAST-DATE (GRT-CAND-SUB)
005340         MOVE GRT-SEEN-DATE TO GRT-CAND-LAST-DATE (GRT-CAND-SUB)
005350         MOVE AUD-SITE-ID TO GRT-CAND-LAST-SITE (GRT-CAND-SUB)
005360     END-IF.
005370 3300-NOTE-ONE-SIGHTING-NEXT.
005380     PERFORM 3250-READ-HISTORY-RECORD
005390         THRU 3250-READ-HISTORY-RECORD-EXIT.
005400 3300-NOTE-ONE-SIGHTING-EXIT.
005410     EXIT.
005420
005430*=================================================================
005440* 3350-MATCH-CANDIDATE-SLOT - THE VARYING STEP ADDS ONE AFTER A
005450* HIT, SO THE SLOT NUMBER IS CAPTURED INTO GRT-CAND-SUB ON THE
005460* MATCH AND THE CALLER USES THAT.
005470*=================================================================
005480 3350-MATCH-CANDIDATE-SLOT.
005490     IF GRT-CAND-ID (GRT-CAND-SCAN-SUB) = AUD-EMPLOYEE-ID
005500         SET GRT-CAND-FOUND TO TRUE
005510         MOVE GRT-CAND-SCAN-SUB TO GRT-CAND-SUB
005520     END-IF.
005530 3350-MATCH-CANDIDATE-SLOT-EXIT.
005540     EXIT.
005550
005560*=================================================================
005570* 4000-WRITE-DORMANT-BADGES - ONE SECTION FOR THE EMPLOYEES AND
005580* ONE FOR THE VISITOR BADGES.  THE WINDOW IS THE LAST N DAYS OF
005590* THE RANGE, COUNTED IN INTEGER DAYS SO IT CROSSES MONTH AND
005600* YEAR ENDS CLEANLY.
005610*=================================================================
005620 4000-WRITE-DORMANT-BADGES.
005630     IF NOT GRT-CATALOG-PRESENT OR GRT-FILES-READ = ZERO
005640         GO TO 4000-WRITE-DORMANT-BADGES-EXIT
005650     END-IF.
005660     COMPUTE GRT-CUTOFF-INTEGER =
005670         FUNCTION INTEGER-OF-DATE(CTL-TO-DATE)
005680         - GRT-DORMANT-DAYS + 1.
005690     IF GRT-CAND-OVERFLOW
005700         MOVE GRT-CANDIDATES-SKIPPED TO RPT-SKIPPED-COUNT
005710         MOVE GRT-REPORT-OVERFLOW-LINE TO REPORT-LINE
005720         WRITE REPORT-LINE
005730     END-IF.
005740     MOVE "EMPLOYEES (EMPMAST) - FOR THE HR CLEANUP"
005750         TO RPT-SECTION-TITLE.
005760     MOVE "E" TO GRT-SECTION-TYPE.
005770     PERFORM 4100-WRITE-ONE-SECTION
005780         THRU 4100-WRITE-ONE-SECTION-EXIT.
005790     MOVE GRT-SECTION-COUNT TO GRT-EMPLOYEES-DORMANT.
005800     MOVE "ACTIVE VISITOR BADGES (VISREG) - FOR SECURITY"
005810         TO RPT-SECTION-TITLE.
005820     MOVE "V" TO GRT-SECTION-TYPE.
005830     PERFORM 4100-WRITE-ONE-SECTION
005840         THRU 4100-WRITE-ONE-SECTION-EXIT.
005850     MOVE GRT-SECTION-COUNT TO GRT-VISITORS-DORMANT.
005860 4000-WRITE-DORMANT-BADGES-EXIT.
005870     EXIT.
005880
005890 4100-WRITE-ONE-SECTION.
005900     MOVE ZERO TO GRT-SECTION-COUNT.
005910     MOVE SPACE TO REPORT-LINE.
005920     WRITE REPORT-LINE.
005930     MOVE GRT-REPORT-SECTION-LINE TO REPORT-LINE.
005940     WRITE REPORT-LINE.
005950     MOVE SPACE TO REPORT-LINE.
005960     WRITE REPORT-LINE.
005970     MOVE GRT-REPORT-COLUMN-HEADS TO REPORT-LINE.
005980     WRITE REPORT-LINE.
005990     PERFORM 4200-CHECK-ONE-CANDIDATE
006000         THRU 4200-CHECK-ONE-CANDIDATE-EXIT
006010         VARYING GRT-CAND-SUB FROM 1 BY 1
006020         UNTIL GRT-CAND-SUB > GRT-CAND-USED.
006030     IF GRT-SECTION-COUNT = ZERO
006040         MOVE GRT-REPORT-NONE-LINE TO REPORT-LINE
006050         WRITE REPORT-LINE
006060     END-IF.
006070 4100-WRITE-ONE-SECTION-EXIT.
006080     EXIT.
006090
006100*=================================================================
006110* 4200-CHECK-ONE-CANDIDATE - A CANDIDATE OF THIS SECTION'S TYPE
006120* IS DORMANT WHEN IT WAS NEVER SEEN IN THE RANGE OR ITS LATEST
006130* SIGHTING FALLS BEFORE THE WINDOW.
006140*=================================================================
006150 4200-CHECK-ONE-CANDIDATE.
006160     IF GRT-CAND-TYPE (GRT-CAND-SUB) NOT = GRT-SECTION-TYPE
006170         GO TO 4200-CHECK-ONE-CANDIDATE-EXIT
006180     END-IF.
006190     IF GRT-CAND-LAST-DATE (GRT-CAND-SUB) = ZERO
006200         MOVE "NEVER SEEN" TO RPT-LAST-SEEN
006210         MOVE SPACE TO RPT-LAST-SITE
006220     ELSE
006230         IF FUNCTION INTEGER-OF-DATE
006240                 (GRT-CAND-LAST-DATE (GRT-CAND-SUB))
006250                 NOT < GRT-CUTOFF-INTEGER
006260             GO TO 4200-CHECK-ONE-CANDIDATE-EXIT
006270         END-IF
006280         MOVE GRT-CAND-LAST-DATE (GRT-CAND-SUB) TO RPT-LAST-SEEN
006290         MOVE GRT-CAND-LAST-SITE (GRT-CAND-SUB) TO RPT-LAST-SITE
006300     END-IF.
006310     ADD 1 TO GRT-SECTION-COUNT.
006320     MOVE GRT-CAND-ID (GRT-CAND-SUB) TO RPT-BADGE-ID.
006330     MOVE GRT-CAND-NAME (GRT-CAND-SUB) TO RPT-NAME.
006340     MOVE GRT-REPORT-DETAIL TO REPORT-LINE.
006350     WRITE REPORT-LINE.
006360 4200-CHECK-ONE-CANDIDATE-EXIT.
006370     EXIT.
006380
006390*=================================================================
006400* 5000-WRITE-REPORT-TOTALS - RUN TOTALS FOR OPERATIONS.
006410*=================================================================
006420 5000-WRITE-REPORT-TOTALS.
006430     MOVE SPACE TO REPORT-LINE.
006440     WRITE REPORT-LINE.
006450     MOVE "HISTORY FILES READ . . . . ." TO RPT-TOTAL-LABEL.
006460     MOVE GRT-FILES-READ TO RPT-TOTAL-COUNT.
006470     PERFORM 5100-WRITE-TOTAL-LINE
006480         THRU 5100-WRITE-TOTAL-LINE-EXIT.
006490     MOVE "AUDIT RECORDS READ . . . . ." TO RPT-TOTAL-LABEL.
006500     MOVE GRT-RECORDS-READ TO RPT-TOTAL-COUNT.
006510     PERFORM 5100-WRITE-TOTAL-LINE
006520         THRU 5100-WRITE-TOTAL-LINE-EXIT.
006530     MOVE "BADGES ASSESSED. . . . . . ." TO RPT-TOTAL-LABEL.
006540     MOVE GRT-CAND-USED TO RPT-TOTAL-COUNT.
006550     PERFORM 5100-WRITE-TOTAL-LINE
006560         THRU 5100-WRITE-TOTAL-LINE-EXIT.
006570     MOVE "EMPLOYEES DORMANT. . . . . ." TO RPT-TOTAL-LABEL.
006580     MOVE GRT-EMPLOYEES-DORMANT TO RPT-TOTAL-COUNT.
006590     PERFORM 5100-WRITE-TOTAL-LINE
006600         THRU 5100-WRITE-TOTAL-LINE-EXIT.
006610     MOVE "VISITOR BADGES DORMANT . . ." TO RPT-TOTAL-LABEL.
006620     MOVE GRT-VISITORS-DORMANT TO RPT-TOTAL-COUNT.
006630     PERFORM 5100-WRITE-TOTAL-LINE
006640         THRU 5100-WRITE-TOTAL-LINE-EXIT.
006650 5000-WRITE-REPORT-TOTALS-EXIT.
006660     EXIT.
006670
006680 5100-WRITE-TOTAL-LINE.
006690     MOVE GRT-REPORT-TOTAL-LINE TO REPORT-LINE.
006700     WRITE REPORT-LINE.
006710 5100-WRITE-TOTAL-LINE-EXIT.
006720     EXIT.
006730
006740*=================================================================
006750* 9000-TERMINATE.
006760*=================================================================
006770 9000-TERMINATE.
006780     IF GRT-CONTROL-PRESENT
006790         CLOSE CONTROL-FILE
006800     END-IF.
006810     CLOSE REPORT-FILE.
006820     PERFORM 9100-WRITE-RUN-LOG
006830         THRU 9100-WRITE-RUN-LOG-EXIT.
006840 9000-TERMINATE-EXIT.
006850     EXIT.
006860
006870*=================================================================
006880* 9100-WRITE-RUN-LOG - APPEND THE STANDARD COMPLETION RECORD
006890* TO THE SHARED RUN LOG FOR THE CHAINRPT MORNING SEQUENCE
006900* REPORT.  A REPORT HAS NO DATA-RECORD OUTPUT TO COUNT; THE
006910* DORMANT BADGES FOUND ARE CARRIED AS THE REJECTED COUNT.
006920*=================================================================
006930 9100-WRITE-RUN-LOG.
006940     OPEN EXTEND RUN-LOG-FILE.
006950     IF GRT-RUNLOG-STATUS NOT = "00"
006960             AND GRT-RUNLOG-STATUS NOT = "05"
006970         OPEN OUTPUT RUN-LOG-FILE
006980     END-IF.
006990     MOVE "DORMANT" TO RL-PROGRAM-ID.
007000     MOVE GRT-START-TIMESTAMP TO RL-START-TIMESTAMP.
007010     MOVE FUNCTION CURRENT-DATE TO RL-END-TIMESTAMP.
007020     MOVE GRT-RECORDS-READ TO RL-RECORDS-READ.
007030     MOVE ZERO TO RL-RECORDS-WRITTEN.
007040     COMPUTE RL-RECORDS-REJECTED = GRT-EMPLOYEES-DORMANT
007050         + GRT-VISITORS-DORMANT.
007060     MOVE "N" TO RL-RUN-STATUS.
007070     WRITE RUN-LOG-RECORD.
007080     CLOSE RUN-LOG-FILE.
007090 9100-WRITE-RUN-LOG-EXIT.
007100     EXIT.
