000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. ARCHVRFY.
000120 AUTHOR. D-SHIFT-APPLICATIONS.
000130 INSTALLATION. CORPORATE-FACILITIES-IT.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*---------------------------------------------------------------*
000170* ARCHVRFY                                                      *
000180* ARCHIVE VERIFICATION.  SECURITY TAKES THE ARCHPURG RETRIEVE   *
000190* EXTRACT AS EVIDENCE, SO EVERY DATED HISTORY FILE MUST BE      *
000200* PROVABLY THE FILE THAT WAS CUT.  ARCHPURG RECORDS A RECORD    *
000210* COUNT AND A HASH TOTAL (SEE ARCHCREC) ON EVERY CATALOG ENTRY; *
000220* THIS PROGRAM READS EVERY CATALOGED AUDHIST, REJHIST, AND      *
000230* ERRHIST FILE BACK, RECOMPUTES BOTH, AND FLAGS:                *
000240*                                                               *
000250*   - A RECORD COUNT OR HASH TOTAL THAT NO LONGER AGREES        *
000260*   - A CATALOGED FILE THAT IS MISSING                          *
000270*   - A HISTORY FILE FOR ANY OF THE LAST N DAYS (ARCVCTL,       *
000280*     DEFAULT NINETY) THAT HOLDS RECORDS BUT IS NOT CATALOGED   *
000290*                                                               *
000300* AN ENTRY CUT BEFORE THE CONTROL TOTALS EXISTED CANNOT BE      *
000310* PROVED; IT IS LISTED AS SUCH BUT IS NOT A FAILURE.  AN EMPTY  *
000320* UNCATALOGED FILE IS A PURGED SHELL AWAITING THE OPERATORS'    *
000330* SWEEP AND IS PASSED OVER.                                     *
000340*                                                               *
000350* EVERY FILE GOES ON THE VERIFICATION REPORT (ARCVRPT) WITH A   *
000360* PASS/FAIL VERDICT.  EVERY FAILURE IS ALSO APPENDED TO THE     *
000370* ALERTOUT EXTRACT THE OPS CONSOLE POLLS, IN THE GREETMON       *
000380* LAYOUT.  GREETMON RECREATES ALERTOUT WHEN IT RUNS, SO THIS    *
000390* PROGRAM IS SCHEDULED AFTER ARCHPURG, LATE IN THE WINDOW.      *
000400*---------------------------------------------------------------*
000410* MODIFICATION HISTORY.
000420*   10/15/2026  RMK  ORIGINAL PROGRAM - NOTHING PROVED A DATED
000430*                    HISTORY FILE WAS STILL COMPLETE AND
000440*                    UNALTERED SINCE IT WAS CUT.
000450*---------------------------------------------------------------*
000460
000470 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000490 SOURCE-COMPUTER. GENERIC-LINUX.
000500 OBJECT-COMPUTER. GENERIC-LINUX.
000510
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT CONTROL-FILE ASSIGN TO "ARCVCTL"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS GRT-CONTROL-STATUS.
000570
000580     SELECT CATALOG-FILE ASSIGN TO "ARCHCAT"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS GRT-CATALOG-STATUS.
000610
000620     SELECT HISTORY-IN-FILE ASSIGN USING GRT-HISTORY-IN-NAME
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS GRT-HISTORY-IN-STATUS.
000650
000660     SELECT REPORT-FILE ASSIGN TO "ARCVRPT"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS GRT-REPORT-STATUS.
000690
000700     SELECT ALERT-FILE ASSIGN TO "ALERTOUT"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS GRT-ALERT-STATUS.
000730
000740     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS GRT-RUNLOG-STATUS.
000770
000780 DATA DIVISION.
000790 FILE SECTION.
000800*---------------------------------------------------------------*
000810* RUN CONTROL - HOW MANY DAYS BACK FROM TODAY TO LOOK FOR       *
000820* UNCATALOGED HISTORY FILES.  A BLANK OR ZERO VALUE, OR NO      *
000830* CONTROL FILE AT ALL, DEFAULTS TO NINETY DAYS.                 *
000840*---------------------------------------------------------------*
000850 FD  CONTROL-FILE.
000860 01  CONTROL-RECORD.
000870     05  CTL-LOOKBACK-DAYS       PIC 9(03).
000880
000890*---------------------------------------------------------------*
000900* ARCHIVE CATALOG WRITTEN BY ARCHPURG - ONE RECORD PER DATED    *
000910* HISTORY FILE CUT, WITH ITS CONTROL TOTALS.                    *
000920*---------------------------------------------------------------*
000930 FD  CATALOG-FILE.
000940     COPY ARCHCREC.
000950
000960*---------------------------------------------------------------*
000970* A DATED HISTORY FILE BEING READ BACK.  THE TOTALS ARE TAKEN   *
000980* OVER THE SAME GENERIC 100-BYTE BUFFER ARCHPURG USES, SO ONE   *
000990* BUFFER COVERS ALL THREE LAYOUTS.                              *
001000*---------------------------------------------------------------*
001010 FD  HISTORY-IN-FILE.
001020 01  HISTORY-IN-RECORD           PIC X(100).
001030
001040*---------------------------------------------------------------*
001050* ARCHIVE VERIFICATION REPORT.                                  *
001060*---------------------------------------------------------------*
001070 FD  REPORT-FILE.
001080 01  REPORT-LINE                 PIC X(80).
001090
001100*---------------------------------------------------------------*
001110* SEVERITY-CODED ALERT EXTRACT FOR THE OPS CONSOLE - THE        *
001120* GREETMON LAYOUT, APPENDED TO.                                 *
001130*---------------------------------------------------------------*
001140 FD  ALERT-FILE.
001150 01  ALERT-RECORD.
001160     05  ALT-SEVERITY            PIC X(01).
001170     05  ALT-CODE                PIC X(04).
001180     05  ALT-VALUE               PIC 9(08).
001190     05  ALT-TEXT                PIC X(60).
001200
001210*---------------------------------------------------------------*
001220* SHARED RUN LOG - ONE COMPLETION RECORD APPENDED PER RUN FOR   *
001230* THE CHAINRPT MORNING SEQUENCE REPORT.                         *
001240*---------------------------------------------------------------*
001250 FD  RUN-LOG-FILE.
001260     COPY RUNLGREC.
001270
001280 WORKING-STORAGE SECTION.
001290*---------------------------------------------------------------*
001300* FILE STATUS FIELDS AND THEIR ASSOCIATED CONDITION NAMES.      *
001310*---------------------------------------------------------------*
001320 77  GRT-CONTROL-STATUS          PIC X(02) VALUE "00".
001330     88  GRT-CONTROL-OK                    VALUE "00".
001340
001350 77  GRT-CATALOG-STATUS          PIC X(02) VALUE "00".
001360     88  GRT-CATALOG-OK                    VALUE "00".
001370     88  GRT-CATALOG-EOF                   VALUE "10".
001380
001390 77  GRT-HISTORY-IN-STATUS       PIC X(02) VALUE "00".
001400     88  GRT-HISTORY-IN-OK                 VALUE "00".
001410     88  GRT-HISTORY-IN-EOF                VALUE "10".
001420
001430 77  GRT-REPORT-STATUS           PIC X(02) VALUE "00".
001440 77  GRT-ALERT-STATUS            PIC X(02) VALUE "00".
001450 77  GRT-RUNLOG-STATUS           PIC X(02) VALUE "00".
001460
001470*---------------------------------------------------------------*
001480* DYNAMIC FILE NAME AND SWITCHES.                               *
001490*---------------------------------------------------------------*
001500 77  GRT-HISTORY-IN-NAME         PIC X(17) VALUE SPACE.
001510
001520 77  GRT-CONTROL-PRESENT-SW      PIC X(01) VALUE "N".
001530     88  GRT-CONTROL-PRESENT               VALUE "Y".
001540
001550 77  GRT-FILE-FOUND-SW           PIC X(01) VALUE "N".
001560     88  GRT-FILE-FOUND                    VALUE "Y".
001570
001580 77  GRT-NAME-CATALOGED-SW       PIC X(01) VALUE "N".
001590     88  GRT-NAME-CATALOGED                VALUE "Y".
001600
001610 77  GRT-CAT-OVERFLOW-SW         PIC X(01) VALUE "N".
001620     88  GRT-CAT-OVERFLOW                  VALUE "Y".
001630
001640*---------------------------------------------------------------*
001650* CATALOGED FILE NAMES, KEPT AS THE CATALOG IS VERIFIED SO THE  *
001660* PROBE FOR UNCATALOGED FILES CAN TELL THEM APART.  RETENTION   *
001670* CANNOT EXCEED 999 DAYS OF THREE CUTS, SO THE TABLE HOLDS THE  *
001680* LARGEST CATALOG ARCHPURG CAN KEEP; IF IT EVER OVERFLOWS THE   *
001690* PROBE IS SKIPPED RATHER THAN RAISE FALSE ALARMS.              *
001700*---------------------------------------------------------------*
001710 77  GRT-CAT-MAX                 PIC 9(04) COMP VALUE 3000.
001720 77  GRT-CAT-USED                PIC 9(04) COMP VALUE ZERO.
001730 77  GRT-CAT-SCAN-SUB            PIC 9(04) COMP VALUE ZERO.
001740
001750 01  GRT-CATALOG-NAME-TABLE.
001760     05  GRT-CAT-NAME OCCURS 3000 TIMES
001770                                 PIC X(17).
001780
001790*---------------------------------------------------------------*
001800* HISTORY FILE TYPE TABLE - THE THREE CATALOG TYPES AND THEIR   *
001810* HISTORY NAME PREFIXES, AS ARCHPURG NAMES THEM.                *
001820*---------------------------------------------------------------*
001830 77  GRT-TYPE-COUNT              PIC 9(02) COMP VALUE 3.
001840 77  GRT-TYPE-SUB                PIC 9(02) COMP VALUE ZERO.
001850
001860 01  GRT-TYPE-LITERALS.
001870     05  FILLER                  PIC X(08) VALUE "AUDIT".
001880     05  FILLER                  PIC X(08) VALUE "AUDHIST.".
001890     05  FILLER                  PIC X(08) VALUE "REJECT".
001900     05  FILLER                  PIC X(08) VALUE "REJHIST.".
001910     05  FILLER                  PIC X(08) VALUE "ERROR".
001920     05  FILLER                  PIC X(08) VALUE "ERRHIST.".
001930 01  GRT-TYPE-TABLE REDEFINES GRT-TYPE-LITERALS.
001940     05  GRT-TYPE-ENTRY OCCURS 3 TIMES.
001950         10  GRT-TYPE-NAME       PIC X(08).
001960         10  GRT-TYPE-PREFIX     PIC X(08).
001970
001980*---------------------------------------------------------------*
001990* CONTROL TOTAL WORK AREAS.  THE HASH MUST STAY IDENTICAL TO    *
002000* THE ARCHPURG HASH - EVERY DIGIT TIMES ITS COLUMN NUMBER.      *
002010*---------------------------------------------------------------*
002020 77  GRT-FILE-RECORD-COUNT       PIC 9(08) VALUE ZERO.
002030 77  GRT-FILE-HASH-TOTAL         PIC 9(15) VALUE ZERO.
002040 77  GRT-RECORD-HASH             PIC 9(08) VALUE ZERO.
002050 77  GRT-HASH-COLUMN             PIC 9(03) COMP VALUE ZERO.
002060 77  GRT-HASH-DIGIT              PIC 9(01) VALUE ZERO.
002070 77  GRT-HASH-RECORD             PIC X(100) VALUE SPACE.
002080
002090*---------------------------------------------------------------*
002100* DATE WORK AREAS AND RUN TOTALS.                               *
002110*---------------------------------------------------------------*
002120 77  GRT-START-TIMESTAMP         PIC X(21) VALUE SPACE.
002130 77  GRT-TODAY                   PIC 9(08) VALUE ZERO.
002140 77  GRT-LOOKBACK-DAYS           PIC 9(03) VALUE 90.
002150 77  GRT-PROBE-DAY               PIC 9(03) COMP VALUE ZERO.
002160 77  GRT-PROBE-INTEGER           PIC 9(08) COMP VALUE ZERO.
002170 77  GRT-PROBE-DATE              PIC 9(08) VALUE ZERO.
002180 77  GRT-PROBE-DATE-X            PIC X(08) VALUE SPACE.
002190
002200 77  GRT-ENTRIES-READ            PIC 9(08) VALUE ZERO.
002210 77  GRT-FILES-VERIFIED          PIC 9(08) VALUE ZERO.
002220 77  GRT-FILES-MISMATCHED        PIC 9(08) VALUE ZERO.
002230 77  GRT-FILES-MISSING           PIC 9(08) VALUE ZERO.
002240 77  GRT-FILES-NO-TOTALS         PIC 9(08) VALUE ZERO.
002250 77  GRT-FILES-PROBED            PIC 9(08) VALUE ZERO.
002260 77  GRT-FILES-UNCATALOGED       PIC 9(08) VALUE ZERO.
002270 77  GRT-RECORDS-READ            PIC 9(08) VALUE ZERO.
002280 77  GRT-TOTAL-FAILURES          PIC 9(08) VALUE ZERO.
002290 77  GRT-SECTION-COUNT           PIC 9(08) VALUE ZERO.
002300 77  GRT-ALERTS-WRITTEN          PIC 9(08) VALUE ZERO.
002310
002320*---------------------------------------------------------------*
002330* REPORT PRINT LINES.                                           *
002340*---------------------------------------------------------------*
002350 01  GRT-REPORT-HEADING.
002360     05  FILLER                  PIC X(35)
002370         VALUE "KIOSK HISTORY ARCHIVE VERIFICATION ".
002380     05  FILLER                  PIC X(04) VALUE "FOR ".
002390     05  RPT-TODAY               PIC 9(08).
002400     05  FILLER                  PIC X(33) VALUE SPACE.
002410
002420 01  GRT-REPORT-NO-CATALOG-LINE.
002430     05  FILLER                  PIC X(40)
002440         VALUE "NO ARCHIVE CATALOG (ARCHCAT) FOUND -".
002450     05  FILLER                  PIC X(40)
002460         VALUE " NO CATALOGED FILES TO VERIFY".
002470
002480 01  GRT-REPORT-OVERFLOW-LINE.
002490     05  FILLER                  PIC X(40)
002500         VALUE "** MORE CATALOG ENTRIES THAN TABLE SLOTS".
002510     05  FILLER                  PIC X(40)
002520         VALUE " - UNCATALOGED FILE PROBE NOT RUN".
002530
002540 01  GRT-REPORT-SECTION-LINE.
002550     05  RPT-SECTION-TITLE       PIC X(46).
002560     05  RPT-SECTION-DAYS        PIC ZZ9.
002570     05  RPT-SECTION-DAYS-X REDEFINES RPT-SECTION-DAYS
002580                                 PIC X(03).
002590     05  RPT-SECTION-SUFFIX      PIC X(31).
002600
002610 01  GRT-REPORT-COLUMN-HEADS.
002620     05  FILLER                  PIC X(09) VALUE "TYPE".
002630     05  FILLER                  PIC X(10) VALUE "CUT DATE".
002640     05  FILLER                  PIC X(18) VALUE "HISTORY FILE".
002650     05  FILLER                  PIC X(10) VALUE " CATALOG".
002660     05  FILLER                  PIC X(10) VALUE "  ACTUAL".
002670     05  FILLER                  PIC X(23) VALUE "RESULT".
002680
002690 01  GRT-REPORT-DETAIL.
002700     05  RPT-FILE-TYPE           PIC X(08).
002710     05  FILLER                  PIC X(01) VALUE SPACE.
002720     05  RPT-CUT-DATE            PIC 9(08).
002730     05  FILLER                  PIC X(02) VALUE SPACE.
002740     05  RPT-FILE-NAME           PIC X(17).
002750     05  FILLER                  PIC X(01) VALUE SPACE.
002760     05  RPT-CATALOG-COUNT       PIC ZZZZZZZ9.
002770     05  RPT-CATALOG-COUNT-X REDEFINES RPT-CATALOG-COUNT
002780                                 PIC X(08).
002790     05  FILLER                  PIC X(02) VALUE SPACE.
002800     05  RPT-ACTUAL-COUNT        PIC ZZZZZZZ9.
002810     05  RPT-ACTUAL-COUNT-X REDEFINES RPT-ACTUAL-COUNT
002820                                 PIC X(08).
002830     05  FILLER                  PIC X(02) VALUE SPACE.
002840     05  RPT-RESULT              PIC X(23).
002850
002860 01  GRT-REPORT-NONE-LINE.
002870     05  FILLER                  PIC X(04) VALUE SPACE.
002880     05  FILLER                  PIC X(40) VALUE "NONE".
002890     05  FILLER                  PIC X(36) VALUE SPACE.
002900
002910 01  GRT-REPORT-TOTAL-LINE.
002920     05  RPT-TOTAL-LABEL         PIC X(28).
002930     05  RPT-TOTAL-COUNT         PIC ZZZ,ZZ9.
002940     05  FILLER                  PIC X(45) VALUE SPACE.
002950
002960 01  GRT-REPORT-VERDICT-LINE.
002970     05  FILLER                  PIC X(28)
002980         VALUE "ARCHIVE VERDICT. . . . . . .".
002990     05  RPT-VERDICT             PIC X(04).
003000     05  FILLER                  PIC X(48) VALUE SPACE.
003010
003020 PROCEDURE DIVISION.
003030*=================================================================
003040* 0000-MAINLINE.
003050*=================================================================
003060 0000-MAINLINE.
003070     PERFORM 1000-INITIALIZE
003080         THRU 1000-INITIALIZE-EXIT.
003090     PERFORM 2000-VERIFY-CATALOG
003100         THRU 2000-VERIFY-CATALOG-EXIT.
003110     PERFORM 3000-PROBE-UNCATALOGED
003120         THRU 3000-PROBE-UNCATALOGED-EXIT.
003130     PERFORM 4000-WRITE-VERDICT
003140         THRU 4000-WRITE-VERDICT-EXIT.
003150     PERFORM 9000-TERMINATE
003160         THRU 9000-TERMINATE-EXIT.
003170     STOP RUN.
003180
003190*=================================================================
003200* 1000-INITIALIZE - READ THE CONTROL CARD, START THE REPORT, AND
003210* OPEN THE ALERT EXTRACT FOR APPEND.
003220*=================================================================
003230 1000-INITIALIZE.
003240     MOVE FUNCTION CURRENT-DATE TO GRT-START-TIMESTAMP.
003250     MOVE GRT-START-TIMESTAMP(1:8) TO GRT-TODAY.
003260     MOVE ZERO TO CTL-LOOKBACK-DAYS.
003270     OPEN INPUT CONTROL-FILE.
003280     IF GRT-CONTROL-OK
003290         SET GRT-CONTROL-PRESENT TO TRUE
003300         READ CONTROL-FILE
003310             AT END
003320                 MOVE ZERO TO CTL-LOOKBACK-DAYS
003330         END-READ
003340     END-IF.
003350     IF CTL-LOOKBACK-DAYS IS NUMERIC AND CTL-LOOKBACK-DAYS > ZERO
003360         MOVE CTL-LOOKBACK-DAYS TO GRT-LOOKBACK-DAYS
003370     END-IF.
003380     OPEN EXTEND ALERT-FILE.
003390     IF GRT-ALERT-STATUS NOT = "00"
003400             AND GRT-ALERT-STATUS NOT = "05"
003410         OPEN OUTPUT ALERT-FILE
003420     END-IF.
003430     OPEN OUTPUT REPORT-FILE.
003440     MOVE GRT-TODAY TO RPT-TODAY.
003450     MOVE GRT-REPORT-HEADING TO REPORT-LINE.
003460     WRITE REPORT-LINE.
003470     MOVE SPACE TO REPORT-LINE.
003480     WRITE REPORT-LINE.
003490 1000-INITIALIZE-EXIT.
003500     EXIT.
003510
003520*=================================================================
003530* 2000-VERIFY-CATALOG - READ EVERY CATALOGED HISTORY FILE BACK
003540* AND PROVE IT AGAINST ITS CONTROL TOTALS.
003550*=================================================================
003560 2000-VERIFY-CATALOG.
003570     MOVE "CATALOGED HISTORY FILES" TO RPT-SECTION-TITLE.
003580     MOVE SPACE TO RPT-SECTION-DAYS-X.
003590     MOVE SPACE TO RPT-SECTION-SUFFIX.
003600     PERFORM 8200-START-SECTION
003610         THRU 8200-START-SECTION-EXIT.
003620     OPEN INPUT CATALOG-FILE.
003630     IF NOT GRT-CATALOG-OK
003640         MOVE GRT-REPORT-NO-CATALOG-LINE TO REPORT-LINE
003650         WRITE REPORT-LINE
003660         GO TO 2000-VERIFY-CATALOG-EXIT
003670     END-IF.
003680     PERFORM 2100-VERIFY-ONE-ENTRY
003690         THRU 2100-VERIFY-ONE-ENTRY-EXIT
003700         UNTIL GRT-CATALOG-EOF.
003710     CLOSE CATALOG-FILE.
003720     IF GRT-SECTION-COUNT = ZERO
003730         MOVE GRT-REPORT-NONE-LINE TO REPORT-LINE
003740         WRITE REPORT-LINE
003750     END-IF.
003760 2000-VERIFY-CATALOG-EXIT.
003770     EXIT.
003780
003790*=================================================================
003800* 2100-VERIFY-ONE-ENTRY - ONE CATALOG ENTRY.  A FILE THAT WILL NOT
003810* OPEN IS MISSING; AN ENTRY WITH NO CONTROL TOTALS IS LISTED WITH
003820* ITS ACTUAL COUNT BUT CANNOT BE PROVED; OTHERWISE THE COUNT AND
003830* HASH MUST BOTH AGREE.
003840*=================================================================
003850 2100-VERIFY-ONE-ENTRY.
003860     READ CATALOG-FILE
003870         AT END
003880             MOVE "10" TO GRT-CATALOG-STATUS
003890             GO TO 2100-VERIFY-ONE-ENTRY-EXIT
003900     END-READ.
003910     ADD 1 TO GRT-ENTRIES-READ.
003920     IF GRT-CAT-USED < GRT-CAT-MAX
003930         ADD 1 TO GRT-CAT-USED
003940         MOVE CAT-FILE-NAME TO GRT-CAT-NAME (GRT-CAT-USED)
003950     ELSE
003960         SET GRT-CAT-OVERFLOW TO TRUE
003970     END-IF.
003980     MOVE CAT-FILE-TYPE TO RPT-FILE-TYPE.
003990     MOVE CAT-CUT-DATE TO RPT-CUT-DATE.
004000     MOVE CAT-FILE-NAME TO RPT-FILE-NAME.
004010     IF CAT-CONTROL-TOTALS IS NUMERIC
004020         MOVE CAT-RECORD-COUNT TO RPT-CATALOG-COUNT
004030     ELSE
004040         MOVE SPACE TO RPT-CATALOG-COUNT-X
004050     END-IF.
004060     MOVE CAT-FILE-NAME TO GRT-HISTORY-IN-NAME.
004070     PERFORM 2200-TOTAL-HISTORY-FILE
004080         THRU 2200-TOTAL-HISTORY-FILE-EXIT.
004090     IF NOT GRT-FILE-FOUND
004100         MOVE SPACE TO RPT-ACTUAL-COUNT-X
004110         MOVE "FILE MISSING" TO RPT-RESULT
004120         ADD 1 TO GRT-FILES-MISSING
004130         ADD 1 TO GRT-TOTAL-FAILURES
004140         MOVE "C" TO ALT-SEVERITY
004150         MOVE "AV02" TO ALT-CODE
004160         PERFORM 8500-WRITE-ALERT
004170             THRU 8500-WRITE-ALERT-EXIT
004180         GO TO 2100-VERIFY-ONE-ENTRY-NEXT
004190     END-IF.
004200     MOVE GRT-FILE-RECORD-COUNT TO RPT-ACTUAL-COUNT.
004210     IF CAT-CONTROL-TOTALS IS NOT NUMERIC
004220         MOVE "NO CONTROL TOTALS" TO RPT-RESULT
004230         ADD 1 TO GRT-FILES-NO-TOTALS
004240         MOVE "I" TO ALT-SEVERITY
004250         MOVE "AV04" TO ALT-CODE
004260         PERFORM 8500-WRITE-ALERT
004270             THRU 8500-WRITE-ALERT-EXIT
004280         GO TO 2100-VERIFY-ONE-ENTRY-NEXT
004290     END-IF.
004300     EVALUATE TRUE
004310         WHEN CAT-RECORD-COUNT = GRT-FILE-RECORD-COUNT
004320                 AND CAT-HASH-TOTAL = GRT-FILE-HASH-TOTAL
004330             MOVE "VERIFIED" TO RPT-RESULT
004340             ADD 1 TO GRT-FILES-VERIFIED
004350             GO TO 2100-VERIFY-ONE-ENTRY-NEXT
004360         WHEN CAT-RECORD-COUNT NOT = GRT-FILE-RECORD-COUNT
004370                 AND CAT-HASH-TOTAL NOT = GRT-FILE-HASH-TOTAL
004380             MOVE "COUNT AND HASH MISMATCH" TO RPT-RESULT
004390         WHEN CAT-RECORD-COUNT NOT = GRT-FILE-RECORD-COUNT
004400             MOVE "COUNT MISMATCH" TO RPT-RESULT
004410         WHEN OTHER
004420             MOVE "HASH MISMATCH" TO RPT-RESULT
004430     END-EVALUATE.
004440     ADD 1 TO GRT-FILES-MISMATCHED.
004450     ADD 1 TO GRT-TOTAL-FAILURES.
004460     MOVE "C" TO ALT-SEVERITY.
004470     MOVE "AV01" TO ALT-CODE.
004480     PERFORM 8500-WRITE-ALERT
004490         THRU 8500-WRITE-ALERT-EXIT.
004500 2100-VERIFY-ONE-ENTRY-NEXT.
004510     PERFORM 8000-WRITE-DETAIL
004520         THRU 8000-WRITE-DETAIL-EXIT.
004530 2100-VERIFY-ONE-ENTRY-EXIT.
004540     EXIT.
004550
004560*=================================================================
004570* 2200-TOTAL-HISTORY-FILE - READ THE HISTORY FILE NAMED IN
004580* GRT-HISTORY-IN-NAME AND TAKE ITS RECORD COUNT AND HASH TOTAL.
004590* GRT-FILE-FOUND SAYS WHETHER IT OPENED AT ALL.
004600*=================================================================
004610 2200-TOTAL-HISTORY-FILE.
004620     MOVE "N" TO GRT-FILE-FOUND-SW.
004630     MOVE ZERO TO GRT-FILE-RECORD-COUNT.
004640     MOVE ZERO TO GRT-FILE-HASH-TOTAL.
004650     OPEN INPUT HISTORY-IN-FILE.
004660     IF NOT GRT-HISTORY-IN-OK
004670         GO TO 2200-TOTAL-HISTORY-FILE-EXIT
004680     END-IF.
004690     SET GRT-FILE-FOUND TO TRUE.
004700     PERFORM 2250-TOTAL-HISTORY-RECORD
004710         THRU 2250-TOTAL-HISTORY-RECORD-EXIT
004720         UNTIL GRT-HISTORY-IN-EOF.
004730     CLOSE HISTORY-IN-FILE.
004740 2200-TOTAL-HISTORY-FILE-EXIT.
004750     EXIT.
004760
004770 2250-TOTAL-HISTORY-RECORD.
004780     MOVE SPACE TO HISTORY-IN-RECORD.
004790     READ HISTORY-IN-FILE
004800         AT END
004810             MOVE "10" TO GRT-HISTORY-IN-STATUS
004820             GO TO 2250-TOTAL-HISTORY-RECORD-EXIT
004830     END-READ.
004840     ADD 1 TO GRT-FILE-RECORD-COUNT.
004850     ADD 1 TO GRT-RECORDS-READ.
004860     MOVE HISTORY-IN-RECORD TO GRT-HASH-RECORD.
004870     PERFORM 8300-HASH-ONE-RECORD
004880         THRU 8300-HASH-ONE-RECORD-EXIT.
004890     ADD GRT-RECORD-HASH TO GRT-FILE-HASH-TOTAL.
004900 2250-TOTAL-HISTORY-RECORD-EXIT.
004910     EXIT.
004920
004930*=================================================================
004940* 3000-PROBE-UNCATALOGED - FOR EVERY DAY FROM TODAY BACK THROUGH
004950* THE LOOKBACK WINDOW, TRY EACH HISTORY FILE NAME ARCHPURG WOULD
004960* HAVE CUT.  ONE THAT IS NOT IN THE CATALOG BUT HOLDS RECORDS WAS
004970* NEVER CATALOGED OR WAS DROPPED FROM THE CATALOG BY HAND.
004980*=================================================================
004990 3000-PROBE-UNCATALOGED.
005000     IF GRT-CAT-OVERFLOW
005010         MOVE SPACE TO REPORT-LINE
005020         WRITE REPORT-LINE
005030         MOVE GRT-REPORT-OVERFLOW-LINE TO REPORT-LINE
005040         WRITE REPORT-LINE
005050         GO TO 3000-PROBE-UNCATALOGED-EXIT
005060     END-IF.
005070     MOVE "UNCATALOGED HISTORY FILES WITH RECORDS - LAST"
005080         TO RPT-SECTION-TITLE.
005090     MOVE GRT-LOOKBACK-DAYS TO RPT-SECTION-DAYS.
005100     MOVE " DAYS" TO RPT-SECTION-SUFFIX.
005110     PERFORM 8200-START-SECTION
005120         THRU 8200-START-SECTION-EXIT.
005130     PERFORM 3100-PROBE-ONE-DAY
005140         THRU 3100-PROBE-ONE-DAY-EXIT
005150         VARYING GRT-PROBE-DAY FROM 0 BY 1
005160         UNTIL GRT-PROBE-DAY NOT < GRT-LOOKBACK-DAYS.
005170     IF GRT-SECTION-COUNT = ZERO
005180         MOVE GRT-REPORT-NONE-LINE TO REPORT-LINE
005190         WRITE REPORT-LINE
005200     END-IF.
005210 3000-PROBE-UNCATALOGED-EXIT.
005220     EXIT.
005230
005240 3100-PROBE-ONE-DAY.
005250     COMPUTE GRT-PROBE-INTEGER =
005260         FUNCTION INTEGER-OF-DATE(GRT-TODAY) - GRT-PROBE-DAY.
005270     MOVE FUNCTION DATE-OF-INTEGER(GRT-PROBE-INTEGER)
005280         TO GRT-PROBE-DATE.
005290     MOVE GRT-PROBE-DATE TO GRT-PROBE-DATE-X.
005300     PERFORM 3200-PROBE-ONE-FILE
005310         THRU 3200-PROBE-ONE-FILE-EXIT
005320         VARYING GRT-TYPE-SUB FROM 1 BY 1
005330         UNTIL GRT-TYPE-SUB > GRT-TYPE-COUNT.
005340 3100-PROBE-ONE-DAY-EXIT.
005350     EXIT.
005360
005370*=================================================================
005380* 3200-PROBE-ONE-FILE - ONE TYPE ON ONE DAY.  A NAME IN THE
005390* CATALOG WAS VERIFIED ABOVE; A FILE THAT WILL NOT OPEN WAS NEVER
005400* CUT; AN EMPTY FILE IS A PURGED SHELL.
005410*=================================================================
005420 3200-PROBE-ONE-FILE.
005430     MOVE SPACE TO GRT-HISTORY-IN-NAME.
005440     STRING GRT-TYPE-PREFIX (GRT-TYPE-SUB) DELIMITED BY SPACE
005450            GRT-PROBE-DATE-X DELIMITED BY SIZE
005460         INTO GRT-HISTORY-IN-NAME.
005470     MOVE "N" TO GRT-NAME-CATALOGED-SW.
005480     PERFORM 3250-MATCH-CATALOG-NAME
005490         THRU 3250-MATCH-CATALOG-NAME-EXIT
005500         VARYING GRT-CAT-SCAN-SUB FROM 1 BY 1
005510         UNTIL GRT-CAT-SCAN-SUB > GRT-CAT-USED
005520             OR GRT-NAME-CATALOGED.
005530     IF GRT-NAME-CATALOGED
005540         GO TO 3200-PROBE-ONE-FILE-EXIT
005550     END-IF.
005560     ADD 1 TO GRT-FILES-PROBED.
005570     PERFORM 2200-TOTAL-HISTORY-FILE
005580         THRU 2200-TOTAL-HISTORY-FILE-EXIT.
005590     IF NOT GRT-FILE-FOUND OR GRT-FILE-RECORD-COUNT = ZERO
005600         GO TO 3200-PROBE-ONE-FILE-EXIT
005610     END-IF.
005620     MOVE GRT-TYPE-NAME (GRT-TYPE-SUB) TO RPT-FILE-TYPE.
005630     MOVE GRT-PROBE-DATE TO RPT-CUT-DATE.
005640     MOVE GRT-HISTORY-IN-NAME TO RPT-FILE-NAME.
005650     MOVE SPACE TO RPT-CATALOG-COUNT-X.
005660     MOVE GRT-FILE-RECORD-COUNT TO RPT-ACTUAL-COUNT.
005670     MOVE "UNCATALOGED FILE" TO RPT-RESULT.
005680     ADD 1 TO GRT-FILES-UNCATALOGED.
005690     ADD 1 TO GRT-TOTAL-FAILURES.
005700     MOVE "W" TO ALT-SEVERITY.
005710     MOVE "AV03" TO ALT-CODE.
005720     PERFORM 8500-WRITE-ALERT
005730         THRU 8500-WRITE-ALERT-EXIT.
005740     PERFORM 8000-WRITE-DETAIL
005750         THRU 8000-WRITE-DETAIL-EXIT.
005760 3200-PROBE-ONE-FILE-EXIT.
005770     EXIT.
005780
005790 3250-MATCH-CATALOG-NAME.
005800     IF GRT-CAT-NAME (GRT-CAT-SCAN-SUB) = GRT-HISTORY-IN-NAME
005810         SET GRT-NAME-CATALOGED TO TRUE
005820     END-IF.
005830 3250-MATCH-CATALOG-NAME-EXIT.
005840     EXIT.
005850
005860*=================================================================
005870* 4000-WRITE-VERDICT - RUN TOTALS, THEN PASS OR FAIL.  ANY COUNT
005880* OR HASH MISMATCH, MISSING FILE, OR UNCATALOGED FILE IS A FAIL;
005890* AN ENTRY WITHOUT CONTROL TOTALS IS NOT.
005900*=================================================================
005910 4000-WRITE-VERDICT.
005920     MOVE SPACE TO REPORT-LINE.
005930     WRITE REPORT-LINE.
005940     MOVE "CATALOG ENTRIES READ . . . ." TO RPT-TOTAL-LABEL.
005950     MOVE GRT-ENTRIES-READ TO RPT-TOTAL-COUNT.
005960     PERFORM 4100-WRITE-TOTAL-LINE
005970         THRU 4100-WRITE-TOTAL-LINE-EXIT.
005980     MOVE "FILES VERIFIED . . . . . . ." TO RPT-TOTAL-LABEL.
005990     MOVE GRT-FILES-VERIFIED TO RPT-TOTAL-COUNT.
006000     PERFORM 4100-WRITE-TOTAL-LINE
006010         THRU 4100-WRITE-TOTAL-LINE-EXIT.
006020     MOVE "COUNT OR HASH MISMATCHES . ." TO RPT-TOTAL-LABEL.
006030     MOVE GRT-FILES-MISMATCHED TO RPT-TOTAL-COUNT.
006040     PERFORM 4100-WRITE-TOTAL-LINE
006050         THRU 4100-WRITE-TOTAL-LINE-EXIT.
006060     MOVE "CATALOGED FILES MISSING. . ." TO RPT-TOTAL-LABEL.
006070     MOVE GRT-FILES-MISSING TO RPT-TOTAL-COUNT.
006080     PERFORM 4100-WRITE-TOTAL-LINE
006090         THRU 4100-WRITE-TOTAL-LINE-EXIT.
006100     MOVE "ENTRIES WITHOUT TOTALS . . ." TO RPT-TOTAL-LABEL.
006110     MOVE GRT-FILES-NO-TOTALS TO RPT-TOTAL-COUNT.
006120     PERFORM 4100-WRITE-TOTAL-LINE
006130         THRU 4100-WRITE-TOTAL-LINE-EXIT.
006140     MOVE "UNCATALOGED NAMES PROBED . ." TO RPT-TOTAL-LABEL.
006150     MOVE GRT-FILES-PROBED TO RPT-TOTAL-COUNT.
006160     PERFORM 4100-WRITE-TOTAL-LINE
006170         THRU 4100-WRITE-TOTAL-LINE-EXIT.
006180     MOVE "UNCATALOGED FILES FOUND. . ." TO RPT-TOTAL-LABEL.
006190     MOVE GRT-FILES-UNCATALOGED TO RPT-TOTAL-COUNT.
006200     PERFORM 4100-WRITE-TOTAL-LINE
006210         THRU 4100-WRITE-TOTAL-LINE-EXIT.
006220     MOVE "HISTORY RECORDS READ . . . ." TO RPT-TOTAL-LABEL.
006230     MOVE GRT-RECORDS-READ TO RPT-TOTAL-COUNT.
006240     PERFORM 4100-WRITE-TOTAL-LINE
006250         THRU 4100-WRITE-TOTAL-LINE-EXIT.
006260     MOVE "ALERTS WRITTEN . . . . . . ." TO RPT-TOTAL-LABEL.
006270     MOVE GRT-ALERTS-WRITTEN TO RPT-TOTAL-COUNT.
006280     PERFORM 4100-WRITE-TOTAL-LINE
006290         THRU 4100-WRITE-TOTAL-LINE-EXIT.
006300     IF GRT-TOTAL-FAILURES = ZERO
006310         MOVE "PASS" TO RPT-VERDICT
006320     ELSE
006330         MOVE "FAIL" TO RPT-VERDICT
006340     END-IF.
006350     MOVE GRT-REPORT-VERDICT-LINE TO REPORT-LINE.
006360     WRITE REPORT-LINE.
006370 4000-WRITE-VERDICT-EXIT.
006380     EXIT.
006390
006400 4100-WRITE-TOTAL-LINE.
006410     MOVE GRT-REPORT-TOTAL-LINE TO REPORT-LINE.
006420     WRITE REPORT-LINE.
006430 4100-WRITE-TOTAL-LINE-EXIT.
006440     EXIT.
006450
006460*=================================================================
006470* 8000-WRITE-DETAIL - ONE REPORT LINE PER HISTORY FILE.  THE
006480* CALLER FILLS THE DETAIL FIELDS FIRST.
006490*=================================================================
006500 8000-WRITE-DETAIL.
006510     ADD 1 TO GRT-SECTION-COUNT.
006520     MOVE GRT-REPORT-DETAIL TO REPORT-LINE.
006530     WRITE REPORT-LINE.
006540 8000-WRITE-DETAIL-EXIT.
006550     EXIT.
006560
006570*=================================================================
006580* 8200-START-SECTION - SECTION TITLE AND COLUMN HEADS.  THE
006590* CALLER SETS THE TITLE.
006600*=================================================================
006610 8200-START-SECTION.
006620     MOVE ZERO TO GRT-SECTION-COUNT.
006630     MOVE SPACE TO REPORT-LINE.
006640     WRITE REPORT-LINE.
006650     MOVE GRT-REPORT-SECTION-LINE TO REPORT-LINE.
006660     WRITE REPORT-LINE.
006670     MOVE GRT-REPORT-COLUMN-HEADS TO REPORT-LINE.
006680     WRITE REPORT-LINE.
006690 8200-START-SECTION-EXIT.
006700     EXIT.
006710
006720*=================================================================
006730* 8300-HASH-ONE-RECORD - THE HASH OF ONE RECORD IN
006740* GRT-HASH-RECORD: EVERY DIGIT TIMES ITS COLUMN NUMBER, SUMMED.
006750* THIS IS THE ARCHPURG HASH AND MUST STAY IDENTICAL TO IT.
006760*=================================================================
006770 8300-HASH-ONE-RECORD.
006780     MOVE ZERO TO GRT-RECORD-HASH.
006790     PERFORM 8310-HASH-ONE-COLUMN
006800         THRU 8310-HASH-ONE-COLUMN-EXIT
006810         VARYING GRT-HASH-COLUMN FROM 1 BY 1
006820         UNTIL GRT-HASH-COLUMN > 100.
006830 8300-HASH-ONE-RECORD-EXIT.
006840     EXIT.
006850
006860 8310-HASH-ONE-COLUMN.
006870     IF GRT-HASH-RECORD(GRT-HASH-COLUMN:1) IS NUMERIC
006880         MOVE GRT-HASH-RECORD(GRT-HASH-COLUMN:1) TO GRT-HASH-DIGIT
006890         COMPUTE GRT-RECORD-HASH = GRT-RECORD-HASH
006900             + GRT-HASH-DIGIT * GRT-HASH-COLUMN
006910     END-IF.
006920 8310-HASH-ONE-COLUMN-EXIT.
006930     EXIT.
006940
006950*=================================================================
006960* 8500-WRITE-ALERT - ONE ALERT FOR THE OPS CONSOLE.  THE CALLER
006970* SETS THE SEVERITY AND CODE AND HAS THE RESULT AND FILE NAME IN
006980* THE DETAIL LINE; THE VALUE IS THE RECORD COUNT ACTUALLY FOUND.
006990*=================================================================
007000 8500-WRITE-ALERT.
007010     MOVE GRT-FILE-RECORD-COUNT TO ALT-VALUE.
007020     MOVE SPACE TO ALT-TEXT.
007030     STRING "ARCHIVE " DELIMITED BY SIZE
007040            RPT-RESULT DELIMITED BY "  "
007050            " - " DELIMITED BY SIZE
007060            RPT-FILE-NAME DELIMITED BY SPACE
007070         INTO ALT-TEXT.
007080     WRITE ALERT-RECORD.
007090     ADD 1 TO GRT-ALERTS-WRITTEN.
007100 8500-WRITE-ALERT-EXIT.
007110     EXIT.
007120
007130*=================================================================
007140* 9000-TERMINATE.
007150*=================================================================
007160 9000-TERMINATE.
007170     IF GRT-CONTROL-PRESENT
007180         CLOSE CONTROL-FILE
007190     END-IF.
007200     CLOSE ALERT-FILE.
007210     CLOSE REPORT-FILE.
007220     PERFORM 9100-WRITE-RUN-LOG
007230         THRU 9100-WRITE-RUN-LOG-EXIT.
007240 9000-TERMINATE-EXIT.
007250     EXIT.
007260
007270*=================================================================
007280* 9100-WRITE-RUN-LOG - APPEND THE STANDARD COMPLETION RECORD
007290* TO THE SHARED RUN LOG FOR THE CHAINRPT MORNING SEQUENCE
007300* REPORT.  THE REJECT COUNT CARRIES THE FAILURES; A FAIL VERDICT
007310* IS STILL A NORMAL COMPLETION OF THIS PROGRAM.
007320*=================================================================
007330 9100-WRITE-RUN-LOG.
007340     OPEN EXTEND RUN-LOG-FILE.
007350     IF GRT-RUNLOG-STATUS NOT = "00"
007360             AND GRT-RUNLOG-STATUS NOT = "05"
007370         OPEN OUTPUT RUN-LOG-FILE
007380     END-IF.
007390     MOVE "ARCHVRFY" TO RL-PROGRAM-ID.
007400     MOVE GRT-START-TIMESTAMP TO RL-START-TIMESTAMP.
007410     MOVE FUNCTION CURRENT-DATE TO RL-END-TIMESTAMP.
007420     MOVE GRT-RECORDS-READ TO RL-RECORDS-READ.
007430     MOVE GRT-ALERTS-WRITTEN TO RL-RECORDS-WRITTEN.
007440     MOVE GRT-TOTAL-FAILURES TO RL-RECORDS-REJECTED.
007450     MOVE "N" TO RL-RUN-STATUS.
007460     WRITE RUN-LOG-RECORD.
007470     CLOSE RUN-LOG-FILE.
007480 9100-WRITE-RUN-LOG-EXIT.
007490     EXIT.
