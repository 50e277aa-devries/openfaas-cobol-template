000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. SWPINTAK.
000120 AUTHOR. D-SHIFT-APPLICATIONS.
000130 INSTALLATION. CORPORATE-FACILITIES-IT.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*---------------------------------------------------------------*
000170* SWPINTAK                                                      *
000180* NIGHTLY INTAKE OF THE ACCESS-CONTROL BADGE-SWIPE FEED.  THE   *
000190* ACCESS-CONTROL SYSTEM NOW SENDS ITS EXTRACT (ACCFEED) WRAPPED *
000200* IN A HEADER RECORD CARRYING THE EXTRACT DATE AND A FEED       *
000210* SEQUENCE NUMBER AND A TRAILER RECORD CARRYING THE DETAIL      *
000220* RECORD COUNT.  THIS PROGRAM RUNS BEFORE DAYOPEN AND HANDLER   *
000230* AND PROVES THE FEED IS TONIGHT'S, WHOLE, AND SANE BEFORE ANY  *
000240* SWIPE REACHES THE KIOSK RUN:                                  *
000250*                                                               *
000260*   - THE FIRST RECORD IS A HEADER DATED TODAY, AND ITS         *
000270*     SEQUENCE IS THE ONE AFTER THE LAST FEED ACCEPTED (SWPSEQ) *
000280*     - YESTERDAY'S EXTRACT STAGED AGAIN FAILS BOTH;            *
000290*   - THE LAST RECORD IS A TRAILER AND ITS COUNT MATCHES THE    *
000300*     DETAIL RECORDS BETWEEN - A HALF-TRANSMITTED FEED HAS NO   *
000310*     TRAILER OR THE WRONG COUNT;                               *
000320*   - DETAIL TIMESTAMPS NEVER GO BACKWARDS;                     *
000330*   - EVERY DETAIL SITE ID IS ON THE KNOWN LOBBY LIST.          *
000340*                                                               *
000350* A GOOD FEED IS WRITTEN TO ACCSWIPE AS DETAIL RECORDS ONLY, IN *
000360* THE UNCHANGED SWIPEREC LAYOUT, AND ITS SEQUENCE BECOMES THE   *
000370* LAST ONE ACCEPTED.  A BAD FEED IS COPIED WHOLE TO ACCQUAR FOR *
000380* THE ACCESS-CONTROL TEAM AND ACCSWIPE IS LEFT EMPTY, SO        *
000390* NOTHING STALE OR PARTIAL CAN BE GREETED FROM.  EVERY CHECK    *
000400* PRINTS PASS OR FAIL WITH ITS REASON ON THE INTAKE REPORT      *
000410* (SWPIRPT), AND A ONE-RECORD GO/NO-GO STATUS (SWPSTAT) IS      *
000420* REPLACED EVERY RUN FOR DAYOPEN, WHICH WILL NOT OPEN A         *
000430* SWIPE-MODE DAY WITHOUT A GO DATED TODAY.                      *
000440*---------------------------------------------------------------*
000450* MODIFICATION HISTORY.
000460*   10/15/2026  RMK  ORIGINAL PROGRAM - A HALF-TRANSMITTED OR
000470*                    RE-STAGED ACCSWIPE WENT STRAIGHT THROUGH
000480*                    HANDLER AND SHOWED UP ONLY AS A SHORTFALL
000490*                    ON GREETRPT.
000500*---------------------------------------------------------------*
000510
000520 ENVIRONMENT DIVISION.
000530 CONFIGURATION SECTION.
000540 SOURCE-COMPUTER. GENERIC-LINUX.
000550 OBJECT-COMPUTER. GENERIC-LINUX.
000560
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT FEED-FILE ASSIGN TO "ACCFEED"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS GRT-FEED-STATUS.
000620
000630     SELECT SWIPE-OUTPUT-FILE ASSIGN TO "ACCSWIPE"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS GRT-SWIPE-STATUS.
000660
000670     SELECT QUARANTINE-FILE ASSIGN TO "ACCQUAR"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS GRT-QUARANTINE-STATUS.
000700
000710     SELECT SEQUENCE-FILE ASSIGN TO "SWPSEQ"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS GRT-SEQUENCE-STATUS.
000740
000750     SELECT STATUS-FILE ASSIGN TO "SWPSTAT"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS GRT-STATUS-STATUS.
000780
000790     SELECT REPORT-FILE ASSIGN TO "SWPIRPT"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS GRT-REPORT-STATUS.
000820
000830     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS GRT-RUNLOG-STATUS.
000860
000870 DATA DIVISION.
000880 FILE SECTION.
000890*---------------------------------------------------------------*
000900* ACCESS-CONTROL FEED AS RECEIVED - ONE HEADER, THE DETAIL      *
000910* SWIPES IN SWIPEREC LAYOUT, ONE TRAILER.  THE RECORD TYPE IN   *
000920* THE FIRST THREE BYTES TELLS THEM APART; A DETAIL RECORD       *
000930* STARTS WITH ITS NUMERIC TIMESTAMP.                            *
000940*---------------------------------------------------------------*
000950 FD  FEED-FILE.
000960     COPY SWIPEREC.
000970 01  FEED-HEADER-RECORD.
000980     05  FH-RECORD-TYPE          PIC X(03).
000990     05  FH-EXTRACT-DATE         PIC X(08).
001000     05  FH-EXTRACT-DATE-N REDEFINES FH-EXTRACT-DATE
001010                                 PIC 9(08).
001020     05  FH-SEQUENCE             PIC X(06).
001030     05  FH-SEQUENCE-N REDEFINES FH-SEQUENCE
001040                                 PIC 9(06).
001050     05  FILLER                  PIC X(53).
001060 01  FEED-TRAILER-RECORD.
001070     05  FT-RECORD-TYPE          PIC X(03).
001080     05  FT-RECORD-COUNT         PIC X(08).
001090     05  FT-RECORD-COUNT-N REDEFINES FT-RECORD-COUNT
001100                                 PIC 9(08).
001110     05  FILLER                  PIC X(59).
001120
001130*---------------------------------------------------------------*
001140* CLEAN DETAIL-ONLY EXTRACT FOR HANDLER, GREETRPT, SWIPEXCP.    *
001150*---------------------------------------------------------------*
001160 FD  SWIPE-OUTPUT-FILE.
001170 01  SWIPE-OUTPUT-RECORD         PIC X(70).
001180
001190*---------------------------------------------------------------*
001200* QUARANTINED FEED - A BAD FEED, COPIED WHOLE AS RECEIVED.      *
001210*---------------------------------------------------------------*
001220 FD  QUARANTINE-FILE.
001230 01  QUARANTINE-RECORD           PIC X(70).
001240
001250*---------------------------------------------------------------*
001260* SEQUENCE CONTROL - THE LAST FEED ACCEPTED AND THE NIGHT IT    *
001270* WAS ACCEPTED.  REPLACED ONLY WHEN A FEED IS ACCEPTED.         *
001280*---------------------------------------------------------------*
001290 FD  SEQUENCE-FILE.
001300 01  SEQUENCE-RECORD.
001310     05  SQ-LAST-SEQUENCE        PIC 9(06).
001320     05  SQ-LAST-EXTRACT-DATE    PIC 9(08).
001330     05  SQ-ACCEPTED-DATE        PIC 9(08).
001340
001350*---------------------------------------------------------------*
001360* GO/NO-GO STATUS RECORD TESTED BY DAYOPEN.                     *
001370*---------------------------------------------------------------*
001380 FD  STATUS-FILE.
001390 01  INTAKE-STATUS-RECORD.
001400     05  IS-RUN-DATE             PIC 9(08).
001410     05  IS-GO-NO-GO             PIC X(04).
001420     05  IS-CHECKS-FAILED        PIC 9(02).
001430     05  IS-EXTRACT-DATE         PIC 9(08).
001440     05  IS-SEQUENCE             PIC 9(06).
001450     05  IS-DETAIL-COUNT         PIC 9(08).
001460
001470*---------------------------------------------------------------*
001480* FEED INTAKE REPORT FOR OPERATIONS.                            *
001490*---------------------------------------------------------------*
001500 FD  REPORT-FILE.
001510 01  REPORT-LINE                 PIC X(80).
001520
001530*---------------------------------------------------------------*
001540* SHARED RUN LOG - ONE COMPLETION RECORD APPENDED PER RUN FOR   *
001550* THE CHAINRPT MORNING SEQUENCE REPORT.                         *
001560*---------------------------------------------------------------*
001570 FD  RUN-LOG-FILE.
001580     COPY RUNLGREC.
001590
001600 WORKING-STORAGE SECTION.
001610*---------------------------------------------------------------*
001620* FILE STATUS FIELDS AND THEIR ASSOCIATED CONDITION NAMES.      *
001630*---------------------------------------------------------------*
001640 77  GRT-FEED-STATUS             PIC X(02) VALUE "00".
001650     88  GRT-FEED-OK                       VALUE "00".
001660     88  GRT-FEED-EOF                      VALUE "10".
001670
001680 77  GRT-SEQUENCE-STATUS         PIC X(02) VALUE "00".
001690     88  GRT-SEQUENCE-OK                   VALUE "00".
001700
001710 77  GRT-SWIPE-STATUS            PIC X(02) VALUE "00".
001720 77  GRT-QUARANTINE-STATUS       PIC X(02) VALUE "00".
001730 77  GRT-STATUS-STATUS           PIC X(02) VALUE "00".
001740 77  GRT-REPORT-STATUS           PIC X(02) VALUE "00".
001750 77  GRT-RUNLOG-STATUS           PIC X(02) VALUE "00".
001760
001770*---------------------------------------------------------------*
001780* SWITCHES.                                                     *
001790*---------------------------------------------------------------*
001800 77  GRT-FEED-PRESENT-SW         PIC X(01) VALUE "N".
001810     88  GRT-FEED-PRESENT                  VALUE "Y".
001820
001830 77  GRT-HEADER-SW               PIC X(01) VALUE "N".
001840     88  GRT-HEADER-GOOD                   VALUE "Y".
001850
001860 77  GRT-TRAILER-SW              PIC X(01) VALUE "N".
001870     88  GRT-TRAILER-SEEN                  VALUE "Y".
001880
001890 77  GRT-SEQUENCE-CONTROL-SW     PIC X(01) VALUE "N".
001900     88  GRT-SEQUENCE-CONTROL-ON-FILE      VALUE "Y".
001910
001920 77  GRT-SITE-FOUND-SW           PIC X(01) VALUE "N".
001930     88  GRT-SITE-FOUND                    VALUE "Y".
001940
001950*---------------------------------------------------------------*
001960* DATE, SEQUENCE, AND RUN TOTAL WORK AREAS.                     *
001970*---------------------------------------------------------------*
001980 77  GRT-TODAY                   PIC 9(08) VALUE ZERO.
001990 77  GRT-START-TIMESTAMP         PIC X(21) VALUE SPACE.
002000 77  GRT-EXPECTED-SEQUENCE       PIC 9(06) VALUE ZERO.
002010 77  GRT-PREV-TIMESTAMP          PIC X(21) VALUE SPACE.
002020 77  GRT-LINE-NUMBER             PIC 9(08) VALUE ZERO.
002030 77  GRT-RECORDS-READ            PIC 9(08) VALUE ZERO.
002040 77  GRT-DETAIL-COUNT            PIC 9(08) VALUE ZERO.
002050 77  GRT-EXTRA-HEADERS           PIC 9(08) VALUE ZERO.
002060 77  GRT-FIRST-EXTRA-HEADER-LINE PIC 9(08) VALUE ZERO.
002070 77  GRT-AFTER-TRAILER           PIC 9(08) VALUE ZERO.
002080 77  GRT-ORDER-ERRORS            PIC 9(08) VALUE ZERO.
002090 77  GRT-FIRST-ORDER-LINE        PIC 9(08) VALUE ZERO.
002100 77  GRT-SITE-ERRORS             PIC 9(08) VALUE ZERO.
002110 77  GRT-FIRST-SITE-LINE         PIC 9(08) VALUE ZERO.
002120 77  GRT-FIRST-BAD-SITE          PIC X(03) VALUE SPACE.
002130 77  GRT-CHECKS-FAILED           PIC 9(02) VALUE ZERO.
002140 77  GRT-RECORDS-RELEASED        PIC 9(08) VALUE ZERO.
002150 77  GRT-RECORDS-QUARANTINED     PIC 9(08) VALUE ZERO.
002160
002170*---------------------------------------------------------------*
002180* HEADER AND TRAILER CONTROL FIELDS, KEPT FROM THE SCAN - THE   *
002190* FEED RECORD AREA HOLDS ONLY THE LAST RECORD READ.             *
002200*---------------------------------------------------------------*
002210 01  GRT-FEED-CONTROL-FIELDS.
002220     05  GRT-FEED-EXTRACT-DATE   PIC X(08) VALUE SPACE.
002230     05  GRT-FEED-EXTRACT-DATE-N REDEFINES GRT-FEED-EXTRACT-DATE
002240                                 PIC 9(08).
002250     05  GRT-FEED-SEQUENCE       PIC X(06) VALUE SPACE.
002260     05  GRT-FEED-SEQUENCE-N REDEFINES GRT-FEED-SEQUENCE
002270                                 PIC 9(06).
002280     05  GRT-TRAILER-COUNT       PIC X(08) VALUE SPACE.
002290     05  GRT-TRAILER-COUNT-N REDEFINES GRT-TRAILER-COUNT
002300                                 PIC 9(08).
002310
002320*---------------------------------------------------------------*
002330* KNOWN LOBBY LIST - THE SITE IDS A SWIPE MAY CARRY.  BLANK IS  *
002340* THE ORIGINAL MAIN LOBBY, AS HANDLER TREATS IT.  ADDING A      *
002350* LOBBY IS A NEW LITERAL ENTRY AND A BUMP OF THE COUNT, THE     *
002360* SAME AS THE SITESUM SITE TABLE.                               *
002370*---------------------------------------------------------------*
002380 77  GRT-SITE-COUNT              PIC 9(02) COMP VALUE 4.
002390 77  GRT-SITE-SUB                PIC 9(02) COMP VALUE ZERO.
002400
002410 01  GRT-SITE-LITERALS.
002420     05  FILLER                  PIC X(03) VALUE SPACE.
002430     05  FILLER                  PIC X(03) VALUE "MN".
002440     05  FILLER                  PIC X(03) VALUE "NO".
002450     05  FILLER                  PIC X(03) VALUE "AX".
002460 01  GRT-SITE-TABLE REDEFINES GRT-SITE-LITERALS.
002470     05  GRT-SITE-ID OCCURS 4 TIMES
002480                                 PIC X(03).
002490
002500*---------------------------------------------------------------*
002510* INTAKE REPORT PRINT LINES.                                    *
002520*---------------------------------------------------------------*
002530 01  GRT-REPORT-HEADING.
002540     05  FILLER                  PIC X(34)
002550         VALUE "ACCESS-CONTROL SWIPE FEED INTAKE -".
002560     05  FILLER                  PIC X(01) VALUE SPACE.
002570     05  RPT-TODAY               PIC 9(08).
002580     05  FILLER                  PIC X(37) VALUE SPACE.
002590
002600 01  GRT-REPORT-HEADER-LINE.
002610     05  FILLER                  PIC X(28)
002620         VALUE "FEED HEADER. . . . . . . . .".
002630     05  FILLER                  PIC X(08) VALUE "EXTRACT ".
002640     05  RPT-EXTRACT-DATE        PIC X(08).
002650     05  FILLER                  PIC X(11) VALUE "  SEQUENCE ".
002660     05  RPT-SEQUENCE            PIC X(06).
002670     05  FILLER                  PIC X(19) VALUE SPACE.
002680
002690 01  GRT-REPORT-CHECK-LINE.
002700     05  RPT-CHECK-NAME          PIC X(26) VALUE SPACE.
002710     05  RPT-CHECK-RESULT        PIC X(06) VALUE SPACE.
002720     05  RPT-CHECK-REASON        PIC X(48) VALUE SPACE.
002730
002740 01  GRT-REPORT-READ-LINE.
002750     05  FILLER                  PIC X(28)
002760         VALUE "FEED RECORDS READ. . . . . .".
002770     05  RPT-RECORDS-READ        PIC ZZZ,ZZ9.
002780     05  FILLER                  PIC X(45) VALUE SPACE.
002790
002800 01  GRT-REPORT-DETAIL-LINE.
002810     05  FILLER                  PIC X(28)
002820         VALUE "DETAIL RECORDS . . . . . . .".
002830     05  RPT-DETAIL-COUNT        PIC ZZZ,ZZ9.
002840     05  FILLER                  PIC X(45) VALUE SPACE.
002850
002860 01  GRT-REPORT-RELEASED-LINE.
002870     05  FILLER                  PIC X(28)
002880         VALUE "WRITTEN TO ACCSWIPE. . . . .".
002890     05  RPT-RECORDS-RELEASED    PIC ZZZ,ZZ9.
002900     05  FILLER                  PIC X(45) VALUE SPACE.
002910
002920 01  GRT-REPORT-QUARANTINED-LINE.
002930     05  FILLER                  PIC X(28)
002940         VALUE "QUARANTINED TO ACCQUAR . . .".
002950     05  RPT-RECORDS-QUARANTINED PIC ZZZ,ZZ9.
002960     05  FILLER                  PIC X(45) VALUE SPACE.
002970
002980 01  GRT-REPORT-VERDICT-LINE.
002990     05  FILLER                  PIC X(28)
003000         VALUE "INTAKE VERDICT . . . . . . .".
003010     05  RPT-VERDICT             PIC X(04).
003020     05  FILLER                  PIC X(02) VALUE SPACE.
003030     05  RPT-VERDICT-TEXT        PIC X(46).
003040
003050 PROCEDURE DIVISION.
003060*=================================================================
003070* 0000-MAINLINE.
003080*=================================================================
003090 0000-MAINLINE.
003100     PERFORM 1000-INITIALIZE
003110         THRU 1000-INITIALIZE-EXIT.
003120     PERFORM 2000-SCAN-FEED
003130         THRU 2000-SCAN-FEED-EXIT.
003140     PERFORM 3000-JUDGE-FEED
003150         THRU 3000-JUDGE-FEED-EXIT.
003160     IF GRT-CHECKS-FAILED = ZERO
003170         PERFORM 4000-RELEASE-FEED
003180             THRU 4000-RELEASE-FEED-EXIT
003190     ELSE
003200         PERFORM 5000-QUARANTINE-FEED
003210             THRU 5000-QUARANTINE-FEED-EXIT
003220     END-IF.
003230     PERFORM 6000-WRITE-VERDICT
003240         THRU 6000-WRITE-VERDICT-EXIT.
003250     PERFORM 9000-TERMINATE
003260         THRU 9000-TERMINATE-EXIT.
003270     STOP RUN.
003280
003290*=================================================================
003300* 1000-INITIALIZE - DERIVE TODAY, START THE REPORT, AND WORK OUT
003310* THE SEQUENCE EXPECTED TONIGHT FROM THE LAST FEED ACCEPTED.  A
003320* MISSING SWPSEQ MEANS NO FEED HAS EVER BEEN ACCEPTED; THE FIRST
003330* ONE SETS THE SEQUENCE, AND THE REPORT SAYS SO.  THE SEQUENCE
003340* WRAPS FROM 999999 BACK TO 000001.
003350*=================================================================
003360 1000-INITIALIZE.
003370     MOVE FUNCTION CURRENT-DATE TO GRT-START-TIMESTAMP.
003380     MOVE GRT-START-TIMESTAMP(1:8) TO GRT-TODAY.
003390     OPEN OUTPUT REPORT-FILE.
003400     MOVE GRT-TODAY TO RPT-TODAY.
003410     MOVE GRT-REPORT-HEADING TO REPORT-LINE.
003420     WRITE REPORT-LINE.
003430     MOVE SPACE TO REPORT-LINE.
003440     WRITE REPORT-LINE.
003450     OPEN INPUT SEQUENCE-FILE.
003460     IF GRT-SEQUENCE-OK
003470         READ SEQUENCE-FILE
003480             AT END
003490                 MOVE "10" TO GRT-SEQUENCE-STATUS
003500         END-READ
003510         CLOSE SEQUENCE-FILE
003520     END-IF.
003530     IF GRT-SEQUENCE-OK
003540             AND SQ-LAST-SEQUENCE IS NUMERIC
003550         SET GRT-SEQUENCE-CONTROL-ON-FILE TO TRUE
003560         IF SQ-LAST-SEQUENCE = 999999
003570             MOVE 1 TO GRT-EXPECTED-SEQUENCE
003580         ELSE
003590             COMPUTE GRT-EXPECTED-SEQUENCE = SQ-LAST-SEQUENCE + 1
003600         END-IF
003610     END-IF.
003620 1000-INITIALIZE-EXIT.
003630     EXIT.
003640
003650*=================================================================
003660* 2000-SCAN-FEED - ONE PASS OVER THE FEED, NOTING THE HEADER,
003670* THE TRAILER, AND EVERY DETAIL PROBLEM.  NOTHING IS WRITTEN
003680* ANYWHERE UNTIL THE WHOLE FEED HAS BEEN SEEN.
003690*=================================================================
003700 2000-SCAN-FEED.
003710     OPEN INPUT FEED-FILE.
003720     IF NOT GRT-FEED-OK
003730         GO TO 2000-SCAN-FEED-EXIT
003740     END-IF.
003750     SET GRT-FEED-PRESENT TO TRUE.
003760     PERFORM 2100-SCAN-ONE-RECORD
003770         THRU 2100-SCAN-ONE-RECORD-EXIT
003780         UNTIL GRT-FEED-EOF.
003790     CLOSE FEED-FILE.
003800 2000-SCAN-FEED-EXIT.
003810     EXIT.
003820
003830 2100-SCAN-ONE-RECORD.
003840     READ FEED-FILE
003850         AT END
003860             MOVE "10" TO GRT-FEED-STATUS
003870             GO TO 2100-SCAN-ONE-RECORD-EXIT
003880     END-READ.
003890     ADD 1 TO GRT-RECORDS-READ.
003900     ADD 1 TO GRT-LINE-NUMBER.
003910     IF GRT-TRAILER-SEEN
003920         ADD 1 TO GRT-AFTER-TRAILER
003930         GO TO 2100-SCAN-ONE-RECORD-EXIT
003940     END-IF.
003950     IF GRT-LINE-NUMBER = 1
003960         IF FH-RECORD-TYPE = "HDR"
003970                 AND FH-EXTRACT-DATE IS NUMERIC
003980                 AND FH-SEQUENCE IS NUMERIC
003990             SET GRT-HEADER-GOOD TO TRUE
004000         END-IF
004010         IF FH-RECORD-TYPE = "HDR"
004020             MOVE FH-EXTRACT-DATE TO GRT-FEED-EXTRACT-DATE
004030             MOVE FH-SEQUENCE TO GRT-FEED-SEQUENCE
004040             GO TO 2100-SCAN-ONE-RECORD-EXIT
004050         END-IF
004060     END-IF.
004070     IF FH-RECORD-TYPE = "HDR"
004080         ADD 1 TO GRT-EXTRA-HEADERS
004090         IF GRT-FIRST-EXTRA-HEADER-LINE = ZERO
004100             MOVE GRT-LINE-NUMBER TO GRT-FIRST-EXTRA-HEADER-LINE
004110         END-IF
004120         GO TO 2100-SCAN-ONE-RECORD-EXIT
004130     END-IF.
004140     IF FT-RECORD-TYPE = "TRL"
004150         SET GRT-TRAILER-SEEN TO TRUE
004160         MOVE FT-RECORD-COUNT TO GRT-TRAILER-COUNT
004170         GO TO 2100-SCAN-ONE-RECORD-EXIT
004180     END-IF.
004190     PERFORM 2200-CHECK-DETAIL
004200         THRU 2200-CHECK-DETAIL-EXIT.
004210 2100-SCAN-ONE-RECORD-EXIT.
004220     EXIT.
004230
004240*=================================================================
004250* 2200-CHECK-DETAIL - COUNT ONE SWIPE AND CHECK ITS TIMESTAMP
004260* AGAINST THE LATEST ONE SEEN SO FAR AND ITS SITE AGAINST THE
004270* LOBBY LIST.  ONLY THE FIRST OFFENDING LINE OF EACH KIND IS
004280* KEPT FOR THE REPORT; THE REST ARE COUNTED.
004290*=================================================================
004300 2200-CHECK-DETAIL.
004310     ADD 1 TO GRT-DETAIL-COUNT.
004320     IF SWP-TIMESTAMP < GRT-PREV-TIMESTAMP
004330         ADD 1 TO GRT-ORDER-ERRORS
004340         IF GRT-FIRST-ORDER-LINE = ZERO
004350             MOVE GRT-LINE-NUMBER TO GRT-FIRST-ORDER-LINE
004360         END-IF
004370     ELSE
004380         MOVE SWP-TIMESTAMP TO GRT-PREV-TIMESTAMP
004390     END-IF.
004400     MOVE "N" TO GRT-SITE-FOUND-SW.
004410     PERFORM 2250-MATCH-ONE-SITE
004420         THRU 2250-MATCH-ONE-SITE-EXIT
004430         VARYING GRT-SITE-SUB FROM 1 BY 1
004440         UNTIL GRT-SITE-SUB > GRT-SITE-COUNT
004450            OR GRT-SITE-FOUND.
004460     IF NOT GRT-SITE-FOUND
004470         ADD 1 TO GRT-SITE-ERRORS
004480         IF GRT-FIRST-SITE-LINE = ZERO
004490             MOVE GRT-LINE-NUMBER TO GRT-FIRST-SITE-LINE
004500             MOVE SWP-SITE-ID TO GRT-FIRST-BAD-SITE
004510         END-IF
004520     END-IF.
004530 2200-CHECK-DETAIL-EXIT.
004540     EXIT.
004550
004560 2250-MATCH-ONE-SITE.
004570     IF SWP-SITE-ID = GRT-SITE-ID (GRT-SITE-SUB)
004580         SET GRT-SITE-FOUND TO TRUE
004590     END-IF.
004600 2250-MATCH-ONE-SITE-EXIT.
004610     EXIT.
004620
004630*=================================================================
004640* 3000-JUDGE-FEED - ONE PASS OR FAIL LINE PER CHECK.  WITH NO
004650* FEED STAGED THERE IS NOTHING ELSE TO JUDGE.
004660*=================================================================
004670 3000-JUDGE-FEED.
004680     MOVE "FEED STAGED (ACCFEED)" TO RPT-CHECK-NAME.
004690     IF NOT GRT-FEED-PRESENT OR GRT-RECORDS-READ = ZERO
004700         MOVE "NO ACCESS-CONTROL FEED STAGED, OR IT IS EMPTY"
004710             TO RPT-CHECK-REASON
004720         PERFORM 8100-WRITE-CHECK-FAILED
004730             THRU 8100-WRITE-CHECK-FAILED-EXIT
004740         GO TO 3000-JUDGE-FEED-EXIT
004750     END-IF.
004760     PERFORM 8000-WRITE-CHECK-PASSED
004770         THRU 8000-WRITE-CHECK-PASSED-EXIT.
004780     PERFORM 3100-JUDGE-HEADER
004790         THRU 3100-JUDGE-HEADER-EXIT.
004800     PERFORM 3200-JUDGE-TRAILER
004810         THRU 3200-JUDGE-TRAILER-EXIT.
004820     PERFORM 3300-JUDGE-DETAILS
004830         THRU 3300-JUDGE-DETAILS-EXIT.
004840 3000-JUDGE-FEED-EXIT.
004850     EXIT.
004860
004870*=================================================================
004880* 3100-JUDGE-HEADER - THE HEADER MUST BE THE FIRST RECORD, BE
004890* DATED TODAY, AND CARRY THE NEXT EXPECTED SEQUENCE.  A FEED
004900* WHOSE SEQUENCE MATCHES THE ONE ALREADY ACCEPTED TONIGHT IS A
004910* RERUN OF THIS PROGRAM OVER THE SAME FEED AND IS LET THROUGH.
004920*=================================================================
004930 3100-JUDGE-HEADER.
004940     MOVE GRT-FEED-EXTRACT-DATE TO RPT-EXTRACT-DATE.
004950     MOVE GRT-FEED-SEQUENCE TO RPT-SEQUENCE.
004960     MOVE GRT-REPORT-HEADER-LINE TO REPORT-LINE.
004970     WRITE REPORT-LINE.
004980     MOVE "HEADER RECORD" TO RPT-CHECK-NAME.
004990     IF NOT GRT-HEADER-GOOD
005000         MOVE "FIRST RECORD IS NOT A VALID FEED HEADER"
005010             TO RPT-CHECK-REASON
005020         PERFORM 8100-WRITE-CHECK-FAILED
005030             THRU 8100-WRITE-CHECK-FAILED-EXIT
005040     ELSE
005050         PERFORM 8000-WRITE-CHECK-PASSED
005060             THRU 8000-WRITE-CHECK-PASSED-EXIT
005070     END-IF.
005080     MOVE "EXTRACT DATE IS TODAY" TO RPT-CHECK-NAME.
005090     IF NOT GRT-HEADER-GOOD
005100         MOVE "NO HEADER - EXTRACT DATE UNKNOWN"
005110             TO RPT-CHECK-REASON
005120         PERFORM 8100-WRITE-CHECK-FAILED
005130             THRU 8100-WRITE-CHECK-FAILED-EXIT
005140     ELSE
005150         IF GRT-FEED-EXTRACT-DATE-N NOT = GRT-TODAY
005160             MOVE SPACE TO RPT-CHECK-REASON
005170             STRING "EXTRACT DATED " GRT-FEED-EXTRACT-DATE
005180                    ", TODAY IS " GRT-TODAY
005190                 DELIMITED BY SIZE INTO RPT-CHECK-REASON
005200             PERFORM 8100-WRITE-CHECK-FAILED
005210                 THRU 8100-WRITE-CHECK-FAILED-EXIT
005220         ELSE
005230             PERFORM 8000-WRITE-CHECK-PASSED
005240                 THRU 8000-WRITE-CHECK-PASSED-EXIT
005250         END-IF
005260     END-IF.
005270     MOVE "NEXT EXPECTED SEQUENCE" TO RPT-CHECK-NAME.
005280     IF NOT GRT-HEADER-GOOD
005290         MOVE "NO HEADER - SEQUENCE UNKNOWN"
005300             TO RPT-CHECK-REASON
005310         PERFORM 8100-WRITE-CHECK-FAILED
005320             THRU 8100-WRITE-CHECK-FAILED-EXIT
005330         GO TO 3100-JUDGE-HEADER-EXIT
005340     END-IF.
005350     IF NOT GRT-SEQUENCE-CONTROL-ON-FILE
005360         MOVE "FIRST FEED - NO SWPSEQ, SEQUENCE CONTROL STARTS"
005370             TO RPT-CHECK-REASON
005380         PERFORM 8000-WRITE-CHECK-PASSED
005390             THRU 8000-WRITE-CHECK-PASSED-EXIT
005400         GO TO 3100-JUDGE-HEADER-EXIT
005410     END-IF.
005420     IF GRT-FEED-SEQUENCE-N = GRT-EXPECTED-SEQUENCE
005430         PERFORM 8000-WRITE-CHECK-PASSED
005440             THRU 8000-WRITE-CHECK-PASSED-EXIT
005450         GO TO 3100-JUDGE-HEADER-EXIT
005460     END-IF.
005470     IF GRT-FEED-SEQUENCE-N = SQ-LAST-SEQUENCE
005480             AND GRT-FEED-EXTRACT-DATE-N = SQ-LAST-EXTRACT-DATE
005490             AND SQ-ACCEPTED-DATE = GRT-TODAY
005500         MOVE "SAME FEED ALREADY ACCEPTED TONIGHT - RERUN"
005510             TO RPT-CHECK-REASON
005520         PERFORM 8000-WRITE-CHECK-PASSED
005530             THRU 8000-WRITE-CHECK-PASSED-EXIT
005540         GO TO 3100-JUDGE-HEADER-EXIT
005550     END-IF.
005560     MOVE SPACE TO RPT-CHECK-REASON.
005570     STRING "SEQUENCE " GRT-FEED-SEQUENCE
005580            ", EXPECTED " GRT-EXPECTED-SEQUENCE
005590         DELIMITED BY SIZE INTO RPT-CHECK-REASON.
005600     PERFORM 8100-WRITE-CHECK-FAILED
005610         THRU 8100-WRITE-CHECK-FAILED-EXIT.
005620 3100-JUDGE-HEADER-EXIT.
005630     EXIT.
005640
005650*=================================================================
005660* 3200-JUDGE-TRAILER - THE TRAILER MUST BE THE LAST RECORD, WITH
005670* ONE HEADER AHEAD OF IT, AND ITS COUNT MUST MATCH THE DETAIL
005680* RECORDS ACTUALLY RECEIVED.  A MISSING TRAILER IS THE MARK OF A
005690* TRANSMISSION CUT OFF PART WAY.
005700*=================================================================
005710 3200-JUDGE-TRAILER.
005720     MOVE "TRAILER RECORD" TO RPT-CHECK-NAME.
005730     IF NOT GRT-TRAILER-SEEN
005740         MOVE "NO TRAILER - FEED INCOMPLETE"
005750             TO RPT-CHECK-REASON
005760         PERFORM 8100-WRITE-CHECK-FAILED
005770             THRU 8100-WRITE-CHECK-FAILED-EXIT
005780     ELSE
005790         IF GRT-AFTER-TRAILER > ZERO
005800             MOVE SPACE TO RPT-CHECK-REASON
005810             STRING GRT-AFTER-TRAILER
005820                    " RECORD(S) FOLLOW THE TRAILER"
005830                 DELIMITED BY SIZE INTO RPT-CHECK-REASON
005840             PERFORM 8100-WRITE-CHECK-FAILED
005850                 THRU 8100-WRITE-CHECK-FAILED-EXIT
005860         ELSE
005870             IF GRT-EXTRA-HEADERS > ZERO
005880                 MOVE SPACE TO RPT-CHECK-REASON
005890                 STRING "SECOND HEADER AT LINE "
005900                        GRT-FIRST-EXTRA-HEADER-LINE
005910                     DELIMITED BY SIZE INTO RPT-CHECK-REASON
005920                 PERFORM 8100-WRITE-CHECK-FAILED
005930                     THRU 8100-WRITE-CHECK-FAILED-EXIT
005940             ELSE
005950                 PERFORM 8000-WRITE-CHECK-PASSED
005960                     THRU 8000-WRITE-CHECK-PASSED-EXIT
005970             END-IF
005980         END-IF
005990     END-IF.
006000     MOVE "TRAILER COUNT" TO RPT-CHECK-NAME.
006010     IF NOT GRT-TRAILER-SEEN
006020         MOVE "NO TRAILER - NOTHING TO COUNT AGAINST"
006030             TO RPT-CHECK-REASON
006040         PERFORM 8100-WRITE-CHECK-FAILED
006050             THRU 8100-WRITE-CHECK-FAILED-EXIT
006060         GO TO 3200-JUDGE-TRAILER-EXIT
006070     END-IF.
006080     IF GRT-TRAILER-COUNT IS NOT NUMERIC
006090             OR GRT-TRAILER-COUNT-N NOT = GRT-DETAIL-COUNT
006100         MOVE SPACE TO RPT-CHECK-REASON
006110         STRING "TRAILER SAYS " GRT-TRAILER-COUNT
006120                ", DETAIL RECORDS " GRT-DETAIL-COUNT
006130             DELIMITED BY SIZE INTO RPT-CHECK-REASON
006140         PERFORM 8100-WRITE-CHECK-FAILED
006150             THRU 8100-WRITE-CHECK-FAILED-EXIT
006160         GO TO 3200-JUDGE-TRAILER-EXIT
006170     END-IF.
006180     PERFORM 8000-WRITE-CHECK-PASSED
006190         THRU 8000-WRITE-CHECK-PASSED-EXIT.
006200 3200-JUDGE-TRAILER-EXIT.
006210     EXIT.
006220
006230*=================================================================
006240* 3300-JUDGE-DETAILS - TIMESTAMPS IN ORDER AND EVERY SITE ID ON
006250* THE LOBBY LIST, WITH THE COUNT AND THE FIRST OFFENDING LINE.
006260*=================================================================
006270 3300-JUDGE-DETAILS.
006280     MOVE "TIMESTAMPS IN ORDER" TO RPT-CHECK-NAME.
006290     IF GRT-ORDER-ERRORS > ZERO
006300         MOVE SPACE TO RPT-CHECK-REASON
006310         STRING GRT-ORDER-ERRORS " OUT OF ORDER, FIRST AT LINE "
006320                GRT-FIRST-ORDER-LINE
006330             DELIMITED BY SIZE INTO RPT-CHECK-REASON
006340         PERFORM 8100-WRITE-CHECK-FAILED
006350             THRU 8100-WRITE-CHECK-FAILED-EXIT
006360     ELSE
006370         PERFORM 8000-WRITE-CHECK-PASSED
006380             THRU 8000-WRITE-CHECK-PASSED-EXIT
006390     END-IF.
006400     MOVE "SITE IDS ON LOBBY LIST" TO RPT-CHECK-NAME.
006410     IF GRT-SITE-ERRORS > ZERO
006420         MOVE SPACE TO RPT-CHECK-REASON
006430         STRING GRT-SITE-ERRORS " UNKNOWN, FIRST '"
006440                GRT-FIRST-BAD-SITE "' AT LINE "
006450                GRT-FIRST-SITE-LINE
006460             DELIMITED BY SIZE INTO RPT-CHECK-REASON
006470         PERFORM 8100-WRITE-CHECK-FAILED
006480             THRU 8100-WRITE-CHECK-FAILED-EXIT
006490     ELSE
006500         PERFORM 8000-WRITE-CHECK-PASSED
006510             THRU 8000-WRITE-CHECK-PASSED-EXIT
006520     END-IF.
006530 3300-JUDGE-DETAILS-EXIT.
006540     EXIT.
006550
006560*=================================================================
006570* 4000-RELEASE-FEED - A GOOD FEED.  EVERY DETAIL RECORD GOES TO
006580* ACCSWIPE AS RECEIVED, HEADER AND TRAILER STRIPPED, AND THE
006590* FEED BECOMES THE LAST ONE ACCEPTED ON SWPSEQ.
006600*=================================================================
006610 4000-RELEASE-FEED.
006620     OPEN OUTPUT SWIPE-OUTPUT-FILE.
006630     OPEN INPUT FEED-FILE.
006640     PERFORM 4100-RELEASE-ONE-RECORD
006650         THRU 4100-RELEASE-ONE-RECORD-EXIT
006660         UNTIL GRT-FEED-EOF.
006670     CLOSE FEED-FILE.
006680     CLOSE SWIPE-OUTPUT-FILE.
006690     OPEN OUTPUT SEQUENCE-FILE.
006700     MOVE GRT-FEED-SEQUENCE-N TO SQ-LAST-SEQUENCE.
006710     MOVE GRT-FEED-EXTRACT-DATE-N TO SQ-LAST-EXTRACT-DATE.
006720     MOVE GRT-TODAY TO SQ-ACCEPTED-DATE.
006730     WRITE SEQUENCE-RECORD.
006740     CLOSE SEQUENCE-FILE.
006750 4000-RELEASE-FEED-EXIT.
006760     EXIT.
006770
006780 4100-RELEASE-ONE-RECORD.
006790     READ FEED-FILE
006800         AT END
006810             MOVE "10" TO GRT-FEED-STATUS
006820             GO TO 4100-RELEASE-ONE-RECORD-EXIT
006830     END-READ.
006840     IF FH-RECORD-TYPE = "HDR"
006850         GO TO 4100-RELEASE-ONE-RECORD-EXIT
006860     END-IF.
006870     IF FT-RECORD-TYPE = "TRL"
006880         MOVE "10" TO GRT-FEED-STATUS
006890         GO TO 4100-RELEASE-ONE-RECORD-EXIT
006900     END-IF.
006910     MOVE SWIPE-RECORD TO SWIPE-OUTPUT-RECORD.
006920     WRITE SWIPE-OUTPUT-RECORD.
006930     ADD 1 TO GRT-RECORDS-RELEASED.
006940 4100-RELEASE-ONE-RECORD-EXIT.
006950     EXIT.
006960
006970*=================================================================
006980* 5000-QUARANTINE-FEED - A BAD OR MISSING FEED.  ACCSWIPE IS
006990* REPLACED EMPTY SO NEITHER THIS FEED NOR AN EARLIER NIGHT'S
007000* EXTRACT CAN REACH HANDLER, AND A FEED THAT WAS RECEIVED IS
007010* COPIED WHOLE TO ACCQUAR FOR THE ACCESS-CONTROL TEAM.  SWPSEQ
007020* IS NOT TOUCHED - THE CORRECTED FEED MUST CARRY THE SAME
007030* SEQUENCE THIS ONE SHOULD HAVE.
007040*=================================================================
007050 5000-QUARANTINE-FEED.
007060     OPEN OUTPUT SWIPE-OUTPUT-FILE.
007070     CLOSE SWIPE-OUTPUT-FILE.
007080     IF NOT GRT-FEED-PRESENT OR GRT-RECORDS-READ = ZERO
007090         GO TO 5000-QUARANTINE-FEED-EXIT
007100     END-IF.
007110     OPEN OUTPUT QUARANTINE-FILE.
007120     OPEN INPUT FEED-FILE.
007130     PERFORM 5100-QUARANTINE-ONE-RECORD
007140         THRU 5100-QUARANTINE-ONE-RECORD-EXIT
007150         UNTIL GRT-FEED-EOF.
007160     CLOSE FEED-FILE.
007170     CLOSE QUARANTINE-FILE.
007180 5000-QUARANTINE-FEED-EXIT.
007190     EXIT.
007200
007210 5100-QUARANTINE-ONE-RECORD.
007220     READ FEED-FILE
007230         AT END
007240             MOVE "10" TO GRT-FEED-STATUS
007250             GO TO 5100-QUARANTINE-ONE-RECORD-EXIT
007260     END-READ.
007270     MOVE SWIPE-RECORD TO QUARANTINE-RECORD.
007280     WRITE QUARANTINE-RECORD.
007290     ADD 1 TO GRT-RECORDS-QUARANTINED.
007300 5100-QUARANTINE-ONE-RECORD-EXIT.
007310     EXIT.
007320
007330*=================================================================
007340* 6000-WRITE-VERDICT - RUN TOTALS, THE GO/NO-GO STATUS RECORD
007350* DAYOPEN TESTS, AND THE SAME VERDICT ON THE REPORT.  THE STATUS
007360* FILE IS REPLACED EVERY RUN SO LAST NIGHT'S GO CAN NEVER
007370* RELEASE TONIGHT'S SWIPES.
007380*=================================================================
007390 6000-WRITE-VERDICT.
007400     MOVE SPACE TO REPORT-LINE.
007410     WRITE REPORT-LINE.
007420     MOVE GRT-RECORDS-READ TO RPT-RECORDS-READ.
007430     MOVE GRT-REPORT-READ-LINE TO REPORT-LINE.
007440     WRITE REPORT-LINE.
007450     MOVE GRT-DETAIL-COUNT TO RPT-DETAIL-COUNT.
007460     MOVE GRT-REPORT-DETAIL-LINE TO REPORT-LINE.
007470     WRITE REPORT-LINE.
007480     MOVE GRT-RECORDS-RELEASED TO RPT-RECORDS-RELEASED.
007490     MOVE GRT-REPORT-RELEASED-LINE TO REPORT-LINE.
007500     WRITE REPORT-LINE.
007510     MOVE GRT-RECORDS-QUARANTINED TO RPT-RECORDS-QUARANTINED.
007520     MOVE GRT-REPORT-QUARANTINED-LINE TO REPORT-LINE.
007530     WRITE REPORT-LINE.
007540     OPEN OUTPUT STATUS-FILE.
007550     MOVE GRT-TODAY TO IS-RUN-DATE.
007560     MOVE GRT-CHECKS-FAILED TO IS-CHECKS-FAILED.
007570     MOVE ZERO TO IS-EXTRACT-DATE.
007580     MOVE ZERO TO IS-SEQUENCE.
007590     IF GRT-HEADER-GOOD
007600         MOVE GRT-FEED-EXTRACT-DATE-N TO IS-EXTRACT-DATE
007610         MOVE GRT-FEED-SEQUENCE-N TO IS-SEQUENCE
007620     END-IF.
007630     MOVE GRT-RECORDS-RELEASED TO IS-DETAIL-COUNT.
007640     IF GRT-CHECKS-FAILED = ZERO
007650         MOVE "GO" TO IS-GO-NO-GO
007660         MOVE "FEED RELEASED TO ACCSWIPE" TO RPT-VERDICT-TEXT
007670     ELSE
007680         MOVE "NOGO" TO IS-GO-NO-GO
007690         IF GRT-RECORDS-QUARANTINED > ZERO
007700             MOVE "FEED QUARANTINED TO ACCQUAR - ACCSWIPE EMPTY"
007710                 TO RPT-VERDICT-TEXT
007720         ELSE
007730             MOVE "NO FEED - ACCSWIPE EMPTY" TO RPT-VERDICT-TEXT
007740         END-IF
007750     END-IF.
007760     WRITE INTAKE-STATUS-RECORD.
007770     CLOSE STATUS-FILE.
007780     MOVE SPACE TO REPORT-LINE.
007790     WRITE REPORT-LINE.
007800     MOVE IS-GO-NO-GO TO RPT-VERDICT.
007810     MOVE GRT-REPORT-VERDICT-LINE TO REPORT-LINE.
007820     WRITE REPORT-LINE.
007830 6000-WRITE-VERDICT-EXIT.
007840     EXIT.
007850
007860*=================================================================
007870* 8000-WRITE-CHECK-PASSED - ONE REPORT LINE PER PASSING CHECK.
007880* A CALLER WITH A NOTE TO ADD SETS IT IN THE REASON FIRST.
007890*=================================================================
007900 8000-WRITE-CHECK-PASSED.
007910     MOVE "PASS" TO RPT-CHECK-RESULT.
007920     MOVE GRT-REPORT-CHECK-LINE TO REPORT-LINE.
007930     WRITE REPORT-LINE.
007940     MOVE SPACE TO RPT-CHECK-REASON.
007950 8000-WRITE-CHECK-PASSED-EXIT.
007960     EXIT.
007970
007980*=================================================================
007990* 8100-WRITE-CHECK-FAILED - ONE REPORT LINE PER FAILING CHECK.
008000* THE CALLER SETS THE REASON BEFORE COMING HERE.
008010*=================================================================
008020 8100-WRITE-CHECK-FAILED.
008030     ADD 1 TO GRT-CHECKS-FAILED.
008040     MOVE "FAIL" TO RPT-CHECK-RESULT.
008050     MOVE GRT-REPORT-CHECK-LINE TO REPORT-LINE.
008060     WRITE REPORT-LINE.
008070     MOVE SPACE TO RPT-CHECK-REASON.
008080 8100-WRITE-CHECK-FAILED-EXIT.
008090     EXIT.
008100
008110*=================================================================
008120* 9000-TERMINATE - EACH STEP CLOSES WHAT IT OPENS; ONLY THE
008130* REPORT IS STILL OPEN HERE.
008140*=================================================================
008150 9000-TERMINATE.
008160     CLOSE REPORT-FILE.
008170     PERFORM 9100-WRITE-RUN-LOG
008180         THRU 9100-WRITE-RUN-LOG-EXIT.
008190 9000-TERMINATE-EXIT.
008200     EXIT.
008210
008220*=================================================================
008230* 9100-WRITE-RUN-LOG - APPEND THE STANDARD COMPLETION RECORD
008240* TO THE SHARED RUN LOG FOR THE CHAINRPT MORNING SEQUENCE
008250* REPORT.  THE REJECT COUNT CARRIES THE FAILED CHECKS; A
008260* QUARANTINED FEED IS STILL A NORMAL COMPLETION OF THIS PROGRAM.
008270*=================================================================
008280 9100-WRITE-RUN-LOG.
008290     OPEN EXTEND RUN-LOG-FILE.
008300     IF GRT-RUNLOG-STATUS NOT = "00"
008310             AND GRT-RUNLOG-STATUS NOT = "05"
008320         OPEN OUTPUT RUN-LOG-FILE
008330     END-IF.
008340     MOVE "SWPINTAK" TO RL-PROGRAM-ID.
008350     MOVE GRT-START-TIMESTAMP TO RL-START-TIMESTAMP.
008360     MOVE FUNCTION CURRENT-DATE TO RL-END-TIMESTAMP.
008370     MOVE GRT-RECORDS-READ TO RL-RECORDS-READ.
008380     MOVE GRT-RECORDS-RELEASED TO RL-RECORDS-WRITTEN.
008390     MOVE GRT-CHECKS-FAILED TO RL-RECORDS-REJECTED.
008400     MOVE "N" TO RL-RUN-STATUS.
008410     WRITE RUN-LOG-RECORD.
008420     CLOSE RUN-LOG-FILE.
008430 9100-WRITE-RUN-LOG-EXIT.
008440     EXIT.
