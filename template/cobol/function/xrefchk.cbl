000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. XREFCHK.
000120 AUTHOR. D-SHIFT-APPLICATIONS.
000130 INSTALLATION. CORPORATE-FACILITIES-IT.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*---------------------------------------------------------------*
000170* XREFCHK                                                       *
000180* WEEKLY CROSS-FILE REFERENTIAL INTEGRITY SWEEP OVER THE KIOSK  *
000190* MASTER FILES.  EACH MAINTENANCE PROGRAM EDITS ONLY ITS OWN    *
000200* FILE AT ITS OWN TIME, SO A REFERENCE THAT WAS GOOD WHEN IT    *
000210* WAS LOADED CAN GO BAD LATER - EMPMAINT WILL DELETE A HOST WHO *
000220* STILL HAS AN OPEN VISITOR, AND GRTMAINT ONLY FENCES ITS       *
000230* DELETES AGAINST EMPMAST.  THIS PROGRAM READS ALL FIVE FILES   *
000240* AND LISTS EVERY DANGLING REFERENCE ON ONE EXCEPTION REPORT    *
000250* (XREFRPT), GROUPED BY THE OWNER OF THE FILE THAT HOLDS THE    *
000260* BAD REFERENCE, SINCE THAT IS THE RECORD SOMEBODY HAS TO FIX:  *
000270*                                                               *
000280*   - EMPMAST (HR)         LANGUAGE CODE NOT ON GREETTAB;       *
000290*   - VISREG (FRONT DESK)  HOST NOT ON EMPMAST, FOR AN OPEN     *
000300*                          PRE-REGISTRATION; LANGUAGE CODE NOT  *
000310*                          ON GREETTAB;                         *
000320*   - EVENTCAL (FACILITIES) LANGUAGE CODE NOT ON GREETTAB, FOR  *
000330*                          AN EVENT TODAY OR LATER;             *
000340*   - WATCHLST (SECURITY)  BADGE ON NEITHER EMPMAST NOR VISREG. *
000350*                                                               *
000360* A ONE-RECORD PASS/FAIL STATUS (XREFSTAT) IS REPLACED EVERY    *
000370* RUN; DAYOPEN REFUSES TO OPEN THE KIOSK DAY ON A FAIL.  A      *
000380* MISSING EMPMAST, VISREG, OR GREETTAB MEANS NOTHING CAN BE     *
000390* SWEPT AND IS ITSELF A FAIL; A MISSING WATCHLST OR EVENTCAL    *
000400* MEANS NO ENTRIES, THE SAME RULE HANDLER APPLIES.              *
000410*---------------------------------------------------------------*
000420* MODIFICATION HISTORY.
000430*   10/15/2026  RMK  ORIGINAL PROGRAM - A DELETED HOST LEFT
000440*                    VISNOTIF WITH NOBODY TO NOTIFY.
000442*   10/15/2026  RMK  XREFSTAT EXCEPTION COUNT WIDENED TO EIGHT
000444*                    DIGITS SO A LARGE COUNT IS NOT TRUNCATED.
000450*---------------------------------------------------------------*
000460
000470 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000490 SOURCE-COMPUTER. GENERIC-LINUX.
000500 OBJECT-COMPUTER. GENERIC-LINUX.
000510
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS EM-EMPLOYEE-ID
000580         FILE STATUS IS GRT-EMPMAST-STATUS.
000590
000600     SELECT VISITOR-REG-FILE ASSIGN TO "VISREG"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS VR-BADGE-ID
000640         FILE STATUS IS GRT-VISREG-STATUS.
000650
000660     SELECT GREETING-TABLE-FILE ASSIGN TO "GREETTAB"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS RANDOM
000690         RECORD KEY IS GT-LANGUAGE-CODE
000700         FILE STATUS IS GRT-GREETTAB-STATUS.
000710
000720     SELECT WATCH-LIST-FILE ASSIGN TO "WATCHLST"
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS SEQUENTIAL
000750         RECORD KEY IS WL-BADGE-ID
000760         FILE STATUS IS GRT-WATCHLST-STATUS.
000770
000780     SELECT EVENT-CALENDAR-FILE ASSIGN TO "EVENTCAL"
000790         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS SEQUENTIAL
000810         RECORD KEY IS EV-EVENT-KEY
000820         FILE STATUS IS GRT-EVENTCAL-STATUS.
000830
000840     SELECT REPORT-FILE ASSIGN TO "XREFRPT"
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS GRT-REPORT-STATUS.
000870
000880     SELECT STATUS-FILE ASSIGN TO "XREFSTAT"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS GRT-STATUS-STATUS.
000910
000920     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS GRT-RUNLOG-STATUS.
000950
000960 DATA DIVISION.
000970 FILE SECTION.
000980*---------------------------------------------------------------*
000990* EMPLOYEE MASTER - SWEPT FOR ITS LANGUAGE CODES, AND THE       *
001000* TARGET OF THE VISREG HOST AND WATCHLST BADGE REFERENCES.      *
001010*---------------------------------------------------------------*
001020 FD  EMPLOYEE-MASTER-FILE.
001030     COPY EMPMREC.
001040
001050*---------------------------------------------------------------*
001060* VISITOR PRE-REGISTRATION FILE - SWEPT FOR ITS HOST AND        *
001070* LANGUAGE REFERENCES, AND A TARGET OF THE WATCHLST REFERENCE.  *
001080*---------------------------------------------------------------*
001090 FD  VISITOR-REG-FILE.
001100 01  VISITOR-REG-RECORD.
001110     05  VR-BADGE-ID             PIC X(08).
001120     05  VR-DISPLAY-NAME         PIC X(30).
001130     05  VR-HOST-EMPLOYEE-ID     PIC X(08).
001140     05  VR-VALID-FROM           PIC 9(08).
001150     05  VR-VALID-TO             PIC 9(08).
001160     05  VR-LANGUAGE-CODE        PIC X(02).
001170
001180*---------------------------------------------------------------*
001190* GREETING TEMPLATE LOOKUP - THE TARGET OF EVERY LANGUAGE CODE. *
001200*---------------------------------------------------------------*
001210 FD  GREETING-TABLE-FILE.
001220 01  GREETING-TABLE-RECORD.
001230     05  GT-LANGUAGE-CODE        PIC X(02).
001240     05  GT-MORNING-TEXT         PIC X(20).
001250     05  GT-AFTERNOON-TEXT       PIC X(20).
001260     05  GT-EVENING-TEXT         PIC X(20).
001270     05  GT-FALLBACK-WORD        PIC X(10).
001280
001290*---------------------------------------------------------------*
001300* SECURITY WATCH LIST - ONE RECORD PER WATCHED BADGE.           *
001310*---------------------------------------------------------------*
001320 FD  WATCH-LIST-FILE.
001330 01  WATCH-LIST-RECORD.
001340     05  WL-BADGE-ID             PIC X(08).
001350     05  WL-REASON-CODE          PIC X(04).
001360
001370*---------------------------------------------------------------*
001380* SPECIAL-EVENT CALENDAR - ONE RECORD PER DATE, SITE, AND       *
001390* LANGUAGE.                                                     *
001400*---------------------------------------------------------------*
001410 FD  EVENT-CALENDAR-FILE.
001420 01  EVENT-CALENDAR-RECORD.
001430     05  EV-EVENT-KEY.
001440         10  EV-EVENT-DATE       PIC 9(08).
001450         10  EV-SITE-ID          PIC X(03).
001460         10  EV-LANGUAGE-CODE    PIC X(02).
001470     05  EV-OVERRIDE-TYPE        PIC X(01).
001480     05  EV-EVENT-TEXT           PIC X(20).
001490
001500*---------------------------------------------------------------*
001510* INTEGRITY EXCEPTION REPORT.                                   *
001520*---------------------------------------------------------------*
001530 FD  REPORT-FILE.
001540 01  REPORT-LINE                 PIC X(80).
001550
001560*---------------------------------------------------------------*
001570* PASS/FAIL STATUS RECORD TESTED BY DAYOPEN.                    *
001580*---------------------------------------------------------------*
001590 FD  STATUS-FILE.
001600 01  XREF-STATUS-RECORD.
001610     05  XS-RUN-DATE             PIC 9(08).
001620     05  XS-PASS-FAIL            PIC X(04).
001630     05  XS-EXCEPTIONS           PIC 9(08).
001640
001650*---------------------------------------------------------------*
001660* SHARED RUN LOG - ONE COMPLETION RECORD APPENDED PER RUN FOR   *
001670* THE CHAINRPT MORNING SEQUENCE REPORT.                         *
001680*---------------------------------------------------------------*
001690 FD  RUN-LOG-FILE.
001700     COPY RUNLGREC.
001710
001720 WORKING-STORAGE SECTION.
001730*---------------------------------------------------------------*
001740* FILE STATUS FIELDS AND THEIR ASSOCIATED CONDITION NAMES.      *
001750*---------------------------------------------------------------*
001760 77  GRT-EMPMAST-STATUS          PIC X(02) VALUE "00".
001770     88  GRT-EMPMAST-OK                    VALUE "00".
001780     88  GRT-EMPMAST-EOF                   VALUE "10".
001790
001800 77  GRT-VISREG-STATUS           PIC X(02) VALUE "00".
001810     88  GRT-VISREG-OK                     VALUE "00".
001820     88  GRT-VISREG-EOF                    VALUE "10".
001830
001840 77  GRT-GREETTAB-STATUS         PIC X(02) VALUE "00".
001850     88  GRT-GREETTAB-OK                   VALUE "00".
001860
001870 77  GRT-WATCHLST-STATUS         PIC X(02) VALUE "00".
001880     88  GRT-WATCHLST-OK                   VALUE "00".
001890     88  GRT-WATCHLST-EOF                  VALUE "10".
001900
001910 77  GRT-EVENTCAL-STATUS         PIC X(02) VALUE "00".
001920     88  GRT-EVENTCAL-OK                   VALUE "00".
001930     88  GRT-EVENTCAL-EOF                  VALUE "10".
001940
001950 77  GRT-REPORT-STATUS           PIC X(02) VALUE "00".
001960 77  GRT-STATUS-STATUS           PIC X(02) VALUE "00".
001970 77  GRT-RUNLOG-STATUS           PIC X(02) VALUE "00".
001980
001990*---------------------------------------------------------------*
002000* SWITCHES.                                                     *
002010*---------------------------------------------------------------*
002020 77  GRT-EMPMAST-PRESENT-SW      PIC X(01) VALUE "N".
002030     88  GRT-EMPMAST-PRESENT               VALUE "Y".
002040
002050 77  GRT-VISREG-PRESENT-SW       PIC X(01) VALUE "N".
002060     88  GRT-VISREG-PRESENT                VALUE "Y".
002070
002080 77  GRT-GREETTAB-PRESENT-SW     PIC X(01) VALUE "N".
002090     88  GRT-GREETTAB-PRESENT              VALUE "Y".
002100
002110 77  GRT-WATCHLST-PRESENT-SW     PIC X(01) VALUE "N".
002120     88  GRT-WATCHLST-PRESENT              VALUE "Y".
002130
002140 77  GRT-EVENTCAL-PRESENT-SW     PIC X(01) VALUE "N".
002150     88  GRT-EVENTCAL-PRESENT              VALUE "Y".
002160
002170 77  GRT-SWEEP-BLOCKED-SW        PIC X(01) VALUE "N".
002180     88  GRT-SWEEP-BLOCKED                 VALUE "Y".
002190
002200 77  GRT-LANGUAGE-FOUND-SW       PIC X(01) VALUE "N".
002210     88  GRT-LANGUAGE-FOUND                VALUE "Y".
002220
002230*---------------------------------------------------------------*
002240* DATE, LOOKUP, AND RUN TOTAL WORK AREAS.                       *
002250*---------------------------------------------------------------*
002260 77  GRT-TODAY                   PIC 9(08) VALUE ZERO.
002270 77  GRT-START-TIMESTAMP         PIC X(21) VALUE SPACE.
002280 77  GRT-LOOKUP-LANGUAGE         PIC X(02) VALUE SPACE.
002290 77  GRT-RECORDS-READ            PIC 9(08) VALUE ZERO.
002300 77  GRT-SECTION-EXCEPTIONS      PIC 9(08) VALUE ZERO.
002310 77  GRT-TOTAL-EXCEPTIONS        PIC 9(08) VALUE ZERO.
002320
002330*---------------------------------------------------------------*
002340* REPORT PRINT LINES.                                           *
002350*---------------------------------------------------------------*
002360 01  GRT-REPORT-HEADING.
002370     05  FILLER                  PIC X(39)
002380         VALUE "KIOSK MASTER FILE INTEGRITY SWEEP FOR ".
002390     05  RPT-TODAY               PIC 9(08).
002400     05  FILLER                  PIC X(33) VALUE SPACE.
002410
002420 01  GRT-REPORT-BLOCKED-LINE.
002430     05  RPT-BLOCKED-FILE        PIC X(09).
002440     05  FILLER                  PIC X(71)
002450         VALUE "COULD NOT BE OPENED - NO REFERENCES CAN BE SWEPT".
002460
002470 01  GRT-REPORT-ABSENT-LINE.
002480     05  FILLER                  PIC X(04) VALUE SPACE.
002490     05  RPT-ABSENT-FILE         PIC X(09).
002500     05  FILLER                  PIC X(67)
002510         VALUE "NOT PRESENT - NO ENTRIES TO CHECK".
002520
002530 01  GRT-REPORT-SECTION-HEADING.
002540     05  RPT-SECTION-TITLE       PIC X(80).
002550
002560 01  GRT-REPORT-COLUMN-HEADS.
002570     05  FILLER                  PIC X(22) VALUE "RECORD KEY".
002580     05  FILLER                  PIC X(10) VALUE "FIELD".
002590     05  FILLER                  PIC X(10) VALUE "VALUE".
002600     05  FILLER                  PIC X(38) VALUE "PROBLEM".
002610
002620 01  GRT-REPORT-DETAIL.
002630     05  RPT-XR-KEY              PIC X(20).
002640     05  FILLER                  PIC X(02) VALUE SPACE.
002650     05  RPT-XR-FIELD            PIC X(08).
002660     05  FILLER                  PIC X(02) VALUE SPACE.
002670     05  RPT-XR-VALUE            PIC X(08).
002680     05  FILLER                  PIC X(02) VALUE SPACE.
002690     05  RPT-XR-PROBLEM          PIC X(38).
002700
002710 01  GRT-REPORT-NONE-LINE.
002720     05  FILLER                  PIC X(80) VALUE "    NONE".
002730
002740 01  GRT-REPORT-SECTION-TOTAL.
002750     05  FILLER                  PIC X(28)
002760         VALUE "    EXCEPTIONS FOR OWNER . .".
002770     05  RPT-SECTION-EXCEPTIONS  PIC ZZZ,ZZ9.
002780     05  FILLER                  PIC X(45) VALUE SPACE.
002790
002800 01  GRT-REPORT-READ-LINE.
002810     05  FILLER                  PIC X(28)
002820         VALUE "MASTER RECORDS READ. . . . .".
002830     05  RPT-RECORDS-READ        PIC ZZZ,ZZ9.
002840     05  FILLER                  PIC X(45) VALUE SPACE.
002850
002860 01  GRT-REPORT-TOTAL-LINE.
002870     05  FILLER                  PIC X(28)
002880         VALUE "TOTAL EXCEPTIONS . . . . . .".
002890     05  RPT-TOTAL-EXCEPTIONS    PIC ZZZ,ZZ9.
002900     05  FILLER                  PIC X(45) VALUE SPACE.
002910
002920 01  GRT-REPORT-VERDICT-LINE.
002930     05  FILLER                  PIC X(28)
002940         VALUE "INTEGRITY VERDICT. . . . . .".
002950     05  RPT-VERDICT             PIC X(04).
002960     05  FILLER                  PIC X(48) VALUE SPACE.
002970
002980 PROCEDURE DIVISION.
002990*=================================================================
003000* 0000-MAINLINE.
003010*=================================================================
003020 0000-MAINLINE.
003030     PERFORM 1000-INITIALIZE
003040         THRU 1000-INITIALIZE-EXIT.
003050     IF NOT GRT-SWEEP-BLOCKED
003060         PERFORM 2000-SWEEP-EMPMAST
003070             THRU 2000-SWEEP-EMPMAST-EXIT
003080         PERFORM 3000-SWEEP-VISREG
003090             THRU 3000-SWEEP-VISREG-EXIT
003100         PERFORM 4000-SWEEP-EVENTCAL
003110             THRU 4000-SWEEP-EVENTCAL-EXIT
003120         PERFORM 5000-SWEEP-WATCHLST
003130             THRU 5000-SWEEP-WATCHLST-EXIT
003140     END-IF.
003150     PERFORM 6000-WRITE-VERDICT
003160         THRU 6000-WRITE-VERDICT-EXIT.
003170     PERFORM 9000-TERMINATE
003180         THRU 9000-TERMINATE-EXIT.
003190     STOP RUN.
003200
003210*=================================================================
003220* 1000-INITIALIZE - DERIVE TODAY, START THE REPORT, AND OPEN THE
003230* FIVE FILES.  THE THREE MASTERS EVERY OTHER FILE POINTS AT MUST
003240* ALL OPEN OR THE SWEEP IS BLOCKED; EACH ONE THAT FAILS IS NAMED
003250* AND COUNTS AS AN EXCEPTION SO THE STATUS COMES OUT FAIL.
003260*=================================================================
003270 1000-INITIALIZE.
003280     MOVE FUNCTION CURRENT-DATE TO GRT-START-TIMESTAMP.
003290     MOVE GRT-START-TIMESTAMP(1:8) TO GRT-TODAY.
003300     OPEN OUTPUT REPORT-FILE.
003310     MOVE GRT-TODAY TO RPT-TODAY.
003320     MOVE GRT-REPORT-HEADING TO REPORT-LINE.
003330     WRITE REPORT-LINE.
003340     MOVE SPACE TO REPORT-LINE.
003350     WRITE REPORT-LINE.
003360     OPEN INPUT EMPLOYEE-MASTER-FILE.
003370     IF GRT-EMPMAST-OK
003380         SET GRT-EMPMAST-PRESENT TO TRUE
003390     ELSE
003400         MOVE "EMPMAST" TO RPT-BLOCKED-FILE
003410         PERFORM 1100-WRITE-BLOCKED-LINE
003420             THRU 1100-WRITE-BLOCKED-LINE-EXIT
003430     END-IF.
003440     OPEN INPUT VISITOR-REG-FILE.
003450     IF GRT-VISREG-OK
003460         SET GRT-VISREG-PRESENT TO TRUE
003470     ELSE
003480         MOVE "VISREG" TO RPT-BLOCKED-FILE
003490         PERFORM 1100-WRITE-BLOCKED-LINE
003500             THRU 1100-WRITE-BLOCKED-LINE-EXIT
003510     END-IF.
003520     OPEN INPUT GREETING-TABLE-FILE.
003530     IF GRT-GREETTAB-OK
003540         SET GRT-GREETTAB-PRESENT TO TRUE
003550     ELSE
003560         MOVE "GREETTAB" TO RPT-BLOCKED-FILE
003570         PERFORM 1100-WRITE-BLOCKED-LINE
003580             THRU 1100-WRITE-BLOCKED-LINE-EXIT
003590     END-IF.
003600     OPEN INPUT WATCH-LIST-FILE.
003610     IF GRT-WATCHLST-OK
003620         SET GRT-WATCHLST-PRESENT TO TRUE
003630     END-IF.
003640     OPEN INPUT EVENT-CALENDAR-FILE.
003650     IF GRT-EVENTCAL-OK
003660         SET GRT-EVENTCAL-PRESENT TO TRUE
003670     END-IF.
003680 1000-INITIALIZE-EXIT.
003690     EXIT.
003700
003710 1100-WRITE-BLOCKED-LINE.
003720     SET GRT-SWEEP-BLOCKED TO TRUE.
003730     ADD 1 TO GRT-TOTAL-EXCEPTIONS.
003740     MOVE GRT-REPORT-BLOCKED-LINE TO REPORT-LINE.
003750     WRITE REPORT-LINE.
003760 1100-WRITE-BLOCKED-LINE-EXIT.
003770     EXIT.
003780
003790*=================================================================
003800* 2000-SWEEP-EMPMAST - HR'S SECTION.  EVERY EMPLOYEE'S HOME
003810* LANGUAGE MUST STILL BE ON GREETTAB; EMPMAINT CHECKED IT ON
003820* LOAD, BUT A LATER TABLE CHANGE CAN LEAVE IT BEHIND.
003830*=================================================================
003840 2000-SWEEP-EMPMAST.
003850     MOVE "EMPMAST - OWNER: HR (EMPTRAN EXTRACT)"
003860         TO RPT-SECTION-TITLE.
003870     PERFORM 8200-START-SECTION
003880         THRU 8200-START-SECTION-EXIT.
003890     PERFORM 2100-CHECK-ONE-EMPLOYEE
003900         THRU 2100-CHECK-ONE-EMPLOYEE-EXIT
003910         UNTIL GRT-EMPMAST-EOF.
003920     PERFORM 8300-END-SECTION
003930         THRU 8300-END-SECTION-EXIT.
003940 2000-SWEEP-EMPMAST-EXIT.
003950     EXIT.
003960
003970 2100-CHECK-ONE-EMPLOYEE.
003980     READ EMPLOYEE-MASTER-FILE NEXT RECORD
003990         AT END
004000             MOVE "10" TO GRT-EMPMAST-STATUS
004010             GO TO 2100-CHECK-ONE-EMPLOYEE-EXIT
004020     END-READ.
004030     ADD 1 TO GRT-RECORDS-READ.
004040     IF EM-LANGUAGE-CODE = SPACE
004050         GO TO 2100-CHECK-ONE-EMPLOYEE-EXIT
004060     END-IF.
004070     MOVE EM-LANGUAGE-CODE TO GRT-LOOKUP-LANGUAGE.
004080     PERFORM 8100-LOOKUP-LANGUAGE
004090         THRU 8100-LOOKUP-LANGUAGE-EXIT.
004100     IF NOT GRT-LANGUAGE-FOUND
004110         MOVE EM-EMPLOYEE-ID TO RPT-XR-KEY
004120         MOVE "LANGUAGE" TO RPT-XR-FIELD
004130         MOVE EM-LANGUAGE-CODE TO RPT-XR-VALUE
004140         MOVE "LANGUAGE CODE NOT ON GREETTAB"
004150             TO RPT-XR-PROBLEM
004160         PERFORM 8000-WRITE-EXCEPTION
004170             THRU 8000-WRITE-EXCEPTION-EXIT
004180     END-IF.
004190 2100-CHECK-ONE-EMPLOYEE-EXIT.
004200     EXIT.
004210
004220*=================================================================
004230* 3000-SWEEP-VISREG - THE FRONT DESK'S SECTION.  AN OPEN
004240* PRE-REGISTRATION (VALID TODAY OR LATER) MUST NAME A HOST WHO
004250* IS STILL ON EMPMAST, OR VISNOTIF HAS NOBODY TO TELL; AN
004260* EXPIRED ONE IS VISMAINT'S TO PURGE AND IS LEFT ALONE.  A
004270* NON-BLANK LANGUAGE MUST BE ON GREETTAB.
004280*=================================================================
004290 3000-SWEEP-VISREG.
004300     MOVE "VISREG - OWNER: FRONT DESK (VISTRAN EXTRACT)"
004310         TO RPT-SECTION-TITLE.
004320     PERFORM 8200-START-SECTION
004330         THRU 8200-START-SECTION-EXIT.
004340     PERFORM 3100-CHECK-ONE-VISITOR
004350         THRU 3100-CHECK-ONE-VISITOR-EXIT
004360         UNTIL GRT-VISREG-EOF.
004370     PERFORM 8300-END-SECTION
004380         THRU 8300-END-SECTION-EXIT.
004390 3000-SWEEP-VISREG-EXIT.
004400     EXIT.
004410
004420 3100-CHECK-ONE-VISITOR.
004430     READ VISITOR-REG-FILE NEXT RECORD
004440         AT END
004450             MOVE "10" TO GRT-VISREG-STATUS
004460             GO TO 3100-CHECK-ONE-VISITOR-EXIT
004470     END-READ.
004480     ADD 1 TO GRT-RECORDS-READ.
004490     IF VR-VALID-TO NOT < GRT-TODAY
004500         MOVE VR-HOST-EMPLOYEE-ID TO EM-EMPLOYEE-ID
004510         READ EMPLOYEE-MASTER-FILE
004520             INVALID KEY
004530                 MOVE VR-BADGE-ID TO RPT-XR-KEY
004540                 MOVE "HOST" TO RPT-XR-FIELD
004550                 MOVE VR-HOST-EMPLOYEE-ID TO RPT-XR-VALUE
004560                 MOVE "HOST NOT ON EMPMAST - OPEN VISIT"
004570                     TO RPT-XR-PROBLEM
004580                 PERFORM 8000-WRITE-EXCEPTION
004590                     THRU 8000-WRITE-EXCEPTION-EXIT
004600         END-READ
004610     END-IF.
004620     IF VR-LANGUAGE-CODE = SPACE
004630         GO TO 3100-CHECK-ONE-VISITOR-EXIT
004640     END-IF.
004650     MOVE VR-LANGUAGE-CODE TO GRT-LOOKUP-LANGUAGE.
004660     PERFORM 8100-LOOKUP-LANGUAGE
004670         THRU 8100-LOOKUP-LANGUAGE-EXIT.
004680     IF NOT GRT-LANGUAGE-FOUND
004690         MOVE VR-BADGE-ID TO RPT-XR-KEY
004700         MOVE "LANGUAGE" TO RPT-XR-FIELD
004710         MOVE VR-LANGUAGE-CODE TO RPT-XR-VALUE
004720         MOVE "LANGUAGE CODE NOT ON GREETTAB"
004730             TO RPT-XR-PROBLEM
004740         PERFORM 8000-WRITE-EXCEPTION
004750             THRU 8000-WRITE-EXCEPTION-EXIT
004760     END-IF.
004770 3100-CHECK-ONE-VISITOR-EXIT.
004780     EXIT.
004790
004800*=================================================================
004810* 4000-SWEEP-EVENTCAL - FACILITIES' SECTION.  AN EVENT ENTRY FOR
004820* TODAY OR LATER WHOSE LANGUAGE IS NOT ON GREETTAB CAN NEVER BE
004830* REACHED BY THE HANDLER LOOKUP LADDER; PAST ENTRIES ARE DEAD
004840* AND ARE NOT REPORTED.
004850*=================================================================
004860 4000-SWEEP-EVENTCAL.
004870     MOVE "EVENTCAL - OWNER: FACILITIES (EVENT CALENDAR)"
004880         TO RPT-SECTION-TITLE.
004890     PERFORM 8200-START-SECTION
004900         THRU 8200-START-SECTION-EXIT.
004910     IF NOT GRT-EVENTCAL-PRESENT
004920         MOVE "EVENTCAL" TO RPT-ABSENT-FILE
004930         MOVE GRT-REPORT-ABSENT-LINE TO REPORT-LINE
004940         WRITE REPORT-LINE
004950         MOVE SPACE TO REPORT-LINE
004960         WRITE REPORT-LINE
004970         GO TO 4000-SWEEP-EVENTCAL-EXIT
004980     END-IF.
004990     PERFORM 4100-CHECK-ONE-EVENT
005000         THRU 4100-CHECK-ONE-EVENT-EXIT
005010         UNTIL GRT-EVENTCAL-EOF.
005020     PERFORM 8300-END-SECTION
005030         THRU 8300-END-SECTION-EXIT.
005040 4000-SWEEP-EVENTCAL-EXIT.
005050     EXIT.
005060
005070 4100-CHECK-ONE-EVENT.
005080     READ EVENT-CALENDAR-FILE
005090         AT END
005100             MOVE "10" TO GRT-EVENTCAL-STATUS
005110             GO TO 4100-CHECK-ONE-EVENT-EXIT
005120     END-READ.
005130     ADD 1 TO GRT-RECORDS-READ.
005140     IF EV-EVENT-DATE < GRT-TODAY
005150         GO TO 4100-CHECK-ONE-EVENT-EXIT
005160     END-IF.
005170     MOVE EV-LANGUAGE-CODE TO GRT-LOOKUP-LANGUAGE.
005180     PERFORM 8100-LOOKUP-LANGUAGE
005190         THRU 8100-LOOKUP-LANGUAGE-EXIT.
005200     IF NOT GRT-LANGUAGE-FOUND
005210         MOVE SPACE TO RPT-XR-KEY
005220         STRING EV-EVENT-DATE DELIMITED BY SIZE
005230                " " DELIMITED BY SIZE
005240                EV-SITE-ID DELIMITED BY SIZE
005250                " " DELIMITED BY SIZE
005260                EV-LANGUAGE-CODE DELIMITED BY SIZE
005270             INTO RPT-XR-KEY
005280         MOVE "LANGUAGE" TO RPT-XR-FIELD
005290         MOVE EV-LANGUAGE-CODE TO RPT-XR-VALUE
005300         MOVE "LANGUAGE CODE NOT ON GREETTAB"
005310             TO RPT-XR-PROBLEM
005320         PERFORM 8000-WRITE-EXCEPTION
005330             THRU 8000-WRITE-EXCEPTION-EXIT
005340     END-IF.
005350 4100-CHECK-ONE-EVENT-EXIT.
005360     EXIT.
005370
005380*=================================================================
005390* 5000-SWEEP-WATCHLST - SECURITY'S SECTION.  A WATCHED BADGE
005400* THAT IS ON NEITHER THE EMPLOYEE MASTER NOR THE VISITOR
005410* PRE-REGISTRATION FILE CAN NEVER BE SEEN AT A KIOSK, SO THE
005420* WATCH IS SILENTLY WATCHING NOTHING.
005430*=================================================================
005440 5000-SWEEP-WATCHLST.
005450     MOVE "WATCHLST - OWNER: SECURITY (WATCH LIST)"
005460         TO RPT-SECTION-TITLE.
005470     PERFORM 8200-START-SECTION
005480         THRU 8200-START-SECTION-EXIT.
005490     IF NOT GRT-WATCHLST-PRESENT
005500         MOVE "WATCHLST" TO RPT-ABSENT-FILE
005510         MOVE GRT-REPORT-ABSENT-LINE TO REPORT-LINE
005520         WRITE REPORT-LINE
005530         MOVE SPACE TO REPORT-LINE
005540         WRITE REPORT-LINE
005550         GO TO 5000-SWEEP-WATCHLST-EXIT
005560     END-IF.
005570     PERFORM 5100-CHECK-ONE-WATCH
005580         THRU 5100-CHECK-ONE-WATCH-EXIT
005590         UNTIL GRT-WATCHLST-EOF.
005600     PERFORM 8300-END-SECTION
005610         THRU 8300-END-SECTION-EXIT.
005620 5000-SWEEP-WATCHLST-EXIT.
005630     EXIT.
005640
005650 5100-CHECK-ONE-WATCH.
005660     READ WATCH-LIST-FILE
005670         AT END
005680             MOVE "10" TO GRT-WATCHLST-STATUS
005690             GO TO 5100-CHECK-ONE-WATCH-EXIT
005700     END-READ.
005710     ADD 1 TO GRT-RECORDS-READ.
005720     MOVE WL-BADGE-ID TO EM-EMPLOYEE-ID.
005730     READ EMPLOYEE-MASTER-FILE
005740         INVALID KEY
005750             CONTINUE
005760     END-READ.
005770     IF GRT-EMPMAST-OK
005780         GO TO 5100-CHECK-ONE-WATCH-EXIT
005790     END-IF.
005800     MOVE WL-BADGE-ID TO VR-BADGE-ID.
005810     READ VISITOR-REG-FILE
005820         INVALID KEY
005830             CONTINUE
005840     END-READ.
005850     IF GRT-VISREG-OK
005860         GO TO 5100-CHECK-ONE-WATCH-EXIT
005870     END-IF.
005880     MOVE WL-BADGE-ID TO RPT-XR-KEY.
005890     MOVE "BADGE" TO RPT-XR-FIELD.
005900     MOVE WL-REASON-CODE TO RPT-XR-VALUE.
005910     MOVE "BADGE ON NEITHER EMPMAST NOR VISREG"
005920         TO RPT-XR-PROBLEM.
005930     PERFORM 8000-WRITE-EXCEPTION
005940         THRU 8000-WRITE-EXCEPTION-EXIT.
005950 5100-CHECK-ONE-WATCH-EXIT.
005960     EXIT.
005970
005980*=================================================================
005990* 6000-WRITE-VERDICT - THE RUN TOTALS, THEN THE PASS/FAIL STATUS
006000* RECORD DAYOPEN TESTS.  THE STATUS FILE IS REPLACED EVERY RUN
006010* SO A FIXED PROBLEM CLEARS WITH THE NEXT SWEEP.
006020*=================================================================
006030 6000-WRITE-VERDICT.
006040     MOVE GRT-RECORDS-READ TO RPT-RECORDS-READ.
006050     MOVE GRT-REPORT-READ-LINE TO REPORT-LINE.
006060     WRITE REPORT-LINE.
006070     MOVE GRT-TOTAL-EXCEPTIONS TO RPT-TOTAL-EXCEPTIONS.
006080     MOVE GRT-REPORT-TOTAL-LINE TO REPORT-LINE.
006090     WRITE REPORT-LINE.
006100     OPEN OUTPUT STATUS-FILE.
006110     MOVE GRT-TODAY TO XS-RUN-DATE.
006120     IF GRT-TOTAL-EXCEPTIONS = ZERO
006130         MOVE "PASS" TO XS-PASS-FAIL
006140     ELSE
006150         MOVE "FAIL" TO XS-PASS-FAIL
006160     END-IF.
006170     MOVE GRT-TOTAL-EXCEPTIONS TO XS-EXCEPTIONS.
006180     WRITE XREF-STATUS-RECORD.
006190     CLOSE STATUS-FILE.
006200     MOVE XS-PASS-FAIL TO RPT-VERDICT.
006210     MOVE GRT-REPORT-VERDICT-LINE TO REPORT-LINE.
006220     WRITE REPORT-LINE.
006230 6000-WRITE-VERDICT-EXIT.
006240     EXIT.
006250
006260*=================================================================
006270* 8000-WRITE-EXCEPTION - ONE REPORT LINE PER DANGLING
006280* REFERENCE.  THE CALLER FILLS THE DETAIL FIELDS FIRST.
006290*=================================================================
006300 8000-WRITE-EXCEPTION.
006310     ADD 1 TO GRT-SECTION-EXCEPTIONS.
006320     ADD 1 TO GRT-TOTAL-EXCEPTIONS.
006330     MOVE GRT-REPORT-DETAIL TO REPORT-LINE.
006340     WRITE REPORT-LINE.
006350 8000-WRITE-EXCEPTION-EXIT.
006360     EXIT.
006370
006380*=================================================================
006390* 8100-LOOKUP-LANGUAGE - IS GRT-LOOKUP-LANGUAGE ON GREETTAB.
006400*=================================================================
006410 8100-LOOKUP-LANGUAGE.
006420     MOVE "N" TO GRT-LANGUAGE-FOUND-SW.
006430     MOVE GRT-LOOKUP-LANGUAGE TO GT-LANGUAGE-CODE.
006440     READ GREETING-TABLE-FILE
006450         INVALID KEY
006460             CONTINUE
006470     END-READ.
006480     IF GRT-GREETTAB-OK
006490         SET GRT-LANGUAGE-FOUND TO TRUE
006500     END-IF.
006510 8100-LOOKUP-LANGUAGE-EXIT.
006520     EXIT.
006530
006540*=================================================================
006550* 8200-START-SECTION - OWNER HEADING AND COLUMN HEADS.  THE
006560* CALLER SETS THE SECTION TITLE.
006570*=================================================================
006580 8200-START-SECTION.
006590     MOVE ZERO TO GRT-SECTION-EXCEPTIONS.
006600     MOVE GRT-REPORT-SECTION-HEADING TO REPORT-LINE.
006610     WRITE REPORT-LINE.
006620     MOVE GRT-REPORT-COLUMN-HEADS TO REPORT-LINE.
006630     WRITE REPORT-LINE.
006640 8200-START-SECTION-EXIT.
006650     EXIT.
006660
006670*=================================================================
006680* 8300-END-SECTION - "NONE" FOR A CLEAN OWNER, THEN THE OWNER'S
006690* COUNT AND A SPACER.
006700*=================================================================
006710 8300-END-SECTION.
006720     IF GRT-SECTION-EXCEPTIONS = ZERO
006730         MOVE GRT-REPORT-NONE-LINE TO REPORT-LINE
006740         WRITE REPORT-LINE
006750     END-IF.
006760     MOVE GRT-SECTION-EXCEPTIONS TO RPT-SECTION-EXCEPTIONS.
006770     MOVE GRT-REPORT-SECTION-TOTAL TO REPORT-LINE.
006780     WRITE REPORT-LINE.
006790     MOVE SPACE TO REPORT-LINE.
006800     WRITE REPORT-LINE.
006810 8300-END-SECTION-EXIT.
006820     EXIT.
006830
006840*=================================================================
006850* 9000-TERMINATE.
006860*=================================================================
006870 9000-TERMINATE.
006880     IF GRT-EMPMAST-PRESENT
006890         CLOSE EMPLOYEE-MASTER-FILE
006900     END-IF.
006910     IF GRT-VISREG-PRESENT
006920         CLOSE VISITOR-REG-FILE
006930     END-IF.
006940     IF GRT-GREETTAB-PRESENT
006950         CLOSE GREETING-TABLE-FILE
006960     END-IF.
006970     IF GRT-WATCHLST-PRESENT
006980         CLOSE WATCH-LIST-FILE
006990     END-IF.
007000     IF GRT-EVENTCAL-PRESENT
007010         CLOSE EVENT-CALENDAR-FILE
007020     END-IF.
007030     CLOSE REPORT-FILE.
007040     PERFORM 9100-WRITE-RUN-LOG
007050         THRU 9100-WRITE-RUN-LOG-EXIT.
007060 9000-TERMINATE-EXIT.
007070     EXIT.
007080
007090*=================================================================
007100* 9100-WRITE-RUN-LOG - APPEND THE STANDARD COMPLETION RECORD
007110* TO THE SHARED RUN LOG FOR THE CHAINRPT MORNING SEQUENCE
007120* REPORT.  THE REJECT COUNT CARRIES THE EXCEPTIONS; A FAIL
007130* VERDICT IS STILL A NORMAL COMPLETION OF THIS PROGRAM.
007140*=================================================================
007150 9100-WRITE-RUN-LOG.
007160     OPEN EXTEND RUN-LOG-FILE.
007170     IF GRT-RUNLOG-STATUS NOT = "00"
007180             AND GRT-RUNLOG-STATUS NOT = "05"
007190         OPEN OUTPUT RUN-LOG-FILE
007200     END-IF.
007210     MOVE "XREFCHK" TO RL-PROGRAM-ID.
007220     MOVE GRT-START-TIMESTAMP TO RL-START-TIMESTAMP.
007230     MOVE FUNCTION CURRENT-DATE TO RL-END-TIMESTAMP.
007240     MOVE GRT-RECORDS-READ TO RL-RECORDS-READ.
007250     MOVE 1 TO RL-RECORDS-WRITTEN.
007260     MOVE GRT-TOTAL-EXCEPTIONS TO RL-RECORDS-REJECTED.
007270     MOVE "N" TO RL-RUN-STATUS.
007280     WRITE RUN-LOG-RECORD.
007290     CLOSE RUN-LOG-FILE.
007300 9100-WRITE-RUN-LOG-EXIT.
007310     EXIT.
