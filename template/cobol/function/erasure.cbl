000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. ERASURE.
000120 AUTHOR. D-SHIFT-APPLICATIONS.
000130 INSTALLATION. CORPORATE-FACILITIES-IT.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*---------------------------------------------------------------*
000170* ERASURE                                                       *
000180* RIGHT-TO-ERASURE PSEUDONYMIZATION OF DEPARTED EMPLOYEES.      *
000190* READS LEGAL'S ERASURE REQUEST FILE (ERASREQ) OF EMPLOYEE IDS  *
000200* AND, FOR EVERY ID IT MAY ACT ON, REPLACES THE BADGE AND NAME  *
000210* WITH A PSEUDONYMOUS TOKEN IN EVERY LIVE AND CATALOGED KIOSK   *
000220* FILE THAT CARRIES THEM:                                       *
000230*   AUDITLOG, RETROUT, AND EVERY CATALOGED AUDHIST CUT  - BADGE *
000240*            AND GREETING TEXT (THE GREETING CARRIES THE NAME), *
000242*            AND A VISITOR GREETING'S HOST EMPLOYEE ID          *
000250*   REJFILE AND EVERY CATALOGED REJHIST CUT - THE BADGE AT THE  *
000260*            FRONT OF THE REJECTED INPUT                        *
000270*   SECEXT   - THE SECURITY EXTRACT BADGE                       *
000280*   EMPJRNL  - THE JOURNAL ID; THE BEFORE-IMAGE IS BLANKED AND  *
000290*            FLAGGED "E" SO EMPBKOUT NEVER PUTS IT BACK         *
000300*   GREETDAY - THE GREETED-TODAY ENTRY IS RE-KEYED TO THE TOKEN *
000310* EVERY OTHER FIELD IS LEFT EXACTLY AS IT WAS, SO GREETSTAT,    *
000320* TRENDRPT, AND SITESUM COUNT THE SAME RECORDS THE SAME WAY     *
000330* AFTER AN ERASURE AS BEFORE IT.                                *
000340*                                                               *
000350* A TOKEN IS "#" FOLLOWED BY A SEVEN-DIGIT NUMBER DRAWN FROM    *
000360* THE ERASSEQ COUNTER, WHICH IS NEVER REUSED.  "#" IS NOT A     *
000370* BADGE CHARACTER, SO A TOKEN CAN NEVER COLLIDE WITH A REAL     *
000380* BADGE, AND ONE ID GETS THE SAME TOKEN IN EVERY FILE OF THE    *
000390* RUN.  NO RECORD OF WHICH ID BECAME WHICH TOKEN IS KEPT - THAT *
000400* WOULD BE THE IDENTITY ALL OVER AGAIN.                         *
000410*                                                               *
000420* AN ID STILL ON THE EMPLOYEE MASTER OR STILL ON THE SECURITY   *
000430* WATCH LIST IS REFUSED AND NOTHING OF IT IS TOUCHED.  THE      *
000440* ERASREG CERTIFICATE REGISTER LISTS EVERY REQUEST WITH ITS     *
000450* DISPOSITION, EVERY FILE EXAMINED WITH ITS RECORD COUNTS, AND  *
000460* ENDS IN A SIGN-OFF BLOCK FOR FACILITIES IT AND LEGAL.         *
000470*                                                               *
000471* A CATALOGED CUT THAT IS REWRITTEN HAS ITS ARCHCAT CONTROL     *
000472* TOTALS CARRIED FORWARD TO THE ERASED CONTENT - BUT ONLY WHEN  *
000473* THE FILE STILL AGREED WITH THEM BEFORE THE ERASURE, SO THIS   *
000474* PROGRAM CAN NEVER BLESS A CUT THAT WAS ALREADY DAMAGED.       *
000475*                                                               *
000480* RUN IN THE BATCH WINDOW AFTER ARCHPURG, WHEN HANDLER IS NOT   *
000490* WRITING TO THE LIVE FILES.                                    *
000500*---------------------------------------------------------------*
000510* MODIFICATION HISTORY.
000520*   10/15/2026  RMK  ORIGINAL PROGRAM - ERASURE REQUESTS FROM
000530*                    LEGAL WERE BEING CARRIED OUT BY HAND EDITS
000540*                    TO SIX DIFFERENT FILES.
000541*   10/15/2026  RMK  A REWRITTEN HISTORY CUT NOW HAS ITS
000542*                    CATALOG CONTROL TOTALS CARRIED FORWARD TO
000543*                    THE ERASED CONTENT, SO ARCHVRFY STILL
000544*                    PROVES IT; TOTALS THAT DID NOT AGREE
000545*                    BEFORE THE ERASURE ARE LEFT FOR ARCHVRFY
000546*                    TO REPORT.
000547*   10/15/2026  RMK  AN ERASED ID IS ALSO TOKENIZED WHERE IT
000548*                    APPEARS AS THE HOST ON A VISITOR'S AUDIT
000549*                    RECORD.
000550*---------------------------------------------------------------*
000560
000570 ENVIRONMENT DIVISION.
000580 CONFIGURATION SECTION.
000590 SOURCE-COMPUTER. GENERIC-LINUX.
000600 OBJECT-COMPUTER. GENERIC-LINUX.
000610 SPECIAL-NAMES.
000620     CLASS EMPLOYEE-ID-CHARACTERS IS "A" THRU "Z"
000630                                      "0" THRU "9"
000640                                      SPACE.
000650
000660 INPUT-OUTPUT SECTION.
000670 FILE-CONTROL.
000680     SELECT REQUEST-FILE ASSIGN TO "ERASREQ"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS GRT-REQUEST-STATUS.
000710
000720     SELECT TOKEN-SEQUENCE-FILE ASSIGN TO "ERASSEQ"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS GRT-TOKENSEQ-STATUS.
000750
000760     SELECT REGISTER-FILE ASSIGN TO "ERASREG"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS GRT-REGISTER-STATUS.
000790
000800     SELECT CATALOG-FILE ASSIGN TO "ARCHCAT"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS GRT-CATALOG-STATUS.
000830
000832     SELECT CATALOG-WORK-FILE ASSIGN TO "CATWORK"
000834         ORGANIZATION IS LINE SEQUENTIAL
000836         FILE STATUS IS GRT-CATWORK-STATUS.
000838
000840     SELECT TARGET-FILE ASSIGN USING GRT-TARGET-NAME
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS GRT-TARGET-STATUS.
000870
000880     SELECT WORK-FILE ASSIGN TO "ERASWORK"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS GRT-WORK-STATUS.
000910
000920     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS GRT-RUNLOG-STATUS.
000950
000960     SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
000970         ORGANIZATION IS INDEXED
000980         ACCESS MODE IS RANDOM
000990         RECORD KEY IS EM-EMPLOYEE-ID
001000         FILE STATUS IS GRT-EMPMAST-STATUS.
001010
001020     SELECT WATCH-LIST-FILE ASSIGN TO "WATCHLST"
001030         ORGANIZATION IS INDEXED
001040         ACCESS MODE IS RANDOM
001050         RECORD KEY IS WL-BADGE-ID
001060         FILE STATUS IS GRT-WATCH-STATUS.
001070
001080     SELECT GREETED-TODAY-FILE ASSIGN TO "GREETDAY"
001090         ORGANIZATION IS INDEXED
001100         ACCESS MODE IS DYNAMIC
001110         RECORD KEY IS GD-GREET-KEY
001120         FILE STATUS IS GRT-GREETDAY-STATUS.
001130
001140 DATA DIVISION.
001150 FILE SECTION.
001160*---------------------------------------------------------------*
001170* ERASURE REQUEST - ONE RECORD PER DEPARTED EMPLOYEE WHO HAS    *
001180* ASKED TO BE FORGOTTEN, WITH LEGAL'S CASE REFERENCE FOR THE    *
001190* CERTIFICATE.                                                  *
001200*---------------------------------------------------------------*
001210 FD  REQUEST-FILE.
001220 01  REQUEST-RECORD.
001230     05  ERQ-EMPLOYEE-ID         PIC X(08).
001240     05  ERQ-LEGAL-REFERENCE     PIC X(12).
001250
001260*---------------------------------------------------------------*
001270* TOKEN COUNTER - ONE RECORD HOLDING THE LAST TOKEN NUMBER      *
001280* ISSUED AND THE DATE OF THE RUN THAT ISSUED IT.                *
001290*---------------------------------------------------------------*
001300 FD  TOKEN-SEQUENCE-FILE.
001310 01  TOKEN-SEQUENCE-RECORD.
001320     05  ESQ-LAST-TOKEN          PIC 9(07).
001330     05  ESQ-LAST-RUN-DATE       PIC 9(08).
001340
001350*---------------------------------------------------------------*
001360* ERASURE CERTIFICATE REGISTER.                                 *
001370*---------------------------------------------------------------*
001380 FD  REGISTER-FILE.
001390 01  REGISTER-LINE               PIC X(80).
001400
001410*---------------------------------------------------------------*
001420* ARCHIVE CATALOG - ONE RECORD PER DATED HISTORY FILE CUT.      *
001430*---------------------------------------------------------------*
001440 FD  CATALOG-FILE.
001450     COPY ARCHCREC.
001452
001454*---------------------------------------------------------------*
001456* CATALOG WORK FILE - THE CATALOG IS STAGED HERE WITH ANY       *
001458* REFRESHED CONTROL TOTALS AND COPIED BACK, AS ARCHPURG DOES.   *
001460*---------------------------------------------------------------*
001462 FD  CATALOG-WORK-FILE.
001464 01  CATALOG-WORK-RECORD         PIC X(56).
001490
001500*---------------------------------------------------------------*
001510* THE FILE BEING ERASED, OPENED BY NAME.  ONE GENEROUS BUFFER   *
001520* WITH A VIEW FOR EACH LAYOUT THE PROGRAM KNOWS; GRT-TARGET-    *
001530* KIND SAYS WHICH VIEW APPLIES TO THE FILE IN HAND.             *
001540*---------------------------------------------------------------*
001550 FD  TARGET-FILE.
001560 01  TARGET-RECORD               PIC X(100).
001570     COPY AUDITREC.
001580 01  TARGET-REJECT-RECORD.
001590     05  TGR-BADGE-ID            PIC X(08).
001600     05  FILLER                  PIC X(92).
001610 01  TARGET-SECEXT-RECORD.
001620     05  TGS-TIMESTAMP           PIC X(21).
001630     05  TGS-BADGE-ID            PIC X(08).
001640     05  FILLER                  PIC X(71).
001650     COPY EMPJREC.
001660
001670*---------------------------------------------------------------*
001680* WORK FILE - THE ERASED COPY IS STAGED HERE AND COPIED BACK,   *
001690* THE SAME PATTERN THE REJECT RECYCLE AND ARCHPURG USE.         *
001700*---------------------------------------------------------------*
001710 FD  WORK-FILE.
001720 01  WORK-RECORD                 PIC X(100).
001730
001740*---------------------------------------------------------------*
001750* SHARED RUN LOG - ONE COMPLETION RECORD APPENDED PER RUN FOR   *
001760* THE CHAINRPT MORNING SEQUENCE REPORT.                         *
001770*---------------------------------------------------------------*
001780 FD  RUN-LOG-FILE.
001790     COPY RUNLGREC.
001800
001810*---------------------------------------------------------------*
001820* EMPLOYEE MASTER - READ ONLY.  AN ID STILL ON IT IS STILL AN   *
001830* EMPLOYEE AND IS NOT ERASED.                                   *
001840*---------------------------------------------------------------*
001850 FD  EMPLOYEE-MASTER-FILE.
001860     COPY EMPMREC.
001870
001880*---------------------------------------------------------------*
001890* SECURITY WATCH LIST - READ ONLY.  A WATCHED BADGE IS HELD FOR *
001900* SECURITY AND IS NOT ERASED.                                   *
001910*---------------------------------------------------------------*
001920 FD  WATCH-LIST-FILE.
001930 01  WATCH-LIST-RECORD.
001940     05  WL-BADGE-ID             PIC X(08).
001950     05  WL-REASON-CODE          PIC X(04).
001960
001970*---------------------------------------------------------------*
001980* GREETED-TODAY FILE - AN ENTRY FOR AN ERASED ID IS DELETED AND *
001990* WRITTEN BACK UNDER THE TOKEN.                                 *
002000*---------------------------------------------------------------*
002010 FD  GREETED-TODAY-FILE.
002020 01  GREETED-TODAY-RECORD.
002030     05  GD-GREET-KEY.
002040         10  GD-EMPLOYEE-ID      PIC X(08).
002050         10  GD-GREET-DATE       PIC 9(08).
002060     05  GD-FIRST-GREET-TIME     PIC X(21).
002070     05  GD-FIRST-SITE-ID        PIC X(03).
002080
002090 WORKING-STORAGE SECTION.
002100*---------------------------------------------------------------*
002110* FILE STATUS FIELDS AND THEIR ASSOCIATED CONDITION NAMES.      *
002120*---------------------------------------------------------------*
002130 77  GRT-REQUEST-STATUS          PIC X(02) VALUE "00".
002140     88  GRT-REQUEST-OK                    VALUE "00".
002150     88  GRT-REQUEST-EOF                   VALUE "10".
002160
002170 77  GRT-TOKENSEQ-STATUS         PIC X(02) VALUE "00".
002180     88  GRT-TOKENSEQ-OK                   VALUE "00".
002190
002200 77  GRT-REGISTER-STATUS         PIC X(02) VALUE "00".
002210
002220 77  GRT-CATALOG-STATUS          PIC X(02) VALUE "00".
002230     88  GRT-CATALOG-OK                    VALUE "00".
002240     88  GRT-CATALOG-EOF                   VALUE "10".
002242
002244 77  GRT-CATWORK-STATUS          PIC X(02) VALUE "00".
002246     88  GRT-CATWORK-EOF                   VALUE "10".
002250
002260 77  GRT-TARGET-STATUS           PIC X(02) VALUE "00".
002270     88  GRT-TARGET-OK                     VALUE "00".
002280     88  GRT-TARGET-EOF                    VALUE "10".
002290
002300 77  GRT-WORK-STATUS             PIC X(02) VALUE "00".
002310     88  GRT-WORK-OK                       VALUE "00".
002320     88  GRT-WORK-EOF                      VALUE "10".
002330
002340 77  GRT-RUNLOG-STATUS           PIC X(02) VALUE "00".
002350
002360 77  GRT-EMPMAST-STATUS          PIC X(02) VALUE "00".
002370     88  GRT-EMPMAST-OK                    VALUE "00".
002380     88  GRT-EMPMAST-NOT-FOUND             VALUE "23".
002390
002400 77  GRT-WATCH-STATUS            PIC X(02) VALUE "00".
002410     88  GRT-WATCH-OK                      VALUE "00".
002420
002430 77  GRT-GREETDAY-STATUS         PIC X(02) VALUE "00".
002440     88  GRT-GREETDAY-OK                   VALUE "00".
002450
002460*---------------------------------------------------------------*
002470* DYNAMIC FILE NAME AND THE LAYOUT OF THE FILE IN HAND:         *
002480*   A = AUDIT RECORD       R = REJECT RECORD                    *
002490*   S = SECURITY EXTRACT   J = EMPLOYEE JOURNAL                 *
002500*---------------------------------------------------------------*
002510 77  GRT-TARGET-NAME             PIC X(17) VALUE SPACE.
002520 77  GRT-TARGET-KIND             PIC X(01) VALUE SPACE.
002530 77  GRT-TARGET-CLASS            PIC X(09) VALUE SPACE.
002540
002550*---------------------------------------------------------------*
002560* LIVE FILE TABLE - THE LIVE FILES THAT CARRY A BADGE OR NAME,  *
002570* AND THE LAYOUT OF EACH.  THE CATALOGED HISTORY CUTS ARE FOUND *
002580* THROUGH ARCHCAT INSTEAD.                                      *
002590*---------------------------------------------------------------*
002600 77  GRT-LIVE-COUNT              PIC 9(02) COMP VALUE 5.
002610 77  GRT-LIVE-SUB                PIC 9(02) COMP VALUE ZERO.
002620
002630 01  GRT-LIVE-LITERALS.
002640     05  FILLER                  PIC X(08) VALUE "AUDITLOG".
002650     05  FILLER                  PIC X(01) VALUE "A".
002660     05  FILLER                  PIC X(08) VALUE "RETROUT".
002670     05  FILLER                  PIC X(01) VALUE "A".
002680     05  FILLER                  PIC X(08) VALUE "REJFILE".
002690     05  FILLER                  PIC X(01) VALUE "R".
002700     05  FILLER                  PIC X(08) VALUE "SECEXT".
002710     05  FILLER                  PIC X(01) VALUE "S".
002720     05  FILLER                  PIC X(08) VALUE "EMPJRNL".
002730     05  FILLER                  PIC X(01) VALUE "J".
002740 01  GRT-LIVE-TABLE REDEFINES GRT-LIVE-LITERALS.
002750     05  GRT-LIVE-ENTRY OCCURS 5 TIMES.
002760         10  GRT-LIVE-LFN        PIC X(08).
002770         10  GRT-LIVE-KIND       PIC X(01).
002780
002790*---------------------------------------------------------------*
002800* ERASED-ID TABLE - EVERY ACCEPTED REQUEST AND THE TOKEN ISSUED *
002810* FOR IT.  HELD FOR THIS RUN ONLY AND NEVER WRITTEN OUT.        *
002820*---------------------------------------------------------------*
002830 77  GRT-ERASE-MAX               PIC 9(04) COMP VALUE 200.
002840 77  GRT-ERASE-USED              PIC 9(04) COMP VALUE ZERO.
002850 77  GRT-ERASE-SUB               PIC 9(04) COMP VALUE ZERO.
002860 77  GRT-ERASE-SCAN-SUB          PIC 9(04) COMP VALUE ZERO.
002870
002880 01  GRT-ERASE-TABLE.
002890     05  GRT-ERASE-ENTRY OCCURS 200 TIMES.
002900         10  GRT-ERASE-EMPLOYEE-ID PIC X(08).
002910         10  GRT-ERASE-TOKEN     PIC X(08).
002920
002930 77  GRT-MATCH-ID                PIC X(08) VALUE SPACE.
002940
002950 77  GRT-ID-ERASED-SW            PIC X(01) VALUE "N".
002960     88  GRT-ID-ERASED                     VALUE "Y".
002962
002964 77  GRT-RECORD-ERASED-SW        PIC X(01) VALUE "N".
002966     88  GRT-RECORD-ERASED                 VALUE "Y".
002970
002980*---------------------------------------------------------------*
002990* TOKEN BUILD AREA - "#" AND THE SEVEN-DIGIT COUNTER.           *
003000*---------------------------------------------------------------*
003010 77  GRT-LAST-TOKEN              PIC 9(07) VALUE ZERO.
003020
003030 01  GRT-TOKEN-BUILD.
003040     05  FILLER                  PIC X(01) VALUE "#".
003050     05  GRT-TOKEN-NUMBER        PIC 9(07) VALUE ZERO.
003060
003070*---------------------------------------------------------------*
003080* REFUSAL REASON, DATE, COUNTER, AND SWITCH WORK AREAS.         *
003090*---------------------------------------------------------------*
003100 77  GRT-REFUSE-REASON-CODE      PIC X(02) VALUE SPACE.
003110 77  GRT-REFUSE-REASON-TEXT      PIC X(40) VALUE SPACE.
003120 77  GRT-START-TIMESTAMP         PIC X(21) VALUE SPACE.
003130 77  GRT-TODAY                   PIC 9(08) VALUE ZERO.
003140
003150 77  GRT-REQUESTS-READ           PIC 9(08) VALUE ZERO.
003160 77  GRT-REQUESTS-ERASED         PIC 9(08) VALUE ZERO.
003170 77  GRT-REQUESTS-REFUSED        PIC 9(08) VALUE ZERO.
003180 77  GRT-FILES-EXAMINED          PIC 9(08) VALUE ZERO.
003190 77  GRT-FILES-REWRITTEN         PIC 9(08) VALUE ZERO.
003200 77  GRT-TOTAL-RECORDS-READ      PIC 9(08) VALUE ZERO.
003210 77  GRT-TOTAL-ERASED            PIC 9(08) VALUE ZERO.
003220 77  GRT-FILE-RECORDS-READ       PIC 9(08) VALUE ZERO.
003230 77  GRT-FILE-RECORDS-ERASED     PIC 9(08) VALUE ZERO.
003240
003250 77  GRT-REQUEST-PRESENT-SW      PIC X(01) VALUE "N".
003260     88  GRT-REQUEST-PRESENT               VALUE "Y".
003270
003280 77  GRT-EMPMAST-PRESENT-SW      PIC X(01) VALUE "N".
003290     88  GRT-EMPMAST-PRESENT               VALUE "Y".
003300
003310 77  GRT-WATCH-PRESENT-SW        PIC X(01) VALUE "N".
003320     88  GRT-WATCH-PRESENT                 VALUE "Y".
003330
003340 77  GRT-REQUEST-ACCEPTED-SW     PIC X(01) VALUE "N".
003350     88  GRT-REQUEST-ACCEPTED              VALUE "Y".
003360     88  GRT-REQUEST-REFUSED               VALUE "N".
003370
003380 77  GRT-GREETDAY-DONE-SW        PIC X(01) VALUE "N".
003390     88  GRT-GREETDAY-DONE                 VALUE "Y".
003391
003392 77  GRT-CATALOG-CHANGED-SW      PIC X(01) VALUE "N".
003393     88  GRT-CATALOG-CHANGED               VALUE "Y".
003394
003395*---------------------------------------------------------------*
003396* CONTROL TOTAL WORK AREAS - THE HASH OF THE FILE AS IT WAS     *
003397* READ AND AS IT WAS WRITTEN, TAKEN THE ARCHPURG WAY OVER THE   *
003398* FULL 100-BYTE BUFFER.                                         *
003399*---------------------------------------------------------------*
003400 77  GRT-FILE-HASH-BEFORE        PIC 9(15) VALUE ZERO.
003401 77  GRT-FILE-HASH-AFTER         PIC 9(15) VALUE ZERO.
003402 77  GRT-RECORD-HASH             PIC 9(08) VALUE ZERO.
003403 77  GRT-HASH-COLUMN             PIC 9(03) COMP VALUE ZERO.
003404 77  GRT-HASH-DIGIT              PIC 9(01) VALUE ZERO.
003405 77  GRT-HASH-RECORD             PIC X(100) VALUE SPACE.
003406
003410*---------------------------------------------------------------*
003420* CERTIFICATE REGISTER PRINT LINES.                             *
003430*---------------------------------------------------------------*
003440 01  GRT-REGISTER-HEADING.
003450     05  FILLER                  PIC X(40)
003460         VALUE "RIGHT-TO-ERASURE CERTIFICATE REGISTER".
003470     05  FILLER                  PIC X(09) VALUE "RUN DATE ".
003480     05  RPT-RUN-DATE            PIC 9(08).
003490     05  FILLER                  PIC X(23) VALUE SPACE.
003500
003510 01  GRT-REGISTER-REQUEST-TITLE.
003520     05  FILLER                  PIC X(40)
003530         VALUE "ERASURE REQUESTS".
003540     05  FILLER                  PIC X(40) VALUE SPACE.
003550
003560 01  GRT-REGISTER-REQUEST-HEADS.
003570     05  FILLER                  PIC X(10) VALUE "EMP ID".
003580     05  FILLER                  PIC X(14) VALUE "LEGAL REF".
003590     05  FILLER                  PIC X(10) VALUE "DISPOSITN".
003600     05  FILLER                  PIC X(46) VALUE "REASON".
003610
003620 01  GRT-REGISTER-REQUEST-DETAIL.
003630     05  RQD-EMPLOYEE-ID         PIC X(08).
003640     05  FILLER                  PIC X(02) VALUE SPACE.
003650     05  RQD-LEGAL-REFERENCE     PIC X(12).
003660     05  FILLER                  PIC X(02) VALUE SPACE.
003670     05  RQD-DISPOSITION         PIC X(08).
003680     05  FILLER                  PIC X(02) VALUE SPACE.
003690     05  RQD-REASON-CODE         PIC X(02).
003700     05  FILLER                  PIC X(01) VALUE SPACE.
003710     05  RQD-REASON-TEXT         PIC X(40).
003720     05  FILLER                  PIC X(03) VALUE SPACE.
003730
003740 01  GRT-REGISTER-NO-REQUEST-LINE.
003750     05  FILLER                  PIC X(40)
003760         VALUE "NO ERASURE REQUEST FILE (ERASREQ) FOUND".
003770     05  FILLER                  PIC X(40)
003780         VALUE " - NOTHING TO ERASE".
003790
003800 01  GRT-REGISTER-FILE-TITLE.
003810     05  FILLER                  PIC X(40)
003820         VALUE "FILES EXAMINED".
003830     05  FILLER                  PIC X(40) VALUE SPACE.
003840
003850 01  GRT-REGISTER-FILE-HEADS.
003860     05  FILLER                  PIC X(19) VALUE "FILE".
003870     05  FILLER                  PIC X(11) VALUE "KIND".
003880     05  FILLER                  PIC X(10) VALUE "   READ".
003890     05  FILLER                  PIC X(10) VALUE " ERASED".
003900     05  FILLER                  PIC X(30) VALUE "RESULT".
003910
003920 01  GRT-REGISTER-FILE-DETAIL.
003930     05  RFD-FILE-NAME           PIC X(17).
003940     05  FILLER                  PIC X(02) VALUE SPACE.
003950     05  RFD-FILE-CLASS          PIC X(09).
003960     05  FILLER                  PIC X(02) VALUE SPACE.
003970     05  RFD-RECORDS-READ        PIC ZZZ,ZZ9.
003980     05  FILLER                  PIC X(03) VALUE SPACE.
003990     05  RFD-RECORDS-ERASED      PIC ZZZ,ZZ9.
004000     05  FILLER                  PIC X(03) VALUE SPACE.
004010     05  RFD-RESULT              PIC X(30).
004020
004030 01  GRT-REGISTER-NO-FILES-LINE.
004040     05  FILLER                  PIC X(40)
004050         VALUE "NO REQUEST COULD BE CARRIED OUT - NO FIL".
004060     05  FILLER                  PIC X(40)
004070         VALUE "E WAS EXAMINED OR CHANGED".
004080
004090 01  GRT-REGISTER-REQUESTS-LINE.
004100     05  FILLER                  PIC X(28)
004110         VALUE "ERASURE REQUESTS READ. . . .".
004120     05  RPT-REQUESTS-READ       PIC ZZZ,ZZ9.
004130     05  FILLER                  PIC X(45) VALUE SPACE.
004140
004150 01  GRT-REGISTER-ERASED-LINE.
004160     05  FILLER                  PIC X(28)
004170         VALUE "REQUESTS CARRIED OUT . . . .".
004180     05  RPT-REQUESTS-ERASED     PIC ZZZ,ZZ9.
004190     05  FILLER                  PIC X(45) VALUE SPACE.
004200
004210 01  GRT-REGISTER-REFUSED-LINE.
004220     05  FILLER                  PIC X(28)
004230         VALUE "REQUESTS REFUSED . . . . . .".
004240     05  RPT-REQUESTS-REFUSED    PIC ZZZ,ZZ9.
004250     05  FILLER                  PIC X(45) VALUE SPACE.
004260
004270 01  GRT-REGISTER-EXAMINED-LINE.
004280     05  FILLER                  PIC X(28)
004290         VALUE "FILES EXAMINED . . . . . . .".
004300     05  RPT-FILES-EXAMINED      PIC ZZZ,ZZ9.
004310     05  FILLER                  PIC X(45) VALUE SPACE.
004320
004330 01  GRT-REGISTER-REWRITTEN-LINE.
004340     05  FILLER                  PIC X(28)
004350         VALUE "FILES REWRITTEN. . . . . . .".
004360     05  RPT-FILES-REWRITTEN     PIC ZZZ,ZZ9.
004370     05  FILLER                  PIC X(45) VALUE SPACE.
004380
004390 01  GRT-REGISTER-RECORDS-LINE.
004400     05  FILLER                  PIC X(28)
004410         VALUE "RECORDS PSEUDONYMIZED. . . .".
004420     05  RPT-TOTAL-ERASED        PIC ZZZ,ZZ9.
004430     05  FILLER                  PIC X(45) VALUE SPACE.
004440
004450 01  GRT-CERTIFY-LINE-1.
004460     05  FILLER                  PIC X(40)
004470         VALUE "CERTIFIED THAT EVERY RECORD COUNTED AS E".
004480     05  FILLER                  PIC X(40)
004490         VALUE "RASED ABOVE NOW CARRIES A PSEUDONYMOUS".
004500
004510 01  GRT-CERTIFY-LINE-2.
004520     05  FILLER                  PIC X(40)
004530         VALUE "TOKEN IN PLACE OF THE EMPLOYEE'S BADGE A".
004540     05  FILLER                  PIC X(40)
004550         VALUE "ND NAME, AND THAT NO REFUSED REQUEST WAS".
004560
004570 01  GRT-CERTIFY-LINE-3.
004580     05  FILLER                  PIC X(40)
004590         VALUE "ACTED ON.".
004600     05  FILLER                  PIC X(40) VALUE SPACE.
004610
004620 01  GRT-SIGN-OFF-LINE-1.
004630     05  FILLER                  PIC X(40)
004640         VALUE "ERASURE RUN BY (FACILITIES IT)  ________".
004650     05  FILLER                  PIC X(40)
004660         VALUE "_______________  DATE __________".
004670
004680 01  GRT-SIGN-OFF-LINE-2.
004690     05  FILLER                  PIC X(40)
004700         VALUE "ERASURE APPROVED (LEGAL)        ________".
004710     05  FILLER                  PIC X(40)
004720         VALUE "_______________  DATE __________".
004730
004740 PROCEDURE DIVISION.
004750*=================================================================
004760* 0000-MAINLINE.
004770*=================================================================
004780 0000-MAINLINE.
004790     PERFORM 1000-INITIALIZE
004800         THRU 1000-INITIALIZE-EXIT.
004810     PERFORM 2100-READ-REQUEST
004820         THRU 2100-READ-REQUEST-EXIT.
004830     PERFORM 2200-PROCESS-ONE-REQUEST
004840         THRU 2200-PROCESS-ONE-REQUEST-EXIT
004850         UNTIL GRT-REQUEST-EOF.
004860     PERFORM 3000-SAVE-TOKEN-SEQUENCE
004870         THRU 3000-SAVE-TOKEN-SEQUENCE-EXIT.
004880     PERFORM 4000-ERASE-LIVE-FILES
004890         THRU 4000-ERASE-LIVE-FILES-EXIT.
004900     PERFORM 5000-ERASE-CATALOGED-FILES
004910         THRU 5000-ERASE-CATALOGED-FILES-EXIT.
004920     PERFORM 6000-ERASE-GREETDAY
004930         THRU 6000-ERASE-GREETDAY-EXIT.
004940     PERFORM 7000-WRITE-CERTIFICATE
004950         THRU 7000-WRITE-CERTIFICATE-EXIT.
004960     PERFORM 9000-TERMINATE
004970         THRU 9000-TERMINATE-EXIT.
004980     STOP RUN.
004990
005000*=================================================================
005010* 1000-INITIALIZE - OPEN THE REQUEST FILE AND THE TWO MASTERS
005020* THE REFUSAL CHECKS READ, PICK UP THE LAST TOKEN ISSUED, AND
005030* START THE REGISTER.  A MISSING ERASREQ IS NOT AN ERROR - THE
005040* REGISTER SAYS SO AND THE RUN ENDS WITH NOTHING TOUCHED.  A
005050* MISSING ERASSEQ MEANS NO TOKEN HAS EVER BEEN ISSUED.
005060*=================================================================
005070 1000-INITIALIZE.
005080     MOVE FUNCTION CURRENT-DATE TO GRT-START-TIMESTAMP.
005090     MOVE GRT-START-TIMESTAMP(1:8) TO GRT-TODAY.
005100     OPEN INPUT REQUEST-FILE.
005110     IF GRT-REQUEST-OK
005120         SET GRT-REQUEST-PRESENT TO TRUE
005130     ELSE
005140         MOVE "10" TO GRT-REQUEST-STATUS
005150     END-IF.
005160     OPEN INPUT EMPLOYEE-MASTER-FILE.
005170     IF GRT-EMPMAST-OK
005180         SET GRT-EMPMAST-PRESENT TO TRUE
005190     END-IF.
005200     OPEN INPUT WATCH-LIST-FILE.
005210     IF GRT-WATCH-OK
005220         SET GRT-WATCH-PRESENT TO TRUE
005230     END-IF.
005240     OPEN INPUT TOKEN-SEQUENCE-FILE.
005250     IF GRT-TOKENSEQ-OK
005260         READ TOKEN-SEQUENCE-FILE
005270             AT END
005280                 MOVE ZERO TO ESQ-LAST-TOKEN
005290         END-READ
005300         IF ESQ-LAST-TOKEN IS NUMERIC
005310             MOVE ESQ-LAST-TOKEN TO GRT-LAST-TOKEN
005320         END-IF
005330         CLOSE TOKEN-SEQUENCE-FILE
005340     END-IF.
005350     OPEN OUTPUT REGISTER-FILE.
005360     MOVE GRT-TODAY TO RPT-RUN-DATE.
005370     MOVE GRT-REGISTER-HEADING TO REGISTER-LINE.
005380     WRITE REGISTER-LINE.
005390     MOVE SPACE TO REGISTER-LINE.
005400     WRITE REGISTER-LINE.
005410     IF NOT GRT-REQUEST-PRESENT
005420         MOVE GRT-REGISTER-NO-REQUEST-LINE TO REGISTER-LINE
005430         WRITE REGISTER-LINE
005440     ELSE
005450         MOVE GRT-REGISTER-REQUEST-TITLE TO REGISTER-LINE
005460         WRITE REGISTER-LINE
005470         MOVE GRT-REGISTER-REQUEST-HEADS TO REGISTER-LINE
005480         WRITE REGISTER-LINE
005490     END-IF.
005500 1000-INITIALIZE-EXIT.
005510     EXIT.
005520
005530*=================================================================
005540* 2100-READ-REQUEST - READ THE NEXT ERASURE REQUEST.  WHEN
005550* ERASREQ WAS NEVER OPENED THE STATUS IS ALREADY AT END-OF-FILE
005560* AND THE MAINLINE LOOP NEVER RUNS.
005570*=================================================================
005580 2100-READ-REQUEST.
005590     IF GRT-REQUEST-EOF
005600         GO TO 2100-READ-REQUEST-EXIT
005610     END-IF.
005620     READ REQUEST-FILE
005630         AT END
005640             MOVE "10" TO GRT-REQUEST-STATUS
005650     END-READ.
005660 2100-READ-REQUEST-EXIT.
005670     EXIT.
005680
005690*=================================================================
005700* 2200-PROCESS-ONE-REQUEST - DECIDE WHETHER THE REQUEST MAY BE
005710* CARRIED OUT, ISSUE ITS TOKEN WHEN IT MAY, AND PRINT IT ON THE
005720* REGISTER EITHER WAY, THEN READ THE NEXT.
005730*=================================================================
005740 2200-PROCESS-ONE-REQUEST.
005750     ADD 1 TO GRT-REQUESTS-READ.
005760     PERFORM 2300-VALIDATE-REQUEST
005770         THRU 2300-VALIDATE-REQUEST-EXIT.
005780     IF GRT-REQUEST-ACCEPTED
005790         PERFORM 2400-ISSUE-TOKEN
005800             THRU 2400-ISSUE-TOKEN-EXIT
005810         ADD 1 TO GRT-REQUESTS-ERASED
005820         MOVE "ERASED" TO RQD-DISPOSITION
005830     ELSE
005840         ADD 1 TO GRT-REQUESTS-REFUSED
005850         MOVE "REFUSED" TO RQD-DISPOSITION
005860     END-IF.
005870     MOVE ERQ-EMPLOYEE-ID TO RQD-EMPLOYEE-ID.
005880     MOVE ERQ-LEGAL-REFERENCE TO RQD-LEGAL-REFERENCE.
005890     MOVE GRT-REFUSE-REASON-CODE TO RQD-REASON-CODE.
005900     MOVE GRT-REFUSE-REASON-TEXT TO RQD-REASON-TEXT.
005910     MOVE GRT-REGISTER-REQUEST-DETAIL TO REGISTER-LINE.
005920     WRITE REGISTER-LINE.
005930     PERFORM 2100-READ-REQUEST
005940         THRU 2100-READ-REQUEST-EXIT.
005950 2200-PROCESS-ONE-REQUEST-EXIT.
005960     EXIT.
005970
005980*=================================================================
005990* 2300-VALIDATE-REQUEST - EDIT THE REQUEST BEFORE ANY FILE IS
006000* TOUCHED FOR IT.  THE FIRST FAILING EDIT WINS.  AN ID THE
006010* EMPLOYEE MASTER CANNOT VOUCH FOR - BECAUSE THE MASTER COULD
006020* NOT BE OPENED OR READ - IS REFUSED, SINCE THE PROGRAM CANNOT
006030* PROVE THE PERSON HAS LEFT.  A MISSING WATCH LIST MEANS NOBODY
006040* IS WATCHED, THE SAME RULE HANDLER APPLIES.
006050*=================================================================
006060 2300-VALIDATE-REQUEST.
006070     SET GRT-REQUEST-ACCEPTED TO TRUE.
006080     MOVE SPACE TO GRT-REFUSE-REASON-CODE.
006090     MOVE SPACE TO GRT-REFUSE-REASON-TEXT.
006100     IF ERQ-EMPLOYEE-ID = SPACE OR ERQ-EMPLOYEE-ID = LOW-VALUE
006110         SET GRT-REQUEST-REFUSED TO TRUE
006120         MOVE "60" TO GRT-REFUSE-REASON-CODE
006130         MOVE "EMPLOYEE ID MISSING"
006140             TO GRT-REFUSE-REASON-TEXT
006150         GO TO 2300-VALIDATE-REQUEST-EXIT
006160     END-IF.
006170     IF ERQ-EMPLOYEE-ID IS NOT EMPLOYEE-ID-CHARACTERS
006180         SET GRT-REQUEST-REFUSED TO TRUE
006190         MOVE "61" TO GRT-REFUSE-REASON-CODE
006200         MOVE "INVALID CHARACTERS IN EMPLOYEE ID"
006210             TO GRT-REFUSE-REASON-TEXT
006220         GO TO 2300-VALIDATE-REQUEST-EXIT
006230     END-IF.
006240     MOVE ERQ-EMPLOYEE-ID TO GRT-MATCH-ID.
006250     PERFORM 4750-FIND-ERASED-ID
006260         THRU 4750-FIND-ERASED-ID-EXIT.
006270     IF GRT-ID-ERASED
006280         SET GRT-REQUEST-REFUSED TO TRUE
006290         MOVE "62" TO GRT-REFUSE-REASON-CODE
006300         MOVE "DUPLICATE REQUEST IN THIS RUN"
006310             TO GRT-REFUSE-REASON-TEXT
006320         GO TO 2300-VALIDATE-REQUEST-EXIT
006330     END-IF.
006340     IF NOT GRT-EMPMAST-PRESENT
006350         SET GRT-REQUEST-REFUSED TO TRUE
006360         MOVE "63" TO GRT-REFUSE-REASON-CODE
006370         MOVE "EMPLOYEE MASTER COULD NOT BE READ"
006380             TO GRT-REFUSE-REASON-TEXT
006390         GO TO 2300-VALIDATE-REQUEST-EXIT
006400     END-IF.
006410     MOVE ERQ-EMPLOYEE-ID TO EM-EMPLOYEE-ID.
006420     READ EMPLOYEE-MASTER-FILE.
006430     IF GRT-EMPMAST-OK
006440         SET GRT-REQUEST-REFUSED TO TRUE
006450         MOVE "64" TO GRT-REFUSE-REASON-CODE
006460         MOVE "STILL ACTIVE ON EMPLOYEE MASTER"
006470             TO GRT-REFUSE-REASON-TEXT
006480         GO TO 2300-VALIDATE-REQUEST-EXIT
006490     END-IF.
006500     IF NOT GRT-EMPMAST-NOT-FOUND
006510         SET GRT-REQUEST-REFUSED TO TRUE
006520         MOVE "63" TO GRT-REFUSE-REASON-CODE
006530         MOVE "EMPLOYEE MASTER COULD NOT BE READ"
006540             TO GRT-REFUSE-REASON-TEXT
006550         GO TO 2300-VALIDATE-REQUEST-EXIT
006560     END-IF.
006570     IF GRT-WATCH-PRESENT
006580         MOVE ERQ-EMPLOYEE-ID TO WL-BADGE-ID
006590         READ WATCH-LIST-FILE
006600         IF GRT-WATCH-OK
006610             SET GRT-REQUEST-REFUSED TO TRUE
006620             MOVE "65" TO GRT-REFUSE-REASON-CODE
006630             MOVE "STILL ON SECURITY WATCH LIST"
006640                 TO GRT-REFUSE-REASON-TEXT
006650             GO TO 2300-VALIDATE-REQUEST-EXIT
006660         END-IF
006670     END-IF.
006680     IF GRT-ERASE-USED NOT < GRT-ERASE-MAX
006690         SET GRT-REQUEST-REFUSED TO TRUE
006700         MOVE "66" TO GRT-REFUSE-REASON-CODE
006710         MOVE "TOO MANY REQUESTS IN ONE RUN - RESUBMIT"
006720             TO GRT-REFUSE-REASON-TEXT
006730     END-IF.
006740 2300-VALIDATE-REQUEST-EXIT.
006750     EXIT.
006760
006770*=================================================================
006780* 2400-ISSUE-TOKEN - TAKE THE NEXT NUMBER FROM THE COUNTER AND
006790* ENTER THE ID AND ITS TOKEN IN THE ERASED-ID TABLE.
006800*=================================================================
006810 2400-ISSUE-TOKEN.
006820     ADD 1 TO GRT-LAST-TOKEN.
006830     MOVE GRT-LAST-TOKEN TO GRT-TOKEN-NUMBER.
006840     ADD 1 TO GRT-ERASE-USED.
006850     MOVE ERQ-EMPLOYEE-ID
006855         TO GRT-ERASE-EMPLOYEE-ID (GRT-ERASE-USED).
006860     MOVE GRT-TOKEN-BUILD TO GRT-ERASE-TOKEN (GRT-ERASE-USED).
006870 2400-ISSUE-TOKEN-EXIT.
006880     EXIT.
006890
006900*=================================================================
006910* 3000-SAVE-TOKEN-SEQUENCE - WRITE THE COUNTER BACK BEFORE ANY
006920* FILE IS TOUCHED, SO A RUN THAT DIES PART WAY THROUGH CAN NEVER
006930* HAND THE SAME TOKENS TO DIFFERENT PEOPLE ON THE RERUN.
006940*=================================================================
006950 3000-SAVE-TOKEN-SEQUENCE.
006960     IF GRT-ERASE-USED = ZERO
006970         GO TO 3000-SAVE-TOKEN-SEQUENCE-EXIT
006980     END-IF.
006990     OPEN OUTPUT TOKEN-SEQUENCE-FILE.
007000     MOVE GRT-LAST-TOKEN TO ESQ-LAST-TOKEN.
007010     MOVE GRT-TODAY TO ESQ-LAST-RUN-DATE.
007020     WRITE TOKEN-SEQUENCE-RECORD.
007030     CLOSE TOKEN-SEQUENCE-FILE.
007040 3000-SAVE-TOKEN-SEQUENCE-EXIT.
007050     EXIT.
007060
007070*=================================================================
007080* 4000-ERASE-LIVE-FILES - START THE FILE SECTION OF THE REGISTER
007090* AND ERASE EVERY LIVE FILE IN THE TABLE.  WITH NO REQUEST
007100* ACCEPTED THERE IS NOTHING TO LOOK FOR AND NO FILE IS OPENED.
007110*=================================================================
007120 4000-ERASE-LIVE-FILES.
007130     MOVE SPACE TO REGISTER-LINE.
007140     WRITE REGISTER-LINE.
007150     IF GRT-ERASE-USED = ZERO
007160         MOVE GRT-REGISTER-NO-FILES-LINE TO REGISTER-LINE
007170         WRITE REGISTER-LINE
007180         GO TO 4000-ERASE-LIVE-FILES-EXIT
007190     END-IF.
007200     MOVE GRT-REGISTER-FILE-TITLE TO REGISTER-LINE.
007210     WRITE REGISTER-LINE.
007220     MOVE GRT-REGISTER-FILE-HEADS TO REGISTER-LINE.
007230     WRITE REGISTER-LINE.
007240     MOVE "LIVE" TO GRT-TARGET-CLASS.
007250     PERFORM 4100-ERASE-ONE-LIVE-FILE
007260         THRU 4100-ERASE-ONE-LIVE-FILE-EXIT
007270         VARYING GRT-LIVE-SUB FROM 1 BY 1
007280         UNTIL GRT-LIVE-SUB > GRT-LIVE-COUNT.
007290 4000-ERASE-LIVE-FILES-EXIT.
007300     EXIT.
007310
007320 4100-ERASE-ONE-LIVE-FILE.
007330     MOVE GRT-LIVE-LFN (GRT-LIVE-SUB) TO GRT-TARGET-NAME.
007340     MOVE GRT-LIVE-KIND (GRT-LIVE-SUB) TO GRT-TARGET-KIND.
007350     PERFORM 4500-ERASE-ONE-FILE
007360         THRU 4500-ERASE-ONE-FILE-EXIT.
007370 4100-ERASE-ONE-LIVE-FILE-EXIT.
007380     EXIT.
007390
007400*=================================================================
007410* 4500-ERASE-ONE-FILE - COPY THE NAMED FILE TO THE WORK FILE,
007420* PUTTING THE TOKEN IN PLACE OF EVERY ERASED ID ON THE WAY, AND
007430* COPY IT BACK ONLY WHEN SOMETHING WAS ACTUALLY CHANGED - A FILE
007440* WITH NOTHING OF THESE PEOPLE IN IT IS LEFT EXACTLY AS IT WAS.
007450* EVERY FILE LOOKED AT GETS A LINE ON THE REGISTER.
007460*=================================================================
007470 4500-ERASE-ONE-FILE.
007480     MOVE ZERO TO GRT-FILE-RECORDS-READ.
007490     MOVE ZERO TO GRT-FILE-RECORDS-ERASED.
007492     MOVE ZERO TO GRT-FILE-HASH-BEFORE.
007494     MOVE ZERO TO GRT-FILE-HASH-AFTER.
007500     MOVE GRT-TARGET-NAME TO RFD-FILE-NAME.
007510     MOVE GRT-TARGET-CLASS TO RFD-FILE-CLASS.
007520     OPEN INPUT TARGET-FILE.
007530     IF NOT GRT-TARGET-OK
007540         MOVE "NOT PRESENT - NOTHING TO ERASE" TO RFD-RESULT
007550         PERFORM 8000-WRITE-FILE-LINE
007560             THRU 8000-WRITE-FILE-LINE-EXIT
007570         GO TO 4500-ERASE-ONE-FILE-EXIT
007580     END-IF.
007590     ADD 1 TO GRT-FILES-EXAMINED.
007600     OPEN OUTPUT WORK-FILE.
007610     PERFORM 4600-READ-TARGET-RECORD
007620         THRU 4600-READ-TARGET-RECORD-EXIT.
007630     PERFORM 4700-ERASE-ONE-RECORD
007640         THRU 4700-ERASE-ONE-RECORD-EXIT
007650         UNTIL GRT-TARGET-EOF.
007660     CLOSE TARGET-FILE.
007670     CLOSE WORK-FILE.
007680     IF GRT-FILE-RECORDS-ERASED = ZERO
007690         MOVE "NO RECORDS FOR THESE IDS" TO RFD-RESULT
007700     ELSE
007710         PERFORM 4800-COPY-WORK-BACK
007720             THRU 4800-COPY-WORK-BACK-EXIT
007730         ADD 1 TO GRT-FILES-REWRITTEN
007740         MOVE "REWRITTEN" TO RFD-RESULT
007742         IF GRT-TARGET-CLASS = "CATALOGED"
007744             PERFORM 4900-REFRESH-CONTROL-TOTALS
007746                 THRU 4900-REFRESH-CONTROL-TOTALS-EXIT
007748         END-IF
007750     END-IF.
007760     PERFORM 8000-WRITE-FILE-LINE
007770         THRU 8000-WRITE-FILE-LINE-EXIT.
007780 4500-ERASE-ONE-FILE-EXIT.
007790     EXIT.
007800
007810 4600-READ-TARGET-RECORD.
007820     MOVE SPACE TO TARGET-RECORD.
007830     READ TARGET-FILE
007840         AT END
007850             MOVE "10" TO GRT-TARGET-STATUS
007860     END-READ.
007870 4600-READ-TARGET-RECORD-EXIT.
007880     EXIT.
007890
007900*=================================================================
007910* 4700-ERASE-ONE-RECORD - FIND THE BADGE IN THE VIEW FOR THIS
007920* FILE'S LAYOUT; WHEN IT IS AN ERASED ID, PUT THE TOKEN IN ITS
007930* PLACE AND CLEAR THE NAME WHEREVER THE LAYOUT CARRIES ONE.
007932* AN AUDIT RECORD IS ALSO CHECKED FOR AN ERASED HOST.  A RECORD
007934* IS COUNTED ERASED ONCE, HOWEVER MANY OF ITS IDS CHANGED.
007940* THE RECORD GOES TO THE WORK FILE EITHER WAY.
007950*=================================================================
007960 4700-ERASE-ONE-RECORD.
007970     ADD 1 TO GRT-FILE-RECORDS-READ.
007980     ADD 1 TO GRT-TOTAL-RECORDS-READ.
007982     MOVE TARGET-RECORD TO GRT-HASH-RECORD.
007984     PERFORM 8300-HASH-ONE-RECORD
007986         THRU 8300-HASH-ONE-RECORD-EXIT.
007988     ADD GRT-RECORD-HASH TO GRT-FILE-HASH-BEFORE.
007989     MOVE "N" TO GRT-RECORD-ERASED-SW.
007990     EVALUATE GRT-TARGET-KIND
008000         WHEN "A"
008010             MOVE AUD-EMPLOYEE-ID TO GRT-MATCH-ID
008020         WHEN "R"
008030             MOVE TGR-BADGE-ID TO GRT-MATCH-ID
008040         WHEN "S"
008050             MOVE TGS-BADGE-ID TO GRT-MATCH-ID
008060         WHEN "J"
008070             MOVE JRN-EMPLOYEE-ID TO GRT-MATCH-ID
008080     END-EVALUATE.
008090     PERFORM 4750-FIND-ERASED-ID
008100         THRU 4750-FIND-ERASED-ID-EXIT.
008110     IF GRT-ID-ERASED
008120         EVALUATE GRT-TARGET-KIND
008130             WHEN "A"
008140                 MOVE GRT-ERASE-TOKEN (GRT-ERASE-SUB)
008150                     TO AUD-EMPLOYEE-ID
008160                 MOVE SPACE TO AUD-GREETING-TEXT
008170                 STRING "NAME ERASED - " DELIMITED BY SIZE
008180                        GRT-ERASE-TOKEN (GRT-ERASE-SUB)
008190                            DELIMITED BY SIZE
008200                     INTO AUD-GREETING-TEXT
008210             WHEN "R"
008220                 MOVE GRT-ERASE-TOKEN (GRT-ERASE-SUB)
008230                     TO TGR-BADGE-ID
008240             WHEN "S"
008250                 MOVE GRT-ERASE-TOKEN (GRT-ERASE-SUB)
008260                     TO TGS-BADGE-ID
008270             WHEN "J"
008280                 MOVE GRT-ERASE-TOKEN (GRT-ERASE-SUB)
008290                     TO JRN-EMPLOYEE-ID
008300                 MOVE "E" TO JRN-PRIOR-FLAG
008310                 MOVE SPACE TO JRN-PRIOR-IMAGE
008320         END-EVALUATE
008330         SET GRT-RECORD-ERASED TO TRUE
008350     END-IF.
008351     IF GRT-TARGET-KIND = "A"
008352         PERFORM 4710-ERASE-AUDIT-HOST
008353             THRU 4710-ERASE-AUDIT-HOST-EXIT
008354     END-IF.
008355     IF GRT-RECORD-ERASED
008356         ADD 1 TO GRT-FILE-RECORDS-ERASED
008357         ADD 1 TO GRT-TOTAL-ERASED
008358     END-IF.
008359     MOVE TARGET-RECORD TO GRT-HASH-RECORD.
008360     PERFORM 8300-HASH-ONE-RECORD
008361         THRU 8300-HASH-ONE-RECORD-EXIT.
008362     ADD GRT-RECORD-HASH TO GRT-FILE-HASH-AFTER.
008363     MOVE TARGET-RECORD TO WORK-RECORD.
008370     WRITE WORK-RECORD.
008380     PERFORM 4600-READ-TARGET-RECORD
008390         THRU 4600-READ-TARGET-RECORD-EXIT.
008400 4700-ERASE-ONE-RECORD-EXIT.
008410     EXIT.
008411
008412*=================================================================
008413* 4710-ERASE-AUDIT-HOST - A VISITOR GREETING CARRIES ITS HOST'S
008414* EMPLOYEE ID; AN ERASED HOST GETS THE SAME TOKEN AS EVERYWHERE
008415* ELSE IN THE RUN.
008416*=================================================================
008417 4710-ERASE-AUDIT-HOST.
008418     MOVE AUD-HOST-EMPLOYEE-ID TO GRT-MATCH-ID.
008419     PERFORM 4750-FIND-ERASED-ID
008420         THRU 4750-FIND-ERASED-ID-EXIT.
008421     IF NOT GRT-ID-ERASED
008422         GO TO 4710-ERASE-AUDIT-HOST-EXIT
008423     END-IF.
008424     MOVE GRT-ERASE-TOKEN (GRT-ERASE-SUB) TO AUD-HOST-EMPLOYEE-ID.
008425     SET GRT-RECORD-ERASED TO TRUE.
008426 4710-ERASE-AUDIT-HOST-EXIT.
008427     EXIT.
008428
008430*=================================================================
008440* 4750-FIND-ERASED-ID - LOOK GRT-MATCH-ID UP IN THE ERASED-ID
008450* TABLE.  THE VARYING STEP ADDS ONE AFTER A HIT, SO THE SLOT
008460* NUMBER IS CAPTURED INTO GRT-ERASE-SUB ON THE MATCH AND THE
008470* CALLER USES THAT.
008480*=================================================================
008490 4750-FIND-ERASED-ID.
008500     MOVE "N" TO GRT-ID-ERASED-SW.
008510     MOVE ZERO TO GRT-ERASE-SUB.
008520     IF GRT-MATCH-ID = SPACE
008530         GO TO 4750-FIND-ERASED-ID-EXIT
008540     END-IF.
008550     PERFORM 4760-SCAN-ERASED-ID
008560         THRU 4760-SCAN-ERASED-ID-EXIT
008570         VARYING GRT-ERASE-SCAN-SUB FROM 1 BY 1
008580         UNTIL GRT-ERASE-SCAN-SUB > GRT-ERASE-USED
008590             OR GRT-ID-ERASED.
008600 4750-FIND-ERASED-ID-EXIT.
008610     EXIT.
008620
008630 4760-SCAN-ERASED-ID.
008640     IF GRT-ERASE-EMPLOYEE-ID (GRT-ERASE-SCAN-SUB) = GRT-MATCH-ID
008650         SET GRT-ID-ERASED TO TRUE
008660         MOVE GRT-ERASE-SCAN-SUB TO GRT-ERASE-SUB
008670     END-IF.
008680 4760-SCAN-ERASED-ID-EXIT.
008690     EXIT.
008700
008710*=================================================================
008720* 4800-COPY-WORK-BACK - REPLACE THE FILE WITH ITS ERASED COPY.
008730*=================================================================
008740 4800-COPY-WORK-BACK.
008750     OPEN OUTPUT TARGET-FILE.
008760     OPEN INPUT WORK-FILE.
008770     MOVE "00" TO GRT-WORK-STATUS.
008780     PERFORM 4850-COPY-WORK-RECORD
008790         THRU 4850-COPY-WORK-RECORD-EXIT
008800         UNTIL GRT-WORK-EOF.
008810     CLOSE TARGET-FILE.
008820     CLOSE WORK-FILE.
008830 4800-COPY-WORK-BACK-EXIT.
008840     EXIT.
008850
008860 4850-COPY-WORK-RECORD.
008870     READ WORK-FILE
008880         AT END
008890             MOVE "10" TO GRT-WORK-STATUS
008900             GO TO 4850-COPY-WORK-RECORD-EXIT
008910     END-READ.
008920     MOVE WORK-RECORD TO TARGET-RECORD.
008930     WRITE TARGET-RECORD.
008940 4850-COPY-WORK-RECORD-EXIT.
008950     EXIT.
008951
008952*=================================================================
008953* 4900-REFRESH-CONTROL-TOTALS - CARRY THE CUT'S CATALOG CONTROL
008954* TOTALS FORWARD TO THE ERASED CONTENT.  THE RECORD COUNT NEVER
008955* CHANGES; THE HASH DOES, BECAUSE THE TOKEN DIGITS REPLACE THE
008956* BADGE DIGITS.  A CUT CATALOGED BEFORE TOTALS EXISTED HAS NONE
008957* TO CARRY, AND A CUT THAT NO LONGER AGREED WITH ITS TOTALS
008958* BEFORE THE ERASURE KEEPS THEM AS THEY WERE FOR ARCHVRFY TO
008959* REPORT.  THE CATALOG ENTRY IN HAND IS THE ONE BEING ERASED.
008960*=================================================================
008961 4900-REFRESH-CONTROL-TOTALS.
008962     IF CAT-CONTROL-TOTALS IS NOT NUMERIC
008963         GO TO 4900-REFRESH-CONTROL-TOTALS-EXIT
008964     END-IF.
008965     IF CAT-RECORD-COUNT NOT = GRT-FILE-RECORDS-READ
008966             OR CAT-HASH-TOTAL NOT = GRT-FILE-HASH-BEFORE
008967         MOVE "REWRITTEN - TOTALS DISAGREED" TO RFD-RESULT
008968         GO TO 4900-REFRESH-CONTROL-TOTALS-EXIT
008969     END-IF.
008970     MOVE GRT-FILE-HASH-AFTER TO CAT-HASH-TOTAL.
008971     SET GRT-CATALOG-CHANGED TO TRUE.
008972     MOVE "REWRITTEN - TOTALS CARRIED" TO RFD-RESULT.
008973 4900-REFRESH-CONTROL-TOTALS-EXIT.
008974     EXIT.
008975
008976*=================================================================
008980* 5000-ERASE-CATALOGED-FILES - WALK ARCHCAT AND ERASE EVERY
008990* CATALOGED AUDIT AND REJECT CUT.  ERROR CUTS CARRY NO BADGE OR
009000* NAME AND ARE PASSED OVER.  A CUT PURGED PAST RETENTION IS NO
009010* LONGER CATALOGED AND HAS NOTHING LEFT IN IT TO ERASE.
009020*=================================================================
009030 5000-ERASE-CATALOGED-FILES.
009040     IF GRT-ERASE-USED = ZERO
009050         GO TO 5000-ERASE-CATALOGED-FILES-EXIT
009060     END-IF.
009070     MOVE "CATALOGED" TO GRT-TARGET-CLASS.
009080     OPEN INPUT CATALOG-FILE.
009090     IF NOT GRT-CATALOG-OK
009100         MOVE "ARCHCAT" TO RFD-FILE-NAME
009110         MOVE GRT-TARGET-CLASS TO RFD-FILE-CLASS
009120         MOVE ZERO TO GRT-FILE-RECORDS-READ
009130         MOVE ZERO TO GRT-FILE-RECORDS-ERASED
009140         MOVE "NO ARCHIVE CATALOG - NO CUTS" TO RFD-RESULT
009150         PERFORM 8000-WRITE-FILE-LINE
009160             THRU 8000-WRITE-FILE-LINE-EXIT
009170         GO TO 5000-ERASE-CATALOGED-FILES-EXIT
009180     END-IF.
009182     OPEN OUTPUT CATALOG-WORK-FILE.
009190     PERFORM 5100-ERASE-ONE-CATALOG-ENTRY
009200         THRU 5100-ERASE-ONE-CATALOG-ENTRY-EXIT
009210         UNTIL GRT-CATALOG-EOF.
009220     CLOSE CATALOG-FILE.
009221     CLOSE CATALOG-WORK-FILE.
009222     IF GRT-CATALOG-CHANGED
009223         PERFORM 5300-REWRITE-CATALOG
009224             THRU 5300-REWRITE-CATALOG-EXIT
009225     END-IF.
009230 5000-ERASE-CATALOGED-FILES-EXIT.
009240     EXIT.
009250
009260 5100-ERASE-ONE-CATALOG-ENTRY.
009270     READ CATALOG-FILE
009280         AT END
009290             MOVE "10" TO GRT-CATALOG-STATUS
009300             GO TO 5100-ERASE-ONE-CATALOG-ENTRY-EXIT
009310     END-READ.
009320     EVALUATE CAT-FILE-TYPE
009330         WHEN "AUDIT"
009340             MOVE "A" TO GRT-TARGET-KIND
009350         WHEN "REJECT"
009360             MOVE "R" TO GRT-TARGET-KIND
009370         WHEN OTHER
009380             MOVE SPACE TO GRT-TARGET-KIND
009390     END-EVALUATE.
009392     IF GRT-TARGET-KIND NOT = SPACE
009400         MOVE CAT-FILE-NAME TO GRT-TARGET-NAME
009410         PERFORM 4500-ERASE-ONE-FILE
009420             THRU 4500-ERASE-ONE-FILE-EXIT
009422     END-IF.
009424     MOVE CATALOG-RECORD TO CATALOG-WORK-RECORD.
009426     WRITE CATALOG-WORK-RECORD.
009430 5100-ERASE-ONE-CATALOG-ENTRY-EXIT.
009440     EXIT.
009441
009442*=================================================================
009443* 5300-REWRITE-CATALOG - COPY THE STAGED CATALOG, WITH ITS
009444* CARRIED-FORWARD CONTROL TOTALS, BACK OVER ARCHCAT.
009445*=================================================================
009446 5300-REWRITE-CATALOG.
009447     OPEN OUTPUT CATALOG-FILE.
009448     OPEN INPUT CATALOG-WORK-FILE.
009449     MOVE "00" TO GRT-CATWORK-STATUS.
009450     PERFORM 5350-COPY-CATALOG-ENTRY
009451         THRU 5350-COPY-CATALOG-ENTRY-EXIT
009452         UNTIL GRT-CATWORK-EOF.
009453     CLOSE CATALOG-FILE.
009454     CLOSE CATALOG-WORK-FILE.
009455 5300-REWRITE-CATALOG-EXIT.
009456     EXIT.
009457
009458 5350-COPY-CATALOG-ENTRY.
009459     READ CATALOG-WORK-FILE
009460         AT END
009461             MOVE "10" TO GRT-CATWORK-STATUS
009462             GO TO 5350-COPY-CATALOG-ENTRY-EXIT
009463     END-READ.
009464     MOVE CATALOG-WORK-RECORD TO CATALOG-RECORD.
009465     WRITE CATALOG-RECORD.
009466 5350-COPY-CATALOG-ENTRY-EXIT.
009467     EXIT.
009468
009469*=================================================================
009470* 6000-ERASE-GREETDAY - RE-KEY EVERY GREETED-TODAY ENTRY OF AN
009480* ERASED ID TO ITS TOKEN.  THE KEY IS THE BADGE AND THE DATE, SO
009490* EACH ENTRY IS DELETED AND WRITTEN BACK UNDER THE TOKEN; THE
009500* FIRST-GREET TIME AND SITE COME ACROSS UNCHANGED.  ONLY THE
009510* ENTRIES READ FOR THESE IDS ARE COUNTED AS READ.
009520*=================================================================
009530 6000-ERASE-GREETDAY.
009540     IF GRT-ERASE-USED = ZERO
009550         GO TO 6000-ERASE-GREETDAY-EXIT
009560     END-IF.
009570     MOVE "GREETDAY" TO RFD-FILE-NAME.
009580     MOVE "LIVE" TO RFD-FILE-CLASS.
009590     MOVE ZERO TO GRT-FILE-RECORDS-READ.
009600     MOVE ZERO TO GRT-FILE-RECORDS-ERASED.
009610     OPEN I-O GREETED-TODAY-FILE.
009620     IF NOT GRT-GREETDAY-OK
009630         MOVE "NOT PRESENT - NOTHING TO ERASE" TO RFD-RESULT
009640         PERFORM 8000-WRITE-FILE-LINE
009650             THRU 8000-WRITE-FILE-LINE-EXIT
009660         GO TO 6000-ERASE-GREETDAY-EXIT
009670     END-IF.
009680     ADD 1 TO GRT-FILES-EXAMINED.
009690     PERFORM 6100-ERASE-ONE-ID
009700         THRU 6100-ERASE-ONE-ID-EXIT
009710         VARYING GRT-ERASE-SUB FROM 1 BY 1
009720         UNTIL GRT-ERASE-SUB > GRT-ERASE-USED.
009730     CLOSE GREETED-TODAY-FILE.
009740     IF GRT-FILE-RECORDS-ERASED = ZERO
009750         MOVE "NO RECORDS FOR THESE IDS" TO RFD-RESULT
009760     ELSE
009770         ADD 1 TO GRT-FILES-REWRITTEN
009780         MOVE "RE-KEYED TO TOKENS" TO RFD-RESULT
009790     END-IF.
009800     PERFORM 8000-WRITE-FILE-LINE
009810         THRU 8000-WRITE-FILE-LINE-EXIT.
009820 6000-ERASE-GREETDAY-EXIT.
009830     EXIT.
009840
009850*=================================================================
009860* 6100-ERASE-ONE-ID - POSITION AT THE ID'S FIRST ENTRY AND
009870* RE-KEY ENTRIES UNTIL THE NEXT ONE BELONGS TO SOMEONE ELSE.
009880* A TOKEN BEGINS WITH "#", WHICH SORTS AHEAD OF EVERY REAL
009890* BADGE, SO A RE-KEYED ENTRY IS NEVER MET AGAIN BY THE BROWSE.
009900*=================================================================
009910 6100-ERASE-ONE-ID.
009920     MOVE "N" TO GRT-GREETDAY-DONE-SW.
009930     PERFORM 6200-REKEY-ONE-ENTRY
009940         THRU 6200-REKEY-ONE-ENTRY-EXIT
009950         UNTIL GRT-GREETDAY-DONE.
009960 6100-ERASE-ONE-ID-EXIT.
009970     EXIT.
009980
009990*=================================================================
010000* 6200-REKEY-ONE-ENTRY - EACH PASS STARTS AFRESH AT THE ID, SO
010010* THE DELETE AND WRITE OF THE PREVIOUS PASS CANNOT DISTURB THE
010020* POSITION OF THIS ONE.
010030*=================================================================
010040 6200-REKEY-ONE-ENTRY.
010050     MOVE GRT-ERASE-EMPLOYEE-ID (GRT-ERASE-SUB) TO GD-EMPLOYEE-ID.
010060     MOVE ZERO TO GD-GREET-DATE.
010070     START GREETED-TODAY-FILE KEY NOT < GD-GREET-KEY.
010080     IF NOT GRT-GREETDAY-OK
010090         SET GRT-GREETDAY-DONE TO TRUE
010100         GO TO 6200-REKEY-ONE-ENTRY-EXIT
010110     END-IF.
010120     READ GREETED-TODAY-FILE NEXT RECORD
010130         AT END
010140             SET GRT-GREETDAY-DONE TO TRUE
010150             GO TO 6200-REKEY-ONE-ENTRY-EXIT
010160     END-READ.
010170     IF GD-EMPLOYEE-ID NOT = GRT-ERASE-EMPLOYEE-ID (GRT-ERASE-SUB)
010180         SET GRT-GREETDAY-DONE TO TRUE
010190         GO TO 6200-REKEY-ONE-ENTRY-EXIT
010200     END-IF.
010210     ADD 1 TO GRT-FILE-RECORDS-READ.
010220     ADD 1 TO GRT-TOTAL-RECORDS-READ.
010230     DELETE GREETED-TODAY-FILE RECORD.
010240     MOVE GRT-ERASE-TOKEN (GRT-ERASE-SUB) TO GD-EMPLOYEE-ID.
010250     WRITE GREETED-TODAY-RECORD.
010260     ADD 1 TO GRT-FILE-RECORDS-ERASED.
010270     ADD 1 TO GRT-TOTAL-ERASED.
010280 6200-REKEY-ONE-ENTRY-EXIT.
010290     EXIT.
010300
010310*=================================================================
010320* 7000-WRITE-CERTIFICATE - RUN TOTALS, THE CERTIFICATION
010330* STATEMENT, AND THE SIGN-OFF BLOCK AT THE BOTTOM OF THE
010340* REGISTER.
010350*=================================================================
010360 7000-WRITE-CERTIFICATE.
010370     MOVE SPACE TO REGISTER-LINE.
010380     WRITE REGISTER-LINE.
010390     MOVE GRT-REQUESTS-READ TO RPT-REQUESTS-READ.
010400     MOVE GRT-REGISTER-REQUESTS-LINE TO REGISTER-LINE.
010410     WRITE REGISTER-LINE.
010420     MOVE GRT-REQUESTS-ERASED TO RPT-REQUESTS-ERASED.
010430     MOVE GRT-REGISTER-ERASED-LINE TO REGISTER-LINE.
010440     WRITE REGISTER-LINE.
010450     MOVE GRT-REQUESTS-REFUSED TO RPT-REQUESTS-REFUSED.
010460     MOVE GRT-REGISTER-REFUSED-LINE TO REGISTER-LINE.
010470     WRITE REGISTER-LINE.
010480     MOVE GRT-FILES-EXAMINED TO RPT-FILES-EXAMINED.
010490     MOVE GRT-REGISTER-EXAMINED-LINE TO REGISTER-LINE.
010500     WRITE REGISTER-LINE.
010510     MOVE GRT-FILES-REWRITTEN TO RPT-FILES-REWRITTEN.
010520     MOVE GRT-REGISTER-REWRITTEN-LINE TO REGISTER-LINE.
010530     WRITE REGISTER-LINE.
010540     MOVE GRT-TOTAL-ERASED TO RPT-TOTAL-ERASED.
010550     MOVE GRT-REGISTER-RECORDS-LINE TO REGISTER-LINE.
010560     WRITE REGISTER-LINE.
010570     MOVE SPACE TO REGISTER-LINE.
010580     WRITE REGISTER-LINE.
010590     MOVE GRT-CERTIFY-LINE-1 TO REGISTER-LINE.
010600     WRITE REGISTER-LINE.
010610     MOVE GRT-CERTIFY-LINE-2 TO REGISTER-LINE.
010620     WRITE REGISTER-LINE.
010630     MOVE GRT-CERTIFY-LINE-3 TO REGISTER-LINE.
010640     WRITE REGISTER-LINE.
010650     MOVE SPACE TO REGISTER-LINE.
010660     WRITE REGISTER-LINE.
010670     MOVE GRT-SIGN-OFF-LINE-1 TO REGISTER-LINE.
010680     WRITE REGISTER-LINE.
010690     MOVE SPACE TO REGISTER-LINE.
010700     WRITE REGISTER-LINE.
010710     MOVE GRT-SIGN-OFF-LINE-2 TO REGISTER-LINE.
010720     WRITE REGISTER-LINE.
010730 7000-WRITE-CERTIFICATE-EXIT.
010740     EXIT.
010750
010760*=================================================================
010770* 8000-WRITE-FILE-LINE - ONE REGISTER LINE PER FILE EXAMINED.
010780*=================================================================
010790 8000-WRITE-FILE-LINE.
010800     MOVE GRT-FILE-RECORDS-READ TO RFD-RECORDS-READ.
010810     MOVE GRT-FILE-RECORDS-ERASED TO RFD-RECORDS-ERASED.
010820     MOVE GRT-REGISTER-FILE-DETAIL TO REGISTER-LINE.
010830     WRITE REGISTER-LINE.
010840 8000-WRITE-FILE-LINE-EXIT.
010850     EXIT.
010851
010852*=================================================================
010853* 8300-HASH-ONE-RECORD - THE HASH OF ONE RECORD IN
010854* GRT-HASH-RECORD: EVERY DIGIT TIMES ITS COLUMN NUMBER, SUMMED.
010855* THIS IS THE ARCHPURG HASH AND MUST STAY IDENTICAL TO IT.
010856*=================================================================
010857 8300-HASH-ONE-RECORD.
010858     MOVE ZERO TO GRT-RECORD-HASH.
010859     PERFORM 8310-HASH-ONE-COLUMN
010860         THRU 8310-HASH-ONE-COLUMN-EXIT
010861         VARYING GRT-HASH-COLUMN FROM 1 BY 1
010862         UNTIL GRT-HASH-COLUMN > 100.
010863 8300-HASH-ONE-RECORD-EXIT.
010864     EXIT.
010865
010866 8310-HASH-ONE-COLUMN.
010867     IF GRT-HASH-RECORD(GRT-HASH-COLUMN:1) IS NUMERIC
010868         MOVE GRT-HASH-RECORD(GRT-HASH-COLUMN:1) TO GRT-HASH-DIGIT
010869         COMPUTE GRT-RECORD-HASH = GRT-RECORD-HASH
010870             + GRT-HASH-DIGIT * GRT-HASH-COLUMN
010871     END-IF.
010872 8310-HASH-ONE-COLUMN-EXIT.
010873     EXIT.
010874
010875*=================================================================
010880* 9000-TERMINATE - CLOSE EVERY FILE STILL OPEN.
010890*=================================================================
010900 9000-TERMINATE.
010910     IF GRT-REQUEST-PRESENT
010920         CLOSE REQUEST-FILE
010930     END-IF.
010940     IF GRT-EMPMAST-PRESENT
010950         CLOSE EMPLOYEE-MASTER-FILE
010960     END-IF.
010970     IF GRT-WATCH-PRESENT
010980         CLOSE WATCH-LIST-FILE
010990     END-IF.
011000     CLOSE REGISTER-FILE.
011010     PERFORM 9100-WRITE-RUN-LOG
011020         THRU 9100-WRITE-RUN-LOG-EXIT.
011030 9000-TERMINATE-EXIT.
011040     EXIT.
011050
011060*=================================================================
011070* 9100-WRITE-RUN-LOG - APPEND THE STANDARD COMPLETION RECORD
011080* TO THE SHARED RUN LOG FOR THE CHAINRPT MORNING SEQUENCE
011090* REPORT.  READ IS REQUESTS PLUS FILE RECORDS EXAMINED, WRITTEN
011100* IS RECORDS PSEUDONYMIZED, AND REJECTED IS REQUESTS REFUSED.
011110*=================================================================
011120 9100-WRITE-RUN-LOG.
011130     OPEN EXTEND RUN-LOG-FILE.
011140     IF GRT-RUNLOG-STATUS NOT = "00"
011150             AND GRT-RUNLOG-STATUS NOT = "05"
011160         OPEN OUTPUT RUN-LOG-FILE
011170     END-IF.
011180     MOVE "ERASURE" TO RL-PROGRAM-ID.
011190     MOVE GRT-START-TIMESTAMP TO RL-START-TIMESTAMP.
011200     MOVE FUNCTION CURRENT-DATE TO RL-END-TIMESTAMP.
011210     COMPUTE RL-RECORDS-READ = GRT-REQUESTS-READ
011220         + GRT-TOTAL-RECORDS-READ.
011230     MOVE GRT-TOTAL-ERASED TO RL-RECORDS-WRITTEN.
011240     MOVE GRT-REQUESTS-REFUSED TO RL-RECORDS-REJECTED.
011250     MOVE "N" TO RL-RUN-STATUS.
011260     WRITE RUN-LOG-RECORD.
011270     CLOSE RUN-LOG-FILE.
011280 9100-WRITE-RUN-LOG-EXIT.
011290     EXIT.
