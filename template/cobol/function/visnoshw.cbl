000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. VISNOSHW.
000120 AUTHOR. D-SHIFT-APPLICATIONS.
000130 INSTALLATION. CORPORATE-FACILITIES-IT.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*---------------------------------------------------------------*
000170* VISNOSHW                                                      *
000180* END-OF-DAY VISITOR NO-SHOW AND OVERSTAY REPORT.  VISSCHED     *
000190* TELLS RECEPTION WHO IS EXPECTED AND VISNOTIF TELLS HOSTS WHO  *
000200* ARRIVED; THIS PROGRAM CLOSES THE LOOP BY COMPARING THE VISREG *
000210* PRE-REGISTRATIONS AGAINST THE DAY'S AUDIT TRAIL (AUDITLOG)    *
000220* VISITOR RECORDS - RECORD TYPE "V" - AND THE HANDLER REJECT    *
000230* FILE (REJFILE).  THE NOSHWRPT REPORT HAS THREE SECTIONS:      *
000240*                                                               *
000250*   NO-SHOWS  - EVERY VISITOR WHOSE PRE-REGISTRATION WINDOW     *
000260*               COVERS TODAY AND WHO NEVER BADGED IN, GROUPED   *
000270*               BY HOSTING EMPLOYEE THE SAME WAY VISMAINT       *
000280*               GROUPS THE VISSCHED SCHEDULE.                   *
000290*   SEEN AFTER VALID-TO - EVERY VISITOR AUDIT RECORD DATED      *
000300*               AFTER THE BADGE'S VR-VALID-TO DATE.             *
000310*   REJECTED  - EVERY OPEN REJFILE ENTRY CARRYING REASON "06",  *
000320*               PRE-REGISTRATION NOT IN EFFECT, WITH THE        *
000330*               WINDOW AS IT STANDS ON VISREG NOW.              *
000340*                                                               *
000350* THE TWO OVERSTAY SECTIONS ARE WHAT SECURITY READS EACH        *
000360* MORNING.  THE NO-SHOW SECTION ALSO GOES TO THE NOSHWEXT       *
000370* EXTRACT IN THE NOTIFEXT LAYOUT, SO THE MAIL GATEWAY CAN TELL  *
000380* EACH HOST THEIR GUEST NEVER CAME; A NO-SHOW CARRIES A BLANK   *
000390* ARRIVAL TIMESTAMP AND SITE, WHICH IS HOW THE GATEWAY TELLS    *
000400* IT FROM AN ARRIVAL.  WITH NO AUDITLOG THERE IS NO EVIDENCE    *
000410* EITHER WAY, SO NO-SHOWS ARE NOT ASSESSED AND NOBODY IS        *
000420* NOTIFIED.                                                     *
000430*---------------------------------------------------------------*
000440* MODIFICATION HISTORY.
000450*   10/15/2026  RMK  ORIGINAL PROGRAM - NOTHING REPORTED THE
000460*                    VISITORS WHO NEVER CAME OR WHO KEPT
000470*                    BADGING IN AFTER THEIR WINDOW CLOSED.
000480*---------------------------------------------------------------*
000490
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 SOURCE-COMPUTER. GENERIC-LINUX.
000530 OBJECT-COMPUTER. GENERIC-LINUX.
000540
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS GRT-AUDIT-STATUS.
000600
000610     SELECT REJECT-FILE ASSIGN TO "REJFILE"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS GRT-REJECT-STATUS.
000640
000650     SELECT NOTIFY-FILE ASSIGN TO "NOSHWEXT"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS GRT-NOTIFY-STATUS.
000680
000690     SELECT REPORT-FILE ASSIGN TO "NOSHWRPT"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS GRT-REPORT-STATUS.
000720
000730     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS GRT-RUNLOG-STATUS.
000760
000770     SELECT VISITOR-REG-FILE ASSIGN TO "VISREG"
000780         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS DYNAMIC
000800         RECORD KEY IS VR-BADGE-ID
000810         FILE STATUS IS GRT-VISREG-STATUS.
000820
000830     SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
000840         ORGANIZATION IS INDEXED
000850         ACCESS MODE IS RANDOM
000860         RECORD KEY IS EM-EMPLOYEE-ID
000870         FILE STATUS IS GRT-EMPMAST-STATUS.
000880
000890 DATA DIVISION.
000900 FILE SECTION.
000910*---------------------------------------------------------------*
000920* AUDIT TRAIL WRITTEN BY HANDLER.                               *
000930*---------------------------------------------------------------*
000940 FD  AUDIT-FILE.
000950     COPY AUDITREC.
000960
000970*---------------------------------------------------------------*
000980* ACCUMULATED HANDLER REJECT FILE, IN THE REJRECYC LAYOUT - THE *
000990* RETRY AREA IS BLANK ON HANDLER'S OWN RECORDS.  THE INPUT DATA *
001000* IS THE ORIGINAL ROSTER RECORD, SO IT REDEFINES INTO THE       *
001010* ROSTER FIELDS FOR THE BADGE AND SITE.                         *
001020*---------------------------------------------------------------*
001030 FD  REJECT-FILE.
001040 01  REJECT-RECORD.
001050     05  REJ-INPUT-DATA          PIC X(25).
001060     05  REJ-ROSTER-FIELDS REDEFINES REJ-INPUT-DATA.
001070         10  REJ-EMPLOYEE-ID     PIC X(08).
001080         10  REJ-LANGUAGE-CODE   PIC X(02).
001090         10  REJ-RECORD-TYPE     PIC X(01).
001100         10  REJ-SITE-ID         PIC X(03).
001110         10  FILLER              PIC X(11).
001120     05  REJ-REASON-CODE         PIC X(02).
001130     05  REJ-REASON-TEXT         PIC X(40).
001140     05  REJ-RETRY-AREA.
001150         10  REJ-RETRY-COUNT     PIC 9(03).
001160         10  REJ-FIRST-FAIL-DATE PIC 9(08).
001170
001180*---------------------------------------------------------------*
001190* NO-SHOW EXTRACT - ONE RECORD PER NO-SHOW, IN THE NOTIFEXT     *
001200* LAYOUT THE MAIL GATEWAY ALREADY PICKS UP.                     *
001210*---------------------------------------------------------------*
001220 FD  NOTIFY-FILE.
001230 01  NOTIFY-RECORD.
001240     05  NTF-HOST-EMPLOYEE-ID    PIC X(08).
001250     05  NTF-HOST-NAME           PIC X(30).
001260     05  NTF-VISITOR-NAME        PIC X(30).
001270     05  NTF-ARRIVAL-TIMESTAMP   PIC X(21).
001280     05  NTF-SITE-ID             PIC X(03).
001290
001300*---------------------------------------------------------------*
001310* NO-SHOW AND OVERSTAY REPORT.                                  *
001320*---------------------------------------------------------------*
001330 FD  REPORT-FILE.
001340 01  REPORT-LINE                 PIC X(80).
001350
001360*---------------------------------------------------------------*
001370* SHARED RUN LOG - ONE COMPLETION RECORD APPENDED PER RUN FOR   *
001380* THE CHAINRPT MORNING SEQUENCE REPORT.                         *
001390*---------------------------------------------------------------*
001400 FD  RUN-LOG-FILE.
001410     COPY RUNLGREC.
001420
001430*---------------------------------------------------------------*
001440* VISITOR PRE-REGISTRATION FILE - READ IN KEY ORDER FOR THE     *
001450* NO-SHOWS AND AT RANDOM FOR THE OVERSTAYS.                     *
001460*---------------------------------------------------------------*
001470 FD  VISITOR-REG-FILE.
001480 01  VISITOR-REG-RECORD.
001490     05  VR-BADGE-ID             PIC X(08).
001500     05  VR-DISPLAY-NAME         PIC X(30).
001510     05  VR-HOST-EMPLOYEE-ID     PIC X(08).
001520     05  VR-VALID-FROM           PIC 9(08).
001530     05  VR-VALID-TO             PIC 9(08).
001540     05  VR-LANGUAGE-CODE        PIC X(02).
001550
001560*---------------------------------------------------------------*
001570* EMPLOYEE MASTER - THE HOST'S VERIFIED LEGAL NAME.             *
001580*---------------------------------------------------------------*
001590 FD  EMPLOYEE-MASTER-FILE.
001600     COPY EMPMREC.
001610
001620 WORKING-STORAGE SECTION.
001630*---------------------------------------------------------------*
001640* FILE STATUS FIELDS AND THEIR ASSOCIATED CONDITION NAMES.      *
001650*---------------------------------------------------------------*
001660 77  GRT-AUDIT-STATUS            PIC X(02) VALUE "00".
001670     88  GRT-AUDIT-OK                      VALUE "00".
001680     88  GRT-AUDIT-EOF                     VALUE "10".
001690
001700 77  GRT-REJECT-STATUS           PIC X(02) VALUE "00".
001710     88  GRT-REJECT-OK                     VALUE "00".
001720     88  GRT-REJECT-EOF                    VALUE "10".
001730
001740 77  GRT-NOTIFY-STATUS           PIC X(02) VALUE "00".
001750 77  GRT-REPORT-STATUS           PIC X(02) VALUE "00".
001760 77  GRT-RUNLOG-STATUS           PIC X(02) VALUE "00".
001770
001780 77  GRT-VISREG-STATUS           PIC X(02) VALUE "00".
001790     88  GRT-VISREG-OK                     VALUE "00".
001800     88  GRT-VISREG-EOF                    VALUE "10".
001810     88  GRT-VISREG-NOT-FOUND              VALUE "23".
001820
001830 77  GRT-EMPMAST-STATUS          PIC X(02) VALUE "00".
001840     88  GRT-EMPMAST-OK                    VALUE "00".
001850     88  GRT-EMPMAST-NOT-FOUND             VALUE "23".
001860
001870*---------------------------------------------------------------*
001880* SWITCHES.                                                     *
001890*---------------------------------------------------------------*
001900 77  GRT-AUDIT-PRESENT-SW        PIC X(01) VALUE "N".
001910     88  GRT-AUDIT-PRESENT                 VALUE "Y".
001920
001930 77  GRT-REJECT-PRESENT-SW       PIC X(01) VALUE "N".
001940     88  GRT-REJECT-PRESENT                VALUE "Y".
001950
001960 77  GRT-VISREG-PRESENT-SW       PIC X(01) VALUE "N".
001970     88  GRT-VISREG-PRESENT                VALUE "Y".
001980
001990 77  GRT-EMPMAST-PRESENT-SW      PIC X(01) VALUE "N".
002000     88  GRT-EMPMAST-PRESENT               VALUE "Y".
002010
002020 77  GRT-NO-SHOW-SW              PIC X(01) VALUE "N".
002030     88  GRT-IS-NO-SHOW                    VALUE "Y".
002040
002050 77  GRT-SEEN-IN-TABLE-SW        PIC X(01) VALUE "N".
002060     88  GRT-SEEN-IN-TABLE                 VALUE "Y".
002070
002080 77  GRT-SEEN-OVERFLOW-SW        PIC X(01) VALUE "N".
002090     88  GRT-SEEN-OVERFLOW                 VALUE "Y".
002100
002110 77  GRT-HOST-IN-TABLE-SW        PIC X(01) VALUE "N".
002120     88  GRT-HOST-IN-TABLE                 VALUE "Y".
002130
002140 77  GRT-HOST-OVERFLOW-SW        PIC X(01) VALUE "N".
002150     88  GRT-HOST-OVERFLOW                 VALUE "Y".
002160
002170*---------------------------------------------------------------*
002180* DATE AND LOOKUP WORK AREAS.                                   *
002190*---------------------------------------------------------------*
002200 77  GRT-CURRENT-DATE-TIME       PIC X(21) VALUE SPACE.
002210 77  GRT-START-TIMESTAMP         PIC X(21) VALUE SPACE.
002220 77  GRT-TODAY                   PIC 9(08) VALUE ZERO.
002230 77  GRT-SEEN-DATE               PIC 9(08) VALUE ZERO.
002240 77  GRT-HOST-LOOKUP-ID          PIC X(08) VALUE SPACE.
002250 77  GRT-SEEN-LOOKUP-ID          PIC X(08) VALUE SPACE.
002260 77  GRT-HOST-NAME               PIC X(30) VALUE SPACE.
002270
002280*---------------------------------------------------------------*
002290* RUN TOTALS.                                                   *
002300*---------------------------------------------------------------*
002310 77  GRT-AUDIT-READ              PIC 9(08) VALUE ZERO.
002320 77  GRT-VISITOR-AUDITS          PIC 9(08) VALUE ZERO.
002330 77  GRT-REJECTS-READ            PIC 9(08) VALUE ZERO.
002340 77  GRT-NO-SHOWS                PIC 9(08) VALUE ZERO.
002350 77  GRT-SEEN-AFTER-WINDOW       PIC 9(08) VALUE ZERO.
002360 77  GRT-REJECTED-NOT-IN-EFFECT  PIC 9(08) VALUE ZERO.
002370
002380*---------------------------------------------------------------*
002390* BADGES SEEN TABLE - ONE SLOT PER DISTINCT VISITOR BADGE ON    *
002400* TODAY'S AUDIT TRAIL.  A BADGE THAT DOES NOT FIT IS NOT        *
002410* DROPPED SILENTLY - THE REPORT WARNS THAT THE NO-SHOW LIST MAY *
002420* THEN NAME VISITORS WHO DID ARRIVE.                            *
002430*---------------------------------------------------------------*
002440 77  GRT-SEEN-MAX                PIC 9(04) COMP VALUE 1000.
002450 77  GRT-SEEN-USED               PIC 9(04) COMP VALUE ZERO.
002460 77  GRT-SEEN-SCAN-SUB           PIC 9(04) COMP VALUE ZERO.
002470
002480 01  GRT-SEEN-TABLE.
002490     05  GRT-SEEN-BADGE OCCURS 1000 TIMES
002500                                 PIC X(08).
002510
002520*---------------------------------------------------------------*
002530* NO-SHOW HOST TABLE - ONE SLOT PER DISTINCT HOSTING EMPLOYEE   *
002540* WITH A NO-SHOW.  MORE HOSTS THAN SLOTS LAND IN A COMBINED     *
002550* GROUP AT THE END OF THE SECTION RATHER THAN BEING DROPPED.    *
002560*---------------------------------------------------------------*
002570 77  GRT-HOST-MAX                PIC 9(03) COMP VALUE 100.
002580 77  GRT-HOST-USED               PIC 9(03) COMP VALUE ZERO.
002590 77  GRT-HOST-SUB                PIC 9(03) COMP VALUE ZERO.
002600 77  GRT-HOST-SCAN-SUB           PIC 9(03) COMP VALUE ZERO.
002610
002620 01  GRT-HOST-TABLE.
002630     05  GRT-HOST-ID OCCURS 100 TIMES
002640                                 PIC X(08).
002650
002660*---------------------------------------------------------------*
002670* REPORT PRINT LINES.                                           *
002680*---------------------------------------------------------------*
002690 01  GRT-REPORT-HEADING.
002700     05  FILLER                  PIC X(44)
002710         VALUE "VISITOR NO-SHOW AND OVERSTAY REPORT - DATE ".
002720     05  RPT-TODAY               PIC 9(08).
002730     05  FILLER                  PIC X(28) VALUE SPACE.
002740
002750 01  GRT-REPORT-NO-AUDIT-LINE.
002760     05  FILLER                  PIC X(40)
002770         VALUE "NO AUDIT TRAIL (AUDITLOG) FOUND FOR".
002780     05  FILLER                  PIC X(40)
002790         VALUE " TODAY - NO-SHOWS NOT ASSESSED".
002800
002810 01  GRT-REPORT-NO-VISREG-LINE.
002820     05  FILLER                  PIC X(40)
002830         VALUE "NO PRE-REGISTRATION FILE (VISREG) FOUND".
002840     05  FILLER                  PIC X(40) VALUE SPACE.
002850
002860 01  GRT-REPORT-SECTION-LINE.
002870     05  RPT-SECTION-TITLE       PIC X(60).
002880     05  FILLER                  PIC X(20) VALUE SPACE.
002890
002900 01  GRT-REPORT-HOST-LINE.
002910     05  FILLER                  PIC X(05) VALUE "HOST ".
002920     05  RPT-HOST-ID             PIC X(08).
002930     05  FILLER                  PIC X(02) VALUE SPACE.
002940     05  RPT-HOST-NAME           PIC X(30).
002950     05  FILLER                  PIC X(35) VALUE SPACE.
002960
002970 01  GRT-REPORT-NO-SHOW-DETAIL.
002980     05  FILLER                  PIC X(04) VALUE SPACE.
002990     05  RPT-NS-BADGE-ID         PIC X(08).
003000     05  FILLER                  PIC X(02) VALUE SPACE.
003010     05  RPT-NS-DISPLAY-NAME     PIC X(30).
003020     05  FILLER                  PIC X(02) VALUE SPACE.
003030     05  RPT-NS-VALID-FROM       PIC 9(08).
003040     05  FILLER                  PIC X(03) VALUE " - ".
003050     05  RPT-NS-VALID-TO         PIC 9(08).
003060     05  FILLER                  PIC X(15) VALUE SPACE.
003070
003080 01  GRT-REPORT-HOST-OVERFLOW-LINE.
003090     05  FILLER                  PIC X(80)
003100         VALUE "** MORE HOSTS THAN TABLE SLOTS - COMBINED".
003110
003120 01  GRT-REPORT-SEEN-OVERFLOW-LINE.
003130     05  FILLER                  PIC X(40)
003140         VALUE "** MORE VISITOR BADGES THAN TABLE SLOTS ".
003150     05  FILLER                  PIC X(40)
003160         VALUE "- SOME NO-SHOWS MAY HAVE ARRIVED".
003170
003180 01  GRT-REPORT-SEEN-HEADS.
003190     05  FILLER                  PIC X(10) VALUE "BADGE".
003200     05  FILLER                  PIC X(26) VALUE "VISITOR NAME".
003210     05  FILLER                  PIC X(10) VALUE "VALID TO".
003220     05  FILLER                  PIC X(16) VALUE "SEEN AT".
003230     05  FILLER                  PIC X(18) VALUE "SITE".
003240
003250 01  GRT-REPORT-SEEN-DETAIL.
003260     05  RPT-SA-BADGE-ID         PIC X(08).
003270     05  FILLER                  PIC X(02) VALUE SPACE.
003280     05  RPT-SA-DISPLAY-NAME     PIC X(24).
003290     05  FILLER                  PIC X(02) VALUE SPACE.
003300     05  RPT-SA-VALID-TO         PIC 9(08).
003310     05  FILLER                  PIC X(02) VALUE SPACE.
003320     05  RPT-SA-SEEN-AT          PIC X(14).
003330     05  FILLER                  PIC X(02) VALUE SPACE.
003340     05  RPT-SA-SITE-ID          PIC X(03).
003350     05  FILLER                  PIC X(15) VALUE SPACE.
003360
003370 01  GRT-REPORT-REJECT-HEADS.
003380     05  FILLER                  PIC X(10) VALUE "BADGE".
003390     05  FILLER                  PIC X(26) VALUE "VISITOR NAME".
003400     05  FILLER                  PIC X(10) VALUE "VALID TO".
003410     05  FILLER                  PIC X(05) VALUE "SITE".
003420     05  FILLER                  PIC X(10) VALUE "FIRST".
003430     05  FILLER                  PIC X(19) VALUE "WINDOW".
003440
003450 01  GRT-REPORT-REJECT-DETAIL.
003460     05  RPT-RJ-BADGE-ID         PIC X(08).
003470     05  FILLER                  PIC X(02) VALUE SPACE.
003480     05  RPT-RJ-DISPLAY-NAME     PIC X(24).
003490     05  FILLER                  PIC X(02) VALUE SPACE.
003500     05  RPT-RJ-VALID-TO         PIC X(08).
003510     05  FILLER                  PIC X(02) VALUE SPACE.
003520     05  RPT-RJ-SITE-ID          PIC X(03).
003530     05  FILLER                  PIC X(02) VALUE SPACE.
003540     05  RPT-RJ-FIRST-FAIL       PIC 9(08).
003550     05  FILLER                  PIC X(02) VALUE SPACE.
003560     05  RPT-RJ-WINDOW-NOTE      PIC X(15).
003570     05  FILLER                  PIC X(04) VALUE SPACE.
003580
003590 01  GRT-REPORT-NONE-LINE.
003600     05  FILLER                  PIC X(04) VALUE SPACE.
003610     05  FILLER                  PIC X(40) VALUE "NONE".
003620     05  FILLER                  PIC X(36) VALUE SPACE.
003630
003640 01  GRT-REPORT-TOTAL-LINE.
003650     05  RPT-TOTAL-LABEL         PIC X(28).
003660     05  RPT-TOTAL-COUNT         PIC ZZZ,ZZ9.
003670     05  FILLER                  PIC X(45) VALUE SPACE.
003680
003690 PROCEDURE DIVISION.
003700*=================================================================
003710* 0000-MAINLINE.
003720*=================================================================
003730 0000-MAINLINE.
003740     PERFORM 1000-INITIALIZE
003750         THRU 1000-INITIALIZE-EXIT.
003760     PERFORM 2000-LOAD-SEEN-BADGES
003770         THRU 2000-LOAD-SEEN-BADGES-EXIT.
003780     PERFORM 3000-WRITE-NO-SHOWS
003790         THRU 3000-WRITE-NO-SHOWS-EXIT.
003800     PERFORM 4000-WRITE-LATE-SIGHTINGS
003810         THRU 4000-WRITE-LATE-SIGHTINGS-EXIT.
003820     PERFORM 5000-WRITE-WINDOW-REJECTS
003830         THRU 5000-WRITE-WINDOW-REJECTS-EXIT.
003840     PERFORM 6000-WRITE-REPORT-TOTALS
003850         THRU 6000-WRITE-REPORT-TOTALS-EXIT.
003860     PERFORM 9000-TERMINATE
003870         THRU 9000-TERMINATE-EXIT.
003880     STOP RUN.
003890
003900*=================================================================
003910* 1000-INITIALIZE - OPEN THE FILES AND START THE REPORT.  NONE
003920* OF THE INPUTS IS REQUIRED - EACH ONE MISSING IS SAID ON THE
003930* REPORT AND THE SECTIONS IT FEEDS COME OUT EMPTY.
003940*=================================================================
003950 1000-INITIALIZE.
003960     MOVE FUNCTION CURRENT-DATE TO GRT-CURRENT-DATE-TIME.
003970     MOVE GRT-CURRENT-DATE-TIME TO GRT-START-TIMESTAMP.
003980     MOVE GRT-CURRENT-DATE-TIME(1:8) TO GRT-TODAY.
003990     OPEN INPUT AUDIT-FILE.
004000     IF GRT-AUDIT-OK
004010         SET GRT-AUDIT-PRESENT TO TRUE
004020     ELSE
004030         MOVE "10" TO GRT-AUDIT-STATUS
004040     END-IF.
004050     OPEN INPUT REJECT-FILE.
004060     IF GRT-REJECT-OK
004070         SET GRT-REJECT-PRESENT TO TRUE
004080     ELSE
004090         MOVE "10" TO GRT-REJECT-STATUS
004100     END-IF.
004110     OPEN INPUT VISITOR-REG-FILE.
004120     IF GRT-VISREG-OK
004130         SET GRT-VISREG-PRESENT TO TRUE
004140     END-IF.
004150     OPEN INPUT EMPLOYEE-MASTER-FILE.
004160     IF GRT-EMPMAST-OK
004170         SET GRT-EMPMAST-PRESENT TO TRUE
004180     END-IF.
004190     OPEN OUTPUT NOTIFY-FILE.
004200     OPEN OUTPUT REPORT-FILE.
004210     MOVE GRT-TODAY TO RPT-TODAY.
004220     MOVE GRT-REPORT-HEADING TO REPORT-LINE.
004230     WRITE REPORT-LINE.
004240     MOVE SPACE TO REPORT-LINE.
004250     WRITE REPORT-LINE.
004260     IF NOT GRT-AUDIT-PRESENT
004270         MOVE GRT-REPORT-NO-AUDIT-LINE TO REPORT-LINE
004280         WRITE REPORT-LINE
004290     END-IF.
004300     IF NOT GRT-VISREG-PRESENT
004310         MOVE GRT-REPORT-NO-VISREG-LINE TO REPORT-LINE
004320         WRITE REPORT-LINE
004330     END-IF.
004340 1000-INITIALIZE-EXIT.
004350     EXIT.
004360
004370*=================================================================
004380* 2000-LOAD-SEEN-BADGES - AUDIT PASS ONE.  EVERY VISITOR BADGE
004390* ON THE TRAIL IS A BADGE-IN, GREETED OR REPEAT ALIKE, AND GOES
004400* IN THE SEEN TABLE ONCE.
004410*=================================================================
004420 2000-LOAD-SEEN-BADGES.
004430     IF NOT GRT-AUDIT-PRESENT
004440         GO TO 2000-LOAD-SEEN-BADGES-EXIT
004450     END-IF.
004460     PERFORM 2100-READ-AUDIT-RECORD
004470         THRU 2100-READ-AUDIT-RECORD-EXIT.
004480     PERFORM 2200-RECORD-ONE-SIGHTING
004490         THRU 2200-RECORD-ONE-SIGHTING-EXIT
004500         UNTIL GRT-AUDIT-EOF.
004510 2000-LOAD-SEEN-BADGES-EXIT.
004520     EXIT.
004530
004540 2100-READ-AUDIT-RECORD.
004550     READ AUDIT-FILE
004560         AT END
004570             MOVE "10" TO GRT-AUDIT-STATUS
004580     END-READ.
004590 2100-READ-AUDIT-RECORD-EXIT.
004600     EXIT.
004610
004620 2200-RECORD-ONE-SIGHTING.
004630     ADD 1 TO GRT-AUDIT-READ.
004640     IF AUD-RECORD-TYPE NOT = "V"
004650         GO TO 2200-RECORD-ONE-SIGHTING-NEXT
004660     END-IF.
004670     ADD 1 TO GRT-VISITOR-AUDITS.
004680     MOVE AUD-EMPLOYEE-ID TO GRT-SEEN-LOOKUP-ID.
004690     PERFORM 2300-FIND-SEEN-BADGE
004700         THRU 2300-FIND-SEEN-BADGE-EXIT.
004710     IF NOT GRT-SEEN-IN-TABLE
004720         IF GRT-SEEN-USED < GRT-SEEN-MAX
004730             ADD 1 TO GRT-SEEN-USED
004740             MOVE AUD-EMPLOYEE-ID
004750                 TO GRT-SEEN-BADGE (GRT-SEEN-USED)
004760         ELSE
004770             SET GRT-SEEN-OVERFLOW TO TRUE
004780         END-IF
004790     END-IF.
004800 2200-RECORD-ONE-SIGHTING-NEXT.
004810     PERFORM 2100-READ-AUDIT-RECORD
004820         THRU 2100-READ-AUDIT-RECORD-EXIT.
004830 2200-RECORD-ONE-SIGHTING-EXIT.
004840     EXIT.
004850
004860*=================================================================
004870* 2300-FIND-SEEN-BADGE - SET THE IN-TABLE SWITCH WHEN THE BADGE
004880* IN GRT-SEEN-LOOKUP-ID IS ALREADY IN THE SEEN TABLE.
004890*=================================================================
004900 2300-FIND-SEEN-BADGE.
004910     MOVE "N" TO GRT-SEEN-IN-TABLE-SW.
004920     PERFORM 2310-MATCH-SEEN-SLOT
004930         THRU 2310-MATCH-SEEN-SLOT-EXIT
004940         VARYING GRT-SEEN-SCAN-SUB FROM 1 BY 1
004950         UNTIL GRT-SEEN-SCAN-SUB > GRT-SEEN-USED
004960             OR GRT-SEEN-IN-TABLE.
004970 2300-FIND-SEEN-BADGE-EXIT.
004980     EXIT.
004990
005000 2310-MATCH-SEEN-SLOT.
005010     IF GRT-SEEN-BADGE (GRT-SEEN-SCAN-SUB) = GRT-SEEN-LOOKUP-ID
005020         SET GRT-SEEN-IN-TABLE TO TRUE
005030     END-IF.
005040 2310-MATCH-SEEN-SLOT-EXIT.
005050     EXIT.
005060
005070*=================================================================
005080* 3000-WRITE-NO-SHOWS - THE NO-SHOW SECTION AND EXTRACT.  PASS
005090* ONE COLLECTS THE DISTINCT HOSTS WITH A NO-SHOW; THEN ONE GROUP
005100* IS PRINTED PER HOST WITH A RE-SCAN OF VISREG PER HOST, THE
005110* SAME WAY VISMAINT BUILDS THE VISSCHED SCHEDULE.  HOSTS BEYOND
005120* THE TABLE SLOTS COME OUT IN ONE COMBINED GROUP AT THE END.
005130*=================================================================
005140 3000-WRITE-NO-SHOWS.
005150     MOVE SPACE TO REPORT-LINE.
005160     WRITE REPORT-LINE.
005170     MOVE "NO-SHOWS - PRE-REGISTERED FOR TODAY, NEVER BADGED IN"
005180         TO RPT-SECTION-TITLE.
005190     MOVE GRT-REPORT-SECTION-LINE TO REPORT-LINE.
005200     WRITE REPORT-LINE.
005210     MOVE SPACE TO REPORT-LINE.
005220     WRITE REPORT-LINE.
005230     IF NOT GRT-AUDIT-PRESENT OR NOT GRT-VISREG-PRESENT
005240         MOVE GRT-REPORT-NONE-LINE TO REPORT-LINE
005250         WRITE REPORT-LINE
005260         GO TO 3000-WRITE-NO-SHOWS-EXIT
005270     END-IF.
005280     IF GRT-SEEN-OVERFLOW
005290         MOVE GRT-REPORT-SEEN-OVERFLOW-LINE TO REPORT-LINE
005300         WRITE REPORT-LINE
005310     END-IF.
005320     MOVE LOW-VALUE TO VR-BADGE-ID.
005330     START VISITOR-REG-FILE KEY NOT < VR-BADGE-ID.
005340     IF GRT-VISREG-OK
005350         PERFORM 3100-COLLECT-ONE-HOST
005360             THRU 3100-COLLECT-ONE-HOST-EXIT
005370             UNTIL GRT-VISREG-EOF
005380     END-IF.
005390     IF GRT-NO-SHOWS = ZERO
005400         MOVE GRT-REPORT-NONE-LINE TO REPORT-LINE
005410         WRITE REPORT-LINE
005420         GO TO 3000-WRITE-NO-SHOWS-EXIT
005430     END-IF.
005440     PERFORM 3300-WRITE-HOST-GROUP
005450         THRU 3300-WRITE-HOST-GROUP-EXIT
005460         VARYING GRT-HOST-SUB FROM 1 BY 1
005470         UNTIL GRT-HOST-SUB > GRT-HOST-USED.
005480     IF GRT-HOST-OVERFLOW
005490         MOVE GRT-REPORT-HOST-OVERFLOW-LINE TO REPORT-LINE
005500         WRITE REPORT-LINE
005510         PERFORM 3500-WRITE-OVERFLOW-GROUP
005520             THRU 3500-WRITE-OVERFLOW-GROUP-EXIT
005530     END-IF.
005540 3000-WRITE-NO-SHOWS-EXIT.
005550     EXIT.
005560
005570*=================================================================
005580* 3050-TEST-NO-SHOW - A VISITOR IS A NO-SHOW WHEN TODAY FALLS
005590* INSIDE THE PRE-REGISTRATION WINDOW AND THE BADGE IS NOT ON
005600* TODAY'S AUDIT TRAIL.  AN ENTRY WHOSE WINDOW CLOSED BEFORE
005610* TODAY WAS ASSESSED ON ITS OWN LAST DAY AND IS PURGED BY
005620* VISMAINT.
005630*=================================================================
005640 3050-TEST-NO-SHOW.
005650     MOVE "N" TO GRT-NO-SHOW-SW.
005660     IF VR-VALID-FROM > GRT-TODAY OR VR-VALID-TO < GRT-TODAY
005670         GO TO 3050-TEST-NO-SHOW-EXIT
005680     END-IF.
005690     MOVE VR-BADGE-ID TO GRT-SEEN-LOOKUP-ID.
005700     PERFORM 2300-FIND-SEEN-BADGE
005710         THRU 2300-FIND-SEEN-BADGE-EXIT.
005720     IF NOT GRT-SEEN-IN-TABLE
005730         SET GRT-IS-NO-SHOW TO TRUE
005740     END-IF.
005750 3050-TEST-NO-SHOW-EXIT.
005760     EXIT.
005770
005780*=================================================================
005790* 3100-COLLECT-ONE-HOST - PASS-ONE SCAN.  EACH NO-SHOW IS
005800* COUNTED AND ITS HOST GOES IN THE TABLE ONCE.
005810*=================================================================
005820 3100-COLLECT-ONE-HOST.
005830     READ VISITOR-REG-FILE NEXT RECORD
005840         AT END
005850             MOVE "10" TO GRT-VISREG-STATUS
005860             GO TO 3100-COLLECT-ONE-HOST-EXIT
005870     END-READ.
005880     PERFORM 3050-TEST-NO-SHOW
005890         THRU 3050-TEST-NO-SHOW-EXIT.
005900     IF NOT GRT-IS-NO-SHOW
005910         GO TO 3100-COLLECT-ONE-HOST-EXIT
005920     END-IF.
005930     ADD 1 TO GRT-NO-SHOWS.
005940     MOVE "N" TO GRT-HOST-IN-TABLE-SW.
005950     PERFORM 3200-MATCH-HOST-SLOT
005960         THRU 3200-MATCH-HOST-SLOT-EXIT
005970         VARYING GRT-HOST-SCAN-SUB FROM 1 BY 1
005980         UNTIL GRT-HOST-SCAN-SUB > GRT-HOST-USED
005990             OR GRT-HOST-IN-TABLE.
006000     IF NOT GRT-HOST-IN-TABLE
006010         IF GRT-HOST-USED < GRT-HOST-MAX
006020             ADD 1 TO GRT-HOST-USED
006030             MOVE VR-HOST-EMPLOYEE-ID
006040                 TO GRT-HOST-ID (GRT-HOST-USED)
006050         ELSE
006060             SET GRT-HOST-OVERFLOW TO TRUE
006070         END-IF
006080     END-IF.
006090 3100-COLLECT-ONE-HOST-EXIT.
006100     EXIT.
006110
006120 3200-MATCH-HOST-SLOT.
006130     IF GRT-HOST-ID (GRT-HOST-SCAN-SUB) = VR-HOST-EMPLOYEE-ID
006140         SET GRT-HOST-IN-TABLE TO TRUE
006150     END-IF.
006160 3200-MATCH-HOST-SLOT-EXIT.
006170     EXIT.
006180
006190*=================================================================
006200* 3300-WRITE-HOST-GROUP - ONE GROUP PER HOST: THE HOST LINE WITH
006210* THE VERIFIED NAME FROM THE EMPLOYEE MASTER, THEN ONE DETAIL
006220* LINE PER NO-SHOW FOR THAT HOST.
006230*=================================================================
006240 3300-WRITE-HOST-GROUP.
006250     MOVE GRT-HOST-ID (GRT-HOST-SUB) TO GRT-HOST-LOOKUP-ID.
006260     PERFORM 8000-LOOKUP-HOST-NAME
006270         THRU 8000-LOOKUP-HOST-NAME-EXIT.
006280     MOVE GRT-HOST-ID (GRT-HOST-SUB) TO RPT-HOST-ID.
006290     MOVE GRT-HOST-NAME TO RPT-HOST-NAME.
006300     IF RPT-HOST-NAME = SPACE
006310         MOVE "(NOT ON EMPLOYEE MASTER)" TO RPT-HOST-NAME
006320     END-IF.
006330     MOVE GRT-REPORT-HOST-LINE TO REPORT-LINE.
006340     WRITE REPORT-LINE.
006350     MOVE LOW-VALUE TO VR-BADGE-ID.
006360     START VISITOR-REG-FILE KEY NOT < VR-BADGE-ID.
006370     IF GRT-VISREG-OK
006380         PERFORM 3400-WRITE-HOST-DETAIL
006390             THRU 3400-WRITE-HOST-DETAIL-EXIT
006400             UNTIL GRT-VISREG-EOF
006410     END-IF.
006420     MOVE SPACE TO REPORT-LINE.
006430     WRITE REPORT-LINE.
006440 3300-WRITE-HOST-GROUP-EXIT.
006450     EXIT.
006460
006470 3400-WRITE-HOST-DETAIL.
006480     READ VISITOR-REG-FILE NEXT RECORD
006490         AT END
006500             MOVE "10" TO GRT-VISREG-STATUS
006510             GO TO 3400-WRITE-HOST-DETAIL-EXIT
006520     END-READ.
006530     IF VR-HOST-EMPLOYEE-ID NOT = GRT-HOST-ID (GRT-HOST-SUB)
006540         GO TO 3400-WRITE-HOST-DETAIL-EXIT
006550     END-IF.
006560     PERFORM 3050-TEST-NO-SHOW
006570         THRU 3050-TEST-NO-SHOW-EXIT.
006580     IF GRT-IS-NO-SHOW
006590         PERFORM 3600-WRITE-NO-SHOW-DETAIL
006600             THRU 3600-WRITE-NO-SHOW-DETAIL-EXIT
006610     END-IF.
006620 3400-WRITE-HOST-DETAIL-EXIT.
006630     EXIT.
006640
006650*=================================================================
006660* 3500-WRITE-OVERFLOW-GROUP - NO-SHOWS WHOSE HOST DID NOT FIT IN
006670* THE TABLE, PRINTED IN ONE COMBINED GROUP SO NOBODY IS MISSING
006680* FROM THE SECTION OR THE EXTRACT.
006690*=================================================================
006700 3500-WRITE-OVERFLOW-GROUP.
006710     MOVE LOW-VALUE TO VR-BADGE-ID.
006720     START VISITOR-REG-FILE KEY NOT < VR-BADGE-ID.
006730     IF GRT-VISREG-OK
006740         PERFORM 3550-WRITE-OVERFLOW-DETAIL
006750             THRU 3550-WRITE-OVERFLOW-DETAIL-EXIT
006760             UNTIL GRT-VISREG-EOF
006770     END-IF.
006780 3500-WRITE-OVERFLOW-GROUP-EXIT.
006790     EXIT.
006800
006810 3550-WRITE-OVERFLOW-DETAIL.
006820     READ VISITOR-REG-FILE NEXT RECORD
006830         AT END
006840             MOVE "10" TO GRT-VISREG-STATUS
006850             GO TO 3550-WRITE-OVERFLOW-DETAIL-EXIT
006860     END-READ.
006870     PERFORM 3050-TEST-NO-SHOW
006880         THRU 3050-TEST-NO-SHOW-EXIT.
006890     IF NOT GRT-IS-NO-SHOW
006900         GO TO 3550-WRITE-OVERFLOW-DETAIL-EXIT
006910     END-IF.
006920     MOVE "N" TO GRT-HOST-IN-TABLE-SW.
006930     PERFORM 3200-MATCH-HOST-SLOT
006940         THRU 3200-MATCH-HOST-SLOT-EXIT
006950         VARYING GRT-HOST-SCAN-SUB FROM 1 BY 1
006960         UNTIL GRT-HOST-SCAN-SUB > GRT-HOST-USED
006970             OR GRT-HOST-IN-TABLE.
006980     IF GRT-HOST-IN-TABLE
006990         GO TO 3550-WRITE-OVERFLOW-DETAIL-EXIT
007000     END-IF.
007010     MOVE VR-HOST-EMPLOYEE-ID TO GRT-HOST-LOOKUP-ID.
007020     PERFORM 8000-LOOKUP-HOST-NAME
007030         THRU 8000-LOOKUP-HOST-NAME-EXIT.
007040     PERFORM 3600-WRITE-NO-SHOW-DETAIL
007050         THRU 3600-WRITE-NO-SHOW-DETAIL-EXIT.
007060 3550-WRITE-OVERFLOW-DETAIL-EXIT.
007070     EXIT.
007080
007090*=================================================================
007100* 3600-WRITE-NO-SHOW-DETAIL - ONE REPORT LINE AND ONE EXTRACT
007110* RECORD PER NO-SHOW.  THE HOST NAME IS ALREADY IN GRT-HOST-NAME;
007120* A HOST MISSING FROM EMPMAST STILL NOTIFIES WITH THE NAME LEFT
007130* BLANK, AS VISNOTIF DOES.
007140*=================================================================
007150 3600-WRITE-NO-SHOW-DETAIL.
007160     MOVE VR-BADGE-ID TO RPT-NS-BADGE-ID.
007170     MOVE VR-DISPLAY-NAME TO RPT-NS-DISPLAY-NAME.
007180     MOVE VR-VALID-FROM TO RPT-NS-VALID-FROM.
007190     MOVE VR-VALID-TO TO RPT-NS-VALID-TO.
007200     MOVE GRT-REPORT-NO-SHOW-DETAIL TO REPORT-LINE.
007210     WRITE REPORT-LINE.
007220     MOVE VR-HOST-EMPLOYEE-ID TO NTF-HOST-EMPLOYEE-ID.
007230     MOVE GRT-HOST-NAME TO NTF-HOST-NAME.
007240     MOVE VR-DISPLAY-NAME TO NTF-VISITOR-NAME.
007250     MOVE SPACE TO NTF-ARRIVAL-TIMESTAMP.
007260     MOVE SPACE TO NTF-SITE-ID.
007270     WRITE NOTIFY-RECORD.
007280 3600-WRITE-NO-SHOW-DETAIL-EXIT.
007290     EXIT.
007300
007310*=================================================================
007320* 4000-WRITE-LATE-SIGHTINGS - AUDIT PASS TWO.  EVERY VISITOR
007330* AUDIT RECORD IS JOINED BACK TO VISREG AND LISTED WHEN IT IS
007340* DATED AFTER THE BADGE'S VALID-TO DATE.  A BADGE NO LONGER ON
007350* VISREG IS VISNOTIF'S UNMATCHED ARRIVAL, NOT AN OVERSTAY.
007360*=================================================================
007370 4000-WRITE-LATE-SIGHTINGS.
007380     MOVE SPACE TO REPORT-LINE.
007390     WRITE REPORT-LINE.
007400     MOVE "OVERSTAYS - VISITOR BADGE SEEN AFTER ITS VALID-TO DATE"
007410         TO RPT-SECTION-TITLE.
007420     MOVE GRT-REPORT-SECTION-LINE TO REPORT-LINE.
007430     WRITE REPORT-LINE.
007440     MOVE SPACE TO REPORT-LINE.
007450     WRITE REPORT-LINE.
007460     MOVE GRT-REPORT-SEEN-HEADS TO REPORT-LINE.
007470     WRITE REPORT-LINE.
007480     IF NOT GRT-AUDIT-PRESENT OR NOT GRT-VISREG-PRESENT
007490         GO TO 4000-WRITE-LATE-SIGHTINGS-NONE
007500     END-IF.
007510     CLOSE AUDIT-FILE.
007520     OPEN INPUT AUDIT-FILE.
007530     PERFORM 2100-READ-AUDIT-RECORD
007540         THRU 2100-READ-AUDIT-RECORD-EXIT.
007550     PERFORM 4100-CHECK-ONE-SIGHTING
007560         THRU 4100-CHECK-ONE-SIGHTING-EXIT
007570         UNTIL GRT-AUDIT-EOF.
007580 4000-WRITE-LATE-SIGHTINGS-NONE.
007590     IF GRT-SEEN-AFTER-WINDOW = ZERO
007600         MOVE GRT-REPORT-NONE-LINE TO REPORT-LINE
007610         WRITE REPORT-LINE
007620     END-IF.
007630 4000-WRITE-LATE-SIGHTINGS-EXIT.
007640     EXIT.
007650
007660 4100-CHECK-ONE-SIGHTING.
007670     IF AUD-RECORD-TYPE NOT = "V"
007680         GO TO 4100-CHECK-ONE-SIGHTING-NEXT
007690     END-IF.
007700     MOVE AUD-EMPLOYEE-ID TO VR-BADGE-ID.
007710     READ VISITOR-REG-FILE.
007720     IF NOT GRT-VISREG-OK
007730         GO TO 4100-CHECK-ONE-SIGHTING-NEXT
007740     END-IF.
007750     MOVE AUD-TIMESTAMP(1:8) TO GRT-SEEN-DATE.
007760     IF GRT-SEEN-DATE > VR-VALID-TO
007770         ADD 1 TO GRT-SEEN-AFTER-WINDOW
007780         MOVE VR-BADGE-ID TO RPT-SA-BADGE-ID
007790         MOVE VR-DISPLAY-NAME TO RPT-SA-DISPLAY-NAME
007800         MOVE VR-VALID-TO TO RPT-SA-VALID-TO
007810         MOVE AUD-TIMESTAMP(1:14) TO RPT-SA-SEEN-AT
007820         MOVE AUD-SITE-ID TO RPT-SA-SITE-ID
007830         MOVE GRT-REPORT-SEEN-DETAIL TO REPORT-LINE
007840         WRITE REPORT-LINE
007850     END-IF.
007860 4100-CHECK-ONE-SIGHTING-NEXT.
007870     PERFORM 2100-READ-AUDIT-RECORD
007880         THRU 2100-READ-AUDIT-RECORD-EXIT.
007890 4100-CHECK-ONE-SIGHTING-EXIT.
007900     EXIT.
007910
007920*=================================================================
007930* 5000-WRITE-WINDOW-REJECTS - EVERY OPEN REJFILE ENTRY WITH
007940* REASON "06" - THE BADGE WAS PRESENTED OUTSIDE ITS WINDOW.  THE
007950* WINDOW AS IT STANDS ON VISREG NOW SAYS WHICH SIDE: PAST THE
007960* VALID-TO DATE IS AN OVERSTAY, BEFORE THE VALID-FROM DATE IS AN
007970* EARLY ARRIVAL, AND AN ENTRY VISMAINT HAS ALREADY PURGED WAS
007980* EXPIRED.  A REJECT NOT YET CARRIED FORWARD BY REJRECYC FAILED
007990* TODAY.
008000*=================================================================
008010 5000-WRITE-WINDOW-REJECTS.
008020     MOVE SPACE TO REPORT-LINE.
008030     WRITE REPORT-LINE.
008040     MOVE "OVERSTAYS - REJECTED, REGISTRATION NOT IN EFFECT (06)"
008050         TO RPT-SECTION-TITLE.
008060     MOVE GRT-REPORT-SECTION-LINE TO REPORT-LINE.
008070     WRITE REPORT-LINE.
008080     MOVE SPACE TO REPORT-LINE.
008090     WRITE REPORT-LINE.
008100     MOVE GRT-REPORT-REJECT-HEADS TO REPORT-LINE.
008110     WRITE REPORT-LINE.
008120     PERFORM 5100-READ-REJECT-RECORD
008130         THRU 5100-READ-REJECT-RECORD-EXIT.
008140     PERFORM 5200-CHECK-ONE-REJECT
008150         THRU 5200-CHECK-ONE-REJECT-EXIT
008160         UNTIL GRT-REJECT-EOF.
008170     IF GRT-REJECTED-NOT-IN-EFFECT = ZERO
008180         MOVE GRT-REPORT-NONE-LINE TO REPORT-LINE
008190         WRITE REPORT-LINE
008200     END-IF.
008210 5000-WRITE-WINDOW-REJECTS-EXIT.
008220     EXIT.
008230
008240 5100-READ-REJECT-RECORD.
008250     IF GRT-REJECT-EOF
008260         GO TO 5100-READ-REJECT-RECORD-EXIT
008270     END-IF.
008280     MOVE SPACE TO REJECT-RECORD.
008290     READ REJECT-FILE
008300         AT END
008310             MOVE "10" TO GRT-REJECT-STATUS
008320             GO TO 5100-READ-REJECT-RECORD-EXIT
008330     END-READ.
008340     ADD 1 TO GRT-REJECTS-READ.
008350 5100-READ-REJECT-RECORD-EXIT.
008360     EXIT.
008370
008380 5200-CHECK-ONE-REJECT.
008390     IF REJ-REASON-CODE NOT = "06"
008400         GO TO 5200-CHECK-ONE-REJECT-NEXT
008410     END-IF.
008420     ADD 1 TO GRT-REJECTED-NOT-IN-EFFECT.
008430     MOVE REJ-EMPLOYEE-ID TO RPT-RJ-BADGE-ID.
008440     MOVE REJ-SITE-ID TO RPT-RJ-SITE-ID.
008450     IF REJ-FIRST-FAIL-DATE IS NUMERIC
008460             AND REJ-FIRST-FAIL-DATE > ZERO
008470         MOVE REJ-FIRST-FAIL-DATE TO RPT-RJ-FIRST-FAIL
008480     ELSE
008490         MOVE GRT-TODAY TO RPT-RJ-FIRST-FAIL
008500     END-IF.
008510     MOVE "23" TO GRT-VISREG-STATUS.
008520     IF GRT-VISREG-PRESENT
008530         MOVE REJ-EMPLOYEE-ID TO VR-BADGE-ID
008540         READ VISITOR-REG-FILE
008550     END-IF.
008560     IF NOT GRT-VISREG-OK
008570         MOVE "(NOT ON VISREG)" TO RPT-RJ-DISPLAY-NAME
008580         MOVE SPACE TO RPT-RJ-VALID-TO
008590         MOVE "EXPIRED, PURGED" TO RPT-RJ-WINDOW-NOTE
008600     ELSE
008610         MOVE VR-DISPLAY-NAME TO RPT-RJ-DISPLAY-NAME
008620         MOVE VR-VALID-TO TO RPT-RJ-VALID-TO
008630         EVALUATE TRUE
008640             WHEN VR-VALID-TO < GRT-TODAY
008650                 MOVE "EXPIRED" TO RPT-RJ-WINDOW-NOTE
008660             WHEN VR-VALID-FROM > GRT-TODAY
008670                 MOVE "NOT YET VALID" TO RPT-RJ-WINDOW-NOTE
008680             WHEN OTHER
008690                 MOVE "NOW IN EFFECT" TO RPT-RJ-WINDOW-NOTE
008700         END-EVALUATE
008710     END-IF.
008720     MOVE GRT-REPORT-REJECT-DETAIL TO REPORT-LINE.
008730     WRITE REPORT-LINE.
008740 5200-CHECK-ONE-REJECT-NEXT.
008750     PERFORM 5100-READ-REJECT-RECORD
008760         THRU 5100-READ-REJECT-RECORD-EXIT.
008770 5200-CHECK-ONE-REJECT-EXIT.
008780     EXIT.
008790
008800*=================================================================
008810* 6000-WRITE-REPORT-TOTALS - RUN TOTALS FOR OPERATIONS.
008820*=================================================================
008830 6000-WRITE-REPORT-TOTALS.
008840     MOVE SPACE TO REPORT-LINE.
008850     WRITE REPORT-LINE.
008860     MOVE "AUDIT RECORDS READ . . . . ." TO RPT-TOTAL-LABEL.
008870     MOVE GRT-AUDIT-READ TO RPT-TOTAL-COUNT.
008880     PERFORM 6100-WRITE-TOTAL-LINE
008890         THRU 6100-WRITE-TOTAL-LINE-EXIT.
008900     MOVE "VISITOR AUDIT RECORDS. . . ." TO RPT-TOTAL-LABEL.
008910     MOVE GRT-VISITOR-AUDITS TO RPT-TOTAL-COUNT.
008920     PERFORM 6100-WRITE-TOTAL-LINE
008930         THRU 6100-WRITE-TOTAL-LINE-EXIT.
008940     MOVE "REJECT RECORDS READ. . . . ." TO RPT-TOTAL-LABEL.
008950     MOVE GRT-REJECTS-READ TO RPT-TOTAL-COUNT.
008960     PERFORM 6100-WRITE-TOTAL-LINE
008970         THRU 6100-WRITE-TOTAL-LINE-EXIT.
008980     MOVE "NO-SHOWS NOTIFIED. . . . . ." TO RPT-TOTAL-LABEL.
008990     MOVE GRT-NO-SHOWS TO RPT-TOTAL-COUNT.
009000     PERFORM 6100-WRITE-TOTAL-LINE
009010         THRU 6100-WRITE-TOTAL-LINE-EXIT.
009020     MOVE "SEEN AFTER VALID-TO. . . . ." TO RPT-TOTAL-LABEL.
009030     MOVE GRT-SEEN-AFTER-WINDOW TO RPT-TOTAL-COUNT.
009040     PERFORM 6100-WRITE-TOTAL-LINE
009050         THRU 6100-WRITE-TOTAL-LINE-EXIT.
009060     MOVE "REJECTED NOT IN EFFECT . . ." TO RPT-TOTAL-LABEL.
009070     MOVE GRT-REJECTED-NOT-IN-EFFECT TO RPT-TOTAL-COUNT.
009080     PERFORM 6100-WRITE-TOTAL-LINE
009090         THRU 6100-WRITE-TOTAL-LINE-EXIT.
009100 6000-WRITE-REPORT-TOTALS-EXIT.
009110     EXIT.
009120
009130 6100-WRITE-TOTAL-LINE.
009140     MOVE GRT-REPORT-TOTAL-LINE TO REPORT-LINE.
009150     WRITE REPORT-LINE.
009160 6100-WRITE-TOTAL-LINE-EXIT.
009170     EXIT.
009180
009190*=================================================================
009200* 8000-LOOKUP-HOST-NAME - THE VERIFIED LEGAL NAME OF THE HOST IN
009210* GRT-HOST-LOOKUP-ID, OR SPACES WHEN THE HOST IS NOT ON EMPMAST.
009220*=================================================================
009230 8000-LOOKUP-HOST-NAME.
009240     MOVE SPACE TO GRT-HOST-NAME.
009250     IF NOT GRT-EMPMAST-PRESENT
009260         GO TO 8000-LOOKUP-HOST-NAME-EXIT
009270     END-IF.
009280     MOVE GRT-HOST-LOOKUP-ID TO EM-EMPLOYEE-ID.
009290     READ EMPLOYEE-MASTER-FILE.
009300     IF GRT-EMPMAST-OK
009310         MOVE EM-LEGAL-NAME TO GRT-HOST-NAME
009320     END-IF.
009330 8000-LOOKUP-HOST-NAME-EXIT.
009340     EXIT.
009350
009360*=================================================================
009370* 9000-TERMINATE - CLOSE EVERY OPEN FILE.
009380*=================================================================
009390 9000-TERMINATE.
009400     IF GRT-AUDIT-PRESENT
009410         CLOSE AUDIT-FILE
009420     END-IF.
009430     IF GRT-REJECT-PRESENT
009440         CLOSE REJECT-FILE
009450     END-IF.
009460     IF GRT-VISREG-PRESENT
009470         CLOSE VISITOR-REG-FILE
009480     END-IF.
009490     IF GRT-EMPMAST-PRESENT
009500         CLOSE EMPLOYEE-MASTER-FILE
009510     END-IF.
009520     CLOSE NOTIFY-FILE.
009530     CLOSE REPORT-FILE.
009540     PERFORM 9100-WRITE-RUN-LOG
009550         THRU 9100-WRITE-RUN-LOG-EXIT.
009560 9000-TERMINATE-EXIT.
009570     EXIT.
009580
009590*=================================================================
009600* 9100-WRITE-RUN-LOG - APPEND THE STANDARD COMPLETION RECORD
009610* TO THE SHARED RUN LOG FOR THE CHAINRPT MORNING SEQUENCE
009620* REPORT.  THE OVERSTAYS FOUND ARE CARRIED AS THE REJECTED COUNT.
009630*=================================================================
009640 9100-WRITE-RUN-LOG.
009650     OPEN EXTEND RUN-LOG-FILE.
009660     IF GRT-RUNLOG-STATUS NOT = "00"
009670             AND GRT-RUNLOG-STATUS NOT = "05"
009680         OPEN OUTPUT RUN-LOG-FILE
009690     END-IF.
009700     MOVE "VISNOSHW" TO RL-PROGRAM-ID.
009710     MOVE GRT-START-TIMESTAMP TO RL-START-TIMESTAMP.
009720     MOVE FUNCTION CURRENT-DATE TO RL-END-TIMESTAMP.
009730     MOVE GRT-AUDIT-READ TO RL-RECORDS-READ.
009740     MOVE GRT-NO-SHOWS TO RL-RECORDS-WRITTEN.
009750     COMPUTE RL-RECORDS-REJECTED = GRT-SEEN-AFTER-WINDOW
009760         + GRT-REJECTED-NOT-IN-EFFECT.
009770     MOVE "N" TO RL-RUN-STATUS.
009780     WRITE RUN-LOG-RECORD.
009790     CLOSE RUN-LOG-FILE.
009800 9100-WRITE-RUN-LOG-EXIT.
009810     EXIT.
