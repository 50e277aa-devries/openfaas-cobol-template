000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CCTMAINT.
000120 AUTHOR. D-SHIFT-APPLICATIONS.
000130 INSTALLATION. CORPORATE-FACILITIES-IT.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*---------------------------------------------------------------*
000170* CCTMAINT                                                      *
000180* BATCH MAINTENANCE FOR THE COSTCTR COST-CENTER TABLE.  READS   *
000190* FINANCE'S TRANSACTION FILE (CCTTRAN) OF ADD/CHANGE/DELETE     *
000200* TRANSACTIONS, APPLIES EACH CLEAN TRANSACTION TO THE INDEXED   *
000210* COST-CENTER TABLE, LOGS EVERY BAD TRANSACTION TO ITS OWN      *
000220* EXCEPTION FILE (CCTMEXCP), AND PRINTS A MAINTENANCE REGISTER  *
000230* (CCTREG) SO FINANCE CAN SIGN OFF ON THE CODES THE LOBBY IS    *
000240* BILLED AGAINST.                                               *
000250*                                                               *
000260* AN ADD OR CHANGE MUST CARRY A DESCRIPTION - IT IS WHAT THE    *
000270* CHGBACK REPORT PRINTS BESIDE EACH CODE.  NO COST CENTER MAY   *
000280* BE DELETED WHILE ANY EMPLOYEE MASTER RECORD STILL CARRIES     *
000290* IT - EMPMAINT REFUSES TO LOAD A CODE COSTCTR DOES NOT KNOW,   *
000300* AND THIS IS THE SAME FENCE FROM THE OTHER SIDE.               *
000310*---------------------------------------------------------------*
000320* MODIFICATION HISTORY.
000330*   10/15/2026  RMK  ORIGINAL PROGRAM - HR COST CENTERS ARE NOW
000340*                    CARRIED ON THE EMPLOYEE MASTER AND NEED A
000350*                    MAINTAINED TABLE TO BE VALIDATED AGAINST.
000360*---------------------------------------------------------------*
000370
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER. GENERIC-LINUX.
000410 OBJECT-COMPUTER. GENERIC-LINUX.
000420 SPECIAL-NAMES.
000430     CLASS COST-CENTER-CHARACTERS IS "A" THRU "Z"
000440                                     "0" THRU "9"
000450                                     SPACE.
000460
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT TRANSACTION-FILE ASSIGN TO "CCTTRAN"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS GRT-TRAN-STATUS.
000520
000530     SELECT EXCEPTION-FILE ASSIGN TO "CCTMEXCP"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS GRT-EXCEPTION-STATUS.
000560
000570     SELECT REGISTER-FILE ASSIGN TO "CCTREG"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS GRT-REGISTER-STATUS.
000600
000610     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS GRT-RUNLOG-STATUS.
000640
000650     SELECT COST-CENTER-FILE ASSIGN TO "COSTCTR"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS RANDOM
000680         RECORD KEY IS CC-COST-CENTER
000690         FILE STATUS IS GRT-COSTCTR-STATUS.
000700
000710     SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS SEQUENTIAL
000740         RECORD KEY IS EM-EMPLOYEE-ID
000750         FILE STATUS IS GRT-EMPMAST-STATUS.
000760
000770 DATA DIVISION.
000780 FILE SECTION.
000790*---------------------------------------------------------------*
000800* FINANCE EXTRACT - ONE ADD/CHANGE/DELETE TRANSACTION PER       *
000810* RECORD.  THE ACTION CODE IS "A", "C", OR "D".                 *
000820*---------------------------------------------------------------*
000830 FD  TRANSACTION-FILE.
000840 01  TRANSACTION-RECORD.
000850     05  TR-ACTION-CODE          PIC X(01).
000860     05  TR-COST-CENTER          PIC X(06).
000870     05  TR-DESCRIPTION          PIC X(30).
000880
000890*---------------------------------------------------------------*
000900* EXCEPTION FILE - TRANSACTIONS FAILING VALIDATION OR REJECTED  *
000910* BY THE TABLE ARE LOGGED HERE, NOT APPLIED.                    *
000920*---------------------------------------------------------------*
000930 FD  EXCEPTION-FILE.
000940 01  EXCEPTION-RECORD.
000950     05  EXC-TRAN-IMAGE          PIC X(37).
000960     05  EXC-REASON-CODE         PIC X(02).
000970     05  EXC-REASON-TEXT         PIC X(40).
000980
000990*---------------------------------------------------------------*
001000* MAINTENANCE REGISTER - ONE DETAIL LINE PER TRANSACTION READ,  *
001010* APPLIED OR REJECTED, PLUS RUN TOTALS.                         *
001020*---------------------------------------------------------------*
001030 FD  REGISTER-FILE.
001040 01  REGISTER-LINE               PIC X(80).
001050
001060*---------------------------------------------------------------*
001070* SHARED RUN LOG - ONE COMPLETION RECORD APPENDED PER RUN FOR   *
001080* THE CHAINRPT MORNING SEQUENCE REPORT.                         *
001090*---------------------------------------------------------------*
001100 FD  RUN-LOG-FILE.
001110     COPY RUNLGREC.
001120
001130*---------------------------------------------------------------*
001140* COST-CENTER TABLE - THE FILE BEING MAINTAINED.                *
001150*---------------------------------------------------------------*
001160 FD  COST-CENTER-FILE.
001170     COPY COSTCREC.
001180
001190*---------------------------------------------------------------*
001200* EMPLOYEE MASTER - READ STRAIGHT THROUGH ON A DELETE TO PROVE  *
001210* NO MASTER RECORD STILL CARRIES THE COST CENTER BEING DROPPED. *
001220*---------------------------------------------------------------*
001230 FD  EMPLOYEE-MASTER-FILE.
001240     COPY EMPMREC.
001250
001260 WORKING-STORAGE SECTION.
001270*---------------------------------------------------------------*
001280* FILE STATUS FIELDS AND THEIR ASSOCIATED CONDITION NAMES.      *
001290*---------------------------------------------------------------*
001300 77  GRT-TRAN-STATUS             PIC X(02) VALUE "00".
001310     88  GRT-TRAN-OK                       VALUE "00".
001320     88  GRT-TRAN-EOF                      VALUE "10".
001330
001340 77  GRT-EXCEPTION-STATUS        PIC X(02) VALUE "00".
001350 77  GRT-REGISTER-STATUS         PIC X(02) VALUE "00".
001360 77  GRT-RUNLOG-STATUS           PIC X(02) VALUE "00".
001370
001380 77  GRT-COSTCTR-STATUS          PIC X(02) VALUE "00".
001390     88  GRT-COSTCTR-OK                    VALUE "00".
001400     88  GRT-COSTCTR-DUPLICATE             VALUE "22".
001410     88  GRT-COSTCTR-NOT-FOUND             VALUE "23".
001420
001430 77  GRT-EMPMAST-STATUS          PIC X(02) VALUE "00".
001440     88  GRT-EMPMAST-OK                    VALUE "00".
001450     88  GRT-EMPMAST-EOF                   VALUE "10".
001460
001470*---------------------------------------------------------------*
001480* SWITCHES.                                                     *
001490*---------------------------------------------------------------*
001500 77  GRT-TRAN-VALID-SW           PIC X(01) VALUE "Y".
001510     88  GRT-TRAN-IS-VALID                 VALUE "Y".
001520     88  GRT-TRAN-IS-INVALID               VALUE "N".
001530
001540 77  GRT-TRAN-FILE-PRESENT-SW    PIC X(01) VALUE "N".
001550     88  GRT-TRAN-FILE-PRESENT             VALUE "Y".
001560
001570 77  GRT-COST-CENTER-IN-USE-SW   PIC X(01) VALUE "N".
001580     88  GRT-COST-CENTER-IN-USE            VALUE "Y".
001590
001600*---------------------------------------------------------------*
001610* REJECT REASON AND RUN TOTAL WORK AREAS.                       *
001620*---------------------------------------------------------------*
001630 77  GRT-REJECT-REASON-CODE      PIC X(02) VALUE SPACE.
001640 77  GRT-REJECT-REASON-TEXT      PIC X(40) VALUE SPACE.
001650 77  GRT-START-TIMESTAMP         PIC X(21) VALUE SPACE.
001660
001670 77  GRT-TRANS-READ              PIC 9(08) VALUE ZERO.
001680 77  GRT-ADDS-APPLIED            PIC 9(08) VALUE ZERO.
001690 77  GRT-CHANGES-APPLIED         PIC 9(08) VALUE ZERO.
001700 77  GRT-DELETES-APPLIED         PIC 9(08) VALUE ZERO.
001710 77  GRT-TRANS-REJECTED          PIC 9(08) VALUE ZERO.
001720
001730*---------------------------------------------------------------*
001740* MAINTENANCE REGISTER PRINT LINES.                             *
001750*---------------------------------------------------------------*
001760 01  GRT-REGISTER-HEADING.
001770     05  FILLER                  PIC X(40)
001780         VALUE "COST-CENTER TABLE MAINTENANCE REGISTER".
001790     05  FILLER                  PIC X(40) VALUE SPACE.
001800
001810 01  GRT-REGISTER-COLUMN-HEADS.
001820     05  FILLER                  PIC X(04) VALUE "ACT".
001830     05  FILLER                  PIC X(08) VALUE "COST CTR".
001840     05  FILLER                  PIC X(31) VALUE "DESCRIPTION".
001850     05  FILLER                  PIC X(09) VALUE "DISPOSITN".
001860     05  FILLER                  PIC X(28) VALUE " REASON".
001870
001880 01  GRT-REGISTER-DETAIL.
001890     05  RGD-ACTION-CODE         PIC X(01).
001900     05  FILLER                  PIC X(03) VALUE SPACE.
001910     05  RGD-COST-CENTER         PIC X(06).
001920     05  FILLER                  PIC X(02) VALUE SPACE.
001930     05  RGD-DESCRIPTION         PIC X(30).
001940     05  FILLER                  PIC X(01) VALUE SPACE.
001950     05  RGD-DISPOSITION         PIC X(08).
001960     05  FILLER                  PIC X(01) VALUE SPACE.
001970     05  RGD-REASON-CODE         PIC X(02).
001980     05  FILLER                  PIC X(01) VALUE SPACE.
001990     05  RGD-REASON-TEXT         PIC X(25).
002000
002010 01  GRT-REGISTER-NO-TRAN-LINE.
002020     05  FILLER                  PIC X(40)
002030         VALUE "NO FINANCE EXTRACT (CCTTRAN) FOUND -".
002040     05  FILLER                  PIC X(40)
002050         VALUE " NOTHING TO APPLY".
002060
002070 01  GRT-REGISTER-READ-LINE.
002080     05  FILLER                  PIC X(28)
002090         VALUE "TRANSACTIONS READ. . . . . .".
002100     05  RPT-TRANS-READ          PIC ZZZ,ZZ9.
002110     05  FILLER                 PIC X(44) VALUE SPACE.
002120
002130 01  GRT-REGISTER-ADDS-LINE.
002140     05  FILLER                  PIC X(28)
002150         VALUE "ADDS APPLIED . . . . . . . .".
002160     05  RPT-ADDS-APPLIED        PIC ZZZ,ZZ9.
002170     05  FILLER                 PIC X(44) VALUE SPACE.
002180
002190 01  GRT-REGISTER-CHANGES-LINE.
002200     05  FILLER                  PIC X(28)
002210         VALUE "CHANGES APPLIED. . . . . . .".
002220     05  RPT-CHANGES-APPLIED     PIC ZZZ,ZZ9.
002230     05  FILLER                 PIC X(44) VALUE SPACE.
002240
002250 01  GRT-REGISTER-DELETES-LINE.
002260     05  FILLER                  PIC X(28)
002270         VALUE "DELETES APPLIED. . . . . . .".
002280     05  RPT-DELETES-APPLIED     PIC ZZZ,ZZ9.
002290     05  FILLER                 PIC X(44) VALUE SPACE.
002300
002310 01  GRT-REGISTER-REJECTS-LINE.
002320     05  FILLER                  PIC X(28)
002330         VALUE "TRANSACTIONS REJECTED. . . .".
002340     05  RPT-TRANS-REJECTED      PIC ZZZ,ZZ9.
002350     05  FILLER                 PIC X(44) VALUE SPACE.
002360
002370 PROCEDURE DIVISION.
002380*=================================================================
002390* 0000-MAINLINE.
002400*=================================================================
002410 0000-MAINLINE.
002420     PERFORM 1000-INITIALIZE
002430         THRU 1000-INITIALIZE-EXIT.
002440     PERFORM 2100-READ-TRANSACTION
002450         THRU 2100-READ-TRANSACTION-EXIT.
002460     PERFORM 2200-PROCESS-ONE-TRAN
002470         THRU 2200-PROCESS-ONE-TRAN-EXIT
002480         UNTIL GRT-TRAN-EOF.
002490     PERFORM 3000-WRITE-REGISTER-TOTALS
002500         THRU 3000-WRITE-REGISTER-TOTALS-EXIT.
002510     PERFORM 9000-TERMINATE
002520         THRU 9000-TERMINATE-EXIT.
002530     STOP RUN.
002540
002550*=================================================================
002560* 1000-INITIALIZE - OPEN ALL FILES AND WRITE THE REGISTER
002570* HEADINGS.  A MISSING CCTTRAN IS NOT AN ERROR - THE REGISTER
002580* SAYS SO AND THE RUN ENDS WITH NOTHING APPLIED.  COSTCTR IS
002590* CREATED EMPTY WHEN MISSING SO THE VERY FIRST MAINTENANCE RUN
002600* CAN LOAD A NEW TABLE.  EMPMAST IS OPENED PER DELETE IN 2350,
002610* NOT HERE.
002620*=================================================================
002630 1000-INITIALIZE.
002640     MOVE FUNCTION CURRENT-DATE TO GRT-START-TIMESTAMP.
002650     OPEN INPUT TRANSACTION-FILE.
002660     IF GRT-TRAN-OK
002670         SET GRT-TRAN-FILE-PRESENT TO TRUE
002680     ELSE
002690         MOVE "10" TO GRT-TRAN-STATUS
002700     END-IF.
002710     OPEN OUTPUT EXCEPTION-FILE.
002720     OPEN OUTPUT REGISTER-FILE.
002730     OPEN I-O COST-CENTER-FILE.
002740     IF GRT-COSTCTR-STATUS NOT = "00"
002750         OPEN OUTPUT COST-CENTER-FILE
002760         CLOSE COST-CENTER-FILE
002770         OPEN I-O COST-CENTER-FILE
002780     END-IF.
002790     MOVE GRT-REGISTER-HEADING TO REGISTER-LINE.
002800     WRITE REGISTER-LINE.
002810     MOVE SPACE TO REGISTER-LINE.
002820     WRITE REGISTER-LINE.
002830     IF NOT GRT-TRAN-FILE-PRESENT
002840         MOVE GRT-REGISTER-NO-TRAN-LINE TO REGISTER-LINE
002850         WRITE REGISTER-LINE
002860     ELSE
002870         MOVE GRT-REGISTER-COLUMN-HEADS TO REGISTER-LINE
002880         WRITE REGISTER-LINE
002890     END-IF.
002900 1000-INITIALIZE-EXIT.
002910     EXIT.
002920
002930*=================================================================
002940* 2100-READ-TRANSACTION - READ THE NEXT FINANCE TRANSACTION.
002950* WHEN CCTTRAN WAS NEVER OPENED THE STATUS IS ALREADY AT
002960* END-OF-FILE AND THE MAINLINE LOOP NEVER RUNS.
002970*=================================================================
002980 2100-READ-TRANSACTION.
002990     IF GRT-TRAN-EOF
003000         GO TO 2100-READ-TRANSACTION-EXIT
003010     END-IF.
003020     READ TRANSACTION-FILE
003030         AT END
003040             MOVE "10" TO GRT-TRAN-STATUS
003050     END-READ.
003060 2100-READ-TRANSACTION-EXIT.
003070     EXIT.
003080
003090*=================================================================
003100* 2200-PROCESS-ONE-TRAN - VALIDATE ONE TRANSACTION, APPLY IT TO
003110* THE TABLE WHEN CLEAN, LOG IT TO THE EXCEPTION FILE WHEN NOT,
003120* AND PRINT IT ON THE REGISTER EITHER WAY, THEN READ THE NEXT.
003130*=================================================================
003140 2200-PROCESS-ONE-TRAN.
003150     ADD 1 TO GRT-TRANS-READ.
003160     PERFORM 2300-VALIDATE-TRANSACTION
003170         THRU 2300-VALIDATE-TRANSACTION-EXIT.
003180     IF GRT-TRAN-IS-VALID
003190         EVALUATE TR-ACTION-CODE
003200             WHEN "A"
003210                 PERFORM 2400-APPLY-ADD
003220                     THRU 2400-APPLY-ADD-EXIT
003230             WHEN "C"
003240                 PERFORM 2500-APPLY-CHANGE
003250                     THRU 2500-APPLY-CHANGE-EXIT
003260             WHEN "D"
003270                 PERFORM 2600-APPLY-DELETE
003280                     THRU 2600-APPLY-DELETE-EXIT
003290         END-EVALUATE
003300     END-IF.
003310     IF GRT-TRAN-IS-INVALID
003320         PERFORM 2700-WRITE-EXCEPTION
003330             THRU 2700-WRITE-EXCEPTION-EXIT
003340     END-IF.
003350     PERFORM 2800-WRITE-REGISTER-DETAIL
003360         THRU 2800-WRITE-REGISTER-DETAIL-EXIT.
003370     PERFORM 2100-READ-TRANSACTION
003380         THRU 2100-READ-TRANSACTION-EXIT.
003390 2200-PROCESS-ONE-TRAN-EXIT.
003400     EXIT.
003410
003420*=================================================================
003430* 2300-VALIDATE-TRANSACTION - EDIT THE TRANSACTION BEFORE IT IS
003440* ALLOWED ANYWHERE NEAR THE TABLE.  THE FIRST FAILING EDIT
003450* WINS; LATER EDITS ARE NOT RUN AGAINST A RECORD ALREADY KNOWN
003460* TO BE BAD.  A CODE IS LETTERS AND DIGITS ONLY, LEFT-JUSTIFIED,
003470* SO NOTHING FINANCE LOADS CAN BE MISTAKEN FOR THE STARRED
003480* UNASSIGNED LINE CHGBACK PRINTS.
003490*=================================================================
003500 2300-VALIDATE-TRANSACTION.
003510     SET GRT-TRAN-IS-VALID TO TRUE.
003520     MOVE SPACE TO GRT-REJECT-REASON-CODE.
003530     MOVE SPACE TO GRT-REJECT-REASON-TEXT.
003540     IF TR-ACTION-CODE NOT = "A"
003550             AND TR-ACTION-CODE NOT = "C"
003560             AND TR-ACTION-CODE NOT = "D"
003570         SET GRT-TRAN-IS-INVALID TO TRUE
003580         MOVE "50" TO GRT-REJECT-REASON-CODE
003590         MOVE "ACTION CODE NOT A, C, OR D"
003600             TO GRT-REJECT-REASON-TEXT
003610         GO TO 2300-VALIDATE-TRANSACTION-EXIT
003620     END-IF.
003630     IF TR-COST-CENTER = SPACE
003640             OR TR-COST-CENTER = LOW-VALUE
003650         SET GRT-TRAN-IS-INVALID TO TRUE
003660         MOVE "51" TO GRT-REJECT-REASON-CODE
003670         MOVE "COST CENTER MISSING"
003680             TO GRT-REJECT-REASON-TEXT
003690         GO TO 2300-VALIDATE-TRANSACTION-EXIT
003700     END-IF.
003710     IF TR-COST-CENTER IS NOT COST-CENTER-CHARACTERS
003720             OR TR-COST-CENTER(1:1) = SPACE
003730         SET GRT-TRAN-IS-INVALID TO TRUE
003740         MOVE "52" TO GRT-REJECT-REASON-CODE
003750         MOVE "INVALID CHARACTERS IN COST CENTER"
003760             TO GRT-REJECT-REASON-TEXT
003770         GO TO 2300-VALIDATE-TRANSACTION-EXIT
003780     END-IF.
003790     IF TR-ACTION-CODE NOT = "D"
003800             AND TR-DESCRIPTION = SPACE
003810         SET GRT-TRAN-IS-INVALID TO TRUE
003820         MOVE "53" TO GRT-REJECT-REASON-CODE
003830         MOVE "DESCRIPTION MISSING"
003840             TO GRT-REJECT-REASON-TEXT
003850         GO TO 2300-VALIDATE-TRANSACTION-EXIT
003860     END-IF.
003870     IF TR-ACTION-CODE = "D"
003880         PERFORM 2350-CHECK-COST-CENTER-IN-USE
003890             THRU 2350-CHECK-COST-CENTER-IN-USE-EXIT
003900     END-IF.
003910 2300-VALIDATE-TRANSACTION-EXIT.
003920     EXIT.
003930
003940*=================================================================
003950* 2350-CHECK-COST-CENTER-IN-USE - A COST CENTER STILL CARRIED ON
003960* ANY EMPLOYEE MASTER RECORD MAY NOT BE DELETED, OR THE NEXT
003970* CHGBACK WOULD PRINT THAT DEPARTMENT'S GREETINGS AGAINST A CODE
003980* WITH NO DESCRIPTION.  THE MASTER IS READ STRAIGHT THROUGH PER
003990* DELETE - DELETES ARE RARE AND THE SCAN IS THE PROOF FINANCE
004000* SIGNS OFF ON.  A MISSING MASTER HAS NOTHING CARRYING THE CODE
004010* AND PASSES.
004020*=================================================================
004030 2350-CHECK-COST-CENTER-IN-USE.
004040     MOVE "N" TO GRT-COST-CENTER-IN-USE-SW.
004050     OPEN INPUT EMPLOYEE-MASTER-FILE.
004060     IF NOT GRT-EMPMAST-OK
004070         GO TO 2350-CHECK-COST-CENTER-IN-USE-EXIT
004080     END-IF.
004090     PERFORM 2360-SCAN-MASTER-RECORD
004100         THRU 2360-SCAN-MASTER-RECORD-EXIT
004110         UNTIL GRT-EMPMAST-EOF OR GRT-COST-CENTER-IN-USE.
004120     CLOSE EMPLOYEE-MASTER-FILE.
004130     IF GRT-COST-CENTER-IN-USE
004140         SET GRT-TRAN-IS-INVALID TO TRUE
004150         MOVE "54" TO GRT-REJECT-REASON-CODE
004160         MOVE "COST CENTER STILL ON EMPLOYEE MASTER"
004170             TO GRT-REJECT-REASON-TEXT
004180     END-IF.
004190 2350-CHECK-COST-CENTER-IN-USE-EXIT.
004200     EXIT.
004210
004220 2360-SCAN-MASTER-RECORD.
004230     READ EMPLOYEE-MASTER-FILE
004240         AT END
004250             MOVE "10" TO GRT-EMPMAST-STATUS
004260             GO TO 2360-SCAN-MASTER-RECORD-EXIT
004270     END-READ.
004280     IF EM-COST-CENTER = TR-COST-CENTER
004290         SET GRT-COST-CENTER-IN-USE TO TRUE
004300     END-IF.
004310 2360-SCAN-MASTER-RECORD-EXIT.
004320     EXIT.
004330
004340*=================================================================
004350* 2400-APPLY-ADD - WRITE A NEW TABLE ENTRY.  A DUPLICATE KEY
004360* MEANS THE CODE IS ALREADY ON THE TABLE AND THE ADD IS
004370* REJECTED.
004380*=================================================================
004390 2400-APPLY-ADD.
004400     MOVE TR-COST-CENTER TO CC-COST-CENTER.
004410     MOVE TR-DESCRIPTION TO CC-DESCRIPTION.
004420     WRITE COST-CENTER-RECORD.
004430     IF GRT-COSTCTR-DUPLICATE
004440         SET GRT-TRAN-IS-INVALID TO TRUE
004450         MOVE "55" TO GRT-REJECT-REASON-CODE
004460         MOVE "DUPLICATE ADD - CODE ALREADY ON TABLE"
004470             TO GRT-REJECT-REASON-TEXT
004480         GO TO 2400-APPLY-ADD-EXIT
004490     END-IF.
004500     ADD 1 TO GRT-ADDS-APPLIED.
004510 2400-APPLY-ADD-EXIT.
004520     EXIT.
004530
004540*=================================================================
004550* 2500-APPLY-CHANGE - REPLACE THE DESCRIPTION OF AN ENTRY ALREADY
004560* ON THE TABLE.  A CHANGE FOR A CODE NOT ON THE TABLE IS
004570* REJECTED.
004580*=================================================================
004590 2500-APPLY-CHANGE.
004600     MOVE TR-COST-CENTER TO CC-COST-CENTER.
004610     READ COST-CENTER-FILE.
004620     IF GRT-COSTCTR-NOT-FOUND
004630         SET GRT-TRAN-IS-INVALID TO TRUE
004640         MOVE "56" TO GRT-REJECT-REASON-CODE
004650         MOVE "CHANGE - CODE NOT ON TABLE"
004660             TO GRT-REJECT-REASON-TEXT
004670         GO TO 2500-APPLY-CHANGE-EXIT
004680     END-IF.
004690     MOVE TR-DESCRIPTION TO CC-DESCRIPTION.
004700     REWRITE COST-CENTER-RECORD.
004710     ADD 1 TO GRT-CHANGES-APPLIED.
004720 2500-APPLY-CHANGE-EXIT.
004730     EXIT.
004740
004750*=================================================================
004760* 2600-APPLY-DELETE - REMOVE AN ENTRY ALREADY ON THE TABLE.  A
004770* DELETE FOR A CODE NOT ON THE TABLE IS REJECTED.
004780*=================================================================
004790 2600-APPLY-DELETE.
004800     MOVE TR-COST-CENTER TO CC-COST-CENTER.
004810     DELETE COST-CENTER-FILE RECORD.
004820     IF GRT-COSTCTR-NOT-FOUND
004830         SET GRT-TRAN-IS-INVALID TO TRUE
004840         MOVE "57" TO GRT-REJECT-REASON-CODE
004850         MOVE "DELETE - CODE NOT ON TABLE"
004860             TO GRT-REJECT-REASON-TEXT
004870         GO TO 2600-APPLY-DELETE-EXIT
004880     END-IF.
004890     ADD 1 TO GRT-DELETES-APPLIED.
004900 2600-APPLY-DELETE-EXIT.
004910     EXIT.
004920
004930*=================================================================
004940* 2700-WRITE-EXCEPTION - LOG A REJECTED TRANSACTION, IMAGE AND
004950* REASON, TO THE EXCEPTION FILE FOR FINANCE TO CORRECT AND
004960* RESEND.
004970*=================================================================
004980 2700-WRITE-EXCEPTION.
004990     MOVE TRANSACTION-RECORD TO EXC-TRAN-IMAGE.
005000     MOVE GRT-REJECT-REASON-CODE TO EXC-REASON-CODE.
005010     MOVE GRT-REJECT-REASON-TEXT TO EXC-REASON-TEXT.
005020     WRITE EXCEPTION-RECORD.
005030     ADD 1 TO GRT-TRANS-REJECTED.
005040 2700-WRITE-EXCEPTION-EXIT.
005050     EXIT.
005060
005070*=================================================================
005080* 2800-WRITE-REGISTER-DETAIL - PRINT ONE REGISTER LINE FOR THE
005090* TRANSACTION JUST PROCESSED, APPLIED OR REJECTED.
005100*=================================================================
005110 2800-WRITE-REGISTER-DETAIL.
005120     MOVE TR-ACTION-CODE TO RGD-ACTION-CODE.
005130     MOVE TR-COST-CENTER TO RGD-COST-CENTER.
005140     MOVE TR-DESCRIPTION TO RGD-DESCRIPTION.
005150     IF GRT-TRAN-IS-INVALID
005160         MOVE "REJECTED" TO RGD-DISPOSITION
005170         MOVE GRT-REJECT-REASON-CODE TO RGD-REASON-CODE
005180         MOVE GRT-REJECT-REASON-TEXT TO RGD-REASON-TEXT
005190     ELSE
005200         MOVE "APPLIED" TO RGD-DISPOSITION
005210         MOVE SPACE TO RGD-REASON-CODE
005220         MOVE SPACE TO RGD-REASON-TEXT
005230     END-IF.
005240     MOVE GRT-REGISTER-DETAIL TO REGISTER-LINE.
005250     WRITE REGISTER-LINE.
005260 2800-WRITE-REGISTER-DETAIL-EXIT.
005270     EXIT.
005280
005290*=================================================================
005300* 3000-WRITE-REGISTER-TOTALS - RUN TOTALS FOR THE SIGN-OFF
005310* BLOCK AT THE BOTTOM OF THE REGISTER.
005320*=================================================================
005330 3000-WRITE-REGISTER-TOTALS.
005340     MOVE SPACE TO REGISTER-LINE.
005350     WRITE REGISTER-LINE.
005360     MOVE GRT-TRANS-READ TO RPT-TRANS-READ.
005370     MOVE GRT-REGISTER-READ-LINE TO REGISTER-LINE.
005380     WRITE REGISTER-LINE.
005390     MOVE GRT-ADDS-APPLIED TO RPT-ADDS-APPLIED.
005400     MOVE GRT-REGISTER-ADDS-LINE TO REGISTER-LINE.
005410     WRITE REGISTER-LINE.
005420     MOVE GRT-CHANGES-APPLIED TO RPT-CHANGES-APPLIED.
005430     MOVE GRT-REGISTER-CHANGES-LINE TO REGISTER-LINE.
005440     WRITE REGISTER-LINE.
005450     MOVE GRT-DELETES-APPLIED TO RPT-DELETES-APPLIED.
005460     MOVE GRT-REGISTER-DELETES-LINE TO REGISTER-LINE.
005470     WRITE REGISTER-LINE.
005480     MOVE GRT-TRANS-REJECTED TO RPT-TRANS-REJECTED.
005490     MOVE GRT-REGISTER-REJECTS-LINE TO REGISTER-LINE.
005500     WRITE REGISTER-LINE.
005510 3000-WRITE-REGISTER-TOTALS-EXIT.
005520     EXIT.
005530
005540*=================================================================
005550* 9000-TERMINATE - CLOSE EVERY OPEN FILE.  EMPMAST IS OPENED
005560* AND CLOSED AROUND EACH DELETE SCAN AND IS NEVER OPEN HERE.
005570*=================================================================
005580 9000-TERMINATE.
005590     IF GRT-TRAN-FILE-PRESENT
005600         CLOSE TRANSACTION-FILE
005610     END-IF.
005620     CLOSE EXCEPTION-FILE.
005630     CLOSE REGISTER-FILE.
005640     CLOSE COST-CENTER-FILE.
005650     PERFORM 9100-WRITE-RUN-LOG
005660         THRU 9100-WRITE-RUN-LOG-EXIT.
005670 9000-TERMINATE-EXIT.
005680     EXIT.
005690
005700*=================================================================
005710* 9100-WRITE-RUN-LOG - APPEND THE STANDARD COMPLETION RECORD
005720* TO THE SHARED RUN LOG FOR THE CHAINRPT MORNING SEQUENCE
005730* REPORT.
005740*=================================================================
005750 9100-WRITE-RUN-LOG.
005760     OPEN EXTEND RUN-LOG-FILE.
005770     IF GRT-RUNLOG-STATUS NOT = "00"
005780             AND GRT-RUNLOG-STATUS NOT = "05"
005790         OPEN OUTPUT RUN-LOG-FILE
005800     END-IF.
005810     MOVE "CCTMAINT" TO RL-PROGRAM-ID.
005820     MOVE GRT-START-TIMESTAMP TO RL-START-TIMESTAMP.
005830     MOVE FUNCTION CURRENT-DATE TO RL-END-TIMESTAMP.
005840     MOVE GRT-TRANS-READ TO RL-RECORDS-READ.
005850     COMPUTE RL-RECORDS-WRITTEN = GRT-ADDS-APPLIED
005860         + GRT-CHANGES-APPLIED + GRT-DELETES-APPLIED.
005870     MOVE GRT-TRANS-REJECTED TO RL-RECORDS-REJECTED.
005880     MOVE "N" TO RL-RUN-STATUS.
005890     WRITE RUN-LOG-RECORD.
005900     CLOSE RUN-LOG-FILE.
005910 9100-WRITE-RUN-LOG-EXIT.
005920     EXIT.
