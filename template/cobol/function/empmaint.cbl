000250* DAY'S CHANGES.  LANGUAGE CODES ARE VALIDATED AGAINST THE      *
000260* SAME GREETTAB TABLE THE KIOSK GREETS FROM, SO A MASTER        *
000270* RECORD CAN NEVER CARRY A LANGUAGE THE KIOSK CANNOT SPEAK.     *
000271*                                                               *
000272* EVERY TRANSACTION CARRIES AN EFFECTIVE DATE.  ONE DATED AFTER *
000273* THE RUN DATE IS EDITED AND THEN HELD ON THE PENDING FILE      *
000274* (EMPPEND) INSTEAD OF TOUCHING THE MASTER.  EACH RUN RELEASES  *
000275* AND APPLIES EVERY HELD TRANSACTION WHOSE DATE HAS ARRIVED,    *
000276* JOURNALED LIKE ANY OTHER.  HR WITHDRAWS A HELD TRANSACTION    *
000277* WITH ACTION "X" - ITS EFFECTIVE DATE NAMES THE ONE TO         *
000278* WITHDRAW, OR A BLANK DATE WITHDRAWS EVERY ONE FOR THE ID.     *
000279* A BLANK EFFECTIVE DATE MEANS APPLY TONIGHT, AS ALWAYS.        *
000280*---------------------------------------------------------------*
000290* MODIFICATION HISTORY.
000300*   08/22/2026  RMK  ORIGINAL PROGRAM - HAND EDITS TO EMPMAST
000363*   09/02/2026  RMK  A STANDARD COMPLETION RECORD NOW GOES TO
000365*                    THE SHARED RUNLOG AT END OF RUN FOR THE
000366*                    CHAINRPT MORNING SEQUENCE REPORT.
000367*   10/15/2026  RMK  HR TRANSACTIONS NOW CARRY THE DEPARTMENT
000368*                    COST CENTER, VALIDATED AGAINST THE COSTCTR
000369*                    TABLE AND CARRIED ONTO THE MASTER FOR THE
000370*                    CHGBACK MONTHLY LOBBY CHARGEBACK.
000371*   10/15/2026  RMK  HR TRANSACTIONS NOW CARRY AN EFFECTIVE
000372*                    DATE.  FUTURE-DATED ADDS, CHANGES, AND
000373*                    DELETES ARE HELD ON EMPPEND AND RELEASED
000374*                    ON THEIR DATE; NEW ACTION "X" WITHDRAWS A
000375*                    HELD TRANSACTION.  MNTREG GAINS A PENDING-
000376*                    QUEUE SECTION.
000377*   10/15/2026  RMK  AN "X" NOW ALSO WITHDRAWS A TRANSACTION
000378*                    QUEUED EARLIER IN THE SAME EMPTRAN, AND AN
000379*                    EFFECTIVE DATE MUST BE A REAL CALENDAR DATE.
000380*---------------------------------------------------------------*
000381
000382 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER. GENERIC-LINUX.
000410 OBJECT-COMPUTER. GENERIC-LINUX.
000596         ORGANIZATION IS LINE SEQUENTIAL
000598         FILE STATUS IS GRT-JOURNAL-STATUS.
000599
000600     SELECT PENDING-FILE ASSIGN TO "EMPPEND"
000601         ORGANIZATION IS LINE SEQUENTIAL
000602         FILE STATUS IS GRT-PENDING-STATUS.
000603
000604     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000605         ORGANIZATION IS LINE SEQUENTIAL
000606         FILE STATUS IS GRT-RUNLOG-STATUS.
000607
000610     SELECT GREETING-TABLE-FILE ASSIGN TO "GREETTAB"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS RANDOM
000700         RECORD KEY IS EM-EMPLOYEE-ID
000710         FILE STATUS IS GRT-EMPMAST-STATUS.
000720
000721     SELECT COST-CENTER-FILE ASSIGN TO "COSTCTR"
000722         ORGANIZATION IS INDEXED
000723         ACCESS MODE IS RANDOM
000724         RECORD KEY IS CC-COST-CENTER
000725         FILE STATUS IS GRT-COSTCTR-STATUS.
000726
000730 DATA DIVISION.
000740 FILE SECTION.
000750*---------------------------------------------------------------*
000760* NIGHTLY HR EXTRACT - ONE ADD/CHANGE/DELETE TRANSACTION PER    *
000770* RECORD.  THE ACTION CODE IS "A", "C", "D", OR "X" (WITHDRAW   *
000772* A HELD TRANSACTION).  EACH RECORD IS READ INTO THE            *
000774* TRANSACTION-RECORD LAYOUT IN WORKING-STORAGE, THE SAME AREA A *
000776* RELEASED PENDING TRANSACTION IS PROCESSED FROM.               *
000780*---------------------------------------------------------------*
000790 FD  TRANSACTION-FILE.
000800 01  TRANSACTION-INPUT-RECORD    PIC X(86).
000870
000880*---------------------------------------------------------------*
000890* EXCEPTION FILE - TRANSACTIONS FAILING VALIDATION OR REJECTED  *
000910*---------------------------------------------------------------*
000920 FD  EXCEPTION-FILE.
000930 01  EXCEPTION-RECORD.
000940     05  EXC-TRAN-IMAGE          PIC X(86).
000950     05  EXC-REASON-CODE         PIC X(02).
000960     05  EXC-REASON-TEXT         PIC X(40).
000970
001044 FD  JOURNAL-FILE.
001046     COPY EMPJREC.
001047
001048*---------------------------------------------------------------*
001049* PENDING TRANSACTIONS - EDITED TRANSACTIONS DATED AFTER THE    *
001050* RUN THAT QUEUED THEM, HELD UNTIL THEIR EFFECTIVE DATE.  THE   *
001051* FILE IS READ WHOLE AT START OF RUN AND REWRITTEN AT THE END   *
001052* WITH ONLY THE TRANSACTIONS STILL WAITING.                     *
001053*---------------------------------------------------------------*
001054 FD  PENDING-FILE.
001055 01  PENDING-RECORD.
001056     05  PND-QUEUED-DATE         PIC 9(08).
001057     05  PND-TRAN-IMAGE          PIC X(86).
001058
001059*---------------------------------------------------------------*
001060* SHARED RUN LOG - ONE COMPLETION RECORD APPENDED PER RUN FOR   *
001061* THE CHAINRPT MORNING SEQUENCE REPORT.                         *
001062*---------------------------------------------------------------*
001063 FD  RUN-LOG-FILE.
001064     COPY RUNLGREC.
001065
001066*---------------------------------------------------------------*
001067* GREETING TEMPLATE LOOKUP - READ ONLY, TO VALIDATE THAT EVERY  *
001070* NON-BLANK TRANSACTION LANGUAGE CODE IS ONE THE KIOSK KNOWS.   *
001080*---------------------------------------------------------------*
001090 FD  GREETING-TABLE-FILE.
001200 FD  EMPLOYEE-MASTER-FILE.
001210     COPY EMPMREC.
001220
001221*---------------------------------------------------------------*
001222* COST-CENTER TABLE - READ ONLY, TO VALIDATE THAT EVERY NON-    *
001223* BLANK TRANSACTION COST CENTER IS ONE FINANCE CAN BILL.        *
001224*---------------------------------------------------------------*
001225 FD  COST-CENTER-FILE.
001226     COPY COSTCREC.
001227
001230 WORKING-STORAGE SECTION.
001240*---------------------------------------------------------------*
001250* FILE STATUS FIELDS AND THEIR ASSOCIATED CONDITION NAMES.      *
001320 77  GRT-REGISTER-STATUS         PIC X(02) VALUE "00".
001322 77  GRT-JOURNAL-STATUS          PIC X(02) VALUE "00".
001324 77  GRT-RUNLOG-STATUS           PIC X(02) VALUE "00".
001325
001326 77  GRT-PENDING-STATUS          PIC X(02) VALUE "00".
001327     88  GRT-PENDING-OK                    VALUE "00".
001328     88  GRT-PENDING-EOF                   VALUE "10".
001330
001340 77  GRT-GREETTAB-STATUS         PIC X(02) VALUE "00".
001350     88  GRT-GREETTAB-OK                   VALUE "00".
001390     88  GRT-EMPMAST-OK                    VALUE "00".
001400     88  GRT-EMPMAST-DUPLICATE             VALUE "22".
001410     88  GRT-EMPMAST-NOT-FOUND             VALUE "23".
001412
001414 77  GRT-COSTCTR-STATUS          PIC X(02) VALUE "00".
001416     88  GRT-COSTCTR-OK                    VALUE "00".
001418     88  GRT-COSTCTR-NOT-FOUND             VALUE "23".
001420
001430*---------------------------------------------------------------*
001440* SWITCHES.                                                     *
001520
001530 77  GRT-GREETTAB-PRESENT-SW     PIC X(01) VALUE "N".
001540     88  GRT-GREETTAB-PRESENT              VALUE "Y".
001542
001544 77  GRT-COSTCTR-PRESENT-SW      PIC X(01) VALUE "N".
001546     88  GRT-COSTCTR-PRESENT               VALUE "Y".
001547
001548 77  GRT-PEND-OVERFLOW-SW        PIC X(01) VALUE "N".
001549     88  GRT-PEND-OVERFLOW                 VALUE "Y".
001550
001560*---------------------------------------------------------------*
001570* REJECT REASON AND RUN TOTAL WORK AREAS.                       *
001640 77  GRT-CHANGES-APPLIED         PIC 9(08) VALUE ZERO.
001650 77  GRT-DELETES-APPLIED         PIC 9(08) VALUE ZERO.
001660 77  GRT-TRANS-REJECTED          PIC 9(08) VALUE ZERO.
001661
001662 77  GRT-DISPOSITION             PIC X(08) VALUE SPACE.
001663 77  GRT-PENDING-QUEUED          PIC 9(08) VALUE ZERO.
001664 77  GRT-PENDING-RELEASED        PIC 9(08) VALUE ZERO.
001665 77  GRT-PENDING-CANCELLED       PIC 9(08) VALUE ZERO.
001666 77  GRT-PENDING-WAITING         PIC 9(08) VALUE ZERO.
001667 77  GRT-CANCEL-MATCHES          PIC 9(08) VALUE ZERO.
001668 77  GRT-SECTION-COUNT           PIC 9(08) VALUE ZERO.
001669 77  GRT-LOOKAHEAD-DAYS          PIC 9(02) VALUE 7.
001670 77  GRT-LIST-DAY                PIC 9(02) VALUE ZERO.
001671 77  GRT-LIST-INTEGER            PIC 9(08) VALUE ZERO.
001672 77  GRT-LIST-DATE               PIC 9(08) VALUE ZERO.
001673
001674*---------------------------------------------------------------*
001675* THE TRANSACTION BEING PROCESSED - READ FROM EMPTRAN, OR       *
001676* RELEASED FROM THE PENDING TABLE, INTO THE SAME LAYOUT.  A     *
001677* BLANK EFFECTIVE DATE MEANS APPLY ON THE NIGHT IT ARRIVES.     *
001678*---------------------------------------------------------------*
001679 01  TRANSACTION-RECORD.
001680     05  TR-ACTION-CODE          PIC X(01).
001681     05  TR-EMPLOYEE-ID          PIC X(08).
001682     05  TR-LEGAL-NAME           PIC X(30).
001683     05  TR-LANGUAGE-CODE        PIC X(02).
001684     05  TR-PREFERRED-NAME       PIC X(30).
001685     05  TR-OPT-OUT-FLAG         PIC X(01).
001686     05  TR-COST-CENTER          PIC X(06).
001687     05  TR-EFFECTIVE-DATE       PIC X(08).
001688     05  TR-EFFECTIVE-DATE-N REDEFINES TR-EFFECTIVE-DATE
001689                                 PIC 9(08).
001690
001691*---------------------------------------------------------------*
001692* PENDING TABLE - THE WHOLE OF EMPPEND, HELD FOR THE RUN.  EACH *
001693* ENTRY IS WAITING, RELEASED THIS RUN, OR WITHDRAWN BY HR THIS  *
001694* RUN; ONLY WAITING ENTRIES ARE WRITTEN BACK.  A FILE LARGER    *
001695* THAN THE TABLE IS LEFT UNTOUCHED AND NOTHING IS RELEASED.     *
001696*---------------------------------------------------------------*
001697 77  GRT-PEND-MAX                PIC 9(04) COMP VALUE 2000.
001698 77  GRT-PEND-USED               PIC 9(04) COMP VALUE ZERO.
001699 77  GRT-PEND-SUB                PIC 9(04) COMP VALUE ZERO.
001700
001701 01  GRT-PEND-TABLE.
001702     05  GRT-PEND-ENTRY OCCURS 2000 TIMES.
001703         10  GRT-PEND-STATE      PIC X(01).
001704             88  GRT-PEND-WAITING          VALUE "W".
001705             88  GRT-PEND-RELEASED         VALUE "R".
001706             88  GRT-PEND-CANCELLED        VALUE "X".
001707         10  GRT-PEND-QUEUED-DATE
001708                                 PIC 9(08).
001709         10  GRT-PEND-IMAGE.
001710             15  GRT-PEND-ACTION-CODE
001711                                 PIC X(01).
001712             15  GRT-PEND-EMPLOYEE-ID
001713                                 PIC X(08).
001714             15  GRT-PEND-LEGAL-NAME
001715                                 PIC X(30).
001716             15  FILLER          PIC X(39).
001717             15  GRT-PEND-EFFECTIVE-DATE
001718                                 PIC 9(08).
001719
001720*---------------------------------------------------------------*
001721* MAINTENANCE REGISTER PRINT LINES.                             *
001722*---------------------------------------------------------------*
001723 01  GRT-REGISTER-HEADING.
001724     05  FILLER                  PIC X(40)
001730         VALUE "EMPLOYEE MASTER MAINTENANCE REGISTER".
001740     05  FILLER                  PIC X(40) VALUE SPACE.
001750
002000     05  FILLER                  PIC X(40)
002010         VALUE "NO HR EXTRACT (EMPTRAN) FOUND -".
002020     05  FILLER                  PIC X(40)
002030         VALUE " NO NEW TRANSACTIONS".
002040
002050 01  GRT-REGISTER-READ-LINE.
002060     05  FILLER                  PIC X(28)
002310         VALUE "TRANSACTIONS REJECTED. . . .".
002320     05  RPT-TRANS-REJECTED      PIC ZZZ,ZZ9.
002330     05  FILLER                 PIC X(44) VALUE SPACE.
002331
002332 01  GRT-REGISTER-QUEUED-LINE.
002333     05  FILLER                  PIC X(28)
002334         VALUE "PENDING - QUEUED THIS RUN. .".
002335     05  RPT-PENDING-QUEUED      PIC ZZZ,ZZ9.
002336     05  FILLER                  PIC X(44) VALUE SPACE.
002337
002338 01  GRT-REGISTER-RELEASED-LINE.
002339     05  FILLER                  PIC X(28)
002340         VALUE "PENDING - RELEASED . . . . .".
002341     05  RPT-PENDING-RELEASED    PIC ZZZ,ZZ9.
002342     05  FILLER                  PIC X(44) VALUE SPACE.
002343
002344 01  GRT-REGISTER-CANCELLED-LINE.
002345     05  FILLER                  PIC X(28)
002346         VALUE "PENDING - WITHDRAWN BY HR. .".
002347     05  RPT-PENDING-CANCELLED   PIC ZZZ,ZZ9.
002348     05  FILLER                  PIC X(44) VALUE SPACE.
002349
002350 01  GRT-REGISTER-WAITING-LINE.
002351     05  FILLER                  PIC X(28)
002352         VALUE "PENDING - STILL HELD . . . .".
002353     05  RPT-PENDING-WAITING     PIC ZZZ,ZZ9.
002354     05  FILLER                  PIC X(44) VALUE SPACE.
002355
002356 01  GRT-PENDING-SECTION-LINE.
002357     05  RPS-SECTION-TITLE       PIC X(50).
002358     05  FILLER                  PIC X(30) VALUE SPACE.
002359
002360 01  GRT-PENDING-COLUMN-HEADS.
002361     05  FILLER                  PIC X(10) VALUE "EFFECTIVE".
002362     05  FILLER                  PIC X(04) VALUE "ACT".
002363     05  FILLER                  PIC X(10) VALUE "EMP ID".
002364     05  FILLER                  PIC X(31) VALUE "LEGAL NAME".
002365     05  FILLER                  PIC X(25) VALUE "QUEUED".
002366
002367 01  GRT-PENDING-DETAIL.
002368     05  RPD-EFFECTIVE-DATE      PIC 9(08).
002369     05  FILLER                  PIC X(02) VALUE SPACE.
002370     05  RPD-ACTION-CODE         PIC X(01).
002371     05  FILLER                  PIC X(03) VALUE SPACE.
002372     05  RPD-EMPLOYEE-ID         PIC X(08).
002373     05  FILLER                  PIC X(02) VALUE SPACE.
002374     05  RPD-LEGAL-NAME          PIC X(30).
002375     05  FILLER                  PIC X(01) VALUE SPACE.
002376     05  RPD-QUEUED-DATE         PIC 9(08).
002377     05  FILLER                  PIC X(17) VALUE SPACE.
002378
002379 01  GRT-PENDING-NONE-LINE.
002380     05  FILLER                  PIC X(40) VALUE "  NONE".
002381     05  FILLER                  PIC X(40) VALUE SPACE.
002382
002383 01  GRT-PENDING-LATER-LINE.
002384     05  FILLER                  PIC X(28)
002385         VALUE "HELD FOR LATER DATES . . . .".
002386     05  RPT-PENDING-LATER       PIC ZZZ,ZZ9.
002387     05  FILLER                  PIC X(44) VALUE SPACE.
002388
002389 01  GRT-PENDING-OVERFLOW-LINE.
002390     05  FILLER                  PIC X(40)
002391         VALUE "PENDING FILE (EMPPEND) OVER 2000 ENTRIES".
002392     05  FILLER                  PIC X(40)
002393         VALUE " - HELD QUEUE LEFT AS IT STOOD".
002394
002395 PROCEDURE DIVISION.
002396*=================================================================
002397* 0000-MAINLINE.
002398*=================================================================
002399 0000-MAINLINE.
002400     PERFORM 1000-INITIALIZE
002410         THRU 1000-INITIALIZE-EXIT.
002411     PERFORM 1100-LOAD-PENDING-FILE
002412         THRU 1100-LOAD-PENDING-FILE-EXIT.
002413     PERFORM 1200-PRESCAN-WITHDRAWALS
002414         THRU 1200-PRESCAN-WITHDRAWALS-EXIT.
002415     PERFORM 1300-RELEASE-DUE-PENDING
002416         THRU 1300-RELEASE-DUE-PENDING-EXIT.
002420     PERFORM 2100-READ-TRANSACTION
002430         THRU 2100-READ-TRANSACTION-EXIT.
002440     PERFORM 2200-PROCESS-ONE-TRAN
002450         THRU 2200-PROCESS-ONE-TRAN-EXIT
002460         UNTIL GRT-TRAN-EOF.
002462     PERFORM 2990-SAVE-PENDING-FILE
002464         THRU 2990-SAVE-PENDING-FILE-EXIT.
002470     PERFORM 3000-WRITE-REGISTER-TOTALS
002480         THRU 3000-WRITE-REGISTER-TOTALS-EXIT.
002482     PERFORM 3500-WRITE-PENDING-QUEUE
002484         THRU 3500-WRITE-PENDING-QUEUE-EXIT.
002490     PERFORM 9000-TERMINATE
002500         THRU 9000-TERMINATE-EXIT.
002510     STOP RUN.
002530*=================================================================
002540* 1000-INITIALIZE - OPEN ALL FILES AND WRITE THE REGISTER
002550* HEADINGS.  A MISSING EMPTRAN IS NOT AN ERROR - THE REGISTER
002560* SAYS SO AND ONLY HELD TRANSACTIONS NOW DUE ARE APPLIED.
002562* EMPMAST IS CREATED EMPTY WHEN MISSING, THE SAME WAY HANDLER
002570* CREATES IT, SO THE VERY FIRST MAINTENANCE RUN CAN LOAD A NEW
002580* MASTER.  THE COLUMN HEADS ALWAYS PRINT, FOR RELEASED LINES.
002590* GREETTAB IS READ ONLY; WHEN IT IS ABSENT EVERY NON-BLANK
002600* LANGUAGE CODE REJECTS RATHER THAN LOADING CODES THE KIOSK
002610* CANNOT GREET IN.
002612* COSTCTR IS READ ONLY ON THE SAME TERMS - WHEN IT IS ABSENT
002614* EVERY NON-BLANK COST CENTER REJECTS.
002620*=================================================================
002630 1000-INITIALIZE.
002632     MOVE FUNCTION CURRENT-DATE TO GRT-CURRENT-DATE-TIME.
002730     IF GRT-GREETTAB-OK
002740         SET GRT-GREETTAB-PRESENT TO TRUE
002750     END-IF.
002752     OPEN INPUT COST-CENTER-FILE.
002754     IF GRT-COSTCTR-OK
002756         SET GRT-COSTCTR-PRESENT TO TRUE
002758     END-IF.
002760     OPEN I-O EMPLOYEE-MASTER-FILE.
002770     IF GRT-EMPMAST-STATUS NOT = "00"
002780         OPEN OUTPUT EMPLOYEE-MASTER-FILE
002860     IF NOT GRT-TRAN-FILE-PRESENT
002870         MOVE GRT-REGISTER-NO-TRAN-LINE TO REGISTER-LINE
002880         WRITE REGISTER-LINE
002920     END-IF.
002921     MOVE GRT-REGISTER-COLUMN-HEADS TO REGISTER-LINE.
002922     WRITE REGISTER-LINE.
002930 1000-INITIALIZE-EXIT.
002940     EXIT.
002941
002942*=================================================================
002943* 1100-LOAD-PENDING-FILE - LOAD EVERY HELD TRANSACTION FROM
002944* EMPPEND INTO THE PENDING TABLE.  A MISSING FILE IS AN EMPTY
002945* QUEUE.  A FILE LARGER THAN THE TABLE SETS THE OVERFLOW SWITCH;
002946* THE RUN THEN RELEASES NOTHING, QUEUES NOTHING, AND LEAVES THE
002947* FILE AS IT STOOD RATHER THAN DROP THE ENTRIES IT COULD NOT HOLD.
002948*=================================================================
002949 1100-LOAD-PENDING-FILE.
002950     OPEN INPUT PENDING-FILE.
002951     IF NOT GRT-PENDING-OK
002952         GO TO 1100-LOAD-PENDING-FILE-EXIT
002953     END-IF.
002954     PERFORM 1150-LOAD-ONE-PENDING
002955         THRU 1150-LOAD-ONE-PENDING-EXIT
002956         UNTIL GRT-PENDING-EOF
002957            OR GRT-PEND-OVERFLOW.
002958     CLOSE PENDING-FILE.
002959 1100-LOAD-PENDING-FILE-EXIT.
002960     EXIT.
002961
002962 1150-LOAD-ONE-PENDING.
002963     READ PENDING-FILE
002964         AT END
002965             MOVE "10" TO GRT-PENDING-STATUS
002966             GO TO 1150-LOAD-ONE-PENDING-EXIT
002967     END-READ.
002968     IF GRT-PEND-USED NOT < GRT-PEND-MAX
002969         SET GRT-PEND-OVERFLOW TO TRUE
002970         GO TO 1150-LOAD-ONE-PENDING-EXIT
002971     END-IF.
002972     ADD 1 TO GRT-PEND-USED.
002973     MOVE "W" TO GRT-PEND-STATE (GRT-PEND-USED).
002974     MOVE PND-QUEUED-DATE TO GRT-PEND-QUEUED-DATE (GRT-PEND-USED).
002975     MOVE PND-TRAN-IMAGE TO GRT-PEND-IMAGE (GRT-PEND-USED).
002976 1150-LOAD-ONE-PENDING-EXIT.
002977     EXIT.
002978
002979*=================================================================
002980* 1200-PRESCAN-WITHDRAWALS - PASS EMPTRAN ONCE FOR "X" ACTIONS
002981* BEFORE ANYTHING IS RELEASED, SO A HELD TRANSACTION HR WITHDRAWS
002982* ON ITS VERY EFFECTIVE DATE IS NEVER APPLIED.  EACH CLEAN "X"
002983* MARKS ITS WAITING ENTRIES WITHDRAWN; THE MAIN PASS THEN PRINTS
002984* AND COUNTS IT.  EMPTRAN IS REOPENED FOR THE MAIN PASS.
002985*=================================================================
002986 1200-PRESCAN-WITHDRAWALS.
002987     IF NOT GRT-TRAN-FILE-PRESENT
002988             OR GRT-PEND-OVERFLOW
002989         GO TO 1200-PRESCAN-WITHDRAWALS-EXIT
002990     END-IF.
002991     PERFORM 1250-PRESCAN-ONE-TRAN
002992         THRU 1250-PRESCAN-ONE-TRAN-EXIT
002993         UNTIL GRT-TRAN-EOF.
002994     CLOSE TRANSACTION-FILE.
002995     OPEN INPUT TRANSACTION-FILE.
002996 1200-PRESCAN-WITHDRAWALS-EXIT.
002997     EXIT.
002998
002999 1250-PRESCAN-ONE-TRAN.
003000     READ TRANSACTION-FILE INTO TRANSACTION-RECORD
003001         AT END
003002             MOVE "10" TO GRT-TRAN-STATUS
003003             GO TO 1250-PRESCAN-ONE-TRAN-EXIT
003004     END-READ.
003005     IF TR-ACTION-CODE NOT = "X"
003006         GO TO 1250-PRESCAN-ONE-TRAN-EXIT
003007     END-IF.
003008     PERFORM 2300-VALIDATE-TRANSACTION
003009         THRU 2300-VALIDATE-TRANSACTION-EXIT.
003010     IF GRT-TRAN-IS-INVALID
003011         GO TO 1250-PRESCAN-ONE-TRAN-EXIT
003012     END-IF.
003013     PERFORM 1260-WITHDRAW-ONE-PENDING
003014         THRU 1260-WITHDRAW-ONE-PENDING-EXIT
003015         VARYING GRT-PEND-SUB FROM 1 BY 1
003016         UNTIL GRT-PEND-SUB > GRT-PEND-USED.
003017 1250-PRESCAN-ONE-TRAN-EXIT.
003018     EXIT.
003019
003020 1260-WITHDRAW-ONE-PENDING.
003021     IF GRT-PEND-WAITING (GRT-PEND-SUB)
003022             AND GRT-PEND-EMPLOYEE-ID (GRT-PEND-SUB)
003023                 = TR-EMPLOYEE-ID
003024             AND (TR-EFFECTIVE-DATE = SPACE
003025                 OR GRT-PEND-EFFECTIVE-DATE (GRT-PEND-SUB)
003026                     = TR-EFFECTIVE-DATE-N)
003027         MOVE "X" TO GRT-PEND-STATE (GRT-PEND-SUB)
003028         ADD 1 TO GRT-PENDING-CANCELLED
003029     END-IF.
003030 1260-WITHDRAW-ONE-PENDING-EXIT.
003031     EXIT.
003032
003033*=================================================================
003034* 1300-RELEASE-DUE-PENDING - APPLY EVERY WAITING TRANSACTION
003035* WHOSE EFFECTIVE DATE HAS ARRIVED, IN THE ORDER IT WAS QUEUED.
003036* EACH IS EDITED AGAIN AGAINST TONIGHT'S MASTER AND TABLES AND
003037* APPLIED THROUGH THE SAME PARAGRAPHS AS AN EMPTRAN TRANSACTION,
003038* SO IT IS JOURNALED FOR EMPBKOUT LIKE ANY OTHER.  ONE THAT NO
003039* LONGER EDITS CLEAN GOES TO THE EXCEPTION FILE.  EITHER WAY IT
003040* LEAVES THE QUEUE.
003041*=================================================================
003042 1300-RELEASE-DUE-PENDING.
003043     IF GRT-PEND-OVERFLOW
003044         GO TO 1300-RELEASE-DUE-PENDING-EXIT
003045     END-IF.
003046     PERFORM 1350-RELEASE-ONE-PENDING
003047         THRU 1350-RELEASE-ONE-PENDING-EXIT
003048         VARYING GRT-PEND-SUB FROM 1 BY 1
003049         UNTIL GRT-PEND-SUB > GRT-PEND-USED.
003050 1300-RELEASE-DUE-PENDING-EXIT.
003051     EXIT.
003052
003053 1350-RELEASE-ONE-PENDING.
003054     IF NOT GRT-PEND-WAITING (GRT-PEND-SUB)
003055             OR GRT-PEND-EFFECTIVE-DATE (GRT-PEND-SUB)
003056                 > GRT-RUN-DATE
003057         GO TO 1350-RELEASE-ONE-PENDING-EXIT
003058     END-IF.
003059     MOVE "R" TO GRT-PEND-STATE (GRT-PEND-SUB).
003060     ADD 1 TO GRT-PENDING-RELEASED.
003061     MOVE GRT-PEND-IMAGE (GRT-PEND-SUB) TO TRANSACTION-RECORD.
003062     MOVE "RELEASED" TO GRT-DISPOSITION.
003063     PERFORM 2300-VALIDATE-TRANSACTION
003064         THRU 2300-VALIDATE-TRANSACTION-EXIT.
003065     IF GRT-TRAN-IS-VALID
003066         PERFORM 2250-ROUTE-TRANSACTION
003067             THRU 2250-ROUTE-TRANSACTION-EXIT
003068     END-IF.
003069     IF GRT-TRAN-IS-INVALID
003070         PERFORM 2700-WRITE-EXCEPTION
003071             THRU 2700-WRITE-EXCEPTION-EXIT
003072     END-IF.
003073     PERFORM 2800-WRITE-REGISTER-DETAIL
003074         THRU 2800-WRITE-REGISTER-DETAIL-EXIT.
003075 1350-RELEASE-ONE-PENDING-EXIT.
003076     EXIT.
003077
003078*=================================================================
003079* 2100-READ-TRANSACTION - READ THE NEXT HR TRANSACTION.  WHEN
003080* EMPTRAN WAS NEVER OPENED THE STATUS IS ALREADY AT END-OF-FILE
003081* AND THE MAINLINE LOOP NEVER RUNS.
003082*=================================================================
003083 2100-READ-TRANSACTION.
003084     IF GRT-TRAN-EOF
003085         GO TO 2100-READ-TRANSACTION-EXIT
003086     END-IF.
003087     READ TRANSACTION-FILE INTO TRANSACTION-RECORD
003088         AT END
003089             MOVE "10" TO GRT-TRAN-STATUS
003090     END-READ.
003091 2100-READ-TRANSACTION-EXIT.
003100     EXIT.
003110
003120*=================================================================
003130* 2200-PROCESS-ONE-TRAN - VALIDATE ONE TRANSACTION, APPLY OR
003132* QUEUE IT WHEN CLEAN, LOG IT TO THE EXCEPTION FILE WHEN NOT,
003150* AND PRINT IT ON THE REGISTER EITHER WAY, THEN READ THE NEXT.
003160*=================================================================
003170 2200-PROCESS-ONE-TRAN.
003180     ADD 1 TO GRT-TRANS-READ.
003182     MOVE "APPLIED" TO GRT-DISPOSITION.
003190     PERFORM 2300-VALIDATE-TRANSACTION
003200         THRU 2300-VALIDATE-TRANSACTION-EXIT.
003210     IF GRT-TRAN-IS-VALID
003212         PERFORM 2250-ROUTE-TRANSACTION
003214             THRU 2250-ROUTE-TRANSACTION-EXIT
003330     END-IF.
003340     IF GRT-TRAN-IS-INVALID
003350         PERFORM 2700-WRITE-EXCEPTION
003410         THRU 2100-READ-TRANSACTION-EXIT.
003420 2200-PROCESS-ONE-TRAN-EXIT.
003430     EXIT.
003431
003432*=================================================================
003433* 2250-ROUTE-TRANSACTION - SEND A CLEAN TRANSACTION WHERE IT
003434* BELONGS.  A WITHDRAWAL IS CONFIRMED AGAINST THE PENDING TABLE;
003435* ONE DATED AFTER THE RUN DATE IS QUEUED; ANY OTHER IS APPLIED
003436* TO THE MASTER NOW.
003437*=================================================================
003438 2250-ROUTE-TRANSACTION.
003439     IF TR-ACTION-CODE = "X"
003440         PERFORM 2900-CONFIRM-WITHDRAWAL
003441             THRU 2900-CONFIRM-WITHDRAWAL-EXIT
003442         GO TO 2250-ROUTE-TRANSACTION-EXIT
003443     END-IF.
003444     IF TR-EFFECTIVE-DATE NOT = SPACE
003445             AND TR-EFFECTIVE-DATE-N > GRT-RUN-DATE
003446         PERFORM 2950-QUEUE-PENDING
003447             THRU 2950-QUEUE-PENDING-EXIT
003448         GO TO 2250-ROUTE-TRANSACTION-EXIT
003449     END-IF.
003450     EVALUATE TR-ACTION-CODE
003451         WHEN "A"
003452             PERFORM 2400-APPLY-ADD
003453                 THRU 2400-APPLY-ADD-EXIT
003454         WHEN "C"
003455             PERFORM 2500-APPLY-CHANGE
003456                 THRU 2500-APPLY-CHANGE-EXIT
003457         WHEN "D"
003458             PERFORM 2600-APPLY-DELETE
003459                 THRU 2600-APPLY-DELETE-EXIT
003460     END-EVALUATE.
003461 2250-ROUTE-TRANSACTION-EXIT.
003462     EXIT.
003463
003464*=================================================================
003465* 2300-VALIDATE-TRANSACTION - EDIT THE TRANSACTION BEFORE IT IS
003470* ALLOWED ANYWHERE NEAR THE MASTER.  THE FIRST FAILING EDIT
003480* WINS; LATER EDITS ARE NOT RUN AGAINST A RECORD ALREADY KNOWN
003490* TO BE BAD.  A WITHDRAWAL ("X") NEEDS ONLY AN EMPLOYEE ID AND,
003492* OPTIONALLY, THE EFFECTIVE DATE OF THE HELD TRANSACTION.
003500*=================================================================
003510 2300-VALIDATE-TRANSACTION.
003520     SET GRT-TRAN-IS-VALID TO TRUE.
003550     IF TR-ACTION-CODE NOT = "A"
003560             AND TR-ACTION-CODE NOT = "C"
003570             AND TR-ACTION-CODE NOT = "D"
003572             AND TR-ACTION-CODE NOT = "X"
003580         SET GRT-TRAN-IS-INVALID TO TRUE
003590         MOVE "10" TO GRT-REJECT-REASON-CODE
003600         MOVE "ACTION CODE NOT A, C, D, OR X"
003610             TO GRT-REJECT-REASON-TEXT
003620         GO TO 2300-VALIDATE-TRANSACTION-EXIT
003630     END-IF.
003750             TO GRT-REJECT-REASON-TEXT
003760         GO TO 2300-VALIDATE-TRANSACTION-EXIT
003770     END-IF.
003771     IF TR-EFFECTIVE-DATE NOT = SPACE
003772         IF TR-EFFECTIVE-DATE IS NOT NUMERIC
003773             SET GRT-TRAN-IS-INVALID TO TRUE
003774         ELSE
003775             IF FUNCTION TEST-DATE-YYYYMMDD (TR-EFFECTIVE-DATE-N)
003776                     NOT = ZERO
003777                 SET GRT-TRAN-IS-INVALID TO TRUE
003778             END-IF
003779         END-IF
003780     END-IF.
003781     IF GRT-TRAN-IS-INVALID
003782         MOVE "70" TO GRT-REJECT-REASON-CODE
003783         MOVE "EFFECTIVE DATE NOT A VALID DATE"
003784             TO GRT-REJECT-REASON-TEXT
003785         GO TO 2300-VALIDATE-TRANSACTION-EXIT
003786     END-IF.
003787     IF TR-ACTION-CODE = "X"
003788         GO TO 2300-VALIDATE-TRANSACTION-EXIT
003789     END-IF.
003790     IF TR-ACTION-CODE NOT = "D"
003791             AND TR-LEGAL-NAME = SPACE
003800         SET GRT-TRAN-IS-INVALID TO TRUE
003810         MOVE "13" TO GRT-REJECT-REASON-CODE
003820         MOVE "LEGAL NAME MISSING"
003980         PERFORM 2350-VALIDATE-LANGUAGE-CODE
003990             THRU 2350-VALIDATE-LANGUAGE-CODE-EXIT
004000     END-IF.
004001     IF GRT-TRAN-IS-INVALID
004002         GO TO 2300-VALIDATE-TRANSACTION-EXIT
004003     END-IF.
004004     IF TR-ACTION-CODE NOT = "D"
004005             AND TR-COST-CENTER NOT = SPACE
004006         PERFORM 2360-VALIDATE-COST-CENTER
004007             THRU 2360-VALIDATE-COST-CENTER-EXIT
004008     END-IF.
004010 2300-VALIDATE-TRANSACTION-EXIT.
004020     EXIT.
004030
004260 2350-VALIDATE-LANGUAGE-CODE-EXIT.
004270     EXIT.
004280
004281*=================================================================
004282* 2360-VALIDATE-COST-CENTER - A NON-BLANK COST CENTER MUST EXIST
004283* ON COSTCTR.  A BLANK CODE IS ALLOWED - HR SENDS THE CODE ONCE
004284* THE DEPARTMENT IS KNOWN - AND CHGBACK BILLS THAT EMPLOYEE'S
004285* GREETINGS TO ITS UNASSIGNED LINE UNTIL IT ARRIVES.
004286*=================================================================
004287 2360-VALIDATE-COST-CENTER.
004288     IF NOT GRT-COSTCTR-PRESENT
004289         SET GRT-TRAN-IS-INVALID TO TRUE
004290         MOVE "19" TO GRT-REJECT-REASON-CODE
004291         MOVE "COST CENTER NOT ON COST-CENTER TABLE"
004292             TO GRT-REJECT-REASON-TEXT
004293         GO TO 2360-VALIDATE-COST-CENTER-EXIT
004294     END-IF.
004295     MOVE TR-COST-CENTER TO CC-COST-CENTER.
004296     READ COST-CENTER-FILE.
004297     IF GRT-COSTCTR-NOT-FOUND
004298         SET GRT-TRAN-IS-INVALID TO TRUE
004299         MOVE "19" TO GRT-REJECT-REASON-CODE
004300         MOVE "COST CENTER NOT ON COST-CENTER TABLE"
004301             TO GRT-REJECT-REASON-TEXT
004302     END-IF.
004303 2360-VALIDATE-COST-CENTER-EXIT.
004304     EXIT.
004305
004306*=================================================================
004307* 2400-APPLY-ADD - WRITE A NEW MASTER RECORD.  A DUPLICATE KEY
004310* MEANS THE ID IS ALREADY ON FILE AND THE ADD IS REJECTED.
004320*=================================================================
004330 2400-APPLY-ADD.
004360     MOVE TR-LANGUAGE-CODE TO EM-LANGUAGE-CODE.
004370     MOVE TR-PREFERRED-NAME TO EM-PREFERRED-NAME.
004380     MOVE TR-OPT-OUT-FLAG TO EM-OPT-OUT-FLAG.
004382     MOVE TR-COST-CENTER TO EM-COST-CENTER.
004390     WRITE EMPLOYEE-MASTER-RECORD.
004400     IF GRT-EMPMAST-DUPLICATE
004410         SET GRT-TRAN-IS-INVALID TO TRUE
004490     EXIT.
004500
004510*=================================================================
004520* 2500-APPLY-CHANGE - REPLACE THE NAME, LANGUAGE, AND COST
004530* CENTER OF A RECORD ALREADY ON FILE.  A CHANGE FOR AN ID NOT
004532* ON FILE IS REJECTED.
004540*=================================================================
004550 2500-APPLY-CHANGE.
004560     MOVE TR-EMPLOYEE-ID TO EM-EMPLOYEE-ID.
004660     MOVE TR-LANGUAGE-CODE TO EM-LANGUAGE-CODE.
004670     MOVE TR-PREFERRED-NAME TO EM-PREFERRED-NAME.
004680     MOVE TR-OPT-OUT-FLAG TO EM-OPT-OUT-FLAG.
004682     MOVE TR-COST-CENTER TO EM-COST-CENTER.
004690     REWRITE EMPLOYEE-MASTER-RECORD.
004700     ADD 1 TO GRT-CHANGES-APPLIED.
004710 2500-APPLY-CHANGE-EXIT.
005054
005055*=================================================================
005060* 2800-WRITE-REGISTER-DETAIL - PRINT ONE REGISTER LINE FOR THE
005070* TRANSACTION JUST PROCESSED - APPLIED, RELEASED FROM THE
005072* QUEUE, QUEUED AS PENDING, WITHDRAWN, OR REJECTED.  ALL BUT A
005074* PLAIN APPLY OR REJECT SHOW THE EFFECTIVE DATE IN THE REASON.
005080*=================================================================
005090 2800-WRITE-REGISTER-DETAIL.
005100     MOVE TR-ACTION-CODE TO RGD-ACTION-CODE.
005160         MOVE GRT-REJECT-REASON-CODE TO RGD-REASON-CODE
005170         MOVE GRT-REJECT-REASON-TEXT TO RGD-REASON-TEXT
005180     ELSE
005190         MOVE GRT-DISPOSITION TO RGD-DISPOSITION
005200         MOVE SPACE TO RGD-REASON-CODE
005210         MOVE SPACE TO RGD-REASON-TEXT
005220     END-IF.
005221     IF GRT-TRAN-IS-VALID
005222             AND GRT-DISPOSITION NOT = "APPLIED"
005223         IF TR-EFFECTIVE-DATE = SPACE
005224             MOVE "ALL HELD FOR ID" TO RGD-REASON-TEXT
005225         ELSE
005226             STRING "EFFECTIVE " TR-EFFECTIVE-DATE
005227                 DELIMITED BY SIZE INTO RGD-REASON-TEXT
005228         END-IF
005229     END-IF.
005230     MOVE GRT-REGISTER-DETAIL TO REGISTER-LINE.
005240     WRITE REGISTER-LINE.
005250 2800-WRITE-REGISTER-DETAIL-EXIT.
005260     EXIT.
005261
005262*=================================================================
005263* 2900-CONFIRM-WITHDRAWAL - THE PRESCAN HAS ALREADY MARKED THE
005264* HELD TRANSACTIONS THIS "X" NAMES THAT WERE ON EMPPEND; ONE
005265* QUEUED EARLIER IN TONIGHT'S EMPTRAN IS WITHDRAWN HERE.  THE "X"
005266* IS THEN CONFIRMED FOR THE REGISTER.  ONE THAT MATCHED NOTHING
005267* STILL WAITING IS REJECTED SO HR KNOWS THE TRANSACTION IT MEANT
005268* TO STOP WAS NOT THERE.
005269*=================================================================
005270 2900-CONFIRM-WITHDRAWAL.
005271     IF GRT-PEND-OVERFLOW
005272         SET GRT-TRAN-IS-INVALID TO TRUE
005273         MOVE "72" TO GRT-REJECT-REASON-CODE
005274         MOVE "PENDING FILE FULL - NOT PROCESSED"
005275             TO GRT-REJECT-REASON-TEXT
005276         GO TO 2900-CONFIRM-WITHDRAWAL-EXIT
005277     END-IF.
005278     MOVE ZERO TO GRT-CANCEL-MATCHES.
005279     PERFORM 1260-WITHDRAW-ONE-PENDING
005280         THRU 1260-WITHDRAW-ONE-PENDING-EXIT
005281         VARYING GRT-PEND-SUB FROM 1 BY 1
005282         UNTIL GRT-PEND-SUB > GRT-PEND-USED.
005283     PERFORM 2910-COUNT-ONE-WITHDRAWN
005284         THRU 2910-COUNT-ONE-WITHDRAWN-EXIT
005285         VARYING GRT-PEND-SUB FROM 1 BY 1
005286         UNTIL GRT-PEND-SUB > GRT-PEND-USED.
005287     IF GRT-CANCEL-MATCHES = ZERO
005288         SET GRT-TRAN-IS-INVALID TO TRUE
005289         MOVE "71" TO GRT-REJECT-REASON-CODE
005290         MOVE "WITHDRAW - NO HELD TRANSACTION"
005291             TO GRT-REJECT-REASON-TEXT
005292         GO TO 2900-CONFIRM-WITHDRAWAL-EXIT
005293     END-IF.
005294     MOVE "WITHDRWN" TO GRT-DISPOSITION.
005295 2900-CONFIRM-WITHDRAWAL-EXIT.
005296     EXIT.
005297
005298 2910-COUNT-ONE-WITHDRAWN.
005299     IF GRT-PEND-CANCELLED (GRT-PEND-SUB)
005300             AND GRT-PEND-EMPLOYEE-ID (GRT-PEND-SUB)
005301                 = TR-EMPLOYEE-ID
005302             AND (TR-EFFECTIVE-DATE = SPACE
005303                 OR GRT-PEND-EFFECTIVE-DATE (GRT-PEND-SUB)
005304                     = TR-EFFECTIVE-DATE-N)
005305         ADD 1 TO GRT-CANCEL-MATCHES
005306     END-IF.
005307 2910-COUNT-ONE-WITHDRAWN-EXIT.
005308     EXIT.
005309
005310*=================================================================
005311* 2950-QUEUE-PENDING - HOLD A CLEAN FUTURE-DATED TRANSACTION IN
005312* THE PENDING TABLE, STAMPED WITH TONIGHT'S DATE.  THE MASTER IS
005313* NOT TOUCHED UNTIL THE RUN ON OR AFTER ITS EFFECTIVE DATE.
005314*=================================================================
005315 2950-QUEUE-PENDING.
005316     IF GRT-PEND-OVERFLOW
005317             OR GRT-PEND-USED NOT < GRT-PEND-MAX
005318         SET GRT-TRAN-IS-INVALID TO TRUE
005319         MOVE "72" TO GRT-REJECT-REASON-CODE
005320         MOVE "PENDING FILE FULL - NOT PROCESSED"
005321             TO GRT-REJECT-REASON-TEXT
005322         GO TO 2950-QUEUE-PENDING-EXIT
005323     END-IF.
005324     ADD 1 TO GRT-PEND-USED.
005325     MOVE "W" TO GRT-PEND-STATE (GRT-PEND-USED).
005326     MOVE GRT-RUN-DATE TO GRT-PEND-QUEUED-DATE (GRT-PEND-USED).
005327     MOVE TRANSACTION-RECORD TO GRT-PEND-IMAGE (GRT-PEND-USED).
005328     ADD 1 TO GRT-PENDING-QUEUED.
005329     MOVE "PENDING" TO GRT-DISPOSITION.
005330 2950-QUEUE-PENDING-EXIT.
005331     EXIT.
005332
005333*=================================================================
005334* 2990-SAVE-PENDING-FILE - REWRITE EMPPEND WITH EVERY ENTRY STILL
005335* WAITING.  RELEASED AND WITHDRAWN ENTRIES DROP OUT HERE.  AFTER
005336* AN OVERFLOW THE FILE IS LEFT EXACTLY AS IT WAS READ.
005337*=================================================================
005338 2990-SAVE-PENDING-FILE.
005339     IF GRT-PEND-OVERFLOW
005340         GO TO 2990-SAVE-PENDING-FILE-EXIT
005341     END-IF.
005342     OPEN OUTPUT PENDING-FILE.
005343     PERFORM 2995-SAVE-ONE-PENDING
005344         THRU 2995-SAVE-ONE-PENDING-EXIT
005345         VARYING GRT-PEND-SUB FROM 1 BY 1
005346         UNTIL GRT-PEND-SUB > GRT-PEND-USED.
005347     CLOSE PENDING-FILE.
005348 2990-SAVE-PENDING-FILE-EXIT.
005349     EXIT.
005350
005351 2995-SAVE-ONE-PENDING.
005352     IF NOT GRT-PEND-WAITING (GRT-PEND-SUB)
005353         GO TO 2995-SAVE-ONE-PENDING-EXIT
005354     END-IF.
005355     MOVE GRT-PEND-QUEUED-DATE (GRT-PEND-SUB) TO PND-QUEUED-DATE.
005356     MOVE GRT-PEND-IMAGE (GRT-PEND-SUB) TO PND-TRAN-IMAGE.
005357     WRITE PENDING-RECORD.
005358     ADD 1 TO GRT-PENDING-WAITING.
005359 2995-SAVE-ONE-PENDING-EXIT.
005360     EXIT.
005361
005362*=================================================================
005363* 3000-WRITE-REGISTER-TOTALS - RUN TOTALS FOR THE SIGN-OFF
005364* BLOCK AT THE BOTTOM OF THE REGISTER.
005365*=================================================================
005366 3000-WRITE-REGISTER-TOTALS.
005367     MOVE SPACE TO REGISTER-LINE.
005368     WRITE REGISTER-LINE.
005369     MOVE GRT-TRANS-READ TO RPT-TRANS-READ.
005370     MOVE GRT-REGISTER-READ-LINE TO REGISTER-LINE.
005371     WRITE REGISTER-LINE.
005380     MOVE GRT-ADDS-APPLIED TO RPT-ADDS-APPLIED.
005390     MOVE GRT-REGISTER-ADDS-LINE TO REGISTER-LINE.
005400     WRITE REGISTER-LINE.
005470     MOVE GRT-TRANS-REJECTED TO RPT-TRANS-REJECTED.
005480     MOVE GRT-REGISTER-REJECTS-LINE TO REGISTER-LINE.
005490     WRITE REGISTER-LINE.
005491     MOVE GRT-PENDING-QUEUED TO RPT-PENDING-QUEUED.
005492     MOVE GRT-REGISTER-QUEUED-LINE TO REGISTER-LINE.
005493     WRITE REGISTER-LINE.
005494     MOVE GRT-PENDING-RELEASED TO RPT-PENDING-RELEASED.
005495     MOVE GRT-REGISTER-RELEASED-LINE TO REGISTER-LINE.
005496     WRITE REGISTER-LINE.
005497     MOVE GRT-PENDING-CANCELLED TO RPT-PENDING-CANCELLED.
005498     MOVE GRT-REGISTER-CANCELLED-LINE TO REGISTER-LINE.
005499     WRITE REGISTER-LINE.
005500     MOVE GRT-PENDING-WAITING TO RPT-PENDING-WAITING.
005501     MOVE GRT-REGISTER-WAITING-LINE TO REGISTER-LINE.
005502     WRITE REGISTER-LINE.
005503 3000-WRITE-REGISTER-TOTALS-EXIT.
005510     EXIT.
005511
005512*=================================================================
005513* 3500-WRITE-PENDING-QUEUE - THE PENDING-QUEUE SECTION OF THE
005514* REGISTER: EVERY HELD TRANSACTION FALLING DUE IN THE NEXT SEVEN
005515* DAYS, BY EFFECTIVE DATE, A COUNT OF THOSE HELD FOR LATER, AND
005516* EVERY HELD TRANSACTION HR WITHDREW THIS RUN.
005517*=================================================================
005518 3500-WRITE-PENDING-QUEUE.
005519     MOVE SPACE TO REGISTER-LINE.
005520     WRITE REGISTER-LINE.
005521     IF GRT-PEND-OVERFLOW
005522         MOVE GRT-PENDING-OVERFLOW-LINE TO REGISTER-LINE
005523         WRITE REGISTER-LINE
005524         GO TO 3500-WRITE-PENDING-QUEUE-EXIT
005525     END-IF.
005526     MOVE "PENDING QUEUE - DUE IN THE NEXT 7 DAYS"
005527         TO RPS-SECTION-TITLE.
005528     MOVE GRT-PENDING-SECTION-LINE TO REGISTER-LINE.
005529     WRITE REGISTER-LINE.
005530     MOVE GRT-PENDING-COLUMN-HEADS TO REGISTER-LINE.
005531     WRITE REGISTER-LINE.
005532     MOVE ZERO TO GRT-SECTION-COUNT.
005533     PERFORM 3550-LIST-ONE-DAY
005534         THRU 3550-LIST-ONE-DAY-EXIT
005535         VARYING GRT-LIST-DAY FROM 1 BY 1
005536         UNTIL GRT-LIST-DAY > GRT-LOOKAHEAD-DAYS.
005537     IF GRT-SECTION-COUNT = ZERO
005538         MOVE GRT-PENDING-NONE-LINE TO REGISTER-LINE
005539         WRITE REGISTER-LINE
005540     END-IF.
005541     COMPUTE RPT-PENDING-LATER = GRT-PENDING-WAITING
005542         - GRT-SECTION-COUNT.
005543     MOVE GRT-PENDING-LATER-LINE TO REGISTER-LINE.
005544     WRITE REGISTER-LINE.
005545     MOVE SPACE TO REGISTER-LINE.
005546     WRITE REGISTER-LINE.
005547     MOVE "PENDING QUEUE - WITHDRAWN BY HR THIS RUN"
005548         TO RPS-SECTION-TITLE.
005549     MOVE GRT-PENDING-SECTION-LINE TO REGISTER-LINE.
005550     WRITE REGISTER-LINE.
005551     MOVE GRT-PENDING-COLUMN-HEADS TO REGISTER-LINE.
005552     WRITE REGISTER-LINE.
005553     MOVE ZERO TO GRT-SECTION-COUNT.
005554     PERFORM 3570-LIST-ONE-WITHDRAWN
005555         THRU 3570-LIST-ONE-WITHDRAWN-EXIT
005556         VARYING GRT-PEND-SUB FROM 1 BY 1
005557         UNTIL GRT-PEND-SUB > GRT-PEND-USED.
005558     IF GRT-SECTION-COUNT = ZERO
005559         MOVE GRT-PENDING-NONE-LINE TO REGISTER-LINE
005560         WRITE REGISTER-LINE
005561     END-IF.
005562 3500-WRITE-PENDING-QUEUE-EXIT.
005563     EXIT.
005564
005565 3550-LIST-ONE-DAY.
005566     COMPUTE GRT-LIST-INTEGER =
005567         FUNCTION INTEGER-OF-DATE (GRT-RUN-DATE) + GRT-LIST-DAY.
005568     COMPUTE GRT-LIST-DATE =
005569         FUNCTION DATE-OF-INTEGER (GRT-LIST-INTEGER).
005570     PERFORM 3560-LIST-ONE-SCHEDULED
005571         THRU 3560-LIST-ONE-SCHEDULED-EXIT
005572         VARYING GRT-PEND-SUB FROM 1 BY 1
005573         UNTIL GRT-PEND-SUB > GRT-PEND-USED.
005574 3550-LIST-ONE-DAY-EXIT.
005575     EXIT.
005576
005577 3560-LIST-ONE-SCHEDULED.
005578     IF GRT-PEND-WAITING (GRT-PEND-SUB)
005579             AND GRT-PEND-EFFECTIVE-DATE (GRT-PEND-SUB)
005580                 = GRT-LIST-DATE
005581         PERFORM 3580-WRITE-PENDING-DETAIL
005582             THRU 3580-WRITE-PENDING-DETAIL-EXIT
005583     END-IF.
005584 3560-LIST-ONE-SCHEDULED-EXIT.
005585     EXIT.
005586
005587 3570-LIST-ONE-WITHDRAWN.
005588     IF GRT-PEND-CANCELLED (GRT-PEND-SUB)
005589         PERFORM 3580-WRITE-PENDING-DETAIL
005590             THRU 3580-WRITE-PENDING-DETAIL-EXIT
005591     END-IF.
005592 3570-LIST-ONE-WITHDRAWN-EXIT.
005593     EXIT.
005594
005595 3580-WRITE-PENDING-DETAIL.
005596     MOVE GRT-PEND-EFFECTIVE-DATE (GRT-PEND-SUB)
005597         TO RPD-EFFECTIVE-DATE.
005598     MOVE GRT-PEND-ACTION-CODE (GRT-PEND-SUB) TO RPD-ACTION-CODE.
005599     MOVE GRT-PEND-EMPLOYEE-ID (GRT-PEND-SUB) TO RPD-EMPLOYEE-ID.
005600     MOVE GRT-PEND-LEGAL-NAME (GRT-PEND-SUB) TO RPD-LEGAL-NAME.
005601     MOVE GRT-PEND-QUEUED-DATE (GRT-PEND-SUB) TO RPD-QUEUED-DATE.
005602     MOVE GRT-PENDING-DETAIL TO REGISTER-LINE.
005603     WRITE REGISTER-LINE.
005604     ADD 1 TO GRT-SECTION-COUNT.
005605 3580-WRITE-PENDING-DETAIL-EXIT.
005606     EXIT.
005607
005608*=================================================================
005609* 9000-TERMINATE - CLOSE EVERY OPEN FILE.
005610*=================================================================
005611 9000-TERMINATE.
005612     IF GRT-TRAN-FILE-PRESENT
005613         CLOSE TRANSACTION-FILE
005614     END-IF.
005615     CLOSE EXCEPTION-FILE.
005616     CLOSE REGISTER-FILE.
005617     CLOSE JOURNAL-FILE.
005620     IF GRT-GREETTAB-PRESENT
005630         CLOSE GREETING-TABLE-FILE
005640     END-IF.
005642     IF GRT-COSTCTR-PRESENT
005644         CLOSE COST-CENTER-FILE
005646     END-IF.
005650     CLOSE EMPLOYEE-MASTER-FILE.
005652     PERFORM 9100-WRITE-RUN-LOG
005654         THRU 9100-WRITE-RUN-LOG-EXIT.
