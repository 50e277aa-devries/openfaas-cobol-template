000963*                    AUDIT RECORD CARRIES AN EVENT FLAG SO
000964*                    GREETRPT TOTALS STILL RECONCILE.  ANY
000965*                    UNLISTED DATE GREETS EXACTLY AS BEFORE.
000966*   10/15/2026  RMK  BADGE STATUS INQUIRY MODE - WHEN RUNMODE
000967*                    SAYS "INQUIRY", EACH STDIN BADGE IS ANSWERED
000968*                    WITH ONE JSON OBJECT (GREETED TODAY, FIRST
000969*                    GREETING TIME AND LOBBY, NAME, OPT-OUT) AND
000970*                    NOBODY IS GREETED.  AUDITLOG, REJFILE, AND
000971*                    RESTART ARE NOT TOUCHED, AND A WATCHED BADGE
000972*                    STILL DROPS ITS SILENT SECEXT ALERT.
000973*   10/15/2026  RMK  GREETDAY NOW CARRIES THE SITE ID OF THE
000974*                    BADGE'S FIRST GREETING OF THE DAY.
000975*   10/15/2026  RMK  A SECEXT ALERT RAISED BY AN INQUIRY CARRIES
000976*                    SITE "INQ" RATHER THAN THE ASKING LOBBY, SO
000977*                    SECURITY DOES NOT READ A RECEPTION LOOKUP AS
000978*                    A SIGHTING OF THE PERSON.
000979*   10/15/2026  RMK  A VISITOR GREETING'S AUDIT RECORD CARRIES
000980*                    THE VISREG HOST EMPLOYEE ID, SO CHGBACK CAN
000981*                    BILL THE HOST AFTER VISMAINT PURGES THE
000982*                    ENTRY.
000983*---------------------------------------------------------------*
000984
000985 ENVIRONMENT DIVISION.
000986 CONFIGURATION SECTION.
000990 SOURCE-COMPUTER. GENERIC-LINUX.
001000 OBJECT-COMPUTER. GENERIC-LINUX.
001010 SPECIAL-NAMES.
002540         10  GD-EMPLOYEE-ID      PIC X(08).
002550         10  GD-GREET-DATE       PIC 9(08).
002560     05  GD-FIRST-GREET-TIME     PIC X(21).
002562     05  GD-FIRST-SITE-ID        PIC X(03).
002570
002580*---------------------------------------------------------------*
002590* RUN MODE CONTROL - "SWIPE" FEEDS THE RUN FROM ACCSWIPE;       *
002600* "INQUIRY" ANSWERS BADGE STATUS QUESTIONS FROM STDIN AND       *
002610* GREETS NOBODY; ANYTHING ELSE, OR NO FILE AT ALL, IS THE       *
002612* ORIGINAL STDIN ROSTER MODE.                                   *
002620*---------------------------------------------------------------*
002630 FD  MODE-FILE.
002640 01  MODE-RECORD.
002756* A WATCHED BADGE.  NOTHING ABOUT THE KIOSK GREETING CHANGES    *
002758* FOR A WATCHED BADGE; THE PERSON SEES A PERFECTLY NORMAL       *
002760* GREETING.                                                     *
002761* AN ALERT RAISED BY A BADGE INQUIRY CARRIES SITE "INQ" - THE   *
002762* BADGE WAS ASKED ABOUT, NOT SEEN.                              *
002763*---------------------------------------------------------------*
002764 FD  SECURITY-EXTRACT-FILE.
002766 01  SECURITY-ALERT-RECORD.
002768     05  SEC-TIMESTAMP           PIC X(21).
003350 77  GRT-RUN-MODE-SW             PIC X(01) VALUE "R".
003360     88  GRT-ROSTER-MODE                   VALUE "R".
003370     88  GRT-SWIPE-MODE                    VALUE "S".
003371     88  GRT-INQUIRY-MODE                  VALUE "I".
003372
003374 77  GRT-WATCHLIST-PRESENT-SW    PIC X(01) VALUE "N".
003376     88  GRT-WATCHLIST-PRESENT             VALUE "Y".
003460 77  GRT-CHECKPOINT-LINE         PIC 9(08) VALUE ZERO.
003470 77  GRT-CHECKPOINT-ID           PIC X(08) VALUE SPACE.
003480
003481*---------------------------------------------------------------*
003482* BADGE STATUS INQUIRY WORK AREAS - ONE ANSWER PER BADGE ASKED. *
003483*---------------------------------------------------------------*
003484 77  GRT-INQ-GREETED             PIC X(03) VALUE SPACE.
003485 77  GRT-INQ-FIRST-TIME          PIC X(08) VALUE SPACE.
003486 77  GRT-INQ-SITE                PIC X(03) VALUE SPACE.
003487 77  GRT-INQ-OPT-OUT             PIC X(03) VALUE SPACE.
003488 77  GRT-INQ-STATUS              PIC X(09) VALUE SPACE.
003489 77  GRT-INQ-JSON-LINE           PIC X(160) VALUE SPACE.
003490 77  GRT-INQUIRIES-ANSWERED      PIC 9(08) VALUE ZERO.
003491 77  GRT-INQ-ALERT-SITE         PIC X(03) VALUE "INQ".
003492
003493*---------------------------------------------------------------*
003500* DATE/TIME AND GREETING WORK AREAS.                            *
003510*---------------------------------------------------------------*
003520 77  GRT-CURRENT-DATE-TIME       PIC X(21) VALUE SPACE.
003895     MOVE FUNCTION CURRENT-DATE TO GRT-START-TIMESTAMP.
003900     PERFORM 1050-LOAD-RUN-MODE
003910         THRU 1050-LOAD-RUN-MODE-EXIT.
003911     IF GRT-INQUIRY-MODE
003912         PERFORM 1070-OPEN-INQUIRY-FILES
003913             THRU 1070-OPEN-INQUIRY-FILES-EXIT
003914         GO TO 1000-INITIALIZE-EXIT
003915     END-IF.
003920     OPEN EXTEND REJECT-FILE.
003930     IF GRT-REJECT-STATUS NOT = "00"
003940             AND GRT-REJECT-STATUS NOT = "05"
004480* EXPLICIT "SWIPE" SELECTS SWIPE-DRIVEN MODE; A MISSING OR
004490* EMPTY FILE, OR ANY OTHER VALUE, IS THE ORIGINAL STDIN
004500* ROSTER MODE, SO THE NEW-HIRE BATCH KEEPS WORKING UNCHANGED.
004502* AN EXPLICIT "INQUIRY" SELECTS THE READ-ONLY BADGE STATUS
004504* INQUIRY, WHICH ALSO READS STDIN BUT GREETS NOBODY.
004510*=================================================================
004520 1050-LOAD-RUN-MODE.
004530     MOVE "R" TO GRT-RUN-MODE-SW.
004620     IF MR-INPUT-MODE = "SWIPE"
004630         SET GRT-SWIPE-MODE TO TRUE
004640     END-IF.
004642     IF MR-INPUT-MODE = "INQUIRY"
004644         SET GRT-INQUIRY-MODE TO TRUE
004646     END-IF.
004650     CLOSE MODE-FILE.
004660 1050-LOAD-RUN-MODE-EXIT.
004670     EXIT.
004671
004672*=================================================================
004673* 1070-OPEN-INQUIRY-FILES - AN INQUIRY RUN ONLY READS.  THE
004674* MASTERS AND GREETDAY ARE OPENED INPUT, SO A MISSING FILE IS
004675* SIMPLY "NOT FOUND" INSTEAD OF BEING CREATED EMPTY; AUDITLOG,
004676* REJFILE, AND RESTART ARE NEVER OPENED AT ALL, AND ERRFILE IS
004677* EXTENDED SO THE NIGHTLY RUN'S ERRORS ARE NOT WIPED OUT.  THE
004678* WATCH LIST AND ITS SECURITY EXTRACT OPEN EXACTLY AS THEY DO
004679* FOR A GREETING RUN.
004680*=================================================================
004681 1070-OPEN-INQUIRY-FILES.
004682     OPEN EXTEND ERROR-FILE.
004683     IF GRT-ERROR-STATUS NOT = "00"
004684             AND GRT-ERROR-STATUS NOT = "05"
004685         OPEN OUTPUT ERROR-FILE
004686     END-IF.
004687     OPEN INPUT EMPLOYEE-MASTER-FILE.
004688     OPEN INPUT VISITOR-REG-FILE.
004689     OPEN INPUT GREETED-TODAY-FILE.
004690     OPEN INPUT WATCH-LIST-FILE.
004691     IF GRT-WATCH-OK
004692         SET GRT-WATCHLIST-PRESENT TO TRUE
004693         OPEN EXTEND SECURITY-EXTRACT-FILE
004694         IF GRT-SECEXT-STATUS NOT = "00"
004695                 AND GRT-SECEXT-STATUS NOT = "05"
004696             OPEN OUTPUT SECURITY-EXTRACT-FILE
004697         END-IF
004698     END-IF.
004699     OPEN INPUT STANDARD-INPUT.
004700 1070-OPEN-INQUIRY-FILES-EXIT.
004701     EXIT.
004702
004703*=================================================================
004704* 1100-LOAD-CHECKPOINT - READ ANY RESTART FILE LEFT BEHIND BY A   
004710* PRIOR RUN AND REMEMBER THE LAST LINE NUMBER IT RECORDED SO      
004720* THIS RUN CAN SKIP FORWARD PAST ALREADY-PROCESSED RECORDS.       
004730*=================================================================
005470* BOUNDARY MUST MATCH THE EMPLOYEE ID IT WAS WRITTEN AGAINST, OR
005480* THIS IS A DIFFERENT ROSTER THAN THE ONE THE CHECKPOINT CAME
005490* FROM AND THE RUN IS STOPPED RATHER THAN MIS-SKIPPING RECORDS.
005492* IN INQUIRY MODE THE RECORD IS ONLY ANSWERED - NEVER GREETED,
005494* LOGGED, REJECTED, OR CHECKPOINTED.
005500*=================================================================
005510 2200-PROCESS-ONE-RECORD.
005520     ADD 1 TO GRT-LINE-COUNTER.
005521     IF GRT-INQUIRY-MODE
005522         PERFORM 2960-ANSWER-INQUIRY
005523             THRU 2960-ANSWER-INQUIRY-EXIT
005524         PERFORM 2100-READ-INPUT-RECORD
005525             THRU 2100-READ-INPUT-RECORD-EXIT
005526         GO TO 2200-PROCESS-ONE-RECORD-EXIT
005527     END-IF.
005530     IF GRT-CHECKPOINT-EXISTS
005540             AND GRT-LINE-COUNTER NOT > GRT-CHECKPOINT-LINE
005550         IF GRT-LINE-COUNTER = GRT-CHECKPOINT-LINE
007290     MOVE SI-EMPLOYEE-ID TO GD-EMPLOYEE-ID.
007300     MOVE GRT-CURRENT-DATE TO GD-GREET-DATE.
007310     MOVE GRT-CURRENT-DATE-TIME TO GD-FIRST-GREET-TIME.
007312     MOVE SI-SITE-ID TO GD-FIRST-SITE-ID.
007320     WRITE GREETED-TODAY-RECORD.
007330 2430-CHECK-GREETED-TODAY-EXIT.
007340     EXIT.
007356* SILENT - NOTHING ABOUT THE KIOSK GREETING OR THE JSON
007357* RESPONSE CHANGES, AND THE PERSON SEES A PERFECTLY NORMAL
007358* GREETING.
007359* AN INQUIRY ONLY MEANS RECEPTION ASKED ABOUT THE BADGE, NOT THAT
007360* THE PERSON IS IN THE LOBBY, SO ITS ALERT CARRIES SITE "INQ".
007361*=================================================================
007362 2440-CHECK-WATCH-LIST.
007363     IF NOT GRT-WATCHLIST-PRESENT
007364         GO TO 2440-CHECK-WATCH-LIST-EXIT
007365     END-IF.
007366     MOVE SI-EMPLOYEE-ID TO WL-BADGE-ID.
007367     READ WATCH-LIST-FILE.
007368     IF NOT GRT-WATCH-OK
007369         GO TO 2440-CHECK-WATCH-LIST-EXIT
007370     END-IF.
007371     PERFORM 2560-DERIVE-CURRENT-HOUR
007372         THRU 2560-DERIVE-CURRENT-HOUR-EXIT.
007373     MOVE GRT-CURRENT-DATE-TIME TO SEC-TIMESTAMP.
007374     MOVE SI-EMPLOYEE-ID TO SEC-BADGE-ID.
007375     IF GRT-INQUIRY-MODE
007376         MOVE GRT-INQ-ALERT-SITE TO SEC-SITE-ID
007377     ELSE
007378         MOVE SI-SITE-ID TO SEC-SITE-ID
007379     END-IF.
007380     MOVE WL-REASON-CODE TO SEC-REASON-CODE.
007381     WRITE SECURITY-ALERT-RECORD.
007382 2440-CHECK-WATCH-LIST-EXIT.
007383     EXIT.
007384
007385*=================================================================
007386* 2450-LOOKUP-VISITOR-RECORD - CROSS-REFERENCE THE BADGE ID
007387* AGAINST THE VISITOR PRE-REGISTRATION FILE AND CHECK THAT
007390* TODAY FALLS INSIDE THE BADGE'S VALID-FROM/VALID-TO WINDOW.
007400* THE REJECT REASON IS SET HERE SO THE CALLER ONLY LOOKS AT
007410* THE FOUND SWITCH.
008936     ELSE
008938         MOVE "N" TO AUD-EVENT-FLAG
008939     END-IF.
008940     IF SI-RECORD-TYPE = "V" AND NOT GRT-BLANK-INPUT
008941         MOVE VR-HOST-EMPLOYEE-ID TO AUD-HOST-EMPLOYEE-ID
008942     ELSE
008943         MOVE SPACE TO AUD-HOST-EMPLOYEE-ID
008944     END-IF.
008945     WRITE AUDIT-RECORD.
008946     ADD 1 TO GRT-GREETINGS-ISSUED.
008950 2700-WRITE-AUDIT-RECORD-EXIT.
008960     EXIT.
008970
009160     MOVE SPACE TO AUD-LANGUAGE-CODE.
009170     MOVE SPACE TO AUD-LANGUAGE-SOURCE.
009172     MOVE SPACE TO AUD-EVENT-FLAG.
009174     MOVE SPACE TO AUD-HOST-EMPLOYEE-ID.
009180     WRITE AUDIT-RECORD.
009190 2750-WRITE-DUPLICATE-AUDIT-EXIT.
009200     EXIT.
009390     MOVE SPACE TO AUD-LANGUAGE-CODE.
009400     MOVE SPACE TO AUD-LANGUAGE-SOURCE.
009402     MOVE SPACE TO AUD-EVENT-FLAG.
009404     MOVE SPACE TO AUD-HOST-EMPLOYEE-ID.
009410     WRITE AUDIT-RECORD.
009420 2760-WRITE-SUPPRESSED-AUDIT-EXIT.
009430     EXIT.
009910     DISPLAY FUNCTION TRIM(GRT-JSON-LINE).
009920 2950-DISPLAY-JSON-RESPONSE-EXIT.
009930     EXIT.
009931
009932*=================================================================
009933* 2960-ANSWER-INQUIRY - ANSWER "HAS THIS BADGE COME IN TODAY, AND
009934* AT WHICH LOBBY?" FROM GREETDAY, WITH THE RESOLVED NAME AND
009935* OPT-OUT STATUS FROM EMPMAST OR, FAILING THAT, VISREG.  A
009936* VISITOR-TYPE RECORD GOES STRAIGHT TO VISREG.  NOTHING IS
009937* GREETED OR WRITTEN EXCEPT THE SILENT WATCH-LIST ALERT, SO A
009938* WATCHED BADGE ANSWERS EXACTLY LIKE ANY OTHER WHILE SECURITY
009939* STILL LEARNS THAT SOMEBODY ASKED AFTER IT.
009940*=================================================================
009941 2960-ANSWER-INQUIRY.
009942     MOVE SPACE TO GRT-DISPLAY-NAME.
009943     MOVE "no" TO GRT-INQ-GREETED.
009944     MOVE SPACE TO GRT-INQ-FIRST-TIME.
009945     MOVE SPACE TO GRT-INQ-SITE.
009946     MOVE "no" TO GRT-INQ-OPT-OUT.
009947     MOVE "not found" TO GRT-INQ-STATUS.
009948     PERFORM 2300-VALIDATE-INPUT-RECORD
009949         THRU 2300-VALIDATE-INPUT-RECORD-EXIT.
009950     IF GRT-RECORD-IS-INVALID OR GRT-BLANK-INPUT
009951         MOVE "invalid" TO GRT-INQ-STATUS
009952         PERFORM 2970-DISPLAY-INQUIRY-JSON
009953             THRU 2970-DISPLAY-INQUIRY-JSON-EXIT
009954         GO TO 2960-ANSWER-INQUIRY-EXIT
009955     END-IF.
009956     PERFORM 2440-CHECK-WATCH-LIST
009957         THRU 2440-CHECK-WATCH-LIST-EXIT.
009958     IF SI-RECORD-TYPE NOT = "V"
009959         PERFORM 2962-INQUIRE-EMPLOYEE
009960             THRU 2962-INQUIRE-EMPLOYEE-EXIT
009961     END-IF.
009962     IF GRT-INQ-STATUS NOT = "ok"
009963         PERFORM 2964-INQUIRE-VISITOR
009964             THRU 2964-INQUIRE-VISITOR-EXIT
009965     END-IF.
009966     PERFORM 2560-DERIVE-CURRENT-HOUR
009967         THRU 2560-DERIVE-CURRENT-HOUR-EXIT.
009968     MOVE GRT-CURRENT-DATE-TIME(1:8) TO GRT-CURRENT-DATE.
009969     MOVE SI-EMPLOYEE-ID TO GD-EMPLOYEE-ID.
009970     MOVE GRT-CURRENT-DATE TO GD-GREET-DATE.
009971     READ GREETED-TODAY-FILE.
009972     IF GRT-GREETDAY-OK
009973         MOVE "yes" TO GRT-INQ-GREETED
009974         STRING GD-FIRST-GREET-TIME(9:2) DELIMITED BY SIZE
009975                ":" DELIMITED BY SIZE
009976                GD-FIRST-GREET-TIME(11:2) DELIMITED BY SIZE
009977                ":" DELIMITED BY SIZE
009978                GD-FIRST-GREET-TIME(13:2) DELIMITED BY SIZE
009979             INTO GRT-INQ-FIRST-TIME
009980         MOVE GD-FIRST-SITE-ID TO GRT-INQ-SITE
009981     END-IF.
009982     PERFORM 2970-DISPLAY-INQUIRY-JSON
009983         THRU 2970-DISPLAY-INQUIRY-JSON-EXIT.
009984 2960-ANSWER-INQUIRY-EXIT.
009985     EXIT.
009986
009987*=================================================================
009988* 2962-INQUIRE-EMPLOYEE - RESOLVE THE NAME THE KIOSK WOULD USE -
009989* PREFERRED NAME WHEN ONE IS ON THE MASTER, ELSE THE LEGAL NAME -
009990* AND REPORT THE DO-NOT-GREET OPT-OUT FLAG.
009991*=================================================================
009992 2962-INQUIRE-EMPLOYEE.
009993     MOVE SI-EMPLOYEE-ID TO EM-EMPLOYEE-ID.
009994     READ EMPLOYEE-MASTER-FILE.
009995     IF NOT GRT-EMPMAST-OK
009996         GO TO 2962-INQUIRE-EMPLOYEE-EXIT
009997     END-IF.
009998     MOVE "ok" TO GRT-INQ-STATUS.
009999     IF EM-PREFERRED-NAME NOT = SPACE
010000         MOVE EM-PREFERRED-NAME TO GRT-DISPLAY-NAME
010001     ELSE
010002         MOVE EM-LEGAL-NAME TO GRT-DISPLAY-NAME
010003     END-IF.
010004     IF EM-OPT-OUT-FLAG = "Y"
010005         MOVE "yes" TO GRT-INQ-OPT-OUT
010006     END-IF.
010007 2962-INQUIRE-EMPLOYEE-EXIT.
010008     EXIT.
010009
010010*=================================================================
010011* 2964-INQUIRE-VISITOR - RESOLVE A VISITOR OR CONTRACTOR BADGE
010012* TO ITS PRE-REGISTERED DISPLAY NAME.  VISITORS CARRY NO OPT-OUT
010013* FLAG, SO THE ANSWER IS ALWAYS "NO".
010014*=================================================================
010015 2964-INQUIRE-VISITOR.
010016     MOVE SI-EMPLOYEE-ID TO VR-BADGE-ID.
010017     READ VISITOR-REG-FILE.
010018     IF NOT GRT-VISREG-OK
010019         GO TO 2964-INQUIRE-VISITOR-EXIT
010020     END-IF.
010021     MOVE "ok" TO GRT-INQ-STATUS.
010022     MOVE VR-DISPLAY-NAME TO GRT-DISPLAY-NAME.
010023 2964-INQUIRE-VISITOR-EXIT.
010024     EXIT.
010025
010026*=================================================================
010027* 2970-DISPLAY-INQUIRY-JSON - ONE JSON OBJECT PER BADGE ASKED,
010028* THE SAME SHAPE WHETHER OR NOT THE BADGE IS WATCHED.
010029*=================================================================
010030 2970-DISPLAY-INQUIRY-JSON.
010031     MOVE SPACE TO GRT-INQ-JSON-LINE.
010032     STRING '{"badge":"' DELIMITED BY SIZE
010033            FUNCTION TRIM(SI-EMPLOYEE-ID) DELIMITED BY SIZE
010034            '","name":"' DELIMITED BY SIZE
010035            FUNCTION TRIM(GRT-DISPLAY-NAME) DELIMITED BY SIZE
010036            '","greetedToday":"' DELIMITED BY SIZE
010037            FUNCTION TRIM(GRT-INQ-GREETED) DELIMITED BY SIZE
010038            '","firstGreetTime":"' DELIMITED BY SIZE
010039            FUNCTION TRIM(GRT-INQ-FIRST-TIME) DELIMITED BY SIZE
010040            '","site":"' DELIMITED BY SIZE
010041            FUNCTION TRIM(GRT-INQ-SITE) DELIMITED BY SIZE
010042            '","optOut":"' DELIMITED BY SIZE
010043            FUNCTION TRIM(GRT-INQ-OPT-OUT) DELIMITED BY SIZE
010044            '","status":"' DELIMITED BY SIZE
010045            FUNCTION TRIM(GRT-INQ-STATUS) DELIMITED BY SIZE
010046            '"}' DELIMITED BY SIZE
010047         INTO GRT-INQ-JSON-LINE.
010048     DISPLAY FUNCTION TRIM(GRT-INQ-JSON-LINE).
010049     ADD 1 TO GRT-INQUIRIES-ANSWERED.
010050 2970-DISPLAY-INQUIRY-JSON-EXIT.
010051     EXIT.
010052
010053*=================================================================
010054* 8000-HANDLE-READ-ERROR - A STANDARD-INPUT READ CAME BACK WITH A 
010055* FILE STATUS THAT IS NEITHER SUCCESS NOR END-OF-FILE.  LOG IT    
010056* AND STOP THE RUN RATHER THAN SILENTLY GREETING GARBAGE.         
010057*=================================================================
010058 8000-HANDLE-READ-ERROR.
010059     MOVE GRT-STDIN-STATUS TO ERR-FILE-STATUS.
010060     MOVE GRT-LINE-COUNTER TO GRT-LINE-DISPLAY.
010061     IF GRT-SWIPE-MODE
010062         STRING "ACCSWIPE READ ERROR AT LINE "
010063                    DELIMITED BY SIZE
010064                GRT-LINE-DISPLAY DELIMITED BY SIZE
010070             INTO ERR-CONTEXT
010080     ELSE
010090         STRING "STANDARD-INPUT READ ERROR AT LINE "
010710* WERE NEVER ACTUALLY PROCESSED FOR IT.
010720*=================================================================
010730 9000-TERMINATE.
010731     IF GRT-INQUIRY-MODE
010732         PERFORM 9200-CLOSE-INQUIRY-FILES
010733             THRU 9200-CLOSE-INQUIRY-FILES-EXIT
010734         PERFORM 9100-WRITE-RUN-LOG
010735             THRU 9100-WRITE-RUN-LOG-EXIT
010736         GO TO 9000-TERMINATE-EXIT
010737     END-IF.
010740     IF GRT-SWIPE-MODE
010750         CLOSE SWIPE-INPUT-FILE
010760     ELSE
010958     MOVE GRT-LINE-COUNTER TO RL-RECORDS-READ.
010960     MOVE GRT-GREETINGS-ISSUED TO RL-RECORDS-WRITTEN.
010962     MOVE GRT-RECORDS-REJECTED TO RL-RECORDS-REJECTED.
010963     IF GRT-INQUIRY-MODE
010964         MOVE "HANDLERQ" TO RL-PROGRAM-ID
010965         MOVE GRT-INQUIRIES-ANSWERED TO RL-RECORDS-WRITTEN
010966     END-IF.
010967     IF GRT-RUN-COMPLETE
010968         MOVE "N" TO RL-RUN-STATUS
010969     ELSE
010970         MOVE "A" TO RL-RUN-STATUS
010972     END-IF.
010974     WRITE RUN-LOG-RECORD.
010976     CLOSE RUN-LOG-FILE.
010978 9100-WRITE-RUN-LOG-EXIT.
010980     EXIT.
010990
011000*=================================================================
011010* 9200-CLOSE-INQUIRY-FILES - CLOSE WHAT AN INQUIRY RUN OPENED.
011020* THE RESTART FILE IS LEFT EXACTLY AS THE LAST GREETING RUN
011030* LEFT IT.
011040*=================================================================
011050 9200-CLOSE-INQUIRY-FILES.
011060     CLOSE STANDARD-INPUT.
011070     CLOSE ERROR-FILE.
011080     CLOSE EMPLOYEE-MASTER-FILE.
011090     CLOSE VISITOR-REG-FILE.
011100     CLOSE GREETED-TODAY-FILE.
011110     IF GRT-WATCHLIST-PRESENT
011120         CLOSE WATCH-LIST-FILE
011130         CLOSE SECURITY-EXTRACT-FILE
011140     END-IF.
011150 9200-CLOSE-INQUIRY-FILES-EXIT.
011160     EXIT.
