000270*     STAGED: SWIPE MODE NEEDS A NON-EMPTY ACCSWIPE, AND A      *
000280*     STAGED ACCSWIPE UNDER ROSTER MODE MEANS SOMEBODY FORGOT   *
000290*     TO FLIP THE MODE - EITHER WAY AN OPERATOR DECIDES.        *
000292*     A RUNMODE LEFT ON "INQUIRY" GREETS NOBODY AT ALL.         *
000300*   - A LEFTOVER RESTART CHECKPOINT FROM AN ABORTED ROSTER IS   *
000310*     FLAGGED INSTEAD OF BEING HONORED SILENTLY.                *
000320*   - GREETDAY ENTRIES FOR PRIOR DATES ARE DELETED - NOTHING    *
000330*     ELSE EVER TRIMMED THEM.                                   *
000332*   - THE LATEST WEEKLY XREFCHK INTEGRITY SWEEP MUST HAVE       *
000334*     PASSED AND BE NO MORE THAN SEVEN DAYS OLD - A DANGLING    *
000336*     HOST OR LANGUAGE REFERENCE FAILS QUIETLY AT THE KIOSK.    *
000337*   - IN SWIPE MODE, TONIGHT'S SWPINTAK FEED INTAKE MUST HAVE   *
000338*     ACCEPTED THE ACCESS-CONTROL FEED - A MISSING, STALE, OR   *
000339*     NO-GO INTAKE STATUS MEANS ACCSWIPE CANNOT BE TRUSTED.     *
000340*                                                               *
000350* EVERY CHECK PRINTS PASS OR FAIL ON THE DAYOPRPT REGISTER,     *
000360* AND A ONE-RECORD GO/NO-GO STATUS (DAYSTAT) IS WRITTEN FOR     *
000412*   09/02/2026  RMK  A STANDARD COMPLETION RECORD NOW GOES TO
000414*                    THE SHARED RUNLOG AT END OF RUN FOR THE
000416*                    CHAINRPT MORNING SEQUENCE REPORT.
000417*   10/15/2026  RMK  THE DAY NO LONGER OPENS ON A FAILED OR
000418*                    STALE XREFCHK INTEGRITY SWEEP STATUS.
000419*   10/15/2026  RMK  A RUNMODE LEFT ON "INQUIRY" FROM A DAYTIME
000420*                    BADGE LOOKUP IS NOW A NO-GO; GREETDAY
000421*                    CARRIES THE FIRST-GREETING SITE ID.
000422*   10/15/2026  RMK  A SWIPE-MODE DAY NO LONGER OPENS UNLESS
000423*                    SWPINTAK ACCEPTED TONIGHT'S ACCESS-CONTROL
000424*                    FEED (SWPSTAT GO, DATED TODAY).
000425*   10/15/2026  RMK  XREFSTAT EXCEPTION COUNT WIDENED TO EIGHT
000426*                    DIGITS TO MATCH XREFCHK.
000427*---------------------------------------------------------------*
000430
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000934     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000936         ORGANIZATION IS LINE SEQUENTIAL
000938         FILE STATUS IS GRT-RUNLOG-STATUS.
000939
000940     SELECT XREF-STATUS-FILE ASSIGN TO "XREFSTAT"
000941         ORGANIZATION IS LINE SEQUENTIAL
000942         FILE STATUS IS GRT-XREF-STATUS.
000943
000944     SELECT INTAKE-STATUS-FILE ASSIGN TO "SWPSTAT"
000945         ORGANIZATION IS LINE SEQUENTIAL
000946         FILE STATUS IS GRT-INTAKE-STATUS.
000947
000950 DATA DIVISION.
000960 FILE SECTION.
000970*---------------------------------------------------------------*
001340         10  GD-EMPLOYEE-ID      PIC X(08).
001350         10  GD-GREET-DATE       PIC 9(08).
001360     05  GD-FIRST-GREET-TIME     PIC X(21).
001362     05  GD-FIRST-SITE-ID        PIC X(03).
001370
001380*---------------------------------------------------------------*
001390* RUN MODE CONTROL - THE SAME RULE HANDLER APPLIES: ONLY AN     *
001450
001460*---------------------------------------------------------------*
001470* BADGE-SWIPE EXTRACT - ONLY ITS PRESENCE AND NON-EMPTINESS     *
001480* MATTER HERE; SWPINTAK HAS ALREADY VALIDATED ITS CONTENT.      *
001490*---------------------------------------------------------------*
001500 FD  SWIPE-INPUT-FILE.
001510     COPY SWIPEREC.
001748 FD  RUN-LOG-FILE.
001749     COPY RUNLGREC.
001750
001751*---------------------------------------------------------------*
001752* PASS/FAIL STATUS FROM THE WEEKLY XREFCHK INTEGRITY SWEEP.     *
001753*---------------------------------------------------------------*
001754 FD  XREF-STATUS-FILE.
001755 01  XREF-STATUS-RECORD.
001756     05  XS-RUN-DATE             PIC 9(08).
001757     05  XS-PASS-FAIL            PIC X(04).
001758     05  XS-EXCEPTIONS           PIC 9(08).
001759
001760*---------------------------------------------------------------*
001761* GO/NO-GO STATUS FROM TONIGHT'S SWPINTAK FEED INTAKE.          *
001762*---------------------------------------------------------------*
001763 FD  INTAKE-STATUS-FILE.
001764 01  INTAKE-STATUS-RECORD.
001765     05  IS-RUN-DATE             PIC 9(08).
001766     05  IS-GO-NO-GO             PIC X(04).
001767     05  IS-CHECKS-FAILED        PIC 9(02).
001768     05  IS-EXTRACT-DATE         PIC 9(08).
001769     05  IS-SEQUENCE             PIC 9(06).
001770     05  IS-DETAIL-COUNT         PIC 9(08).
001771
001772 WORKING-STORAGE SECTION.
001773*---------------------------------------------------------------*
001780* FILE STATUS FIELDS AND THEIR ASSOCIATED CONDITION NAMES.      *
001790*---------------------------------------------------------------*
001800 77  GRT-EMPMAST-STATUS          PIC X(02) VALUE "00".
002020 77  GRT-STATUS-STATUS           PIC X(02) VALUE "00".
002030 77  GRT-REPORT-STATUS           PIC X(02) VALUE "00".
002032 77  GRT-RUNLOG-STATUS           PIC X(02) VALUE "00".
002034
002036 77  GRT-XREF-STATUS             PIC X(02) VALUE "00".
002038     88  GRT-XREF-OK                       VALUE "00".
002039
002040 77  GRT-INTAKE-STATUS           PIC X(02) VALUE "00".
002041     88  GRT-INTAKE-OK                     VALUE "00".
002042
002050*---------------------------------------------------------------*
002060* SWITCHES.                                                     *
002070*---------------------------------------------------------------*
002080 77  GRT-RUN-MODE-SW             PIC X(01) VALUE "R".
002090     88  GRT-ROSTER-MODE                   VALUE "R".
002100     88  GRT-SWIPE-MODE                    VALUE "S".
002102     88  GRT-INQUIRY-MODE                  VALUE "I".
002110
002120 77  GRT-SWIPE-STAGED-SW         PIC X(01) VALUE "N".
002130     88  GRT-SWIPE-STAGED                  VALUE "Y".
002230 77  GRT-CHECKS-FAILED           PIC 9(02) VALUE ZERO.
002240 77  GRT-ENTRIES-TRIMMED         PIC 9(08) VALUE ZERO.
002242 77  GRT-START-TIMESTAMP         PIC X(21) VALUE SPACE.
002244 77  GRT-XREF-AGE-DAYS           PIC S9(08) COMP VALUE ZERO.
002250
002260*---------------------------------------------------------------*
002270* READINESS REGISTER PRINT LINES.                               *
002670         THRU 2400-CHECK-RUN-MODE-EXIT.
002680     PERFORM 2500-CHECK-RESTART
002690         THRU 2500-CHECK-RESTART-EXIT.
002692     PERFORM 2600-CHECK-XREF-SWEEP
002694         THRU 2600-CHECK-XREF-SWEEP-EXIT.
002696     PERFORM 2700-CHECK-SWIPE-INTAKE
002698         THRU 2700-CHECK-SWIPE-INTAKE-EXIT.
002700     PERFORM 3000-TRIM-GREETDAY
002710         THRU 3000-TRIM-GREETDAY-EXIT.
002720     PERFORM 4000-WRITE-VERDICT
003920* USED TO SURFACE ONLY IN HANDLER'S OPEN-ERROR PATH AT RUN
003930* TIME; A STAGED ACCSWIPE UNDER ROSTER MODE MEANS THE MODE
003940* FLIP WAS FORGOTTEN AND THE SWIPES WOULD SIT UNREAD.
003942* A RUNMODE LEFT ON "INQUIRY" AFTER A DAYTIME BADGE LOOKUP WOULD
003944* ANSWER QUESTIONS ALL NIGHT AND GREET NOBODY.
003950*=================================================================
003960 2400-CHECK-RUN-MODE.
003970     MOVE "RUNMODE VS STAGED INPUT" TO RPT-CHECK-NAME.
004050         IF MR-INPUT-MODE = "SWIPE"
004060             SET GRT-SWIPE-MODE TO TRUE
004070         END-IF
004072         IF MR-INPUT-MODE = "INQUIRY"
004074             SET GRT-INQUIRY-MODE TO TRUE
004076         END-IF
004080         CLOSE MODE-FILE
004090     END-IF.
004100     MOVE "N" TO GRT-SWIPE-STAGED-SW.
004190         END-IF
004200         CLOSE SWIPE-INPUT-FILE
004210     END-IF.
004211     IF GRT-INQUIRY-MODE
004212         MOVE "RUNMODE LEFT ON INQUIRY - NOBODY GETS GREETED"
004213             TO RPT-CHECK-REASON
004214         PERFORM 8100-WRITE-CHECK-FAILED
004215             THRU 8100-WRITE-CHECK-FAILED-EXIT
004216         GO TO 2400-CHECK-RUN-MODE-EXIT
004217     END-IF.
004220     IF GRT-SWIPE-MODE AND NOT GRT-SWIPE-STAGED
004230         MOVE "SWIPE MODE BUT NO USABLE ACCSWIPE STAGED"
004240             TO RPT-CHECK-REASON
004680         THRU 8100-WRITE-CHECK-FAILED-EXIT.
004690 2500-CHECK-RESTART-EXIT.
004700     EXIT.
004701
004702*=================================================================
004703* 2600-CHECK-XREF-SWEEP - THE WEEKLY XREFCHK SWEEP LEAVES A
004704* ONE-RECORD PASS/FAIL STATUS.  THE DAY DOES NOT OPEN ON A
004705* FAIL, AND NOT ON A MISSING OR STALE STATUS EITHER - A SWEEP
004706* THAT HAS NOT RUN IN OVER A WEEK PROVES NOTHING ABOUT THE
004707* MASTERS AS THEY STAND TODAY.
004708*=================================================================
004709 2600-CHECK-XREF-SWEEP.
004710     MOVE "WEEKLY INTEGRITY SWEEP" TO RPT-CHECK-NAME.
004711     OPEN INPUT XREF-STATUS-FILE.
004712     IF NOT GRT-XREF-OK
004713         MOVE "NO XREFCHK STATUS (XREFSTAT) ON FILE"
004714             TO RPT-CHECK-REASON
004715         PERFORM 8100-WRITE-CHECK-FAILED
004716             THRU 8100-WRITE-CHECK-FAILED-EXIT
004717         GO TO 2600-CHECK-XREF-SWEEP-EXIT
004718     END-IF.
004719     READ XREF-STATUS-FILE
004720         AT END
004721             MOVE "10" TO GRT-XREF-STATUS
004722     END-READ.
004723     CLOSE XREF-STATUS-FILE.
004724     IF GRT-XREF-STATUS = "10" OR XS-RUN-DATE NOT NUMERIC
004725         MOVE "XREFCHK STATUS (XREFSTAT) IS EMPTY"
004726             TO RPT-CHECK-REASON
004727         PERFORM 8100-WRITE-CHECK-FAILED
004728             THRU 8100-WRITE-CHECK-FAILED-EXIT
004729         GO TO 2600-CHECK-XREF-SWEEP-EXIT
004730     END-IF.
004731     IF XS-PASS-FAIL NOT = "PASS"
004732         MOVE "LAST SWEEP FAILED - SEE XREFRPT"
004733             TO RPT-CHECK-REASON
004734         PERFORM 8100-WRITE-CHECK-FAILED
004735             THRU 8100-WRITE-CHECK-FAILED-EXIT
004736         GO TO 2600-CHECK-XREF-SWEEP-EXIT
004737     END-IF.
004738     COMPUTE GRT-XREF-AGE-DAYS =
004739         FUNCTION INTEGER-OF-DATE(GRT-TODAY)
004740         - FUNCTION INTEGER-OF-DATE(XS-RUN-DATE).
004741     IF GRT-XREF-AGE-DAYS > 7
004742         MOVE "LAST SWEEP IS MORE THAN SEVEN DAYS OLD"
004743             TO RPT-CHECK-REASON
004744         PERFORM 8100-WRITE-CHECK-FAILED
004745             THRU 8100-WRITE-CHECK-FAILED-EXIT
004746         GO TO 2600-CHECK-XREF-SWEEP-EXIT
004747     END-IF.
004748     PERFORM 8000-WRITE-CHECK-PASSED
004749         THRU 8000-WRITE-CHECK-PASSED-EXIT.
004750 2600-CHECK-XREF-SWEEP-EXIT.
004751     EXIT.
004752
004753*=================================================================
004754* 2700-CHECK-SWIPE-INTAKE - IN SWIPE MODE, SWPINTAK MUST HAVE RUN
004755* TONIGHT AND ACCEPTED THE ACCESS-CONTROL FEED.  A NO-GO MEANS
004756* THE FEED WAS MISSING, STALE, OR INCOMPLETE AND IS SITTING IN
004757* QUARANTINE; A STATUS FROM AN EARLIER NIGHT MEANS THE INTAKE
004758* NEVER RAN AND ACCSWIPE IS WHATEVER WAS LEFT STAGED.  A ROSTER
004759* DAY DOES NOT READ ACCSWIPE AND PASSES.
004760*=================================================================
004761 2700-CHECK-SWIPE-INTAKE.
004762     MOVE "SWIPE FEED INTAKE" TO RPT-CHECK-NAME.
004763     IF NOT GRT-SWIPE-MODE
004764         PERFORM 8000-WRITE-CHECK-PASSED
004765             THRU 8000-WRITE-CHECK-PASSED-EXIT
004766         GO TO 2700-CHECK-SWIPE-INTAKE-EXIT
004767     END-IF.
004768     OPEN INPUT INTAKE-STATUS-FILE.
004769     IF NOT GRT-INTAKE-OK
004770         MOVE "NO SWPINTAK STATUS (SWPSTAT) ON FILE"
004771             TO RPT-CHECK-REASON
004772         PERFORM 8100-WRITE-CHECK-FAILED
004773             THRU 8100-WRITE-CHECK-FAILED-EXIT
004774         GO TO 2700-CHECK-SWIPE-INTAKE-EXIT
004775     END-IF.
004776     READ INTAKE-STATUS-FILE
004777         AT END
004778             MOVE "10" TO GRT-INTAKE-STATUS
004779     END-READ.
004780     CLOSE INTAKE-STATUS-FILE.
004781     IF GRT-INTAKE-STATUS = "10" OR IS-RUN-DATE NOT NUMERIC
004782         MOVE "SWPINTAK STATUS (SWPSTAT) IS EMPTY"
004783             TO RPT-CHECK-REASON
004784         PERFORM 8100-WRITE-CHECK-FAILED
004785             THRU 8100-WRITE-CHECK-FAILED-EXIT
004786         GO TO 2700-CHECK-SWIPE-INTAKE-EXIT
004787     END-IF.
004788     IF IS-RUN-DATE NOT = GRT-TODAY
004789         MOVE "SWPINTAK HAS NOT RUN TODAY"
004790             TO RPT-CHECK-REASON
004791         PERFORM 8100-WRITE-CHECK-FAILED
004792             THRU 8100-WRITE-CHECK-FAILED-EXIT
004793         GO TO 2700-CHECK-SWIPE-INTAKE-EXIT
004794     END-IF.
004795     IF IS-GO-NO-GO NOT = "GO"
004796         MOVE "ACCESS-CONTROL FEED REFUSED - SEE SWPIRPT"
004797             TO RPT-CHECK-REASON
004798         PERFORM 8100-WRITE-CHECK-FAILED
004799             THRU 8100-WRITE-CHECK-FAILED-EXIT
004800         GO TO 2700-CHECK-SWIPE-INTAKE-EXIT
004801     END-IF.
004802     PERFORM 8000-WRITE-CHECK-PASSED
004803         THRU 8000-WRITE-CHECK-PASSED-EXIT.
004804 2700-CHECK-SWIPE-INTAKE-EXIT.
004805     EXIT.
004806
004807*=================================================================
004808* 3000-TRIM-GREETDAY - DELETE EVERY GREETED-TODAY ENTRY FOR A
004809* PRIOR DATE.  THE FILE KEPT EVERY GD-GREET-DATE EVER WRITTEN
004810* BECAUSE NOTHING ELSE TRIMMED IT.  A MISSING GREETDAY IS
004811* NOTHING TO TRIM, NOT A FAILURE - HANDLER CREATES IT.
004812*=================================================================
004813 3000-TRIM-GREETDAY.
004814     OPEN I-O GREETED-TODAY-FILE.
004815     IF GRT-GREETDAY-OK
004816         SET GRT-GREETDAY-PRESENT TO TRUE
004820         MOVE LOW-VALUE TO GD-GREET-KEY
004830         START GREETED-TODAY-FILE KEY NOT < GD-GREET-KEY
004840         IF GRT-GREETDAY-OK
