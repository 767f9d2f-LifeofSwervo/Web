000010******************************************************************
000020* IDENTIFICATION DIVISION.
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID.    PayVariance.
000050 AUTHOR.        R WILKERSON.
000060 INSTALLATION.  PAYROLL SYSTEMS.
000070 DATE-WRITTEN.  10/12/2026.
000080 DATE-COMPILED.

000090******************************************************************
000100*  PURPOSE.  PRE-RELEASE PAYROLL VARIANCE REVIEW.  RUNS AFTER   *
000110*  PayDriver POSTS A RUN AND BEFORE THE ACH FILE IS             *
000120*  TRANSMITTED OR THE CHECKS ARE PRINTED.  THE RUN IS THE ONE   *
000130*  THE PERIOD CONTROL RECORD NAMES (PAY GROUP, PERIOD, RUN      *
000140*  SEQUENCE).  EVERY EMPLOYEE ON THE MASTER IS TAKEN IN TURN    *
000150*  AND THE EMPLOYEE'S PAY HISTORY IS READ: THE RUN'S RECORDS    *
000160*  ARE COMPARED TO THE MOST RECENT EARLIER PERIOD'S REGULAR     *
000170*  PAY.  A GROSS OR NET CHANGE OVER THE PERCENT OR DOLLAR       *
000180*  THRESHOLD, HOURS OVER THE LIMIT, A FIRST-EVER PAYCHECK,      *
000190*  NET PAY OF ZERO, AND A BANK ACCOUNT CHANGED ON THE EmpMaint  *
000200*  AUDIT SINCE THE LAST RUN ARE EACH FLAGGED.  ON A REGULAR     *
000210*  RUN AN ACTIVE EMPLOYEE OF THE PAY GROUP WITH NO PAY IS       *
000220*  FLAGGED TOO.  DEPARTMENT AND SHOP TOTALS ARE COMPARED TO     *
000230*  THE PRIOR PERIOD AND THE REPORT ENDS WITH A SIGN-OFF LINE.   *
000231*  AN OFF-CYCLE RUN'S TOTALS TAKE ONLY THE EMPLOYEES IT PAID.   *
000240*  ANY FLAG ENDS THE RUN WITH RETURN CODE 4.                    *
000250*-----------------------------------------------------------------
000260*  MODIFICATION HISTORY.
000270*    10/12/2026  RWK  ORIGINAL.
000280******************************************************************

000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER.  IBM-370.
000320 OBJECT-COMPUTER.  IBM-370.

000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT PAY-PERIOD-CONTROL-FILE ASSIGN TO "PAYCTL"
000360         ORGANIZATION IS SEQUENTIAL
000370         FILE STATUS IS WS-PAYCTL-STATUS.

000380     SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS SEQUENTIAL
000410         RECORD KEY IS EM-EMPLOYEE-ID
000420         FILE STATUS IS WS-EMPMAST-STATUS.

000430     SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS PH-HISTORY-KEY
000470         FILE STATUS IS WS-PAYHIST-STATUS.

000480     SELECT AUDIT-REPORT-FILE ASSIGN TO "EMPAUDIT"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-AUDIT-STATUS.

000510     SELECT VARIANCE-REPORT-FILE ASSIGN TO "VARRPT"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-VARRPT-STATUS.

000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  PAY-PERIOD-CONTROL-FILE
000570     RECORDING MODE IS F.
000580 COPY PCTLREC.CPY.

000590 FD  EMPLOYEE-MASTER-FILE.
000600 COPY EMPMAST.CPY.

000610 FD  PAY-HISTORY-FILE.
000620 COPY PAYHREC.CPY.

000630 FD  AUDIT-REPORT-FILE
000640     RECORDING MODE IS F.
000650 01  AU-PRINT-LINE               PIC X(132).

000660 FD  VARIANCE-REPORT-FILE
000670     RECORDING MODE IS F.
000680 01  VA-PRINT-LINE               PIC X(132).

000690 WORKING-STORAGE SECTION.

000700*-----------------------------------------------------------------
000710*    FILE STATUS AND CONTROL SWITCHES
000720*-----------------------------------------------------------------
000730 01  WS-PAYCTL-STATUS            PIC X(02) VALUE SPACES.
000740 01  WS-EMPMAST-STATUS           PIC X(02) VALUE SPACES.
000750 01  WS-PAYHIST-STATUS           PIC X(02) VALUE SPACES.
000760 01  WS-AUDIT-STATUS             PIC X(02) VALUE SPACES.
000770 01  WS-VARRPT-STATUS            PIC X(02) VALUE SPACES.

000780 01  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
000790     88  WS-END-OF-FILE                    VALUE 'Y'.

000800 01  WS-AUDIT-EOF-SWITCH         PIC X(01) VALUE 'N'.
000810     88  WS-AUDIT-END-OF-FILE              VALUE 'Y'.

000820 01  WS-HIST-EOF-SWITCH          PIC X(01) VALUE 'N'.
000830     88  WS-HIST-END-OF-GROUP              VALUE 'Y'.

000840 01  WS-CURRENT-SWITCH           PIC X(01) VALUE 'N'.
000850     88  WS-CURRENT-PAY-FOUND              VALUE 'Y'.

000860 01  WS-HISTORY-SWITCH           PIC X(01) VALUE 'N'.
000870     88  WS-EARLIER-PAY-FOUND              VALUE 'Y'.

000880 01  WS-PRIOR-SWITCH             PIC X(01) VALUE 'N'.
000890     88  WS-PRIOR-PERIOD-FOUND             VALUE 'Y'.

000900 01  WS-FLAGGED-SWITCH           PIC X(01) VALUE 'N'.
000910     88  WS-EMPLOYEE-FLAGGED               VALUE 'Y'.

000920 01  WS-IN-RUN-SWITCH            PIC X(01) VALUE 'N'.
000930     88  WS-EMPLOYEE-IN-RUN                VALUE 'Y'.

000940 01  WS-BANK-SWITCH              PIC X(01) VALUE 'N'.
000950     88  WS-BANK-CHANGED                   VALUE 'Y'.

000960 01  WS-OVER-SWITCH              PIC X(01) VALUE 'N'.
000970     88  WS-OVER-THRESHOLD                 VALUE 'Y'.

000980*-----------------------------------------------------------------
000990*    REVIEW THRESHOLDS.  A GROSS OR NET CHANGE IS FLAGGED WHEN
001000*    IT PASSES EITHER THE PERCENT OR THE DOLLAR FIGURE; A
001010*    DEPARTMENT OR SHOP TOTAL ON THE PERCENT ONLY.  THE HOURS
001020*    LIMIT IS A WEEKLY FIGURE SCALED TO THE PAY GROUP'S PERIOD.
001030*-----------------------------------------------------------------
001040 01  WS-VARIANCE-PERCENT         PIC 9(03) VALUE 25.
001050 01  WS-VARIANCE-AMOUNT          PIC 9(05)V99 VALUE 500.00.
001060 01  WS-WEEKLY-HOURS-LIMIT       PIC 9(03)V9 VALUE 60.0.
001070 01  WS-PERIOD-HOURS-LIMIT       PIC 9(03)V9 VALUE ZERO.

001080*-----------------------------------------------------------------
001090*    THE RUN UNDER REVIEW AND ITS PERIOD AS YYYYPP
001100*-----------------------------------------------------------------
001110 01  WS-RUN-YEAR                 PIC 9(04) VALUE ZERO.
001120 01  WS-RUN-PERIOD               PIC 9(02) VALUE ZERO.
001130 01  WS-RUN-SEQUENCE             PIC 9(02) VALUE ZERO.
001140 01  WS-RUN-YEAR-PERIOD          PIC 9(06) VALUE ZERO.
001150 01  WS-HIST-YEAR-PERIOD         PIC 9(06) VALUE ZERO.
001160 01  WS-PRIOR-YEAR-PERIOD        PIC 9(06) VALUE ZERO.

001170*-----------------------------------------------------------------
001180*    ONE EMPLOYEE'S FIGURES - THE RUN AND THE PRIOR PERIOD
001190*-----------------------------------------------------------------
001200 01  WS-CUR-GROSS                PIC S9(07)V99 VALUE ZERO.
001210 01  WS-CUR-NET                  PIC S9(07)V99 VALUE ZERO.
001220 01  WS-CUR-HOURS                PIC 9(03)V9 VALUE ZERO.
001230 01  WS-PRIOR-GROSS              PIC S9(07)V99 VALUE ZERO.
001240 01  WS-PRIOR-NET                PIC S9(07)V99 VALUE ZERO.

001250*-----------------------------------------------------------------
001260*    VARIANCE TEST WORK FIELDS - CALLER LOADS THE TWO FIGURES
001270*-----------------------------------------------------------------
001280 01  WS-TEST-CURRENT             PIC S9(09)V99 VALUE ZERO.
001290 01  WS-TEST-PRIOR               PIC S9(09)V99 VALUE ZERO.
001300 01  WS-TEST-CHANGE              PIC S9(09)V99 VALUE ZERO.
001310 01  WS-TEST-BASE                PIC S9(09)V99 VALUE ZERO.
001320 01  WS-TEST-PERCENT             PIC 9(07)V99 VALUE ZERO.

001330*-----------------------------------------------------------------
001340*    BANK ACCOUNTS ADDED OR CHANGED ON THE EmpMaint AUDIT.  A
001350*    CHANGE SHOWS AS A BEFORE IMAGE FOLLOWED BY AN AFTER IMAGE
001360*    OF THE SAME EMPLOYEE WITH A DIFFERENT ROUTING OR ACCOUNT.
001370*-----------------------------------------------------------------
001380 01  WS-BEFORE-EMPLOYEE-ID       PIC X(06) VALUE SPACES.
001390 01  WS-BEFORE-ROUTING           PIC X(09) VALUE SPACES.
001400 01  WS-BEFORE-ACCOUNT           PIC X(17) VALUE SPACES.
001410 01  WS-MAX-BANK-CHANGES         PIC 9(03) VALUE 500.
001420 01  WS-BANK-CHANGE-COUNT        PIC 9(03) VALUE ZERO.
001430 01  WS-BANK-SUB                 PIC 9(03) VALUE ZERO.
001440 01  WS-LOOKUP-EMPLOYEE-ID       PIC X(06) VALUE SPACES.
001450 01  WS-BANK-CHANGE-TABLE.
001460     05  WS-BANK-CHANGE-ID       PIC X(06) OCCURS 500 TIMES.

001470*-----------------------------------------------------------------
001480*    DEPARTMENT TOTALS, IN THE ORDER THE DEPARTMENTS ARE MET
001490*-----------------------------------------------------------------
001500 01  WS-MAX-DEPARTMENTS          PIC 9(03) VALUE 100.
001510 01  WS-DEPT-COUNT               PIC 9(03) VALUE ZERO.
001520 01  WS-DEPT-SUB                 PIC 9(03) VALUE ZERO.
001530 01  WS-DEPT-FOUND-SUB           PIC 9(03) VALUE ZERO.
001540 01  WS-DEPT-TABLE.
001550     05  WS-DEPT-ENTRY OCCURS 100 TIMES.
001560         10  WS-DEPT-CODE        PIC X(10).
001570         10  WS-DEPT-PAID        PIC 9(05).
001580         10  WS-DEPT-CUR-GROSS   PIC S9(09)V99.
001590         10  WS-DEPT-PRIOR-GROSS PIC S9(09)V99.
001600         10  WS-DEPT-CUR-NET     PIC S9(09)V99.
001610         10  WS-DEPT-PRIOR-NET   PIC S9(09)V99.

001620 01  WS-SHOP-PAID                PIC 9(05) VALUE ZERO.
001630 01  WS-SHOP-CUR-GROSS           PIC S9(09)V99 VALUE ZERO.
001640 01  WS-SHOP-PRIOR-GROSS         PIC S9(09)V99 VALUE ZERO.
001650 01  WS-SHOP-CUR-NET             PIC S9(09)V99 VALUE ZERO.
001660 01  WS-SHOP-PRIOR-NET           PIC S9(09)V99 VALUE ZERO.

001670 01  WS-EMPLOYEES-REVIEWED       PIC 9(06) VALUE ZERO.
001680 01  WS-EMPLOYEES-FLAGGED        PIC 9(06) VALUE ZERO.
001690 01  WS-ITEMS-FLAGGED            PIC 9(06) VALUE ZERO.
001700 01  WS-NO-PAY-COUNT             PIC 9(06) VALUE ZERO.

001710*-----------------------------------------------------------------
001720*    AUDIT LINE (INPUT) AND VARIANCE REPORT LINES
001730*-----------------------------------------------------------------
001740 COPY AUDLINE.CPY.
001750 COPY VARLINE.CPY.

001760 PROCEDURE DIVISION.

001770******************************************************************
001780*    0000-MAINLINE
001790******************************************************************
001800 0000-MAINLINE.
001810     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001820     PERFORM 2000-REVIEW-EMPLOYEE THRU 2000-EXIT
001830             UNTIL WS-END-OF-FILE.
001840     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001850     STOP RUN.

001860******************************************************************
001870*    1000-INITIALIZE
001880*    THE RUN MUST HAVE BEEN POSTED BY PayDriver - OTHERWISE
001890*    THERE IS NOTHING ON THE HISTORY TO REVIEW.
001900******************************************************************
001910 1000-INITIALIZE.
001920     OPEN INPUT PAY-PERIOD-CONTROL-FILE.
001930     IF WS-PAYCTL-STATUS NOT = "00"
001940         DISPLAY "PAYVAR - UNABLE TO OPEN PERIOD CONTROL, "
001950                 "STATUS = " WS-PAYCTL-STATUS
001960         MOVE 8 TO RETURN-CODE
001970         STOP RUN
001980     END-IF.
001990     READ PAY-PERIOD-CONTROL-FILE
002000         AT END
002010             DISPLAY "PAYVAR - PERIOD CONTROL RECORD MISSING"
002020             MOVE 8 TO RETURN-CODE
002030             STOP RUN
002040     END-READ.
002050     CLOSE PAY-PERIOD-CONTROL-FILE.
002060     IF NOT PC-PERIOD-POSTED
002070         DISPLAY "PAYVAR - PERIOD " PC-PERIOD-NUMBER
002080                 " NOT POSTED - NOTHING TO REVIEW"
002090         MOVE 8 TO RETURN-CODE
002100         STOP RUN
002110     END-IF.
002120     MOVE PC-PERIOD-END-YEAR TO WS-RUN-YEAR.
002130     MOVE PC-PERIOD-NUMBER TO WS-RUN-PERIOD.
002140     IF PC-OFF-CYCLE-RUN
002150         MOVE PC-OFF-CYCLE-SEQ TO WS-RUN-SEQUENCE
002160     ELSE
002170         MOVE ZERO TO WS-RUN-SEQUENCE
002180     END-IF.
002190     COMPUTE WS-RUN-YEAR-PERIOD = WS-RUN-YEAR * 100
002200                                + WS-RUN-PERIOD.
002210     IF PC-PERIODS-PER-YEAR NUMERIC
002220        AND PC-PERIODS-PER-YEAR > ZERO
002230         COMPUTE WS-PERIOD-HOURS-LIMIT ROUNDED =
002240                 WS-WEEKLY-HOURS-LIMIT * 52 / PC-PERIODS-PER-YEAR
002250     ELSE
002260         MOVE WS-WEEKLY-HOURS-LIMIT TO WS-PERIOD-HOURS-LIMIT
002270     END-IF.
002280     OPEN INPUT EMPLOYEE-MASTER-FILE.
002290     IF WS-EMPMAST-STATUS NOT = "00"
002300         DISPLAY "PAYVAR - UNABLE TO OPEN EMPLOYEE MASTER, "
002310                 "STATUS = " WS-EMPMAST-STATUS
002320         MOVE 8 TO RETURN-CODE
002330         STOP RUN
002340     END-IF.
002350     OPEN INPUT PAY-HISTORY-FILE.
002360     IF WS-PAYHIST-STATUS NOT = "00"
002370         DISPLAY "PAYVAR - UNABLE TO OPEN PAY HISTORY, "
002380                 "STATUS = " WS-PAYHIST-STATUS
002390         MOVE 8 TO RETURN-CODE
002400         STOP RUN
002410     END-IF.
002420     OPEN INPUT AUDIT-REPORT-FILE.
002430     IF WS-AUDIT-STATUS NOT = "00"
002440         DISPLAY "PAYVAR - UNABLE TO OPEN MAINTENANCE AUDIT, "
002450                 "STATUS = " WS-AUDIT-STATUS
002460         MOVE 8 TO RETURN-CODE
002470         STOP RUN
002480     END-IF.
002490     OPEN OUTPUT VARIANCE-REPORT-FILE.
002500     IF WS-VARRPT-STATUS NOT = "00"
002510         DISPLAY "PAYVAR - UNABLE TO OPEN VARIANCE REPORT, "
002520                 "STATUS = " WS-VARRPT-STATUS
002530         MOVE 8 TO RETURN-CODE
002540         STOP RUN
002550     END-IF.
002560     DISPLAY "PAYVAR - PAY GROUP " PC-PAY-GROUP " PERIOD "
002570             PC-PERIOD-NUMBER " RUN " WS-RUN-SEQUENCE.
002580     PERFORM 1500-LOAD-BANK-CHANGES THRU 1500-EXIT.
002590     CLOSE AUDIT-REPORT-FILE.
002600     PERFORM 2100-READ-EMPLOYEE THRU 2100-EXIT.
002610 1000-EXIT.
002620     EXIT.

002630******************************************************************
002640*    1500-LOAD-BANK-CHANGES
002650*    READS THE EmpMaint AUDIT LINES WRITTEN SINCE THE LAST RUN
002660*    AND TABLES EVERY EMPLOYEE WHOSE BANK ACCOUNT WAS ADDED OR
002670*    CHANGED.
002680******************************************************************
002690 1500-LOAD-BANK-CHANGES.
002700     PERFORM 1550-READ-AUDIT THRU 1550-EXIT.
002710     PERFORM 1600-CHECK-AUDIT-LINE THRU 1600-EXIT
002720             UNTIL WS-AUDIT-END-OF-FILE.
002730 1500-EXIT.
002740     EXIT.

002750******************************************************************
002760*    1550-READ-AUDIT
002770******************************************************************
002780 1550-READ-AUDIT.
002790     READ AUDIT-REPORT-FILE INTO AL-AUDIT-LINE
002800         AT END
002810             SET WS-AUDIT-END-OF-FILE TO TRUE
002820     END-READ.
002830 1550-EXIT.
002840     EXIT.

002850******************************************************************
002860*    1600-CHECK-AUDIT-LINE
002870*    A BEFORE IMAGE IS HELD.  AN AFTER IMAGE OF AN ADD THAT
002880*    CARRIES BANK DATA, OR OF THE HELD EMPLOYEE WITH A NEW
002890*    ROUTING OR ACCOUNT, IS A BANK CHANGE.
002900******************************************************************
002910 1600-CHECK-AUDIT-LINE.
002920     IF AL-IMAGE = "BEFORE"
002930         MOVE AL-EMPLOYEE-ID TO WS-BEFORE-EMPLOYEE-ID
002940         MOVE AL-BANK-ROUTING TO WS-BEFORE-ROUTING
002950         MOVE AL-BANK-ACCOUNT TO WS-BEFORE-ACCOUNT
002960         GO TO 1600-NEXT
002970     END-IF.
002980     IF AL-IMAGE NOT = "AFTER"
002990         GO TO 1600-NEXT
003000     END-IF.
003010     IF AL-ACTION = "ADD"
003020         IF AL-BANK-ROUTING NOT = SPACES
003030             PERFORM 1700-ADD-BANK-CHANGE THRU 1700-EXIT
003040         END-IF
003050         GO TO 1600-NEXT
003060     END-IF.
003070     IF AL-EMPLOYEE-ID = WS-BEFORE-EMPLOYEE-ID
003080        AND (AL-BANK-ROUTING NOT = WS-BEFORE-ROUTING
003090         OR AL-BANK-ACCOUNT NOT = WS-BEFORE-ACCOUNT)
003100         PERFORM 1700-ADD-BANK-CHANGE THRU 1700-EXIT
003110     END-IF.
003120 1600-NEXT.
003130     PERFORM 1550-READ-AUDIT THRU 1550-EXIT.
003140 1600-EXIT.
003150     EXIT.

003160******************************************************************
003170*    1700-ADD-BANK-CHANGE
003180*    ONE ENTRY PER EMPLOYEE, HOWEVER MANY TIMES THE ACCOUNT
003190*    CHANGED.
003200******************************************************************
003210 1700-ADD-BANK-CHANGE.
003220     MOVE AL-EMPLOYEE-ID TO WS-LOOKUP-EMPLOYEE-ID.
003230     PERFORM 3500-FIND-BANK-CHANGE THRU 3500-EXIT.
003240     IF WS-BANK-CHANGED
003250         GO TO 1700-EXIT
003260     END-IF.
003270     IF WS-BANK-CHANGE-COUNT NOT < WS-MAX-BANK-CHANGES
003280         DISPLAY "PAYVAR - BANK CHANGE TABLE FULL, EMPLOYEE "
003290                 AL-EMPLOYEE-ID " NOT TABLED"
003300         GO TO 1700-EXIT
003310     END-IF.
003320     ADD 1 TO WS-BANK-CHANGE-COUNT.
003330     MOVE AL-EMPLOYEE-ID
003340         TO WS-BANK-CHANGE-ID (WS-BANK-CHANGE-COUNT).
003350 1700-EXIT.
003360     EXIT.

003370******************************************************************
003380*    2000-REVIEW-EMPLOYEE
003390*    AN EMPLOYEE PAID IN THE RUN IS CHECKED AGAINST THE PRIOR
003400*    PERIOD.  ON A REGULAR RUN EVERY EMPLOYEE OF THE PAY GROUP
003410*    IS IN THE RUN, AND AN ACTIVE ONE WITH NO PAY IS FLAGGED.
003420*    AN OFF-CYCLE RUN PAYS ONLY A FEW, SO ONLY THE EMPLOYEES IT
003421*    PAID ARE IN IT - OTHERWISE EVERY DEPARTMENT'S PRIOR TOTAL
003422*    WOULD HOLD A FULL REGULAR PAYROLL.  EITHER WAY AN EMPLOYEE
003423*    IN THE RUN GOES INTO THE DEPARTMENT AND SHOP TOTALS.
003430******************************************************************
003440 2000-REVIEW-EMPLOYEE.
003450     PERFORM 3000-SCAN-HISTORY THRU 3000-EXIT.
003460     MOVE 'N' TO WS-IN-RUN-SWITCH.
003470     IF WS-CURRENT-PAY-FOUND
003480        OR (EM-PAY-GROUP = PC-PAY-GROUP AND PC-REGULAR-RUN)
003490         SET WS-EMPLOYEE-IN-RUN TO TRUE
003500     END-IF.
003510     IF NOT WS-EMPLOYEE-IN-RUN
003520         GO TO 2000-NEXT
003530     END-IF.
003540     MOVE 'N' TO WS-FLAGGED-SWITCH.
003550     MOVE EM-EMPLOYEE-ID TO VR-EMPLOYEE-ID.
003560     MOVE EM-EMPLOYEE-NAME TO VR-EMPLOYEE-NAME.
003570     MOVE EM-DEPARTMENT TO VR-DEPARTMENT.
003580     MOVE WS-CUR-GROSS TO VR-CUR-GROSS.
003590     MOVE WS-PRIOR-GROSS TO VR-PRIOR-GROSS.
003600     MOVE WS-CUR-NET TO VR-CUR-NET.
003610     MOVE WS-PRIOR-NET TO VR-PRIOR-NET.
003620     MOVE WS-CUR-HOURS TO VR-HOURS.
003630     IF WS-CURRENT-PAY-FOUND
003640         ADD 1 TO WS-EMPLOYEES-REVIEWED
003650         PERFORM 2200-CHECK-PAID-EMPLOYEE THRU 2200-EXIT
003660     ELSE
003670         IF EM-ACTIVE AND PC-REGULAR-RUN
003680             ADD 1 TO WS-NO-PAY-COUNT
003690             MOVE "ACTIVE - NO PAY THIS PERIOD" TO VR-REASON
003700             PERFORM 3800-WRITE-FLAG THRU 3800-EXIT
003710         END-IF
003720     END-IF.
003730     IF WS-EMPLOYEE-FLAGGED
003740         ADD 1 TO WS-EMPLOYEES-FLAGGED
003750     END-IF.
003760     PERFORM 4000-POST-DEPARTMENT THRU 4000-EXIT.
003770 2000-NEXT.
003780     PERFORM 2100-READ-EMPLOYEE THRU 2100-EXIT.
003790 2000-EXIT.
003800     EXIT.

003810******************************************************************
003820*    2100-READ-EMPLOYEE
003830******************************************************************
003840 2100-READ-EMPLOYEE.
003850     READ EMPLOYEE-MASTER-FILE NEXT RECORD
003860         AT END
003870             SET WS-END-OF-FILE TO TRUE
003880     END-READ.
003890 2100-EXIT.
003900     EXIT.

003910******************************************************************
003920*    2200-CHECK-PAID-EMPLOYEE
003930*    A FIRST-EVER PAYCHECK HAS NOTHING TO COMPARE TO.  AN
003940*    EMPLOYEE WITH EARLIER PAY BUT NO EARLIER REGULAR PERIOD
003950*    (OFF-CYCLE PAY ONLY) SKIPS THE GROSS AND NET COMPARISON.
003960******************************************************************
003970 2200-CHECK-PAID-EMPLOYEE.
003980     IF NOT WS-EARLIER-PAY-FOUND
003990         MOVE "FIRST PAYCHECK" TO VR-REASON
004000         PERFORM 3800-WRITE-FLAG THRU 3800-EXIT
004010     ELSE
004020         IF WS-PRIOR-PERIOD-FOUND
004030             MOVE WS-CUR-GROSS TO WS-TEST-CURRENT
004040             MOVE WS-PRIOR-GROSS TO WS-TEST-PRIOR
004050             PERFORM 3700-TEST-VARIANCE THRU 3700-EXIT
004060             IF WS-OVER-THRESHOLD
004070                 MOVE "GROSS CHANGE OVER THRESHOLD" TO VR-REASON
004080                 PERFORM 3800-WRITE-FLAG THRU 3800-EXIT
004090             END-IF
004100             MOVE WS-CUR-NET TO WS-TEST-CURRENT
004110             MOVE WS-PRIOR-NET TO WS-TEST-PRIOR
004120             PERFORM 3700-TEST-VARIANCE THRU 3700-EXIT
004130             IF WS-OVER-THRESHOLD
004140                 MOVE "NET CHANGE OVER THRESHOLD" TO VR-REASON
004150                 PERFORM 3800-WRITE-FLAG THRU 3800-EXIT
004160             END-IF
004170         END-IF
004180     END-IF.
004190     IF WS-CUR-HOURS > WS-PERIOD-HOURS-LIMIT
004200         MOVE "HOURS OVER LIMIT" TO VR-REASON
004210         PERFORM 3800-WRITE-FLAG THRU 3800-EXIT
004220     END-IF.
004230     IF WS-CUR-NET = ZERO
004240         MOVE "ZERO NET PAY" TO VR-REASON
004250         PERFORM 3800-WRITE-FLAG THRU 3800-EXIT
004260     END-IF.
004270     IF WS-CUR-NET < ZERO
004280         MOVE "NEGATIVE NET PAY" TO VR-REASON
004290         PERFORM 3800-WRITE-FLAG THRU 3800-EXIT
004300     END-IF.
004310     MOVE EM-EMPLOYEE-ID TO WS-LOOKUP-EMPLOYEE-ID.
004320     PERFORM 3500-FIND-BANK-CHANGE THRU 3500-EXIT.
004330     IF WS-BANK-CHANGED
004340         MOVE "BANK ACCOUNT CHANGED" TO VR-REASON
004350         PERFORM 3800-WRITE-FLAG THRU 3800-EXIT
004360     END-IF.
004370 2200-EXIT.
004380     EXIT.

004390******************************************************************
004400*    3000-SCAN-HISTORY
004410*    READS EVERY HISTORY RECORD OF THE EMPLOYEE.  THE RUN'S OWN
004420*    RECORDS ADD TO THE CURRENT FIGURES.  ANY OTHER RECORD NOT
004430*    LATER THAN THE RUN'S PERIOD IS EARLIER PAY, AND THE
004440*    REGULAR-RUN RECORDS OF THE LATEST PERIOD BEFORE THE RUN'S
004450*    MAKE UP THE PRIOR PERIOD.  PERIOD NUMBERS REPEAT ACROSS PAY
004451*    GROUPS' CALENDARS, SO THE RUN'S RECORDS AND THE PRIOR
004452*    PERIOD'S MUST ALSO BE OF THE RUN'S PAY GROUP.
004460******************************************************************
004470 3000-SCAN-HISTORY.
004480     MOVE ZERO TO WS-CUR-GROSS WS-CUR-NET WS-CUR-HOURS.
004490     MOVE ZERO TO WS-PRIOR-GROSS WS-PRIOR-NET.
004500     MOVE ZERO TO WS-PRIOR-YEAR-PERIOD.
004510     MOVE 'N' TO WS-CURRENT-SWITCH.
004520     MOVE 'N' TO WS-HISTORY-SWITCH.
004530     MOVE 'N' TO WS-PRIOR-SWITCH.
004540     MOVE 'N' TO WS-HIST-EOF-SWITCH.
004550     MOVE EM-EMPLOYEE-ID TO PH-EMPLOYEE-ID.
004560     MOVE ZERO TO PH-PERIOD-YEAR.
004570     MOVE ZERO TO PH-PERIOD-NUMBER.
004580     MOVE LOW-VALUES TO PH-TRANS-TYPE.
004590     MOVE ZERO TO PH-RUN-SEQUENCE.
004600     START PAY-HISTORY-FILE KEY NOT < PH-HISTORY-KEY
004610         INVALID KEY
004620             SET WS-HIST-END-OF-GROUP TO TRUE
004630     END-START.
004640     IF NOT WS-HIST-END-OF-GROUP
004650         PERFORM 3200-READ-HISTORY THRU 3200-EXIT
004660     END-IF.
004670     PERFORM 3100-SORT-ONE-RECORD THRU 3100-EXIT
004680             UNTIL WS-HIST-END-OF-GROUP.
004690 3000-EXIT.
004700     EXIT.

004710******************************************************************
004720*    3100-SORT-ONE-RECORD
004730*    HOURS COUNT ONLY FROM THE RUN'S OWN PAY (NORMAL, OFF-CYCLE,
004740*    MANUAL) - A RETRO, ADJUSTMENT, OR VOID STANDS FOR AN
004750*    EARLIER PERIOD'S HOURS.
004760******************************************************************
004770 3100-SORT-ONE-RECORD.
004780     IF PH-EMPLOYEE-ID NOT = EM-EMPLOYEE-ID
004790         SET WS-HIST-END-OF-GROUP TO TRUE
004800         GO TO 3100-EXIT
004810     END-IF.
004820     COMPUTE WS-HIST-YEAR-PERIOD = PH-PERIOD-YEAR * 100
004830                                 + PH-PERIOD-NUMBER.
004840     IF WS-HIST-YEAR-PERIOD > WS-RUN-YEAR-PERIOD
004850         GO TO 3100-NEXT
004860     END-IF.
004870     IF WS-HIST-YEAR-PERIOD = WS-RUN-YEAR-PERIOD
004880        AND PH-RUN-SEQUENCE = WS-RUN-SEQUENCE
004885        AND PH-PAY-GROUP = PC-PAY-GROUP
004890         SET WS-CURRENT-PAY-FOUND TO TRUE
004900         ADD PH-GROSS-PAY TO WS-CUR-GROSS
004910         ADD PH-NET-PAY TO WS-CUR-NET
004920         IF PH-TYPE-NORMAL OR PH-TYPE-OFF-CYCLE
004930            OR PH-TYPE-MANUAL
004940             ADD PH-HOURS TO WS-CUR-HOURS
004950         END-IF
004960         GO TO 3100-NEXT
004970     END-IF.
004980     SET WS-EARLIER-PAY-FOUND TO TRUE.
004990     IF WS-HIST-YEAR-PERIOD < WS-RUN-YEAR-PERIOD
005000        AND PH-RUN-SEQUENCE = ZERO
005005        AND PH-PAY-GROUP = PC-PAY-GROUP
005010         IF WS-HIST-YEAR-PERIOD NOT = WS-PRIOR-YEAR-PERIOD
005020             MOVE WS-HIST-YEAR-PERIOD TO WS-PRIOR-YEAR-PERIOD
005030             MOVE ZERO TO WS-PRIOR-GROSS WS-PRIOR-NET
005040         END-IF
005050         SET WS-PRIOR-PERIOD-FOUND TO TRUE
005060         ADD PH-GROSS-PAY TO WS-PRIOR-GROSS
005070         ADD PH-NET-PAY TO WS-PRIOR-NET
005080     END-IF.
005090 3100-NEXT.
005100     PERFORM 3200-READ-HISTORY THRU 3200-EXIT.
005110 3100-EXIT.
005120     EXIT.

005130******************************************************************
005140*    3200-READ-HISTORY
005150******************************************************************
005160 3200-READ-HISTORY.
005170     READ PAY-HISTORY-FILE NEXT RECORD
005180         AT END
005190             SET WS-HIST-END-OF-GROUP TO TRUE
005200     END-READ.
005210 3200-EXIT.
005220     EXIT.

005230******************************************************************
005240*    3500-FIND-BANK-CHANGE
005250*    LOOKS UP WS-LOOKUP-EMPLOYEE-ID IN THE BANK CHANGE TABLE.
005260******************************************************************
005270 3500-FIND-BANK-CHANGE.
005280     MOVE 'N' TO WS-BANK-SWITCH.
005290     MOVE 1 TO WS-BANK-SUB.
005300     PERFORM 3550-CHECK-BANK-ENTRY THRU 3550-EXIT
005310             UNTIL WS-BANK-SUB > WS-BANK-CHANGE-COUNT
005320                OR WS-BANK-CHANGED.
005330 3500-EXIT.
005340     EXIT.

005350******************************************************************
005360*    3550-CHECK-BANK-ENTRY
005370******************************************************************
005380 3550-CHECK-BANK-ENTRY.
005390     IF WS-BANK-CHANGE-ID (WS-BANK-SUB) = WS-LOOKUP-EMPLOYEE-ID
005400         SET WS-BANK-CHANGED TO TRUE
005410     END-IF.
005420     ADD 1 TO WS-BANK-SUB.
005430 3550-EXIT.
005440     EXIT.

005450******************************************************************
005460*    3700-TEST-VARIANCE
005470*    SETS WS-OVER-THRESHOLD WHEN THE CHANGE FROM WS-TEST-PRIOR
005480*    TO WS-TEST-CURRENT PASSES THE DOLLAR THRESHOLD OR THE
005490*    PERCENT THRESHOLD.  ANY CHANGE FROM A ZERO PRIOR FIGURE IS
005500*    OVER.
005510******************************************************************
005520 3700-TEST-VARIANCE.
005530     PERFORM 3750-FIGURE-PERCENT THRU 3750-EXIT.
005540     IF WS-TEST-CHANGE > WS-VARIANCE-AMOUNT
005550        OR WS-TEST-PERCENT > WS-VARIANCE-PERCENT
005560         SET WS-OVER-THRESHOLD TO TRUE
005570     END-IF.
005580 3700-EXIT.
005590     EXIT.

005600******************************************************************
005610*    3750-FIGURE-PERCENT
005620*    LEAVES THE SIZE OF THE CHANGE IN WS-TEST-CHANGE AND ITS
005630*    PERCENT OF THE PRIOR FIGURE IN WS-TEST-PERCENT.  A CHANGE
005640*    FROM ZERO IS TAKEN AS 100 PERCENT OVER ANY THRESHOLD.
005650******************************************************************
005660 3750-FIGURE-PERCENT.
005670     MOVE 'N' TO WS-OVER-SWITCH.
005680     MOVE ZERO TO WS-TEST-PERCENT.
005690     COMPUTE WS-TEST-CHANGE = WS-TEST-CURRENT - WS-TEST-PRIOR.
005700     IF WS-TEST-CHANGE < ZERO
005710         MULTIPLY -1 BY WS-TEST-CHANGE
005720     END-IF.
005730     MOVE WS-TEST-PRIOR TO WS-TEST-BASE.
005740     IF WS-TEST-BASE < ZERO
005750         MULTIPLY -1 BY WS-TEST-BASE
005760     END-IF.
005770     IF WS-TEST-CHANGE = ZERO
005780         GO TO 3750-EXIT
005790     END-IF.
005800     IF WS-TEST-BASE = ZERO
005810         COMPUTE WS-TEST-PERCENT = WS-VARIANCE-PERCENT + 100
005820     ELSE
005830         COMPUTE WS-TEST-PERCENT ROUNDED =
005840                 WS-TEST-CHANGE * 100 / WS-TEST-BASE
005850             ON SIZE ERROR
005860                 MOVE 9999999.99 TO WS-TEST-PERCENT
005870         END-COMPUTE
005880     END-IF.
005890 3750-EXIT.
005900     EXIT.

005910******************************************************************
005920*    3800-WRITE-FLAG
005930*    CALLER HAS SET THE REASON TEXT.
005940******************************************************************
005950 3800-WRITE-FLAG.
005960     WRITE VA-PRINT-LINE FROM VR-DETAIL-LINE.
005970     ADD 1 TO WS-ITEMS-FLAGGED.
005980     SET WS-EMPLOYEE-FLAGGED TO TRUE.
005990 3800-EXIT.
006000     EXIT.

006010******************************************************************
006020*    4000-POST-DEPARTMENT
006030*    ADDS THE EMPLOYEE'S RUN AND PRIOR-PERIOD FIGURES TO THE
006040*    DEPARTMENT AND SHOP TOTALS.  A DEPARTMENT PAST THE TABLE'S
006050*    END STILL COUNTS IN THE SHOP TOTAL.
006060******************************************************************
006070 4000-POST-DEPARTMENT.
006080     IF WS-CURRENT-PAY-FOUND
006090         ADD 1 TO WS-SHOP-PAID
006100     END-IF.
006110     ADD WS-CUR-GROSS TO WS-SHOP-CUR-GROSS.
006120     ADD WS-PRIOR-GROSS TO WS-SHOP-PRIOR-GROSS.
006130     ADD WS-CUR-NET TO WS-SHOP-CUR-NET.
006140     ADD WS-PRIOR-NET TO WS-SHOP-PRIOR-NET.
006150     MOVE ZERO TO WS-DEPT-FOUND-SUB.
006160     MOVE 1 TO WS-DEPT-SUB.
006170     PERFORM 4100-CHECK-DEPARTMENT THRU 4100-EXIT
006180             UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
006190                OR WS-DEPT-FOUND-SUB > ZERO.
006200     IF WS-DEPT-FOUND-SUB = ZERO
006210         IF WS-DEPT-COUNT NOT < WS-MAX-DEPARTMENTS
006220             DISPLAY "PAYVAR - DEPARTMENT TABLE FULL, "
006230                     EM-DEPARTMENT " IN SHOP TOTAL ONLY"
006240             GO TO 4000-EXIT
006250         END-IF
006260         ADD 1 TO WS-DEPT-COUNT
006270         MOVE WS-DEPT-COUNT TO WS-DEPT-FOUND-SUB
006280         MOVE EM-DEPARTMENT TO WS-DEPT-CODE (WS-DEPT-FOUND-SUB)
006290         MOVE ZERO TO WS-DEPT-PAID (WS-DEPT-FOUND-SUB)
006300         MOVE ZERO TO WS-DEPT-CUR-GROSS (WS-DEPT-FOUND-SUB)
006310         MOVE ZERO TO WS-DEPT-PRIOR-GROSS (WS-DEPT-FOUND-SUB)
006320         MOVE ZERO TO WS-DEPT-CUR-NET (WS-DEPT-FOUND-SUB)
006330         MOVE ZERO TO WS-DEPT-PRIOR-NET (WS-DEPT-FOUND-SUB)
006340     END-IF.
006350     IF WS-CURRENT-PAY-FOUND
006360         ADD 1 TO WS-DEPT-PAID (WS-DEPT-FOUND-SUB)
006370     END-IF.
006380     ADD WS-CUR-GROSS TO WS-DEPT-CUR-GROSS (WS-DEPT-FOUND-SUB).
006390     ADD WS-PRIOR-GROSS
006400         TO WS-DEPT-PRIOR-GROSS (WS-DEPT-FOUND-SUB).
006410     ADD WS-CUR-NET TO WS-DEPT-CUR-NET (WS-DEPT-FOUND-SUB).
006420     ADD WS-PRIOR-NET TO WS-DEPT-PRIOR-NET (WS-DEPT-FOUND-SUB).
006430 4000-EXIT.
006440     EXIT.

006450******************************************************************
006460*    4100-CHECK-DEPARTMENT
006470******************************************************************
006480 4100-CHECK-DEPARTMENT.
006490     IF WS-DEPT-CODE (WS-DEPT-SUB) = EM-DEPARTMENT
006500         MOVE WS-DEPT-SUB TO WS-DEPT-FOUND-SUB
006510     END-IF.
006520     ADD 1 TO WS-DEPT-SUB.
006530 4100-EXIT.
006540     EXIT.

006550******************************************************************
006560*    9000-TERMINATE
006570*    DEPARTMENT AND SHOP COMPARISONS, THE REVIEW COUNTS, AND THE
006580*    SIGN-OFF LINE.
006590******************************************************************
006600 9000-TERMINATE.
006610     MOVE SPACES TO VA-PRINT-LINE.
006620     WRITE VA-PRINT-LINE.
006630     MOVE 1 TO WS-DEPT-SUB.
006640     PERFORM 9100-WRITE-DEPARTMENT THRU 9100-EXIT
006650             UNTIL WS-DEPT-SUB > WS-DEPT-COUNT.
006660     MOVE "SHOP TOTAL" TO VR-TOT-CAPTION.
006670     MOVE SPACES TO VR-TOT-DEPARTMENT.
006680     MOVE WS-SHOP-PAID TO VR-TOT-COUNT.
006690     MOVE WS-SHOP-CUR-GROSS TO WS-TEST-CURRENT.
006700     MOVE WS-SHOP-PRIOR-GROSS TO WS-TEST-PRIOR.
006710     MOVE WS-SHOP-CUR-NET TO VR-TOT-CUR-NET.
006720     MOVE WS-SHOP-PRIOR-NET TO VR-TOT-PRIOR-NET.
006730     COMPUTE VR-TOT-NET-CHANGE =
006740             WS-SHOP-CUR-NET - WS-SHOP-PRIOR-NET.
006750     PERFORM 9200-WRITE-TOTAL THRU 9200-EXIT.
006760     MOVE SPACES TO VA-PRINT-LINE.
006770     WRITE VA-PRINT-LINE.
006780     MOVE "EMPLOYEES PAID IN THIS RUN" TO VR-CNT-CAPTION.
006790     MOVE WS-EMPLOYEES-REVIEWED TO VR-CNT-COUNT.
006800     WRITE VA-PRINT-LINE FROM VR-COUNT-LINE.
006810     MOVE "ACTIVE EMPLOYEES WITH NO PAY" TO VR-CNT-CAPTION.
006820     MOVE WS-NO-PAY-COUNT TO VR-CNT-COUNT.
006830     WRITE VA-PRINT-LINE FROM VR-COUNT-LINE.
006840     MOVE "BANK ACCOUNTS CHANGED SINCE LAST RUN"
006850         TO VR-CNT-CAPTION.
006860     MOVE WS-BANK-CHANGE-COUNT TO VR-CNT-COUNT.
006870     WRITE VA-PRINT-LINE FROM VR-COUNT-LINE.
006880     MOVE "EMPLOYEES FLAGGED" TO VR-CNT-CAPTION.
006890     MOVE WS-EMPLOYEES-FLAGGED TO VR-CNT-COUNT.
006900     WRITE VA-PRINT-LINE FROM VR-COUNT-LINE.
006910     MOVE "ITEMS FLAGGED" TO VR-CNT-CAPTION.
006920     MOVE WS-ITEMS-FLAGGED TO VR-CNT-COUNT.
006930     WRITE VA-PRINT-LINE FROM VR-COUNT-LINE.
006940     MOVE SPACES TO VA-PRINT-LINE.
006950     WRITE VA-PRINT-LINE.
006960     WRITE VA-PRINT-LINE FROM VR-SIGNOFF-LINE.
006970     IF WS-ITEMS-FLAGGED > ZERO
006980         MOVE 4 TO RETURN-CODE
006990     END-IF.
007000     CLOSE EMPLOYEE-MASTER-FILE.
007010     CLOSE PAY-HISTORY-FILE.
007020     CLOSE VARIANCE-REPORT-FILE.
007030     DISPLAY "PAYVAR - " WS-EMPLOYEES-REVIEWED
007040             " EMPLOYEES PAID IN RUN".
007050     DISPLAY "PAYVAR - " WS-ITEMS-FLAGGED " ITEMS FLAGGED ON "
007060             WS-EMPLOYEES-FLAGGED " EMPLOYEES".
007070 9000-EXIT.
007080     EXIT.

007090******************************************************************
007100*    9100-WRITE-DEPARTMENT
007110******************************************************************
007120 9100-WRITE-DEPARTMENT.
007130     MOVE "DEPARTMENT" TO VR-TOT-CAPTION.
007140     MOVE WS-DEPT-CODE (WS-DEPT-SUB) TO VR-TOT-DEPARTMENT.
007150     MOVE WS-DEPT-PAID (WS-DEPT-SUB) TO VR-TOT-COUNT.
007160     MOVE WS-DEPT-CUR-GROSS (WS-DEPT-SUB) TO WS-TEST-CURRENT.
007170     MOVE WS-DEPT-PRIOR-GROSS (WS-DEPT-SUB) TO WS-TEST-PRIOR.
007180     MOVE WS-DEPT-CUR-NET (WS-DEPT-SUB) TO VR-TOT-CUR-NET.
007190     MOVE WS-DEPT-PRIOR-NET (WS-DEPT-SUB) TO VR-TOT-PRIOR-NET.
007200     COMPUTE VR-TOT-NET-CHANGE = WS-DEPT-CUR-NET (WS-DEPT-SUB)
007210                               - WS-DEPT-PRIOR-NET (WS-DEPT-SUB).
007220     PERFORM 9200-WRITE-TOTAL THRU 9200-EXIT.
007230     ADD 1 TO WS-DEPT-SUB.
007240 9100-EXIT.
007250     EXIT.

007260******************************************************************
007270*    9200-WRITE-TOTAL
007280*    CALLER LOADS THE CAPTION, COUNT, NET COLUMNS, AND THE GROSS
007290*    FIGURES INTO THE TEST FIELDS.  THE TOTAL IS MARKED WHEN
007300*    ITS GROSS MOVED BY MORE THAN THE PERCENT THRESHOLD.
007310******************************************************************
007320 9200-WRITE-TOTAL.
007330     MOVE WS-TEST-CURRENT TO VR-TOT-CUR-GROSS.
007340     MOVE WS-TEST-PRIOR TO VR-TOT-PRIOR-GROSS.
007350     COMPUTE VR-TOT-GROSS-CHANGE = WS-TEST-CURRENT
007360                                 - WS-TEST-PRIOR.
007370     PERFORM 3750-FIGURE-PERCENT THRU 3750-EXIT.
007380     IF WS-TEST-PERCENT > WS-VARIANCE-PERCENT
007390         MOVE "VARIANCE" TO VR-TOT-FLAG
007400     ELSE
007410         MOVE SPACES TO VR-TOT-FLAG
007420     END-IF.
007430     WRITE VA-PRINT-LINE FROM VR-TOTAL-LINE.
007440 9200-EXIT.
007450     EXIT.
007460 END PROGRAM PayVariance.
