000080 DATE-COMPILED.

000090******************************************************************
000099*  PURPOSE.  BATCH PAYROLL DRIVER.  READS THE TIMECARD FILE,     *
000108*  GATHERS ALL OF EACH EMPLOYEE'S TIMECARDS FOR THE PERIOD,      *
000117*  VALIDATES THE EMPLOYEE AND PAY RATE AGAINST THE EMPLOYEE      *
000126*  MASTER, AND CALLS Payroll ONCE PER EMPLOYEE SO AN ENTIRE PAY  *
000135*  PERIOD CAN BE RUN IN ONE BATCH JOB INSTEAD OF ONE-OFF         *
000144*  INVOCATIONS.  AN EMPLOYEE WITH ANY TIMECARD THAT FAILS        *
000153*  EMPLOYEE OR RATE VALIDATION, OR THAT Payroll REJECTS, IS HELD *
000162*  WHOLE - EVERY CARD GOES TO THE EXCEPTION REPORT INSTEAD OF    *
000171*  BEING PAID.  EVERY EMPLOYEE PAID PRODUCES A LINE ON THE       *
000180*  PAYROLL REGISTER, WITH A RUN TOTAL LINE AT THE END.  EACH PAY *
000189*  ALSO ROLLS INTO THE EMPLOYEE'S YEAR-TO-DATE AND QUARTER-TO-   *
000198*  DATE TOTALS ON THE YTD-TOTALS MASTER.                         *
000210*-----------------------------------------------------------------
000220*  MODIFICATION HISTORY.
000230*    08/09/2026  RWK  ORIGINAL.
002550*                     DEBIT APPLIES ONLY TO NORMAL TIMECARDS.
002560*    09/01/2026  RWK  THE PAY HISTORY KEY NOW CARRIES THE
002570*                     PERIOD YEAR (PAYHREC.CPY).  PERIOD
002571*                     NUMBERS RECYCLE EVERY YEAR, SO WITHOUT
002572*                     IT THE FIRST RUN OF EACH NEW PERIOD
002573*                     OVERWROTE THE PRIOR YEAR'S RECORD AND
002574*                     THE HISTORY NEVER HELD MORE THAN A
002575*                     ONE-YEAR ROLLING WINDOW.
002576*    10/05/2026  RWK  ONE PAY PER EMPLOYEE PER PERIOD.  ALL OF AN
002577*                     EMPLOYEE'S NORMAL AND RETRO TIMECARDS IN A
002578*                     ROW ARE GATHERED AND PAID IN ONE Payroll
002579*                     CALL (LS-EARNINGS, EARNLS.CPY), SO
002580*                     WITHHOLDING RUNS ON THE COMBINED GROSS AND
002581*                     HEALTH, GARNISHMENTS, THE PAYMENT, AND THE
002582*                     PAY HISTORY RECORD HAPPEN ONCE.  A COMBINED
002583*                     PAY PRINTS ONE REGISTER LINE MARKED
002584*                     COMBINED WITH A BREAKDOWN LINE PER EARNINGS
002585*                     TYPE UNDER IT.  A REJECT ON ANY CARD HOLDS
002586*                     THE WHOLE EMPLOYEE AND EVERY CARD GOES TO
002587*                     THE EXCEPTION REPORT.  LEAVE IS CHECKED
002588*                     AND DEBITED ON THE TOTAL VACATION AND SICK
002589*                     HOURS ACROSS THE CARDS.  ADJUSTMENTS AND
002590*                     VOIDS ARE STILL DISPOSED OF ONE CARD AT A
002591*                     TIME.  THE CHECKPOINT, WRITTEN ONCE PER
002592*                     EMPLOYEE, CARRIES THE COUNT OF TIMECARDS
002593*                     DISPOSED OF AND RESTART SKIPS THAT MANY.
002594*    10/06/2026  RWK  PRE-TAX DEDUCTIONS.  2250 PASSES EACH
002595*                     DEDUCTION'S TAX TREATMENT FROM THE
002596*                     ELECTIONS FILE (SHOP DEFAULT: HEALTH
002597*                     PRE-TAX FOR INCOME TAX AND FICA, 401(K)
002598*                     PRE-TAX FOR INCOME TAX ONLY).  Payroll
002599*                     RETURNS THE FEDERAL, STATE, AND FICA
002600*                     TAXABLE WAGES (LS-TAXABLE-WAGES,
002601*                     TXWAGE.CPY), WHICH ROLL INTO NEW YTD/QTD
002602*                     BUCKETS AND THE PAY HISTORY RECORD.  THE
002603*                     FICA WAGE BASE NOW MEASURES AGAINST YTD
002604*                     FICA WAGES.  AN ADJUSTMENT/VOID BACKS OUT
002605*                     TAXABLE WAGES DERIVED FROM ITS ORIGINAL
002606*                     GROSS AND DEDUCTIONS.
002607*    10/07/2026  RWK  TAX PARAMETER MASTER.  THE WITHHOLDING
002608*                     BRACKETS, FICA, 401(K), FUTA, AND SUTA
002609*                     FIGURES IN EFFECT ON THE PERIOD END DATE
002610*                     LOAD FROM TAXPARM (TAXPARM.CPY) AT START OF
002611*                     RUN AND PASS TO Payroll IN LS-TAX-PARMS
002612*                     (TAXLS.CPY).  EACH EMPLOYEE GETS THE SUTA
002613*                     ROW FOR THE WORK STATE, OR THE ** DEFAULT
002614*                     ROW.  A PERIOD WITH NO BRACKETS, LIMITS, OR
002615*                     DEFAULT SUTA ROW IN EFFECT REFUSES THE RUN.
002616*                     THE 401(K) CATCH-UP FLAG PASSES FROM THE
002617*                     ELECTIONS FILE.
002618*    10/08/2026  RWK  PAY GROUPS.  THE RUN PAYS ONE PAY GROUP -
002619*                     THE ONE KEYED ON THE PERIOD CONTROL RECORD
002620*                     - AGAINST THE GROUP'S OPEN PERIOD ON THE
002621*                     PAY CALENDAR (PAYCAL.CPY), WHICH SUPPLIES
002622*                     THE PERIOD END DATE, NUMBER, CHECK DATE,
002623*                     AND PERIODS PER YEAR.  A TIMECARD OR
002624*                     REVERSAL FOR AN EMPLOYEE IN ANOTHER GROUP
002625*                     IS REJECTED, AND ONLY THE GROUP'S SALARIED
002626*                     EMPLOYEES ARE GENERATED.  THE PERIODS PER
002627*                     YEAR PASS TO Payroll IN LS-TAX-PARMS FOR
002628*                     THE WITHHOLDING ANNUALIZATION.  THE
002629*                     CALENDAR PERIOD IS MARKED POSTED WITH THE
002630*                     CONTROL RECORD.
002631*    10/09/2026  RWK  OFF-CYCLE RUNS.  WITH PC-RUN-TYPE O ON THE
002632*                     CONTROL RECORD THE RUN PAYS THE BONUS,
002633*                     FINAL-PAY, AND MANUAL-CHECK ENTRIES ON THE
002634*                     OFFTRAN FILE (OFFTRAN.CPY) INSTEAD OF THE
002635*                     TIMECARDS, AGAINST THE PAY GROUP'S LAST
002636*                     POSTED PERIOD, AS OFF-CYCLE RUN NUMBER
002637*                     PY-OFF-CYCLE-COUNT + 1 WITHIN IT.  BONUS
002638*                     AND VACATION EARNINGS WITHHOLD FEDERAL AT
002639*                     THE FLAT SUPPLEMENTAL RATE; HEALTH,
002640*                     ADDITIONAL WITHHOLDING, AND FIXED-AMOUNT
002641*                     GARNISHMENTS ARE NOT TAKEN; SALARIED PAY IS
002642*                     NOT GENERATED.  A MANUAL CHECK POSTS THE
002643*                     FIGURES KEYED FROM THE CHECK AND GOES TO
002644*                     THE CHECK EXTRACT WITH ITS OWN NUMBER.  THE
002645*                     REGISTER OPENS WITH A RUN LINE, EVERY GL
002646*                     RECORD CARRIES THE RUN (GL-RUN-ID), AND THE
002647*                     PAY HISTORY KEY CARRIES THE RUN SEQUENCE
002648*                     (ZERO FOR A REGULAR RUN) SO PayBalance CAN
002649*                     BALANCE AN OFF-CYCLE RUN ON ITS OWN.  THE
002650*                     CALENDAR PERIOD STAYS POSTED; ITS
002651*                     OFF-CYCLE COUNT IS STEPPED AT END OF RUN.
002652*    10/13/2026  RWK  EMPLOYER 401(K) MATCH.  EACH PAY'S MATCH IS
002653*                     FIGURED FROM ITS GROSS AND DEFERRAL BY THE
002654*                     TIERS ON THE MATCH PLAN TABLE (MATCHPLN,
002655*                     MATCHPLN.CPY) AND ROLLS INTO THE NEW YTD
002656*                     MATCH BUCKET; A REVERSAL BACKS OUT THE
002657*                     MATCH ON ITS ORIGINAL FIGURES.  THE GROUP'S
002658*                     LAST REGULAR PERIOD OF THE YEAR ALSO TRUES
002659*                     UP EACH EMPLOYEE PAID TO THE MATCH ON YTD
002660*                     GROSS AND DEFERRALS.  EVERY PAY, REVERSAL,
002661*                     AND MANUAL CHECK GOES TO THE RECORDKEEPER
002662*                     CONTRIBUTION FILE (PLANCONT, RKCONT.CPY)
002663*                     WITH A HEADER AND A TRAILER OF BATCH
002664*                     TOTALS.  THE MATCH POSTS TO THE GL AS A
002665*                     5200 EXPENSE DEBIT AND 2500 LIABILITY
002666*                     CREDIT.  THE MATCH TOTALS AND FILE TOTALS
002667*                     RIDE THE CHECKPOINT.
002668*    10/15/2026  RWK  A SECOND MANUAL CHECK FOR AN EMPLOYEE IS
002669*                     NOW CAUGHT BY READING PAY HISTORY FOR THE
002670*                     FIRST'S RECORD, NOT BY COMPARING WITH THE
002671*                     ENTRY BEFORE IT - A NON-ADJACENT SECOND
002672*                     CHECK POSTED TWICE.  A PAY HISTORY KEY
002673*                     ALREADY ON FILE IS REWRITTEN ONLY IN A
002674*                     RESTART'S REPLAY WINDOW (UP TO THE FIRST
002675*                     NEW CHECKPOINT); OTHERWISE IT IS LEFT
002676*                     ALONE AND DISPLAYED.
002677*    10/15/2026  RWK  THE REGISTER AND PAY HISTORY CARRY AN
002678*                     EMPLOYEE'S COMBINED HOURS FROM THE NEW
002679*                     WS-PAY-HOURS (999V9) INSTEAD OF THE WORK
002680*                     RECORD, WHICH CAPPED THEM AT 99.9 - A
002681*                     BIWEEKLY OR LONGER PERIOD RUNS PAST THAT.
002682******************************************************************

002683 ENVIRONMENT DIVISION.
002684 CONFIGURATION SECTION.
002685 SOURCE-COMPUTER.  IBM-370.
002686 OBJECT-COMPUTER.  IBM-370.

002687 INPUT-OUTPUT SECTION.
002690 FILE-CONTROL.
002700     SELECT TIMECARD-FILE ASSIGN TO "TIMECARD"
002710         ORGANIZATION IS LINE SEQUENTIAL
002720         FILE STATUS IS WS-TIMECARD-STATUS.

002722     SELECT OFF-CYCLE-FILE ASSIGN TO "OFFTRAN"
002724         ORGANIZATION IS LINE SEQUENTIAL
002726         FILE STATUS IS WS-OFFTRAN-STATUS.

002730     SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
002740         ORGANIZATION IS INDEXED
002750         ACCESS MODE IS DYNAMIC
003210         ORGANIZATION IS LINE SEQUENTIAL
003220         FILE STATUS IS WS-STTAX-STATUS.

003221     SELECT TAX-PARM-FILE ASSIGN TO "TAXPARM"
003222         ORGANIZATION IS INDEXED
003223         ACCESS MODE IS DYNAMIC
003224         RECORD KEY IS TP-PARM-KEY
003225         FILE STATUS IS WS-TAXPARM-STATUS.

003230     SELECT CHECK-PAYMENT-FILE ASSIGN TO "CHKPAY"
003240         ORGANIZATION IS LINE SEQUENTIAL
003250         FILE STATUS IS WS-CHKPAY-STATUS.
003270         ORGANIZATION IS SEQUENTIAL
003280         FILE STATUS IS WS-PAYCTL-STATUS.

003281     SELECT PAY-CALENDAR-FILE ASSIGN TO "PAYCAL"
003282         ORGANIZATION IS INDEXED
003283         ACCESS MODE IS DYNAMIC
003284         RECORD KEY IS PY-CALENDAR-KEY
003285         FILE STATUS IS WS-PAYCAL-STATUS.

003290     SELECT DEPT-GL-MAP-FILE ASSIGN TO "DEPTGL"
003300         ORGANIZATION IS LINE SEQUENTIAL
003310         FILE STATUS IS WS-DEPTGL-STATUS.
003350         RECORD KEY IS AB-EMPLOYEE-ID
003360         FILE STATUS IS WS-ACCMST-STATUS.

003361     SELECT MATCH-PLAN-FILE ASSIGN TO "MATCHPLN"
003362         ORGANIZATION IS LINE SEQUENTIAL
003363         FILE STATUS IS WS-MATCHPLN-STATUS.

003364     SELECT PLAN-CONTRIB-FILE ASSIGN TO "PLANCONT"
003365         ORGANIZATION IS LINE SEQUENTIAL
003366         FILE STATUS IS WS-PLANCONT-STATUS.

003370 DATA DIVISION.
003380 FILE SECTION.
003390 FD  TIMECARD-FILE
003400     RECORDING MODE IS F.
003410 COPY TCREC.CPY.

003412 FD  OFF-CYCLE-FILE
003414     RECORDING MODE IS F.
003416 COPY OFFTRAN.CPY.

003420 FD  EMPLOYEE-MASTER-FILE.
003430 COPY EMPMAST.CPY.

003670     RECORDING MODE IS F.
003680 COPY STTAX.CPY.

003683 FD  TAX-PARM-FILE.
003686 COPY TAXPARM.CPY.

003690 FD  PAY-PERIOD-CONTROL-FILE
003700     RECORDING MODE IS F.
003710 COPY PCTLREC.CPY.

003713 FD  PAY-CALENDAR-FILE.
003716 COPY PAYCAL.CPY.

003720 FD  DEPT-GL-MAP-FILE
003730     RECORDING MODE IS F.
003740 COPY DEPTGL.CPY.
003890 FD  PAY-HISTORY-FILE.
003900 COPY PAYHREC.CPY.

003901 FD  MATCH-PLAN-FILE
003902     RECORDING MODE IS F.
003903 COPY MATCHPLN.CPY.

003904 FD  PLAN-CONTRIB-FILE
003905     RECORDING MODE IS F.
003906 COPY RKCONT.CPY.

003910 WORKING-STORAGE SECTION.

003920*-----------------------------------------------------------------
003930*    FILE STATUS AND CONTROL SWITCHES
003940*-----------------------------------------------------------------
003950 01  WS-TIMECARD-STATUS          PIC X(02) VALUE SPACES.
003955 01  WS-OFFTRAN-STATUS           PIC X(02) VALUE SPACES.
003960 01  WS-EMPMAST-STATUS           PIC X(02) VALUE SPACES.
003970 01  WS-DEDMAST-STATUS           PIC X(02) VALUE SPACES.
003980 01  WS-YTDMST-STATUS            PIC X(02) VALUE SPACES.
004030 01  WS-ACHEXP-STATUS            PIC X(02) VALUE SPACES.
004040 01  WS-CHKPAY-STATUS            PIC X(02) VALUE SPACES.
004050 01  WS-PAYCTL-STATUS            PIC X(02) VALUE SPACES.
004055 01  WS-PAYCAL-STATUS            PIC X(02) VALUE SPACES.
004060 01  WS-DEPTGL-STATUS            PIC X(02) VALUE SPACES.
004070 01  WS-ACCMST-STATUS            PIC X(02) VALUE SPACES.
004080 01  WS-STTAX-STATUS             PIC X(02) VALUE SPACES.
004085 01  WS-TAXPARM-STATUS           PIC X(02) VALUE SPACES.
004090 01  WS-GARNORD-STATUS           PIC X(02) VALUE SPACES.
004100 01  WS-GARNRMT-STATUS           PIC X(02) VALUE SPACES.
004110 01  WS-ERTAX-STATUS             PIC X(02) VALUE SPACES.
004120 01  WS-CHKEXTR-STATUS           PIC X(02) VALUE SPACES.
004130 01  WS-PAYHIST-STATUS           PIC X(02) VALUE SPACES.
004133 01  WS-MATCHPLN-STATUS          PIC X(02) VALUE SPACES.
004136 01  WS-PLANCONT-STATUS          PIC X(02) VALUE SPACES.

004140 01  WS-PH-FOUND-SWITCH          PIC X(01) VALUE 'N'.
004150     88  WS-PH-FOUND                       VALUE 'Y'.
004190 01  WS-STTAX-EOF-SWITCH         PIC X(01) VALUE 'N'.
004200     88  WS-STTAX-END-OF-FILE              VALUE 'Y'.

004201 01  WS-TAXPARM-EOF-SWITCH       PIC X(01) VALUE 'N'.
004202     88  WS-TAXPARM-END-OF-FILE            VALUE 'Y'.

004203 01  WS-PAYCAL-EOF-SWITCH        PIC X(01) VALUE 'N'.
004204     88  WS-PAYCAL-END-OF-FILE             VALUE 'Y'.

004205 01  WS-PAYCAL-SWITCH            PIC X(01) VALUE 'N'.
004206     88  WS-OPEN-PERIOD-FOUND              VALUE 'Y'.
004207     88  WS-POSTED-PERIOD-FOUND            VALUE 'P'.
004208 01  WS-POSTED-PERIOD-KEY        PIC X(08) VALUE SPACES.

004210 01  WS-DEPTGL-EOF-SWITCH        PIC X(01) VALUE 'N'.
004220     88  WS-DEPTGL-END-OF-FILE             VALUE 'Y'.

004223 01  WS-MATCHPLN-EOF-SWITCH      PIC X(01) VALUE 'N'.
004226     88  WS-MATCHPLN-END-OF-FILE           VALUE 'Y'.

004230 01  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
004240     88  WS-END-OF-FILE                    VALUE 'Y'.

004270 01  WS-RESTART-SWITCH           PIC X(01) VALUE 'N'.
004280     88  WS-RESTART-RUN                     VALUE 'Y'.

004281*-----------------------------------------------------------------
004282*    REPLAY WINDOW.  ON A RESTART, THE FIRST DISPOSITION AFTER
004283*    THE CHECKPOINT MAY BE ONE THE FAILED RUN HAD ALREADY
004284*    WRITTEN TO PAY HISTORY; ONLY IT MAY FIND ITS OWN KEY ON
004285*    FILE.  THE NEXT CHECKPOINT CLOSES THE WINDOW.
004286*-----------------------------------------------------------------
004287 01  WS-REPLAY-SWITCH            PIC X(01) VALUE 'N'.
004288     88  WS-REPLAY-WINDOW                   VALUE 'Y'.

004290 01  WS-LAST-CHECKPOINT-ID       PIC X(06) VALUE SPACES.
004300 01  WS-LAST-CHECKPOINT-RECORDS  PIC 9(06) VALUE ZERO.
004310 01  WS-LAST-CHECKPOINT-EXCPTNS  PIC 9(06) VALUE ZERO.
004520     88  WS-LEAVE-OK                       VALUE 'Y'.
004530     88  WS-LEAVE-SHORT                    VALUE 'N'.

004531 01  WS-ACCRUAL-SWITCH           PIC X(01) VALUE 'N'.
004532     88  WS-ACCRUAL-FOUND                  VALUE 'Y'.
004533     88  WS-ACCRUAL-NOT-FOUND              VALUE 'N'.
004534 01  WS-ACCRUAL-READ-SWITCH      PIC X(01) VALUE 'N'.
004535     88  WS-ACCRUAL-READ                   VALUE 'Y'.

004536*-----------------------------------------------------------------
004537*    EMPLOYEE EARNINGS GROUP.  ALL OF AN EMPLOYEE'S NORMAL AND
004538*    RETRO TIMECARDS IN A ROW ARE GATHERED HERE AND PAID IN ONE
004539*    Payroll CALL.  EACH CARD IS KEPT WHOLE (THE 78-BYTE
004540*    TIMECARD RECORD) WITH ITS OWN REJECT REASON; ONE REJECTED
004541*    CARD HOLDS THE WHOLE EMPLOYEE.  THE LOOK-AHEAD CARD THAT
004542*    ENDED THE GROUP IS SAVED WHILE THE TIMECARD AREA CARRIES
004543*    THE COMBINED WORK RECORD.  THE TIMECARD COUNT IS THE
004544*    NUMBER OF CARDS DISPOSED OF, CARRIED ON THE CHECKPOINT.
004545*-----------------------------------------------------------------
004546 01  WS-GRP-TABLE.
004547     05  WS-GRP-COUNT            PIC 9(02) VALUE ZERO.
004548     05  WS-GRP-ENTRY OCCURS 10 TIMES.
004549         10  WS-GRP-CARD         PIC X(78).
004550         10  WS-GRP-REASON       PIC X(40).
004551         10  WS-GRP-AMOUNT       PIC 9(5)V99.
004552         10  WS-GRP-SUPP-SW      PIC X(01).
004553 01  WS-GRP-SUB                  PIC 9(02) VALUE ZERO.
004554 01  WS-GRP-MAX-LINES            PIC 9(02) VALUE 10.
004555 01  WS-GRP-EMPLOYEE-ID          PIC X(06) VALUE SPACES.
004556 01  WS-LAST-GROUP-ID            PIC X(06) VALUE SPACES.
004557 01  WS-GRP-CARDS                PIC 9(04) VALUE ZERO.
004558 01  WS-GRP-HOLD-SWITCH          PIC X(01) VALUE 'N'.
004559     88  WS-GRP-HELD                       VALUE 'Y'.
004560 01  WS-GRP-HOLD-REASON          PIC X(40) VALUE SPACES.
004561 01  WS-LINE-REASON              PIC X(40) VALUE SPACES.
004562 01  WS-GRP-VAC-HOURS            PIC 999V9 VALUE ZERO.
004563 01  WS-GRP-SICK-HOURS           PIC 999V9 VALUE ZERO.
004564 01  WS-GRP-HOURS                PIC 999V9 VALUE ZERO.
004565 01  WS-GRP-RETRO-HOURS          PIC 999V9 VALUE ZERO.
004566 01  WS-GRP-RETRO-RATE           PIC 99V99 VALUE ZERO.
004567 01  WS-MAX-CARD-HOURS           PIC 99V9  VALUE 99.9.
004568 01  WS-PAY-HOURS                PIC 999V9 VALUE ZERO.
004569 01  WS-GRP-EARN-TYPE            PIC X(01) VALUE SPACE.
004570 01  WS-LINE-EARN-TYPE           PIC X(01) VALUE SPACE.
004571 01  WS-GRP-NORMAL-SWITCH        PIC X(01) VALUE 'N'.
004572     88  WS-GRP-HAS-NORMAL                 VALUE 'Y'.
004573 01  WS-GRP-RETRO-SWITCH         PIC X(01) VALUE 'N'.
004574     88  WS-GRP-HAS-RETRO                  VALUE 'Y'.
004575 01  WS-GRP-FINAL-SWITCH         PIC X(01) VALUE 'N'.
004576     88  WS-GRP-HAS-FINAL-PAY              VALUE 'Y'.
004577 01  WS-SAVED-TIMECARD           PIC X(78) VALUE SPACES.
004578 01  WS-TIMECARD-COUNT           PIC 9(06) VALUE ZERO.

004579*-----------------------------------------------------------------
004580*    EARNINGS BREAKDOWN OF A COMBINED PAY - ONE SLOT PER
004581*    EARNINGS TYPE FOR THE REGISTER, PLUS THE REGULAR, PREMIUM,
004582*    AND STRAIGHT-TIME HOURS FOR THE PAY HISTORY RECORD, ALL
004583*    FILLED FROM THE LINE FIGURES Payroll RETURNS.
004584*-----------------------------------------------------------------
004585 01  WS-BRK-LABEL-VALUES.
004586     05  FILLER                  PIC X(10) VALUE "REGULAR".
004587     05  FILLER                  PIC X(10) VALUE "OVERTIME".
004588     05  FILLER                  PIC X(10) VALUE "VACATION".
004589     05  FILLER                  PIC X(10) VALUE "SICK".
004590     05  FILLER                  PIC X(10) VALUE "HOLIDAY".
004591     05  FILLER                  PIC X(10) VALUE "BONUS".
004592     05  FILLER                  PIC X(10) VALUE "RETRO PAY".
004593 01  WS-BRK-LABEL-TABLE REDEFINES WS-BRK-LABEL-VALUES.
004594     05  WS-BRK-LABEL            PIC X(10) OCCURS 7 TIMES.
004595 01  WS-BRK-TABLE.
004596     05  WS-BRK-ENTRY OCCURS 7 TIMES.
004597         10  WS-BRK-HOURS        PIC 999V9.
004598         10  WS-BRK-GROSS        PIC 9(5)V99.
004599 01  WS-BRK-SUB                  PIC 9(02) VALUE ZERO.
004600 01  WS-BRK-REG-HOURS            PIC 999V9 VALUE ZERO.
004601 01  WS-BRK-OT-HOURS             PIC 999V9 VALUE ZERO.
004602 01  WS-BRK-STRAIGHT-HOURS       PIC 999V9 VALUE ZERO.

004603*-----------------------------------------------------------------
004604*    SALARIED GENERATION PHASE.  RUNS AFTER THE LAST TIMECARD
004605*    IS DISPOSED OF.  THE SEEN COUNT WALKS PAST SALARIED
004606*    EMPLOYEES A RESTARTED RUN ALREADY PAID (CK-SALARY-COUNT).
004610*-----------------------------------------------------------------
004620 01  WS-SALARY-PHASE-SW          PIC X(01) VALUE 'N'.
004630     88  WS-SALARY-PHASE                   VALUE 'Y'.
004650     88  WS-EMP-END-OF-FILE                VALUE 'Y'.
004660 01  WS-SALARY-COUNT             PIC 9(06) VALUE ZERO.
004670 01  WS-SALARY-SEEN              PIC 9(06) VALUE ZERO.
004671 01  WS-LAST-CKPT-SALARY-COUNT   PIC 9(06) VALUE ZERO.

004672*-----------------------------------------------------------------
004673*    OFF-CYCLE RUN.  THE RUN TYPE AND SEQUENCE ARE TAKEN FROM THE
004674*    CONTROL RECORD AT START OF RUN (SEQUENCE ZERO IS A REGULAR
004675*    RUN).  EACH OFFTRAN ENTRY IS TURNED INTO A TIMECARD WORK
004676*    RECORD AS IT IS READ; ITS FLAT AMOUNT, SUPPLEMENTAL FLAG,
004677*    MANUAL CHECK NUMBER, AND ANY EDIT FAILURE RIDE ALONGSIDE
004678*    HERE, AND THE AMOUNT AND FLAG GO INTO THE GROUP TABLE
004679*    WITH THE CARD.
004680*-----------------------------------------------------------------
004681 01  WS-RUN-TYPE-SWITCH          PIC X(01) VALUE 'R'.
004682     88  WS-REGULAR-RUN                    VALUE 'R'.
004683     88  WS-OFF-CYCLE-RUN                  VALUE 'O'.
004684 01  WS-RUN-SEQUENCE             PIC 9(02) VALUE ZERO.
004685 01  WS-KEYED-CHECK-DATE         PIC 9(08) VALUE ZERO.
004686 01  WS-OFF-ENTRY-TYPE           PIC X(01) VALUE SPACE.
004687     88  WS-OFF-BONUS                      VALUE 'B'.
004688     88  WS-OFF-FINAL-PAY                  VALUE 'F'.
004689     88  WS-OFF-MANUAL-CHECK               VALUE 'M'.
004690 01  WS-OFF-AMOUNT               PIC 9(5)V99 VALUE ZERO.
004691 01  WS-OFF-SUPP-SW              PIC X(01) VALUE 'N'.
004692 01  WS-OFF-CHECK-NUMBER         PIC 9(08) VALUE ZERO.
004693 01  WS-OFF-REASON               PIC X(40) VALUE SPACES.
004694 01  WS-CALL-PAY-TYPE            PIC X(01) VALUE SPACE.
004695 01  WS-ER-SUBJECT-PAY           PIC 9(7)V99 VALUE ZERO.

004696 01  WS-RECORD-COUNT             PIC 9(06) VALUE ZERO.
004700 01  WS-EXCEPTION-COUNT          PIC 9(06) VALUE ZERO.

004710 01  WS-RUN-TOTAL-GROSS          PIC S9(07)V99 VALUE ZERO.
004820 01  WS-RUN-ER-SUTA              PIC S9(07)V99 VALUE ZERO.
004830 01  WS-RUN-ER-TOTAL             PIC S9(07)V99 VALUE ZERO.
004840 01  WS-LAST-CKPT-ER-FICA        PIC S9(07)V99 VALUE ZERO.
004841 01  WS-LAST-CKPT-ER-FUTA        PIC S9(07)V99 VALUE ZERO.
004842 01  WS-LAST-CKPT-ER-SUTA        PIC S9(07)V99 VALUE ZERO.

004843*-----------------------------------------------------------------
004844*    EMPLOYER 401(K) MATCH.  THE PLAN'S TIERS ARE LOADED FROM
004845*    THE MATCHPLN FILE AT START OF RUN IN THE DEPTGL MOLD.  THE
004846*    FORMULA (2620) TAKES A COMPENSATION AND DEFERRAL AND GIVES
004847*    THE MATCH - ONE PAY'S FIGURES EACH PERIOD, THE YTD FIGURES
004848*    FOR THE YEAR-END TRUE-UP.  THE YEAR-END SWITCH IS SET WHEN
004849*    A REGULAR RUN PAYS THE GROUP'S LAST PERIOD OF THE YEAR ON
004850*    THE PAY CALENDAR.  THE RUN TOTALS (MATCH INCLUDING
004851*    TRUE-UP, THE TRUE-UP ALONE, AND THE MATCH BACKED OUT BY
004852*    REVERSALS) FEED THE GL EXPORT; THE RK TOTALS FEED THE
004853*    RECORDKEEPER FILE TRAILER.  ALL RIDE THE CHECKPOINT.
004854*-----------------------------------------------------------------
004855 01  WS-MATCH-TABLE.
004856     05  WS-MATCH-TIER-COUNT     PIC 9(02) VALUE ZERO.
004857     05  WS-MATCH-TIER OCCURS 5 TIMES.
004858         10  WS-MATCH-TIER-PERCENT PIC 99V99.
004859         10  WS-MATCH-RATE       PIC 999V99.
004860 01  WS-MATCH-MAX-TIERS          PIC 9(02) VALUE 5.
004861 01  WS-MATCH-SUB                PIC 9(02) VALUE ZERO.
004862 01  WS-MATCH-COMP               PIC S9(07)V99 VALUE ZERO.
004863 01  WS-MATCH-DEFERRAL           PIC S9(07)V99 VALUE ZERO.
004864 01  WS-MATCH-TIER-COMP          PIC S9(07)V99 VALUE ZERO.
004865 01  WS-MATCH-TIER-AMOUNT        PIC S9(07)V99 VALUE ZERO.
004866 01  WS-MATCH-AMOUNT             PIC S9(07)V99 VALUE ZERO.
004867 01  WS-EMP-401K-MATCH           PIC S9(07)V99 VALUE ZERO.
004868 01  WS-EMP-401K-TRUE-UP         PIC S9(07)V99 VALUE ZERO.
004869 01  WS-YEAR-END-SWITCH          PIC X(01) VALUE 'N'.
004870     88  WS-YEAR-END-PERIOD                VALUE 'Y'.
004871 01  WS-SAVED-CALENDAR           PIC X(47) VALUE SPACES.
004872 01  WS-RUN-401K-MATCH           PIC S9(07)V99 VALUE ZERO.
004873 01  WS-RUN-401K-TRUE-UP         PIC S9(07)V99 VALUE ZERO.
004874 01  WS-REV-401K-MATCH           PIC 9(07)V99 VALUE ZERO.
004875 01  WS-RK-DETAIL-COUNT          PIC 9(06) VALUE ZERO.
004876 01  WS-RK-TOTAL-COMP            PIC S9(07)V99 VALUE ZERO.
004877 01  WS-RK-TOTAL-DEFERRAL        PIC S9(07)V99 VALUE ZERO.
004878 01  WS-LAST-CKPT-401K-MATCH     PIC S9(07)V99 VALUE ZERO.
004879 01  WS-LAST-CKPT-401K-TRUE-UP   PIC S9(07)V99 VALUE ZERO.
004880 01  WS-LAST-CKPT-REV-401K-MATCH PIC 9(07)V99 VALUE ZERO.
004881 01  WS-LAST-CKPT-RK-COUNT       PIC 9(06) VALUE ZERO.
004882 01  WS-LAST-CKPT-RK-COMP        PIC S9(07)V99 VALUE ZERO.
004883 01  WS-LAST-CKPT-RK-DEFERRAL    PIC S9(07)V99 VALUE ZERO.

004884*-----------------------------------------------------------------
004885*    REVERSAL (ADJUSTMENT/VOID) TOTALS - MAGNITUDES OF THE
004890*    AMOUNTS BACKED OUT THIS RUN.  THE RUN TOTALS ABOVE ARE NET
004900*    OF THESE; THE GL EXPORT WRITES THEM AS OFFSETTING
004910*    DEBIT/CREDIT RECORDS SO THE FEED STAYS IN BALANCE.
005500         10  WS-STTAX-RATE       PIC V999.
005510 01  WS-STTAX-SUB                PIC 9(02) VALUE ZERO.
005520 01  WS-STTAX-FOUND-SUB          PIC 9(02) VALUE ZERO.
005521 01  WS-DEFAULT-STATE-RATE       PIC V999 VALUE .050.

005522*-----------------------------------------------------------------
005523*    SUTA RATES AND WAGE BASES IN EFFECT FOR THE PERIOD, ONE
005524*    ENTRY PER STATE WITH A ROW OF ITS OWN ON THE TAX PARAMETER
005525*    MASTER.  A WORK STATE NOT HERE (OR BLANK) GETS THE **
005526*    DEFAULT ROW.  THE SWITCHES RECORD WHICH REQUIRED PARTS OF
005527*    THE TAX TABLE WERE FOUND IN EFFECT.
005528*-----------------------------------------------------------------
005529 01  WS-SUTA-TABLE.
005530     05  WS-SUTA-COUNT           PIC 9(02) VALUE ZERO.
005531     05  WS-SUTA-ENTRY OCCURS 60 TIMES.
005532         10  WS-SUTA-STATE       PIC X(02).
005533         10  WS-SUTA-RATE        PIC V9999.
005534         10  WS-SUTA-WAGE-BASE   PIC 9(7)V99.
005535 01  WS-SUTA-SUB                 PIC 9(02) VALUE ZERO.
005536 01  WS-SUTA-FOUND-SUB           PIC 9(02) VALUE ZERO.
005537 01  WS-DEFAULT-SUTA-RATE        PIC V9999 VALUE ZERO.
005538 01  WS-DEFAULT-SUTA-BASE        PIC 9(7)V99 VALUE ZERO.
005539 01  WS-TP-SINGLE-SWITCH         PIC X(01) VALUE 'N'.
005540     88  WS-TP-SINGLE-LOADED               VALUE 'Y'.
005541 01  WS-TP-MARRIED-SWITCH        PIC X(01) VALUE 'N'.
005542     88  WS-TP-MARRIED-LOADED              VALUE 'Y'.
005543 01  WS-TP-LIMITS-SWITCH         PIC X(01) VALUE 'N'.
005544     88  WS-TP-LIMITS-LOADED               VALUE 'Y'.
005545 01  WS-TP-SUTA-SWITCH           PIC X(01) VALUE 'N'.
005546     88  WS-TP-SUTA-LOADED                 VALUE 'Y'.

005547*-----------------------------------------------------------------
005550*    GARNISHMENT ORDER TABLE, LOADED FROM THE GARNORD FILE AT
005560*    START OF RUN.  THE FILE IS SORTED BY EMPLOYEE AND PRIORITY
005570*    SO AN EMPLOYEE'S ORDERS SIT IN APPLICATION ORDER.  THE

006270 COPY EMPTAX.CPY.

006272 COPY EARNLS.CPY.

006274 COPY TXWAGE.CPY.

006276 COPY TAXLS.CPY.

006280*-----------------------------------------------------------------
006290*    SHOP DEFAULT ELECTIONS FOR AN EMPLOYEE WITH NO RECORD ON
006300*    THE DEDUCTION-ELECTIONS FILE - THE OLD SHOP-WIDE FLAT
006340 01  WS-DEFAULT-401K-PERCENT     PIC 99V9   VALUE 03.0.
006350 01  WS-DEFAULT-FILING-STATUS    PIC X(01)  VALUE 'S'.
006360 01  WS-DEFAULT-ADDL-WITHHOLD    PIC 999V99 VALUE ZERO.
006362 01  WS-DEFAULT-HEALTH-TREAT     PIC X(01)  VALUE 'B'.
006364 01  WS-DEFAULT-401K-TREAT       PIC X(01)  VALUE 'I'.
006366 01  WS-REV-PRETAX-INCOME        PIC 9(5)V99 VALUE ZERO.
006368 01  WS-REV-PRETAX-FICA          PIC 9(5)V99 VALUE ZERO.

006370 01  WS-GROSS-PAY                PIC 9(5)V99.
006380 01  WS-NET-PAY                  PIC S9(5)V99.
006570     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
006580     PERFORM 2000-PROCESS-TIMECARD THRU 2000-EXIT
006590             UNTIL WS-END-OF-FILE.
006595     IF NOT WS-OFF-CYCLE-RUN
006600         PERFORM 2900-GENERATE-SALARY-PAYS THRU 2900-EXIT
006605     END-IF.
006610     PERFORM 9000-TERMINATE THRU 9000-EXIT.
006620     STOP RUN.

006780         WHEN OTHER
006790             MOVE 4 TO WS-CURRENT-QUARTER
006800     END-EVALUATE.
006804     IF WS-OFF-CYCLE-RUN
006808         OPEN INPUT OFF-CYCLE-FILE
006812         IF WS-OFFTRAN-STATUS NOT = "00"
006816             DISPLAY "PAYDRVR - UNABLE TO OPEN OFF-CYCLE FILE, "
006820                     "STATUS = " WS-OFFTRAN-STATUS
006824             STOP RUN
006828         END-IF
006832     ELSE
006836         OPEN INPUT TIMECARD-FILE
006840         IF WS-TIMECARD-STATUS NOT = "00"
006844             DISPLAY "PAYDRVR - UNABLE TO OPEN TIMECARD FILE, "
006848                     "STATUS = " WS-TIMECARD-STATUS
006852             STOP RUN
006856         END-IF
006860     END-IF.
006870     OPEN INPUT EMPLOYEE-MASTER-FILE.
006880     IF WS-EMPMAST-STATUS NOT = "00"
007150         STOP RUN
007160     END-IF.
007170     PERFORM 1500-LOAD-STATE-TAX THRU 1500-EXIT.
007171     OPEN INPUT TAX-PARM-FILE.
007172     IF WS-TAXPARM-STATUS NOT = "00"
007173         DISPLAY "PAYDRVR - UNABLE TO OPEN TAX PARAMETER MASTER, "
007174                 "STATUS = " WS-TAXPARM-STATUS
007175         STOP RUN
007176     END-IF.
007177     PERFORM 1700-LOAD-TAX-PARMS THRU 1700-EXIT.
007180     OPEN INPUT GARNISH-ORDER-FILE.
007190     IF WS-GARNORD-STATUS NOT = "00"
007200         DISPLAY "PAYDRVR - UNABLE TO OPEN GARNISHMENT ORDERS, "
007950         STOP RUN
007960     END-IF.
007970     PERFORM 1400-LOAD-DEPT-GL-MAP THRU 1400-EXIT.
007971     OPEN INPUT MATCH-PLAN-FILE.
007972     IF WS-MATCHPLN-STATUS NOT = "00"
007973         DISPLAY "PAYDRVR - UNABLE TO OPEN 401K MATCH PLAN, "
007974                 "STATUS = " WS-MATCHPLN-STATUS
007975         STOP RUN
007976     END-IF.
007977     PERFORM 1800-LOAD-MATCH-PLAN THRU 1800-EXIT.
007980     IF WS-RESTART-RUN
007990         OPEN EXTEND ACH-EXPORT-FILE
008000     ELSE
008150                 "STATUS = " WS-CHKPAY-STATUS
008160         STOP RUN
008170     END-IF.
008171     IF WS-RESTART-RUN
008172         OPEN EXTEND PLAN-CONTRIB-FILE
008173     ELSE
008174         OPEN OUTPUT PLAN-CONTRIB-FILE
008175     END-IF.
008176     IF WS-PLANCONT-STATUS NOT = "00"
008177         DISPLAY "PAYDRVR - UNABLE TO OPEN 401K CONTRIB FILE, "
008178                 "STATUS = " WS-PLANCONT-STATUS
008179         STOP RUN
008180     END-IF.
008181     IF NOT WS-RESTART-RUN
008190         PERFORM 1300-WRITE-ACH-HEADERS THRU 1300-EXIT
008193         PERFORM 1350-WRITE-RUN-LINE THRU 1350-EXIT
008196         PERFORM 1360-WRITE-CONTRIB-HEADER THRU 1360-EXIT
008200     END-IF.
008210     PERFORM 2100-READ-TIMECARD THRU 2100-EXIT.
008220     IF WS-RESTART-RUN
008230         PERFORM 1100-FIND-LAST-CHECKPOINT THRU 1100-EXIT
008240         PERFORM 1200-SKIP-TO-CHECKPOINT THRU 1200-EXIT
008245         SET WS-REPLAY-WINDOW TO TRUE
008250         OPEN EXTEND CHECKPOINT-FILE
008260     ELSE
008270         OPEN OUTPUT CHECKPOINT-FILE
008420*    A PERIOD ALREADY MARKED POSTED REFUSES TO START, WHICH
008430*    ALSO STOPS AN ACCIDENTAL DOUBLE-RUN.  THE FILE STAYS OPEN
008440*    I-O SO 9000-TERMINATE CAN FLIP THE STATUS TO POSTED.
008442*    THE PERIOD ITSELF COMES FROM THE PAY CALENDAR, FOR THE
008444*    PAY GROUP KEYED ON THE CONTROL RECORD.  OPERATIONS KEYS
008446*    RUN TYPE O (AND OPTIONALLY A CHECK DATE) FOR AN OFF-CYCLE
008448*    RUN, REOPENING THE CONTROL RECORD THE LAST RUN POSTED.
008450******************************************************************
008460 1050-READ-PERIOD-CONTROL.
008470     OPEN I-O PAY-PERIOD-CONTROL-FILE.
008680                 PC-PERIOD-STATUS
008690         MOVE 8 TO RETURN-CODE
008700         STOP RUN
008701     END-IF.
008702     IF PC-PAY-GROUP = SPACES
008703         DISPLAY "PAYDRVR - NO PAY GROUP ON PERIOD CONTROL - "
008704                 "RUN REFUSED"
008705         MOVE 8 TO RETURN-CODE
008706         STOP RUN
008707     END-IF.
008708     IF PC-OFF-CYCLE-RUN
008709         SET WS-OFF-CYCLE-RUN TO TRUE
008710     ELSE
008711         SET WS-REGULAR-RUN TO TRUE
008712     END-IF.
008713     MOVE PC-CHECK-DATE TO WS-KEYED-CHECK-DATE.
008714     PERFORM 1060-FIND-OPEN-PERIOD THRU 1060-EXIT.
008715     MOVE PC-PERIOD-END-DATE TO WS-RUN-DATE.
008716 1050-EXIT.
008717     EXIT.

008718******************************************************************
008719*    1060-FIND-OPEN-PERIOD
008720*    FINDS THE PAY GROUP'S LOWEST-NUMBERED PERIOD STILL OPEN ON
008721*    THE PAY CALENDAR AND COPIES ITS DATES, NUMBER, AND PERIODS
008722*    PER YEAR INTO THE CONTROL RECORD, WHERE THE REST OF THE
008723*    RUN (AND PayChecks AFTER IT) PICKS THEM UP.  A GROUP WITH
008724*    NO OPEN PERIOD REFUSES THE RUN.  THE CALENDAR STAYS OPEN
008725*    I-O SO 9000-TERMINATE CAN MARK THE PERIOD POSTED.  AN
008726*    OFF-CYCLE RUN TAKES THE GROUP'S LAST POSTED PERIOD INSTEAD
008727*    (1070), NUMBERS ITSELF ONE PAST THE PERIOD'S OFF-CYCLE
008728*    COUNT, AND KEEPS A CHECK DATE KEYED ON THE CONTROL RECORD.
008729******************************************************************
008730 1060-FIND-OPEN-PERIOD.
008731     OPEN I-O PAY-CALENDAR-FILE.
008732     IF WS-PAYCAL-STATUS NOT = "00"
008733         DISPLAY "PAYDRVR - UNABLE TO OPEN PAY CALENDAR, "
008734                 "STATUS = " WS-PAYCAL-STATUS
008735         MOVE 8 TO RETURN-CODE
008736         STOP RUN
008737     END-IF.
008738     MOVE PC-PAY-GROUP TO PY-PAY-GROUP.
008739     MOVE ZERO TO PY-CAL-YEAR PY-PERIOD-NUMBER.
008740     START PAY-CALENDAR-FILE KEY NOT < PY-CALENDAR-KEY
008741         INVALID KEY
008742             SET WS-PAYCAL-END-OF-FILE TO TRUE
008743     END-START.
008744     IF WS-OFF-CYCLE-RUN
008745         PERFORM 1070-FIND-POSTED-PERIOD THRU 1070-EXIT
008746     ELSE
008747         PERFORM 1065-READ-CALENDAR THRU 1065-EXIT
008748                 UNTIL WS-PAYCAL-END-OF-FILE
008749                 OR WS-OPEN-PERIOD-FOUND
008750     END-IF.
008751     IF WS-REGULAR-RUN AND NOT WS-OPEN-PERIOD-FOUND
008752         DISPLAY "PAYDRVR - NO OPEN PERIOD ON PAY CALENDAR "
008753                 "FOR PAY GROUP " PC-PAY-GROUP
008754                 " - RUN REFUSED"
008755         MOVE 8 TO RETURN-CODE
008756         STOP RUN
008757     END-IF.
008758     IF PY-PERIODS-PER-YEAR NOT NUMERIC
008759        OR PY-PERIODS-PER-YEAR = ZERO
008760         DISPLAY "PAYDRVR - PERIODS PER YEAR INVALID FOR PAY "
008761                 "GROUP " PC-PAY-GROUP " - RUN REFUSED"
008762         MOVE 8 TO RETURN-CODE
008763         STOP RUN
008764     END-IF.
008765     MOVE PY-PERIOD-END-DATE TO PC-PERIOD-END-DATE.
008766     MOVE PY-PERIOD-NUMBER TO PC-PERIOD-NUMBER.
008767     MOVE PY-PERIOD-START-DATE TO PC-PERIOD-START-DATE.
008768     MOVE PY-CHECK-DATE TO PC-CHECK-DATE.
008769     MOVE PY-PERIODS-PER-YEAR TO PC-PERIODS-PER-YEAR.
008770     MOVE PY-PERIODS-PER-YEAR TO LS-TP-PERIODS-PER-YEAR.
008771     IF WS-OFF-CYCLE-RUN
008772         IF PY-OFF-CYCLE-COUNT NOT NUMERIC
008773             MOVE ZERO TO PY-OFF-CYCLE-COUNT
008774         END-IF
008775         IF PY-OFF-CYCLE-COUNT NOT < 99
008776             DISPLAY "PAYDRVR - OFF-CYCLE RUNS EXHAUSTED FOR "
008777                     "PERIOD " PY-PERIOD-NUMBER " - RUN REFUSED"
008778             MOVE 8 TO RETURN-CODE
008779             STOP RUN
008780         END-IF
008781         ADD 1 PY-OFF-CYCLE-COUNT GIVING WS-RUN-SEQUENCE
008782         IF WS-KEYED-CHECK-DATE NUMERIC
008783            AND WS-KEYED-CHECK-DATE > ZERO
008784             MOVE WS-KEYED-CHECK-DATE TO PC-CHECK-DATE
008785         END-IF
008786     ELSE
008787         MOVE ZERO TO WS-RUN-SEQUENCE
008788     END-IF.
008789     MOVE WS-RUN-SEQUENCE TO PC-OFF-CYCLE-SEQ.
008790     IF WS-REGULAR-RUN
008791         PERFORM 1080-CHECK-YEAR-END-PERIOD THRU 1080-EXIT
008792     END-IF.
008793     DISPLAY "PAYDRVR - PAY GROUP " PC-PAY-GROUP " PERIOD "
008794             PC-PERIOD-NUMBER " ENDING " PC-PERIOD-END-DATE.
008795     IF WS-OFF-CYCLE-RUN
008796         DISPLAY "PAYDRVR - OFF-CYCLE RUN " WS-RUN-SEQUENCE
008797                 " CHECK DATE " PC-CHECK-DATE
008798     END-IF.
008799     IF WS-YEAR-END-PERIOD
008800         DISPLAY "PAYDRVR - LAST PERIOD OF " PY-CAL-YEAR
008801                 " - 401K MATCH TRUE-UP RUN"
008802     END-IF.
008803 1060-EXIT.
008804     EXIT.

008805******************************************************************
008806*    1065-READ-CALENDAR
008807******************************************************************
008808 1065-READ-CALENDAR.
008809     READ PAY-CALENDAR-FILE NEXT RECORD
008810         AT END
008811             SET WS-PAYCAL-END-OF-FILE TO TRUE
008812     END-READ.
008813     IF NOT WS-PAYCAL-END-OF-FILE
008814         IF PY-PAY-GROUP NOT = PC-PAY-GROUP
008815             SET WS-PAYCAL-END-OF-FILE TO TRUE
008816         ELSE
008817             IF PY-PERIOD-OPEN
008818                 SET WS-OPEN-PERIOD-FOUND TO TRUE
008819             END-IF
008820         END-IF
008821     END-IF.
008822 1065-EXIT.
008823     EXIT.

008824******************************************************************
008825*    1070-FIND-POSTED-PERIOD
008826*    AN OFF-CYCLE RUN ATTACHES TO THE PAY GROUP'S LATEST PERIOD
008827*    ALREADY POSTED ON THE PAY CALENDAR.  THE PERIOD IS READ
008828*    BACK BY KEY SO IT IS THE RECORD 9000-TERMINATE REWRITES.
008829*    A GROUP WITH NO POSTED PERIOD YET REFUSES THE RUN.
008830******************************************************************
008831 1070-FIND-POSTED-PERIOD.
008832     PERFORM 1075-READ-POSTED-PERIOD THRU 1075-EXIT
008833             UNTIL WS-PAYCAL-END-OF-FILE.
008834     IF NOT WS-POSTED-PERIOD-FOUND
008835         DISPLAY "PAYDRVR - NO POSTED PERIOD ON PAY CALENDAR "
008836                 "FOR PAY GROUP " PC-PAY-GROUP
008837                 " - OFF-CYCLE RUN REFUSED"
008838         MOVE 8 TO RETURN-CODE
008839         STOP RUN
008840     END-IF.
008841     MOVE WS-POSTED-PERIOD-KEY TO PY-CALENDAR-KEY.
008842     READ PAY-CALENDAR-FILE
008843         INVALID KEY
008844             DISPLAY "PAYDRVR - PAY CALENDAR REREAD FAILED, "
008845                     "STATUS = " WS-PAYCAL-STATUS
008846             MOVE 8 TO RETURN-CODE
008847             STOP RUN
008848     END-READ.
008849 1070-EXIT.
008850     EXIT.

008851******************************************************************
008852*    1075-READ-POSTED-PERIOD
008853******************************************************************
008854 1075-READ-POSTED-PERIOD.
008855     READ PAY-CALENDAR-FILE NEXT RECORD
008856         AT END
008857             SET WS-PAYCAL-END-OF-FILE TO TRUE
008858     END-READ.
008859     IF NOT WS-PAYCAL-END-OF-FILE
008860         IF PY-PAY-GROUP NOT = PC-PAY-GROUP
008861             SET WS-PAYCAL-END-OF-FILE TO TRUE
008862         ELSE
008863             IF PY-PERIOD-POSTED
008864                 MOVE PY-CALENDAR-KEY TO WS-POSTED-PERIOD-KEY
008865                 SET WS-POSTED-PERIOD-FOUND TO TRUE
008866             END-IF
008867         END-IF
008868     END-IF.
008869 1075-EXIT.
008870     EXIT.

008871******************************************************************
008872*    1080-CHECK-YEAR-END-PERIOD
008873*    THE PERIOD BEING PAID IS THE GROUP'S LAST OF THE YEAR WHEN
008874*    THE CALENDAR HAS NO NEXT PERIOD IN THE SAME YEAR - THAT
008875*    RUN CARRIES THE 401(K) MATCH TRUE-UP.  THE PERIOD'S OWN
008876*    RECORD IS SAVED AROUND THE LOOKUP SO 9000-TERMINATE
008877*    REWRITES IT AS READ.
008878******************************************************************
008879 1080-CHECK-YEAR-END-PERIOD.
008880     MOVE PY-CALENDAR-RECORD TO WS-SAVED-CALENDAR.
008881     ADD 1 TO PY-PERIOD-NUMBER.
008882     READ PAY-CALENDAR-FILE
008883         INVALID KEY
008884             SET WS-YEAR-END-PERIOD TO TRUE
008885     END-READ.
008886     MOVE WS-SAVED-CALENDAR TO PY-CALENDAR-RECORD.
008887 1080-EXIT.
008888     EXIT.

008889******************************************************************
008890*    1100-FIND-LAST-CHECKPOINT
008891*    ON A RESTART, READS THE CHECKPOINT FILE LEFT BY THE PRIOR
008892*    RUN THROUGH TO THE END SO WE PICK UP THE LAST EMPLOYEE ID
008893*    THAT RUN ACTUALLY COMMITTED.
008894******************************************************************
008895 1100-FIND-LAST-CHECKPOINT.
008896     OPEN INPUT CHECKPOINT-FILE.
008897     IF WS-CKPT-STATUS NOT = "00"
008898         DISPLAY "PAYDRVR - UNABLE TO OPEN CHECKPOINT FILE, "
008899                 "STATUS = " WS-CKPT-STATUS
008900         STOP RUN
008901     END-IF.
008902     PERFORM 1150-READ-CHECKPOINT THRU 1150-EXIT
008903             UNTIL WS-CKPT-END-OF-FILE.
008904     MOVE WS-LAST-CHECKPOINT-RECORDS TO WS-RECORD-COUNT.
008910     MOVE WS-LAST-CHECKPOINT-EXCPTNS TO WS-EXCEPTION-COUNT.
008920     MOVE WS-LAST-CHECKPOINT-GROSS TO WS-RUN-TOTAL-GROSS.
008930     MOVE WS-LAST-CHECKPOINT-DEDUCT TO WS-RUN-TOTAL-DEDUCTIONS.
009040     MOVE WS-LAST-CKPT-ER-FICA TO WS-RUN-ER-FICA.
009050     MOVE WS-LAST-CKPT-ER-FUTA TO WS-RUN-ER-FUTA.
009060     MOVE WS-LAST-CKPT-ER-SUTA TO WS-RUN-ER-SUTA.
009061     MOVE WS-LAST-CKPT-401K-MATCH TO WS-RUN-401K-MATCH.
009062     MOVE WS-LAST-CKPT-401K-TRUE-UP TO WS-RUN-401K-TRUE-UP.
009063     MOVE WS-LAST-CKPT-REV-401K-MATCH TO WS-REV-401K-MATCH.
009064     MOVE WS-LAST-CKPT-RK-COUNT TO WS-RK-DETAIL-COUNT.
009065     MOVE WS-LAST-CKPT-RK-COMP TO WS-RK-TOTAL-COMP.
009066     MOVE WS-LAST-CKPT-RK-DEFERRAL TO WS-RK-TOTAL-DEFERRAL.
009067     MOVE WS-CKPT-RECORD-COUNT TO WS-TIMECARD-COUNT.
009070     CLOSE CHECKPOINT-FILE.
009080 1100-EXIT.
009090     EXIT.
009150         AT END
009160             SET WS-CKPT-END-OF-FILE TO TRUE
009170         NOT AT END
009180             MOVE CK-TIMECARDS-DISPOSED TO WS-CKPT-RECORD-COUNT
009190             MOVE CK-LAST-EMPLOYEE-ID TO WS-LAST-CHECKPOINT-ID
009200             MOVE CK-RECORDS-PROCESSED
009210                 TO WS-LAST-CHECKPOINT-RECORDS
009400             MOVE CK-ER-FICA TO WS-LAST-CKPT-ER-FICA
009410             MOVE CK-ER-FUTA TO WS-LAST-CKPT-ER-FUTA
009420             MOVE CK-ER-SUTA TO WS-LAST-CKPT-ER-SUTA
009421             MOVE CK-401K-MATCH TO WS-LAST-CKPT-401K-MATCH
009422             MOVE CK-401K-TRUE-UP TO WS-LAST-CKPT-401K-TRUE-UP
009423             MOVE CK-REV-401K-MATCH
009424                 TO WS-LAST-CKPT-REV-401K-MATCH
009425             MOVE CK-RK-DETAIL-COUNT TO WS-LAST-CKPT-RK-COUNT
009426             MOVE CK-RK-TOTAL-COMP TO WS-LAST-CKPT-RK-COMP
009427             MOVE CK-RK-TOTAL-DEFERRAL
009428                 TO WS-LAST-CKPT-RK-DEFERRAL
009430     END-READ.
009440 1150-EXIT.
009450     EXIT.
009460******************************************************************
009470*    1200-SKIP-TO-CHECKPOINT
009480*    ADVANCES PAST THE TIMECARDS ALREADY DISPOSED OF (PAID,
009487*    REVERSED, OR EXCEPTIONED) BY THE PRIOR RUN.  EVERY
009494*    CHECKPOINT RECORD CARRIES THE COUNT OF TIMECARDS DISPOSED
009501*    OF SO FAR - AN EMPLOYEE'S WHOLE GROUP OF CARDS IS
009508*    CHECKPOINTED AT ONCE - SO SKIPPING THAT MANY TIMECARD
009515*    RECORDS RESUMES PRECISELY WHERE THE PRIOR RUN STOPPED,
009522*    AT THE START OF THE NEXT EMPLOYEE'S CARDS.  SKIPPING BY
009529*    EMPLOYEE ID WOULD OVERSHOOT WHEN AN EMPLOYEE HAS BOTH
009536*    EARNINGS CARDS AND AN ADJUSTMENT/VOID IN THE SAME RUN.
009550******************************************************************
009560 1200-SKIP-TO-CHECKPOINT.
009570     PERFORM 1250-SKIP-ONE-TIMECARD THRU 1250-EXIT
009900     MOVE "PAYROLL SYSTEMS" TO ACH-BH-COMPANY-NAME.
009910     MOVE "1234567890" TO ACH-BH-COMPANY-ID.
009920     MOVE "PPD" TO ACH-BH-ENTRY-CLASS.
009923     IF WS-OFF-CYCLE-RUN
009926         MOVE "OFFCYCLE" TO ACH-BH-ENTRY-DESC
009929     ELSE
009932         MOVE "PAYROLL" TO ACH-BH-ENTRY-DESC
009935     END-IF.
009940     MOVE WS-RUN-DATE TO ACH-BH-EFFECTIVE-DATE.
009950     MOVE "09100001" TO ACH-BH-ODFI-ROUTING.
009960     MOVE 1 TO ACH-BH-BATCH-NUMBER.
009961     WRITE AC-EXPORT-LINE FROM ACH-BATCH-HEADER.
009962 1300-EXIT.
009963     EXIT.

009964******************************************************************
009965*    1350-WRITE-RUN-LINE
009966*    THE FIRST LINE OF A FRESH REGISTER NAMES THE RUN - PAY
009967*    GROUP, PERIOD, REGULAR OR OFF-CYCLE, RUN SEQUENCE, AND
009968*    CHECK DATE - SO PayBalance CAN TELL ONE RUN'S REGISTER
009969*    AND GL EXPORT FROM ANOTHER'S.
009970******************************************************************
009971 1350-WRITE-RUN-LINE.
009972     MOVE PC-PAY-GROUP TO RL-RUN-PAY-GROUP.
009973     MOVE WS-RUN-YEAR TO RL-RUN-YEAR.
009974     MOVE PC-PERIOD-NUMBER TO RL-RUN-PERIOD.
009975     IF WS-OFF-CYCLE-RUN
009976         MOVE "OFF-CYCLE" TO RL-RUN-TYPE
009977     ELSE
009978         MOVE "REGULAR" TO RL-RUN-TYPE
009979     END-IF.
009980     MOVE WS-RUN-SEQUENCE TO RL-RUN-SEQUENCE.
009981     MOVE PC-CHECK-DATE TO RL-RUN-CHECK-DATE.
009982     WRITE RG-PRINT-LINE FROM RL-RUN-LINE.
009983 1350-EXIT.
009984     EXIT.

009985******************************************************************
009986*    1360-WRITE-CONTRIB-HEADER
009987*    OPENS THE RECORDKEEPER CONTRIBUTION FILE WITH THE RUN IT
009988*    COVERS, ITS CHECK DATE, AND WHETHER IT CARRIES THE
009989*    YEAR-END MATCH TRUE-UP.
009990******************************************************************
009991 1360-WRITE-CONTRIB-HEADER.
009992     MOVE SPACES TO RK-CONTRIB-RECORD.
009993     SET RK-HEADER TO TRUE.
009994     PERFORM 2695-SET-CONTRIB-RUN-ID THRU 2695-EXIT.
009995     MOVE PC-PERIOD-END-DATE TO RK-PERIOD-END-DATE.
009996     MOVE PC-CHECK-DATE TO RK-CHECK-DATE.
009997     IF WS-YEAR-END-PERIOD
009998         SET RK-TRUE-UP-RUN TO TRUE
009999     ELSE
010000         MOVE 'N' TO RK-TRUE-UP-FLAG
010001     END-IF.
010002     WRITE RK-CONTRIB-RECORD.
010003 1360-EXIT.
010004     EXIT.

010005******************************************************************
010010*    1400-LOAD-DEPT-GL-MAP
010020*    LOADS THE DEPARTMENT-TO-GL-ACCOUNT MAPPING TABLE FROM THE
010030*    DEPTGL FILE.  A DEPARTMENT MISSING FROM THE MAP FALLS BACK
010830                 TO WS-GORD-EMPLOYEE (WS-GORD-COUNT)
010840             MOVE GO-ORDER-TYPE
010850                 TO WS-GORD-TYPE (WS-GORD-COUNT)
010851             MOVE GO-METHOD
010852                 TO WS-GORD-METHOD (WS-GORD-COUNT)
010853             MOVE GO-AMOUNT
010854                 TO WS-GORD-AMOUNT (WS-GORD-COUNT)
010855             MOVE GO-PERCENT
010856                 TO WS-GORD-PERCENT (WS-GORD-COUNT)
010857             MOVE GO-PAYEE-ID
010858                 TO WS-GORD-PAYEE-ID (WS-GORD-COUNT)
010859             MOVE GO-PAYEE-NAME
010860                 TO WS-GORD-PAYEE-NAME (WS-GORD-COUNT)
010861     END-READ.
010862 1650-EXIT.
010863     EXIT.

010864******************************************************************
010865*    1700-LOAD-TAX-PARMS
010866*    LOADS THE TAX PARAMETER ROWS FOR THE PERIOD'S TAX YEAR
010867*    THAT ARE IN EFFECT ON THE PERIOD END DATE - THE SINGLE
010868*    AND MARRIED BRACKETS AND THE FICA/401(K)/FUTA LIMITS GO
010869*    STRAIGHT INTO LS-TAX-PARMS, THE SUTA ROWS INTO THE STATE
010870*    TABLE.  A PERIOD MISSING ANY OF THE BRACKETS, THE LIMITS,
010871*    OR THE DEFAULT SUTA ROW IS REFUSED RATHER THAN PAID ON
010872*    ZERO RATES.
010873******************************************************************
010874 1700-LOAD-TAX-PARMS.
010875     MOVE PC-PERIOD-END-YEAR TO TP-TAX-YEAR.
010876     MOVE LOW-VALUES TO TP-PARM-TYPE TP-STATE-CODE.
010877     MOVE ZERO TO TP-EFFECTIVE-DATE.
010878     START TAX-PARM-FILE KEY IS NOT < TP-PARM-KEY
010879         INVALID KEY
010880             SET WS-TAXPARM-END-OF-FILE TO TRUE
010881     END-START.
010882     PERFORM 1750-READ-TAX-PARM THRU 1750-EXIT
010883             UNTIL WS-TAXPARM-END-OF-FILE.
010884     CLOSE TAX-PARM-FILE.
010885     IF NOT WS-TP-SINGLE-LOADED
010886         DISPLAY "PAYDRVR - NO SINGLE WITHHOLDING BRACKETS IN "
010887                 "EFFECT FOR " PC-PERIOD-END-DATE
010888     END-IF.
010889     IF NOT WS-TP-MARRIED-LOADED
010890         DISPLAY "PAYDRVR - NO MARRIED WITHHOLDING BRACKETS IN "
010891                 "EFFECT FOR " PC-PERIOD-END-DATE
010892     END-IF.
010893     IF NOT WS-TP-LIMITS-LOADED
010894         DISPLAY "PAYDRVR - NO FICA/401(K)/FUTA LIMITS IN "
010895                 "EFFECT FOR " PC-PERIOD-END-DATE
010896     END-IF.
010897     IF NOT WS-TP-SUTA-LOADED
010898         DISPLAY "PAYDRVR - NO DEFAULT SUTA ROW IN "
010899                 "EFFECT FOR " PC-PERIOD-END-DATE
010900     END-IF.
010901     IF NOT WS-TP-SINGLE-LOADED OR NOT WS-TP-MARRIED-LOADED
010902        OR NOT WS-TP-LIMITS-LOADED OR NOT WS-TP-SUTA-LOADED
010903         DISPLAY "PAYDRVR - TAX PARAMETERS INCOMPLETE - "
010904                 "RUN REFUSED"
010905         MOVE 8 TO RETURN-CODE
010906         STOP RUN
010907     END-IF.
010908 1700-EXIT.
010909     EXIT.

010910******************************************************************
010911*    1750-READ-TAX-PARM
010912*    ONE ROW OF THE TAX YEAR.  A ROW WHOSE DATES DO NOT SPAN
010913*    THE PERIOD END DATE IS SKIPPED; THE FIRST ROW OF THE NEXT
010914*    YEAR ENDS THE LOAD.
010915******************************************************************
010916 1750-READ-TAX-PARM.
010917     READ TAX-PARM-FILE NEXT RECORD
010918         AT END
010919             SET WS-TAXPARM-END-OF-FILE TO TRUE
010920             GO TO 1750-EXIT
010921     END-READ.
010922     IF TP-TAX-YEAR NOT = PC-PERIOD-END-YEAR
010923         SET WS-TAXPARM-END-OF-FILE TO TRUE
010924         GO TO 1750-EXIT
010925     END-IF.
010926     IF TP-EFFECTIVE-DATE > PC-PERIOD-END-DATE
010927        OR TP-END-DATE < PC-PERIOD-END-DATE
010928         GO TO 1750-EXIT
010929     END-IF.
010930     EVALUATE TRUE
010931         WHEN TP-TYPE-SINGLE
010932             MOVE TP-BRACKET-DATA TO LS-TP-SINGLE-TABLE
010933             SET WS-TP-SINGLE-LOADED TO TRUE
010934         WHEN TP-TYPE-MARRIED
010935             MOVE TP-BRACKET-DATA TO LS-TP-MARRIED-TABLE
010936             SET WS-TP-MARRIED-LOADED TO TRUE
010937         WHEN TP-TYPE-LIMITS
010938             MOVE TP-FICA-RATE TO LS-TP-FICA-RATE
010939             MOVE TP-FICA-WAGE-BASE TO LS-TP-FICA-WAGE-BASE
010940             MOVE TP-401K-LIMIT TO LS-TP-401K-LIMIT
010941             MOVE TP-401K-CATCHUP TO LS-TP-401K-CATCHUP
010942             MOVE TP-FUTA-RATE TO LS-TP-FUTA-RATE
010943             MOVE TP-FUTA-WAGE-BASE TO LS-TP-FUTA-WAGE-BASE
010944             MOVE TP-SUPP-RATE TO LS-TP-SUPP-RATE
010945             SET WS-TP-LIMITS-LOADED TO TRUE
010946         WHEN TP-TYPE-SUTA AND TP-STATE-DEFAULT
010947             MOVE TP-SUTA-RATE TO WS-DEFAULT-SUTA-RATE
010948             MOVE TP-SUTA-WAGE-BASE TO WS-DEFAULT-SUTA-BASE
010949             SET WS-TP-SUTA-LOADED TO TRUE
010950         WHEN TP-TYPE-SUTA
010951             IF WS-SUTA-COUNT < 60
010952                 ADD 1 TO WS-SUTA-COUNT
010953                 MOVE TP-STATE-CODE
010954                     TO WS-SUTA-STATE (WS-SUTA-COUNT)
010955                 MOVE TP-SUTA-RATE
010956                     TO WS-SUTA-RATE (WS-SUTA-COUNT)
010957                 MOVE TP-SUTA-WAGE-BASE
010958                     TO WS-SUTA-WAGE-BASE (WS-SUTA-COUNT)
010959             ELSE
010960                 DISPLAY "PAYDRVR - SUTA TABLE FULL, STATE "
010961                         TP-STATE-CODE " GETS THE DEFAULT ROW"
010962             END-IF
010963     END-EVALUATE.
010964 1750-EXIT.
010965     EXIT.

010966******************************************************************
010967*    1800-LOAD-MATCH-PLAN
010968*    LOADS THE EMPLOYER 401(K) MATCH TIERS FROM THE MATCHPLN
010969*    FILE IN THE ORDER THEY APPLY.  AN EMPTY FILE MEANS THE
010970*    PLAN HAS NO MATCH.  A TIER THAT IS NOT NUMERIC, OR MORE
010971*    TIERS THAN THE TABLE HOLDS, REFUSES THE RUN - A MATCH
010972*    FIGURED ON PART OF THE PLAN WOULD BE WRONG FOR EVERYONE.
010973******************************************************************
010974 1800-LOAD-MATCH-PLAN.
010975     PERFORM 1850-READ-MATCH-PLAN THRU 1850-EXIT
010976             UNTIL WS-MATCHPLN-END-OF-FILE.
010977     CLOSE MATCH-PLAN-FILE.
010978     DISPLAY "PAYDRVR - " WS-MATCH-TIER-COUNT
010979             " 401K MATCH TIERS LOADED".
010980 1800-EXIT.
010981     EXIT.

010982******************************************************************
010983*    1850-READ-MATCH-PLAN
010984******************************************************************
010985 1850-READ-MATCH-PLAN.
010986     READ MATCH-PLAN-FILE
010987         AT END
010988             SET WS-MATCHPLN-END-OF-FILE TO TRUE
010989             GO TO 1850-EXIT
010990     END-READ.
010991     IF MP-TIER-PERCENT-X NOT NUMERIC
010992        OR MP-MATCH-PERCENT-X NOT NUMERIC
010993         DISPLAY "PAYDRVR - 401K MATCH TIER NOT NUMERIC - "
010994                 "RUN REFUSED"
010995         MOVE 8 TO RETURN-CODE
010996         STOP RUN
010997     END-IF.
010998     IF WS-MATCH-TIER-COUNT NOT < WS-MATCH-MAX-TIERS
010999         DISPLAY "PAYDRVR - MORE THAN " WS-MATCH-MAX-TIERS
011000                 " 401K MATCH TIERS - RUN REFUSED"
011001         MOVE 8 TO RETURN-CODE
011002         STOP RUN
011003     END-IF.
011004     ADD 1 TO WS-MATCH-TIER-COUNT.
011005     MOVE MP-TIER-PERCENT
011006         TO WS-MATCH-TIER-PERCENT (WS-MATCH-TIER-COUNT).
011007     MOVE MP-MATCH-PERCENT
011008         TO WS-MATCH-RATE (WS-MATCH-TIER-COUNT).
011009 1850-EXIT.
011010     EXIT.

011011******************************************************************
011012*    2000-PROCESS-TIMECARD
011013*    AN ADJUSTMENT OR VOID IS DISPOSED OF ON ITS OWN.  ANY OTHER
011014*    CARD STARTS THE EMPLOYEE'S EARNINGS GROUP, WHICH GATHERS
011015*    EVERY CARD THE EMPLOYEE HAS IN A ROW AND PAYS THEM
011016*    TOGETHER.  AN OFF-CYCLE MANUAL CHECK IS ALSO DISPOSED OF
011017*    ON ITS OWN.  EITHER WAY THE NEXT UNPROCESSED CARD IS LEFT
011018*    IN THE TIMECARD AREA.
011019******************************************************************
011020 2000-PROCESS-TIMECARD.
011021     EVALUATE TRUE
011022         WHEN TC-TYPE-ADJUSTMENT OR TC-TYPE-VOID
011023             PERFORM 2010-PROCESS-REVERSAL-CARD THRU 2010-EXIT
011024         WHEN TC-TYPE-MANUAL
011025             PERFORM 2015-PROCESS-MANUAL-CHECK THRU 2015-EXIT
011026         WHEN OTHER
011027             PERFORM 2020-PROCESS-EMPLOYEE-GROUP THRU 2020-EXIT
011028     END-EVALUATE.
011029 2000-EXIT.
011030     EXIT.

011031******************************************************************
011032*    2010-PROCESS-REVERSAL-CARD
011033*    VALIDATES THE EMPLOYEE ON AN ADJUSTMENT OR VOID, BACKS IT
011034*    OUT, AND READS THE NEXT TIMECARD.  A REVERSAL FOR AN
011035*    EMPLOYEE IN ANOTHER PAY GROUP BELONGS TO THAT GROUP'S RUN.
011036******************************************************************
011037 2010-PROCESS-REVERSAL-CARD.
011038     ADD 1 TO WS-TIMECARD-COUNT.
011039     PERFORM 2200-LOOKUP-EMPLOYEE THRU 2200-EXIT.
011040     IF WS-EMPLOYEE-NOT-FOUND
011041         MOVE "EMPLOYEE NOT ON MASTER FILE" TO XL-REASON
011042         PERFORM 2300-WRITE-EXCEPTION THRU 2300-EXIT
011043         PERFORM 2700-WRITE-CHECKPOINT THRU 2700-EXIT
011044     ELSE
011045         IF EM-PAY-GROUP NOT = PC-PAY-GROUP
011046             MOVE "EMPLOYEE NOT IN THIS PAY GROUP" TO XL-REASON
011047             PERFORM 2300-WRITE-EXCEPTION THRU 2300-EXIT
011048             PERFORM 2700-WRITE-CHECKPOINT THRU 2700-EXIT
011049         ELSE
011050             PERFORM 2450-PROCESS-REVERSAL THRU 2450-EXIT
011051         END-IF
011052     END-IF.
011053     PERFORM 2100-READ-TIMECARD THRU 2100-EXIT.
011054 2010-EXIT.
011055     EXIT.

011056******************************************************************
011057*    2015-PROCESS-MANUAL-CHECK
011058*    VALIDATES THE EMPLOYEE ON A MANUAL CHECK ENTRY, POSTS IT,
011059*    AND READS THE NEXT ENTRY.  ONE MANUAL CHECK PER EMPLOYEE
011060*    PER RUN - A SECOND WOULD OVERLAY THE FIRST'S PAY HISTORY.
011061*    THE SECOND IS CAUGHT WHEREVER IT FALLS IN THE FILE BY THE
011062*    FIRST'S PAY HISTORY RECORD ALREADY BEING ON FILE, EXCEPT
011063*    IN A RESTART'S REPLAY WINDOW, WHERE THAT RECORD IS THIS
011064*    ENTRY'S OWN.
011065*    MANUAL CHECKS COME ONLY FROM AN OFF-CYCLE RUN'S OFFTRAN.
011066******************************************************************
011067 2015-PROCESS-MANUAL-CHECK.
011068     ADD 1 TO WS-TIMECARD-COUNT.
011069     PERFORM 2200-LOOKUP-EMPLOYEE THRU 2200-EXIT.
011070     EVALUATE TRUE
011071         WHEN WS-REGULAR-RUN
011072             MOVE "INVALID TRANSACTION TYPE" TO XL-REASON
011073         WHEN WS-OFF-REASON NOT = SPACES
011074             MOVE WS-OFF-REASON TO XL-REASON
011075         WHEN WS-EMPLOYEE-NOT-FOUND
011076             MOVE "EMPLOYEE NOT ON MASTER FILE" TO XL-REASON
011077         WHEN EM-PAY-GROUP NOT = PC-PAY-GROUP
011078             MOVE "EMPLOYEE NOT IN THIS PAY GROUP" TO XL-REASON
011079         WHEN OTHER
011080             MOVE SPACES TO XL-REASON
011081     END-EVALUATE.
011082     IF XL-REASON = SPACES
011083         PERFORM 2016-FIND-MANUAL-HISTORY THRU 2016-EXIT
011084         IF WS-PH-FOUND AND NOT WS-REPLAY-WINDOW
011085             MOVE "SECOND MANUAL CHECK FOR EMPLOYEE"
011086                 TO XL-REASON
011087         END-IF
011088     END-IF.
011089     IF XL-REASON NOT = SPACES
011090         PERFORM 2300-WRITE-EXCEPTION THRU 2300-EXIT
011091         PERFORM 2700-WRITE-CHECKPOINT THRU 2700-EXIT
011092     ELSE
011093         PERFORM 2470-POST-MANUAL-CHECK THRU 2470-EXIT
011094     END-IF.
011095     PERFORM 2100-READ-TIMECARD THRU 2100-EXIT.
011096 2015-EXIT.
011097     EXIT.

011098******************************************************************
011099*    2016-FIND-MANUAL-HISTORY
011100*    LOOKS FOR THE MANUAL CHECK PAY HISTORY RECORD THIS RUN
011101*    WOULD WRITE FOR THE EMPLOYEE.  LEAVES WS-PH-FOUND SET WHEN
011102*    ONE IS ALREADY ON FILE.
011103******************************************************************
011104 2016-FIND-MANUAL-HISTORY.
011105     MOVE TC-EMPLOYEE-ID TO PH-EMPLOYEE-ID.
011106     MOVE WS-RUN-YEAR TO PH-PERIOD-YEAR.
011107     MOVE PC-PERIOD-NUMBER TO PH-PERIOD-NUMBER.
011108     MOVE "M" TO PH-TRANS-TYPE.
011109     MOVE WS-RUN-SEQUENCE TO PH-RUN-SEQUENCE.
011110     READ PAY-HISTORY-FILE
011111         INVALID KEY
011112             SET WS-PH-NOT-FOUND TO TRUE
011113         NOT INVALID KEY
011114             SET WS-PH-FOUND TO TRUE
011115     END-READ.
011116 2016-EXIT.
011117     EXIT.

011118******************************************************************
011119*    2020-PROCESS-EMPLOYEE-GROUP
011120*    GATHERS THE EMPLOYEE'S EARNINGS CARDS UNTIL THE EMPLOYEE
011121*    CHANGES, AN ADJUSTMENT, VOID, OR MANUAL CHECK TURNS UP, OR
011122*    THE FILE ENDS, THEN PAYS THE GROUP IN ONE Payroll CALL OR
011123*    HOLDS IT WHOLE.  ONE CHECKPOINT COVERS THE WHOLE GROUP.  THE
011124*    LOOK-AHEAD CARD IS PUT BACK IN THE TIMECARD AREA FOR THE
011125*    NEXT PASS.
011126******************************************************************
011127 2020-PROCESS-EMPLOYEE-GROUP.
011128     PERFORM 2030-START-GROUP THRU 2030-EXIT.
011129     PERFORM 2040-ADD-GROUP-LINE THRU 2040-EXIT
011130             UNTIL WS-END-OF-FILE
011131             OR TC-EMPLOYEE-ID NOT = WS-GRP-EMPLOYEE-ID
011132             OR TC-TYPE-ADJUSTMENT
011133             OR TC-TYPE-VOID
011134             OR TC-TYPE-MANUAL.
011135     MOVE TC-TIMECARD-RECORD TO WS-SAVED-TIMECARD.
011136     IF WS-GRP-HELD
011137         PERFORM 2060-HOLD-GROUP THRU 2060-EXIT
011138     ELSE
011139         PERFORM 2400-CALL-PAYROLL THRU 2400-EXIT
011140     END-IF.
011141     ADD WS-GRP-CARDS TO WS-TIMECARD-COUNT.
011142     PERFORM 2700-WRITE-CHECKPOINT THRU 2700-EXIT.
011143     MOVE WS-GRP-EMPLOYEE-ID TO WS-LAST-GROUP-ID.
011144     MOVE WS-SAVED-TIMECARD TO TC-TIMECARD-RECORD.
011145 2020-EXIT.
011146     EXIT.

011147******************************************************************
011148*    2030-START-GROUP
011149*    LOOKS THE EMPLOYEE UP ONCE FOR THE WHOLE GROUP.  A SECOND
011150*    GROUP FOR THE SAME EMPLOYEE (EARNINGS CARDS SPLIT BY AN
011151*    ADJUSTMENT OR VOID) IS HELD RATHER THAN PAID TWICE.
011152******************************************************************
011153 2030-START-GROUP.
011154     MOVE TC-EMPLOYEE-ID TO WS-GRP-EMPLOYEE-ID.
011155     MOVE ZERO TO WS-GRP-COUNT WS-GRP-CARDS.
011156     MOVE ZERO TO WS-GRP-VAC-HOURS WS-GRP-SICK-HOURS.
011157     MOVE 'N' TO WS-GRP-HOLD-SWITCH.
011158     MOVE 'N' TO WS-GRP-FINAL-SWITCH.
011159     MOVE 'N' TO WS-ACCRUAL-READ-SWITCH.
011160     MOVE "EMPLOYEE HELD - ANOTHER CARD REJECTED"
011161         TO WS-GRP-HOLD-REASON.
011162     PERFORM 2200-LOOKUP-EMPLOYEE THRU 2200-EXIT.
011163     IF WS-GRP-EMPLOYEE-ID = WS-LAST-GROUP-ID
011164         SET WS-GRP-HELD TO TRUE
011165         MOVE "EMPLOYEE HELD - CARDS SPLIT BY REVERSAL"
011166             TO WS-GRP-HOLD-REASON
011167     END-IF.
011168 2030-EXIT.
011169     EXIT.

011170******************************************************************
011171*    2040-ADD-GROUP-LINE
011172*    EDITS THE CURRENT CARD, FILES IT IN THE GROUP TABLE WITH
011173*    ITS REJECT REASON (IF ANY), AND READS THE NEXT CARD.  A
011174*    CARD PAST THE TABLE'S CAPACITY HOLDS THE EMPLOYEE AND IS
011175*    LOGGED TO THE EXCEPTION REPORT ON THE SPOT.  AN OFF-CYCLE
011176*    ENTRY'S FLAT AMOUNT AND SUPPLEMENTAL FLAG ARE FILED WITH
011177*    THE CARD.
011178******************************************************************
011179 2040-ADD-GROUP-LINE.
011180     ADD 1 TO WS-GRP-CARDS.
011181     PERFORM 2050-EDIT-GROUP-LINE THRU 2050-EXIT.
011182     IF WS-OFF-FINAL-PAY
011183         SET WS-GRP-HAS-FINAL-PAY TO TRUE
011184     END-IF.
011185     IF WS-LINE-REASON NOT = SPACES
011186         SET WS-GRP-HELD TO TRUE
011187     END-IF.
011188     IF WS-GRP-COUNT < WS-GRP-MAX-LINES
011189         ADD 1 TO WS-GRP-COUNT
011190         MOVE TC-TIMECARD-RECORD TO WS-GRP-CARD (WS-GRP-COUNT)
011191         MOVE WS-LINE-REASON TO WS-GRP-REASON (WS-GRP-COUNT)
011192         MOVE WS-OFF-AMOUNT TO WS-GRP-AMOUNT (WS-GRP-COUNT)
011193         MOVE WS-OFF-SUPP-SW TO WS-GRP-SUPP-SW (WS-GRP-COUNT)
011194     ELSE
011195         SET WS-GRP-HELD TO TRUE
011196         MOVE "EMPLOYEE HELD - OVER 10 EARNINGS CARDS"
011197             TO WS-GRP-HOLD-REASON
011198         IF WS-LINE-REASON = SPACES
011199             MOVE WS-GRP-HOLD-REASON TO WS-LINE-REASON
011200         END-IF
011201         MOVE WS-LINE-REASON TO XL-REASON
011202         PERFORM 2300-WRITE-EXCEPTION THRU 2300-EXIT
011203     END-IF.
011204     PERFORM 2100-READ-TIMECARD THRU 2100-EXIT.
011205 2040-EXIT.
011206     EXIT.

011207******************************************************************
011208*    2050-EDIT-GROUP-LINE
011209*    THE TIMECARD EDITS, APPLIED TO ONE CARD OF THE GROUP.  THE
011210*    REJECT REASON COMES BACK IN WS-LINE-REASON, SPACES WHEN
011211*    THE CARD IS CLEAN.  AN OFF-CYCLE ENTRY HAS EDITS OF ITS
011212*    OWN (2055) IN PLACE OF THE TIMECARD RULES.
011213******************************************************************
011214 2050-EDIT-GROUP-LINE.
011215     MOVE SPACES TO WS-LINE-REASON.
011216     IF WS-EMPLOYEE-FOUND AND TC-TYPE-NORMAL
011217        AND (TC-EARN-VACATION OR TC-EARN-SICK)
011218         PERFORM 2270-CHECK-LEAVE-BALANCE THRU 2270-EXIT
011219     ELSE
011220         SET WS-LEAVE-OK TO TRUE
011221     END-IF.
011222     EVALUATE TRUE
011223         WHEN WS-EMPLOYEE-NOT-FOUND
011224             MOVE "EMPLOYEE NOT ON MASTER FILE" TO WS-LINE-REASON
011225         WHEN EM-PAY-GROUP NOT = PC-PAY-GROUP
011226             MOVE "EMPLOYEE NOT IN THIS PAY GROUP"
011227                 TO WS-LINE-REASON
011228         WHEN WS-OFF-CYCLE-RUN
011229             PERFORM 2055-EDIT-OFF-CYCLE-LINE THRU 2055-EXIT
011230         WHEN NOT TC-TYPE-NORMAL
011231          AND NOT TC-TYPE-RETRO
011232             MOVE "INVALID TRANSACTION TYPE" TO WS-LINE-REASON
011240         WHEN EM-TERMINATED AND TC-TYPE-NORMAL
011250             MOVE "EMPLOYEE TERMINATED - NOT PAYABLE"
011270                 TO WS-LINE-REASON
011290         WHEN TC-TYPE-NORMAL AND EM-SALARIED-ANY
011300             MOVE "SALARIED - PAY GENERATED AUTOMATICALLY"
011320                 TO WS-LINE-REASON
011340         WHEN TC-TYPE-NORMAL
011350          AND TC-HOURLY-RATE NOT = EM-AUTHORIZED-RATE
011360             MOVE "TIMECARD RATE DOES NOT MATCH MASTER RATE"
011380                 TO WS-LINE-REASON
011400         WHEN TC-TYPE-NORMAL AND NOT TC-EARN-TYPE-VALID
011420             MOVE "INVALID EARNINGS TYPE" TO WS-LINE-REASON
011440         WHEN TC-TYPE-NORMAL AND WS-LEAVE-SHORT
011460             MOVE "INSUFFICIENT LEAVE BALANCE" TO WS-LINE-REASON
011480         WHEN TC-TYPE-RETRO AND EM-SALARIED-ANY
011490             MOVE "EMPLOYEE NOW SALARIED - RETRO REJECTED"
011530                 TO WS-LINE-REASON
011531     END-EVALUATE.
011532 2050-EXIT.
011533     EXIT.

011534******************************************************************
011535*    2055-EDIT-OFF-CYCLE-LINE
011536*    A BONUS NEEDS AN AMOUNT.  FINAL PAY IS FOR A TERMINATED
011537*    EMPLOYEE ONLY AND NEEDS HOURS OR AN AMOUNT; HOURS WITH NO
011538*    AMOUNT ARE PRICED AT THE MASTER RATE, WHICH A SALARIED
011539*    EMPLOYEE DOES NOT CARRY.  THE TERMINATED, SALARIED, AND
011540*    RATE-MATCH TIMECARD RULES DO NOT APPLY.
011541******************************************************************
011542 2055-EDIT-OFF-CYCLE-LINE.
011543     IF WS-OFF-FINAL-PAY AND WS-OFF-AMOUNT = ZERO
011544         MOVE EM-AUTHORIZED-RATE TO TC-HOURLY-RATE
011545     END-IF.
011546     EVALUATE TRUE
011547         WHEN WS-OFF-REASON NOT = SPACES
011548             MOVE WS-OFF-REASON TO WS-LINE-REASON
011549         WHEN NOT TC-EARN-TYPE-VALID
011550             MOVE "INVALID EARNINGS TYPE" TO WS-LINE-REASON
011551         WHEN WS-OFF-BONUS AND WS-OFF-AMOUNT = ZERO
011552             MOVE "BONUS AMOUNT MISSING" TO WS-LINE-REASON
011553         WHEN WS-OFF-FINAL-PAY AND NOT EM-TERMINATED
011554             MOVE "FINAL PAY - EMPLOYEE NOT TERMINATED"
011555                 TO WS-LINE-REASON
011556         WHEN WS-OFF-FINAL-PAY AND WS-OFF-AMOUNT = ZERO
011557          AND TC-HOURS-WORKED = ZERO
011558             MOVE "FINAL PAY HOURS OR AMOUNT MISSING"
011559                 TO WS-LINE-REASON
011560         WHEN WS-OFF-FINAL-PAY AND WS-OFF-AMOUNT = ZERO
011561          AND EM-SALARIED-ANY
011562             MOVE "SALARIED FINAL PAY NEEDS AN AMOUNT"
011563                 TO WS-LINE-REASON
011564         WHEN WS-LEAVE-SHORT
011565             MOVE "INSUFFICIENT LEAVE BALANCE" TO WS-LINE-REASON
011566     END-EVALUATE.
011567 2055-EXIT.
011568     EXIT.

011569******************************************************************
011570*    2060-HOLD-GROUP
011571*    WRITES EVERY CARD IN THE GROUP TO THE EXCEPTION REPORT -
011572*    A REJECTED CARD WITH ITS OWN REASON, THE REST WITH THE
011573*    REASON THE WHOLE EMPLOYEE IS HELD.  NOTHING IS PAID.
011574******************************************************************
011575 2060-HOLD-GROUP.
011576     MOVE 1 TO WS-GRP-SUB.
011577     PERFORM 2065-HOLD-ONE-LINE THRU 2065-EXIT
011578             UNTIL WS-GRP-SUB > WS-GRP-COUNT.
011579 2060-EXIT.
011580     EXIT.

011581******************************************************************
011582*    2065-HOLD-ONE-LINE
011583******************************************************************
011584 2065-HOLD-ONE-LINE.
011585     MOVE WS-GRP-CARD (WS-GRP-SUB) TO TC-TIMECARD-RECORD.
011586     IF WS-GRP-REASON (WS-GRP-SUB) = SPACES
011587         MOVE WS-GRP-HOLD-REASON TO XL-REASON
011588     ELSE
011589         MOVE WS-GRP-REASON (WS-GRP-SUB) TO XL-REASON
011590     END-IF.
011591     PERFORM 2300-WRITE-EXCEPTION THRU 2300-EXIT.
011592     ADD 1 TO WS-GRP-SUB.
011593 2065-EXIT.
011594     EXIT.

011610******************************************************************
011620*    2100-READ-TIMECARD
011625*    AN OFF-CYCLE RUN READS ITS ENTRIES FROM OFFTRAN INSTEAD.
011630******************************************************************
011640 2100-READ-TIMECARD.
011642     IF WS-OFF-CYCLE-RUN
011644         PERFORM 2150-READ-OFF-CYCLE-ENTRY THRU 2150-EXIT
011646         GO TO 2100-EXIT
011648     END-IF.
011650     READ TIMECARD-FILE
011651         AT END
011652             SET WS-END-OF-FILE TO TRUE
011653     END-READ.
011654 2100-EXIT.
011655     EXIT.

011656******************************************************************
011657*    2150-READ-OFF-CYCLE-ENTRY
011658*    READS ONE OFFTRAN ENTRY AND BUILDS THE TIMECARD WORK RECORD
011659*    FOR IT.  BONUS AND FINAL PAY ARE NORMAL EARNINGS CARDS - A
011660*    BONUS AS BONUS EARNINGS FOR ITS AMOUNT, FINAL PAY AS THE
011661*    EARNINGS TYPE AND HOURS KEYED, FOR ITS AMOUNT WHEN ONE IS
011662*    KEYED.  BONUS AND VACATION EARNINGS ARE SUPPLEMENTAL WAGES.
011663*    A MANUAL CHECK BECOMES AN M CARD (2160).  AN EDIT FAILURE
011664*    IS LEFT IN WS-OFF-REASON FOR THE EDIT PARAGRAPHS.
011665******************************************************************
011666 2150-READ-OFF-CYCLE-ENTRY.
011667     READ OFF-CYCLE-FILE
011668         AT END
011669             SET WS-END-OF-FILE TO TRUE
011670             GO TO 2150-EXIT
011671     END-READ.
011672     MOVE SPACES TO TC-TIMECARD-RECORD WS-OFF-REASON.
011673     MOVE ZERO TO TC-HOURS-WORKED TC-HOURLY-RATE.
011674     MOVE ZERO TO WS-OFF-AMOUNT WS-OFF-CHECK-NUMBER.
011675     MOVE 'N' TO WS-OFF-SUPP-SW.
011676     MOVE OT-EMPLOYEE-ID TO TC-EMPLOYEE-ID.
011677     MOVE OT-ENTRY-TYPE TO WS-OFF-ENTRY-TYPE.
011678     MOVE "N" TO TC-TRANS-TYPE.
011679     IF OT-EARNINGS-TYPE = SPACE
011680         MOVE "R" TO TC-EARNINGS-TYPE
011681     ELSE
011682         MOVE OT-EARNINGS-TYPE TO TC-EARNINGS-TYPE
011683     END-IF.
011684     IF OT-HOURS-X NOT = SPACES
011685         IF OT-HOURS-X NUMERIC
011686             MOVE OT-HOURS TO TC-HOURS-WORKED
011687         ELSE
011688             MOVE "OFF-CYCLE HOURS NOT NUMERIC" TO WS-OFF-REASON
011689         END-IF
011690     END-IF.
011691     IF OT-AMOUNT-X NOT = SPACES
011692         IF OT-AMOUNT-X NUMERIC
011693             MOVE OT-AMOUNT TO WS-OFF-AMOUNT
011694         ELSE
011695             MOVE "OFF-CYCLE AMOUNT NOT NUMERIC" TO WS-OFF-REASON
011696         END-IF
011697     END-IF.
011698     EVALUATE TRUE
011699         WHEN OT-BONUS
011700             MOVE "B" TO TC-EARNINGS-TYPE
011701             MOVE 'Y' TO WS-OFF-SUPP-SW
011702         WHEN OT-FINAL-PAY
011703             IF TC-EARN-VACATION OR TC-EARN-BONUS
011704                 MOVE 'Y' TO WS-OFF-SUPP-SW
011705             END-IF
011706         WHEN OT-MANUAL-CHECK
011707             PERFORM 2160-BUILD-MANUAL-CHECK THRU 2160-EXIT
011708         WHEN OTHER
011709             MOVE "INVALID OFF-CYCLE ENTRY TYPE" TO WS-OFF-REASON
011710     END-EVALUATE.
011711 2150-EXIT.
011712     EXIT.

011713******************************************************************
011714*    2160-BUILD-MANUAL-CHECK
011715*    A MANUAL CHECK CARRIES EVERY FIGURE ON THE CHECK AS
011716*    WRITTEN.  THEY GO INTO THE TC-ORIG FIELDS, WHERE 2470 EDITS
011717*    THEM THE WAY 2450 EDITS A REVERSAL'S.  THE ENTRY'S AMOUNT
011718*    IS THE CHECK'S GROSS.
011719******************************************************************
011720 2160-BUILD-MANUAL-CHECK.
011721     MOVE "M" TO TC-TRANS-TYPE.
011722     MOVE ZERO TO WS-OFF-AMOUNT.
011723     MOVE OT-AMOUNT-X TO TC-ORIG-GROSS-X.
011724     MOVE OT-FEDERAL-X TO TC-ORIG-FEDERAL-X.
011725     MOVE OT-STATE-X TO TC-ORIG-STATE-X.
011726     MOVE OT-FICA-X TO TC-ORIG-FICA-X.
011727     MOVE OT-HEALTH-X TO TC-ORIG-HEALTH-X.
011728     MOVE OT-401K-X TO TC-ORIG-401K-X.
011729     MOVE OT-GARNISH-X TO TC-ORIG-GARNISH-X.
011730     MOVE OT-NET-X TO TC-ORIG-NET-X.
011731     MOVE ZERO TO TC-ORIG-PERIOD.
011732     IF TC-EARN-MIXED
011733         MOVE "R" TO TC-EARNINGS-TYPE
011734     END-IF.
011735     IF OT-CHECK-NUMBER-X NUMERIC
011736         MOVE OT-CHECK-NUMBER TO WS-OFF-CHECK-NUMBER
011737     END-IF.
011738     IF WS-OFF-CHECK-NUMBER = ZERO
011739         MOVE "MANUAL CHECK NUMBER MISSING" TO WS-OFF-REASON
011740     END-IF.
011741 2160-EXIT.
011742     EXIT.

011743******************************************************************
011744*    2200-LOOKUP-EMPLOYEE
011745*    READS THE EMPLOYEE MASTER FOR THE CURRENT TIMECARD'S
011746*    EMPLOYEE ID SO THE TIMECARD RATE CAN BE VALIDATED.
011750******************************************************************
011760 2200-LOOKUP-EMPLOYEE.
011770     MOVE TC-EMPLOYEE-ID TO EM-EMPLOYEE-ID.
011870*    2250-GET-ELECTIONS
011880*    READS THE EMPLOYEE'S DEDUCTION ELECTIONS AND FILLS THE
011890*    LS-ELECTIONS GROUP PASSED TO Payroll.  AN EMPLOYEE WITH NO
011893*    ELECTIONS ON FILE GETS THE SHOP DEFAULTS.  A BLANK OR
011896*    UNKNOWN TAX TREATMENT CODE TAKES THE SHOP DEFAULT FOR
011899*    THAT DEDUCTION.  AN OFF-CYCLE CHECK TAKES NO HEALTH
011902*    PREMIUM AND NO ADDITIONAL WITHHOLDING - THE REGULAR CYCLE
011905*    HAS ALREADY TAKEN THEM FOR THE PERIOD.
011910******************************************************************
011920 2250-GET-ELECTIONS.
011930     MOVE TC-EMPLOYEE-ID TO DD-EMPLOYEE-ID.
012000                 TO LS-EL-FILING-STATUS
012010             MOVE WS-DEFAULT-ADDL-WITHHOLD
012020                 TO LS-EL-ADDL-WITHHOLDING
012022             MOVE WS-DEFAULT-HEALTH-TREAT
012024                 TO LS-EL-HEALTH-TAX-TREAT
012026             MOVE WS-DEFAULT-401K-TREAT TO LS-EL-401K-TAX-TREAT
012028             MOVE 'N' TO LS-EL-401K-CATCHUP
012030         NOT INVALID KEY
012040             MOVE DD-HEALTH-DEDUCTION TO LS-EL-HEALTH-DEDUCTION
012050             MOVE DD-401K-PERCENT TO LS-EL-401K-PERCENT
012060             MOVE DD-FILING-STATUS TO LS-EL-FILING-STATUS
012061             MOVE DD-ADDL-WITHHOLDING TO LS-EL-ADDL-WITHHOLDING
012062             MOVE DD-401K-CATCHUP TO LS-EL-401K-CATCHUP
012063             IF DD-HEALTH-TREATMENT-VALID
012064                 MOVE DD-HEALTH-TAX-TREATMENT
012065                     TO LS-EL-HEALTH-TAX-TREAT
012066             ELSE
012067                 MOVE WS-DEFAULT-HEALTH-TREAT
012068                     TO LS-EL-HEALTH-TAX-TREAT
012069             END-IF
012070             IF DD-401K-TREATMENT-VALID
012071                 MOVE DD-401K-TAX-TREATMENT
012072                     TO LS-EL-401K-TAX-TREAT
012073             ELSE
012074                 MOVE WS-DEFAULT-401K-TREAT
012075                     TO LS-EL-401K-TAX-TREAT
012076             END-IF
012077     END-READ.
012078     IF WS-OFF-CYCLE-RUN
012079         MOVE ZERO TO LS-EL-HEALTH-DEDUCTION
012080                      LS-EL-ADDL-WITHHOLDING
012081     END-IF.
012090 2250-EXIT.
012100     EXIT.

012170*    NOTHING COUNTS AGAINST THE CAPS YET.
012180******************************************************************
012190 2260-GET-PRIOR-YTD.
012196     MOVE ZERO TO LS-YTD-GROSS-PAY LS-YTD-RETIREMENT-401K
012202                  LS-YTD-FICA-WAGES.
012210     MOVE TC-EMPLOYEE-ID TO YT-EMPLOYEE-ID.
012220     READ YTD-TOTALS-FILE
012230         INVALID KEY
012270                 MOVE YT-YTD-GROSS-PAY TO LS-YTD-GROSS-PAY
012280                 MOVE YT-YTD-RETIREMENT-401K
012290                     TO LS-YTD-RETIREMENT-401K
012295                 MOVE YT-YTD-FICA-WAGES TO LS-YTD-FICA-WAGES
012300             END-IF
012310     END-READ.
012320 2260-EXIT.

012340******************************************************************
012350*    2270-CHECK-LEAVE-BALANCE
012358*    READS THE EMPLOYEE'S ACCRUAL RECORD (ONCE PER GROUP) AND
012366*    CHECKS THE HOURS ON A VACATION OR SICK TIMECARD, PLUS THE
012374*    SAME KIND OF LEAVE ALREADY TAKEN ON THE GROUP'S EARLIER
012382*    CARDS, AGAINST THE MATCHING BALANCE.  NO ACCRUAL RECORD ON
012390*    FILE MEANS NO BALANCE TO DRAW FROM - THE TIMECARD FALLS
012398*    OUT TO THE EXCEPTION REPORT THE SAME AS A SHORT BALANCE.
012410******************************************************************
012420 2270-CHECK-LEAVE-BALANCE.
012430     SET WS-LEAVE-OK TO TRUE.
012432     IF NOT WS-ACCRUAL-READ
012434         MOVE TC-EMPLOYEE-ID TO AB-EMPLOYEE-ID
012436         READ ACCRUAL-MASTER-FILE
012438             INVALID KEY
012440                 SET WS-ACCRUAL-NOT-FOUND TO TRUE
012442             NOT INVALID KEY
012444                 SET WS-ACCRUAL-FOUND TO TRUE
012446         END-READ
012448         SET WS-ACCRUAL-READ TO TRUE
012450     END-IF.
012452     IF WS-ACCRUAL-NOT-FOUND
012454         SET WS-LEAVE-SHORT TO TRUE
012456         GO TO 2270-EXIT
012458     END-IF.
012460     IF TC-EARN-VACATION
012462         IF AB-VACATION-BALANCE <
012464                 WS-GRP-VAC-HOURS + TC-HOURS-WORKED
012480             SET WS-LEAVE-SHORT TO TRUE
012491         ELSE
012502             ADD TC-HOURS-WORKED TO WS-GRP-VAC-HOURS
012513         END-IF
012524     ELSE
012535         IF AB-SICK-BALANCE < WS-GRP-SICK-HOURS + TC-HOURS-WORKED
012550             SET WS-LEAVE-SHORT TO TRUE
012566         ELSE
012582             ADD TC-HOURS-WORKED TO WS-GRP-SICK-HOURS
012600         END-IF
012610     END-IF.
012620 2270-EXIT.
012690*    SINGLE-RATE TREATMENT.
012700******************************************************************
012710 2280-GET-STATE-RATE.
012715     PERFORM 2286-GET-SUTA-RATE THRU 2286-EXIT.
012720     MOVE WS-DEFAULT-STATE-RATE TO WS-EMP-STATE-RATE.
012730     IF EM-WORK-STATE = SPACES
012740         GO TO 2280-EXIT
012930     ELSE
012940         ADD 1 TO WS-STTAX-SUB
012950     END-IF.
012951 2285-EXIT.
012952     EXIT.

012953******************************************************************
012954*    2286-GET-SUTA-RATE
012955*    PUTS THE SUTA RATE AND WAGE BASE FOR THE EMPLOYEE'S WORK
012956*    STATE IN LS-TAX-PARMS - THE STATE'S OWN ROW IF IT HAS ONE,
012957*    OTHERWISE THE ** DEFAULT ROW.
012958******************************************************************
012959 2286-GET-SUTA-RATE.
012960     MOVE WS-DEFAULT-SUTA-RATE TO LS-TP-SUTA-RATE.
012961     MOVE WS-DEFAULT-SUTA-BASE TO LS-TP-SUTA-WAGE-BASE.
012962     IF EM-WORK-STATE = SPACES
012963         GO TO 2286-EXIT
012964     END-IF.
012965     MOVE ZERO TO WS-SUTA-FOUND-SUB.
012966     MOVE 1 TO WS-SUTA-SUB.
012967     PERFORM 2287-SCAN-SUTA-RATE THRU 2287-EXIT
012968             UNTIL WS-SUTA-FOUND-SUB > ZERO
012969             OR WS-SUTA-SUB > WS-SUTA-COUNT.
012970     IF WS-SUTA-FOUND-SUB > ZERO
012971         MOVE WS-SUTA-RATE (WS-SUTA-FOUND-SUB)
012972             TO LS-TP-SUTA-RATE
012973         MOVE WS-SUTA-WAGE-BASE (WS-SUTA-FOUND-SUB)
012974             TO LS-TP-SUTA-WAGE-BASE
012975     END-IF.
012976 2286-EXIT.
012977     EXIT.

012978******************************************************************
012979*    2287-SCAN-SUTA-RATE
012980******************************************************************
012981 2287-SCAN-SUTA-RATE.
012982     IF WS-SUTA-STATE (WS-SUTA-SUB) = EM-WORK-STATE
012983         MOVE WS-SUTA-SUB TO WS-SUTA-FOUND-SUB
012984     ELSE
012985         ADD 1 TO WS-SUTA-SUB
012986     END-IF.
012987 2287-EXIT.
012988     EXIT.

012989******************************************************************
012990*    2290-BUILD-GARNISH-ORDERS
013000*    FILLS THE LS-GARNISH GROUP WITH THE CURRENT EMPLOYEE'S
013010*    COURT ORDERS, IN THE PRIORITY ORDER THEY SIT IN THE

013310******************************************************************
013320*    2295-SCAN-GARNISH-ORDER
013323*    A FLAT-AMOUNT ORDER IS TAKEN ONCE A PERIOD, ON THE REGULAR
013326*    CYCLE - AN OFF-CYCLE CHECK CARRIES ONLY THE PERCENT ORDERS.
013330******************************************************************
013340 2295-SCAN-GARNISH-ORDER.
013342     IF WS-OFF-CYCLE-RUN AND WS-GORD-METHOD (WS-GORD-SUB) = 'A'
013344         ADD 1 TO WS-GORD-SUB
013346         GO TO 2295-EXIT
013348     END-IF.
013350     IF WS-GORD-EMPLOYEE (WS-GORD-SUB) = TC-EMPLOYEE-ID
013360         ADD 1 TO LS-GA-ORDER-COUNT
013370         MOVE WS-GORD-TYPE (WS-GORD-SUB)

013640******************************************************************
013650*    2400-CALL-PAYROLL
013654*    EVERY CARD IN THE GROUP CHECKED OUT - BUILD THE COMBINED
013658*    WORK RECORD AND EARNINGS LINES, CALL Payroll ONCE, AND
013662*    HOLD THE WHOLE GROUP IF Payroll REJECTS IT.  AN OFF-CYCLE
013666*    GROUP IS ALWAYS PAID FROM ITS LINES, SO A SALARIED
013670*    EMPLOYEE'S BONUS OR FINAL PAY IS NOT TURNED INTO A PERIOD
013674*    SALARY.
013680******************************************************************
013690 2400-CALL-PAYROLL.
013695     PERFORM 2410-BUILD-EARNINGS-LINES THRU 2410-EXIT.
013700     PERFORM 2250-GET-ELECTIONS THRU 2250-EXIT.
013710     PERFORM 2260-GET-PRIOR-YTD THRU 2260-EXIT.
013720     PERFORM 2280-GET-STATE-RATE THRU 2280-EXIT.
013730     PERFORM 2290-BUILD-GARNISH-ORDERS THRU 2290-EXIT.
013731     IF WS-OFF-CYCLE-RUN
013732         MOVE "H" TO WS-CALL-PAY-TYPE
013733     ELSE
013734         MOVE EM-PAY-TYPE TO WS-CALL-PAY-TYPE
013735     END-IF.
013740     CALL "Payroll" USING TC-HOURS-WORKED TC-HOURLY-RATE
013750             WS-GROSS-PAY LS-DEDUCTIONS WS-NET-PAY
013760             WS-EDIT-STATUS LS-ELECTIONS LS-PRIOR-YTD
013770             TC-EARNINGS-TYPE WS-CALL-PAY-TYPE EM-PERIOD-SALARY
013780             WS-EMP-STATE-RATE LS-GARNISH
013786             LS-EMPLOYER-TAXES TC-TRANS-TYPE LS-EARNINGS
013792             LS-TAXABLE-WAGES LS-TAX-PARMS.
013800     IF WS-TIMECARD-INVALID
013813         MOVE "HOURS OR RATE OUT OF RANGE" TO WS-GRP-HOLD-REASON
013826         PERFORM 2060-HOLD-GROUP THRU 2060-EXIT
013840     ELSE
013845         PERFORM 2420-BUILD-BREAKDOWN THRU 2420-EXIT
013850         ADD 1 TO WS-RECORD-COUNT
013860         PERFORM 2500-WRITE-REGISTER-LINE THRU 2500-EXIT
013870         PERFORM 2600-UPDATE-YTD-TOTALS THRU 2600-EXIT
013880         IF WS-GRP-VAC-HOURS > ZERO
013890            OR WS-GRP-SICK-HOURS > ZERO
013900             PERFORM 2480-DEBIT-LEAVE-BALANCE THRU 2480-EXIT
013910         END-IF
013920         PERFORM 2490-WRITE-GARNISH-REMIT THRU 2490-EXIT
013930         PERFORM 2875-WRITE-PAY-HISTORY THRU 2875-EXIT
013940         PERFORM 2800-WRITE-PAYMENT THRU 2800-EXIT
013941     END-IF.
013942 2400-EXIT.
013943     EXIT.

013944******************************************************************
013945*    2410-BUILD-EARNINGS-LINES
013946*    LOADS ONE LS-EARNINGS LINE PER CARD IN THE GROUP, THEN
013947*    BUILDS THE COMBINED WORK RECORD IN THE TIMECARD AREA (THE
013948*    2930 SALARIED MOLD) SO THE SHARED REGISTER, YTD, HISTORY,
013949*    AND PAYMENT PARAGRAPHS SEE ONE TIMECARD FOR THE EMPLOYEE.
013950*    THE WORK RECORD CARRIES THE NON-RETRO HOURS AT THE MASTER
013951*    RATE, OR FOR A RETRO-ONLY GROUP THE RETRO HOURS AT THE RATE
013952*    DIFFERENCE AS A RETRO CARD.  ITS EARNINGS TYPE IS THE ONE
013953*    TYPE THE CARDS SHARE, OR M WHEN THE PAY MIXES TYPES OR
013954*    MIXES RETRO WITH CURRENT PAY.  THE WORK RECORD'S HOURS
013955*    FIELD HOLDS NO MORE THAN A KEYED CARD'S, SO THE COMBINED
013956*    HOURS FOR THE REGISTER AND PAY HISTORY GO IN WS-PAY-HOURS.
013957******************************************************************
013958 2410-BUILD-EARNINGS-LINES.
013959     MOVE ZERO TO LS-EN-LINE-COUNT.
013960     MOVE ZERO TO WS-GRP-HOURS WS-GRP-RETRO-HOURS
013961                  WS-GRP-RETRO-RATE.
013962     MOVE SPACE TO WS-GRP-EARN-TYPE.
013963     MOVE 'N' TO WS-GRP-NORMAL-SWITCH WS-GRP-RETRO-SWITCH.
013964     MOVE 1 TO WS-GRP-SUB.
013965     PERFORM 2415-BUILD-ONE-LINE THRU 2415-EXIT
013966             UNTIL WS-GRP-SUB > WS-GRP-COUNT.
013967     IF WS-GRP-HAS-NORMAL AND WS-GRP-HAS-RETRO
013968         MOVE "M" TO WS-GRP-EARN-TYPE
013969     END-IF.
013970     MOVE SPACES TO TC-TIMECARD-RECORD.
013971     MOVE WS-GRP-EMPLOYEE-ID TO TC-EMPLOYEE-ID.
013972     MOVE WS-GRP-EARN-TYPE TO TC-EARNINGS-TYPE.
013973     IF WS-GRP-HAS-NORMAL
013974         MOVE "N" TO TC-TRANS-TYPE
013975         MOVE EM-AUTHORIZED-RATE TO TC-HOURLY-RATE
013976         MOVE WS-GRP-HOURS TO WS-PAY-HOURS
013977         IF WS-GRP-HOURS > WS-MAX-CARD-HOURS
013978             MOVE WS-MAX-CARD-HOURS TO TC-HOURS-WORKED
013979         ELSE
013980             MOVE WS-GRP-HOURS TO TC-HOURS-WORKED
013981         END-IF
013982     ELSE
013983         MOVE "R" TO TC-TRANS-TYPE
013984         MOVE WS-GRP-RETRO-RATE TO TC-HOURLY-RATE
013985         MOVE WS-GRP-RETRO-HOURS TO WS-PAY-HOURS
013986         IF WS-GRP-RETRO-HOURS > WS-MAX-CARD-HOURS
013987             MOVE WS-MAX-CARD-HOURS TO TC-HOURS-WORKED
013988         ELSE
013989             MOVE WS-GRP-RETRO-HOURS TO TC-HOURS-WORKED
013990         END-IF
013991     END-IF.
013992 2410-EXIT.
013993     EXIT.

013994******************************************************************
013995*    2415-BUILD-ONE-LINE
013996******************************************************************
013997 2415-BUILD-ONE-LINE.
013998     MOVE WS-GRP-CARD (WS-GRP-SUB) TO TC-TIMECARD-RECORD.
013999     ADD 1 TO LS-EN-LINE-COUNT.
014000     MOVE TC-TRANS-TYPE TO LS-EN-TRANS-TYPE (LS-EN-LINE-COUNT).
014001     MOVE TC-EARNINGS-TYPE TO LS-EN-EARN-TYPE (LS-EN-LINE-COUNT).
014002     MOVE TC-HOURS-WORKED TO LS-EN-HOURS (LS-EN-LINE-COUNT).
014003     MOVE TC-HOURLY-RATE TO LS-EN-RATE (LS-EN-LINE-COUNT).
014004     MOVE ZERO TO LS-EN-PREMIUM-HOURS (LS-EN-LINE-COUNT)
014005                  LS-EN-GROSS (LS-EN-LINE-COUNT).
014006     MOVE WS-GRP-AMOUNT (WS-GRP-SUB)
014007         TO LS-EN-AMOUNT (LS-EN-LINE-COUNT).
014008     MOVE WS-GRP-SUPP-SW (WS-GRP-SUB)
014009         TO LS-EN-SUPP-SW (LS-EN-LINE-COUNT).
014010     IF TC-TYPE-RETRO
014011         SET WS-GRP-HAS-RETRO TO TRUE
014012         ADD TC-HOURS-WORKED TO WS-GRP-RETRO-HOURS
014013         IF WS-GRP-RETRO-RATE = ZERO
014014             MOVE TC-HOURLY-RATE TO WS-GRP-RETRO-RATE
014015         END-IF
014016     ELSE
014017         SET WS-GRP-HAS-NORMAL TO TRUE
014018         ADD TC-HOURS-WORKED TO WS-GRP-HOURS
014019     END-IF.
014020     IF TC-EARN-REGULAR
014021         MOVE "R" TO WS-LINE-EARN-TYPE
014022     ELSE
014023         MOVE TC-EARNINGS-TYPE TO WS-LINE-EARN-TYPE
014024     END-IF.
014025     IF WS-GRP-EARN-TYPE = SPACE
014026         MOVE WS-LINE-EARN-TYPE TO WS-GRP-EARN-TYPE
014027     ELSE
014028         IF WS-GRP-EARN-TYPE NOT = WS-LINE-EARN-TYPE
014029             MOVE "M" TO WS-GRP-EARN-TYPE
014030         END-IF
014031     END-IF.
014032     ADD 1 TO WS-GRP-SUB.
014033 2415-EXIT.
014034     EXIT.

014035******************************************************************
014036*    2420-BUILD-BREAKDOWN
014037*    SORTS THE LINE HOURS AND GROSS Payroll RETURNED INTO ONE
014038*    SLOT PER EARNINGS TYPE FOR THE REGISTER, AND SPLITS THE
014039*    CURRENT-PERIOD HOURS INTO REGULAR, PREMIUM, AND STRAIGHT-
014040*    TIME BUCKETS FOR THE PAY HISTORY RECORD.
014041******************************************************************
014042 2420-BUILD-BREAKDOWN.
014043     MOVE ZERO TO WS-BRK-REG-HOURS WS-BRK-OT-HOURS
014044                  WS-BRK-STRAIGHT-HOURS.
014045     MOVE 1 TO WS-BRK-SUB.
014046     PERFORM 2422-CLEAR-BREAKDOWN-SLOT THRU 2422-EXIT
014047             UNTIL WS-BRK-SUB > 7.
014048     MOVE 1 TO WS-GRP-SUB.
014049     PERFORM 2425-ADD-ONE-BREAKDOWN THRU 2425-EXIT
014050             UNTIL WS-GRP-SUB > LS-EN-LINE-COUNT.
014051 2420-EXIT.
014052     EXIT.

014053******************************************************************
014054*    2422-CLEAR-BREAKDOWN-SLOT
014055******************************************************************
014056 2422-CLEAR-BREAKDOWN-SLOT.
014057     MOVE ZERO TO WS-BRK-HOURS (WS-BRK-SUB)
014058                  WS-BRK-GROSS (WS-BRK-SUB).
014059     ADD 1 TO WS-BRK-SUB.
014060 2422-EXIT.
014061     EXIT.

014062******************************************************************
014063*    2425-ADD-ONE-BREAKDOWN
014064******************************************************************
014065 2425-ADD-ONE-BREAKDOWN.
014066     EVALUATE TRUE
014067         WHEN LS-EN-RETRO (WS-GRP-SUB)
014068             MOVE 7 TO WS-BRK-SUB
014069         WHEN LS-EN-OVERTIME (WS-GRP-SUB)
014070             MOVE 2 TO WS-BRK-SUB
014071         WHEN LS-EN-EARN-TYPE (WS-GRP-SUB) = "V"
014072             MOVE 3 TO WS-BRK-SUB
014073         WHEN LS-EN-EARN-TYPE (WS-GRP-SUB) = "S"
014074             MOVE 4 TO WS-BRK-SUB
014075         WHEN LS-EN-EARN-TYPE (WS-GRP-SUB) = "H"
014076             MOVE 5 TO WS-BRK-SUB
014077         WHEN LS-EN-EARN-TYPE (WS-GRP-SUB) = "B"
014078             MOVE 6 TO WS-BRK-SUB
014079         WHEN OTHER
014080             MOVE 1 TO WS-BRK-SUB
014081     END-EVALUATE.
014082     ADD LS-EN-HOURS (WS-GRP-SUB) TO WS-BRK-HOURS (WS-BRK-SUB).
014083     ADD LS-EN-GROSS (WS-GRP-SUB) TO WS-BRK-GROSS (WS-BRK-SUB).
014084     IF NOT LS-EN-RETRO (WS-GRP-SUB)
014085         IF LS-EN-STRAIGHT-TIME (WS-GRP-SUB)
014086             ADD LS-EN-HOURS (WS-GRP-SUB)
014087                 TO WS-BRK-STRAIGHT-HOURS
014088         ELSE
014089             ADD LS-EN-PREMIUM-HOURS (WS-GRP-SUB)
014090                 TO WS-BRK-OT-HOURS
014091             COMPUTE WS-BRK-REG-HOURS = WS-BRK-REG-HOURS
014092                     + LS-EN-HOURS (WS-GRP-SUB)
014093                     - LS-EN-PREMIUM-HOURS (WS-GRP-SUB)
014094         END-IF
014095     END-IF.
014096     ADD 1 TO WS-GRP-SUB.
014097 2425-EXIT.
014098     EXIT.

014099******************************************************************
014100*    2480-DEBIT-LEAVE-BALANCE
014101*    DRAWS THE GROUP'S PAID VACATION AND SICK HOURS DOWN FROM
014102*    THE EMPLOYEE'S ACCRUAL BALANCES IN ONE REWRITE.  THE RECORD
014103*    WAS ALREADY READ AND THE BALANCES VERIFIED BY 2270 BEFORE
014104*    THE PAY WAS MADE.
014105******************************************************************
014106 2480-DEBIT-LEAVE-BALANCE.
014107     SUBTRACT WS-GRP-VAC-HOURS FROM AB-VACATION-BALANCE.
014108     SUBTRACT WS-GRP-SICK-HOURS FROM AB-SICK-BALANCE.
014109     REWRITE AB-ACCRUAL-RECORD.
014120 2480-EXIT.
014130     EXIT.

015490     MOVE TC-ORIG-401K TO LS-RETIREMENT-401K.
015500     MOVE TC-ORIG-GARNISH TO LS-GARNISHMENT.
015510     MOVE TC-ORIG-NET TO WS-NET-PAY.
015513     MOVE TC-HOURS-WORKED TO WS-PAY-HOURS.
015516     PERFORM 2460-REVERSAL-TAXABLE-WAGES THRU 2460-EXIT.
015520     ADD 1 TO WS-RECORD-COUNT.
015530     PERFORM 2550-WRITE-REVERSAL-LINE THRU 2550-EXIT.
015531     PERFORM 2650-REVERSE-YTD-TOTALS THRU 2650-EXIT.
015532     PERFORM 2875-WRITE-PAY-HISTORY THRU 2875-EXIT.
015533     PERFORM 2700-WRITE-CHECKPOINT THRU 2700-EXIT.
015534 2450-EXIT.
015535     EXIT.

015536******************************************************************
015537*    2470-POST-MANUAL-CHECK
015538*    A CHECK ALREADY WRITTEN BY HAND.  ITS FIGURES ARE TAKEN AS
015539*    WRITTEN, EDITED LIKE A REVERSAL'S (NUMERIC, CROSSFOOTED),
015540*    AND POSTED LIKE A PAY - REGISTER, YTD/QTD, PAY HISTORY,
015541*    AND THE CHECK-PAYMENT LISTING WITH THE CHECK'S NUMBER SO
015542*    PayChecks REGISTERS IT WITHOUT PRINTING ANOTHER.  THE
015543*    EMPLOYER TAXES ARE FIGURED HERE (2476).  NO LEAVE IS
015544*    DEBITED AND A GARNISHMENT ON THE CHECK IS NOT REMITTED -
015545*    BOTH ARE HANDLED BY HAND WITH THE CHECK.
015546******************************************************************
015547 2470-POST-MANUAL-CHECK.
015548     IF TC-ORIG-GROSS-X NOT NUMERIC
015549        OR TC-ORIG-FEDERAL-X NOT NUMERIC
015550        OR TC-ORIG-STATE-X NOT NUMERIC
015551        OR TC-ORIG-FICA-X NOT NUMERIC
015552        OR TC-ORIG-HEALTH-X NOT NUMERIC
015553        OR TC-ORIG-401K-X NOT NUMERIC
015554        OR TC-ORIG-GARNISH-X NOT NUMERIC
015555        OR TC-ORIG-NET-X NOT NUMERIC
015556         MOVE "MANUAL CHECK AMOUNTS NOT NUMERIC" TO XL-REASON
015557         PERFORM 2300-WRITE-EXCEPTION THRU 2300-EXIT
015558         PERFORM 2700-WRITE-CHECKPOINT THRU 2700-EXIT
015559         GO TO 2470-EXIT
015560     END-IF.
015561     COMPUTE LS-TOTAL-DEDUCTIONS =
015562             TC-ORIG-FEDERAL + TC-ORIG-STATE + TC-ORIG-FICA
015563             + TC-ORIG-HEALTH + TC-ORIG-401K + TC-ORIG-GARNISH
015564         ON SIZE ERROR
015565             MOVE ZERO TO LS-TOTAL-DEDUCTIONS
015566     END-COMPUTE.
015567     IF TC-ORIG-GROSS NOT = LS-TOTAL-DEDUCTIONS + TC-ORIG-NET
015568        OR TC-ORIG-NET = ZERO
015569         MOVE "MANUAL CHECK AMOUNTS DO NOT CROSSFOOT"
015570             TO XL-REASON
015571         PERFORM 2300-WRITE-EXCEPTION THRU 2300-EXIT
015572         PERFORM 2700-WRITE-CHECKPOINT THRU 2700-EXIT
015573         GO TO 2470-EXIT
015574     END-IF.
015575     MOVE TC-ORIG-GROSS TO WS-GROSS-PAY.
015576     MOVE TC-ORIG-FEDERAL TO LS-FEDERAL-TAX.
015577     MOVE TC-ORIG-STATE TO LS-STATE-TAX.
015578     MOVE TC-ORIG-FICA TO LS-FICA-TAX.
015579     MOVE TC-ORIG-HEALTH TO LS-HEALTH-INSURANCE.
015580     MOVE TC-ORIG-401K TO LS-RETIREMENT-401K.
015581     MOVE TC-ORIG-GARNISH TO LS-GARNISHMENT.
015582     MOVE TC-ORIG-NET TO WS-NET-PAY.
015583     MOVE TC-HOURS-WORKED TO WS-PAY-HOURS.
015584     PERFORM 2460-REVERSAL-TAXABLE-WAGES THRU 2460-EXIT.
015585     PERFORM 2260-GET-PRIOR-YTD THRU 2260-EXIT.
015586     PERFORM 2476-MANUAL-EMPLOYER-TAXES THRU 2476-EXIT.
015587     ADD 1 TO WS-RECORD-COUNT.
015588     PERFORM 2500-WRITE-REGISTER-LINE THRU 2500-EXIT.
015589     PERFORM 2600-UPDATE-YTD-TOTALS THRU 2600-EXIT.
015590     PERFORM 2875-WRITE-PAY-HISTORY THRU 2875-EXIT.
015591     PERFORM 2860-WRITE-CHECK-PAYMENT THRU 2860-EXIT.
015592     PERFORM 2700-WRITE-CHECKPOINT THRU 2700-EXIT.
015593 2470-EXIT.
015594     EXIT.

015595******************************************************************
015596*    2476-MANUAL-EMPLOYER-TAXES
015597*    THE EMPLOYER SIDE OF A MANUAL CHECK, FIGURED THE WAY
015598*    Payroll FIGURES IT - EMPLOYER FICA MATCHES THE FICA ON THE
015599*    CHECK; FUTA AND SUTA EACH TAX ONLY THE ROOM LEFT UNDER
015600*    THEIR WAGE BASES BY THE FICA WAGES ALREADY PAID THIS YEAR.
015601******************************************************************
015602 2476-MANUAL-EMPLOYER-TAXES.
015603     PERFORM 2286-GET-SUTA-RATE THRU 2286-EXIT.
015604     MOVE TC-ORIG-FICA TO LS-ER-FICA-TAX.
015605     IF LS-YTD-FICA-WAGES NOT < LS-TP-FUTA-WAGE-BASE
015606         MOVE ZERO TO WS-ER-SUBJECT-PAY
015607     ELSE
015608         COMPUTE WS-ER-SUBJECT-PAY =
015609                 LS-TP-FUTA-WAGE-BASE - LS-YTD-FICA-WAGES
015610         IF WS-ER-SUBJECT-PAY > LS-TW-FICA-WAGES
015611             MOVE LS-TW-FICA-WAGES TO WS-ER-SUBJECT-PAY
015612         END-IF
015613     END-IF.
015614     COMPUTE LS-ER-FUTA-TAX ROUNDED =
015615             WS-ER-SUBJECT-PAY * LS-TP-FUTA-RATE
015616         ON SIZE ERROR
015617             MOVE ZERO TO LS-ER-FUTA-TAX
015618     END-COMPUTE.
015619     IF LS-YTD-FICA-WAGES NOT < LS-TP-SUTA-WAGE-BASE
015620         MOVE ZERO TO WS-ER-SUBJECT-PAY
015621     ELSE
015622         COMPUTE WS-ER-SUBJECT-PAY =
015623                 LS-TP-SUTA-WAGE-BASE - LS-YTD-FICA-WAGES
015624         IF WS-ER-SUBJECT-PAY > LS-TW-FICA-WAGES
015625             MOVE LS-TW-FICA-WAGES TO WS-ER-SUBJECT-PAY
015626         END-IF
015627     END-IF.
015628     COMPUTE LS-ER-SUTA-TAX ROUNDED =
015629             WS-ER-SUBJECT-PAY * LS-TP-SUTA-RATE
015630         ON SIZE ERROR
015631             MOVE ZERO TO LS-ER-SUTA-TAX
015632     END-COMPUTE.
015633     COMPUTE LS-ER-TOTAL-TAX =
015634             LS-ER-FICA-TAX + LS-ER-FUTA-TAX + LS-ER-SUTA-TAX.
015635 2476-EXIT.
015636     EXIT.

015637******************************************************************
015638*    2460-REVERSAL-TAXABLE-WAGES
015639*    THE REVERSAL CARD CARRIES NO TAXABLE WAGES, SO THEY ARE
015640*    DERIVED FROM THE ORIGINAL GROSS LESS THE ORIGINAL HEALTH
015641*    AND 401(K) AMOUNTS THE EMPLOYEE'S CURRENT ELECTIONS TREAT
015642*    AS PRE-TAX.  A PAY THAT TOOK NO FICA BACKS OUT NO FICA
015643*    WAGES (THE WAGE BASE WAS ALREADY MET).  A MANUAL CHECK
015644*    DERIVES ITS TAXABLE WAGES THE SAME WAY.
015645******************************************************************
015646 2460-REVERSAL-TAXABLE-WAGES.
015647     PERFORM 2250-GET-ELECTIONS THRU 2250-EXIT.
015648     MOVE ZERO TO WS-REV-PRETAX-INCOME WS-REV-PRETAX-FICA.
015649     IF LS-EL-HEALTH-PRETAX-INCOME
015650         ADD TC-ORIG-HEALTH TO WS-REV-PRETAX-INCOME
015651     END-IF.
015652     IF LS-EL-HEALTH-PRETAX-FICA
015653         ADD TC-ORIG-HEALTH TO WS-REV-PRETAX-FICA
015654     END-IF.
015655     IF LS-EL-401K-PRETAX-INCOME
015656         ADD TC-ORIG-401K TO WS-REV-PRETAX-INCOME
015657     END-IF.
015658     IF LS-EL-401K-PRETAX-FICA
015659         ADD TC-ORIG-401K TO WS-REV-PRETAX-FICA
015660     END-IF.
015661     IF WS-REV-PRETAX-INCOME > TC-ORIG-GROSS
015662         MOVE ZERO TO LS-TW-FEDERAL-WAGES
015663     ELSE
015664         COMPUTE LS-TW-FEDERAL-WAGES =
015665                 TC-ORIG-GROSS - WS-REV-PRETAX-INCOME
015666     END-IF.
015667     MOVE LS-TW-FEDERAL-WAGES TO LS-TW-STATE-WAGES.
015668     IF TC-ORIG-FICA = ZERO
015669        OR WS-REV-PRETAX-FICA > TC-ORIG-GROSS
015670         MOVE ZERO TO LS-TW-FICA-WAGES
015671     ELSE
015672         COMPUTE LS-TW-FICA-WAGES =
015673                 TC-ORIG-GROSS - WS-REV-PRETAX-FICA
015674     END-IF.
015675 2460-EXIT.
015676     EXIT.

015677******************************************************************
015678*    2500-WRITE-REGISTER-LINE
015679*    WRITES ONE PAYROLL REGISTER DETAIL LINE AND ADDS THE
015680*    EMPLOYEE'S FIGURES INTO THE RUN TOTALS.  A PAY COMBINING
015681*    MORE THAN ONE EARNINGS TYPE IS FLAGGED COMBINED AND IS
015682*    FOLLOWED BY ONE INDENTED LINE PER EARNINGS TYPE.
015683******************************************************************
015684 2500-WRITE-REGISTER-LINE.
015685     MOVE TC-EMPLOYEE-ID TO RL-EMPLOYEE-ID.
015686     MOVE EM-EMPLOYEE-NAME TO RL-EMPLOYEE-NAME.
015687     MOVE WS-PAY-HOURS TO RL-HOURS.
015688     MOVE TC-HOURLY-RATE TO RL-RATE.
015690     MOVE WS-GROSS-PAY TO RL-GROSS-PAY.
015700     MOVE LS-TOTAL-DEDUCTIONS TO RL-DEDUCTIONS.
015710     MOVE WS-NET-PAY TO RL-NET-PAY.
015720     EVALUATE TRUE
015730         WHEN WS-SALARY-PHASE
015740             MOVE "SALARY" TO RL-TYPE-FLAG
015741         WHEN TC-TYPE-MANUAL
015742             MOVE "MANUAL CHK" TO RL-TYPE-FLAG
015743         WHEN WS-GRP-HAS-FINAL-PAY
015744             MOVE "FINAL PAY" TO RL-TYPE-FLAG
015745         WHEN TC-EARN-MIXED
015746             MOVE "COMBINED" TO RL-TYPE-FLAG
015750         WHEN TC-TYPE-RETRO
015760             MOVE "RETRO PAY" TO RL-TYPE-FLAG
015770         WHEN TC-EARN-OVERTIME
015880             MOVE SPACES TO RL-TYPE-FLAG
015890     END-EVALUATE.
015900     WRITE RG-PRINT-LINE FROM RL-DETAIL-LINE.
015901     IF TC-EARN-MIXED AND NOT WS-SALARY-PHASE
015902        AND NOT TC-TYPE-MANUAL
015903         MOVE 1 TO WS-BRK-SUB
015904         PERFORM 2510-WRITE-EARNINGS-LINE THRU 2510-EXIT
015905                 UNTIL WS-BRK-SUB > 7
015906     END-IF.
015910     ADD WS-GROSS-PAY TO WS-RUN-TOTAL-GROSS.
015920     ADD LS-TOTAL-DEDUCTIONS TO WS-RUN-TOTAL-DEDUCTIONS.
015930     ADD WS-NET-PAY TO WS-RUN-TOTAL-NET.
015970     MOVE ZERO TO WS-DEPT-ADD-REV-GROSS.
015980     PERFORM 2580-ACCUMULATE-DEPT THRU 2580-EXIT.
015990 2500-EXIT.
015991     EXIT.

015992******************************************************************
015993*    2510-WRITE-EARNINGS-LINE
015994*    ONE BREAKDOWN LINE UNDER A COMBINED PAY FOR EACH EARNINGS
015995*    TYPE THAT CARRIED HOURS OR PAY.  THE LINE LEAVES THE
015996*    EMPLOYEE ID COLUMNS BLANK SO IT IS NOT REFOOTED AS A PAY.
015997******************************************************************
015998 2510-WRITE-EARNINGS-LINE.
015999     IF WS-BRK-HOURS (WS-BRK-SUB) > ZERO
016000        OR WS-BRK-GROSS (WS-BRK-SUB) > ZERO
016001         MOVE WS-BRK-LABEL (WS-BRK-SUB) TO RL-EARN-LABEL
016002         MOVE WS-BRK-HOURS (WS-BRK-SUB) TO RL-EARN-HOURS
016003         MOVE WS-BRK-GROSS (WS-BRK-SUB) TO RL-EARN-GROSS-PAY
016004         WRITE RG-PRINT-LINE FROM RL-EARNINGS-LINE
016005     END-IF.
016006     ADD 1 TO WS-BRK-SUB.
016007 2510-EXIT.
016008     EXIT.

016010******************************************************************
016020*    2550-WRITE-REVERSAL-LINE
016860*    ROLLS THIS TIMECARD'S GROSS, DEDUCTIONS, AND NET PAY INTO
016870*    THE EMPLOYEE'S YTD-TOTALS RECORD, RESETTING THE YTD BUCKETS
016880*    WHEN THE RUN FALLS IN A NEW YEAR AND THE QTD BUCKETS WHEN
016886*    THE RUN FALLS IN A NEW QUARTER.  THE EMPLOYER 401(K) MATCH
016892*    IS FIGURED AND POSTED ON THE SAME RECORD (2610).
016900******************************************************************
016910 2600-UPDATE-YTD-TOTALS.
016920     MOVE TC-EMPLOYEE-ID TO YT-EMPLOYEE-ID.
017040                      YT-YTD-GARNISH
017050                      YT-YTD-ER-FICA YT-YTD-ER-FUTA
017060                      YT-YTD-ER-SUTA
017063                      YT-YTD-FED-WAGES YT-YTD-STATE-WAGES
017066                      YT-YTD-FICA-WAGES YT-YTD-401K-MATCH
017070                      YT-QTD-GROSS-PAY
017080                      YT-QTD-DEDUCTIONS YT-QTD-NET-PAY
017090                      YT-QTD-STATE-TAX
017100                      YT-QTD-ER-FICA YT-QTD-ER-FUTA
017110                      YT-QTD-ER-SUTA
017113                      YT-QTD-FED-WAGES YT-QTD-STATE-WAGES
017116                      YT-QTD-FICA-WAGES
017120         MOVE WS-RUN-YEAR TO YT-CURRENT-YEAR
017130         MOVE WS-CURRENT-QUARTER TO YT-CURRENT-QUARTER
017140     END-IF.
017210                      YT-YTD-GARNISH
017220                      YT-YTD-ER-FICA YT-YTD-ER-FUTA
017230                      YT-YTD-ER-SUTA
017233                      YT-YTD-FED-WAGES YT-YTD-STATE-WAGES
017236                      YT-YTD-FICA-WAGES YT-YTD-401K-MATCH
017240     END-IF.
017250     IF YT-CURRENT-QUARTER NOT = WS-CURRENT-QUARTER
017260         MOVE WS-CURRENT-QUARTER TO YT-CURRENT-QUARTER
017280                      YT-QTD-NET-PAY YT-QTD-STATE-TAX
017290                      YT-QTD-ER-FICA YT-QTD-ER-FUTA
017300                      YT-QTD-ER-SUTA
017303                      YT-QTD-FED-WAGES YT-QTD-STATE-WAGES
017306                      YT-QTD-FICA-WAGES
017310     END-IF.
017320     MOVE EM-WORK-STATE TO YT-WORK-STATE.
017330     ADD WS-GROSS-PAY TO YT-YTD-GROSS-PAY YT-QTD-GROSS-PAY.
017430     ADD LS-ER-FICA-TAX TO YT-YTD-ER-FICA YT-QTD-ER-FICA.
017440     ADD LS-ER-FUTA-TAX TO YT-YTD-ER-FUTA YT-QTD-ER-FUTA.
017450     ADD LS-ER-SUTA-TAX TO YT-YTD-ER-SUTA YT-QTD-ER-SUTA.
017451     ADD LS-TW-FEDERAL-WAGES TO YT-YTD-FED-WAGES
017452             YT-QTD-FED-WAGES.
017453     ADD LS-TW-STATE-WAGES TO YT-YTD-STATE-WAGES
017454             YT-QTD-STATE-WAGES.
017455     ADD LS-TW-FICA-WAGES TO YT-YTD-FICA-WAGES
017456             YT-QTD-FICA-WAGES.
017460     ADD LS-ER-FICA-TAX TO WS-RUN-ER-FICA.
017470     ADD LS-ER-FUTA-TAX TO WS-RUN-ER-FUTA.
017480     ADD LS-ER-SUTA-TAX TO WS-RUN-ER-SUTA.
017490     ADD WS-NET-PAY TO YT-YTD-NET-PAY YT-QTD-NET-PAY.
017495     PERFORM 2610-FIGURE-401K-MATCH THRU 2610-EXIT.
017500     IF WS-YTD-RECORD-NOT-FOUND
017510         WRITE YT-YTD-RECORD
017520     ELSE
017720     SUBTRACT LS-HEALTH-INSURANCE FROM YT-YTD-HEALTH-INS.
017730     SUBTRACT LS-RETIREMENT-401K FROM YT-YTD-RETIREMENT-401K.
017740     SUBTRACT LS-GARNISHMENT FROM YT-YTD-GARNISH.
017741     SUBTRACT LS-TW-FEDERAL-WAGES FROM YT-YTD-FED-WAGES
017742             YT-QTD-FED-WAGES.
017743     SUBTRACT LS-TW-STATE-WAGES FROM YT-YTD-STATE-WAGES
017744             YT-QTD-STATE-WAGES.
017745     SUBTRACT LS-TW-FICA-WAGES FROM YT-YTD-FICA-WAGES
017746             YT-QTD-FICA-WAGES.
017747     SUBTRACT WS-NET-PAY FROM YT-YTD-NET-PAY YT-QTD-NET-PAY.
017748     PERFORM 2660-REVERSE-401K-MATCH THRU 2660-EXIT.
017749     REWRITE YT-YTD-RECORD.
017750 2650-EXIT.
017751     EXIT.

017752******************************************************************
017753*    2610-FIGURE-401K-MATCH
017754*    THE EMPLOYER MATCH ON THIS PAY'S GROSS AND DEFERRAL, ADDED
017755*    TO THE YTD MATCH BUCKET.  ON THE GROUP'S LAST REGULAR
017756*    PERIOD OF THE YEAR THE MATCH IS ALSO FIGURED ON THE YTD
017757*    GROSS AND DEFERRALS, AND ANY SHORTFALL AGAINST THE YTD
017758*    MATCH ALREADY PAID - AN EMPLOYEE WHO FRONT-LOADED DEFERRALS
017759*    AND HIT THE LIMIT EARLY LOST MATCH IN THE LATER PERIODS -
017760*    IS PAID AS A TRUE-UP WITH THIS PAY.  AN EXCESS IS NOT
017761*    TAKEN BACK.  THE PAY GOES TO THE RECORDKEEPER FILE.
017762******************************************************************
017763 2610-FIGURE-401K-MATCH.
017764     MOVE WS-GROSS-PAY TO WS-MATCH-COMP.
017765     MOVE LS-RETIREMENT-401K TO WS-MATCH-DEFERRAL.
017766     PERFORM 2620-APPLY-MATCH-FORMULA THRU 2620-EXIT.
017767     MOVE WS-MATCH-AMOUNT TO WS-EMP-401K-MATCH.
017768     MOVE ZERO TO WS-EMP-401K-TRUE-UP.
017769     ADD WS-EMP-401K-MATCH TO YT-YTD-401K-MATCH.
017770     IF WS-YEAR-END-PERIOD
017771         MOVE YT-YTD-GROSS-PAY TO WS-MATCH-COMP
017772         MOVE YT-YTD-RETIREMENT-401K TO WS-MATCH-DEFERRAL
017773         PERFORM 2620-APPLY-MATCH-FORMULA THRU 2620-EXIT
017774         IF WS-MATCH-AMOUNT > YT-YTD-401K-MATCH
017775             COMPUTE WS-EMP-401K-TRUE-UP =
017776                     WS-MATCH-AMOUNT - YT-YTD-401K-MATCH
017777             ADD WS-EMP-401K-TRUE-UP TO YT-YTD-401K-MATCH
017778                     WS-EMP-401K-MATCH
017779         END-IF
017780     END-IF.
017781     ADD WS-EMP-401K-MATCH TO WS-RUN-401K-MATCH.
017782     ADD WS-EMP-401K-TRUE-UP TO WS-RUN-401K-TRUE-UP.
017783     MOVE SPACES TO RK-CONTRIB-RECORD.
017784     SET RK-ENTRY-PAY TO TRUE.
017785     MOVE WS-GROSS-PAY TO RK-ELIGIBLE-COMP.
017786     MOVE LS-RETIREMENT-401K TO RK-DEFERRAL.
017787     MOVE WS-EMP-401K-MATCH TO RK-MATCH.
017788     MOVE WS-EMP-401K-TRUE-UP TO RK-TRUE-UP.
017789     PERFORM 2690-WRITE-CONTRIB-DETAIL THRU 2690-EXIT.
017790 2610-EXIT.
017791     EXIT.

017792******************************************************************
017793*    2620-APPLY-MATCH-FORMULA
017794*    THE PLAN FORMULA.  WALKS THE TIERS IN ORDER - EACH TIER
017795*    MATCHES THE PART OF THE DEFERRAL STILL UNMATCHED, UP TO
017796*    ITS PERCENT OF THE COMPENSATION, AT ITS OWN MATCH RATE -
017797*    UNTIL THE TIERS OR THE DEFERRAL RUN OUT.  NO
017798*    COMPENSATION, NO MATCH.
017799******************************************************************
017800 2620-APPLY-MATCH-FORMULA.
017801     MOVE ZERO TO WS-MATCH-AMOUNT.
017802     IF WS-MATCH-COMP NOT > ZERO
017803         GO TO 2620-EXIT
017804     END-IF.
017805     MOVE 1 TO WS-MATCH-SUB.
017806     PERFORM 2625-APPLY-ONE-TIER THRU 2625-EXIT
017807             UNTIL WS-MATCH-SUB > WS-MATCH-TIER-COUNT
017808             OR WS-MATCH-DEFERRAL NOT > ZERO.
017809 2620-EXIT.
017810     EXIT.

017811******************************************************************
017812*    2625-APPLY-ONE-TIER
017813******************************************************************
017814 2625-APPLY-ONE-TIER.
017815     COMPUTE WS-MATCH-TIER-COMP ROUNDED =
017816             WS-MATCH-COMP * WS-MATCH-TIER-PERCENT (WS-MATCH-SUB)
017817             / 100.
017818     IF WS-MATCH-TIER-COMP > WS-MATCH-DEFERRAL
017819         MOVE WS-MATCH-DEFERRAL TO WS-MATCH-TIER-COMP
017820     END-IF.
017821     COMPUTE WS-MATCH-TIER-AMOUNT ROUNDED =
017822             WS-MATCH-TIER-COMP * WS-MATCH-RATE (WS-MATCH-SUB)
017823             / 100.
017824     ADD WS-MATCH-TIER-AMOUNT TO WS-MATCH-AMOUNT.
017825     SUBTRACT WS-MATCH-TIER-COMP FROM WS-MATCH-DEFERRAL.
017826     ADD 1 TO WS-MATCH-SUB.
017827 2625-EXIT.
017828     EXIT.

017829******************************************************************
017830*    2660-REVERSE-401K-MATCH
017831*    BACKS THE MATCH OUT OF THE YTD MATCH BUCKET WITH THE
017832*    REVERSAL, FIGURED BY THE PLAN FORMULA ON THE ORIGINAL GROSS
017833*    AND DEFERRAL, AND SENDS THE RECORDKEEPER A NEGATIVE
017834*    DETAIL.  A TRUE-UP ALREADY PAID STAYS PAID.
017835******************************************************************
017836 2660-REVERSE-401K-MATCH.
017837     MOVE WS-GROSS-PAY TO WS-MATCH-COMP.
017838     MOVE LS-RETIREMENT-401K TO WS-MATCH-DEFERRAL.
017839     PERFORM 2620-APPLY-MATCH-FORMULA THRU 2620-EXIT.
017840     SUBTRACT WS-MATCH-AMOUNT FROM YT-YTD-401K-MATCH.
017841     ADD WS-MATCH-AMOUNT TO WS-REV-401K-MATCH.
017842     MOVE SPACES TO RK-CONTRIB-RECORD.
017843     SET RK-ENTRY-REVERSAL TO TRUE.
017844     COMPUTE RK-ELIGIBLE-COMP = ZERO - WS-GROSS-PAY.
017845     COMPUTE RK-DEFERRAL = ZERO - LS-RETIREMENT-401K.
017846     COMPUTE RK-MATCH = ZERO - WS-MATCH-AMOUNT.
017847     MOVE ZERO TO RK-TRUE-UP.
017848     PERFORM 2690-WRITE-CONTRIB-DETAIL THRU 2690-EXIT.
017849 2660-EXIT.
017850     EXIT.

017851******************************************************************
017852*    2690-WRITE-CONTRIB-DETAIL
017853*    CALLER HAS SET THE ENTRY TYPE AND AMOUNTS.  FILLS IN THE
017854*    RUN AND EMPLOYEE, WRITES THE DETAIL, AND ADDS IT INTO THE
017855*    TRAILER TOTALS.
017856******************************************************************
017857 2690-WRITE-CONTRIB-DETAIL.
017858     SET RK-DETAIL TO TRUE.
017859     PERFORM 2695-SET-CONTRIB-RUN-ID THRU 2695-EXIT.
017860     MOVE TC-EMPLOYEE-ID TO RK-EMPLOYEE-ID.
017861     MOVE EM-EMPLOYEE-NAME TO RK-EMPLOYEE-NAME.
017862     WRITE RK-CONTRIB-RECORD.
017863     ADD 1 TO WS-RK-DETAIL-COUNT.
017864     ADD RK-ELIGIBLE-COMP TO WS-RK-TOTAL-COMP.
017865     ADD RK-DEFERRAL TO WS-RK-TOTAL-DEFERRAL.
017866 2690-EXIT.
017867     EXIT.

017868******************************************************************
017869*    2695-SET-CONTRIB-RUN-ID
017870******************************************************************
017871 2695-SET-CONTRIB-RUN-ID.
017872     MOVE PC-PAY-GROUP TO RK-PAY-GROUP.
017873     MOVE WS-RUN-YEAR TO RK-PERIOD-YEAR.
017874     MOVE PC-PERIOD-NUMBER TO RK-PERIOD-NUMBER.
017875     MOVE WS-RUN-SEQUENCE TO RK-RUN-SEQUENCE.
017876 2695-EXIT.
017877     EXIT.

017878******************************************************************
017879*    2700-WRITE-CHECKPOINT
017880*    RECORDS THE LAST EMPLOYEE ID FULLY DISPOSED OF - PAID OR
017881*    ROUTED TO THE EXCEPTION REPORT - SO A RESTARTED RUN CAN
017882*    RESUME PAST THIS POINT INSTEAD OF REPROCESSING FROM THE
017883*    BEGINNING OF THE TIMECARD FILE, AND SO A RESTART DOES NOT
017884*    RE-WRITE DUPLICATE LINES FOR TIMECARDS ALREADY LOGGED TO
017885*    THE EXCEPTION REPORT.  THE COUNT OF TIMECARDS DISPOSED OF
017886*    LETS THE RESTART SKIP EVERY CARD OF THE LAST EMPLOYEE.
017887******************************************************************
017888 2700-WRITE-CHECKPOINT.
017890     MOVE TC-EMPLOYEE-ID TO CK-LAST-EMPLOYEE-ID.
017900     MOVE WS-RUN-DATE TO CK-RUN-DATE.
017910     MOVE WS-RECORD-COUNT TO CK-RECORDS-PROCESSED.
018070     MOVE WS-RUN-ER-FICA TO CK-ER-FICA.
018080     MOVE WS-RUN-ER-FUTA TO CK-ER-FUTA.
018090     MOVE WS-RUN-ER-SUTA TO CK-ER-SUTA.
018091     MOVE WS-RUN-401K-MATCH TO CK-401K-MATCH.
018092     MOVE WS-RUN-401K-TRUE-UP TO CK-401K-TRUE-UP.
018093     MOVE WS-REV-401K-MATCH TO CK-REV-401K-MATCH.
018094     MOVE WS-RK-DETAIL-COUNT TO CK-RK-DETAIL-COUNT.
018095     MOVE WS-RK-TOTAL-COMP TO CK-RK-TOTAL-COMP.
018096     MOVE WS-RK-TOTAL-DEFERRAL TO CK-RK-TOTAL-DEFERRAL.
018097     MOVE WS-TIMECARD-COUNT TO CK-TIMECARDS-DISPOSED.
018100     WRITE CK-CHECKPOINT-RECORD.
018105     MOVE 'N' TO WS-REPLAY-SWITCH.
018110 2700-EXIT.
018120     EXIT.

018460            AND EM-BANK-PRENOTE
018470             PERFORM 2850-WRITE-PRENOTE THRU 2850-EXIT
018480         END-IF
018580         PERFORM 2860-WRITE-CHECK-PAYMENT THRU 2860-EXIT
018680     END-IF.
018690 2800-EXIT.
018700     EXIT.
018930 2850-EXIT.
018940     EXIT.

018941******************************************************************
018942*    2860-WRITE-CHECK-PAYMENT
018943*    ONE LINE ON THE CHECK-PAYMENT LISTING AND ONE CHECK EXTRACT
018944*    RECORD FOR PayChecks.  A MANUAL CHECK CARRIES THE NUMBER OF
018945*    THE CHECK ALREADY WRITTEN; EVERY OTHER PAY LEAVES IT ZERO
018946*    FOR PayChecks TO PRINT AND NUMBER.
018947******************************************************************
018948 2860-WRITE-CHECK-PAYMENT.
018949     MOVE TC-EMPLOYEE-ID TO CL-EMPLOYEE-ID.
018950     MOVE EM-EMPLOYEE-NAME TO CL-EMPLOYEE-NAME.
018951     MOVE WS-NET-PAY TO CL-NET-PAY.
018952     ADD 1 TO WS-CHECK-COUNT.
018953     ADD WS-NET-PAY TO WS-CHECK-TOTAL-NET.
018954     WRITE CP-PRINT-LINE FROM CL-DETAIL-LINE.
018955     MOVE SPACES TO CX-CHECK-EXTRACT-RECORD.
018956     MOVE TC-EMPLOYEE-ID TO CX-EMPLOYEE-ID.
018957     MOVE EM-EMPLOYEE-NAME TO CX-EMPLOYEE-NAME.
018958     MOVE WS-GROSS-PAY TO CX-GROSS-PAY.
018959     MOVE LS-FEDERAL-TAX TO CX-FEDERAL-TAX.
018960     MOVE LS-STATE-TAX TO CX-STATE-TAX.
018961     MOVE LS-FICA-TAX TO CX-FICA-TAX.
018962     MOVE LS-HEALTH-INSURANCE TO CX-HEALTH-INS.
018963     MOVE LS-RETIREMENT-401K TO CX-RETIREMENT-401K.
018964     MOVE LS-GARNISHMENT TO CX-GARNISHMENT.
018965     MOVE LS-TOTAL-DEDUCTIONS TO CX-TOTAL-DEDUCTIONS.
018966     MOVE WS-NET-PAY TO CX-NET-PAY.
018967     IF TC-TYPE-MANUAL
018968         MOVE WS-OFF-CHECK-NUMBER TO CX-MANUAL-CHECK-NUMBER
018969     ELSE
018970         MOVE ZERO TO CX-MANUAL-CHECK-NUMBER
018971     END-IF.
018972     WRITE CX-CHECK-EXTRACT-RECORD.
018973 2860-EXIT.
018974     EXIT.

018975******************************************************************
018976*    2875-WRITE-PAY-HISTORY
018977*    ONE PAY HISTORY DETAIL RECORD FOR THE DISPOSITION JUST
018980*    MADE - KEYED EMPLOYEE/YEAR/PERIOD/TYPE, WITH THE PERIOD FROM
018990*    THE CONTROL RECORD.  AN ADJUSTMENT OR VOID RECORDS ITS
018994*    NEGATIVE EFFECT.  A KEY ALREADY ON FILE IS REWRITTEN WITH
018998*    THE SAME FIGURES ONLY IN A RESTART'S REPLAY WINDOW, WHERE
019002*    IT IS THE FAILED RUN'S OWN WRITE; ANYWHERE ELSE THE RECORD
019006*    ON FILE IS LEFT ALONE AND THE COLLISION IS DISPLAYED FOR
019010*    OPERATIONS.  THE KEY ENDS IN THE RUN SEQUENCE - ZERO FOR THE
019014*    REGULAR RUN, THE OFF-CYCLE NUMBER OTHERWISE - AND AN
019018*    OFF-CYCLE PAY IS TYPED O SO IT NEVER COLLIDES WITH THE
019022*    PERIOD'S REGULAR PAY.
019030******************************************************************
019040 2875-WRITE-PAY-HISTORY.
019050     IF TC-TYPE-RETRO
019120     MOVE TC-EMPLOYEE-ID TO PH-EMPLOYEE-ID.
019130     MOVE WS-RUN-YEAR TO PH-PERIOD-YEAR.
019140     MOVE PC-PERIOD-NUMBER TO PH-PERIOD-NUMBER.
019145     MOVE WS-RUN-SEQUENCE TO PH-RUN-SEQUENCE.
019150     MOVE PC-PAY-GROUP TO PH-PAY-GROUP.
019155     EVALUATE TRUE
019160         WHEN WS-OFF-CYCLE-RUN AND TC-TYPE-NORMAL
019165             MOVE "O" TO PH-TRANS-TYPE
019170         WHEN TC-TRANS-TYPE = SPACE
019175             MOVE "N" TO PH-TRANS-TYPE
019180         WHEN OTHER
019185             MOVE TC-TRANS-TYPE TO PH-TRANS-TYPE
019190     END-EVALUATE.
019200     MOVE WS-RUN-DATE TO PH-PERIOD-END-DATE.
019210     MOVE TC-EARNINGS-TYPE TO PH-EARNINGS-TYPE.
019220     MOVE WS-PAY-HOURS TO PH-HOURS.
019230     MOVE TC-HOURLY-RATE TO PH-RATE.
019231     MOVE ZERO TO PH-REG-HOURS PH-OT-HOURS PH-STRAIGHT-HOURS.
019232     IF TC-TYPE-NORMAL AND NOT WS-SALARY-PHASE
019233         MOVE WS-BRK-REG-HOURS TO PH-REG-HOURS
019234         MOVE WS-BRK-OT-HOURS TO PH-OT-HOURS
019235         MOVE WS-BRK-STRAIGHT-HOURS TO PH-STRAIGHT-HOURS
019236     END-IF.
019240     IF TC-TYPE-ADJUSTMENT OR TC-TYPE-VOID
019250         COMPUTE PH-GROSS-PAY = ZERO - WS-GROSS-PAY
019260         COMPUTE PH-FEDERAL-TAX = ZERO - LS-FEDERAL-TAX
019310                 ZERO - LS-RETIREMENT-401K
019320         COMPUTE PH-GARNISHMENT = ZERO - LS-GARNISHMENT
019330         COMPUTE PH-NET-PAY = ZERO - WS-NET-PAY
019332         COMPUTE PH-FED-WAGES = ZERO - LS-TW-FEDERAL-WAGES
019334         COMPUTE PH-STATE-WAGES = ZERO - LS-TW-STATE-WAGES
019336         COMPUTE PH-FICA-WAGES = ZERO - LS-TW-FICA-WAGES
019340     ELSE
019350         MOVE WS-GROSS-PAY TO PH-GROSS-PAY
019360         MOVE LS-FEDERAL-TAX TO PH-FEDERAL-TAX
019400         MOVE LS-RETIREMENT-401K TO PH-RETIREMENT-401K
019410         MOVE LS-GARNISHMENT TO PH-GARNISHMENT
019420         MOVE WS-NET-PAY TO PH-NET-PAY
019422         MOVE LS-TW-FEDERAL-WAGES TO PH-FED-WAGES
019424         MOVE LS-TW-STATE-WAGES TO PH-STATE-WAGES
019426         MOVE LS-TW-FICA-WAGES TO PH-FICA-WAGES
019430     END-IF.
019440     WRITE PH-HISTORY-RECORD
019450         INVALID KEY
019452             IF WS-REPLAY-WINDOW
019454                 REWRITE PH-HISTORY-RECORD
019456             ELSE
019458                 DISPLAY "PAYDRVR - PAY HISTORY ALREADY ON FILE "
019460                         "FOR " PH-EMPLOYEE-ID " TYPE "
019462                         PH-TRANS-TYPE " - NOT OVERWRITTEN"
019464             END-IF
019470     END-WRITE.
019480 2875-EXIT.
019490     EXIT.
019600     MOVE WS-RUN-YEAR TO PH-PERIOD-YEAR.
019610     MOVE PC-PERIOD-NUMBER TO PH-PERIOD-NUMBER.
019620     MOVE TC-TRANS-TYPE TO PH-TRANS-TYPE.
019625     MOVE WS-RUN-SEQUENCE TO PH-RUN-SEQUENCE.
019630     READ PAY-HISTORY-FILE
019640         INVALID KEY
019650             SET WS-PH-NOT-FOUND TO TRUE
019670             SET WS-PH-FOUND TO TRUE
019680     END-READ.
019690     IF WS-PH-FOUND
019700         ADD WS-PAY-HOURS TO PH-HOURS
019710         ADD WS-GROSS-PAY TO PH-GROSS-PAY
019720         ADD LS-FEDERAL-TAX TO PH-FEDERAL-TAX
019730         ADD LS-STATE-TAX TO PH-STATE-TAX
019760         ADD LS-RETIREMENT-401K TO PH-RETIREMENT-401K
019770         ADD LS-GARNISHMENT TO PH-GARNISHMENT
019780         ADD WS-NET-PAY TO PH-NET-PAY
019782         ADD LS-TW-FEDERAL-WAGES TO PH-FED-WAGES
019784         ADD LS-TW-STATE-WAGES TO PH-STATE-WAGES
019786         ADD LS-TW-FICA-WAGES TO PH-FICA-WAGES
019790         REWRITE PH-HISTORY-RECORD
019800     END-IF.
019810 2880-EXIT.

020160******************************************************************
020170*    2920-PROCESS-SALARIED
020177*    COUNTS EVERY ACTIVE SALARIED EMPLOYEE IN THE RUN'S PAY
020184*    GROUP AND PAYS THE ONES A RESTARTED RUN HAS NOT ALREADY
020191*    PAID.
020200******************************************************************
020210 2920-PROCESS-SALARIED.
020220     IF EM-ACTIVE AND EM-SALARIED-ANY
020225        AND EM-PAY-GROUP = PC-PAY-GROUP
020230         ADD 1 TO WS-SALARY-SEEN
020240         IF WS-SALARY-SEEN > WS-LAST-CKPT-SALARY-COUNT
020250             PERFORM 2930-PAY-ONE-SALARIED THRU 2930-EXIT
020410     MOVE SPACES TO TC-TIMECARD-RECORD.
020420     MOVE EM-EMPLOYEE-ID TO TC-EMPLOYEE-ID.
020430     MOVE ZERO TO TC-HOURS-WORKED.
020435     MOVE ZERO TO WS-PAY-HOURS.
020440     MOVE ZERO TO TC-HOURLY-RATE.
020450     MOVE "N" TO TC-TRANS-TYPE.
020460     MOVE "R" TO TC-EARNINGS-TYPE.
020480     PERFORM 2260-GET-PRIOR-YTD THRU 2260-EXIT.
020490     PERFORM 2280-GET-STATE-RATE THRU 2280-EXIT.
020500     PERFORM 2290-BUILD-GARNISH-ORDERS THRU 2290-EXIT.
020505     MOVE ZERO TO LS-EN-LINE-COUNT.
020510     CALL "Payroll" USING TC-HOURS-WORKED TC-HOURLY-RATE
020520             WS-GROSS-PAY LS-DEDUCTIONS WS-NET-PAY
020530             WS-EDIT-STATUS LS-ELECTIONS LS-PRIOR-YTD
020540             TC-EARNINGS-TYPE EM-PAY-TYPE EM-PERIOD-SALARY
020550             WS-EMP-STATE-RATE LS-GARNISH
020556             LS-EMPLOYER-TAXES TC-TRANS-TYPE LS-EARNINGS
020562             LS-TAXABLE-WAGES LS-TAX-PARMS.
020570     IF WS-TIMECARD-INVALID
020580         MOVE "SALARY MISSING OR ZERO ON MASTER" TO XL-REASON
020590         PERFORM 2300-WRITE-EXCEPTION THRU 2300-EXIT

020740******************************************************************
020750*    9000-TERMINATE
020753*    A REGULAR RUN MARKS ITS CALENDAR PERIOD POSTED; AN OFF-CYCLE
020756*    RUN RECORDS ITS SEQUENCE ON THE PERIOD INSTEAD.
020760******************************************************************
020770 9000-TERMINATE.
020780     PERFORM 9050-WRITE-DEPT-TOTALS THRU 9050-EXIT.
020870     WRITE CP-PRINT-LINE FROM CL-TOTAL-LINE.
020880     PERFORM 9300-WRITE-PAYEE-TOTALS THRU 9300-EXIT.
020890     PERFORM 9400-WRITE-ER-TAX-REPORT THRU 9400-EXIT.
020892     PERFORM 9500-WRITE-CONTRIB-TRAILER THRU 9500-EXIT.
020894     IF WS-OFF-CYCLE-RUN
020896         CLOSE OFF-CYCLE-FILE
020898     ELSE
020900         CLOSE TIMECARD-FILE
020902     END-IF.
020910     CLOSE EMPLOYEE-MASTER-FILE.
020920     CLOSE DEDUCT-ELECTION-FILE.
020930     CLOSE YTD-TOTALS-FILE.
021020     CLOSE ER-TAX-REPORT-FILE.
021030     CLOSE CHECK-EXTRACT-FILE.
021040     CLOSE PAY-HISTORY-FILE.
021045     CLOSE PLAN-CONTRIB-FILE.
021050     SET PC-PERIOD-POSTED TO TRUE.
021060     REWRITE PC-PERIOD-CONTROL-RECORD.
021070     IF WS-PAYCTL-STATUS NOT = "00"
021090                 "STATUS = " WS-PAYCTL-STATUS
021100     END-IF.
021110     CLOSE PAY-PERIOD-CONTROL-FILE.
021111     IF WS-OFF-CYCLE-RUN
021112         MOVE WS-RUN-SEQUENCE TO PY-OFF-CYCLE-COUNT
021113     ELSE
021114         SET PY-PERIOD-POSTED TO TRUE
021115     END-IF.
021116     REWRITE PY-CALENDAR-RECORD.
021117     IF WS-PAYCAL-STATUS NOT = "00"
021118         DISPLAY "PAYDRVR - PAY CALENDAR REWRITE FAILED, "
021119                 "STATUS = " WS-PAYCAL-STATUS
021120     END-IF.
021121     CLOSE PAY-CALENDAR-FILE.
021122     DISPLAY "PAYDRVR - " WS-RECORD-COUNT " TIMECARDS PROCESSED".
021130     DISPLAY "PAYDRVR - " WS-EXCEPTION-COUNT " EXCEPTIONS".
021140 9000-EXIT.
021150     EXIT.
021470*    PLUS OFFSETTING REVERSAL RECORDS WHEN THE RUN CARRIED
021480*    ADJUSTMENTS OR VOIDS.  THE DEPARTMENT DEBITS LESS THE
021490*    DEPARTMENT REVERSAL CREDITS TIE TO THE RUN TOTALS GROSS,
021493*    SO THE FEED BALANCES IN TOTAL.  EVERY RECORD CARRIES THE
021496*    RUN - GROUP, PERIOD, AND RUN SEQUENCE - SO PayBalance CAN
021499*    BALANCE AN OFF-CYCLE RUN ON ITS OWN.  THE EMPLOYER 401(K)
021502*    MATCH POSTS AS ITS OWN EXPENSE DEBIT AND LIABILITY CREDIT,
021505*    WITH AN OFFSETTING PAIR FOR MATCH BACKED OUT BY REVERSALS.
021510******************************************************************
021520 9100-WRITE-GL-EXPORT.
021530     MOVE WS-RUN-DATE TO GL-RUN-DATE.
021532     MOVE PC-PAY-GROUP TO GL-PAY-GROUP.
021534     MOVE WS-RUN-YEAR TO GL-PERIOD-YEAR.
021536     MOVE PC-PERIOD-NUMBER TO GL-PERIOD-NUMBER.
021538     MOVE WS-RUN-SEQUENCE TO GL-RUN-SEQUENCE.
021540     MOVE 1 TO WS-DEPT-SUB.
021550     PERFORM 9110-WRITE-DEPT-EXPENSE THRU 9110-EXIT
021560             UNTIL WS-DEPT-SUB > WS-DEPT-COUNT.
021880     SET GL-IS-CREDIT TO TRUE.
021890     MOVE WS-RUN-ER-SUTA TO GL-AMOUNT.
021900     WRITE GL-EXPORT-RECORD.
021901     MOVE "5200" TO GL-ACCOUNT-NUMBER.
021902     MOVE "401K MATCH EXPENSE" TO GL-ACCOUNT-DESCRIPTION.
021903     SET GL-IS-DEBIT TO TRUE.
021904     MOVE WS-RUN-401K-MATCH TO GL-AMOUNT.
021905     WRITE GL-EXPORT-RECORD.
021906     MOVE "2500" TO GL-ACCOUNT-NUMBER.
021907     MOVE "401K MATCH PAYABLE" TO GL-ACCOUNT-DESCRIPTION.
021908     SET GL-IS-CREDIT TO TRUE.
021909     MOVE WS-RUN-401K-MATCH TO GL-AMOUNT.
021910     WRITE GL-EXPORT-RECORD.
021911     IF WS-REV-TOTAL-DEDUCTIONS > ZERO
021920        OR WS-REV-TOTAL-NET > ZERO
021930         PERFORM 9150-WRITE-GL-REVERSALS THRU 9150-EXIT
021932     END-IF.
021934     IF WS-REV-401K-MATCH > ZERO
021936         PERFORM 9160-WRITE-GL-MATCH-REVERSAL THRU 9160-EXIT
021940     END-IF.
021950 9100-EXIT.
021960     EXIT.
022660     EXIT.

022670******************************************************************
022671*    9160-WRITE-GL-MATCH-REVERSAL
022672*    THE 401(K) MATCH BACKED OUT BY THIS RUN'S ADJUSTMENTS AND
022673*    VOIDS - AN EXPENSE CREDIT AND A LIABILITY DEBIT.
022674******************************************************************
022675 9160-WRITE-GL-MATCH-REVERSAL.
022676     MOVE "5200" TO GL-ACCOUNT-NUMBER.
022677     MOVE "401K MATCH EXP REVERSAL" TO GL-ACCOUNT-DESCRIPTION.
022678     SET GL-IS-CREDIT TO TRUE.
022679     MOVE WS-REV-401K-MATCH TO GL-AMOUNT.
022680     WRITE GL-EXPORT-RECORD.
022681     MOVE "2500" TO GL-ACCOUNT-NUMBER.
022682     MOVE "401K MATCH PAY REVERSAL" TO GL-ACCOUNT-DESCRIPTION.
022683     SET GL-IS-DEBIT TO TRUE.
022684     MOVE WS-REV-401K-MATCH TO GL-AMOUNT.
022685     WRITE GL-EXPORT-RECORD.
022686 9160-EXIT.
022687     EXIT.

022688******************************************************************
022689*    9200-WRITE-ACH-TRAILERS
022690*    WRITES THE ACH BATCH CONTROL AND FILE CONTROL RECORDS.  THE
022700*    BATCH CONTROL CREDIT TOTAL PLUS THE CHECK LISTING TOTAL
022710*    TIES TO THE REGISTER'S RUN TOTALS NET PAY.
023350     WRITE ET-PRINT-LINE FROM ER-TOTAL-LINE.
023360 9400-EXIT.
023370     EXIT.

023380******************************************************************
023390*    9500-WRITE-CONTRIB-TRAILER
023400*    CLOSES THE RECORDKEEPER CONTRIBUTION FILE WITH THE BATCH
023410*    COUNT AND TOTALS.  THE MATCH IS NET OF REVERSALS AND
023420*    INCLUDES ANY TRUE-UP; THE FUNDING TOTAL - DEFERRALS PLUS
023430*    MATCH - IS WHAT GOES TO THE PLAN TRUSTEE FOR THE RUN.
023440******************************************************************
023450 9500-WRITE-CONTRIB-TRAILER.
023460     MOVE SPACES TO RK-CONTRIB-RECORD.
023470     SET RK-TRAILER TO TRUE.
023480     PERFORM 2695-SET-CONTRIB-RUN-ID THRU 2695-EXIT.
023490     MOVE WS-RK-DETAIL-COUNT TO RK-DETAIL-COUNT.
023500     MOVE WS-RK-TOTAL-COMP TO RK-TOTAL-COMP.
023510     MOVE WS-RK-TOTAL-DEFERRAL TO RK-TOTAL-DEFERRAL.
023520     COMPUTE RK-TOTAL-MATCH =
023530             WS-RUN-401K-MATCH - WS-REV-401K-MATCH.
023540     MOVE WS-RUN-401K-TRUE-UP TO RK-TOTAL-TRUE-UP.
023550     COMPUTE RK-TOTAL-FUNDING =
023560             RK-TOTAL-DEFERRAL + RK-TOTAL-MATCH.
023570     WRITE RK-CONTRIB-RECORD.
023580     DISPLAY "PAYDRVR - " WS-RK-DETAIL-COUNT
023590             " 401K CONTRIBUTION RECORDS, MATCH "
023600             RK-TOTAL-MATCH.
023610 9500-EXIT.
023620     EXIT.
023630 END PROGRAM PayDriver.
