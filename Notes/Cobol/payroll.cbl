001020*                     CARRIES THE RATE DIFFERENCE, NOT A REAL
001030*                     HOURLY RATE, SO THE MINIMUM-RATE EDIT IS
001040*                     RELAXED TO GREATER-THAN-ZERO FOR RETRO -
001041*                     A BACK-DATED RAISE SMALLER THAN THE
001042*                     MINIMUM RATE WOULD OTHERWISE BOUNCE TO
001043*                     THE EXCEPTION REPORT.
001044*    10/05/2026  RWK  THE CALLER NOW PASSES EVERY TIMECARD LINE
001045*                     THE EMPLOYEE CARRIES FOR THE PERIOD IN THE
001046*                     NEW LS-EARNINGS GROUP (EARNLS.CPY) AND
001047*                     CALLS ONCE PER EMPLOYEE, SO WITHHOLDING,
001048*                     HEALTH, 401(K), AND GARNISHMENTS RUN ON THE
001049*                     COMBINED GROSS.  EACH LINE IS EDITED AND
001050*                     PAID BY ITS OWN EARNINGS TYPE; REGULAR
001051*                     HOURS ACROSS THE LINES SHARE ONE OVER-40
001052*                     THRESHOLD.  EACH LINE'S GROSS AND PREMIUM
001053*                     HOURS GO BACK FOR THE REGISTER BREAKDOWN.
001054*                     A ZERO LINE COUNT KEEPS THE SALARY PATH.
001055*    10/06/2026  RWK  PRE-TAX DEDUCTIONS.  HEALTH AND 401(K) ARE
001056*                     FIGURED FIRST, AND EACH COMES OUT OF THE
001057*                     FEDERAL/STATE-TAXABLE AND/OR FICA-TAXABLE
001058*                     WAGES ACCORDING TO ITS TAX TREATMENT CODE
001059*                     IN LS-ELECTIONS.  FEDERAL AND STATE
001060*                     WITHHOLDING RUN ON THE REDUCED INCOME-
001061*                     TAXABLE WAGES; FICA, FUTA, AND SUTA ON THE
001062*                     FICA-TAXABLE WAGES, WITH THE WAGE BASES
001063*                     MEASURED AGAINST THE NEW YTD FICA-TAXABLE
001064*                     WAGES.  THE THREE TAXABLE WAGE FIGURES GO
001065*                     BACK IN THE NEW LS-TAXABLE-WAGES GROUP
001066*                     (TXWAGE.CPY).
001067*    10/07/2026  RWK  THE WITHHOLDING BRACKETS, FICA RATE AND
001068*                     WAGE BASE, 401(K) LIMIT, AND FUTA/SUTA
001069*                     RATES AND WAGE BASES ARE NO LONGER
001070*                     COMPILED IN - THE CALLER PASSES THE ONES IN
001071*                     EFFECT FOR THE PERIOD IN THE NEW
001072*                     LS-TAX-PARMS GROUP (TAXLS.CPY), WITH THE
001073*                     SUTA FIGURES FOR THE EMPLOYEE'S WORK STATE.
001074*                     WHTAB.CPY IS RETIRED.  AN EMPLOYEE FLAGGED
001075*                     FOR 401(K) CATCH-UP GETS THE CATCH-UP
001076*                     AMOUNT ON TOP OF THE ANNUAL LIMIT.
001077*    10/08/2026  RWK  PAY GROUPS RUN WEEKLY, BIWEEKLY, SEMI-
001078*                     MONTHLY, OR MONTHLY.  THE WITHHOLDING
001079*                     BRACKETS ARE WEEKLY FIGURES, SO THE
001080*                     BRACKET IS NOW FOUND ON THE FEDERAL-
001081*                     TAXABLE WAGES ANNUALIZED AT THE PAY
001082*                     GROUP'S PERIODS PER YEAR (LS-TAX-PARMS)
001083*                     AND BROUGHT BACK TO A WEEK; THE RATE STILL
001084*                     APPLIES TO THE PERIOD'S WAGES.  ZERO
001085*                     PERIODS PER YEAR IS TAKEN AS WEEKLY.
001086*    10/09/2026  RWK  OFF-CYCLE LINES.  AN EARNINGS LINE THE
001087*                     CALLER GIVES A FLAT AMOUNT (BONUS, FINAL
001088*                     PAY) IS PAID THAT AMOUNT WITH NO HOURS OR
001089*                     RATE EDIT AND NO OVERTIME.  THE GROSS OF
001090*                     LINES FLAGGED SUPPLEMENTAL IS WITHHELD AT
001091*                     THE FLAT SUPPLEMENTAL RATE FROM
001092*                     LS-TAX-PARMS; ONLY THE REST OF THE
001093*                     FEDERAL-TAXABLE WAGES GO THROUGH THE
001094*                     BRACKETS.
001095*    10/15/2026  RWK  THE OVERTIME THRESHOLD (40) AND MAXIMUM
001096*                     HOURS (80) ARE NOW WEEKLY FIGURES SCALED
001097*                     TO THE PAY GROUP'S PERIOD BY 52 OVER THE
001098*                     PERIODS PER YEAR - A BIWEEKLY EMPLOYEE'S
001099*                     OVERTIME STARTS PAST 80 HOURS, NOT 40.
001100******************************************************************

001101 ENVIRONMENT DIVISION.
001102 CONFIGURATION SECTION.
001110 SOURCE-COMPUTER.  IBM-370.
001120 OBJECT-COMPUTER.  IBM-370.

001230 01  WS-OT-HOURS                 PIC 99V9(1).
001240 01  WS-REG-PAY                  PIC 9(5)V99.
001250 01  WS-OT-PAY                   PIC 9(5)V99.
001256 01  WS-OT-THRESHOLD             PIC 999V9(1) VALUE ZERO.
001262 01  WS-WEEKLY-OT-THRESHOLD      PIC 999V9(1) VALUE 40.0.
001263 01  WS-OT-RATE-FACTOR           PIC 9V99    VALUE 1.50.

001264*-----------------------------------------------------------------
001265*    EARNINGS LINE WORK AREAS.  WS-POOL-HOURS CARRIES THE
001266*    REGULAR HOURS ALREADY PAID ON EARLIER LINES TOWARD THE
001267*    OVERTIME THRESHOLD; WS-TOTAL-HOURS IS THE PERIOD'S HOURS
001268*    ACROSS ALL NON-RETRO LINES FOR THE MAXIMUM-HOURS EDIT.
001269*-----------------------------------------------------------------
001270 01  WS-EN-SUB                   PIC 9(02).
001271 01  WS-EN-MAX-LINES             PIC 9(02)   VALUE 10.
001272 01  WS-POOL-HOURS               PIC 999V9(1).
001273 01  WS-TOTAL-HOURS              PIC 999V9(1).
001274 01  WS-LINE-GROSS               PIC 9(5)V99.

001275*-----------------------------------------------------------------
001276*    SUPPLEMENTAL WAGES.  THE GROSS OF THE LINES FLAGGED
001277*    SUPPLEMENTAL, AND THE PART OF THE FEDERAL-TAXABLE WAGES
001278*    WITHHELD AT THE FLAT RATE (NEVER MORE THAN THE TAXABLE
001279*    WAGES); THE REGULAR WAGES ARE THE REST, FOR THE BRACKETS.
001280*-----------------------------------------------------------------
001281 01  WS-SUPP-GROSS               PIC 9(5)V99.
001282 01  WS-SUPP-WAGES               PIC 9(5)V99.
001283 01  WS-REG-FED-WAGES            PIC 9(5)V99.
001284 01  WS-SUPP-TAX                 PIC 9(5)V99.

001285*-----------------------------------------------------------------
001290*    ITEMIZED DEDUCTION WORK AREAS AND RATES
001300*-----------------------------------------------------------------
001310 01  WS-DEDUCTIONS-DETAIL.
001370     05  WS-GARNISHMENT          PIC 9(5)V99.
001380     05  WS-TOTAL-DEDUCTIONS     PIC 9(5)V99.

001381*-----------------------------------------------------------------
001382*    TAXABLE WAGES.  GROSS PAY LESS THE DEDUCTIONS ELECTED
001383*    PRE-TAX FOR INCOME TAX (FEDERAL AND STATE) OR FOR FICA.
001384*    NEVER BELOW ZERO.
001385*-----------------------------------------------------------------
001386 01  WS-FED-WAGES                PIC 9(5)V99.
001387 01  WS-STATE-WAGES              PIC 9(5)V99.
001388 01  WS-FICA-WAGES               PIC 9(5)V99.
001389 01  WS-PRETAX-INCOME            PIC 9(5)V99.
001390 01  WS-PRETAX-FICA              PIC 9(5)V99.

001391*-----------------------------------------------------------------
001392*    WITHHOLDING ANNUALIZATION.  THE FEDERAL-TAXABLE WAGES
001393*    TIMES THE PAY GROUP'S PERIODS PER YEAR, OVER THE WEEKS IN
001394*    A YEAR - THE WEEKLY EQUIVALENT THE BRACKETS ARE BUILT ON.
001395*-----------------------------------------------------------------
001396 01  WS-WEEKS-PER-YEAR           PIC 9(02) VALUE 52.
001397 01  WS-PERIODS-PER-YEAR         PIC 9(02) VALUE ZERO.
001398 01  WS-BRACKET-WAGES            PIC 9(6)V99 VALUE ZERO.

001400*-----------------------------------------------------------------
001410*    GARNISHMENT WORK AREAS.  DISPOSABLE EARNINGS ARE GROSS

001570*-----------------------------------------------------------------
001580*    ANNUAL CAPS.  FICA STOPS AT THE WAGE BASE AND 401(K) AT
001587*    THE STATUTORY CONTRIBUTION LIMIT (PLUS CATCH-UP FOR AN
001594*    ELIGIBLE EMPLOYEE) - BOTH FROM LS-TAX-PARMS, ENFORCED
001601*    AGAINST THE PRIOR YTD FIGURES PASSED IN LS-PRIOR-YTD.
001610*-----------------------------------------------------------------
001625 01  WS-401K-ANNUAL-LIMIT        PIC 9(7)V99.
001640 01  WS-FICA-SUBJECT-PAY         PIC 9(7)V99.
001650 01  WS-401K-ROOM                PIC 9(7)V99.

001680*    SAME SUBJECT PAY AS THE EMPLOYEE SIDE; FUTA AND SUTA HAVE
001690*    THEIR OWN, MUCH LOWER WAGE BASES, ENFORCED AGAINST THE
001700*    SAME PRIOR YTD GROSS.  EXPENSE ONLY - NEVER PART OF THE
001706*    EMPLOYEE'S DEDUCTIONS OR NET PAY.  RATES AND WAGE BASES
001712*    COME FROM LS-TAX-PARMS.
001720*-----------------------------------------------------------------
001730 01  WS-EMPLOYER-TAXES-DETAIL.
001740     05  WS-ER-FICA-TAX          PIC 9(5)V99.
001750     05  WS-ER-FUTA-TAX          PIC 9(5)V99.
001760     05  WS-ER-SUTA-TAX          PIC 9(5)V99.
001770     05  WS-ER-TOTAL-TAX         PIC 9(5)V99.
001820 01  WS-FUTA-SUBJECT-PAY         PIC 9(7)V99.
001830 01  WS-SUTA-SUBJECT-PAY         PIC 9(7)V99.

001840*-----------------------------------------------------------------
001855*    EDIT / VALIDATION SWITCHES AND LIMITS.  THE OVERTIME
001870*    THRESHOLD AND MAXIMUM HOURS ARE KEPT AS WEEKLY FIGURES AND
001885*    SCALED TO THE PAY GROUP'S PERIOD ON EACH CALL.
001900*-----------------------------------------------------------------
001910 01  WS-EDIT-SWITCH              PIC X(01) VALUE 'Y'.
001920     88  WS-EDIT-VALID                     VALUE 'Y'.
001930     88  WS-EDIT-INVALID                   VALUE 'N'.

001940 01  WS-MIN-HOURS                PIC 99V9(1) VALUE 00.1.
001946 01  WS-MAX-HOURS                PIC 999V9(1) VALUE ZERO.
001952 01  WS-WEEKLY-MAX-HOURS         PIC 999V9(1) VALUE 80.0.
001960 01  WS-MIN-RATE                 PIC 99V99   VALUE 01.00.
001970 01  WS-MAX-RATE                 PIC 99V99   VALUE 99.99.

002580*-----------------------------------------------------------------
002590 COPY EMPTAX.CPY.

002591*-----------------------------------------------------------------
002592*    THE EMPLOYEE'S EARNINGS LINES FOR THE PERIOD - SEE
002593*    EARNLS.CPY
002594*-----------------------------------------------------------------
002595 COPY EARNLS.CPY.

002596*-----------------------------------------------------------------
002597*    TAXABLE WAGES RETURNED TO THE CALLER - SEE TXWAGE.CPY
002598*-----------------------------------------------------------------
002599 COPY TXWAGE.CPY.

002600*-----------------------------------------------------------------
002601*    WITHHOLDING TABLES, RATES, WAGE BASES, AND LIMITS IN
002602*    EFFECT FOR THE PERIOD - SEE TAXLS.CPY
002603*-----------------------------------------------------------------
002604 COPY TAXLS.CPY.

002605 PROCEDURE DIVISION USING LS-HW LS-HR LS-GP LS-DEDUCTIONS
002610                          LS-NP LS-EDIT-STATUS LS-ELECTIONS
002620                          LS-PRIOR-YTD LS-EARN-TYPE
002630                          LS-PAY-TYPE LS-SALARY
002640                          LS-STATE-TAX-RATE LS-GARNISH
002645                          LS-EMPLOYER-TAXES LS-TRANS-TYPE
002650                          LS-EARNINGS LS-TAXABLE-WAGES
002655                          LS-TAX-PARMS.

002660******************************************************************
002670*    0000-MAINLINE
002900     SET LS-INVALID TO TRUE.
002910     MOVE ZEROES TO LS-GP LS-NP LS-DEDUCTIONS.
002920     MOVE ZEROES TO LS-EMPLOYER-TAXES.
002925     MOVE ZEROES TO LS-TAXABLE-WAGES.
002930     GO TO 9999-EXIT.

002940******************************************************************
002970******************************************************************
002980 1000-VALIDATE-INPUT.
002990     SET WS-EDIT-VALID TO TRUE.
002995     PERFORM 1050-SET-PERIOD-LIMITS THRU 1050-EXIT.
003000     IF LS-PAY-SALARIED
003010         IF LS-SALARY = ZERO
003020             SET WS-EDIT-INVALID TO TRUE
003030         END-IF
003032         GO TO 1000-EXIT
003034     END-IF.
003036     IF LS-EN-LINE-COUNT > ZERO
003038         PERFORM 1100-VALIDATE-EARNINGS-LINES THRU 1100-EXIT
003040         GO TO 1000-EXIT
003050     END-IF.
003060     IF LS-HW < WS-MIN-HOURS OR LS-HW > WS-MAX-HOURS
003140     END-IF.
003150     IF LS-HR < WS-MIN-RATE OR LS-HR > WS-MAX-RATE
003160         SET WS-EDIT-INVALID TO TRUE
003161     END-IF.
003162 1000-EXIT.
003163     EXIT.

003164******************************************************************
003165*    1050-SET-PERIOD-LIMITS
003166*    THE OVERTIME THRESHOLD AND MAXIMUM HOURS ARE WEEKLY
003167*    FIGURES.  THEY ARE SCALED TO THE PAY GROUP'S PERIOD -
003168*    52 WEEKS OVER THE PERIODS PER YEAR IN LS-TAX-PARMS - SO A
003169*    BIWEEKLY EMPLOYEE IS HELD TO 80 HOURS BEFORE OVERTIME AND
003170*    160 IN ALL.  A CALLER THAT PASSES NO PERIODS PER YEAR IS
003171*    TAKEN AS WEEKLY.
003172******************************************************************
003173 1050-SET-PERIOD-LIMITS.
003174     IF LS-TP-PERIODS-PER-YEAR NUMERIC
003175        AND LS-TP-PERIODS-PER-YEAR > ZERO
003176         COMPUTE WS-OT-THRESHOLD ROUNDED =
003177                 WS-WEEKLY-OT-THRESHOLD * WS-WEEKS-PER-YEAR
003178                 / LS-TP-PERIODS-PER-YEAR
003179         COMPUTE WS-MAX-HOURS ROUNDED =
003180                 WS-WEEKLY-MAX-HOURS * WS-WEEKS-PER-YEAR
003181                 / LS-TP-PERIODS-PER-YEAR
003182     ELSE
003183         MOVE WS-WEEKLY-OT-THRESHOLD TO WS-OT-THRESHOLD
003184         MOVE WS-WEEKLY-MAX-HOURS TO WS-MAX-HOURS
003185     END-IF.
003186 1050-EXIT.
003187     EXIT.

003188******************************************************************
003189*    1100-VALIDATE-EARNINGS-LINES
003190*    EDITS EVERY EARNINGS LINE THE SAME WAY A SINGLE TIMECARD IS
003191*    EDITED, THEN HOLDS THE PERIOD'S NON-RETRO HOURS ACROSS ALL
003192*    LINES TO THE SAME MAXIMUM.  ONE BAD LINE REJECTS THE CALL.
003193******************************************************************
003194 1100-VALIDATE-EARNINGS-LINES.
003195     IF LS-EN-LINE-COUNT > WS-EN-MAX-LINES
003196         SET WS-EDIT-INVALID TO TRUE
003197         GO TO 1100-EXIT
003198     END-IF.
003199     MOVE ZERO TO WS-TOTAL-HOURS.
003200     MOVE 1 TO WS-EN-SUB.
003201     PERFORM 1150-VALIDATE-ONE-LINE THRU 1150-EXIT
003202             UNTIL WS-EN-SUB > LS-EN-LINE-COUNT.
003203     IF WS-TOTAL-HOURS > WS-MAX-HOURS
003204         SET WS-EDIT-INVALID TO TRUE
003205     END-IF.
003206 1100-EXIT.
003207     EXIT.

003208******************************************************************
003209*    1150-VALIDATE-ONE-LINE
003210*    A FLAT-AMOUNT LINE CARRIES NO RATE AND ITS HOURS ARE FOR
003211*    THE RECORD ONLY - IT IS NOT EDITED OR COUNTED.
003212******************************************************************
003213 1150-VALIDATE-ONE-LINE.
003214     IF LS-EN-AMOUNT (WS-EN-SUB) > ZERO
003215         ADD 1 TO WS-EN-SUB
003216         GO TO 1150-EXIT
003217     END-IF.
003218     IF LS-EN-HOURS (WS-EN-SUB) < WS-MIN-HOURS
003219        OR LS-EN-HOURS (WS-EN-SUB) > WS-MAX-HOURS
003220         SET WS-EDIT-INVALID TO TRUE
003221     END-IF.
003222     IF LS-EN-RETRO (WS-EN-SUB)
003223         IF LS-EN-RATE (WS-EN-SUB) = ZERO
003224            OR LS-EN-RATE (WS-EN-SUB) > WS-MAX-RATE
003225             SET WS-EDIT-INVALID TO TRUE
003226         END-IF
003227     ELSE
003228         IF LS-EN-RATE (WS-EN-SUB) < WS-MIN-RATE
003229            OR LS-EN-RATE (WS-EN-SUB) > WS-MAX-RATE
003230             SET WS-EDIT-INVALID TO TRUE
003231         END-IF
003232         ADD LS-EN-HOURS (WS-EN-SUB) TO WS-TOTAL-HOURS
003233     END-IF.
003234     ADD 1 TO WS-EN-SUB.
003235 1150-EXIT.
003236     EXIT.

003237******************************************************************
003238*    2000-COMPUTE-GROSS-PAY
003239*    PAYS THE HOURS BY THE TIMECARD'S EARNINGS TYPE.  REGULAR
003240*    HOURS SPLIT INTO REGULAR AND OVERTIME BUCKETS WITH THE
003241*    PREMIUM RATE ON HOURS OVER THE THRESHOLD; AUTHORIZED
003250*    OVERTIME PAYS EVERY HOUR AT THE PREMIUM RATE; VACATION,
003260*    SICK, HOLIDAY, AND BONUS HOURS PAY STRAIGHT TIME.
003270******************************************************************
003280 2000-COMPUTE-GROSS-PAY.
003285     MOVE ZERO TO WS-SUPP-GROSS.
003290     IF LS-PAY-SALARIED
003300         MOVE ZERO TO WS-REG-HOURS WS-OT-HOURS
003310                      WS-REG-PAY WS-OT-PAY
003320         MOVE LS-SALARY TO WS-GP
003322         GO TO 2000-EXIT
003324     END-IF.
003326     IF LS-EN-LINE-COUNT > ZERO
003328         PERFORM 2100-COMPUTE-EARNINGS-LINES THRU 2100-EXIT
003330         GO TO 2000-EXIT
003340     END-IF.
003350     MOVE LS-HW TO WS-HW.
003650     EXIT.

003660******************************************************************
003667*    2100-COMPUTE-EARNINGS-LINES
003674*    PAYS EACH EARNINGS LINE BY ITS OWN TYPE AND SUMS THE LINES
003681*    INTO ONE GROSS PAY.  REGULAR HOURS ON THE NORMAL LINES ARE
003688*    POOLED IN LINE ORDER, SO ONLY THE HOURS PAST THE PERIOD'S
003695*    OVERTIME THRESHOLD DRAW THE PREMIUM.  A RETRO LINE IS A BACK
003702*    PERIOD'S RATE DIFFERENCE AND SPLITS ON ITS OWN HOURS.
003710******************************************************************
003713 2100-COMPUTE-EARNINGS-LINES.
003716     MOVE ZERO TO WS-GP WS-POOL-HOURS.
003719     MOVE 1 TO WS-EN-SUB.
003722     PERFORM 2150-COMPUTE-ONE-LINE THRU 2150-EXIT
003725             UNTIL WS-EN-SUB > LS-EN-LINE-COUNT.
003728 2100-EXIT.
003731     EXIT.

003734******************************************************************
003737*    2150-COMPUTE-ONE-LINE
003740******************************************************************
003743 2150-COMPUTE-ONE-LINE.
003746     IF LS-EN-AMOUNT (WS-EN-SUB) > ZERO
003749         PERFORM 2160-COMPUTE-FLAT-LINE THRU 2160-EXIT
003752         ADD 1 TO WS-EN-SUB
003755         GO TO 2150-EXIT
003770     END-IF.
003771     MOVE LS-EN-HOURS (WS-EN-SUB) TO WS-HW.
003772     MOVE LS-EN-RATE (WS-EN-SUB) TO WS-HR.
003773     EVALUATE TRUE
003774         WHEN LS-EN-OVERTIME (WS-EN-SUB)
003775             MOVE ZERO TO WS-REG-HOURS
003776             MOVE WS-HW TO WS-OT-HOURS
003777         WHEN LS-EN-STRAIGHT-TIME (WS-EN-SUB)
003778             MOVE WS-HW TO WS-REG-HOURS
003779             MOVE ZERO TO WS-OT-HOURS
003780         WHEN LS-EN-RETRO (WS-EN-SUB)
003781          AND WS-HW > WS-OT-THRESHOLD
003782             MOVE WS-OT-THRESHOLD TO WS-REG-HOURS
003783             COMPUTE WS-OT-HOURS = WS-HW - WS-OT-THRESHOLD
003784         WHEN LS-EN-RETRO (WS-EN-SUB)
003785             MOVE WS-HW TO WS-REG-HOURS
003786             MOVE ZERO TO WS-OT-HOURS
003787         WHEN WS-POOL-HOURS NOT < WS-OT-THRESHOLD
003788             MOVE ZERO TO WS-REG-HOURS
003789             MOVE WS-HW TO WS-OT-HOURS
003790         WHEN WS-POOL-HOURS + WS-HW > WS-OT-THRESHOLD
003791             COMPUTE WS-REG-HOURS =
003792                     WS-OT-THRESHOLD - WS-POOL-HOURS
003793             COMPUTE WS-OT-HOURS = WS-HW - WS-REG-HOURS
003794         WHEN OTHER
003795             MOVE WS-HW TO WS-REG-HOURS
003796             MOVE ZERO TO WS-OT-HOURS
003797     END-EVALUATE.
003798     IF NOT LS-EN-OVERTIME (WS-EN-SUB)
003799        AND NOT LS-EN-STRAIGHT-TIME (WS-EN-SUB)
003800        AND NOT LS-EN-RETRO (WS-EN-SUB)
003801         ADD WS-HW TO WS-POOL-HOURS
003802     END-IF.
003803     COMPUTE WS-REG-PAY ROUNDED = WS-REG-HOURS * WS-HR
003804         ON SIZE ERROR
003810             SET WS-EDIT-INVALID TO TRUE
003820     END-COMPUTE.
003826     COMPUTE WS-OT-PAY ROUNDED =
003832             WS-OT-HOURS * WS-HR * WS-OT-RATE-FACTOR
003840         ON SIZE ERROR
003850             SET WS-EDIT-INVALID TO TRUE
003860     END-COMPUTE.
003920     COMPUTE WS-LINE-GROSS = WS-REG-PAY + WS-OT-PAY
003980         ON SIZE ERROR
003981             SET WS-EDIT-INVALID TO TRUE
003982     END-COMPUTE.
003983     MOVE WS-OT-HOURS TO LS-EN-PREMIUM-HOURS (WS-EN-SUB).
003984     MOVE WS-LINE-GROSS TO LS-EN-GROSS (WS-EN-SUB).
003985     ADD WS-LINE-GROSS TO WS-GP
003986         ON SIZE ERROR
003987             SET WS-EDIT-INVALID TO TRUE
003988     END-ADD.
003989     IF LS-EN-SUPPLEMENTAL (WS-EN-SUB)
003990         ADD WS-LINE-GROSS TO WS-SUPP-GROSS
003991     END-IF.
003992     ADD 1 TO WS-EN-SUB.
003993 2150-EXIT.
003994     EXIT.

003995******************************************************************
003996*    2160-COMPUTE-FLAT-LINE
003997*    A FLAT-AMOUNT LINE (OFF-CYCLE BONUS OR FINAL PAY) IS PAID
003998*    THE AMOUNT THE CALLER PRICED, WITH NO OVERTIME PREMIUM AND
003999*    NO PART IN THE OVERTIME POOL.
004000******************************************************************
004001 2160-COMPUTE-FLAT-LINE.
004002     MOVE LS-EN-AMOUNT (WS-EN-SUB) TO WS-LINE-GROSS.
004003     MOVE ZERO TO LS-EN-PREMIUM-HOURS (WS-EN-SUB).
004004     MOVE WS-LINE-GROSS TO LS-EN-GROSS (WS-EN-SUB).
004005     ADD WS-LINE-GROSS TO WS-GP
004006         ON SIZE ERROR
004007             SET WS-EDIT-INVALID TO TRUE
004008     END-ADD.
004009     IF LS-EN-SUPPLEMENTAL (WS-EN-SUB)
004010         ADD WS-LINE-GROSS TO WS-SUPP-GROSS
004011     END-IF.
004012 2160-EXIT.
004013     EXIT.

004014******************************************************************
004015*    3000-COMPUTE-DEDUCTIONS
004016*    FIGURES THE HEALTH AND 401(K) DEDUCTIONS FIRST SO THE
004017*    PRE-TAX ONES CAN REDUCE THE TAXABLE WAGES, THEN LOOKS UP
004018*    THE GRADUATED WITHHOLDING TABLE FOR THE FEDERAL TAX
004019*    BRACKET ON THE FEDERAL-TAXABLE WAGES AND COMPUTES EACH OF
004020*    THE OTHER ITEMIZED DEDUCTIONS.
004021******************************************************************
004022 3000-COMPUTE-DEDUCTIONS.
004023     MOVE LS-EL-HEALTH-DEDUCTION TO WS-HEALTH-INSURANCE.
004024     COMPUTE WS-RETIREMENT-401K ROUNDED =
004030             WS-GP * LS-EL-401K-PERCENT / 100
004040         ON SIZE ERROR
004050             SET WS-EDIT-INVALID TO TRUE
004060     END-COMPUTE.
004062     MOVE LS-TP-401K-LIMIT TO WS-401K-ANNUAL-LIMIT.
004064     IF LS-EL-CATCHUP-ELIGIBLE
004066         ADD LS-TP-401K-CATCHUP TO WS-401K-ANNUAL-LIMIT
004068     END-IF.
004070     IF LS-YTD-RETIREMENT-401K NOT < WS-401K-ANNUAL-LIMIT
004080         MOVE ZERO TO WS-RETIREMENT-401K
004090     ELSE
004120         IF WS-RETIREMENT-401K > WS-401K-ROOM
004130             MOVE WS-401K-ROOM TO WS-RETIREMENT-401K
004140         END-IF
004141     END-IF.
004142     PERFORM 3050-COMPUTE-TAXABLE-WAGES THRU 3050-EXIT.
004143     PERFORM 3080-SPLIT-SUPPLEMENTAL THRU 3080-EXIT.
004144     PERFORM 3060-ANNUALIZE-WAGES THRU 3060-EXIT.
004145     IF LS-EL-FILING-MARRIED
004146         PERFORM 3100-LOOKUP-MARRIED-TABLE THRU 3100-EXIT
004147     ELSE
004148         PERFORM 3200-LOOKUP-SINGLE-TABLE THRU 3200-EXIT
004149     END-IF.
004150     COMPUTE WS-FEDERAL-TAX ROUNDED =
004151             WS-FEDERAL-TAX + WS-SUPP-TAX + LS-EL-ADDL-WITHHOLDING
004152         ON SIZE ERROR
004153             SET WS-EDIT-INVALID TO TRUE
004154     END-COMPUTE.
004155     COMPUTE WS-STATE-TAX ROUNDED =
004156             WS-STATE-WAGES * LS-STATE-TAX-RATE
004157         ON SIZE ERROR
004158             SET WS-EDIT-INVALID TO TRUE
004159     END-COMPUTE.
004160     IF LS-YTD-FICA-WAGES NOT < LS-TP-FICA-WAGE-BASE
004161         MOVE ZERO TO WS-FICA-SUBJECT-PAY
004162     ELSE
004163         COMPUTE WS-FICA-SUBJECT-PAY =
004164                 LS-TP-FICA-WAGE-BASE - LS-YTD-FICA-WAGES
004165         IF WS-FICA-SUBJECT-PAY > WS-FICA-WAGES
004166             MOVE WS-FICA-WAGES TO WS-FICA-SUBJECT-PAY
004167         END-IF
004168     END-IF.
004169     COMPUTE WS-FICA-TAX ROUNDED =
004170             WS-FICA-SUBJECT-PAY * LS-TP-FICA-RATE
004171         ON SIZE ERROR
004172             SET WS-EDIT-INVALID TO TRUE
004173     END-COMPUTE.
004174     PERFORM 3500-APPLY-GARNISHMENTS THRU 3500-EXIT.
004175     COMPUTE WS-TOTAL-DEDUCTIONS =
004180             WS-FEDERAL-TAX + WS-STATE-TAX + WS-FICA-TAX +
004190             WS-HEALTH-INSURANCE + WS-RETIREMENT-401K +
004200             WS-GARNISHMENT
004210         ON SIZE ERROR
004220             SET WS-EDIT-INVALID TO TRUE
004230     END-COMPUTE.
004231 3000-EXIT.
004232     EXIT.

004233******************************************************************
004234*    3050-COMPUTE-TAXABLE-WAGES
004235*    TAKES EACH PRE-TAX DEDUCTION OUT OF THE WAGES FOR THE
004236*    TAXES ITS TREATMENT CODE EXEMPTS IT FROM - INCOME TAX
004237*    (FEDERAL AND STATE ALIKE), FICA, BOTH, OR NEITHER.  A
004238*    DEDUCTION LARGER THAN THE PAY LEAVES ZERO TAXABLE WAGES,
004239*    NEVER A NEGATIVE.
004240******************************************************************
004241 3050-COMPUTE-TAXABLE-WAGES.
004242     MOVE ZERO TO WS-PRETAX-INCOME WS-PRETAX-FICA.
004243     IF LS-EL-HEALTH-PRETAX-INCOME
004244         ADD WS-HEALTH-INSURANCE TO WS-PRETAX-INCOME
004245     END-IF.
004246     IF LS-EL-HEALTH-PRETAX-FICA
004247         ADD WS-HEALTH-INSURANCE TO WS-PRETAX-FICA
004248     END-IF.
004249     IF LS-EL-401K-PRETAX-INCOME
004250         ADD WS-RETIREMENT-401K TO WS-PRETAX-INCOME
004251     END-IF.
004252     IF LS-EL-401K-PRETAX-FICA
004253         ADD WS-RETIREMENT-401K TO WS-PRETAX-FICA
004254     END-IF.
004255     IF WS-PRETAX-INCOME > WS-GP
004256         MOVE ZERO TO WS-FED-WAGES
004257     ELSE
004258         COMPUTE WS-FED-WAGES = WS-GP - WS-PRETAX-INCOME
004259     END-IF.
004260     MOVE WS-FED-WAGES TO WS-STATE-WAGES.
004261     IF WS-PRETAX-FICA > WS-GP
004262         MOVE ZERO TO WS-FICA-WAGES
004263     ELSE
004264         COMPUTE WS-FICA-WAGES = WS-GP - WS-PRETAX-FICA
004265     END-IF.
004266 3050-EXIT.
004267     EXIT.

004268******************************************************************
004269*    3060-ANNUALIZE-WAGES
004270*    BRINGS THE FEDERAL-TAXABLE WAGES FOR THE PAY GROUP'S
004271*    PERIOD TO THE WEEKLY EQUIVALENT THE BRACKETS ARE BUILT ON -
004272*    ANNUALIZED AT THE GROUP'S PERIODS PER YEAR, THEN SPREAD
004273*    OVER 52 WEEKS.  A CALLER THAT PASSES NO PERIODS PER YEAR
004274*    IS TAKEN AS WEEKLY.
004275******************************************************************
004276 3060-ANNUALIZE-WAGES.
004277     IF LS-TP-PERIODS-PER-YEAR NUMERIC
004278        AND LS-TP-PERIODS-PER-YEAR > ZERO
004279         MOVE LS-TP-PERIODS-PER-YEAR TO WS-PERIODS-PER-YEAR
004280     ELSE
004281         MOVE WS-WEEKS-PER-YEAR TO WS-PERIODS-PER-YEAR
004282     END-IF.
004283     COMPUTE WS-BRACKET-WAGES ROUNDED =
004284             WS-REG-FED-WAGES * WS-PERIODS-PER-YEAR
004285             / WS-WEEKS-PER-YEAR
004286         ON SIZE ERROR
004287             SET WS-EDIT-INVALID TO TRUE
004288     END-COMPUTE.
004289 3060-EXIT.
004290     EXIT.

004291******************************************************************
004292*    3080-SPLIT-SUPPLEMENTAL
004293*    TAKES THE SUPPLEMENTAL GROSS OUT OF THE FEDERAL-TAXABLE
004294*    WAGES AND WITHHOLDS IT AT THE FLAT SUPPLEMENTAL RATE.  THE
004295*    PRE-TAX DEDUCTIONS COME OUT OF THE REGULAR WAGES FIRST, SO
004296*    THE SUPPLEMENTAL PART NEVER EXCEEDS THE TAXABLE WAGES.
004297*    WITH NO SUPPLEMENTAL LINES ALL WAGES ARE REGULAR.
004298******************************************************************
004299 3080-SPLIT-SUPPLEMENTAL.
004300     IF WS-SUPP-GROSS > WS-FED-WAGES
004301         MOVE WS-FED-WAGES TO WS-SUPP-WAGES
004302     ELSE
004303         MOVE WS-SUPP-GROSS TO WS-SUPP-WAGES
004304     END-IF.
004305     COMPUTE WS-REG-FED-WAGES = WS-FED-WAGES - WS-SUPP-WAGES.
004306     COMPUTE WS-SUPP-TAX ROUNDED =
004307             WS-SUPP-WAGES * LS-TP-SUPP-RATE
004308         ON SIZE ERROR
004309             SET WS-EDIT-INVALID TO TRUE
004310     END-COMPUTE.
004311 3080-EXIT.
004312     EXIT.

004313******************************************************************
004314*    3100-LOOKUP-MARRIED-TABLE
004315*    BRACKET LOOKUP AGAINST THE MARRIED-FILER WITHHOLDING TABLE,
004316*    ON THE WEEKLY EQUIVALENT OF THE FEDERAL-TAXABLE WAGES; THE
004317*    RATE APPLIES TO THE PERIOD'S REGULAR FEDERAL-TAXABLE WAGES.
004318******************************************************************
004319 3100-LOOKUP-MARRIED-TABLE.
004320     SET LS-TP-M-IDX TO 1.
004321     SEARCH LS-TP-MARRIED-BRACKET
004330         AT END
004337             SET LS-TP-M-IDX TO 5
004344         WHEN WS-BRACKET-WAGES
004351              NOT > LS-TP-M-UPPER-LIMIT (LS-TP-M-IDX)
004360             CONTINUE
004370     END-SEARCH.
004380     COMPUTE WS-FEDERAL-TAX ROUNDED =
004390             WS-REG-FED-WAGES * LS-TP-M-RATE (LS-TP-M-IDX)
004400         ON SIZE ERROR
004410             SET WS-EDIT-INVALID TO TRUE
004420     END-COMPUTE.

004450******************************************************************
004460*    3200-LOOKUP-SINGLE-TABLE
004466*    BRACKET LOOKUP AGAINST THE SINGLE-FILER WITHHOLDING TABLE,
004472*    ON THE WEEKLY EQUIVALENT OF THE FEDERAL-TAXABLE WAGES.
004480*    ALSO USED WHEN THE FILING STATUS IS BLANK OR UNKNOWN,
004490*    WHICH MATCHES THE OLD SINGLE-TABLE TREATMENT.
004500******************************************************************
004510 3200-LOOKUP-SINGLE-TABLE.
004520     SET LS-TP-S-IDX TO 1.
004530     SEARCH LS-TP-SINGLE-BRACKET
004540         AT END
004547             SET LS-TP-S-IDX TO 5
004554         WHEN WS-BRACKET-WAGES
004561              NOT > LS-TP-S-UPPER-LIMIT (LS-TP-S-IDX)
004570             CONTINUE
004580     END-SEARCH.
004590     COMPUTE WS-FEDERAL-TAX ROUNDED =
004600             WS-REG-FED-WAGES * LS-TP-S-RATE (LS-TP-S-IDX)
004610         ON SIZE ERROR
004620             SET WS-EDIT-INVALID TO TRUE
004630     END-COMPUTE.
005410*    THE COMPANY'S SIDE OF THE PAYROLL TAXES.  MATCHING FICA
005420*    USES THE SAME CAPPED SUBJECT PAY 3000 COMPUTED FOR THE
005430*    EMPLOYEE SIDE; FUTA AND SUTA EACH TAX ONLY THE ROOM LEFT
005436*    UNDER THEIR OWN WAGE BASES AGAINST THE PRIOR YTD FICA-
005442*    TAXABLE WAGES, OUT OF THIS PERIOD'S FICA-TAXABLE WAGES.
005450******************************************************************
005460 3700-COMPUTE-EMPLOYER-TAXES.
005470     COMPUTE WS-ER-FICA-TAX ROUNDED =
005480             WS-FICA-SUBJECT-PAY * LS-TP-FICA-RATE
005490         ON SIZE ERROR
005500             SET WS-EDIT-INVALID TO TRUE
005510     END-COMPUTE.
005520     IF LS-YTD-FICA-WAGES NOT < LS-TP-FUTA-WAGE-BASE
005530         MOVE ZERO TO WS-FUTA-SUBJECT-PAY
005540     ELSE
005550         COMPUTE WS-FUTA-SUBJECT-PAY =
005560                 LS-TP-FUTA-WAGE-BASE - LS-YTD-FICA-WAGES
005570         IF WS-FUTA-SUBJECT-PAY > WS-FICA-WAGES
005580             MOVE WS-FICA-WAGES TO WS-FUTA-SUBJECT-PAY
005590         END-IF
005600     END-IF.
005610     COMPUTE WS-ER-FUTA-TAX ROUNDED =
005620             WS-FUTA-SUBJECT-PAY * LS-TP-FUTA-RATE
005630         ON SIZE ERROR
005640             SET WS-EDIT-INVALID TO TRUE
005650     END-COMPUTE.
005660     IF LS-YTD-FICA-WAGES NOT < LS-TP-SUTA-WAGE-BASE
005670         MOVE ZERO TO WS-SUTA-SUBJECT-PAY
005680     ELSE
005690         COMPUTE WS-SUTA-SUBJECT-PAY =
005700                 LS-TP-SUTA-WAGE-BASE - LS-YTD-FICA-WAGES
005710         IF WS-SUTA-SUBJECT-PAY > WS-FICA-WAGES
005720             MOVE WS-FICA-WAGES TO WS-SUTA-SUBJECT-PAY
005730         END-IF
005740     END-IF.
005750     COMPUTE WS-ER-SUTA-TAX ROUNDED =
005760             WS-SUTA-SUBJECT-PAY * LS-TP-SUTA-RATE
005770         ON SIZE ERROR
005780             SET WS-EDIT-INVALID TO TRUE
005790     END-COMPUTE.
006040     MOVE WS-ER-FUTA-TAX        TO LS-ER-FUTA-TAX.
006050     MOVE WS-ER-SUTA-TAX        TO LS-ER-SUTA-TAX.
006060     MOVE WS-ER-TOTAL-TAX       TO LS-ER-TOTAL-TAX.
006062     MOVE WS-FED-WAGES          TO LS-TW-FEDERAL-WAGES.
006064     MOVE WS-STATE-WAGES        TO LS-TW-STATE-WAGES.
006066     MOVE WS-FICA-SUBJECT-PAY   TO LS-TW-FICA-WAGES.
006070 4000-EXIT.
006080     EXIT.

