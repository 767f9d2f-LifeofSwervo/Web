000170*  A TERMINATION DOES NOT DELETE THE MASTER RECORD - IT FLAGS   *
000180*  EM-STATUS TERMINATED SO PayDriver CAN REJECT A TIMECARD FOR  *
000190*  A TERMINATED EMPLOYEE WITH A SPECIFIC REASON INSTEAD OF      *
000195*  "EMPLOYEE NOT ON MASTER FILE".  IT ALSO SETS UP THE FINAL    *
000200*  PAYOUT OF THE EMPLOYEE'S UNUSED LEAVE AND LISTS IT ON THE    *
000205*  TERMINATION PAYOUT REPORT.                                   *
000210*-----------------------------------------------------------------
000220*  MODIFICATION HISTORY.
000230*    08/22/2026  RWK  ORIGINAL.
000590*                     WITH THE RUN DATE SO THE YEAR-END CLOSE
000600*                     (PayYrEnd) CAN PURGE EMPLOYEES
000610*                     TERMINATED PAST THE RETENTION PERIOD.
000611*                     AN ADD CLEARS IT TO ZERO.
000612*    10/08/2026  RWK  MAINTAINS THE NEW PAY GROUP.  AN ADD MUST
000613*                     CARRY ONE, AND A KEYED GROUP MUST HAVE
000614*                     PERIODS ON THE PAY CALENDAR (PAYCAL).
000615*                     BLANK ON A CHANGE KEEPS THE VALUE ON
000616*                     FILE.  A SALARIED EMPLOYEE MOVED TO A
000617*                     GROUP WITH A DIFFERENT FREQUENCY, WITH NO
000618*                     NEW SALARY KEYED, HAS THE PERIOD SALARY
000619*                     RESCALED TO THE NEW GROUP'S PERIODS PER
000620*                     YEAR SO THE ANNUAL SALARY HOLDS.
000621*    10/10/2026  RWK  FINAL PAY ON TERMINATION.  A TERMINATION
000622*                     NOW WRITES THE EMPLOYEE'S UNUSED VACATION
000623*                     BALANCE (ACCMAST) TO THE FINALPAY FILE AS
000624*                     FINAL-PAY ENTRIES IN THE OFFTRAN LAYOUT,
000625*                     FOR THE PAY GROUP'S OFF-CYCLE RUN, WHICH
000626*                     PAYS THEM AT THE MASTER RATE (A SALARIED
000627*                     EMPLOYEE'S ENTRIES CARRY THE AMOUNT AT THE
000628*                     HOURLY EQUIVALENT OF THE SALARY) AND DRAWS
000629*                     THE BALANCE DOWN TO ZERO.  THE SICK BALANCE
000630*                     IS PAID OUT THE SAME WAY WHEN THE WORK
000631*                     STATE'S STTAX ROW SAYS SO; OTHERWISE IT IS
000632*                     FORFEITED AND ZEROED HERE.  EVERY
000633*                     TERMINATION PRINTS ON THE NEW TERMINATION
000634*                     PAYOUT REPORT (TRMPAY) FOR HR SIGN-OFF.
000635*    10/15/2026  RWK  AN HOURLY EMPLOYEE'S PAYOUT ENTRIES NOW
000636*                     CARRY THE AMOUNT AT THE MASTER RATE, LIKE
000637*                     A SALARIED EMPLOYEE'S, SO PayDriver PAYS
000638*                     THEM AS FLAT-AMOUNT LINES.  PRICED AS
000639*                     HOURS THEY COUNTED TOWARD Payroll'S
000640*                     MAXIMUM HOURS AND COULD HOLD THE WHOLE
000641*                     FINAL PAY.
000642******************************************************************

000643 ENVIRONMENT DIVISION.
000650 CONFIGURATION SECTION.
000660 SOURCE-COMPUTER.  IBM-370.
000670 OBJECT-COMPUTER.  IBM-370.

000840     SELECT RETRO-REQUEST-FILE ASSIGN TO "RETROREQ"
000850         ORGANIZATION IS LINE SEQUENTIAL
000851         FILE STATUS IS WS-RETROREQ-STATUS.

000852     SELECT PAY-CALENDAR-FILE ASSIGN TO "PAYCAL"
000853         ORGANIZATION IS INDEXED
000854         ACCESS MODE IS DYNAMIC
000855         RECORD KEY IS PY-CALENDAR-KEY
000856         FILE STATUS IS WS-PAYCAL-STATUS.

000857     SELECT ACCRUAL-MASTER-FILE ASSIGN TO "ACCMAST"
000858         ORGANIZATION IS INDEXED
000859         ACCESS MODE IS RANDOM
000860         RECORD KEY IS AB-EMPLOYEE-ID
000861         FILE STATUS IS WS-ACCMAST-STATUS.

000862     SELECT STATE-TAX-FILE ASSIGN TO "STTAX"
000863         ORGANIZATION IS LINE SEQUENTIAL
000864         FILE STATUS IS WS-STTAX-STATUS.

000865     SELECT FINAL-PAY-FILE ASSIGN TO "FINALPAY"
000866         ORGANIZATION IS LINE SEQUENTIAL
000867         FILE STATUS IS WS-FINALPAY-STATUS.

000868     SELECT PAYOUT-REPORT-FILE ASSIGN TO "TRMPAY"
000869         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-TRMPAY-STATUS.

000871 DATA DIVISION.
000880 FILE SECTION.
000890 FD  EMPLOYEE-TRANS-FILE
000900     RECORDING MODE IS F.
001010     RECORDING MODE IS F.
001020 COPY RETROREQ.CPY.

001021 FD  PAY-CALENDAR-FILE.
001022 COPY PAYCAL.CPY.

001023 FD  ACCRUAL-MASTER-FILE.
001024 COPY ACCREC.CPY.

001025 FD  STATE-TAX-FILE
001026     RECORDING MODE IS F.
001027 COPY STTAX.CPY.

001028 FD  FINAL-PAY-FILE
001029     RECORDING MODE IS F.
001030 COPY OFFTRAN.CPY.

001031 FD  PAYOUT-REPORT-FILE
001032     RECORDING MODE IS F.
001033 01  PO-PRINT-LINE               PIC X(132).

001034 WORKING-STORAGE SECTION.

001040*-----------------------------------------------------------------
001050*    FILE STATUS AND CONTROL SWITCHES
001090 01  WS-AUDIT-STATUS             PIC X(02) VALUE SPACES.
001100 01  WS-REJECT-STATUS            PIC X(02) VALUE SPACES.
001110 01  WS-RETROREQ-STATUS          PIC X(02) VALUE SPACES.
001111 01  WS-PAYCAL-STATUS            PIC X(02) VALUE SPACES.
001112 01  WS-ACCMAST-STATUS           PIC X(02) VALUE SPACES.
001113 01  WS-STTAX-STATUS             PIC X(02) VALUE SPACES.
001114 01  WS-FINALPAY-STATUS          PIC X(02) VALUE SPACES.
001115 01  WS-TRMPAY-STATUS            PIC X(02) VALUE SPACES.

001120 01  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
001130     88  WS-END-OF-FILE                    VALUE 'Y'.

001200 01  WS-REJECT-REASON            PIC X(40) VALUE SPACES.

001201*-----------------------------------------------------------------
001202*    PAY GROUP LOOKUP ON THE PAY CALENDAR.  THE GROUP TO LOOK
001203*    UP GOES IN WS-LOOKUP-GROUP; ITS PERIODS PER YEAR COME BACK
001204*    IN WS-GROUP-PERIODS.  THE NEW AND OLD GROUPS' FIGURES ARE
001205*    HELD FOR THE SALARY RESCALE ON A CHANGE.
001206*-----------------------------------------------------------------
001207 01  WS-GROUP-SWITCH             PIC X(01) VALUE 'N'.
001208     88  WS-GROUP-FOUND                    VALUE 'Y'.
001209     88  WS-GROUP-NOT-FOUND                VALUE 'N'.
001210 01  WS-LOOKUP-GROUP             PIC X(02) VALUE SPACES.
001211 01  WS-GROUP-PERIODS            PIC 9(02) VALUE ZERO.
001212 01  WS-NEW-PERIODS              PIC 9(02) VALUE ZERO.
001213 01  WS-OLD-PERIODS              PIC 9(02) VALUE ZERO.
001214 01  WS-RESCALE-SWITCH           PIC X(01) VALUE 'N'.
001215     88  WS-RESCALE-SALARY                 VALUE 'Y'.
001216     88  WS-KEEP-SALARY                    VALUE 'N'.

001217 01  WS-TRANS-COUNT              PIC 9(06) VALUE ZERO.
001220 01  WS-APPLIED-COUNT            PIC 9(06) VALUE ZERO.
001230 01  WS-REJECT-COUNT             PIC 9(06) VALUE ZERO.
001240 01  WS-RETRO-REQ-COUNT          PIC 9(06) VALUE ZERO.
001241 01  WS-OLD-RATE                 PIC 99V99 VALUE ZERO.
001242 01  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.

001243*-----------------------------------------------------------------
001244*    STATE SICK-PAYOUT RULES, LOADED FROM THE STTAX FILE AT
001245*    START OF RUN.  A WORK STATE NOT HERE (OR BLANK) FORFEITS
001246*    THE SICK BALANCE.
001247*-----------------------------------------------------------------
001248 01  WS-STTAX-EOF-SWITCH         PIC X(01) VALUE 'N'.
001249     88  WS-STTAX-END-OF-FILE              VALUE 'Y'.
001250 01  WS-STTAX-TABLE.
001251     05  WS-STTAX-COUNT          PIC 9(02) VALUE ZERO.
001252     05  WS-STTAX-ENTRY OCCURS 20 TIMES.
001253         10  WS-STTAX-STATE      PIC X(02).
001254         10  WS-STTAX-SICK-PAYOUT PIC X(01).
001255 01  WS-STTAX-SUB                PIC 9(02) VALUE ZERO.

001256*-----------------------------------------------------------------
001257*    TERMINATION PAYOUT.  AN OFFTRAN ENTRY CARRIES AT MOST 99.9
001258*    HOURS, SO A BALANCE GOES OUT AS SEVERAL ENTRIES; PayDriver
001259*    PAYS AT MOST 10 LINES FOR ONE EMPLOYEE, SO A PAYOUT NEEDING
001260*    MORE IS LEFT TO BE KEYED BY HAND.  A SALARIED EMPLOYEE'S
001261*    HOURLY EQUIVALENT IS THE PERIOD SALARY TIMES THE GROUP'S
001262*    PERIODS PER YEAR OVER THE STANDARD HOURS IN A YEAR.
001263*-----------------------------------------------------------------
001264 01  WS-ACCRUAL-SWITCH           PIC X(01) VALUE 'N'.
001265     88  WS-ACCRUAL-FOUND                  VALUE 'Y'.
001266     88  WS-ACCRUAL-NOT-FOUND              VALUE 'N'.
001267 01  WS-SICK-PAYOUT-SWITCH       PIC X(01) VALUE 'N'.
001268     88  WS-SICK-PAID-OUT                  VALUE 'Y'.
001269     88  WS-SICK-FORFEITED                 VALUE 'N'.
001270 01  WS-GENERATE-SWITCH          PIC X(01) VALUE 'N'.
001271     88  WS-GENERATE-PAYOUT                VALUE 'Y'.
001272     88  WS-NO-PAYOUT-ENTRIES              VALUE 'N'.
001273 01  WS-PAYOUT-VAC-HOURS         PIC 9(04)V9 VALUE ZERO.
001274 01  WS-PAYOUT-SICK-HOURS        PIC 9(04)V9 VALUE ZERO.
001275 01  WS-FORFEIT-SICK-HOURS       PIC 9(04)V9 VALUE ZERO.
001276 01  WS-PAYOUT-HOURS-LEFT        PIC 9(04)V9 VALUE ZERO.
001277 01  WS-PAYOUT-CHUNK             PIC 99V9 VALUE ZERO.
001278 01  WS-PAYOUT-EARN-TYPE         PIC X(01) VALUE SPACES.
001279 01  WS-PAYOUT-RATE              PIC 9(03)V99 VALUE ZERO.
001280 01  WS-PAYOUT-LINE-AMOUNT       PIC 9(05)V99 VALUE ZERO.
001281 01  WS-PAYOUT-AMOUNT            PIC 9(07)V99 VALUE ZERO.
001282 01  WS-PAYOUT-NOTE              PIC X(30) VALUE SPACES.
001283 01  WS-PAYOUT-LINES             PIC 9(03) VALUE ZERO.
001284 01  WS-LINES-NEEDED             PIC 9(03) VALUE ZERO.
001285 01  WS-LINES-REMAINDER          PIC 99V9 VALUE ZERO.
001286 01  WS-MAX-ENTRY-HOURS          PIC 99V9 VALUE 99.9.
001287 01  WS-MAX-PAYOUT-LINES         PIC 9(03) VALUE 10.
001288 01  WS-STANDARD-HOURS           PIC 9(04) VALUE 2080.
001289 01  WS-TERM-COUNT               PIC 9(06) VALUE ZERO.
001290 01  WS-FINAL-PAY-COUNT          PIC 9(06) VALUE ZERO.
001291 01  WS-TOT-VAC-PAID             PIC 9(05)V9 VALUE ZERO.
001292 01  WS-TOT-SICK-PAID            PIC 9(05)V9 VALUE ZERO.
001293 01  WS-TOT-SICK-FORFEIT         PIC 9(05)V9 VALUE ZERO.
001294 01  WS-TOT-PAYOUT-AMOUNT        PIC 9(07)V99 VALUE ZERO.

001295*-----------------------------------------------------------------
001296*    AUDIT REPORT AND REJECT LISTING LINES
001297*-----------------------------------------------------------------
001298 COPY AUDLINE.CPY.

001299*-----------------------------------------------------------------
001300*    TERMINATION PAYOUT REPORT LINES
001301*-----------------------------------------------------------------
001302 COPY TRMLINE.CPY.

001310 PROCEDURE DIVISION.

001710         DISPLAY "EMPMNT - UNABLE TO OPEN RETRO REQUESTS, "
001720                 "STATUS = " WS-RETROREQ-STATUS
001730         STOP RUN
001731     END-IF.
001732     OPEN INPUT PAY-CALENDAR-FILE.
001733     IF WS-PAYCAL-STATUS NOT = "00"
001734         DISPLAY "EMPMNT - UNABLE TO OPEN PAY CALENDAR, "
001735                 "STATUS = " WS-PAYCAL-STATUS
001736         STOP RUN
001737     END-IF.
001738     OPEN I-O ACCRUAL-MASTER-FILE.
001739     IF WS-ACCMAST-STATUS NOT = "00"
001740         DISPLAY "EMPMNT - UNABLE TO OPEN ACCRUAL MASTER, "
001741                 "STATUS = " WS-ACCMAST-STATUS
001742         STOP RUN
001743     END-IF.
001744     OPEN INPUT STATE-TAX-FILE.
001745     IF WS-STTAX-STATUS NOT = "00"
001746         DISPLAY "EMPMNT - UNABLE TO OPEN STATE TAX TABLE, "
001747                 "STATUS = " WS-STTAX-STATUS
001748         STOP RUN
001749     END-IF.
001750     PERFORM 1500-LOAD-STATE-TAX THRU 1500-EXIT.
001751     OPEN OUTPUT FINAL-PAY-FILE.
001752     IF WS-FINALPAY-STATUS NOT = "00"
001753         DISPLAY "EMPMNT - UNABLE TO OPEN FINAL PAY FILE, "
001754                 "STATUS = " WS-FINALPAY-STATUS
001755         STOP RUN
001756     END-IF.
001757     OPEN OUTPUT PAYOUT-REPORT-FILE.
001758     IF WS-TRMPAY-STATUS NOT = "00"
001759         DISPLAY "EMPMNT - UNABLE TO OPEN PAYOUT REPORT, "
001760                 "STATUS = " WS-TRMPAY-STATUS
001761         STOP RUN
001762     END-IF.
001763     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001764     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
001765 1000-EXIT.
001766     EXIT.

001767******************************************************************
001768*    1500-LOAD-STATE-TAX
001769*    LOADS EACH STATE'S SICK-PAYOUT RULE FROM THE STTAX FILE.
001770******************************************************************
001771 1500-LOAD-STATE-TAX.
001772     PERFORM 1550-READ-STATE-TAX THRU 1550-EXIT
001773             UNTIL WS-STTAX-END-OF-FILE
001774             OR WS-STTAX-COUNT NOT < 20.
001775     CLOSE STATE-TAX-FILE.
001776 1500-EXIT.
001777     EXIT.

001778******************************************************************
001779*    1550-READ-STATE-TAX
001780******************************************************************
001781 1550-READ-STATE-TAX.
001782     READ STATE-TAX-FILE
001783         AT END
001784             SET WS-STTAX-END-OF-FILE TO TRUE
001785         NOT AT END
001786             ADD 1 TO WS-STTAX-COUNT
001787             MOVE ST-STATE-CODE
001788                 TO WS-STTAX-STATE (WS-STTAX-COUNT)
001789             MOVE ST-SICK-PAYOUT
001790                 TO WS-STTAX-SICK-PAYOUT (WS-STTAX-COUNT)
001791     END-READ.
001792 1550-EXIT.
001793     EXIT.

001794******************************************************************
001800*    2000-PROCESS-TRANSACTION
001810*    FIELD-EDITS THE CURRENT TRANSACTION, ROUTES IT TO THE
001820*    ADD/CHANGE/TERMINATE PARAGRAPH WHEN IT PASSES, AND READS
002470             SET WS-TRANS-INVALID TO TRUE
002480             GO TO 2200-EXIT
002490         END-IF
002491         IF ET-PAY-GROUP = SPACES
002492             MOVE "PAY GROUP MISSING" TO WS-REJECT-REASON
002493             SET WS-TRANS-INVALID TO TRUE
002494             GO TO 2200-EXIT
002495         END-IF
002500     END-IF.
002510     IF ET-AUTHORIZED-RATE-X NOT = SPACES
002520         IF ET-AUTHORIZED-RATE-X NOT NUMERIC
003080         SET WS-TRANS-INVALID TO TRUE
003090         GO TO 2200-EXIT
003100     END-IF.
003101     IF (ET-ADD OR ET-CHANGE)
003102        AND ET-PAY-GROUP NOT = SPACES
003103         MOVE ET-PAY-GROUP TO WS-LOOKUP-GROUP
003104         PERFORM 2400-LOOKUP-PAY-GROUP THRU 2400-EXIT
003105         IF WS-GROUP-NOT-FOUND
003106             MOVE "PAY GROUP NOT ON PAY CALENDAR"
003107                 TO WS-REJECT-REASON
003108             SET WS-TRANS-INVALID TO TRUE
003109             GO TO 2200-EXIT
003110         END-IF
003111         MOVE WS-GROUP-PERIODS TO WS-NEW-PERIODS
003112     END-IF.
003113 2200-EXIT.
003120     EXIT.

003130******************************************************************
003260 2300-EXIT.
003270     EXIT.

003271******************************************************************
003272*    2400-LOOKUP-PAY-GROUP
003273*    A PAY GROUP IS VALID WHEN IT HAS AT LEAST ONE PERIOD ON
003274*    THE PAY CALENDAR.  THE FIRST PERIOD FOUND SUPPLIES THE
003275*    GROUP'S PERIODS PER YEAR.
003276******************************************************************
003277 2400-LOOKUP-PAY-GROUP.
003278     SET WS-GROUP-NOT-FOUND TO TRUE.
003279     MOVE ZERO TO WS-GROUP-PERIODS.
003280     MOVE WS-LOOKUP-GROUP TO PY-PAY-GROUP.
003281     MOVE ZERO TO PY-CAL-YEAR PY-PERIOD-NUMBER.
003282     START PAY-CALENDAR-FILE KEY NOT < PY-CALENDAR-KEY
003283         INVALID KEY
003284             GO TO 2400-EXIT
003285     END-START.
003286     READ PAY-CALENDAR-FILE NEXT RECORD
003287         AT END
003288             GO TO 2400-EXIT
003289     END-READ.
003290     IF PY-PAY-GROUP = WS-LOOKUP-GROUP
003291        AND PY-PERIODS-PER-YEAR NUMERIC
003292        AND PY-PERIODS-PER-YEAR > ZERO
003293         SET WS-GROUP-FOUND TO TRUE
003294         MOVE PY-PERIODS-PER-YEAR TO WS-GROUP-PERIODS
003295     END-IF.
003296 2400-EXIT.
003297     EXIT.

003298******************************************************************
003299*    2600-WRITE-AUDIT-IMAGE
003300*    WRITES ONE AUDIT LINE FROM THE CURRENT CONTENT OF THE
003310*    MASTER RECORD AREA.  CALLER SETS AL-ACTION AND AL-IMAGE.
003320******************************************************************
003420     MOVE EM-PERIOD-SALARY TO AL-PERIOD-SALARY.
003430     MOVE EM-WORK-STATE TO AL-WORK-STATE.
003440     MOVE EM-BANK-STATUS TO AL-BANK-STATUS.
003445     MOVE EM-PAY-GROUP TO AL-PAY-GROUP.
003450     WRITE AU-PRINT-LINE FROM AL-AUDIT-LINE.
003460 2600-EXIT.
003470     EXIT.
003880     ELSE
003890         MOVE ET-PERIOD-SALARY TO EM-PERIOD-SALARY
003900     END-IF.
003905     MOVE ET-PAY-GROUP TO EM-PAY-GROUP.
003910     SET EM-ACTIVE TO TRUE.
003920     MOVE ZERO TO EM-TERM-DATE.
003930     WRITE EM-EMPLOYEE-RECORD
004060*    4000-CHANGE-EMPLOYEE
004070*    APPLIES NON-BLANK TRANSACTION FIELDS OVER THE EXISTING
004080*    MASTER RECORD.  A BLANK FIELD KEEPS THE VALUE ON FILE.
004082*    A SALARIED EMPLOYEE MOVED TO A PAY GROUP WITH A DIFFERENT
004084*    NUMBER OF PERIODS PER YEAR, WITH NO NEW SALARY KEYED, HAS
004086*    THE PERIOD SALARY RESCALED SO THE ANNUAL SALARY HOLDS.
004090******************************************************************
004100 4000-CHANGE-EMPLOYEE.
004110     PERFORM 2300-READ-MASTER THRU 2300-EXIT.
004120     IF WS-MASTER-NOT-FOUND
004130         MOVE "EMPLOYEE NOT ON MASTER FILE"
004140             TO WS-REJECT-REASON
004141         PERFORM 2800-WRITE-REJECT THRU 2800-EXIT
004142         GO TO 4000-EXIT
004143     END-IF.
004144     PERFORM 4100-CHECK-SALARY-RESCALE THRU 4100-EXIT.
004145     IF WS-TRANS-INVALID
004150         PERFORM 2800-WRITE-REJECT THRU 2800-EXIT
004160         GO TO 4000-EXIT
004170     END-IF.
004420     IF ET-WORK-STATE NOT = SPACES
004430         MOVE ET-WORK-STATE TO EM-WORK-STATE
004440     END-IF.
004441     IF WS-RESCALE-SALARY
004442         COMPUTE EM-PERIOD-SALARY ROUNDED =
004443                 EM-PERIOD-SALARY * WS-OLD-PERIODS
004444                 / WS-NEW-PERIODS
004445     END-IF.
004446     IF ET-PAY-GROUP NOT = SPACES
004447         MOVE ET-PAY-GROUP TO EM-PAY-GROUP
004448     END-IF.
004450     REWRITE EM-EMPLOYEE-RECORD
004460         INVALID KEY
004470             MOVE "MASTER REWRITE FAILED" TO WS-REJECT-REASON
004560        AND ET-AUTHORIZED-RATE NOT = WS-OLD-RATE
004570         PERFORM 4500-WRITE-RETRO-REQUEST THRU 4500-EXIT
004580     END-IF.
004581     ADD 1 TO WS-APPLIED-COUNT.
004582 4000-EXIT.
004583     EXIT.

004584******************************************************************
004585*    4100-CHECK-SALARY-RESCALE
004586*    DECIDES WHETHER A CHANGE MOVES A SALARIED EMPLOYEE TO A
004587*    PAY GROUP WITH A DIFFERENT NUMBER OF PERIODS PER YEAR
004588*    WITHOUT KEYING A NEW SALARY.  THE RESCALE NEEDS THE OLD
004589*    GROUP'S PERIODS PER YEAR; WITHOUT THEM, OR WHEN THE
004590*    RESCALED SALARY WOULD NOT FIT, THE CHANGE IS REJECTED AND
004591*    THE SALARY MUST BE KEYED.
004592******************************************************************
004593 4100-CHECK-SALARY-RESCALE.
004594     SET WS-KEEP-SALARY TO TRUE.
004595     IF ET-PAY-GROUP = SPACES
004596        OR ET-PAY-GROUP = EM-PAY-GROUP
004597        OR ET-PERIOD-SALARY-X NOT = SPACES
004598        OR EM-PERIOD-SALARY = ZERO
004599         GO TO 4100-EXIT
004600     END-IF.
004601     IF ET-PAY-TYPE = SPACES AND NOT EM-SALARIED-ANY
004602         GO TO 4100-EXIT
004603     END-IF.
004604     IF ET-PAY-HOURLY
004605         GO TO 4100-EXIT
004606     END-IF.
004607     MOVE EM-PAY-GROUP TO WS-LOOKUP-GROUP.
004608     PERFORM 2400-LOOKUP-PAY-GROUP THRU 2400-EXIT.
004609     IF WS-GROUP-NOT-FOUND
004610         MOVE "OLD PAY GROUP UNKNOWN - KEY THE SALARY"
004611             TO WS-REJECT-REASON
004612         SET WS-TRANS-INVALID TO TRUE
004613         GO TO 4100-EXIT
004614     END-IF.
004615     MOVE WS-GROUP-PERIODS TO WS-OLD-PERIODS.
004616     IF WS-OLD-PERIODS = WS-NEW-PERIODS
004617         GO TO 4100-EXIT
004618     END-IF.
004619     IF EM-PERIOD-SALARY * WS-OLD-PERIODS / WS-NEW-PERIODS
004620        > 99999.99
004621         MOVE "RESCALED SALARY TOO LARGE - KEY IT"
004622             TO WS-REJECT-REASON
004623         SET WS-TRANS-INVALID TO TRUE
004624         GO TO 4100-EXIT
004625     END-IF.
004626     SET WS-RESCALE-SALARY TO TRUE.
004627 4100-EXIT.
004628     EXIT.

004629******************************************************************
004630*    4500-WRITE-RETRO-REQUEST
004640*    ONE RETRO-PAY REQUEST FOR A RATE CHANGE THAT CARRIES AN
004650*    EFFECTIVE DATE - THE OLD RATE OF RECORD, THE NEW RATE,
004800*    5000-TERMINATE-EMPLOYEE
004810*    FLAGS THE MASTER RECORD TERMINATED.  THE RECORD STAYS ON
004820*    FILE SO A LATE TIMECARD FOR THE EMPLOYEE REJECTS WITH A
004826*    SPECIFIC REASON RATHER THAN "NOT ON MASTER FILE".  THE
004832*    UNUSED LEAVE IS THEN SET UP FOR FINAL PAY (5100).
004840******************************************************************
004850 5000-TERMINATE-EMPLOYEE.
004860     PERFORM 2300-READ-MASTER THRU 2300-EXIT.
005020     SET EM-TERMINATED TO TRUE.
005030     MOVE WS-CURRENT-DATE TO EM-TERM-DATE.
005040     REWRITE EM-EMPLOYEE-RECORD
005041         INVALID KEY
005042             MOVE "MASTER REWRITE FAILED" TO WS-REJECT-REASON
005043             PERFORM 2800-WRITE-REJECT THRU 2800-EXIT
005044             GO TO 5000-EXIT
005045     END-REWRITE.
005046     MOVE "TERMINATE" TO AL-ACTION.
005047     MOVE "AFTER" TO AL-IMAGE.
005048     PERFORM 2600-WRITE-AUDIT-IMAGE THRU 2600-EXIT.
005049     ADD 1 TO WS-APPLIED-COUNT.
005050     PERFORM 5100-FINAL-PAY-PAYOUT THRU 5100-EXIT.
005051 5000-EXIT.
005052     EXIT.

005053******************************************************************
005054*    5100-FINAL-PAY-PAYOUT
005055*    FIGURES THE TERMINATED EMPLOYEE'S LEAVE PAYOUT, WRITES THE
005056*    FINAL-PAY ENTRIES FOR IT, AND PRINTS THE EMPLOYEE'S LINE ON
005057*    THE TERMINATION PAYOUT REPORT - A LINE FOR EVERY
005058*    TERMINATION, WITH A NOTE WHEN NOTHING COULD BE SET UP.
005059******************************************************************
005060 5100-FINAL-PAY-PAYOUT.
005061     MOVE ZERO TO WS-PAYOUT-VAC-HOURS WS-PAYOUT-SICK-HOURS
005062                  WS-FORFEIT-SICK-HOURS WS-PAYOUT-RATE
005063                  WS-PAYOUT-AMOUNT.
005064     MOVE SPACES TO WS-PAYOUT-NOTE.
005065     SET WS-NO-PAYOUT-ENTRIES TO TRUE.
005066     PERFORM 5200-FIGURE-PAYOUT THRU 5200-EXIT.
005067     IF WS-PAYOUT-VAC-HOURS > ZERO
005068         MOVE "V" TO WS-PAYOUT-EARN-TYPE
005069         MOVE WS-PAYOUT-VAC-HOURS TO WS-PAYOUT-HOURS-LEFT
005070         PERFORM 5400-BUILD-PAYOUT-ENTRY THRU 5400-EXIT
005071                 UNTIL WS-PAYOUT-HOURS-LEFT = ZERO
005072     END-IF.
005073     IF WS-PAYOUT-SICK-HOURS > ZERO
005074         MOVE "S" TO WS-PAYOUT-EARN-TYPE
005075         MOVE WS-PAYOUT-SICK-HOURS TO WS-PAYOUT-HOURS-LEFT
005076         PERFORM 5400-BUILD-PAYOUT-ENTRY THRU 5400-EXIT
005077                 UNTIL WS-PAYOUT-HOURS-LEFT = ZERO
005078     END-IF.
005079     PERFORM 5500-WRITE-PAYOUT-LINE THRU 5500-EXIT.
005080 5100-EXIT.
005081     EXIT.

005082******************************************************************
005083*    5200-FIGURE-PAYOUT
005084*    READS THE ACCRUAL RECORD.  A POSITIVE VACATION BALANCE IS
005085*    PAID OUT.  A POSITIVE SICK BALANCE IS PAID OUT WHEN THE
005086*    WORK STATE REQUIRES IT; OTHERWISE IT IS FORFEITED AND
005087*    ZEROED ON THE ACCRUAL MASTER NOW.  AN OVERDRAWN BALANCE
005088*    PAYS NOTHING.  THE PAYOUT IS PRICED AT THE MASTER RATE OR
005089*    THE SALARY'S HOURLY EQUIVALENT, AND ENTRIES ARE WRITTEN
005090*    ONLY WHEN PayDriver CAN PAY THEM AS KEYED.
005091******************************************************************
005092 5200-FIGURE-PAYOUT.
005093     MOVE EM-EMPLOYEE-ID TO AB-EMPLOYEE-ID.
005094     READ ACCRUAL-MASTER-FILE
005095         INVALID KEY
005096             SET WS-ACCRUAL-NOT-FOUND TO TRUE
005097         NOT INVALID KEY
005098             SET WS-ACCRUAL-FOUND TO TRUE
005099     END-READ.
005100     IF WS-ACCRUAL-NOT-FOUND
005101         MOVE "NO ACCRUAL RECORD" TO WS-PAYOUT-NOTE
005102         GO TO 5200-EXIT
005103     END-IF.
005104     PERFORM 5300-GET-SICK-RULE THRU 5300-EXIT.
005105     IF AB-VACATION-BALANCE > ZERO
005106         MOVE AB-VACATION-BALANCE TO WS-PAYOUT-VAC-HOURS
005107     END-IF.
005108     IF AB-SICK-BALANCE > ZERO
005109         IF WS-SICK-PAID-OUT
005110             MOVE AB-SICK-BALANCE TO WS-PAYOUT-SICK-HOURS
005111         ELSE
005112             MOVE AB-SICK-BALANCE TO WS-FORFEIT-SICK-HOURS
005113         END-IF
005114     END-IF.
005115     IF WS-FORFEIT-SICK-HOURS > ZERO
005116         MOVE ZERO TO AB-SICK-BALANCE
005117         REWRITE AB-ACCRUAL-RECORD
005118             INVALID KEY
005119                 MOVE ZERO TO WS-FORFEIT-SICK-HOURS
005120                 MOVE "ACCRUAL REWRITE FAILED" TO WS-PAYOUT-NOTE
005121         END-REWRITE
005122     END-IF.
005123     IF WS-PAYOUT-VAC-HOURS = ZERO
005124        AND WS-PAYOUT-SICK-HOURS = ZERO
005125         GO TO 5200-EXIT
005126     END-IF.
005127     IF EM-SALARIED-ANY
005128         MOVE EM-PAY-GROUP TO WS-LOOKUP-GROUP
005129         PERFORM 2400-LOOKUP-PAY-GROUP THRU 2400-EXIT
005130         IF WS-GROUP-NOT-FOUND
005131             MOVE "PAY GROUP UNKNOWN - KEY BY HAND"
005132                 TO WS-PAYOUT-NOTE
005133             GO TO 5200-EXIT
005134         END-IF
005135         COMPUTE WS-PAYOUT-RATE ROUNDED =
005136                 EM-PERIOD-SALARY * WS-GROUP-PERIODS
005137                 / WS-STANDARD-HOURS
005138     ELSE
005139         MOVE EM-AUTHORIZED-RATE TO WS-PAYOUT-RATE
005140     END-IF.
005141     MOVE ZERO TO WS-PAYOUT-LINES.
005142     DIVIDE WS-PAYOUT-VAC-HOURS BY WS-MAX-ENTRY-HOURS
005143         GIVING WS-LINES-NEEDED REMAINDER WS-LINES-REMAINDER.
005144     ADD WS-LINES-NEEDED TO WS-PAYOUT-LINES.
005145     IF WS-LINES-REMAINDER > ZERO
005146         ADD 1 TO WS-PAYOUT-LINES
005147     END-IF.
005148     DIVIDE WS-PAYOUT-SICK-HOURS BY WS-MAX-ENTRY-HOURS
005149         GIVING WS-LINES-NEEDED REMAINDER WS-LINES-REMAINDER.
005150     ADD WS-LINES-NEEDED TO WS-PAYOUT-LINES.
005151     IF WS-LINES-REMAINDER > ZERO
005152         ADD 1 TO WS-PAYOUT-LINES
005153     END-IF.
005154     IF WS-PAYOUT-LINES > WS-MAX-PAYOUT-LINES
005155         MOVE "OVER 10 ENTRIES - KEY BY HAND" TO WS-PAYOUT-NOTE
005156         GO TO 5200-EXIT
005157     END-IF.
005158     SET WS-GENERATE-PAYOUT TO TRUE.
005159 5200-EXIT.
005160     EXIT.

005161******************************************************************
005162*    5300-GET-SICK-RULE
005163*    PICKS THE SICK-PAYOUT RULE FOR THE EMPLOYEE'S WORK STATE.
005164*    A BLANK OR UNMAPPED WORK STATE FORFEITS.
005165******************************************************************
005166 5300-GET-SICK-RULE.
005167     SET WS-SICK-FORFEITED TO TRUE.
005168     IF EM-WORK-STATE = SPACES
005169         GO TO 5300-EXIT
005170     END-IF.
005171     MOVE 1 TO WS-STTAX-SUB.
005172     PERFORM 5350-SCAN-SICK-RULE THRU 5350-EXIT
005173             UNTIL WS-STTAX-SUB > WS-STTAX-COUNT.
005174 5300-EXIT.
005175     EXIT.

005176******************************************************************
005177*    5350-SCAN-SICK-RULE
005178******************************************************************
005179 5350-SCAN-SICK-RULE.
005180     IF WS-STTAX-STATE (WS-STTAX-SUB) = EM-WORK-STATE
005181         IF WS-STTAX-SICK-PAYOUT (WS-STTAX-SUB) = 'Y'
005182             SET WS-SICK-PAID-OUT TO TRUE
005183         END-IF
005184         MOVE WS-STTAX-COUNT TO WS-STTAX-SUB
005185     END-IF.
005186     ADD 1 TO WS-STTAX-SUB.
005187 5350-EXIT.
005188     EXIT.

005189******************************************************************
005190*    5400-BUILD-PAYOUT-ENTRY
005191*    PRICES THE NEXT 99.9 HOURS (OR WHAT IS LEFT) OF THE LEAVE
005192*    BEING PAID OUT AND, WHEN ENTRIES ARE BEING WRITTEN, WRITES
005193*    THEM AS ONE FINAL-PAY ENTRY.  EVERY ENTRY CARRIES THE
005194*    AMOUNT AS WELL AS THE HOURS - AT THE MASTER RATE FOR AN
005195*    HOURLY EMPLOYEE, AT THE HOURLY EQUIVALENT OF THE SALARY
005196*    FOR A SALARIED ONE - SO PayDriver PAYS IT AS A FLAT-AMOUNT
005197*    LINE AND ITS HOURS NEVER COUNT TOWARD THE PERIOD'S MAXIMUM.
005198******************************************************************
005199 5400-BUILD-PAYOUT-ENTRY.
005200     IF WS-PAYOUT-HOURS-LEFT > WS-MAX-ENTRY-HOURS
005201         MOVE WS-MAX-ENTRY-HOURS TO WS-PAYOUT-CHUNK
005202     ELSE
005203         MOVE WS-PAYOUT-HOURS-LEFT TO WS-PAYOUT-CHUNK
005204     END-IF.
005205     SUBTRACT WS-PAYOUT-CHUNK FROM WS-PAYOUT-HOURS-LEFT.
005206     IF EM-SALARIED-ANY
005207         COMPUTE WS-PAYOUT-LINE-AMOUNT ROUNDED =
005208                 WS-PAYOUT-CHUNK * EM-PERIOD-SALARY
005209                 * WS-GROUP-PERIODS / WS-STANDARD-HOURS
005210     ELSE
005211         COMPUTE WS-PAYOUT-LINE-AMOUNT ROUNDED =
005212                 WS-PAYOUT-CHUNK * WS-PAYOUT-RATE
005213     END-IF.
005214     ADD WS-PAYOUT-LINE-AMOUNT TO WS-PAYOUT-AMOUNT.
005215     IF WS-NO-PAYOUT-ENTRIES
005216         GO TO 5400-EXIT
005217     END-IF.
005218     MOVE SPACES TO OT-OFF-CYCLE-RECORD.
005219     MOVE EM-EMPLOYEE-ID TO OT-EMPLOYEE-ID.
005220     SET OT-FINAL-PAY TO TRUE.
005221     MOVE WS-PAYOUT-EARN-TYPE TO OT-EARNINGS-TYPE.
005222     MOVE WS-PAYOUT-CHUNK TO OT-HOURS.
005223     MOVE WS-PAYOUT-LINE-AMOUNT TO OT-AMOUNT.
005224     WRITE OT-OFF-CYCLE-RECORD.
005225     ADD 1 TO WS-FINAL-PAY-COUNT.
005226 5400-EXIT.
005227     EXIT.

005228******************************************************************
005229*    5500-WRITE-PAYOUT-LINE
005230*    ONE TERMINATION PAYOUT REPORT LINE, ROLLED INTO THE RUN
005231*    TOTALS.  A PAYOUT NOT SET UP FOR PayDriver STILL SHOWS
005232*    THE HOURS AND AMOUNT DUE, WITH THE NOTE SAYING WHY.
005233******************************************************************
005234 5500-WRITE-PAYOUT-LINE.
005235     MOVE EM-EMPLOYEE-ID TO FP-EMPLOYEE-ID.
005236     MOVE EM-EMPLOYEE-NAME TO FP-EMPLOYEE-NAME.
005237     MOVE EM-PAY-GROUP TO FP-PAY-GROUP.
005238     MOVE EM-WORK-STATE TO FP-WORK-STATE.
005239     MOVE EM-PAY-TYPE TO FP-PAY-TYPE.
005240     MOVE WS-PAYOUT-VAC-HOURS TO FP-VAC-PAID.
005241     MOVE WS-PAYOUT-SICK-HOURS TO FP-SICK-PAID.
005242     MOVE WS-FORFEIT-SICK-HOURS TO FP-SICK-FORFEIT.
005243     MOVE WS-PAYOUT-RATE TO FP-RATE.
005244     MOVE WS-PAYOUT-AMOUNT TO FP-AMOUNT.
005245     MOVE WS-PAYOUT-NOTE TO FP-NOTE.
005246     WRITE PO-PRINT-LINE FROM FP-DETAIL-LINE.
005247     ADD 1 TO WS-TERM-COUNT.
005248     ADD WS-PAYOUT-VAC-HOURS TO WS-TOT-VAC-PAID.
005249     ADD WS-PAYOUT-SICK-HOURS TO WS-TOT-SICK-PAID.
005250     ADD WS-FORFEIT-SICK-HOURS TO WS-TOT-SICK-FORFEIT.
005251     ADD WS-PAYOUT-AMOUNT TO WS-TOT-PAYOUT-AMOUNT.
005252 5500-EXIT.
005253     EXIT.

005254******************************************************************
005255*    6000-VERIFY-BANK
005256*    FLIPS A PRENOTE-PENDING BANK STATUS TO VERIFIED AFTER THE
005257*    PRENOTE WINDOW HAS PASSED WITH NO RETURN FROM THE BANK.
005258*    ANY OTHER STATUS REJECTS - THERE IS NOTHING TO VERIFY.
005259******************************************************************
005260 6000-VERIFY-BANK.
005261     PERFORM 2300-READ-MASTER THRU 2300-EXIT.
005262     IF WS-MASTER-NOT-FOUND
005263         MOVE "EMPLOYEE NOT ON MASTER FILE"
005264             TO WS-REJECT-REASON
005270         PERFORM 2800-WRITE-REJECT THRU 2800-EXIT
005280         GO TO 6000-EXIT
005290     END-IF.
005580*    9000-TERMINATE
005590******************************************************************
005600 9000-TERMINATE.
005601     MOVE WS-TERM-COUNT TO FP-TOTAL-COUNT.
005602     MOVE WS-TOT-VAC-PAID TO FP-TOTAL-VAC-PAID.
005603     MOVE WS-TOT-SICK-PAID TO FP-TOTAL-SICK-PAID.
005604     MOVE WS-TOT-SICK-FORFEIT TO FP-TOTAL-SICK-FORFEIT.
005605     MOVE WS-TOT-PAYOUT-AMOUNT TO FP-TOTAL-AMOUNT.
005606     WRITE PO-PRINT-LINE FROM FP-TOTAL-LINE.
005607     MOVE SPACES TO PO-PRINT-LINE.
005608     WRITE PO-PRINT-LINE.
005609     WRITE PO-PRINT-LINE FROM FP-SIGNOFF-LINE.
005610     CLOSE EMPLOYEE-TRANS-FILE.
005620     CLOSE EMPLOYEE-MASTER-FILE.
005630     CLOSE AUDIT-REPORT-FILE.
005640     CLOSE REJECT-REPORT-FILE.
005650     CLOSE RETRO-REQUEST-FILE.
005652     CLOSE PAY-CALENDAR-FILE.
005654     CLOSE ACCRUAL-MASTER-FILE.
005656     CLOSE FINAL-PAY-FILE.
005658     CLOSE PAYOUT-REPORT-FILE.
005660     DISPLAY "EMPMNT - " WS-TRANS-COUNT " TRANSACTIONS READ".
005670     DISPLAY "EMPMNT - " WS-APPLIED-COUNT " APPLIED".
005680     DISPLAY "EMPMNT - " WS-REJECT-COUNT " REJECTED".
005690     DISPLAY "EMPMNT - " WS-RETRO-REQ-COUNT
005700             " RETRO REQUESTS WRITTEN".
005703     DISPLAY "EMPMNT - " WS-FINAL-PAY-COUNT
005706             " FINAL-PAY ENTRIES WRITTEN".
005710 9000-EXIT.
005720     EXIT.
005730 END PROGRAM EmpMaint.
