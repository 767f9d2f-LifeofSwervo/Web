000100*  PURPOSE.  LEAVE ACCRUAL POSTING RUN.  READS THE EMPLOYEE     *
000110*  MASTER SEQUENTIALLY ONCE PER PAY PERIOD AND CREDITS EACH     *
000120*  ACTIVE EMPLOYEE'S VACATION AND SICK BALANCES ON THE ACCRUAL  *
000130*  MASTER BY THE WEEKLY ACCRUAL RATES CARRIED ON THE            *
000140*  EMPLOYEE'S ACCRUAL RECORD, EACH SCALED TO THE PAY GROUP'S    *
000141*  PERIOD BY 52 / THE GROUP'S PERIODS PER YEAR (A BIWEEKLY      *
000142*  GROUP EARNS TWO WEEKS' WORTH).  AN ACTIVE EMPLOYEE WITH NO   *
000150*  ACCRUAL RECORD YET GETS ONE BUILT WITH THE SHOP DEFAULT      *
000160*  RATES AND ZERO BALANCES.  A TERMINATED EMPLOYEE ACCRUES      *
000170*  NOTHING.  EVERY EMPLOYEE POSTED GETS A LINE ON THE ACCRUAL   *
000300*                     BALANCE TWICE; THE PERIOD CONTROL RECORD
000310*                     NOW CARRIES AN ACCRUAL-POSTED FLAG THAT
000320*                     REFUSES THE SECOND RUN.
000321*    10/08/2026  RWK  PAY GROUPS.  THE RUN POSTS ONE PAY GROUP -
000322*                     THE ONE KEYED ON THE PERIOD CONTROL RECORD
000323*                     - FOR THE GROUP'S OPEN PERIOD ON THE PAY
000324*                     CALENDAR (PAYCAL.CPY), AND ONLY EMPLOYEES
000325*                     IN THE GROUP ACCRUE.  THE ACCRUAL RATES
000326*                     ON FILE ARE WEEKLY; EACH IS SCALED TO THE
000327*                     GROUP'S PERIOD BY ITS PERIODS PER YEAR.
000328*                     THE ACCRUAL-POSTED FLAG OF RECORD IS ON
000329*                     THE CALENDAR PERIOD AND IS SET WITH THE
000330*                     CONTROL RECORD'S.
000331******************************************************************

000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-PAYCTL-STATUS.

000551     SELECT PAY-CALENDAR-FILE ASSIGN TO "PAYCAL"
000552         ORGANIZATION IS INDEXED
000553         ACCESS MODE IS DYNAMIC
000554         RECORD KEY IS PY-CALENDAR-KEY
000555         FILE STATUS IS WS-PAYCAL-STATUS.

000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  EMPLOYEE-MASTER-FILE.
000660     RECORDING MODE IS F.
000670 COPY PCTLREC.CPY.

000673 FD  PAY-CALENDAR-FILE.
000676 COPY PAYCAL.CPY.

000680 WORKING-STORAGE SECTION.

000690*-----------------------------------------------------------------
000730 01  WS-ACCMST-STATUS            PIC X(02) VALUE SPACES.
000740 01  WS-ACCRPT-STATUS            PIC X(02) VALUE SPACES.
000750 01  WS-PAYCTL-STATUS            PIC X(02) VALUE SPACES.
000755 01  WS-PAYCAL-STATUS            PIC X(02) VALUE SPACES.

000760 01  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
000770     88  WS-END-OF-FILE                    VALUE 'Y'.
000790     88  WS-ACCRUAL-FOUND                  VALUE 'Y'.
000800     88  WS-ACCRUAL-NOT-FOUND              VALUE 'N'.

000802 01  WS-PAYCAL-EOF-SWITCH        PIC X(01) VALUE 'N'.
000804     88  WS-PAYCAL-END-OF-FILE             VALUE 'Y'.

000806 01  WS-PAYCAL-SWITCH            PIC X(01) VALUE 'N'.
000808     88  WS-OPEN-PERIOD-FOUND              VALUE 'Y'.

000810 01  WS-POSTED-COUNT             PIC 9(06) VALUE ZERO.

000820*-----------------------------------------------------------------
000830*    SHOP DEFAULT WEEKLY ACCRUAL RATES FOR AN EMPLOYEE WITH
000840*    NO ACCRUAL RECORD ON FILE YET
000850*-----------------------------------------------------------------
000860 01  WS-DEFAULT-VAC-ACCRUAL      PIC 99V9 VALUE 04.0.
000870 01  WS-DEFAULT-SICK-ACCRUAL     PIC 99V9 VALUE 02.0.

000871*-----------------------------------------------------------------
000872*    HOURS CREDITED FOR THE PAY GROUP'S PERIOD - THE WEEKLY
000873*    RATE TIMES 52 OVER THE GROUP'S PERIODS PER YEAR
000874*-----------------------------------------------------------------
000875 01  WS-WEEKS-PER-YEAR           PIC 9(02) VALUE 52.
000876 01  WS-VAC-CREDIT               PIC 99V9 VALUE ZERO.
000877 01  WS-SICK-CREDIT              PIC 99V9 VALUE ZERO.

000880*-----------------------------------------------------------------
000890*    ACCRUAL BALANCE REPORT LINES
000900*-----------------------------------------------------------------
001310*    THAT HAS ALREADY POSTED, OR WHOSE ACCRUAL HAS ALREADY
001320*    POSTED - A RESUBMITTED RUN WOULD CREDIT EVERY LEAVE
001330*    BALANCE TWICE.  THE FILE STAYS OPEN I-O SO 9000-TERMINATE
001335*    CAN FLIP THE ACCRUAL FLAG TO POSTED.  THE PERIOD ITSELF
001340*    COMES FROM THE PAY CALENDAR, FOR THE PAY GROUP KEYED ON
001345*    THE CONTROL RECORD.
001350******************************************************************
001360 1100-READ-PERIOD-CONTROL.
001370     OPEN I-O PAY-PERIOD-CONTROL-FILE.
001560     IF PC-ACCRUAL-POSTED
001570         DISPLAY "PAYACCR - ACCRUAL FOR PERIOD "
001580                 PC-PERIOD-NUMBER
001581                 " ALREADY POSTED - RUN REFUSED"
001582         MOVE 8 TO RETURN-CODE
001583         STOP RUN
001584     END-IF.
001585     IF PC-PAY-GROUP = SPACES
001586         DISPLAY "PAYACCR - NO PAY GROUP ON PERIOD CONTROL - "
001587                 "RUN REFUSED"
001588         MOVE 8 TO RETURN-CODE
001589         STOP RUN
001590     END-IF.
001591     PERFORM 1150-FIND-OPEN-PERIOD THRU 1150-EXIT.
001592     IF PY-ACCRUAL-POSTED
001593         DISPLAY "PAYACCR - ACCRUAL FOR PAY GROUP " PC-PAY-GROUP
001594                 " PERIOD " PC-PERIOD-NUMBER
001595                 " ALREADY POSTED - RUN REFUSED"
001596         MOVE 8 TO RETURN-CODE
001597         STOP RUN
001598     END-IF.
001599 1100-EXIT.
001600     EXIT.

001601******************************************************************
001602*    1150-FIND-OPEN-PERIOD
001603*    FINDS THE PAY GROUP'S LOWEST-NUMBERED PERIOD STILL OPEN ON
001604*    THE PAY CALENDAR AND COPIES ITS DATES, NUMBER, AND PERIODS
001605*    PER YEAR INTO THE CONTROL RECORD.  A GROUP WITH NO OPEN
001606*    PERIOD REFUSES THE RUN.  THE CALENDAR STAYS OPEN I-O SO
001607*    9000-TERMINATE CAN FLIP THE PERIOD'S ACCRUAL FLAG.
001608******************************************************************
001609 1150-FIND-OPEN-PERIOD.
001610     OPEN I-O PAY-CALENDAR-FILE.
001611     IF WS-PAYCAL-STATUS NOT = "00"
001612         DISPLAY "PAYACCR - UNABLE TO OPEN PAY CALENDAR, "
001613                 "STATUS = " WS-PAYCAL-STATUS
001614         MOVE 8 TO RETURN-CODE
001615         STOP RUN
001616     END-IF.
001617     MOVE PC-PAY-GROUP TO PY-PAY-GROUP.
001618     MOVE ZERO TO PY-CAL-YEAR PY-PERIOD-NUMBER.
001619     START PAY-CALENDAR-FILE KEY NOT < PY-CALENDAR-KEY
001620         INVALID KEY
001621             SET WS-PAYCAL-END-OF-FILE TO TRUE
001622     END-START.
001623     PERFORM 1160-READ-CALENDAR THRU 1160-EXIT
001624             UNTIL WS-PAYCAL-END-OF-FILE
001625             OR WS-OPEN-PERIOD-FOUND.
001626     IF NOT WS-OPEN-PERIOD-FOUND
001627         DISPLAY "PAYACCR - NO OPEN PERIOD ON PAY CALENDAR "
001628                 "FOR PAY GROUP " PC-PAY-GROUP
001629                 " - RUN REFUSED"
001630         MOVE 8 TO RETURN-CODE
001631         STOP RUN
001632     END-IF.
001633     IF PY-PERIODS-PER-YEAR NOT NUMERIC
001634        OR PY-PERIODS-PER-YEAR = ZERO
001635         DISPLAY "PAYACCR - PERIODS PER YEAR INVALID FOR PAY "
001636                 "GROUP " PC-PAY-GROUP " - RUN REFUSED"
001637         MOVE 8 TO RETURN-CODE
001638         STOP RUN
001639     END-IF.
001640     MOVE PY-PERIOD-END-DATE TO PC-PERIOD-END-DATE.
001641     MOVE PY-PERIOD-NUMBER TO PC-PERIOD-NUMBER.
001642     MOVE PY-PERIOD-START-DATE TO PC-PERIOD-START-DATE.
001643     MOVE PY-CHECK-DATE TO PC-CHECK-DATE.
001644     MOVE PY-PERIODS-PER-YEAR TO PC-PERIODS-PER-YEAR.
001645 1150-EXIT.
001646     EXIT.

001647******************************************************************
001648*    1160-READ-CALENDAR
001649******************************************************************
001650 1160-READ-CALENDAR.
001651     READ PAY-CALENDAR-FILE NEXT RECORD
001652         AT END
001653             SET WS-PAYCAL-END-OF-FILE TO TRUE
001654     END-READ.
001655     IF NOT WS-PAYCAL-END-OF-FILE
001656         IF PY-PAY-GROUP NOT = PC-PAY-GROUP
001657             SET WS-PAYCAL-END-OF-FILE TO TRUE
001658         ELSE
001659             IF PY-PERIOD-OPEN
001660                 SET WS-OPEN-PERIOD-FOUND TO TRUE
001661             END-IF
001662         END-IF
001663     END-IF.
001664 1160-EXIT.
001665     EXIT.

001666******************************************************************
001667*    2000-POST-EMPLOYEE
001670*    CREDITS ONE ACTIVE EMPLOYEE'S ACCRUAL BALANCES AND WRITES
001676*    THE BALANCE REPORT LINE.  A TERMINATED EMPLOYEE, OR ONE IN
001682*    ANOTHER PAY GROUP, IS SKIPPED.
001690******************************************************************
001700 2000-POST-EMPLOYEE.
001710     IF EM-ACTIVE AND EM-PAY-GROUP = PC-PAY-GROUP
001720         PERFORM 2200-READ-ACCRUAL THRU 2200-EXIT
001727         PERFORM 2250-SCALE-ACCRUAL THRU 2250-EXIT
001734         ADD WS-VAC-CREDIT TO AB-VACATION-BALANCE
001741         ADD WS-SICK-CREDIT TO AB-SICK-BALANCE
001750         IF WS-ACCRUAL-NOT-FOUND
001760             WRITE AB-ACCRUAL-RECORD
001770         ELSE
002170     EXIT.

002180******************************************************************
002181*    2250-SCALE-ACCRUAL
002182*    THE RATES ON FILE ARE HOURS PER WEEK; THE CREDIT FOR THE
002183*    PAY GROUP'S PERIOD IS THE RATE TIMES 52 OVER THE GROUP'S
002184*    PERIODS PER YEAR.
002185******************************************************************
002186 2250-SCALE-ACCRUAL.
002187     COMPUTE WS-VAC-CREDIT ROUNDED =
002188             AB-VACATION-ACCRUAL * WS-WEEKS-PER-YEAR
002189             / PC-PERIODS-PER-YEAR.
002190     COMPUTE WS-SICK-CREDIT ROUNDED =
002191             AB-SICK-ACCRUAL * WS-WEEKS-PER-YEAR
002192             / PC-PERIODS-PER-YEAR.
002193 2250-EXIT.
002194     EXIT.

002195******************************************************************
002196*    2300-WRITE-BALANCE-LINE
002200******************************************************************
002210 2300-WRITE-BALANCE-LINE.
002220     MOVE EM-EMPLOYEE-ID TO AC-EMPLOYEE-ID.
002230     MOVE EM-EMPLOYEE-NAME TO AC-EMPLOYEE-NAME.
002240     MOVE WS-VAC-CREDIT TO AC-VAC-ACCRUAL.
002250     MOVE AB-VACATION-BALANCE TO AC-VAC-BALANCE.
002260     MOVE WS-SICK-CREDIT TO AC-SICK-ACCRUAL.
002270     MOVE AB-SICK-BALANCE TO AC-SICK-BALANCE.
002280     WRITE AR-PRINT-LINE FROM AC-DETAIL-LINE.
002290 2300-EXIT.
002420         MOVE 8 TO RETURN-CODE
002430     END-IF.
002440     CLOSE PAY-PERIOD-CONTROL-FILE.
002441     SET PY-ACCRUAL-POSTED TO TRUE.
002442     REWRITE PY-CALENDAR-RECORD.
002443     IF WS-PAYCAL-STATUS NOT = "00"
002444         DISPLAY "PAYACCR - PAY CALENDAR REWRITE FAILED, "
002445                 "STATUS = " WS-PAYCAL-STATUS
002446         MOVE 8 TO RETURN-CODE
002447     END-IF.
002448     CLOSE PAY-CALENDAR-FILE.
002450     CLOSE EMPLOYEE-MASTER-FILE.
002460     CLOSE ACCRUAL-MASTER-FILE.
002470     CLOSE ACCRUAL-REPORT-FILE.
