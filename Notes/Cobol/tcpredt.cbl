000100*  PURPOSE.  TIMECARD PRE-EDIT AND BATCH BALANCING FRONT END.   *
000110*  RUNS BEFORE PayDriver.  VERIFIES THE TIMECARD FILE IS IN     *
000120*  ASCENDING EMPLOYEE-ID SEQUENCE (PayDriver'S RESTART LOGIC    *
000128*  DEPENDS ON IT), FLAGS A SECOND CARD OF THE SAME EARNINGS     *
000136*  TYPE FOR AN EMPLOYEE SO NOBODY CAN BE PAID TWICE, FLAGS      *
000144*  EARNINGS CARDS PayDriver CANNOT GATHER INTO ONE PAY,         *
000152*  FIELD-EDITS HOURS AND RATE FOR NON-NUMERIC GARBAGE, AND      *
000160*  BALANCES THE FILE AGAINST THE SUBMITTED BATCH CONTROL        *
000168*  RECORD (RECORD COUNT PLUS HASH TOTALS OF HOURS AND RATES).   *
000176*  ENDS WITH CONDITION CODE ZERO WHEN THE BATCH IS CLEAN AND    *
000184*  IN BALANCE, CONDITION CODE 8 OTHERWISE, SO THE SCHEDULER     *
000192*  CAN HOLD THE PAY RUN ON A BAD BATCH.                         *
000200*-----------------------------------------------------------------
000210*  MODIFICATION HISTORY.
000220*    08/22/2026  RWK  ORIGINAL.
000630*                     PERIOD CONTROL RECORD FOR THE CURRENT
000640*                     YEAR AND PERIOD AND TREATS AN ORIGINAL
000650*                     PERIOD NUMBER HIGHER THAN THE CURRENT
000651*                     ONE AS THE PRIOR YEAR'S.
000652*    10/05/2026  RWK  PayDriver NOW PAYS ALL OF AN EMPLOYEE'S
000653*                     EARNINGS CARDS AS ONE PAY, SO SEVERAL
000654*                     NORMAL CARDS ARE LEGITIMATE - A DUPLICATE
000655*                     IS A SECOND NORMAL CARD OF THE SAME
000656*                     EARNINGS TYPE.  EARNINGS CARDS THAT FOLLOW
000657*                     AN ADJUSTMENT OR VOID AFTER EARLIER
000658*                     EARNINGS CARDS, AND MORE THAN 10 EARNINGS
000659*                     CARDS FOR ONE EMPLOYEE, ARE EDIT ERRORS -
000660*                     PayDriver WOULD HOLD THE EMPLOYEE.
000661*    10/08/2026  RWK  PAY GROUPS.  THE BATCH IS EDITED FOR THE
000662*                     PAY GROUP KEYED ON THE PERIOD CONTROL
000663*                     RECORD, AGAINST THE GROUP'S OPEN PERIOD ON
000664*                     THE PAY CALENDAR (PAYCAL.CPY), WHICH NOW
000665*                     SUPPLIES THE CURRENT YEAR AND PERIOD FOR
000666*                     THE HISTORY VALIDATION.  THE CONTROL
000667*                     RECORD AND CALENDAR ARE REQUIRED - WITHOUT
000668*                     THEM THE RUN ENDS WITH CONDITION CODE 8.
000669*                     A CARD FOR AN EMPLOYEE ON THE MASTER IN
000670*                     ANOTHER PAY GROUP IS AN EDIT ERROR -
000671*                     PayDriver WOULD REJECT IT.
000672*    10/09/2026  RWK  THE PAY HISTORY KEY NOW ENDS IN THE RUN
000673*                     SEQUENCE.  THE ORIGINAL PAY BEING REVERSED
000674*                     IS LOOKED UP UNDER THE REGULAR RUN (ZERO).
000675******************************************************************

000680 ENVIRONMENT DIVISION.
000690 CONFIGURATION SECTION.
000890         ORGANIZATION IS SEQUENTIAL
000900         FILE STATUS IS WS-PAYCTL-STATUS.

000901     SELECT PAY-CALENDAR-FILE ASSIGN TO "PAYCAL"
000902         ORGANIZATION IS INDEXED
000903         ACCESS MODE IS DYNAMIC
000904         RECORD KEY IS PY-CALENDAR-KEY
000905         FILE STATUS IS WS-PAYCAL-STATUS.

000906     SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
000907         ORGANIZATION IS INDEXED
000908         ACCESS MODE IS RANDOM
000909         RECORD KEY IS EM-EMPLOYEE-ID
000910         FILE STATUS IS WS-EMPMAST-STATUS.

000911 DATA DIVISION.
000920 FILE SECTION.
000930 FD  TIMECARD-FILE
000940     RECORDING MODE IS F.
001050     RECORDING MODE IS F.
001060 COPY PCTLREC.CPY.

001062 FD  PAY-CALENDAR-FILE.
001064 COPY PAYCAL.CPY.

001066 FD  EMPLOYEE-MASTER-FILE.
001068 COPY EMPMAST.CPY.

001070 WORKING-STORAGE SECTION.

001080*-----------------------------------------------------------------
001160     88  WS-HISTORY-AVAILABLE              VALUE 'Y'.

001170 01  WS-PAYCTL-STATUS            PIC X(02) VALUE SPACES.
001171 01  WS-PAYCAL-STATUS            PIC X(02) VALUE SPACES.
001172 01  WS-EMPMAST-STATUS           PIC X(02) VALUE SPACES.

001173 01  WS-PAYCAL-EOF-SWITCH        PIC X(01) VALUE 'N'.
001174     88  WS-PAYCAL-END-OF-FILE             VALUE 'Y'.

001175 01  WS-PAYCAL-SWITCH            PIC X(01) VALUE 'N'.
001176     88  WS-OPEN-PERIOD-FOUND              VALUE 'Y'.

001180*-----------------------------------------------------------------
001182*    PAY-GROUP CHECK FOR THE CURRENT EMPLOYEE-ID GROUP - SET
001184*    ONCE WHEN THE ID CHANGES.  AN EMPLOYEE NOT ON THE MASTER
001186*    IS LEFT TO PayDriver'S OWN EDIT.
001188*-----------------------------------------------------------------
001190 01  WS-OTHER-GROUP-SWITCH       PIC X(01) VALUE 'N'.
001192     88  WS-OTHER-PAY-GROUP                VALUE 'Y'.
001194     88  WS-SAME-PAY-GROUP                 VALUE 'N'.

001196*-----------------------------------------------------------------
001198*    CURRENT PERIOD YEAR AND NUMBER FROM THE PAY GROUP'S OPEN
001200*    PERIOD - THE HISTORY KEY CARRIES THE YEAR, AND AN ORIGINAL
001210*    PERIOD NUMBER HIGHER THAN THE CURRENT ONE BELONGS TO THE
001220*    PRIOR YEAR.
001230*-----------------------------------------------------------------
001440 01  WS-SEEN-VOID-SW             PIC X(01) VALUE 'N'.
001450     88  WS-SEEN-VOID                      VALUE 'Y'.

001451*-----------------------------------------------------------------
001452*    EARNINGS TYPES ALREADY SEEN ON NORMAL CARDS WITHIN THE
001453*    CURRENT EMPLOYEE-ID GROUP, ONE SWITCH PER TYPE IN THE ORDER
001454*    REGULAR, OVERTIME, VACATION, SICK, HOLIDAY, BONUS.  ALSO
001455*    RESET WHEN THE ID CHANGES, WITH THE EARNINGS CARD COUNT AND
001456*    THE SPLIT SWITCHES.
001457*-----------------------------------------------------------------
001458 01  WS-SEEN-EARN-TABLE.
001459     05  WS-SEEN-EARN-SW         PIC X(01) OCCURS 6 TIMES.
001460 01  WS-EARN-SUB                 PIC 9(02) VALUE ZERO.
001461 01  WS-EARN-CARD-COUNT          PIC 9(04) VALUE ZERO.
001462 01  WS-EARN-CARD-MAX            PIC 9(04) VALUE 10.

001463 01  WS-SEEN-EARNINGS-SW         PIC X(01) VALUE 'N'.
001464     88  WS-SEEN-EARNINGS                  VALUE 'Y'.
001465 01  WS-SPLIT-PENDING-SW         PIC X(01) VALUE 'N'.
001466     88  WS-SPLIT-PENDING                  VALUE 'Y'.

001467 01  WS-ORIG-DEDUCT-TOTAL        PIC 9(06)V99 VALUE ZERO.

001470 01  WS-RECORD-COUNT             PIC 9(06) VALUE ZERO.
001480 01  WS-ERROR-COUNT              PIC 9(06) VALUE ZERO.
001670*    1000-INITIALIZE
001680******************************************************************
001690 1000-INITIALIZE.
001691     PERFORM 1200-READ-PERIOD-CONTROL THRU 1200-EXIT.
001692     OPEN INPUT EMPLOYEE-MASTER-FILE.
001693     IF WS-EMPMAST-STATUS NOT = "00"
001694         DISPLAY "TCPREDT - UNABLE TO OPEN EMPLOYEE MASTER, "
001695                 "STATUS = " WS-EMPMAST-STATUS
001696         MOVE 8 TO RETURN-CODE
001697         STOP RUN
001698     END-IF.
001700     OPEN INPUT TIMECARD-FILE.
001710     IF WS-TIMECARD-STATUS NOT = "00"
001720         DISPLAY "TCPREDT - UNABLE TO OPEN TIMECARD FILE, "
001950         DISPLAY "TCPREDT - PAY HISTORY UNAVAILABLE, STATUS = "
001960                 WS-PAYHIST-STATUS
001970                 " - HISTORY VALIDATION SKIPPED"
002010     END-IF.
002020     PERFORM 1100-READ-BATCH-CONTROL THRU 1100-EXIT.
002030     PERFORM 2100-READ-TIMECARD THRU 2100-EXIT.

002320******************************************************************
002330*    1200-READ-PERIOD-CONTROL
002337*    READS THE CONTROL RECORD FOR THE PAY GROUP BEING RUN AND
002344*    LOOKS UP THE GROUP'S OPEN PERIOD ON THE PAY CALENDAR.  THE
002351*    PERIOD'S YEAR AND NUMBER FEED THE HISTORY VALIDATION - THE
002358*    PAY HISTORY KEY CARRIES THE PERIOD YEAR.  THE BATCH CANNOT
002365*    BE EDITED FOR A GROUP WITHOUT THEM, SO A MISSING CONTROL
002372*    RECORD, PAY GROUP, OR OPEN PERIOD ENDS THE RUN WITH
002379*    CONDITION CODE 8.
002390******************************************************************
002400 1200-READ-PERIOD-CONTROL.
002410     OPEN INPUT PAY-PERIOD-CONTROL-FILE.
002420     IF WS-PAYCTL-STATUS NOT = "00"
002430         DISPLAY "TCPREDT - UNABLE TO OPEN PERIOD CONTROL, "
002440                 "STATUS = " WS-PAYCTL-STATUS
002456         MOVE 8 TO RETURN-CODE
002472         STOP RUN
002490     END-IF.
002500     READ PAY-PERIOD-CONTROL-FILE
002510         AT END
002520             DISPLAY "TCPREDT - PERIOD CONTROL RECORD MISSING"
002533             MOVE 8 TO RETURN-CODE
002546             STOP RUN
002560     END-READ.
002566     CLOSE PAY-PERIOD-CONTROL-FILE.
002572     IF PC-PAY-GROUP = SPACES
002578         DISPLAY "TCPREDT - NO PAY GROUP ON PERIOD CONTROL"
002584         MOVE 8 TO RETURN-CODE
002590         STOP RUN
002600     END-IF.
002603     PERFORM 1250-FIND-OPEN-PERIOD THRU 1250-EXIT.
002606     MOVE PY-CAL-YEAR TO WS-RUN-YEAR.
002609     MOVE PY-PERIOD-NUMBER TO WS-CURR-PERIOD.
002610     DISPLAY "TCPREDT - PAY GROUP " PC-PAY-GROUP " PERIOD "
002611             PY-PERIOD-NUMBER " ENDING " PY-PERIOD-END-DATE.
002612 1200-EXIT.
002613     EXIT.

002614******************************************************************
002615*    1250-FIND-OPEN-PERIOD
002616*    FINDS THE PAY GROUP'S LOWEST-NUMBERED PERIOD STILL OPEN ON
002617*    THE PAY CALENDAR - THE PERIOD PayDriver WILL PAY.
002618******************************************************************
002619 1250-FIND-OPEN-PERIOD.
002620     OPEN INPUT PAY-CALENDAR-FILE.
002621     IF WS-PAYCAL-STATUS NOT = "00"
002622         DISPLAY "TCPREDT - UNABLE TO OPEN PAY CALENDAR, "
002623                 "STATUS = " WS-PAYCAL-STATUS
002624         MOVE 8 TO RETURN-CODE
002625         STOP RUN
002626     END-IF.
002627     MOVE PC-PAY-GROUP TO PY-PAY-GROUP.
002628     MOVE ZERO TO PY-CAL-YEAR PY-PERIOD-NUMBER.
002629     START PAY-CALENDAR-FILE KEY NOT < PY-CALENDAR-KEY
002630         INVALID KEY
002631             SET WS-PAYCAL-END-OF-FILE TO TRUE
002632     END-START.
002633     PERFORM 1260-READ-CALENDAR THRU 1260-EXIT
002634             UNTIL WS-PAYCAL-END-OF-FILE
002635             OR WS-OPEN-PERIOD-FOUND.
002636     CLOSE PAY-CALENDAR-FILE.
002637     IF NOT WS-OPEN-PERIOD-FOUND
002638         DISPLAY "TCPREDT - NO OPEN PERIOD ON PAY CALENDAR "
002639                 "FOR PAY GROUP " PC-PAY-GROUP
002640         MOVE 8 TO RETURN-CODE
002641         STOP RUN
002642     END-IF.
002643 1250-EXIT.
002644     EXIT.

002645******************************************************************
002646*    1260-READ-CALENDAR
002647******************************************************************
002648 1260-READ-CALENDAR.
002649     READ PAY-CALENDAR-FILE NEXT RECORD
002650         AT END
002651             SET WS-PAYCAL-END-OF-FILE TO TRUE
002652     END-READ.
002653     IF NOT WS-PAYCAL-END-OF-FILE
002654         IF PY-PAY-GROUP NOT = PC-PAY-GROUP
002655             SET WS-PAYCAL-END-OF-FILE TO TRUE
002656         ELSE
002657             IF PY-PERIOD-OPEN
002658                 SET WS-OPEN-PERIOD-FOUND TO TRUE
002659             END-IF
002660         END-IF
002661     END-IF.
002662 1260-EXIT.
002663     EXIT.

002664******************************************************************
002665*    2000-EDIT-TIMECARD
002666*    SEQUENCE, DUPLICATE, AND FIELD EDITS FOR ONE TIMECARD.
002670*    EVERY RECORD COUNTS TOWARD THE BATCH TOTALS WHETHER IT
002680*    PASSES OR NOT - THE SUBMITTED CONTROL TOTALS COVER THE
002690*    WHOLE FILE AS KEYED.
002780         MOVE 'N' TO WS-SEEN-NORMAL-SW
002790         MOVE 'N' TO WS-SEEN-ADJUST-SW
002800         MOVE 'N' TO WS-SEEN-VOID-SW
002801         MOVE 'NNNNNN' TO WS-SEEN-EARN-TABLE
002802         MOVE ZERO TO WS-EARN-CARD-COUNT
002803         MOVE 'N' TO WS-SEEN-EARNINGS-SW
002804         MOVE 'N' TO WS-SPLIT-PENDING-SW
002805         PERFORM 2600-CHECK-PAY-GROUP THRU 2600-EXIT
002806     END-IF.
002807     IF WS-OTHER-PAY-GROUP
002808         MOVE "EMPLOYEE NOT IN THIS PAY GROUP" TO EL-REASON
002809         PERFORM 2300-WRITE-EDIT-ERROR THRU 2300-EXIT
002810     END-IF.
002811     IF TC-TYPE-NORMAL OR TC-TYPE-RETRO
002812         PERFORM 2200-EDIT-EARNINGS-GROUP THRU 2200-EXIT
002813     END-IF.
002820     EVALUATE TRUE
002870         WHEN TC-TYPE-NORMAL
002880             SET WS-SEEN-NORMAL TO TRUE
002890         WHEN TC-TYPE-ADJUSTMENT AND WS-SEEN-ADJUST
002920             PERFORM 2300-WRITE-EDIT-ERROR THRU 2300-EXIT
002930         WHEN TC-TYPE-ADJUSTMENT
002940             SET WS-SEEN-ADJUST TO TRUE
002942             IF WS-SEEN-EARNINGS
002944                 SET WS-SPLIT-PENDING TO TRUE
002946             END-IF
002950         WHEN TC-TYPE-VOID AND WS-SEEN-VOID
002960             MOVE "DUPLICATE VOID FOR EMPLOYEE" TO EL-REASON
002970             PERFORM 2300-WRITE-EDIT-ERROR THRU 2300-EXIT
002980         WHEN TC-TYPE-VOID
002990             SET WS-SEEN-VOID TO TRUE
002992             IF WS-SEEN-EARNINGS
002994                 SET WS-SPLIT-PENDING TO TRUE
002996             END-IF
003000         WHEN TC-TYPE-RETRO
003010             CONTINUE
003020         WHEN OTHER
003330     READ TIMECARD-FILE
003340         AT END
003350             SET WS-END-OF-FILE TO TRUE
003351     END-READ.
003352 2100-EXIT.
003353     EXIT.

003354******************************************************************
003355*    2200-EDIT-EARNINGS-GROUP
003356*    PayDriver GATHERS AN EMPLOYEE'S EARNINGS CARDS (NORMAL AND
003357*    RETRO) INTO ONE PAY OF AT MOST 10 LINES.  A SECOND NORMAL
003358*    CARD OF THE SAME EARNINGS TYPE IS A DUPLICATE; AN EARNINGS
003359*    CARD AFTER AN ADJUSTMENT OR VOID THAT ITSELF FOLLOWED
003360*    EARNINGS CARDS SPLITS THE PAY; AN 11TH CARD OVERFLOWS IT.
003361*    PayDriver WOULD HOLD THE EMPLOYEE ON EITHER OF THE LAST TWO.
003362******************************************************************
003363 2200-EDIT-EARNINGS-GROUP.
003364     ADD 1 TO WS-EARN-CARD-COUNT.
003365     IF WS-SPLIT-PENDING
003366         MOVE "EARNINGS CARDS SPLIT BY A REVERSAL" TO EL-REASON
003367         PERFORM 2300-WRITE-EDIT-ERROR THRU 2300-EXIT
003368     END-IF.
003369     IF WS-EARN-CARD-COUNT = WS-EARN-CARD-MAX + 1
003370         MOVE "MORE THAN 10 EARNINGS CARDS FOR EMPLOYEE"
003371             TO EL-REASON
003372         PERFORM 2300-WRITE-EDIT-ERROR THRU 2300-EXIT
003373     END-IF.
003374     SET WS-SEEN-EARNINGS TO TRUE.
003375     IF TC-TYPE-RETRO
003376         GO TO 2200-EXIT
003377     END-IF.
003378     EVALUATE TRUE
003379         WHEN TC-EARN-REGULAR
003380             MOVE 1 TO WS-EARN-SUB
003381         WHEN TC-EARN-OVERTIME
003382             MOVE 2 TO WS-EARN-SUB
003383         WHEN TC-EARN-VACATION
003384             MOVE 3 TO WS-EARN-SUB
003385         WHEN TC-EARN-SICK
003386             MOVE 4 TO WS-EARN-SUB
003387         WHEN TC-EARN-HOLIDAY
003388             MOVE 5 TO WS-EARN-SUB
003389         WHEN TC-EARN-BONUS
003390             MOVE 6 TO WS-EARN-SUB
003391         WHEN OTHER
003392             GO TO 2200-EXIT
003393     END-EVALUATE.
003394     IF WS-SEEN-EARN-SW (WS-EARN-SUB) = 'Y'
003395         MOVE "DUPLICATE EARNINGS TYPE FOR EMPLOYEE"
003396             TO EL-REASON
003397         PERFORM 2300-WRITE-EDIT-ERROR THRU 2300-EXIT
003398     ELSE
003399         MOVE 'Y' TO WS-SEEN-EARN-SW (WS-EARN-SUB)
003400     END-IF.
003401 2200-EXIT.
003402     EXIT.

003403******************************************************************
003404*    2300-WRITE-EDIT-ERROR
003410*    ONE REPORT LINE PER FAILED EDIT.  THE RAW HOURS AND RATE
003420*    CHARACTERS ARE PRINTED AS KEYED SO GARBAGE IS VISIBLE.
003430******************************************************************
004140     MOVE WS-ORIG-YEAR TO PH-PERIOD-YEAR.
004150     MOVE TC-ORIG-PERIOD TO PH-PERIOD-NUMBER.
004160     MOVE "N" TO PH-TRANS-TYPE.
004165     MOVE ZERO TO PH-RUN-SEQUENCE.
004170     READ PAY-HISTORY-FILE
004180         INVALID KEY
004190             SET WS-HISTORY-NOT-FOUND TO TRUE
004280         PERFORM 2300-WRITE-EDIT-ERROR THRU 2300-EXIT
004290     END-IF.
004300 2500-EXIT.
004301     EXIT.

004302******************************************************************
004303*    2600-CHECK-PAY-GROUP
004304*    LOOKS THE NEW EMPLOYEE ID UP ON THE MASTER.  AN EMPLOYEE
004305*    ON FILE IN ANOTHER PAY GROUP IS PAID IN THAT GROUP'S RUN,
004306*    NOT THIS ONE.
004307******************************************************************
004308 2600-CHECK-PAY-GROUP.
004309     SET WS-SAME-PAY-GROUP TO TRUE.
004310     MOVE TC-EMPLOYEE-ID TO EM-EMPLOYEE-ID.
004311     READ EMPLOYEE-MASTER-FILE
004312         INVALID KEY
004313             GO TO 2600-EXIT
004314     END-READ.
004315     IF EM-PAY-GROUP NOT = PC-PAY-GROUP
004316         SET WS-OTHER-PAY-GROUP TO TRUE
004317     END-IF.
004318 2600-EXIT.
004319     EXIT.

004320******************************************************************
004330*    8000-BALANCE-BATCH
004760     CLOSE TIMECARD-FILE.
004770     CLOSE BATCH-CONTROL-FILE.
004780     CLOSE EDIT-REPORT-FILE.
004785     CLOSE EMPLOYEE-MASTER-FILE.
004790     IF WS-HISTORY-AVAILABLE
004800         CLOSE PAY-HISTORY-FILE
004810     END-IF.
