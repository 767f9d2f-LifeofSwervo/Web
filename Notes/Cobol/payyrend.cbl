000260*  PROPER CLOSE.                                                *
000270*-----------------------------------------------------------------
000280*  MODIFICATION HISTORY.
000281*    09/01/2026  RWK  ORIGINAL.
000282*    10/06/2026  RWK  THE NEW YEAR ALSO ZEROES THE FEDERAL,
000283*                     STATE, AND FICA TAXABLE-WAGE BUCKETS.  THE
000284*                     HISTORY RECORD WIDENED TO 300 TO HOLD THE
000285*                     LONGER YTD RECORD WHOLE; THE W2 EXTRACT
000286*                     LINE WIDENED TO 150 TO MATCH PayW2.
000287*    10/08/2026  RWK  OPENING THE NEW YEAR ALSO BUILDS ITS PAY
000288*                     CALENDAR (PAYCAL.CPY).  EACH PAY GROUP
000289*                     WITH PERIODS IN THE CLOSING YEAR GETS THE
000290*                     NEW YEAR'S PERIODS ON THE SAME FREQUENCY -
000291*                     WEEKLY AND BIWEEKLY PERIODS RUN ON FROM
000292*                     THE LAST PERIOD END, SEMI-MONTHLY PERIODS
000293*                     END THE 15TH AND THE LAST DAY OF THE
000294*                     MONTH, MONTHLY PERIODS THE LAST DAY - WITH
000295*                     THE CHECK DATE THE SAME NUMBER OF DAYS
000296*                     AFTER THE PERIOD END AS THE GROUP'S LAST
000297*                     PERIOD.  A GROUP WHOSE NEW-YEAR PERIODS
000298*                     ARE ALREADY ON FILE IS LEFT AS IS.
000299*    10/13/2026  RWK  THE NEW YEAR ALSO ZEROES THE YTD EMPLOYER
000300*                     401(K) MATCH BUCKET.
000301******************************************************************

000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000540         RECORD KEY IS EM-EMPLOYEE-ID
000550         FILE STATUS IS WS-EMPMAST-STATUS.

000551     SELECT PAY-CALENDAR-FILE ASSIGN TO "PAYCAL"
000552         ORGANIZATION IS INDEXED
000553         ACCESS MODE IS DYNAMIC
000554         RECORD KEY IS PY-CALENDAR-KEY
000555         FILE STATUS IS WS-PAYCAL-STATUS.

000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  YEAR-CONTROL-FILE

000630 FD  YTD-HISTORY-FILE
000640     RECORDING MODE IS F.
000650 01  YH-HISTORY-RECORD           PIC X(300).

000660 FD  W2-EXTRACT-FILE
000670     RECORDING MODE IS F.
000680 01  W2-PRINT-LINE               PIC X(150).

000690 FD  EMPLOYEE-MASTER-FILE.
000700 COPY EMPMAST.CPY.

000703 FD  PAY-CALENDAR-FILE.
000706 COPY PAYCAL.CPY.

000710 WORKING-STORAGE SECTION.

000720*-----------------------------------------------------------------
000770 01  WS-YTDHIST-STATUS           PIC X(02) VALUE SPACES.
000780 01  WS-W2EXTR-STATUS            PIC X(02) VALUE SPACES.
000790 01  WS-EMPMAST-STATUS           PIC X(02) VALUE SPACES.
000795 01  WS-PAYCAL-STATUS            PIC X(02) VALUE SPACES.

000800 01  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
000810     88  WS-END-OF-FILE                    VALUE 'Y'.
000820 01  WS-EMP-EOF-SWITCH           PIC X(01) VALUE 'N'.
000830     88  WS-EMP-END-OF-FILE                VALUE 'Y'.

000833 01  WS-PAYCAL-EOF-SWITCH        PIC X(01) VALUE 'N'.
000836     88  WS-PAYCAL-END-OF-FILE             VALUE 'Y'.

000840 01  WS-MASTER-SWITCH            PIC X(01) VALUE 'N'.
000850     88  WS-MASTER-FOUND                   VALUE 'Y'.
000860     88  WS-MASTER-NOT-FOUND               VALUE 'N'.
000970*-----------------------------------------------------------------
000980 01  WS-RETENTION-YEARS          PIC 9(02) VALUE 03.
000990 01  WS-PURGE-CUTOFF-YEAR        PIC 9(04) VALUE ZERO.
000991 01  WS-NEW-YEAR                 PIC 9(04) VALUE ZERO.
000992 01  WS-TERM-YEAR                PIC 9(04) VALUE ZERO.

000993*-----------------------------------------------------------------
000994*    PAY CALENDAR BUILD.  ONE ENTRY PER PAY GROUP ON THE
000995*    CALENDAR, WITH THE GROUP'S FREQUENCY, PERIODS PER YEAR,
000996*    AND LAST PERIOD END AND CHECK DATE IN THE CLOSING YEAR,
000997*    AND WHETHER THE NEW YEAR'S PERIODS ARE ALREADY ON FILE.
000998*-----------------------------------------------------------------
000999 01  WS-CAL-GROUP-TABLE.
001000     05  WS-CAL-GROUP OCCURS 20 TIMES.
001001         10  WS-CG-GROUP         PIC X(02).
001002         10  WS-CG-FREQUENCY     PIC X(01).
001003         10  WS-CG-PERIODS       PIC 9(02).
001004         10  WS-CG-LAST-END      PIC 9(08).
001005         10  WS-CG-LAST-CHECK    PIC 9(08).
001006         10  WS-CG-CLOSE-SW      PIC X(01).
001007             88  WS-CG-HAS-CLOSE-YEAR       VALUE 'Y'.
001008         10  WS-CG-NEXT-SW       PIC X(01).
001009             88  WS-CG-HAS-NEW-YEAR         VALUE 'Y'.
001010 01  WS-CG-COUNT                 PIC 9(02) VALUE ZERO.
001011 01  WS-CG-MAX                   PIC 9(02) VALUE 20.
001012 01  WS-CG-SUB                   PIC 9(02) VALUE ZERO.

001013 01  WS-GEN-DONE-SWITCH          PIC X(01) VALUE 'N'.
001014     88  WS-GEN-DONE                       VALUE 'Y'.
001015 01  WS-GEN-PERIOD               PIC 9(02) VALUE ZERO.
001016 01  WS-GEN-MONTH                PIC 9(02) VALUE ZERO.
001017 01  WS-GEN-STEP                 PIC 9(02) VALUE ZERO.
001018 01  WS-GEN-START                PIC 9(08) VALUE ZERO.
001019 01  WS-GEN-END                  PIC 9(08) VALUE ZERO.
001020 01  WS-GEN-END-PARTS REDEFINES WS-GEN-END.
001021     05  WS-GE-YEAR              PIC 9(04).
001022     05  WS-GE-MONTH             PIC 9(02).
001023     05  WS-GE-DAY               PIC 9(02).
001024 01  WS-GEN-EOM-DAY              PIC 9(02) VALUE ZERO.
001025 01  WS-PREV-END                 PIC 9(08) VALUE ZERO.
001026 01  WS-CHECK-LAG                PIC 9(02) VALUE ZERO.
001027 01  WS-CAL-ROW-COUNT            PIC 9(06) VALUE ZERO.
001028 01  WS-CAL-GROUP-COUNT          PIC 9(04) VALUE ZERO.

001029*-----------------------------------------------------------------
001030*    CALENDAR DATE STEPPING WORK AREA
001031*-----------------------------------------------------------------
001032 01  WS-STEP-DATE                PIC 9(08) VALUE ZERO.
001033 01  WS-STEP-DATE-PARTS REDEFINES WS-STEP-DATE.
001034     05  WS-SD-YEAR              PIC 9(04).
001035     05  WS-SD-MONTH             PIC 9(02).
001036     05  WS-SD-DAY               PIC 9(02).

001037 01  WS-MONTH-DAYS-VALUES        PIC X(24)
001038                                 VALUE '312831303130313130313031'.
001039 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
001040     05  WS-MONTH-DAYS OCCURS 12 TIMES
001041                                 PIC 9(02).
001042 01  WS-DAYS-IN-MONTH            PIC 9(02) VALUE ZERO.
001043 01  WS-LEAP-SWITCH              PIC X(01) VALUE 'N'.
001044     88  WS-LEAP-YEAR                      VALUE 'Y'.
001045 01  WS-LEAP-QUOTIENT            PIC 9(04) VALUE ZERO.
001046 01  WS-LEAP-REMAINDER           PIC 9(04) VALUE ZERO.

001047 PROCEDURE DIVISION.

001048******************************************************************
001049*    0000-MAINLINE
001050******************************************************************
001060 0000-MAINLINE.
001070     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001080     PERFORM 2000-CLOSE-ONE-EMPLOYEE THRU 2000-EXIT
001090             UNTIL WS-END-OF-FILE.
001100     PERFORM 3000-PURGE-UNPAID-TERMS THRU 3000-EXIT.
001105     PERFORM 4000-BUILD-NEXT-CALENDAR THRU 4000-EXIT.
001110     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001120     STOP RUN.

001340     IF WS-EMPMAST-STATUS NOT = "00"
001350         DISPLAY "PAYYREND - UNABLE TO OPEN EMPLOYEE MASTER, "
001360                 "STATUS = " WS-EMPMAST-STATUS
001361         MOVE 8 TO RETURN-CODE
001362         STOP RUN
001363     END-IF.
001364     OPEN I-O PAY-CALENDAR-FILE.
001365     IF WS-PAYCAL-STATUS NOT = "00"
001366         DISPLAY "PAYYREND - UNABLE TO OPEN PAY CALENDAR, "
001367                 "STATUS = " WS-PAYCAL-STATUS
001370         MOVE 8 TO RETURN-CODE
001380         STOP RUN
001390     END-IF.
002930                  YT-YTD-ER-FICA YT-YTD-ER-FUTA YT-YTD-ER-SUTA
002940                  YT-QTD-GROSS-PAY YT-QTD-DEDUCTIONS
002950                  YT-QTD-NET-PAY YT-QTD-STATE-TAX
002953                  YT-QTD-ER-FICA YT-QTD-ER-FUTA YT-QTD-ER-SUTA
002956                  YT-YTD-FED-WAGES YT-YTD-STATE-WAGES
002959                  YT-YTD-FICA-WAGES YT-QTD-FED-WAGES
002962                  YT-QTD-STATE-WAGES YT-QTD-FICA-WAGES
002965                  YT-YTD-401K-MATCH.
002970     MOVE WS-NEW-YEAR TO YT-CURRENT-YEAR.
002980     MOVE 1 TO YT-CURRENT-QUARTER.
002990     REWRITE YT-YTD-RECORD.

003340******************************************************************
003350*    3200-CHECK-ONE-EMPLOYEE
003351******************************************************************
003352 3200-CHECK-ONE-EMPLOYEE.
003353     IF EM-TERMINATED
003354        AND EM-TERM-DATE NUMERIC
003355        AND EM-TERM-DATE NOT = ZERO
003356         MOVE EM-TERM-DATE (1:4) TO WS-TERM-YEAR
003357         IF WS-TERM-YEAR NOT > WS-PURGE-CUTOFF-YEAR
003358             DELETE EMPLOYEE-MASTER-FILE
003359             ADD 1 TO WS-PURGE-COUNT
003360         END-IF
003361     END-IF.
003362     PERFORM 3100-READ-NEXT-EMPLOYEE THRU 3100-EXIT.
003363 3200-EXIT.
003364     EXIT.

003365******************************************************************
003366*    4000-BUILD-NEXT-CALENDAR
003367*    ONE PASS OVER THE PAY CALENDAR NOTES EVERY PAY GROUP, ITS
003368*    LAST PERIOD IN THE CLOSING YEAR, AND WHETHER THE NEW
003369*    YEAR'S PERIODS ARE ALREADY THERE; THEN EACH GROUP'S NEW
003370*    YEAR IS BUILT.  THE KEY KEEPS A GROUP'S ROWS TOGETHER AND
003371*    IN PERIOD ORDER, SO THE LAST CLOSING-YEAR ROW SEEN IS THE
003372*    GROUP'S LAST PERIOD.
003373******************************************************************
003374 4000-BUILD-NEXT-CALENDAR.
003375     MOVE LOW-VALUES TO PY-CALENDAR-KEY.
003376     START PAY-CALENDAR-FILE KEY NOT < PY-CALENDAR-KEY
003377         INVALID KEY
003378             SET WS-PAYCAL-END-OF-FILE TO TRUE
003379     END-START.
003380     PERFORM 4100-READ-CALENDAR THRU 4100-EXIT
003381             UNTIL WS-PAYCAL-END-OF-FILE.
003382     MOVE 1 TO WS-CG-SUB.
003383     PERFORM 4300-BUILD-ONE-GROUP THRU 4300-EXIT
003384             UNTIL WS-CG-SUB > WS-CG-COUNT.
003385 4000-EXIT.
003386     EXIT.

003387******************************************************************
003388*    4100-READ-CALENDAR
003389******************************************************************
003390 4100-READ-CALENDAR.
003391     READ PAY-CALENDAR-FILE NEXT RECORD
003392         AT END
003393             SET WS-PAYCAL-END-OF-FILE TO TRUE
003394     END-READ.
003395     IF NOT WS-PAYCAL-END-OF-FILE
003396         PERFORM 4200-NOTE-CALENDAR-ROW THRU 4200-EXIT
003397     END-IF.
003398 4100-EXIT.
003399     EXIT.

003400******************************************************************
003401*    4200-NOTE-CALENDAR-ROW
003402*    STARTS A TABLE ENTRY ON THE FIRST ROW OF EACH PAY GROUP
003403*    AND NOTES CLOSING-YEAR AND NEW-YEAR ROWS AGAINST IT.  A
003404*    GROUP PAST THE TABLE'S CAPACITY GETS NO CALENDAR BUILT.
003405******************************************************************
003406 4200-NOTE-CALENDAR-ROW.
003407     IF WS-CG-COUNT = ZERO
003408        OR PY-PAY-GROUP NOT = WS-CG-GROUP (WS-CG-COUNT)
003409         IF WS-CG-COUNT NOT < WS-CG-MAX
003410             DISPLAY "PAYYREND - PAY GROUP " PY-PAY-GROUP
003411                     " OVER THE TABLE LIMIT - NO CALENDAR BUILT"
003412             MOVE 8 TO RETURN-CODE
003413             GO TO 4200-EXIT
003414         END-IF
003415         ADD 1 TO WS-CG-COUNT
003416         MOVE PY-PAY-GROUP TO WS-CG-GROUP (WS-CG-COUNT)
003417         MOVE 'N' TO WS-CG-CLOSE-SW (WS-CG-COUNT)
003418         MOVE 'N' TO WS-CG-NEXT-SW (WS-CG-COUNT)
003419     END-IF.
003420     IF PY-CAL-YEAR = YE-CLOSE-YEAR
003421         MOVE 'Y' TO WS-CG-CLOSE-SW (WS-CG-COUNT)
003422         MOVE PY-FREQUENCY TO WS-CG-FREQUENCY (WS-CG-COUNT)
003423         MOVE PY-PERIODS-PER-YEAR TO WS-CG-PERIODS (WS-CG-COUNT)
003424         MOVE PY-PERIOD-END-DATE TO WS-CG-LAST-END (WS-CG-COUNT)
003425         MOVE PY-CHECK-DATE TO WS-CG-LAST-CHECK (WS-CG-COUNT)
003426     END-IF.
003427     IF PY-CAL-YEAR = WS-NEW-YEAR
003428         MOVE 'Y' TO WS-CG-NEXT-SW (WS-CG-COUNT)
003429     END-IF.
003430 4200-EXIT.
003431     EXIT.

003432******************************************************************
003433*    4300-BUILD-ONE-GROUP
003434*    BUILDS THE NEW YEAR'S PERIODS FOR ONE PAY GROUP ON ITS
003435*    FREQUENCY.  A GROUP WITH NO PERIODS IN THE CLOSING YEAR
003436*    HAS NOTHING TO RUN ON FROM; ONE WHOSE NEW YEAR IS ALREADY
003437*    ON FILE WAS SET UP BY HAND AND IS LEFT AS IS.
003438******************************************************************
003439 4300-BUILD-ONE-GROUP.
003440     IF NOT WS-CG-HAS-CLOSE-YEAR (WS-CG-SUB)
003441         DISPLAY "PAYYREND - PAY GROUP " WS-CG-GROUP (WS-CG-SUB)
003442                 " HAS NO " YE-CLOSE-YEAR
003443                 " PERIODS - NO CALENDAR BUILT"
003444         GO TO 4300-NEXT
003445     END-IF.
003446     IF WS-CG-HAS-NEW-YEAR (WS-CG-SUB)
003447         DISPLAY "PAYYREND - PAY GROUP " WS-CG-GROUP (WS-CG-SUB)
003448                 " " WS-NEW-YEAR " CALENDAR ALREADY ON FILE"
003449         GO TO 4300-NEXT
003450     END-IF.
003451     PERFORM 4700-FIGURE-CHECK-LAG THRU 4700-EXIT.
003452     MOVE WS-CG-LAST-END (WS-CG-SUB) TO WS-PREV-END.
003453     MOVE ZERO TO WS-GEN-PERIOD.
003454     EVALUATE WS-CG-FREQUENCY (WS-CG-SUB)
003455         WHEN 'W'
003456             MOVE 7 TO WS-GEN-STEP
003457             PERFORM 4400-BUILD-STEPPED-PERIODS THRU 4400-EXIT
003458         WHEN 'B'
003459             MOVE 14 TO WS-GEN-STEP
003460             PERFORM 4400-BUILD-STEPPED-PERIODS THRU 4400-EXIT
003461         WHEN 'S'
003462         WHEN 'M'
003463             MOVE 1 TO WS-GEN-MONTH
003464             PERFORM 4500-BUILD-ONE-MONTH THRU 4500-EXIT
003465                     UNTIL WS-GEN-MONTH > 12
003466         WHEN OTHER
003467             DISPLAY "PAYYREND - PAY GROUP "
003468                     WS-CG-GROUP (WS-CG-SUB)
003469                     " FREQUENCY INVALID: "
003470                     WS-CG-FREQUENCY (WS-CG-SUB)
003471                     " - NO CALENDAR BUILT"
003472             MOVE 8 TO RETURN-CODE
003473             GO TO 4300-NEXT
003474     END-EVALUATE.
003475     ADD 1 TO WS-CAL-GROUP-COUNT.
003476 4300-NEXT.
003477     ADD 1 TO WS-CG-SUB.
003478 4300-EXIT.
003479     EXIT.

003480******************************************************************
003481*    4400-BUILD-STEPPED-PERIODS
003482*    WEEKLY AND BIWEEKLY GROUPS.  EACH PERIOD RUNS THE STEP IN
003483*    DAYS ON FROM THE PRIOR PERIOD END; EVERY PERIOD ENDING IN
003484*    THE NEW YEAR BELONGS TO IT (A 53RD WEEK INCLUDED).
003485******************************************************************
003486 4400-BUILD-STEPPED-PERIODS.
003487     MOVE 'N' TO WS-GEN-DONE-SWITCH.
003488     PERFORM 4450-BUILD-STEPPED-PERIOD THRU 4450-EXIT
003489             UNTIL WS-GEN-DONE.
003490 4400-EXIT.
003491     EXIT.

003492******************************************************************
003493*    4450-BUILD-STEPPED-PERIOD
003494******************************************************************
003495 4450-BUILD-STEPPED-PERIOD.
003496     MOVE WS-PREV-END TO WS-STEP-DATE.
003497     PERFORM 4850-NEXT-DAY THRU 4850-EXIT WS-GEN-STEP TIMES.
003498     IF WS-SD-YEAR > WS-NEW-YEAR
003499         SET WS-GEN-DONE TO TRUE
003500         GO TO 4450-EXIT
003501     END-IF.
003502     MOVE WS-STEP-DATE TO WS-GEN-END.
003503     PERFORM 4600-WRITE-CALENDAR-ROW THRU 4600-EXIT.
003504 4450-EXIT.
003505     EXIT.

003506******************************************************************
003507*    4500-BUILD-ONE-MONTH
003508*    SEMI-MONTHLY GROUPS GET PERIODS ENDING THE 15TH AND THE
003509*    LAST DAY OF THE MONTH; MONTHLY GROUPS ONE ENDING THE LAST
003510*    DAY.
003511******************************************************************
003512 4500-BUILD-ONE-MONTH.
003513     MOVE WS-NEW-YEAR TO WS-SD-YEAR.
003514     MOVE WS-GEN-MONTH TO WS-SD-MONTH.
003515     MOVE 1 TO WS-SD-DAY.
003516     PERFORM 4800-SET-DAYS-IN-MONTH THRU 4800-EXIT.
003517     MOVE WS-DAYS-IN-MONTH TO WS-GEN-EOM-DAY.
003518     MOVE WS-NEW-YEAR TO WS-GE-YEAR.
003519     MOVE WS-GEN-MONTH TO WS-GE-MONTH.
003520     IF WS-CG-FREQUENCY (WS-CG-SUB) = 'S'
003521         MOVE 15 TO WS-GE-DAY
003522         PERFORM 4600-WRITE-CALENDAR-ROW THRU 4600-EXIT
003523         MOVE WS-NEW-YEAR TO WS-GE-YEAR
003524         MOVE WS-GEN-MONTH TO WS-GE-MONTH
003525     END-IF.
003526     MOVE WS-GEN-EOM-DAY TO WS-GE-DAY.
003527     PERFORM 4600-WRITE-CALENDAR-ROW THRU 4600-EXIT.
003528     ADD 1 TO WS-GEN-MONTH.
003529 4500-EXIT.
003530     EXIT.

003531******************************************************************
003532*    4600-WRITE-CALENDAR-ROW
003533*    WRITES THE NEXT PERIOD OF THE GROUP, ENDING WS-GEN-END.
003534*    IT STARTS THE DAY AFTER THE PRIOR PERIOD ENDED AND PAYS
003535*    THE GROUP'S CHECK LAG IN DAYS AFTER IT ENDS.  NEW PERIODS
003536*    ARE OPEN WITH NO ACCRUAL POSTED.
003537******************************************************************
003538 4600-WRITE-CALENDAR-ROW.
003539     MOVE WS-PREV-END TO WS-STEP-DATE.
003540     PERFORM 4850-NEXT-DAY THRU 4850-EXIT.
003541     MOVE WS-STEP-DATE TO WS-GEN-START.
003542     ADD 1 TO WS-GEN-PERIOD.
003543     MOVE SPACES TO PY-CALENDAR-RECORD.
003544     MOVE WS-CG-GROUP (WS-CG-SUB) TO PY-PAY-GROUP.
003545     MOVE WS-NEW-YEAR TO PY-CAL-YEAR.
003546     MOVE WS-GEN-PERIOD TO PY-PERIOD-NUMBER.
003547     MOVE WS-CG-FREQUENCY (WS-CG-SUB) TO PY-FREQUENCY.
003548     MOVE WS-CG-PERIODS (WS-CG-SUB) TO PY-PERIODS-PER-YEAR.
003549     MOVE WS-GEN-START TO PY-PERIOD-START-DATE.
003550     MOVE WS-GEN-END TO PY-PERIOD-END-DATE.
003551     MOVE WS-GEN-END TO WS-STEP-DATE.
003552     IF WS-CHECK-LAG > ZERO
003553         PERFORM 4850-NEXT-DAY THRU 4850-EXIT WS-CHECK-LAG TIMES
003554     END-IF.
003555     MOVE WS-STEP-DATE TO PY-CHECK-DATE.
003556     SET PY-PERIOD-OPEN TO TRUE.
003557     WRITE PY-CALENDAR-RECORD
003558         INVALID KEY
003559             DISPLAY "PAYYREND - PAY CALENDAR WRITE FAILED, "
003560                     "STATUS = " WS-PAYCAL-STATUS
003561             MOVE 8 TO RETURN-CODE
003562     END-WRITE.
003563     ADD 1 TO WS-CAL-ROW-COUNT.
003564     MOVE WS-GEN-END TO WS-PREV-END.
003565 4600-EXIT.
003566     EXIT.

003567******************************************************************
003568*    4700-FIGURE-CHECK-LAG
003569*    DAYS FROM THE GROUP'S LAST PERIOD END TO ITS CHECK DATE,
003570*    COUNTED A DAY AT A TIME AND CAPPED AT 31.  A CHECK DATE
003571*    MISSING OR BEFORE THE PERIOD END GIVES ZERO.
003572******************************************************************
003573 4700-FIGURE-CHECK-LAG.
003574     MOVE ZERO TO WS-CHECK-LAG.
003575     IF WS-CG-LAST-CHECK (WS-CG-SUB) NOT NUMERIC
003576        OR WS-CG-LAST-CHECK (WS-CG-SUB)
003577           NOT > WS-CG-LAST-END (WS-CG-SUB)
003578         GO TO 4700-EXIT
003579     END-IF.
003580     MOVE WS-CG-LAST-END (WS-CG-SUB) TO WS-STEP-DATE.
003581     PERFORM 4750-STEP-LAG-DAY THRU 4750-EXIT
003582             UNTIL WS-STEP-DATE NOT < WS-CG-LAST-CHECK (WS-CG-SUB)
003583             OR WS-CHECK-LAG NOT < 31.
003584 4700-EXIT.
003585     EXIT.

003586******************************************************************
003587*    4750-STEP-LAG-DAY
003588******************************************************************
003589 4750-STEP-LAG-DAY.
003590     PERFORM 4850-NEXT-DAY THRU 4850-EXIT.
003591     ADD 1 TO WS-CHECK-LAG.
003592 4750-EXIT.
003593     EXIT.

003594******************************************************************
003595*    4800-SET-DAYS-IN-MONTH
003596*    DAYS IN THE MONTH OF WS-STEP-DATE.  FEBRUARY HAS 29 IN A
003597*    YEAR DIVISIBLE BY 4, EXCEPT A CENTURY NOT DIVISIBLE BY 400.
003598******************************************************************
003599 4800-SET-DAYS-IN-MONTH.
003600     MOVE WS-MONTH-DAYS (WS-SD-MONTH) TO WS-DAYS-IN-MONTH.
003601     IF WS-SD-MONTH NOT = 2
003602         GO TO 4800-EXIT
003603     END-IF.
003604     MOVE 'N' TO WS-LEAP-SWITCH.
003605     DIVIDE WS-SD-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
003606         REMAINDER WS-LEAP-REMAINDER.
003607     IF WS-LEAP-REMAINDER = ZERO
003608         SET WS-LEAP-YEAR TO TRUE
003609     END-IF.
003610     DIVIDE WS-SD-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
003611         REMAINDER WS-LEAP-REMAINDER.
003612     IF WS-LEAP-REMAINDER = ZERO
003613         MOVE 'N' TO WS-LEAP-SWITCH
003614     END-IF.
003615     DIVIDE WS-SD-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
003616         REMAINDER WS-LEAP-REMAINDER.
003617     IF WS-LEAP-REMAINDER = ZERO
003618         SET WS-LEAP-YEAR TO TRUE
003619     END-IF.
003620     IF WS-LEAP-YEAR
003621         MOVE 29 TO WS-DAYS-IN-MONTH
003622     END-IF.
003623 4800-EXIT.
003624     EXIT.

003625******************************************************************
003626*    4850-NEXT-DAY
003627*    ADVANCES WS-STEP-DATE ONE CALENDAR DAY.
003628******************************************************************
003629 4850-NEXT-DAY.
003630     PERFORM 4800-SET-DAYS-IN-MONTH THRU 4800-EXIT.
003631     IF WS-SD-DAY < WS-DAYS-IN-MONTH
003632         ADD 1 TO WS-SD-DAY
003633         GO TO 4850-EXIT
003634     END-IF.
003635     MOVE 1 TO WS-SD-DAY.
003636     IF WS-SD-MONTH < 12
003637         ADD 1 TO WS-SD-MONTH
003638     ELSE
003639         MOVE 1 TO WS-SD-MONTH
003640         ADD 1 TO WS-SD-YEAR
003641     END-IF.
003642 4850-EXIT.
003643     EXIT.

003644******************************************************************
003645*    9000-TERMINATE
003646*    FLIPS THE YEAR CONTROL RECORD TO CLOSED SO A SECOND CLOSE
003647*    OF THE SAME YEAR REFUSES.
003648******************************************************************
003649 9000-TERMINATE.
003650     SET YE-YEAR-CLOSED TO TRUE.
003651     REWRITE YE-YEAR-CONTROL-RECORD.
003652     IF WS-YECTL-STATUS NOT = "00"
003653         DISPLAY "PAYYREND - YEAR CONTROL REWRITE FAILED, "
003654                 "STATUS = " WS-YECTL-STATUS
003655         MOVE 8 TO RETURN-CODE
003656     END-IF.
003657     CLOSE YEAR-CONTROL-FILE.
003658     CLOSE YTD-TOTALS-FILE.
003659     CLOSE YTD-HISTORY-FILE.
003660     CLOSE EMPLOYEE-MASTER-FILE.
003665     CLOSE PAY-CALENDAR-FILE.
003670     DISPLAY "PAYYREND - " WS-SNAPSHOT-COUNT
003680             " RECORDS SNAPSHOTTED".
003690     DISPLAY "PAYYREND - " WS-RESET-COUNT " RESET FOR "
003700             WS-NEW-YEAR.
003710     DISPLAY "PAYYREND - " WS-PURGE-COUNT " PURGED".
003713     DISPLAY "PAYYREND - " WS-CAL-ROW-COUNT " PAY CALENDAR "
003716             "PERIODS BUILT FOR " WS-CAL-GROUP-COUNT " GROUPS".
003720 9000-EXIT.
003730     EXIT.
003740 END PROGRAM PayYrEnd.
