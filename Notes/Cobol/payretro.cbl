000280*                     YEAR NOW, SO THE WALK STARTS AT THE
000290*                     EFFECTIVE DATE'S YEAR AND READS FORWARD
000300*                     ACROSS YEAR BOUNDARIES IN KEY ORDER.
000301*    10/05/2026  RWK  A PAY THAT COMBINED EARNINGS TYPES (PAY
000302*                     HISTORY TYPE M) IS COVERED FROM ITS REGULAR,
000303*                     PREMIUM, AND STRAIGHT-TIME HOURS, WITH ONE
000304*                     RETRO TIMECARD PER BUCKET THAT HAS HOURS.
000305*    10/15/2026  RWK  AN OFF-CYCLE PAY WITH HOURS (PAY HISTORY
000306*                     TYPE O - A FINAL PAY) IS NOW COVERED LIKE A
000307*                     NORMAL PAY; A BONUS-ONLY ONE, WITH NO
000308*                     HOURS, STILL IS NOT.  ANY PAY CARRYING ITS
000309*                     HOURS SPLIT IS COVERED FROM THE SPLIT, SO A
000310*                     BIWEEKLY OR LONGER GROUP'S BACK PAY FOLLOWS
000311*                     ITS OWN OVERTIME THRESHOLD, NOT 40.
000312******************************************************************

000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000830 01  WS-OT-HOURS                 PIC 99V9 VALUE ZERO.
000840 01  WS-OT-THRESHOLD             PIC 99V9 VALUE 40.0.
000850 01  WS-OT-RATE-FACTOR           PIC 9V99 VALUE 1.50.
000852 01  WS-STRAIGHT-HOURS           PIC 99V9 VALUE ZERO.
000854 01  WS-RETRO-HOURS              PIC 99V9 VALUE ZERO.
000856 01  WS-RETRO-EARN-TYPE          PIC X(01) VALUE SPACE.

000860*-----------------------------------------------------------------
000870*    RETRO AUDIT REPORT LINES
001980*    A NORMAL PAY ON OR AFTER THE EFFECTIVE DATE THAT WAS PAID
001990*    AT THE OLD RATE GETS ITS DIFFERENCE COMPUTED - THE SAME
002000*    SPLIT Payroll USES FOR THE EARNINGS TYPE - AND ONE RETRO
002003*    TIMECARD GENERATED.  AN OFF-CYCLE PAY WITH HOURS (A FINAL
002006*    PAY) IS COVERED THE SAME WAY; ONE WITHOUT (A BONUS) IS NOT
002009*    PAID BY THE HOUR.  A PAY THAT CARRIES ITS HOURS SPLIT INTO
002012*    REGULAR, PREMIUM, AND STRAIGHT TIME IS COVERED FROM THE
002015*    SPLIT, WHICH FOLLOWS THE PAY GROUP'S OWN OVERTIME
002018*    THRESHOLD; AN OLDER RECORD WITHOUT ONE SPLITS AT 40.  A
002021*    PERIOD PAID AT SOME OTHER RATE, OR AN ADJUSTMENT, VOID,
002024*    RETRO, OR MANUAL CHECK RECORD, PASSES BY.
002030******************************************************************
002040 2300-COVER-ONE-PERIOD.
002050     IF PH-EMPLOYEE-ID NOT = RQ-EMPLOYEE-ID
002060         SET WS-HIST-END-OF-GROUP TO TRUE
002070         GO TO 2300-EXIT
002080     END-IF.
002084     IF PH-TYPE-OFF-CYCLE AND PH-HOURS = ZERO
002088         GO TO 2300-NEXT
002092     END-IF.
002096     IF (NOT PH-TYPE-NORMAL AND NOT PH-TYPE-OFF-CYCLE)
002100        OR PH-PERIOD-END-DATE < RQ-EFFECTIVE-DATE
002110        OR PH-RATE NOT = RQ-OLD-RATE
002120         GO TO 2300-NEXT
002130     END-IF.
002133     IF PH-EARN-MIXED
002136        OR PH-REG-HOURS + PH-OT-HOURS + PH-STRAIGHT-HOURS > ZERO
002139         PERFORM 2450-COVER-MIXED-PERIOD THRU 2450-EXIT
002142     ELSE
002145         PERFORM 2400-COMPUTE-DIFFERENCE THRU 2400-EXIT
002148         MOVE PH-HOURS TO WS-RETRO-HOURS
002151         MOVE PH-EARNINGS-TYPE TO WS-RETRO-EARN-TYPE
002154         PERFORM 2500-WRITE-RETRO-TIMECARD THRU 2500-EXIT
002157     END-IF.
002160     ADD 1 TO WS-PERIOD-COUNT.
002170     ADD WS-PERIOD-DIFFERENCE TO WS-TOTAL-DIFFERENCE.
002180 2300-NEXT.
002500             MOVE ZERO TO WS-PERIOD-DIFFERENCE
002510     END-COMPUTE.
002520 2400-EXIT.
002521     EXIT.

002522******************************************************************
002523*    2450-COVER-MIXED-PERIOD
002524*    A PAY THAT COMBINED EARNINGS TYPES CARRIES ITS HOURS
002525*    ALREADY SPLIT - REGULAR, PAID AT THE PREMIUM, AND STRAIGHT
002526*    TIME.  THE DIFFERENCE IS FIGURED ON EACH BUCKET, AND EACH
002527*    BUCKET WITH HOURS GETS ITS OWN RETRO TIMECARD - REGULAR AS
002528*    R, PREMIUM AS O, STRAIGHT TIME AS H - SO Payroll REPEATS
002529*    THE SAME SPLIT.  A SINGLE-TYPE PAY'S STRAIGHT TIME KEEPS
002530*    ITS OWN EARNINGS TYPE.
002531******************************************************************
002532 2450-COVER-MIXED-PERIOD.
002533     MOVE PH-REG-HOURS TO WS-REG-HOURS.
002534     MOVE PH-OT-HOURS TO WS-OT-HOURS.
002535     MOVE PH-STRAIGHT-HOURS TO WS-STRAIGHT-HOURS.
002536     COMPUTE WS-PERIOD-DIFFERENCE ROUNDED =
002537             (WS-REG-HOURS + WS-STRAIGHT-HOURS) * WS-DIFF-RATE
002538             + WS-OT-HOURS * WS-DIFF-RATE * WS-OT-RATE-FACTOR
002539         ON SIZE ERROR
002540             MOVE ZERO TO WS-PERIOD-DIFFERENCE
002541     END-COMPUTE.
002542     IF WS-REG-HOURS > ZERO
002543         MOVE WS-REG-HOURS TO WS-RETRO-HOURS
002544         MOVE "R" TO WS-RETRO-EARN-TYPE
002545         PERFORM 2500-WRITE-RETRO-TIMECARD THRU 2500-EXIT
002546     END-IF.
002547     IF WS-OT-HOURS > ZERO
002548         MOVE WS-OT-HOURS TO WS-RETRO-HOURS
002549         MOVE "O" TO WS-RETRO-EARN-TYPE
002550         PERFORM 2500-WRITE-RETRO-TIMECARD THRU 2500-EXIT
002551     END-IF.
002552     IF WS-STRAIGHT-HOURS > ZERO
002553         MOVE WS-STRAIGHT-HOURS TO WS-RETRO-HOURS
002554         IF PH-EARN-MIXED
002555             MOVE "H" TO WS-RETRO-EARN-TYPE
002556         ELSE
002557             MOVE PH-EARNINGS-TYPE TO WS-RETRO-EARN-TYPE
002558         END-IF
002559         PERFORM 2500-WRITE-RETRO-TIMECARD THRU 2500-EXIT
002560     END-IF.
002561 2450-EXIT.
002562     EXIT.

002563******************************************************************
002564*    2500-WRITE-RETRO-TIMECARD
002565*    ONE TYPE-R TIMECARD INTO THE NEXT RUN - THE BACK PERIOD'S
002570*    HOURS AT THE RATE DIFFERENCE, CARRYING THE ORIGINAL
002576*    EARNINGS TYPE SO Payroll REPEATS THE SAME SPLIT.  THE
002582*    CALLER SETS THE HOURS AND EARNINGS TYPE.
002590******************************************************************
002600 2500-WRITE-RETRO-TIMECARD.
002610     MOVE SPACES TO TC-TIMECARD-RECORD.
002620     MOVE RQ-EMPLOYEE-ID TO TC-EMPLOYEE-ID.
002630     MOVE WS-RETRO-HOURS TO TC-HOURS-WORKED.
002640     MOVE WS-DIFF-RATE TO TC-HOURLY-RATE.
002650     MOVE "R" TO TC-TRANS-TYPE.
002660     MOVE WS-RETRO-EARN-TYPE TO TC-EARNINGS-TYPE.
002670     WRITE TC-TIMECARD-RECORD.
002680 2500-EXIT.
002690     EXIT.
