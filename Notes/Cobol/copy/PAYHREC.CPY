002700*                     MORE THAN A ONE-YEAR ROLLING WINDOW.
002800*                     RECORD LENGTH GREW - RELOAD THE HISTORY
002900*                     MASTER.
002903*    10/05/2026  RWK  ONE NORMAL RECORD NOW COVERS ALL OF THE
002906*                     EMPLOYEE'S TIMECARDS FOR THE PERIOD.
002909*                     EARNINGS TYPE M MARKS A PAY COMBINING
002912*                     MORE THAN ONE EARNINGS TYPE; THE HOURS
002915*                     SPLIT INTO REGULAR, PREMIUM (OVER-40 AND
002918*                     AUTHORIZED OVERTIME), AND STRAIGHT-TIME
002921*                     LEAVE/HOLIDAY/BONUS BUCKETS SO PayRetro
002924*                     CAN STILL PRICE A BACK-DATED RAISE.  TOOK
002927*                     NINE BYTES OF FILLER; RECORD LENGTH IS
002930*                     UNCHANGED.
002933*    10/06/2026  RWK  ADDED THE PERIOD'S FEDERAL-, STATE-, AND
002936*                     FICA-TAXABLE WAGES, SIGNED LIKE THE OTHER
002939*                     AMOUNTS.  RECORD LENGTH GREW - RELOAD THE
002942*                     HISTORY MASTER.
002945*    10/09/2026  RWK  OFF-CYCLE RUNS.  THE KEY NOW ENDS WITH THE
002948*                     RUN SEQUENCE - ZERO FOR THE PERIOD'S
002951*                     REGULAR RUN, THE OFF-CYCLE SEQUENCE FROM
002954*                     THE PERIOD CONTROL RECORD OTHERWISE - SO
002957*                     EVERY RUN IN A PERIOD KEEPS ITS OWN
002960*                     RECORDS.  ADDED TRANSACTION TYPES O
002963*                     (OFF-CYCLE PAY - BONUS OR FINAL PAY) AND M
002966*                     (MANUAL CHECK RECORDED AFTER THE FACT) AND
002969*                     THE PAY GROUP THE RUN PAID.  RECORD LENGTH
002972*                     GREW - RELOAD THE HISTORY MASTER.
002975*    10/15/2026  RWK  WIDENED PH-HOURS TO 999V9 - AN EMPLOYEE'S
002978*                     COMBINED HOURS FOR A BIWEEKLY OR LONGER
002981*                     PERIOD CAN PASS 99.9.  RECORD LENGTH GREW
002984*                     - RELOAD THE HISTORY MASTER.
003000*****************************************************************
003100 01  PH-HISTORY-RECORD.
003200     05  PH-HISTORY-KEY.
003800             88  PH-TYPE-ADJUSTMENT         VALUE 'A'.
003900             88  PH-TYPE-VOID               VALUE 'V'.
004000             88  PH-TYPE-RETRO              VALUE 'R'.
004025             88  PH-TYPE-OFF-CYCLE          VALUE 'O'.
004050             88  PH-TYPE-MANUAL             VALUE 'M'.
004075         10  PH-RUN-SEQUENCE     PIC 9(02).
004100     05  PH-PERIOD-END-DATE      PIC 9(08).
004200     05  PH-EARNINGS-TYPE        PIC X(01).
004266         88  PH-EARN-MIXED                  VALUE 'M'.
004332     05  PH-HOURS                PIC 999V9.
004400     05  PH-RATE                 PIC 99V99.
004500     05  PH-GROSS-PAY            PIC S9(5)V99.
004600     05  PH-FEDERAL-TAX          PIC S9(5)V99.
005000     05  PH-RETIREMENT-401K      PIC S9(5)V99.
005100     05  PH-GARNISHMENT          PIC S9(5)V99.
005200     05  PH-NET-PAY              PIC S9(5)V99.
005210     05  PH-REG-HOURS            PIC 99V9.
005220     05  PH-OT-HOURS             PIC 99V9.
005230     05  PH-STRAIGHT-HOURS       PIC 99V9.
005240     05  PH-FED-WAGES            PIC S9(5)V99.
005250     05  PH-STATE-WAGES          PIC S9(5)V99.
005260     05  PH-FICA-WAGES           PIC S9(5)V99.
005270     05  PH-PAY-GROUP            PIC X(02).
005280     05  FILLER                  PIC X(01).
