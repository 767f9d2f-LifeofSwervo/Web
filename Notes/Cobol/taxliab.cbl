000010******************************************************************
000020* IDENTIFICATION DIVISION.
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID.    TaxLiab.
000050 AUTHOR.        R WILKERSON.
000060 INSTALLATION.  PAYROLL SYSTEMS.
000070 DATE-WRITTEN.  10/14/2026.
000080 DATE-COMPILED.

000090******************************************************************
000100*  PURPOSE.  POSTS ONE PAY RUN'S TAX LIABILITY TO THE TAX       *
000110*  DEPOSIT LEDGER (TAXLEDG).  RUNS AFTER PayBalance, IN THE     *
000120*  SAME STEP THAT STILL HAS THE PRE-RUN YTD BACKUP (YTDPRIOR).  *
000130*  THE RUN IS THE ONE THE PERIOD CONTROL RECORD NAMES (PAY      *
000140*  GROUP, PERIOD, RUN SEQUENCE).  WHAT THE RUN OWES IS WHAT IT  *
000150*  POSTED TO THE YTD MASTER - CURRENT YTDMAST LESS YTDPRIOR,    *
000160*  EMPLOYEE BY EMPLOYEE - FOR FEDERAL INCOME TAX WITHHELD,      *
000170*  EMPLOYEE AND EMPLOYER FICA, FUTA, AND STATE WITHHOLDING AND  *
000180*  SUTA UNDER THE EMPLOYEE'S WORK STATE.  EACH TAX GETS ONE     *
000190*  LIABILITY ENTRY DUE ON THE DATE ITS DEPOSIT SCHEDULE GIVES   *
000200*  FOR THE RUN'S CHECK DATE:                                    *
000210*    SEMI-WEEKLY - A WEDNESDAY, THURSDAY, OR FRIDAY CHECK DATE  *
000220*                  IS DUE THE FOLLOWING WEDNESDAY; SATURDAY     *
000230*                  THROUGH TUESDAY THE FOLLOWING FRIDAY         *
000240*    MONTHLY     - THE 15TH OF THE NEXT MONTH                   *
000250*    QUARTERLY   - THE LAST DAY OF THE MONTH AFTER THE QUARTER  *
000260*  THE 941 TAXES FOLLOW THE FEDERAL SCHEDULE ON THE TAXPARM L   *
000270*  ROW, STATE WITHHOLDING THE STATE'S SCHEDULE ON STTAX (THE    *
000280*  FEDERAL ONE WHEN BLANK), AND FUTA AND SUTA ARE QUARTERLY.  A *
000290*  MONTHLY OR QUARTERLY DUE DATE ON A WEEKEND MOVES TO MONDAY.  *
000300*  A RUN ALREADY ON THE LEDGER IS REFUSED WITH RETURN CODE 8.   *
000310*-----------------------------------------------------------------
000320*  MODIFICATION HISTORY.
000330*    10/14/2026  RWK  ORIGINAL.
000340******************************************************************

000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER.  IBM-370.
000380 OBJECT-COMPUTER.  IBM-370.

000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT PAY-PERIOD-CONTROL-FILE ASSIGN TO "PAYCTL"
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS WS-PAYCTL-STATUS.

000440     SELECT YTD-TOTALS-FILE ASSIGN TO "YTDMAST"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS SEQUENTIAL
000470         RECORD KEY IS YT-EMPLOYEE-ID
000480         FILE STATUS IS WS-YTDMST-STATUS.

000490     SELECT YTD-PRIOR-FILE ASSIGN TO "YTDPRIOR"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS RANDOM
000520         RECORD KEY IS YP-EMPLOYEE-ID
000530         FILE STATUS IS WS-YTDPRI-STATUS.

000540     SELECT TAX-PARM-FILE ASSIGN TO "TAXPARM"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS TP-PARM-KEY
000580         FILE STATUS IS WS-TAXPARM-STATUS.

000590     SELECT STATE-TAX-FILE ASSIGN TO "STTAX"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-STTAX-STATUS.

000620     SELECT TAX-LEDGER-FILE ASSIGN TO "TAXLEDG"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS TL-LEDGER-KEY
000660         FILE STATUS IS WS-TAXLEDG-STATUS.

000670     SELECT LIABILITY-REPORT-FILE ASSIGN TO "TAXLIAB"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-TAXLIAB-STATUS.

000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  PAY-PERIOD-CONTROL-FILE
000730     RECORDING MODE IS F.
000740 COPY PCTLREC.CPY.

000750 FD  YTD-TOTALS-FILE.
000760 COPY YTDREC.CPY.

000770*-----------------------------------------------------------------
000780*    PRE-RUN BACKUP IMAGE OF THE YTD MASTER.  FIELD FOR FIELD
000790*    THE SAME LAYOUT AS YTDREC.CPY UNDER ITS OWN NAMES.
000800*-----------------------------------------------------------------
000810 FD  YTD-PRIOR-FILE.
000820 01  YP-YTD-RECORD.
000830     05  YP-EMPLOYEE-ID          PIC X(06).
000840     05  YP-CURRENT-YEAR         PIC 9(04).
000850     05  YP-CURRENT-QUARTER      PIC 9(01).
000860     05  YP-YTD-GROSS-PAY        PIC S9(07)V99.
000870     05  YP-YTD-DEDUCTIONS       PIC S9(07)V99.
000880     05  YP-YTD-NET-PAY          PIC S9(07)V99.
000890     05  YP-YTD-FEDERAL-TAX      PIC S9(07)V99.
000900     05  YP-YTD-STATE-TAX        PIC S9(07)V99.
000910     05  YP-YTD-FICA-TAX         PIC S9(07)V99.
000920     05  YP-YTD-HEALTH-INS       PIC S9(07)V99.
000930     05  YP-YTD-RETIREMENT-401K  PIC S9(07)V99.
000940     05  YP-YTD-GARNISH          PIC S9(07)V99.
000950     05  YP-QTD-GROSS-PAY        PIC S9(07)V99.
000960     05  YP-QTD-DEDUCTIONS       PIC S9(07)V99.
000970     05  YP-QTD-NET-PAY          PIC S9(07)V99.
000980     05  YP-QTD-STATE-TAX        PIC S9(07)V99.
000990     05  YP-WORK-STATE           PIC X(02).
001000     05  YP-YTD-ER-FICA          PIC S9(07)V99.
001010     05  YP-YTD-ER-FUTA          PIC S9(07)V99.
001020     05  YP-YTD-ER-SUTA          PIC S9(07)V99.
001030     05  YP-QTD-ER-FICA          PIC S9(07)V99.
001040     05  YP-QTD-ER-FUTA          PIC S9(07)V99.
001050     05  YP-QTD-ER-SUTA          PIC S9(07)V99.
001060     05  YP-YTD-FED-WAGES        PIC S9(07)V99.
001070     05  YP-YTD-STATE-WAGES      PIC S9(07)V99.
001080     05  YP-YTD-FICA-WAGES       PIC S9(07)V99.
001090     05  YP-QTD-FED-WAGES        PIC S9(07)V99.
001100     05  YP-QTD-STATE-WAGES      PIC S9(07)V99.
001110     05  YP-QTD-FICA-WAGES       PIC S9(07)V99.
001120     05  YP-YTD-401K-MATCH       PIC S9(07)V99.
001130     05  FILLER                  PIC X(06).

001140 FD  TAX-PARM-FILE.
001150 COPY TAXPARM.CPY.

001160 FD  STATE-TAX-FILE
001170     RECORDING MODE IS F.
001180 COPY STTAX.CPY.

001190 FD  TAX-LEDGER-FILE.
001200 COPY TAXLEDG.CPY.

001210 FD  LIABILITY-REPORT-FILE
001220     RECORDING MODE IS F.
001230 01  LI-PRINT-LINE               PIC X(96).

001240 WORKING-STORAGE SECTION.

001250*-----------------------------------------------------------------
001260*    FILE STATUS AND CONTROL SWITCHES
001270*-----------------------------------------------------------------
001280 01  WS-PAYCTL-STATUS            PIC X(02) VALUE SPACES.
001290 01  WS-YTDMST-STATUS            PIC X(02) VALUE SPACES.
001300 01  WS-YTDPRI-STATUS            PIC X(02) VALUE SPACES.
001310 01  WS-TAXPARM-STATUS           PIC X(02) VALUE SPACES.
001320 01  WS-STTAX-STATUS             PIC X(02) VALUE SPACES.
001330 01  WS-TAXLEDG-STATUS           PIC X(02) VALUE SPACES.
001340 01  WS-TAXLIAB-STATUS           PIC X(02) VALUE SPACES.

001350 01  WS-YTD-EOF-SWITCH           PIC X(01) VALUE 'N'.
001360     88  WS-YTD-END-OF-FILE                VALUE 'Y'.

001370 01  WS-TAXPARM-EOF-SWITCH       PIC X(01) VALUE 'N'.
001380     88  WS-TAXPARM-END-OF-FILE            VALUE 'Y'.

001390 01  WS-STTAX-EOF-SWITCH         PIC X(01) VALUE 'N'.
001400     88  WS-STTAX-END-OF-FILE              VALUE 'Y'.

001410 01  WS-POSTED-SWITCH            PIC X(01) VALUE 'N'.
001420     88  WS-RUN-ALREADY-POSTED             VALUE 'Y'.

001430 01  WS-TABLE-FULL-SWITCH        PIC X(01) VALUE 'N'.
001440     88  WS-STATE-TABLE-FULL               VALUE 'Y'.

001450*-----------------------------------------------------------------
001460*    POSTING PASS.  THE LIABILITY ENTRIES ARE BUILT TWICE - ONCE
001470*    TO LOOK FOR THEM ON THE LEDGER, THEN (WHEN NONE IS THERE)
001480*    TO WRITE THEM - SO A RERUN CHANGES NOTHING.
001490*-----------------------------------------------------------------
001500 01  WS-PASS-SWITCH              PIC X(01) VALUE 'C'.
001510     88  WS-CHECK-PASS                     VALUE 'C'.
001520     88  WS-WRITE-PASS                     VALUE 'W'.

001530*-----------------------------------------------------------------
001540*    THE RUN BEING POSTED
001550*-----------------------------------------------------------------
001560 01  WS-RUN-ID.
001570     05  WS-RUN-PAY-GROUP        PIC X(02).
001580     05  WS-RUN-YEAR             PIC 9(04).
001590     05  WS-RUN-PERIOD           PIC 9(02).
001600     05  WS-RUN-SEQUENCE         PIC 9(02).
001610 01  WS-RUN-QUARTER              PIC 9(01) VALUE ZERO.
001620 01  WS-CHECK-DATE               PIC 9(08) VALUE ZERO.
001630 01  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
001640 01  WS-FED-SCHEDULE             PIC X(01) VALUE SPACES.

001650*-----------------------------------------------------------------
001660*    THE RUN'S LIABILITY - FEDERAL, THEN ONE ENTRY PER WORK
001670*    STATE IN THE ORDER THE STATES ARE MET.  A BLANK WORK STATE
001680*    POSTS UNDER **.
001690*-----------------------------------------------------------------
001700 01  WS-RUN-FED-INCOME-TAX       PIC S9(09)V99 VALUE ZERO.
001710 01  WS-RUN-EMPLOYEE-FICA        PIC S9(09)V99 VALUE ZERO.
001720 01  WS-RUN-EMPLOYER-FICA        PIC S9(09)V99 VALUE ZERO.
001730 01  WS-RUN-FED-TOTAL            PIC S9(09)V99 VALUE ZERO.
001740 01  WS-RUN-FUTA                 PIC S9(09)V99 VALUE ZERO.
001750 01  WS-LIAB-STATE-TABLE.
001760     05  WS-LST-COUNT            PIC 9(02) VALUE ZERO.
001770     05  WS-LST-ENTRY OCCURS 60 TIMES.
001780         10  WS-LST-STATE        PIC X(02).
001790         10  WS-LST-STATE-TAX    PIC S9(09)V99.
001800         10  WS-LST-SUTA         PIC S9(09)V99.
001810 01  WS-LST-SUB                  PIC 9(02) VALUE ZERO.
001820 01  WS-LST-FOUND-SUB            PIC 9(02) VALUE ZERO.
001830 01  WS-LST-MAX                  PIC 9(02) VALUE 60.
001840 01  WS-WORK-STATE               PIC X(02) VALUE SPACES.

001850*-----------------------------------------------------------------
001860*    ONE EMPLOYEE'S DELTAS - THIS RUN'S POSTINGS
001870*-----------------------------------------------------------------
001880 01  WS-DELTA-FED-INCOME-TAX     PIC S9(07)V99 VALUE ZERO.
001890 01  WS-DELTA-EMPLOYEE-FICA      PIC S9(07)V99 VALUE ZERO.
001900 01  WS-DELTA-EMPLOYER-FICA      PIC S9(07)V99 VALUE ZERO.
001910 01  WS-DELTA-FUTA               PIC S9(07)V99 VALUE ZERO.
001920 01  WS-DELTA-STATE-TAX          PIC S9(07)V99 VALUE ZERO.
001930 01  WS-DELTA-SUTA               PIC S9(07)V99 VALUE ZERO.

001940*-----------------------------------------------------------------
001950*    STATE WITHHOLDING DEPOSIT SCHEDULES, LOADED FROM STTAX
001960*-----------------------------------------------------------------
001970 01  WS-STTAX-TABLE.
001980     05  WS-STTAX-COUNT          PIC 9(02) VALUE ZERO.
001990     05  WS-STTAX-ENTRY OCCURS 60 TIMES.
002000         10  WS-STTAX-STATE      PIC X(02).
002010         10  WS-STTAX-SCHEDULE   PIC X(01).
002020 01  WS-STTAX-SUB                PIC 9(02) VALUE ZERO.
002030 01  WS-STTAX-MAX                PIC 9(02) VALUE 60.

002040*-----------------------------------------------------------------
002050*    THE ENTRY BEING BUILT.  THE CALLER SETS THE TAX, STATE,
002060*    SCHEDULE, AND AMOUNT.
002070*-----------------------------------------------------------------
002080 01  WS-ENTRY-TAX-TYPE           PIC X(03) VALUE SPACES.
002090 01  WS-ENTRY-STATE              PIC X(02) VALUE SPACES.
002100 01  WS-ENTRY-SCHEDULE           PIC X(01) VALUE SPACES.
002110     88  WS-ENTRY-SEMI-WEEKLY              VALUE 'S'.
002120     88  WS-ENTRY-MONTHLY                  VALUE 'M'.
002130     88  WS-ENTRY-QUARTERLY                VALUE 'Q'.
002140 01  WS-ENTRY-AMOUNT             PIC S9(09)V99 VALUE ZERO.
002150 01  WS-ENTRY-COUNT              PIC 9(04) VALUE ZERO.
002160 01  WS-ENTRY-TOTAL              PIC S9(09)V99 VALUE ZERO.

002170*-----------------------------------------------------------------
002180*    DUE DATE.  THE CHECK DATE IS STEPPED FORWARD A DAY AT A
002190*    TIME, ROLLING THE MONTH AND YEAR AS IT GOES.
002200*-----------------------------------------------------------------
002210 01  WS-DUE-DATE                 PIC 9(08) VALUE ZERO.
002220 01  WS-DUE-DATE-PARTS REDEFINES WS-DUE-DATE.
002230     05  WS-DUE-YEAR             PIC 9(04).
002240     05  WS-DUE-MONTH            PIC 9(02).
002250     05  WS-DUE-DAY              PIC 9(02).
002260 01  WS-DAYS-TO-ADD              PIC 9(02) VALUE ZERO.
002270 01  WS-WEEKDAY                  PIC 9(01) VALUE ZERO.
002280     88  WS-TUESDAY                        VALUE 0.
002290     88  WS-WEDNESDAY                      VALUE 1.
002300     88  WS-THURSDAY                       VALUE 2.
002310     88  WS-FRIDAY                         VALUE 3.
002320     88  WS-SATURDAY                       VALUE 4.
002330     88  WS-SUNDAY                         VALUE 5.
002340     88  WS-MONDAY                         VALUE 6.
002350 01  WS-WEEK-QUOTIENT            PIC 9(07) VALUE ZERO.
002360 01  WS-MONTH-LAST-DAY           PIC 9(02) VALUE ZERO.
002370 01  WS-LEAP-QUOTIENT            PIC 9(04) VALUE ZERO.
002380 01  WS-LEAP-REMAINDER-4         PIC 9(03) VALUE ZERO.
002390 01  WS-LEAP-REMAINDER-100       PIC 9(03) VALUE ZERO.
002400 01  WS-LEAP-REMAINDER-400       PIC 9(03) VALUE ZERO.
002410 01  WS-MONTH-DAYS-VALUES.
002420     05  FILLER                  PIC X(24) VALUE
002430             '312831303130313130313031'.
002440 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
002450     05  WS-MONTH-DAYS           PIC 9(02) OCCURS 12 TIMES.

002460*-----------------------------------------------------------------
002470*    DAY NUMBER OF A YYYYMMDD DATE - DAYS SINCE A FIXED ORIGIN,
002480*    COUNTING MARCH AS THE FIRST MONTH SO THE LEAP DAY FALLS
002490*    AT THE END OF THE YEAR.  DAY NUMBER 0 WAS A TUESDAY.
002500*-----------------------------------------------------------------
002510 01  WS-DN-DATE                  PIC 9(08) VALUE ZERO.
002520 01  WS-DN-DATE-PARTS REDEFINES WS-DN-DATE.
002530     05  WS-DN-DATE-YEAR         PIC 9(04).
002540     05  WS-DN-DATE-MONTH        PIC 9(02).
002550     05  WS-DN-DATE-DAY          PIC 9(02).
002560 01  WS-DN-YEAR                  PIC 9(04) VALUE ZERO.
002570 01  WS-DN-MONTH                 PIC 9(02) VALUE ZERO.
002580 01  WS-DN-MONTH-DAYS            PIC 9(04) VALUE ZERO.
002590 01  WS-DN-QUOTIENT-4            PIC 9(04) VALUE ZERO.
002600 01  WS-DN-QUOTIENT-100          PIC 9(04) VALUE ZERO.
002610 01  WS-DN-QUOTIENT-400          PIC 9(04) VALUE ZERO.
002620 01  WS-DN-DAY-NUMBER            PIC 9(07) VALUE ZERO.

002630*-----------------------------------------------------------------
002640*    LIABILITY REPORT LINES.  PROGRAM-PRIVATE LAYOUTS - NO OTHER
002650*    PROGRAM READS THIS REPORT.
002660*-----------------------------------------------------------------
002670 01  LI-RUN-LINE.
002680     05  FILLER                  PIC X(01) VALUE SPACES.
002690     05  FILLER                  PIC X(18) VALUE
002700             'TAX LIABILITY RUN '.
002710     05  LI-RUN-PAY-GROUP        PIC X(02).
002720     05  FILLER                  PIC X(01) VALUE '-'.
002730     05  LI-RUN-YEAR             PIC 9(04).
002740     05  FILLER                  PIC X(01) VALUE '-'.
002750     05  LI-RUN-PERIOD           PIC 9(02).
002760     05  FILLER                  PIC X(01) VALUE '-'.
002770     05  LI-RUN-SEQUENCE         PIC 9(02).
002780     05  FILLER                  PIC X(13) VALUE
002790             '  CHECK DATE '.
002800     05  LI-RUN-CHECK-DATE       PIC 9(08).
002810     05  FILLER                  PIC X(10) VALUE
002820             '  QUARTER '.
002830     05  LI-RUN-QUARTER          PIC 9(01).

002840 01  LI-DETAIL-LINE.
002850     05  FILLER                  PIC X(01) VALUE SPACES.
002860     05  LI-TAX-TYPE             PIC X(03).
002870     05  FILLER                  PIC X(02) VALUE SPACES.
002880     05  LI-STATE-CODE           PIC X(02).
002890     05  FILLER                  PIC X(02) VALUE SPACES.
002900     05  LI-SCHEDULE             PIC X(11).
002910     05  FILLER                  PIC X(02) VALUE SPACES.
002920     05  LI-DUE-DATE             PIC 9(08).
002930     05  FILLER                  PIC X(02) VALUE SPACES.
002940     05  LI-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99-.
002950     05  FILLER                  PIC X(02) VALUE SPACES.
002960     05  LI-NOTE                 PIC X(40).

002970 01  LI-TOTAL-LINE.
002980     05  FILLER                  PIC X(01) VALUE SPACES.
002990     05  LI-TOT-CAPTION          PIC X(20).
003000     05  LI-TOT-COUNT            PIC ZZZ,ZZ9.
003010     05  FILLER                  PIC X(04) VALUE SPACES.
003020     05  LI-TOT-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99-.

003030 01  LI-FED-NOTE.
003040     05  FILLER                  PIC X(04) VALUE 'FIT '.
003050     05  LI-FED-INCOME-TAX       PIC ZZZ,ZZ9.99-.
003060     05  FILLER                  PIC X(05) VALUE ' FICA'.
003070     05  LI-FED-FICA             PIC ZZZ,ZZ9.99-.
003080     05  FILLER                  PIC X(03) VALUE ' ER'.
003090     05  LI-FED-ER-FICA          PIC ZZZ,ZZ9.99-.

003100 PROCEDURE DIVISION.

003110******************************************************************
003120*    0000-MAINLINE
003130******************************************************************
003140 0000-MAINLINE.
003150     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003160     PERFORM 2000-TAKE-YTD-DELTAS THRU 2000-EXIT
003170             UNTIL WS-YTD-END-OF-FILE.
003180     PERFORM 3000-POST-LIABILITY THRU 3000-EXIT.
003190     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003200     STOP RUN.

003210******************************************************************
003220*    1000-INITIALIZE
003230*    THE RUN MUST HAVE BEEN POSTED BY PayDriver, AND ITS CHECK
003240*    DATE AND THE FEDERAL DEPOSITOR SCHEDULE MUST BE KNOWN -
003250*    OTHERWISE NO DUE DATE CAN BE SET.
003260******************************************************************
003270 1000-INITIALIZE.
003280     OPEN INPUT PAY-PERIOD-CONTROL-FILE.
003290     IF WS-PAYCTL-STATUS NOT = "00"
003300         DISPLAY "TAXLIAB - UNABLE TO OPEN PERIOD CONTROL, "
003310                 "STATUS = " WS-PAYCTL-STATUS
003320         MOVE 8 TO RETURN-CODE
003330         STOP RUN
003340     END-IF.
003350     READ PAY-PERIOD-CONTROL-FILE
003360         AT END
003370             DISPLAY "TAXLIAB - PERIOD CONTROL RECORD MISSING"
003380             MOVE 8 TO RETURN-CODE
003390             STOP RUN
003400     END-READ.
003410     CLOSE PAY-PERIOD-CONTROL-FILE.
003420     IF NOT PC-PERIOD-POSTED
003430         DISPLAY "TAXLIAB - PERIOD " PC-PERIOD-NUMBER
003440                 " NOT POSTED - NOTHING TO RECORD"
003450         MOVE 8 TO RETURN-CODE
003460         STOP RUN
003470     END-IF.
003480     IF PC-CHECK-DATE NOT NUMERIC
003490        OR PC-CHECK-DATE = ZERO
003500         DISPLAY "TAXLIAB - PERIOD " PC-PERIOD-NUMBER
003510                 " HAS NO CHECK DATE - NO DUE DATE CAN BE SET"
003520         MOVE 8 TO RETURN-CODE
003530         STOP RUN
003540     END-IF.
003550     MOVE PC-PAY-GROUP TO WS-RUN-PAY-GROUP.
003560     MOVE PC-PERIOD-END-YEAR TO WS-RUN-YEAR.
003570     MOVE PC-PERIOD-NUMBER TO WS-RUN-PERIOD.
003580     IF PC-OFF-CYCLE-RUN
003590         MOVE PC-OFF-CYCLE-SEQ TO WS-RUN-SEQUENCE
003600     ELSE
003610         MOVE ZERO TO WS-RUN-SEQUENCE
003620     END-IF.
003630     MOVE PC-CHECK-DATE TO WS-CHECK-DATE.
003640     EVALUATE TRUE
003650         WHEN PC-PERIOD-END-MONTH <= 03
003660             MOVE 1 TO WS-RUN-QUARTER
003670         WHEN PC-PERIOD-END-MONTH <= 06
003680             MOVE 2 TO WS-RUN-QUARTER
003690         WHEN PC-PERIOD-END-MONTH <= 09
003700             MOVE 3 TO WS-RUN-QUARTER
003710         WHEN OTHER
003720             MOVE 4 TO WS-RUN-QUARTER
003730     END-EVALUATE.
003740     OPEN INPUT TAX-PARM-FILE.
003750     IF WS-TAXPARM-STATUS NOT = "00"
003760         DISPLAY "TAXLIAB - UNABLE TO OPEN TAX PARAMETERS, "
003770                 "STATUS = " WS-TAXPARM-STATUS
003780         MOVE 8 TO RETURN-CODE
003790         STOP RUN
003800     END-IF.
003810     PERFORM 1200-LOAD-FED-SCHEDULE THRU 1200-EXIT.
003820     OPEN INPUT STATE-TAX-FILE.
003830     IF WS-STTAX-STATUS NOT = "00"
003840         DISPLAY "TAXLIAB - UNABLE TO OPEN STATE TAX TABLE, "
003850                 "STATUS = " WS-STTAX-STATUS
003860         MOVE 8 TO RETURN-CODE
003870         STOP RUN
003880     END-IF.
003890     PERFORM 1300-LOAD-STATE-SCHEDULES THRU 1300-EXIT.
003900     OPEN INPUT YTD-TOTALS-FILE.
003910     IF WS-YTDMST-STATUS NOT = "00"
003920         DISPLAY "TAXLIAB - UNABLE TO OPEN YTD-TOTALS MASTER, "
003930                 "STATUS = " WS-YTDMST-STATUS
003940         MOVE 8 TO RETURN-CODE
003950         STOP RUN
003960     END-IF.
003970     OPEN INPUT YTD-PRIOR-FILE.
003980     IF WS-YTDPRI-STATUS NOT = "00"
003990         DISPLAY "TAXLIAB - UNABLE TO OPEN YTD PRIOR IMAGE, "
004000                 "STATUS = " WS-YTDPRI-STATUS
004010         MOVE 8 TO RETURN-CODE
004020         STOP RUN
004030     END-IF.
004040     OPEN I-O TAX-LEDGER-FILE.
004050     IF WS-TAXLEDG-STATUS NOT = "00"
004060         DISPLAY "TAXLIAB - UNABLE TO OPEN TAX DEPOSIT LEDGER, "
004070                 "STATUS = " WS-TAXLEDG-STATUS
004080         MOVE 8 TO RETURN-CODE
004090         STOP RUN
004100     END-IF.
004110     OPEN OUTPUT LIABILITY-REPORT-FILE.
004120     IF WS-TAXLIAB-STATUS NOT = "00"
004130         DISPLAY "TAXLIAB - UNABLE TO OPEN LIABILITY REPORT, "
004140                 "STATUS = " WS-TAXLIAB-STATUS
004150         MOVE 8 TO RETURN-CODE
004160         STOP RUN
004170     END-IF.
004180     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
004190     DISPLAY "TAXLIAB - PAY GROUP " PC-PAY-GROUP " PERIOD "
004200             PC-PERIOD-NUMBER " RUN " WS-RUN-SEQUENCE
004210             " CHECK DATE " WS-CHECK-DATE.
004220     MOVE WS-RUN-PAY-GROUP TO LI-RUN-PAY-GROUP.
004230     MOVE WS-RUN-YEAR TO LI-RUN-YEAR.
004240     MOVE WS-RUN-PERIOD TO LI-RUN-PERIOD.
004250     MOVE WS-RUN-SEQUENCE TO LI-RUN-SEQUENCE.
004260     MOVE WS-CHECK-DATE TO LI-RUN-CHECK-DATE.
004270     MOVE WS-RUN-QUARTER TO LI-RUN-QUARTER.
004280     WRITE LI-PRINT-LINE FROM LI-RUN-LINE.
004290     PERFORM 2100-READ-YTD-RECORD THRU 2100-EXIT.
004300 1000-EXIT.
004310     EXIT.

004320******************************************************************
004330*    1200-LOAD-FED-SCHEDULE
004340*    THE FEDERAL DEPOSITOR SCHEDULE COMES FROM THE TAXPARM L ROW
004350*    IN EFFECT ON THE PERIOD END DATE - THE ROW PayDriver PAID
004360*    THE RUN UNDER.  NO ROW, OR A ROW WITHOUT A SCHEDULE,
004370*    REFUSES THE RUN.
004380******************************************************************
004390 1200-LOAD-FED-SCHEDULE.
004400     MOVE PC-PERIOD-END-YEAR TO TP-TAX-YEAR.
004410     MOVE 'L' TO TP-PARM-TYPE.
004420     MOVE LOW-VALUES TO TP-STATE-CODE.
004430     MOVE ZERO TO TP-EFFECTIVE-DATE.
004440     START TAX-PARM-FILE KEY IS NOT < TP-PARM-KEY
004450         INVALID KEY
004460             SET WS-TAXPARM-END-OF-FILE TO TRUE
004470     END-START.
004480     PERFORM 1250-READ-TAX-PARM THRU 1250-EXIT
004490             UNTIL WS-TAXPARM-END-OF-FILE.
004500     CLOSE TAX-PARM-FILE.
004510     IF WS-FED-SCHEDULE = SPACES
004520         DISPLAY "TAXLIAB - NO FEDERAL DEPOSITOR SCHEDULE IN "
004530                 "EFFECT FOR " PC-PERIOD-END-DATE
004540                 " - RUN REFUSED"
004550         MOVE 8 TO RETURN-CODE
004560         STOP RUN
004570     END-IF.
004580 1200-EXIT.
004590     EXIT.

004600******************************************************************
004610*    1250-READ-TAX-PARM
004620*    ONE L ROW OF THE TAX YEAR.  A ROW WHOSE DATES DO NOT SPAN
004630*    THE PERIOD END DATE IS SKIPPED; THE FIRST ROW OF ANOTHER
004640*    TYPE OR YEAR ENDS THE SEARCH.
004650******************************************************************
004660 1250-READ-TAX-PARM.
004670     READ TAX-PARM-FILE NEXT RECORD
004680         AT END
004690             SET WS-TAXPARM-END-OF-FILE TO TRUE
004700             GO TO 1250-EXIT
004710     END-READ.
004720     IF TP-TAX-YEAR NOT = PC-PERIOD-END-YEAR
004730        OR NOT TP-TYPE-LIMITS
004740         SET WS-TAXPARM-END-OF-FILE TO TRUE
004750         GO TO 1250-EXIT
004760     END-IF.
004770     IF TP-EFFECTIVE-DATE > PC-PERIOD-END-DATE
004780        OR TP-END-DATE < PC-PERIOD-END-DATE
004790         GO TO 1250-EXIT
004800     END-IF.
004810     IF TP-DEPOSIT-SCHEDULE-VALID
004820         MOVE TP-DEPOSIT-SCHEDULE TO WS-FED-SCHEDULE
004830     END-IF.
004840     SET WS-TAXPARM-END-OF-FILE TO TRUE.
004850 1250-EXIT.
004860     EXIT.

004870******************************************************************
004880*    1300-LOAD-STATE-SCHEDULES
004890*    TABLES EACH STATE'S WITHHOLDING DEPOSIT SCHEDULE.  A BLANK
004900*    OR UNKNOWN SCHEDULE IS LEFT BLANK AND FOLLOWS THE FEDERAL
004910*    ONE.
004920******************************************************************
004930 1300-LOAD-STATE-SCHEDULES.
004940     PERFORM 1350-READ-STATE-TAX THRU 1350-EXIT
004950             UNTIL WS-STTAX-END-OF-FILE
004960             OR WS-STTAX-COUNT NOT < WS-STTAX-MAX.
004970     CLOSE STATE-TAX-FILE.
004980 1300-EXIT.
004990     EXIT.

005000******************************************************************
005010*    1350-READ-STATE-TAX
005020******************************************************************
005030 1350-READ-STATE-TAX.
005040     READ STATE-TAX-FILE
005050         AT END
005060             SET WS-STTAX-END-OF-FILE TO TRUE
005070         NOT AT END
005080             ADD 1 TO WS-STTAX-COUNT
005090             MOVE ST-STATE-CODE
005100                 TO WS-STTAX-STATE (WS-STTAX-COUNT)
005110             IF ST-SEMI-WEEKLY-DEPOSITOR
005120                OR ST-MONTHLY-DEPOSITOR
005130                OR ST-QUARTERLY-DEPOSITOR
005140                 MOVE ST-DEPOSIT-SCHEDULE
005150                     TO WS-STTAX-SCHEDULE (WS-STTAX-COUNT)
005160             ELSE
005170                 MOVE SPACES TO WS-STTAX-SCHEDULE (WS-STTAX-COUNT)
005180             END-IF
005190     END-READ.
005200 1350-EXIT.
005210     EXIT.

005220******************************************************************
005230*    2000-TAKE-YTD-DELTAS
005240*    WHAT THE RUN POSTED FOR ONE EMPLOYEE IS THE CURRENT YTD
005250*    LESS THE PRE-RUN IMAGE.  A RECORD WITH NO PRE-RUN IMAGE, OR
005260*    WHOSE YEAR ROLLED, CONTRIBUTES ITS FULL CURRENT YTD.
005270******************************************************************
005280 2000-TAKE-YTD-DELTAS.
005290     MOVE YT-EMPLOYEE-ID TO YP-EMPLOYEE-ID.
005300     READ YTD-PRIOR-FILE
005310         INVALID KEY
005320             MOVE ZERO TO YP-YTD-FEDERAL-TAX YP-YTD-FICA-TAX
005330                          YP-YTD-ER-FICA YP-YTD-ER-FUTA
005340                          YP-YTD-STATE-TAX YP-YTD-ER-SUTA
005350             MOVE YT-CURRENT-YEAR TO YP-CURRENT-YEAR
005360     END-READ.
005370     IF YP-CURRENT-YEAR NOT = YT-CURRENT-YEAR
005380         MOVE ZERO TO YP-YTD-FEDERAL-TAX YP-YTD-FICA-TAX
005390                      YP-YTD-ER-FICA YP-YTD-ER-FUTA
005400                      YP-YTD-STATE-TAX YP-YTD-ER-SUTA
005410     END-IF.
005420     COMPUTE WS-DELTA-FED-INCOME-TAX =
005430             YT-YTD-FEDERAL-TAX - YP-YTD-FEDERAL-TAX.
005440     COMPUTE WS-DELTA-EMPLOYEE-FICA =
005450             YT-YTD-FICA-TAX - YP-YTD-FICA-TAX.
005460     COMPUTE WS-DELTA-EMPLOYER-FICA =
005470             YT-YTD-ER-FICA - YP-YTD-ER-FICA.
005480     COMPUTE WS-DELTA-FUTA = YT-YTD-ER-FUTA - YP-YTD-ER-FUTA.
005490     COMPUTE WS-DELTA-STATE-TAX =
005500             YT-YTD-STATE-TAX - YP-YTD-STATE-TAX.
005510     COMPUTE WS-DELTA-SUTA = YT-YTD-ER-SUTA - YP-YTD-ER-SUTA.
005520     ADD WS-DELTA-FED-INCOME-TAX TO WS-RUN-FED-INCOME-TAX.
005530     ADD WS-DELTA-EMPLOYEE-FICA TO WS-RUN-EMPLOYEE-FICA.
005540     ADD WS-DELTA-EMPLOYER-FICA TO WS-RUN-EMPLOYER-FICA.
005550     ADD WS-DELTA-FUTA TO WS-RUN-FUTA.
005560     IF WS-DELTA-STATE-TAX NOT = ZERO
005570        OR WS-DELTA-SUTA NOT = ZERO
005580         PERFORM 2200-POST-STATE-DELTA THRU 2200-EXIT
005590     END-IF.
005600     PERFORM 2100-READ-YTD-RECORD THRU 2100-EXIT.
005610 2000-EXIT.
005620     EXIT.

005630******************************************************************
005640*    2100-READ-YTD-RECORD
005650******************************************************************
005660 2100-READ-YTD-RECORD.
005670     READ YTD-TOTALS-FILE NEXT RECORD
005680         AT END
005690             SET WS-YTD-END-OF-FILE TO TRUE
005700     END-READ.
005710 2100-EXIT.
005720     EXIT.

005730******************************************************************
005740*    2200-POST-STATE-DELTA
005750*    ADDS THE EMPLOYEE'S STATE WITHHOLDING AND SUTA INTO THE
005760*    WORK STATE'S ENTRY, STARTING ONE IF THE STATE IS NEW.  A
005770*    FULL TABLE REFUSES THE RUN AT POSTING - A STATE'S
005780*    LIABILITY MUST NOT DROP OFF THE LEDGER.
005790******************************************************************
005800 2200-POST-STATE-DELTA.
005810     MOVE YT-WORK-STATE TO WS-WORK-STATE.
005820     IF WS-WORK-STATE = SPACES
005830         MOVE "**" TO WS-WORK-STATE
005840     END-IF.
005850     MOVE ZERO TO WS-LST-FOUND-SUB.
005860     MOVE 1 TO WS-LST-SUB.
005870     PERFORM 2250-FIND-STATE THRU 2250-EXIT
005880             UNTIL WS-LST-SUB > WS-LST-COUNT
005890             OR WS-LST-FOUND-SUB > ZERO.
005900     IF WS-LST-FOUND-SUB = ZERO
005910         IF WS-LST-COUNT NOT < WS-LST-MAX
005920             SET WS-STATE-TABLE-FULL TO TRUE
005930             DISPLAY "TAXLIAB - STATE TABLE FULL, STATE "
005940                     WS-WORK-STATE " NOT TABLED"
005950             GO TO 2200-EXIT
005960         END-IF
005970         ADD 1 TO WS-LST-COUNT
005980         MOVE WS-LST-COUNT TO WS-LST-FOUND-SUB
005990         MOVE WS-WORK-STATE TO WS-LST-STATE (WS-LST-FOUND-SUB)
006000         MOVE ZERO TO WS-LST-STATE-TAX (WS-LST-FOUND-SUB)
006010                      WS-LST-SUTA (WS-LST-FOUND-SUB)
006020     END-IF.
006030     ADD WS-DELTA-STATE-TAX
006040         TO WS-LST-STATE-TAX (WS-LST-FOUND-SUB).
006050     ADD WS-DELTA-SUTA TO WS-LST-SUTA (WS-LST-FOUND-SUB).
006060 2200-EXIT.
006070     EXIT.

006080******************************************************************
006090*    2250-FIND-STATE
006100******************************************************************
006110 2250-FIND-STATE.
006120     IF WS-LST-STATE (WS-LST-SUB) = WS-WORK-STATE
006130         MOVE WS-LST-SUB TO WS-LST-FOUND-SUB
006140     END-IF.
006150     ADD 1 TO WS-LST-SUB.
006160 2250-EXIT.
006170     EXIT.

006180******************************************************************
006190*    3000-POST-LIABILITY
006200*    THE CHECK PASS LOOKS FOR EVERY ENTRY THE RUN WOULD WRITE.
006210*    IF ANY IS ALREADY ON THE LEDGER THE RUN WAS POSTED BEFORE
006220*    AND NOTHING IS WRITTEN; OTHERWISE THE WRITE PASS POSTS THEM
006230*    ALL AND LISTS THEM.
006240******************************************************************
006250 3000-POST-LIABILITY.
006260     IF WS-STATE-TABLE-FULL
006270         DISPLAY "TAXLIAB - STATE TABLE FULL - RUN REFUSED"
006280         MOVE 8 TO RETURN-CODE
006290         GO TO 3000-EXIT
006300     END-IF.
006310     COMPUTE WS-RUN-FED-TOTAL = WS-RUN-FED-INCOME-TAX
006320             + WS-RUN-EMPLOYEE-FICA + WS-RUN-EMPLOYER-FICA.
006330     SET WS-CHECK-PASS TO TRUE.
006340     PERFORM 3100-BUILD-ENTRIES THRU 3100-EXIT.
006350     IF WS-RUN-ALREADY-POSTED
006360         DISPLAY "TAXLIAB - RUN IS ALREADY ON THE LEDGER - "
006370                 "NOTHING POSTED"
006380         MOVE 8 TO RETURN-CODE
006390         GO TO 3000-EXIT
006400     END-IF.
006410     SET WS-WRITE-PASS TO TRUE.
006420     PERFORM 3100-BUILD-ENTRIES THRU 3100-EXIT.
006430 3000-EXIT.
006440     EXIT.

006450******************************************************************
006460*    3100-BUILD-ENTRIES
006470*    ONE ENTRY FOR THE 941 TAXES, ONE FOR FUTA, THEN STATE
006480*    WITHHOLDING AND SUTA FOR EACH STATE.  A TAX THE RUN OWED
006490*    NOTHING ON GETS NO ENTRY.
006500******************************************************************
006510 3100-BUILD-ENTRIES.
006520     MOVE "FED" TO WS-ENTRY-TAX-TYPE.
006530     MOVE SPACES TO WS-ENTRY-STATE.
006540     MOVE WS-FED-SCHEDULE TO WS-ENTRY-SCHEDULE.
006550     MOVE WS-RUN-FED-TOTAL TO WS-ENTRY-AMOUNT.
006560     PERFORM 3500-POST-ENTRY THRU 3500-EXIT.
006570     MOVE "FUT" TO WS-ENTRY-TAX-TYPE.
006580     MOVE 'Q' TO WS-ENTRY-SCHEDULE.
006590     MOVE WS-RUN-FUTA TO WS-ENTRY-AMOUNT.
006600     PERFORM 3500-POST-ENTRY THRU 3500-EXIT.
006610     MOVE 1 TO WS-LST-SUB.
006620     PERFORM 3200-BUILD-STATE-ENTRIES THRU 3200-EXIT
006630             UNTIL WS-LST-SUB > WS-LST-COUNT.
006640 3100-EXIT.
006650     EXIT.

006660******************************************************************
006670*    3200-BUILD-STATE-ENTRIES
006680******************************************************************
006690 3200-BUILD-STATE-ENTRIES.
006700     MOVE WS-LST-STATE (WS-LST-SUB) TO WS-ENTRY-STATE.
006710     MOVE "SWH" TO WS-ENTRY-TAX-TYPE.
006720     PERFORM 3300-FIND-STATE-SCHEDULE THRU 3300-EXIT.
006730     MOVE WS-LST-STATE-TAX (WS-LST-SUB) TO WS-ENTRY-AMOUNT.
006740     PERFORM 3500-POST-ENTRY THRU 3500-EXIT.
006750     MOVE "SUI" TO WS-ENTRY-TAX-TYPE.
006760     MOVE 'Q' TO WS-ENTRY-SCHEDULE.
006770     MOVE WS-LST-SUTA (WS-LST-SUB) TO WS-ENTRY-AMOUNT.
006780     PERFORM 3500-POST-ENTRY THRU 3500-EXIT.
006790     ADD 1 TO WS-LST-SUB.
006800 3200-EXIT.
006810     EXIT.

006820******************************************************************
006830*    3300-FIND-STATE-SCHEDULE
006840*    THE STATE'S OWN WITHHOLDING SCHEDULE, OR THE FEDERAL ONE
006850*    FOR A STATE WITH NONE.
006860******************************************************************
006870 3300-FIND-STATE-SCHEDULE.
006880     MOVE WS-FED-SCHEDULE TO WS-ENTRY-SCHEDULE.
006890     MOVE 1 TO WS-STTAX-SUB.
006900     PERFORM 3350-CHECK-STATE-SCHEDULE THRU 3350-EXIT
006910             UNTIL WS-STTAX-SUB > WS-STTAX-COUNT.
006920 3300-EXIT.
006930     EXIT.

006940******************************************************************
006950*    3350-CHECK-STATE-SCHEDULE
006960******************************************************************
006970 3350-CHECK-STATE-SCHEDULE.
006980     IF WS-STTAX-STATE (WS-STTAX-SUB) = WS-ENTRY-STATE
006990        AND WS-STTAX-SCHEDULE (WS-STTAX-SUB) NOT = SPACES
007000         MOVE WS-STTAX-SCHEDULE (WS-STTAX-SUB)
007010             TO WS-ENTRY-SCHEDULE
007020     END-IF.
007030     ADD 1 TO WS-STTAX-SUB.
007040 3350-EXIT.
007050     EXIT.

007060******************************************************************
007070*    3500-POST-ENTRY
007080*    BUILDS ONE LIABILITY ENTRY.  ON THE CHECK PASS IT IS LOOKED
007090*    FOR ON THE LEDGER; ON THE WRITE PASS IT IS WRITTEN AND
007100*    LISTED.
007110******************************************************************
007120 3500-POST-ENTRY.
007130     IF WS-ENTRY-AMOUNT = ZERO
007140         GO TO 3500-EXIT
007150     END-IF.
007160     PERFORM 4000-FIGURE-DUE-DATE THRU 4000-EXIT.
007170     MOVE SPACES TO TL-LEDGER-RECORD.
007180     MOVE WS-RUN-YEAR TO TL-TAX-YEAR.
007190     MOVE WS-RUN-QUARTER TO TL-TAX-QUARTER.
007200     MOVE WS-ENTRY-TAX-TYPE TO TL-TAX-TYPE.
007210     MOVE WS-ENTRY-STATE TO TL-STATE-CODE.
007220     MOVE WS-DUE-DATE TO TL-DUE-DATE.
007230     MOVE 'L' TO TL-ENTRY-TYPE.
007240     MOVE WS-RUN-PAY-GROUP TO TL-PAY-GROUP.
007250     MOVE WS-RUN-YEAR TO TL-PERIOD-YEAR.
007260     MOVE WS-RUN-PERIOD TO TL-PERIOD-NUMBER.
007270     MOVE WS-RUN-SEQUENCE TO TL-RUN-SEQUENCE.
007280     IF WS-CHECK-PASS
007290         READ TAX-LEDGER-FILE
007300             INVALID KEY
007310                 CONTINUE
007320             NOT INVALID KEY
007330                 SET WS-RUN-ALREADY-POSTED TO TRUE
007340         END-READ
007350         GO TO 3500-EXIT
007360     END-IF.
007370     MOVE WS-CHECK-DATE TO TL-ENTRY-DATE.
007380     MOVE WS-ENTRY-AMOUNT TO TL-AMOUNT.
007390     MOVE ZERO TO TL-FED-INCOME-TAX TL-EMPLOYEE-FICA
007400                  TL-EMPLOYER-FICA.
007410     IF TL-TAX-FEDERAL
007420         MOVE WS-RUN-FED-INCOME-TAX TO TL-FED-INCOME-TAX
007430         MOVE WS-RUN-EMPLOYEE-FICA TO TL-EMPLOYEE-FICA
007440         MOVE WS-RUN-EMPLOYER-FICA TO TL-EMPLOYER-FICA
007450     END-IF.
007460     MOVE WS-ENTRY-SCHEDULE TO TL-SCHEDULE.
007470     MOVE WS-CURRENT-DATE TO TL-POSTED-DATE.
007480     WRITE TL-LEDGER-RECORD
007490         INVALID KEY
007500             DISPLAY "TAXLIAB - LEDGER WRITE FAILED FOR "
007510                     TL-TAX-TYPE " " TL-STATE-CODE
007520                     ", STATUS = " WS-TAXLEDG-STATUS
007530             MOVE 8 TO RETURN-CODE
007540             GO TO 3500-EXIT
007550     END-WRITE.
007560     ADD 1 TO WS-ENTRY-COUNT.
007570     ADD WS-ENTRY-AMOUNT TO WS-ENTRY-TOTAL.
007580     PERFORM 3600-LIST-ENTRY THRU 3600-EXIT.
007590 3500-EXIT.
007600     EXIT.

007610******************************************************************
007620*    3600-LIST-ENTRY
007630******************************************************************
007640 3600-LIST-ENTRY.
007650     MOVE TL-TAX-TYPE TO LI-TAX-TYPE.
007660     MOVE TL-STATE-CODE TO LI-STATE-CODE.
007670     EVALUATE TRUE
007680         WHEN TL-SEMI-WEEKLY
007690             MOVE "SEMI-WEEKLY" TO LI-SCHEDULE
007700         WHEN TL-MONTHLY
007710             MOVE "MONTHLY" TO LI-SCHEDULE
007720         WHEN OTHER
007730             MOVE "QUARTERLY" TO LI-SCHEDULE
007740     END-EVALUATE.
007750     MOVE TL-DUE-DATE TO LI-DUE-DATE.
007760     MOVE TL-AMOUNT TO LI-AMOUNT.
007770     MOVE SPACES TO LI-NOTE.
007780     IF TL-TAX-FEDERAL
007790         MOVE TL-FED-INCOME-TAX TO LI-FED-INCOME-TAX
007800         MOVE TL-EMPLOYEE-FICA TO LI-FED-FICA
007810         MOVE TL-EMPLOYER-FICA TO LI-FED-ER-FICA
007820         MOVE LI-FED-NOTE TO LI-NOTE
007830     END-IF.
007840     WRITE LI-PRINT-LINE FROM LI-DETAIL-LINE.
007850 3600-EXIT.
007860     EXIT.

007870******************************************************************
007880*    4000-FIGURE-DUE-DATE
007890*    SETS WS-DUE-DATE FROM THE ENTRY'S SCHEDULE.  SEMI-WEEKLY
007900*    COUNTS FORWARD FROM THE CHECK DATE'S WEEKDAY; MONTHLY IS
007910*    THE 15TH OF THE MONTH AFTER THE CHECK DATE; QUARTERLY IS
007920*    THE LAST DAY OF THE MONTH AFTER THE QUARTER.  A MONTHLY OR
007930*    QUARTERLY DATE ON A WEEKEND MOVES TO THE MONDAY.  HOLIDAYS
007940*    ARE NOT MOVED.
007950******************************************************************
007960 4000-FIGURE-DUE-DATE.
007970     EVALUATE TRUE
007980         WHEN WS-ENTRY-SEMI-WEEKLY
007990             MOVE WS-CHECK-DATE TO WS-DUE-DATE
008000             PERFORM 4100-FIGURE-WEEKDAY THRU 4100-EXIT
008010             EVALUATE TRUE
008020                 WHEN WS-WEDNESDAY
008030                     MOVE 7 TO WS-DAYS-TO-ADD
008040                 WHEN WS-THURSDAY
008050                     MOVE 6 TO WS-DAYS-TO-ADD
008060                 WHEN WS-FRIDAY
008070                     MOVE 5 TO WS-DAYS-TO-ADD
008080                 WHEN WS-SATURDAY
008090                     MOVE 6 TO WS-DAYS-TO-ADD
008100                 WHEN WS-SUNDAY
008110                     MOVE 5 TO WS-DAYS-TO-ADD
008120                 WHEN WS-MONDAY
008130                     MOVE 4 TO WS-DAYS-TO-ADD
008140                 WHEN OTHER
008150                     MOVE 3 TO WS-DAYS-TO-ADD
008160             END-EVALUATE
008170             PERFORM 4200-ADD-ONE-DAY THRU 4200-EXIT
008180                     WS-DAYS-TO-ADD TIMES
008190             GO TO 4000-EXIT
008200         WHEN WS-ENTRY-MONTHLY
008210             MOVE WS-CHECK-DATE TO WS-DUE-DATE
008220             IF WS-DUE-MONTH = 12
008230                 ADD 1 TO WS-DUE-YEAR
008240                 MOVE 1 TO WS-DUE-MONTH
008250             ELSE
008260                 ADD 1 TO WS-DUE-MONTH
008270             END-IF
008280             MOVE 15 TO WS-DUE-DAY
008290         WHEN OTHER
008300             MOVE WS-RUN-YEAR TO WS-DUE-YEAR
008310             EVALUATE WS-RUN-QUARTER
008320                 WHEN 1
008330                     MOVE 04 TO WS-DUE-MONTH
008340                     MOVE 30 TO WS-DUE-DAY
008350                 WHEN 2
008360                     MOVE 07 TO WS-DUE-MONTH
008370                     MOVE 31 TO WS-DUE-DAY
008380                 WHEN 3
008390                     MOVE 10 TO WS-DUE-MONTH
008400                     MOVE 31 TO WS-DUE-DAY
008410                 WHEN OTHER
008420                     ADD 1 TO WS-DUE-YEAR
008430                     MOVE 01 TO WS-DUE-MONTH
008440                     MOVE 31 TO WS-DUE-DAY
008450             END-EVALUATE
008460     END-EVALUATE.
008470     PERFORM 4100-FIGURE-WEEKDAY THRU 4100-EXIT.
008480     IF WS-SATURDAY
008490         PERFORM 4200-ADD-ONE-DAY THRU 4200-EXIT 2 TIMES
008500     END-IF.
008510     IF WS-SUNDAY
008520         PERFORM 4200-ADD-ONE-DAY THRU 4200-EXIT
008530     END-IF.
008540 4000-EXIT.
008550     EXIT.

008560******************************************************************
008570*    4100-FIGURE-WEEKDAY
008580*    THE WEEKDAY OF WS-DUE-DATE FROM ITS DAY NUMBER.
008590******************************************************************
008600 4100-FIGURE-WEEKDAY.
008610     MOVE WS-DUE-DATE TO WS-DN-DATE.
008620     PERFORM 8000-FIGURE-DAY-NUMBER THRU 8000-EXIT.
008630     DIVIDE WS-DN-DAY-NUMBER BY 7 GIVING WS-WEEK-QUOTIENT
008640             REMAINDER WS-WEEKDAY.
008650 4100-EXIT.
008660     EXIT.

008670******************************************************************
008680*    4200-ADD-ONE-DAY
008690*    STEPS WS-DUE-DATE FORWARD ONE DAY.  FEBRUARY HAS 29 DAYS
008700*    IN A YEAR DIVISIBLE BY 4, EXCEPT A CENTURY YEAR NOT
008710*    DIVISIBLE BY 400.
008720******************************************************************
008730 4200-ADD-ONE-DAY.
008740     MOVE WS-MONTH-DAYS (WS-DUE-MONTH) TO WS-MONTH-LAST-DAY.
008750     IF WS-DUE-MONTH = 2
008760         DIVIDE WS-DUE-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
008770                 REMAINDER WS-LEAP-REMAINDER-4
008780         DIVIDE WS-DUE-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
008790                 REMAINDER WS-LEAP-REMAINDER-100
008800         DIVIDE WS-DUE-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
008810                 REMAINDER WS-LEAP-REMAINDER-400
008820         IF WS-LEAP-REMAINDER-4 = ZERO
008830            AND (WS-LEAP-REMAINDER-100 NOT = ZERO
008840                 OR WS-LEAP-REMAINDER-400 = ZERO)
008850             MOVE 29 TO WS-MONTH-LAST-DAY
008860         END-IF
008870     END-IF.
008880     IF WS-DUE-DAY < WS-MONTH-LAST-DAY
008890         ADD 1 TO WS-DUE-DAY
008900         GO TO 4200-EXIT
008910     END-IF.
008920     MOVE 1 TO WS-DUE-DAY.
008930     IF WS-DUE-MONTH < 12
008940         ADD 1 TO WS-DUE-MONTH
008950     ELSE
008960         MOVE 1 TO WS-DUE-MONTH
008970         ADD 1 TO WS-DUE-YEAR
008980     END-IF.
008990 4200-EXIT.
009000     EXIT.

009010******************************************************************
009020*    8000-FIGURE-DAY-NUMBER
009030*    TURNS THE YYYYMMDD DATE IN WS-DN-DATE INTO A DAY NUMBER IN
009040*    WS-DN-DAY-NUMBER.  JANUARY AND FEBRUARY COUNT AS MONTHS 13
009050*    AND 14 OF THE YEAR BEFORE.
009060******************************************************************
009070 8000-FIGURE-DAY-NUMBER.
009080     MOVE WS-DN-DATE-YEAR TO WS-DN-YEAR.
009090     MOVE WS-DN-DATE-MONTH TO WS-DN-MONTH.
009100     IF WS-DN-MONTH < 3
009110         SUBTRACT 1 FROM WS-DN-YEAR
009120         ADD 12 TO WS-DN-MONTH
009130     END-IF.
009140     DIVIDE WS-DN-YEAR BY 4 GIVING WS-DN-QUOTIENT-4.
009150     DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-QUOTIENT-100.
009160     DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-QUOTIENT-400.
009170     COMPUTE WS-DN-MONTH-DAYS = 153 * (WS-DN-MONTH - 3) + 2.
009180     DIVIDE WS-DN-MONTH-DAYS BY 5 GIVING WS-DN-MONTH-DAYS.
009190     COMPUTE WS-DN-DAY-NUMBER = 365 * WS-DN-YEAR
009200             + WS-DN-QUOTIENT-4 - WS-DN-QUOTIENT-100
009210             + WS-DN-QUOTIENT-400 + WS-DN-MONTH-DAYS
009220             + WS-DN-DATE-DAY.
009230 8000-EXIT.
009240     EXIT.

009250******************************************************************
009260*    9000-TERMINATE
009270******************************************************************
009280 9000-TERMINATE.
009290     MOVE "ENTRIES POSTED" TO LI-TOT-CAPTION.
009300     MOVE WS-ENTRY-COUNT TO LI-TOT-COUNT.
009310     MOVE WS-ENTRY-TOTAL TO LI-TOT-AMOUNT.
009320     WRITE LI-PRINT-LINE FROM LI-TOTAL-LINE.
009330     CLOSE YTD-TOTALS-FILE.
009340     CLOSE YTD-PRIOR-FILE.
009350     CLOSE TAX-LEDGER-FILE.
009360     CLOSE LIABILITY-REPORT-FILE.
009370     DISPLAY "TAXLIAB - " WS-ENTRY-COUNT
009380             " LIABILITY ENTRIES POSTED".
009390 9000-EXIT.
009400     EXIT.
009410 END PROGRAM TaxLiab.
