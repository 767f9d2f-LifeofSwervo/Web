000010******************************************************************
000020* IDENTIFICATION DIVISION.
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID.    TaxMaint.
000050 AUTHOR.        R WILKERSON.
000060 INSTALLATION.  PAYROLL SYSTEMS.
000070 DATE-WRITTEN.  10/07/2026.
000080 DATE-COMPILED.

000090******************************************************************
000100*  PURPOSE.  BATCH MAINTENANCE FOR THE TAX PARAMETER MASTER     *
000110*  (TAXPARM) - THE EFFECTIVE-DATED WITHHOLDING BRACKETS, FICA,  *
000120*  401(K), FUTA, AND SUTA LIMITS PayDriver LOADS FOR EACH RUN.  *
000130*  READS A TRANSACTION FILE OF ADDS, CHANGES, AND DELETES IN    *
000140*  TAX YEAR ORDER AND FIELD-EDITS EVERY TRANSACTION.  THE GOOD  *
000150*  ONES FOR A TAX YEAR ARE APPLIED TO A COPY OF THAT YEAR'S     *
000160*  ROWS IN STORAGE, AND THE RESULTING YEAR IS CHECKED AS A      *
000170*  WHOLE: THE S, M, AND L TABLES AND THE DEFAULT (**) SUTA ROW  *
000180*  MUST BE PRESENT, AND EVERY TYPE AND STATE MUST COVER         *
000190*  JANUARY 1 THROUGH DECEMBER 31 WITH NO GAP AND NO OVERLAP.    *
000200*  A YEAR THAT PASSES IS WRITTEN TO THE MASTER WITH A BEFORE    *
000210*  IMAGE AND AN AFTER IMAGE OF EVERY ROW TOUCHED ON THE AUDIT   *
000220*  LISTING.  A YEAR THAT FAILS IS REFUSED WHOLE - NOTHING FOR   *
000230*  THAT YEAR IS WRITTEN, EVERY ONE OF ITS TRANSACTIONS GOES TO  *
000240*  THE REJECTED-TRANSACTIONS LISTING WITH THE REASON, AND THE   *
000250*  RUN ENDS WITH RETURN CODE 8.                                 *
000260*-----------------------------------------------------------------
000270*  MODIFICATION HISTORY.
000280*    10/07/2026  RWK  ORIGINAL.
000290*    10/09/2026  RWK  MAINTAINS THE SUPPLEMENTAL WITHHOLDING RATE
000300*                     ON THE LIMITS ROW.
000310*    10/14/2026  RWK  MAINTAINS THE FEDERAL DEPOSITOR SCHEDULE
000320*                     (S SEMI-WEEKLY, M MONTHLY) ON THE LIMITS
000330*                     ROW.  AN ADD MUST CARRY IT.
000340******************************************************************

000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER.  IBM-370.
000380 OBJECT-COMPUTER.  IBM-370.

000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT TAX-PARM-TRANS-FILE ASSIGN TO "TPTRAN"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-TPTRAN-STATUS.

000440     SELECT TAX-PARM-FILE ASSIGN TO "TAXPARM"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS TP-PARM-KEY
000480         FILE STATUS IS WS-TAXPARM-STATUS.

000490     SELECT AUDIT-REPORT-FILE ASSIGN TO "TPAUDIT"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-AUDIT-STATUS.

000520     SELECT REJECT-REPORT-FILE ASSIGN TO "TPREJ"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-REJECT-STATUS.

000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  TAX-PARM-TRANS-FILE
000580     RECORDING MODE IS F.
000590 COPY TPTRAN.CPY.

000600 FD  TAX-PARM-FILE.
000610 COPY TAXPARM.CPY.

000620 FD  AUDIT-REPORT-FILE
000630     RECORDING MODE IS F.
000640 01  AU-PRINT-LINE               PIC X(132).

000650 FD  REJECT-REPORT-FILE
000660     RECORDING MODE IS F.
000670 01  RJ-PRINT-LINE               PIC X(80).

000680 WORKING-STORAGE SECTION.

000690*-----------------------------------------------------------------
000700*    FILE STATUS AND CONTROL SWITCHES
000710*-----------------------------------------------------------------
000720 01  WS-TPTRAN-STATUS            PIC X(02) VALUE SPACES.
000730 01  WS-TAXPARM-STATUS           PIC X(02) VALUE SPACES.
000740 01  WS-AUDIT-STATUS             PIC X(02) VALUE SPACES.
000750 01  WS-REJECT-STATUS            PIC X(02) VALUE SPACES.

000760 01  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
000770     88  WS-END-OF-FILE                    VALUE 'Y'.

000780 01  WS-TAXPARM-EOF-SWITCH       PIC X(01) VALUE 'N'.
000790     88  WS-TAXPARM-END-OF-FILE            VALUE 'Y'.

000800 01  WS-EDIT-SWITCH              PIC X(01) VALUE 'Y'.
000810     88  WS-TRANS-VALID                    VALUE 'Y'.
000820     88  WS-TRANS-INVALID                  VALUE 'N'.

000830 01  WS-YEAR-SWITCH              PIC X(01) VALUE 'Y'.
000840     88  WS-YEAR-VALID                     VALUE 'Y'.
000850     88  WS-YEAR-INVALID                   VALUE 'N'.

000860 01  WS-FOUND-SWITCH             PIC X(01) VALUE 'N'.
000870     88  WS-ENTRY-FOUND                    VALUE 'Y'.
000880     88  WS-ENTRY-NOT-FOUND                VALUE 'N'.

000890 01  WS-DATE-SWITCH              PIC X(01) VALUE 'Y'.
000900     88  WS-DATE-VALID                     VALUE 'Y'.
000910     88  WS-DATE-INVALID                   VALUE 'N'.

000920 01  WS-CHAIN-SWITCH             PIC X(01) VALUE 'N'.
000930     88  WS-CHAIN-DONE                     VALUE 'Y'.
000940     88  WS-CHAIN-OPEN                     VALUE 'N'.

000950 01  WS-FIRST-SWITCH             PIC X(01) VALUE 'Y'.
000960     88  WS-FIRST-OF-KIND                  VALUE 'Y'.

000970 01  WS-LEAP-SWITCH              PIC X(01) VALUE 'N'.
000980     88  WS-LEAP-YEAR                      VALUE 'Y'.

000990 01  WS-HAVE-SINGLE-SWITCH       PIC X(01) VALUE 'N'.
001000     88  WS-HAVE-SINGLE                    VALUE 'Y'.
001010 01  WS-HAVE-MARRIED-SWITCH      PIC X(01) VALUE 'N'.
001020     88  WS-HAVE-MARRIED                   VALUE 'Y'.
001030 01  WS-HAVE-LIMITS-SWITCH       PIC X(01) VALUE 'N'.
001040     88  WS-HAVE-LIMITS                    VALUE 'Y'.
001050 01  WS-HAVE-SUTA-SWITCH         PIC X(01) VALUE 'N'.
001060     88  WS-HAVE-SUTA-DEFAULT              VALUE 'Y'.

001070 01  WS-REJECT-REASON            PIC X(40) VALUE SPACES.

001080*    REASON A WHOLE TAX YEAR IS REFUSED - TYPE AND STATE OF THE
001090*    TABLE AT FAULT AND WHAT IS WRONG WITH IT.
001100 01  WS-YEAR-REASON.
001110     05  WS-YRR-LEAD             PIC X(20).
001120     05  WS-YRR-TYPE             PIC X(01).
001130     05  FILLER                  PIC X(01).
001140     05  WS-YRR-STATE            PIC X(02).
001150     05  FILLER                  PIC X(01).
001160     05  WS-YRR-TEXT             PIC X(15).

001170 01  WS-TRANS-COUNT              PIC 9(06) VALUE ZERO.
001180 01  WS-APPLIED-COUNT            PIC 9(06) VALUE ZERO.
001190 01  WS-REJECT-COUNT             PIC 9(06) VALUE ZERO.
001200 01  WS-YEARS-REFUSED            PIC 9(06) VALUE ZERO.
001210 01  WS-ROWS-ADDED               PIC 9(06) VALUE ZERO.
001220 01  WS-ROWS-CHANGED             PIC 9(06) VALUE ZERO.
001230 01  WS-ROWS-DELETED             PIC 9(06) VALUE ZERO.
001240 01  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.

001250 01  WS-GROUP-YEAR-X             PIC X(04) VALUE SPACES.
001260 01  WS-GROUP-YEAR REDEFINES WS-GROUP-YEAR-X
001270                                 PIC 9(04).
001280 01  WS-YEAR-FIRST-DATE          PIC 9(08) VALUE ZERO.
001290 01  WS-YEAR-LAST-DATE           PIC 9(08) VALUE ZERO.
001300 01  WS-COVER-DATE               PIC 9(08) VALUE ZERO.
001310 01  WS-CHK-TYPE                 PIC X(01) VALUE SPACES.
001320 01  WS-CHK-STATE                PIC X(02) VALUE SPACES.
001330 01  WS-PREV-LIMIT               PIC 9(5)V99 VALUE ZERO.

001340 01  WS-SUB-I                    PIC 9(03) VALUE ZERO.
001350 01  WS-SUB-J                    PIC 9(03) VALUE ZERO.
001360 01  WS-FOUND-SUB                PIC 9(03) VALUE ZERO.
001370 01  WS-BRK-SUB                  PIC 9(02) VALUE ZERO.

001380*-----------------------------------------------------------------
001390*    CALENDAR DATE EDIT WORK AREA
001400*-----------------------------------------------------------------
001410 01  WS-EDIT-DATE                PIC 9(08) VALUE ZERO.
001420 01  WS-EDIT-DATE-PARTS REDEFINES WS-EDIT-DATE.
001430     05  WS-ED-YEAR              PIC 9(04).
001440     05  WS-ED-MONTH             PIC 9(02).
001450     05  WS-ED-DAY               PIC 9(02).

001460 01  WS-MONTH-DAYS-VALUES        PIC X(24)
001470                                 VALUE '312831303130313130313031'.
001480 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
001490     05  WS-MONTH-DAYS OCCURS 12 TIMES
001500                                 PIC 9(02).
001510 01  WS-DAYS-IN-MONTH            PIC 9(02) VALUE ZERO.
001520 01  WS-LEAP-QUOTIENT            PIC 9(04) VALUE ZERO.
001530 01  WS-LEAP-REMAINDER           PIC 9(04) VALUE ZERO.

001540*-----------------------------------------------------------------
001550*    ONE TAX YEAR OF TAXPARM ROWS, AS ON FILE (BEFORE IMAGE) AND
001560*    AS THE YEAR'S TRANSACTIONS LEAVE THEM (AFTER IMAGE).  THE
001570*    ACTION SAYS WHAT THE COMMIT DOES WITH THE ROW; A ROW ADDED
001580*    AND DELETED IN THE SAME RUN IS DROPPED AND NEVER WRITTEN.
001590*-----------------------------------------------------------------
001600 01  WS-YEAR-TABLE.
001610     05  WS-YR-COUNT             PIC 9(03) VALUE ZERO.
001620     05  WS-YR-ENTRY OCCURS 200 TIMES.
001630         10  WS-YR-ACTION        PIC X(01).
001640             88  WS-YR-UNCHANGED            VALUE SPACE.
001650             88  WS-YR-ADDED                VALUE 'A'.
001660             88  WS-YR-CHANGED              VALUE 'C'.
001670             88  WS-YR-DELETED              VALUE 'D'.
001680             88  WS-YR-DROPPED              VALUE 'X'.
001690             88  WS-YR-ACTIVE               VALUES SPACE 'A' 'C'.
001700         10  WS-YR-BEFORE-IMAGE  PIC X(86).
001710         10  WS-YR-AFTER-IMAGE.
001720             15  WS-YR-TAX-YEAR  PIC 9(04).
001730             15  WS-YR-PARM-TYPE PIC X(01).
001740             15  WS-YR-STATE-CODE
001750                                 PIC X(02).
001760             15  WS-YR-EFFECTIVE-DATE
001770                                 PIC 9(08).
001780             15  WS-YR-END-DATE  PIC 9(08).
001790             15  FILLER          PIC X(63).

001800*-----------------------------------------------------------------
001810*    TRANSACTIONS ACCEPTED FOR THE CURRENT TAX YEAR, HELD SO A
001820*    REFUSED YEAR CAN LIST EVERY ONE OF THEM AS REJECTED.
001830*-----------------------------------------------------------------
001840 01  WS-HELD-TABLE.
001850     05  WS-HD-COUNT             PIC 9(03) VALUE ZERO.
001860     05  WS-HD-ENTRY OCCURS 200 TIMES.
001870         10  WS-HD-TRANS-CODE    PIC X(01).
001880         10  WS-HD-PARM-TYPE     PIC X(01).
001890         10  WS-HD-STATE-CODE    PIC X(02).
001900         10  WS-HD-EFFECTIVE-DATE
001910                                 PIC X(08).

001920*-----------------------------------------------------------------
001930*    AUDIT LISTING AND REJECT LISTING LINES
001940*-----------------------------------------------------------------
001950 COPY TPALINE.CPY.

001960 PROCEDURE DIVISION.

001970******************************************************************
001980*    0000-MAINLINE
001990******************************************************************
002000 0000-MAINLINE.
002010     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002020     PERFORM 2000-PROCESS-YEAR THRU 2000-EXIT
002030             UNTIL WS-END-OF-FILE.
002040     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002050     STOP RUN.

002060******************************************************************
002070*    1000-INITIALIZE
002080******************************************************************
002090 1000-INITIALIZE.
002100     OPEN INPUT TAX-PARM-TRANS-FILE.
002110     IF WS-TPTRAN-STATUS NOT = "00"
002120         DISPLAY "TAXMNT - UNABLE TO OPEN TRANSACTION FILE, "
002130                 "STATUS = " WS-TPTRAN-STATUS
002140         STOP RUN
002150     END-IF.
002160     OPEN I-O TAX-PARM-FILE.
002170     IF WS-TAXPARM-STATUS NOT = "00"
002180         DISPLAY "TAXMNT - UNABLE TO OPEN TAX PARAMETER FILE, "
002190                 "STATUS = " WS-TAXPARM-STATUS
002200         STOP RUN
002210     END-IF.
002220     OPEN OUTPUT AUDIT-REPORT-FILE.
002230     IF WS-AUDIT-STATUS NOT = "00"
002240         DISPLAY "TAXMNT - UNABLE TO OPEN AUDIT LISTING, "
002250                 "STATUS = " WS-AUDIT-STATUS
002260         STOP RUN
002270     END-IF.
002280     OPEN OUTPUT REJECT-REPORT-FILE.
002290     IF WS-REJECT-STATUS NOT = "00"
002300         DISPLAY "TAXMNT - UNABLE TO OPEN REJECT LISTING, "
002310                 "STATUS = " WS-REJECT-STATUS
002320         STOP RUN
002330     END-IF.
002340     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002350     PERFORM 1100-READ-TRANSACTION THRU 1100-EXIT.
002360 1000-EXIT.
002370     EXIT.

002380******************************************************************
002390*    1100-READ-TRANSACTION
002400******************************************************************
002410 1100-READ-TRANSACTION.
002420     READ TAX-PARM-TRANS-FILE
002430         AT END
002440             SET WS-END-OF-FILE TO TRUE
002450     END-READ.
002460 1100-EXIT.
002470     EXIT.

002480******************************************************************
002490*    2000-PROCESS-YEAR
002500*    ONE TAX YEAR OF TRANSACTIONS.  LOADS THE YEAR'S ROWS FROM
002510*    THE MASTER, APPLIES EVERY TRANSACTION FOR THE YEAR IN
002520*    STORAGE, THEN COMMITS THE YEAR IF IT CHECKS OUT OR REFUSES
002530*    IT WHOLE IF IT DOES NOT.  A TRANSACTION WITH A NON-NUMERIC
002540*    YEAR FALLS IN A GROUP OF ITS OWN AND REJECTS ON THE EDIT.
002550******************************************************************
002560 2000-PROCESS-YEAR.
002570     MOVE TX-TAX-YEAR-X TO WS-GROUP-YEAR-X.
002580     MOVE ZERO TO WS-YR-COUNT.
002590     MOVE ZERO TO WS-HD-COUNT.
002600     SET WS-YEAR-VALID TO TRUE.
002610     MOVE SPACES TO WS-YEAR-REASON.
002620     IF WS-GROUP-YEAR-X NUMERIC
002630         PERFORM 2100-LOAD-YEAR THRU 2100-EXIT
002640     END-IF.
002650     PERFORM 2200-PROCESS-TRANSACTION THRU 2200-EXIT
002660             UNTIL WS-END-OF-FILE
002670                OR TX-TAX-YEAR-X NOT = WS-GROUP-YEAR-X.
002680     IF WS-HD-COUNT = ZERO
002690         GO TO 2000-EXIT
002700     END-IF.
002710     IF WS-YEAR-VALID
002720         PERFORM 4000-VALIDATE-YEAR THRU 4000-EXIT
002730     END-IF.
002740     IF WS-YEAR-VALID
002750         PERFORM 5000-COMMIT-YEAR THRU 5000-EXIT
002760     ELSE
002770         PERFORM 6000-REFUSE-YEAR THRU 6000-EXIT
002780     END-IF.
002790 2000-EXIT.
002800     EXIT.

002810******************************************************************
002820*    2100-LOAD-YEAR
002830*    EVERY MASTER ROW OF THE TAX YEAR INTO THE YEAR TABLE.
002840******************************************************************
002850 2100-LOAD-YEAR.
002860     MOVE WS-GROUP-YEAR TO TP-TAX-YEAR.
002870     MOVE LOW-VALUES TO TP-PARM-TYPE TP-STATE-CODE.
002880     MOVE ZERO TO TP-EFFECTIVE-DATE.
002890     MOVE 'N' TO WS-TAXPARM-EOF-SWITCH.
002900     START TAX-PARM-FILE KEY IS NOT < TP-PARM-KEY
002910         INVALID KEY
002920             SET WS-TAXPARM-END-OF-FILE TO TRUE
002930     END-START.
002940     PERFORM 2150-READ-TAX-PARM THRU 2150-EXIT
002950             UNTIL WS-TAXPARM-END-OF-FILE.
002960 2100-EXIT.
002970     EXIT.

002980******************************************************************
002990*    2150-READ-TAX-PARM
003000*    ONE ROW OF THE TAX YEAR; THE FIRST ROW OF THE NEXT YEAR
003010*    ENDS THE LOAD.  A YEAR TOO BIG FOR THE TABLE IS REFUSED.
003020******************************************************************
003030 2150-READ-TAX-PARM.
003040     READ TAX-PARM-FILE NEXT RECORD
003050         AT END
003060             SET WS-TAXPARM-END-OF-FILE TO TRUE
003070             GO TO 2150-EXIT
003080     END-READ.
003090     IF TP-TAX-YEAR NOT = WS-GROUP-YEAR
003100         SET WS-TAXPARM-END-OF-FILE TO TRUE
003110         GO TO 2150-EXIT
003120     END-IF.
003130     IF WS-YR-COUNT NOT < 200
003140         MOVE "YEAR REFUSED - MORE THAN 200 ROWS"
003150             TO WS-YEAR-REASON
003160         SET WS-YEAR-INVALID TO TRUE
003170         SET WS-TAXPARM-END-OF-FILE TO TRUE
003180         GO TO 2150-EXIT
003190     END-IF.
003200     ADD 1 TO WS-YR-COUNT.
003210     MOVE SPACE TO WS-YR-ACTION (WS-YR-COUNT).
003220     MOVE TP-TAX-PARM-RECORD TO WS-YR-BEFORE-IMAGE (WS-YR-COUNT).
003230     MOVE TP-TAX-PARM-RECORD TO WS-YR-AFTER-IMAGE (WS-YR-COUNT).
003240 2150-EXIT.
003250     EXIT.

003260******************************************************************
003270*    2200-PROCESS-TRANSACTION
003280*    FIELD-EDITS THE CURRENT TRANSACTION, APPLIES IT TO THE YEAR
003290*    TABLE WHEN IT PASSES, AND READS THE NEXT TRANSACTION.
003300******************************************************************
003310 2200-PROCESS-TRANSACTION.
003320     ADD 1 TO WS-TRANS-COUNT.
003330     PERFORM 2300-EDIT-TRANSACTION THRU 2300-EXIT.
003340     IF WS-TRANS-INVALID
003350         PERFORM 2800-WRITE-REJECT THRU 2800-EXIT
003360     ELSE
003370         PERFORM 3000-APPLY-TRANSACTION THRU 3000-EXIT
003380     END-IF.
003390     PERFORM 1100-READ-TRANSACTION THRU 1100-EXIT.
003400 2200-EXIT.
003410     EXIT.

003420******************************************************************
003430*    2300-EDIT-TRANSACTION
003440*    FIELD EDITS COMMON TO EVERY TRANSACTION TYPE.  THE DATES
003450*    MUST BE REAL CALENDAR DATES INSIDE THE TAX YEAR.  AN ADD
003460*    MUST CARRY AN END DATE AND A FULL SET OF DATA; A CHANGE MAY
003470*    LEAVE A FIELD BLANK TO KEEP THE VALUE ALREADY ON FILE.
003480******************************************************************
003490 2300-EDIT-TRANSACTION.
003500     SET WS-TRANS-VALID TO TRUE.
003510     IF NOT TX-ADD AND NOT TX-CHANGE AND NOT TX-DELETE
003520         MOVE "INVALID TRANSACTION CODE" TO WS-REJECT-REASON
003530         SET WS-TRANS-INVALID TO TRUE
003540         GO TO 2300-EXIT
003550     END-IF.
003560     IF TX-TAX-YEAR-X NOT NUMERIC
003570         MOVE "TAX YEAR NOT NUMERIC" TO WS-REJECT-REASON
003580         SET WS-TRANS-INVALID TO TRUE
003590         GO TO 2300-EXIT
003600     END-IF.
003610     IF NOT TX-TYPE-SINGLE AND NOT TX-TYPE-MARRIED
003620        AND NOT TX-TYPE-LIMITS AND NOT TX-TYPE-SUTA
003630         MOVE "INVALID PARAMETER TYPE" TO WS-REJECT-REASON
003640         SET WS-TRANS-INVALID TO TRUE
003650         GO TO 2300-EXIT
003660     END-IF.
003670     IF TX-TYPE-SUTA
003680         IF TX-STATE-CODE = SPACES
003690             MOVE "STATE CODE MISSING ON SUTA ROW"
003700                 TO WS-REJECT-REASON
003710             SET WS-TRANS-INVALID TO TRUE
003720             GO TO 2300-EXIT
003730         END-IF
003740     ELSE
003750         IF TX-STATE-CODE NOT = SPACES
003760             MOVE "STATE CODE ONLY ALLOWED ON SUTA ROW"
003770                 TO WS-REJECT-REASON
003780             SET WS-TRANS-INVALID TO TRUE
003790             GO TO 2300-EXIT
003800         END-IF
003810     END-IF.
003820     IF TX-EFFECTIVE-DATE-X NOT NUMERIC
003830         MOVE "EFFECTIVE DATE NOT NUMERIC" TO WS-REJECT-REASON
003840         SET WS-TRANS-INVALID TO TRUE
003850         GO TO 2300-EXIT
003860     END-IF.
003870     MOVE TX-EFFECTIVE-DATE TO WS-EDIT-DATE.
003880     PERFORM 2350-EDIT-DATE THRU 2350-EXIT.
003890     IF WS-DATE-INVALID
003900         MOVE "EFFECTIVE DATE NOT A VALID DATE"
003910             TO WS-REJECT-REASON
003920         SET WS-TRANS-INVALID TO TRUE
003930         GO TO 2300-EXIT
003940     END-IF.
003950     IF WS-ED-YEAR NOT = TX-TAX-YEAR
003960         MOVE "EFFECTIVE DATE NOT IN TAX YEAR" TO WS-REJECT-REASON
003970         SET WS-TRANS-INVALID TO TRUE
003980         GO TO 2300-EXIT
003990     END-IF.
004000     IF TX-DELETE
004010         GO TO 2300-EXIT
004020     END-IF.
004030     IF TX-ADD AND TX-END-DATE-X = SPACES
004040         MOVE "END DATE MISSING" TO WS-REJECT-REASON
004050         SET WS-TRANS-INVALID TO TRUE
004060         GO TO 2300-EXIT
004070     END-IF.
004080     IF TX-END-DATE-X NOT = SPACES
004090         IF TX-END-DATE-X NOT NUMERIC
004100             MOVE "END DATE NOT NUMERIC" TO WS-REJECT-REASON
004110             SET WS-TRANS-INVALID TO TRUE
004120             GO TO 2300-EXIT
004130         END-IF
004140         MOVE TX-END-DATE TO WS-EDIT-DATE
004150         PERFORM 2350-EDIT-DATE THRU 2350-EXIT
004160         IF WS-DATE-INVALID
004170             MOVE "END DATE NOT A VALID DATE" TO WS-REJECT-REASON
004180             SET WS-TRANS-INVALID TO TRUE
004190             GO TO 2300-EXIT
004200         END-IF
004210         IF WS-ED-YEAR NOT = TX-TAX-YEAR
004220             MOVE "END DATE NOT IN TAX YEAR" TO WS-REJECT-REASON
004230             SET WS-TRANS-INVALID TO TRUE
004240             GO TO 2300-EXIT
004250         END-IF
004260         IF TX-END-DATE < TX-EFFECTIVE-DATE
004270             MOVE "END DATE BEFORE EFFECTIVE DATE"
004280                 TO WS-REJECT-REASON
004290             SET WS-TRANS-INVALID TO TRUE
004300             GO TO 2300-EXIT
004310         END-IF
004320     END-IF.
004330     IF TX-CHANGE AND TX-END-DATE-X = SPACES
004340        AND TX-PARM-DATA = SPACES
004350         MOVE "NOTHING TO CHANGE" TO WS-REJECT-REASON
004360         SET WS-TRANS-INVALID TO TRUE
004370         GO TO 2300-EXIT
004380     END-IF.
004390     EVALUATE TRUE
004400         WHEN TX-TYPE-BRACKETS
004410             MOVE 1 TO WS-BRK-SUB
004420             PERFORM 2410-EDIT-BRACKET THRU 2410-EXIT
004430                     UNTIL WS-BRK-SUB > 5 OR WS-TRANS-INVALID
004440         WHEN TX-TYPE-LIMITS
004450             PERFORM 2420-EDIT-LIMITS THRU 2420-EXIT
004460         WHEN TX-TYPE-SUTA
004470             PERFORM 2430-EDIT-SUTA THRU 2430-EXIT
004480     END-EVALUATE.
004490 2300-EXIT.
004500     EXIT.

004510******************************************************************
004520*    2350-EDIT-DATE
004530*    CHECKS WS-EDIT-DATE IS A REAL CALENDAR DATE.
004540******************************************************************
004550 2350-EDIT-DATE.
004560     SET WS-DATE-VALID TO TRUE.
004570     IF WS-ED-MONTH < 1 OR WS-ED-MONTH > 12 OR WS-ED-DAY < 1
004580         SET WS-DATE-INVALID TO TRUE
004590         GO TO 2350-EXIT
004600     END-IF.
004610     PERFORM 2360-SET-DAYS-IN-MONTH THRU 2360-EXIT.
004620     IF WS-ED-DAY > WS-DAYS-IN-MONTH
004630         SET WS-DATE-INVALID TO TRUE
004640     END-IF.
004650 2350-EXIT.
004660     EXIT.

004670******************************************************************
004680*    2360-SET-DAYS-IN-MONTH
004690*    DAYS IN THE MONTH OF WS-EDIT-DATE.  FEBRUARY HAS 29 IN A
004700*    YEAR DIVISIBLE BY 4, EXCEPT A CENTURY NOT DIVISIBLE BY 400.
004710******************************************************************
004720 2360-SET-DAYS-IN-MONTH.
004730     MOVE WS-MONTH-DAYS (WS-ED-MONTH) TO WS-DAYS-IN-MONTH.
004740     IF WS-ED-MONTH NOT = 2
004750         GO TO 2360-EXIT
004760     END-IF.
004770     MOVE 'N' TO WS-LEAP-SWITCH.
004780     DIVIDE WS-ED-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
004790         REMAINDER WS-LEAP-REMAINDER.
004800     IF WS-LEAP-REMAINDER = ZERO
004810         SET WS-LEAP-YEAR TO TRUE
004820     END-IF.
004830     DIVIDE WS-ED-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
004840         REMAINDER WS-LEAP-REMAINDER.
004850     IF WS-LEAP-REMAINDER = ZERO
004860         MOVE 'N' TO WS-LEAP-SWITCH
004870     END-IF.
004880     DIVIDE WS-ED-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
004890         REMAINDER WS-LEAP-REMAINDER.
004900     IF WS-LEAP-REMAINDER = ZERO
004910         SET WS-LEAP-YEAR TO TRUE
004920     END-IF.
004930     IF WS-LEAP-YEAR
004940         MOVE 29 TO WS-DAYS-IN-MONTH
004950     END-IF.
004960 2360-EXIT.
004970     EXIT.

004980******************************************************************
004990*    2370-NEXT-DAY
005000*    ADVANCES WS-EDIT-DATE ONE CALENDAR DAY.
005010******************************************************************
005020 2370-NEXT-DAY.
005030     PERFORM 2360-SET-DAYS-IN-MONTH THRU 2360-EXIT.
005040     IF WS-ED-DAY < WS-DAYS-IN-MONTH
005050         ADD 1 TO WS-ED-DAY
005060         GO TO 2370-EXIT
005070     END-IF.
005080     MOVE 1 TO WS-ED-DAY.
005090     IF WS-ED-MONTH < 12
005100         ADD 1 TO WS-ED-MONTH
005110     ELSE
005120         MOVE 1 TO WS-ED-MONTH
005130         ADD 1 TO WS-ED-YEAR
005140     END-IF.
005150 2370-EXIT.
005160     EXIT.

005170******************************************************************
005180*    2410-EDIT-BRACKET
005190*    ONE WITHHOLDING BRACKET OF AN S OR M TRANSACTION.  AN ADD
005200*    MUST CARRY ALL FIVE BRACKETS.
005210******************************************************************
005220 2410-EDIT-BRACKET.
005230     IF TX-ADD
005240        AND (TX-BRK-UPPER-LIMIT-X (WS-BRK-SUB) = SPACES
005250             OR TX-BRK-RATE-X (WS-BRK-SUB) = SPACES)
005260         MOVE "BRACKET LIMIT OR RATE MISSING" TO WS-REJECT-REASON
005270         SET WS-TRANS-INVALID TO TRUE
005280         GO TO 2410-EXIT
005290     END-IF.
005300     IF TX-BRK-UPPER-LIMIT-X (WS-BRK-SUB) NOT = SPACES
005310        AND TX-BRK-UPPER-LIMIT-X (WS-BRK-SUB) NOT NUMERIC
005320         MOVE "BRACKET LIMIT NOT NUMERIC" TO WS-REJECT-REASON
005330         SET WS-TRANS-INVALID TO TRUE
005340         GO TO 2410-EXIT
005350     END-IF.
005360     IF TX-BRK-RATE-X (WS-BRK-SUB) NOT = SPACES
005370        AND TX-BRK-RATE-X (WS-BRK-SUB) NOT NUMERIC
005380         MOVE "BRACKET RATE NOT NUMERIC" TO WS-REJECT-REASON
005390         SET WS-TRANS-INVALID TO TRUE
005400         GO TO 2410-EXIT
005410     END-IF.
005420     ADD 1 TO WS-BRK-SUB.
005430 2410-EXIT.
005440     EXIT.

005450******************************************************************
005460*    2420-EDIT-LIMITS
005470*    THE FICA, 401(K), AND FUTA FIELDS OF AN L TRANSACTION.  AN
005480*    ADD MUST CARRY EVERY FIELD.  THE DEPOSITOR SCHEDULE IS S OR
005490*    M.
005500******************************************************************
005510 2420-EDIT-LIMITS.
005520     IF TX-ADD
005530        AND (TX-FICA-RATE-X = SPACES
005540             OR TX-FICA-WAGE-BASE-X = SPACES
005550             OR TX-401K-LIMIT-X = SPACES
005560             OR TX-401K-CATCHUP-X = SPACES
005570             OR TX-FUTA-RATE-X = SPACES
005580             OR TX-FUTA-WAGE-BASE-X = SPACES
005590             OR TX-SUPP-RATE-X = SPACES
005600             OR TX-DEPOSIT-SCHEDULE = SPACES)
005610         MOVE "LIMIT FIELD MISSING" TO WS-REJECT-REASON
005620         SET WS-TRANS-INVALID TO TRUE
005630         GO TO 2420-EXIT
005640     END-IF.
005650     IF TX-FICA-RATE-X NOT = SPACES
005660        AND TX-FICA-RATE-X NOT NUMERIC
005670         MOVE "FICA RATE NOT NUMERIC" TO WS-REJECT-REASON
005680         SET WS-TRANS-INVALID TO TRUE
005690         GO TO 2420-EXIT
005700     END-IF.
005710     IF TX-FICA-WAGE-BASE-X NOT = SPACES
005720        AND TX-FICA-WAGE-BASE-X NOT NUMERIC
005730         MOVE "FICA WAGE BASE NOT NUMERIC" TO WS-REJECT-REASON
005740         SET WS-TRANS-INVALID TO TRUE
005750         GO TO 2420-EXIT
005760     END-IF.
005770     IF TX-401K-LIMIT-X NOT = SPACES
005780        AND TX-401K-LIMIT-X NOT NUMERIC
005790         MOVE "401(K) LIMIT NOT NUMERIC" TO WS-REJECT-REASON
005800         SET WS-TRANS-INVALID TO TRUE
005810         GO TO 2420-EXIT
005820     END-IF.
005830     IF TX-401K-CATCHUP-X NOT = SPACES
005840        AND TX-401K-CATCHUP-X NOT NUMERIC
005850         MOVE "401(K) CATCH-UP NOT NUMERIC" TO WS-REJECT-REASON
005860         SET WS-TRANS-INVALID TO TRUE
005870         GO TO 2420-EXIT
005880     END-IF.
005890     IF TX-FUTA-RATE-X NOT = SPACES
005900        AND TX-FUTA-RATE-X NOT NUMERIC
005910         MOVE "FUTA RATE NOT NUMERIC" TO WS-REJECT-REASON
005920         SET WS-TRANS-INVALID TO TRUE
005930         GO TO 2420-EXIT
005940     END-IF.
005950     IF TX-FUTA-WAGE-BASE-X NOT = SPACES
005960        AND TX-FUTA-WAGE-BASE-X NOT NUMERIC
005970         MOVE "FUTA WAGE BASE NOT NUMERIC" TO WS-REJECT-REASON
005980         SET WS-TRANS-INVALID TO TRUE
005990         GO TO 2420-EXIT
006000     END-IF.
006010     IF TX-SUPP-RATE-X NOT = SPACES
006020        AND TX-SUPP-RATE-X NOT NUMERIC
006030         MOVE "SUPPLEMENTAL RATE NOT NUMERIC" TO WS-REJECT-REASON
006040         SET WS-TRANS-INVALID TO TRUE
006050         GO TO 2420-EXIT
006060     END-IF.
006070     IF TX-DEPOSIT-SCHEDULE NOT = SPACES
006080        AND NOT TX-DEPOSIT-SCHEDULE-VALID
006090         MOVE "DEPOSIT SCHEDULE NOT S OR M" TO WS-REJECT-REASON
006100         SET WS-TRANS-INVALID TO TRUE
006110         GO TO 2420-EXIT
006120     END-IF.
006130 2420-EXIT.
006140     EXIT.

006150******************************************************************
006160*    2430-EDIT-SUTA
006170*    THE SUTA RATE AND WAGE BASE OF A U TRANSACTION.  AN ADD
006180*    MUST CARRY BOTH.
006190******************************************************************
006200 2430-EDIT-SUTA.
006210     IF TX-ADD
006220        AND (TX-SUTA-RATE-X = SPACES
006230             OR TX-SUTA-WAGE-BASE-X = SPACES)
006240         MOVE "SUTA RATE OR WAGE BASE MISSING" TO WS-REJECT-REASON
006250         SET WS-TRANS-INVALID TO TRUE
006260         GO TO 2430-EXIT
006270     END-IF.
006280     IF TX-SUTA-RATE-X NOT = SPACES
006290        AND TX-SUTA-RATE-X NOT NUMERIC
006300         MOVE "SUTA RATE NOT NUMERIC" TO WS-REJECT-REASON
006310         SET WS-TRANS-INVALID TO TRUE
006320         GO TO 2430-EXIT
006330     END-IF.
006340     IF TX-SUTA-WAGE-BASE-X NOT = SPACES
006350        AND TX-SUTA-WAGE-BASE-X NOT NUMERIC
006360         MOVE "SUTA WAGE BASE NOT NUMERIC" TO WS-REJECT-REASON
006370         SET WS-TRANS-INVALID TO TRUE
006380         GO TO 2430-EXIT
006390     END-IF.
006400 2430-EXIT.
006410     EXIT.

006420******************************************************************
006430*    2600-WRITE-AUDIT-IMAGE
006440*    WRITES ONE AUDIT LINE FROM THE CURRENT CONTENT OF THE
006450*    TAXPARM RECORD AREA.  CALLER SETS TA-ACTION AND TA-IMAGE.
006460******************************************************************
006470 2600-WRITE-AUDIT-IMAGE.
006480     MOVE TP-TAX-YEAR TO TA-TAX-YEAR.
006490     MOVE TP-PARM-TYPE TO TA-PARM-TYPE.
006500     MOVE TP-STATE-CODE TO TA-STATE-CODE.
006510     MOVE TP-EFFECTIVE-DATE TO TA-EFFECTIVE-DATE.
006520     MOVE TP-END-DATE TO TA-END-DATE.
006530     MOVE SPACES TO TA-DETAIL.
006540     EVALUATE TRUE
006550         WHEN TP-TYPE-SINGLE OR TP-TYPE-MARRIED
006560             MOVE 1 TO WS-BRK-SUB
006570             PERFORM 2650-FORMAT-BRACKET THRU 2650-EXIT
006580                     UNTIL WS-BRK-SUB > 5
006590         WHEN TP-TYPE-LIMITS
006600             MOVE TP-FICA-RATE TO TA-FICA-RATE
006610             MOVE TP-FICA-WAGE-BASE TO TA-FICA-WAGE-BASE
006620             MOVE TP-401K-LIMIT TO TA-401K-LIMIT
006630             MOVE TP-401K-CATCHUP TO TA-401K-CATCHUP
006640             MOVE TP-FUTA-RATE TO TA-FUTA-RATE
006650             MOVE TP-FUTA-WAGE-BASE TO TA-FUTA-WAGE-BASE
006660             MOVE TP-SUPP-RATE TO TA-SUPP-RATE
006670             MOVE TP-DEPOSIT-SCHEDULE TO TA-DEPOSIT-SCHEDULE
006680         WHEN TP-TYPE-SUTA
006690             MOVE TP-SUTA-RATE TO TA-SUTA-RATE
006700             MOVE TP-SUTA-WAGE-BASE TO TA-SUTA-WAGE-BASE
006710     END-EVALUATE.
006720     WRITE AU-PRINT-LINE FROM TA-AUDIT-LINE.
006730 2600-EXIT.
006740     EXIT.

006750******************************************************************
006760*    2650-FORMAT-BRACKET
006770******************************************************************
006780 2650-FORMAT-BRACKET.
006790     MOVE TP-BRK-UPPER-LIMIT (WS-BRK-SUB)
006800         TO TA-BRK-UPPER-LIMIT (WS-BRK-SUB).
006810     MOVE TP-BRK-RATE (WS-BRK-SUB) TO TA-BRK-RATE (WS-BRK-SUB).
006820     ADD 1 TO WS-BRK-SUB.
006830 2650-EXIT.
006840     EXIT.

006850******************************************************************
006860*    2800-WRITE-REJECT
006870*    LOGS A TRANSACTION THAT FAILED AN EDIT OR COULD NOT BE
006880*    APPLIED TO THE YEAR, WITH THE SPECIFIC REASON.
006890******************************************************************
006900 2800-WRITE-REJECT.
006910     MOVE TX-TRANS-CODE TO TA-REJ-TRANS-CODE.
006920     MOVE TX-TAX-YEAR-X TO TA-REJ-TAX-YEAR.
006930     MOVE TX-PARM-TYPE TO TA-REJ-PARM-TYPE.
006940     MOVE TX-STATE-CODE TO TA-REJ-STATE-CODE.
006950     MOVE TX-EFFECTIVE-DATE-X TO TA-REJ-EFFECTIVE-DATE.
006960     MOVE WS-REJECT-REASON TO TA-REJ-REASON.
006970     WRITE RJ-PRINT-LINE FROM TA-REJECT-LINE.
006980     ADD 1 TO WS-REJECT-COUNT.
006990 2800-EXIT.
007000     EXIT.

007010******************************************************************
007020*    3000-APPLY-TRANSACTION
007030*    FINDS THE TRANSACTION'S ROW IN THE YEAR TABLE BY TYPE,
007040*    STATE, AND EFFECTIVE DATE AND ROUTES IT TO THE ADD, CHANGE,
007050*    OR DELETE PARAGRAPH.  NOTHING REACHES THE MASTER UNTIL THE
007060*    WHOLE YEAR HAS CHECKED OUT.
007070******************************************************************
007080 3000-APPLY-TRANSACTION.
007090     IF WS-HD-COUNT NOT < 200
007100         MOVE "MORE THAN 200 TRANSACTIONS FOR YEAR"
007110             TO WS-REJECT-REASON
007120         PERFORM 2800-WRITE-REJECT THRU 2800-EXIT
007130         GO TO 3000-EXIT
007140     END-IF.
007150     SET WS-ENTRY-NOT-FOUND TO TRUE.
007160     MOVE 1 TO WS-SUB-I.
007170     PERFORM 3100-FIND-ENTRY THRU 3100-EXIT
007180             UNTIL WS-SUB-I > WS-YR-COUNT OR WS-ENTRY-FOUND.
007190     EVALUATE TRUE
007200         WHEN TX-ADD
007210             PERFORM 3200-ADD-ROW THRU 3200-EXIT
007220         WHEN TX-CHANGE
007230             PERFORM 3300-CHANGE-ROW THRU 3300-EXIT
007240         WHEN TX-DELETE
007250             PERFORM 3400-DELETE-ROW THRU 3400-EXIT
007260     END-EVALUATE.
007270 3000-EXIT.
007280     EXIT.

007290******************************************************************
007300*    3100-FIND-ENTRY
007310******************************************************************
007320 3100-FIND-ENTRY.
007330     IF WS-YR-PARM-TYPE (WS-SUB-I) = TX-PARM-TYPE
007340        AND WS-YR-STATE-CODE (WS-SUB-I) = TX-STATE-CODE
007350        AND WS-YR-EFFECTIVE-DATE (WS-SUB-I) = TX-EFFECTIVE-DATE
007360         SET WS-ENTRY-FOUND TO TRUE
007370         MOVE WS-SUB-I TO WS-FOUND-SUB
007380         GO TO 3100-EXIT
007390     END-IF.
007400     ADD 1 TO WS-SUB-I.
007410 3100-EXIT.
007420     EXIT.

007430******************************************************************
007440*    3200-ADD-ROW
007450*    BUILDS A NEW ROW FROM THE TRANSACTION.  A ROW DELETED
007460*    EARLIER IN THE RUN MAY BE ADDED BACK - ON THE MASTER THAT
007470*    IS A CHANGE OF THE ROW ON FILE.
007480******************************************************************
007490 3200-ADD-ROW.
007500     IF WS-ENTRY-FOUND
007510         IF WS-YR-ACTIVE (WS-FOUND-SUB)
007520             MOVE "ROW ALREADY ON FILE" TO WS-REJECT-REASON
007530             PERFORM 2800-WRITE-REJECT THRU 2800-EXIT
007540             GO TO 3200-EXIT
007550         END-IF
007560     ELSE
007570         IF WS-YR-COUNT NOT < 200
007580             MOVE "MORE THAN 200 ROWS FOR YEAR"
007590                 TO WS-REJECT-REASON
007600             PERFORM 2800-WRITE-REJECT THRU 2800-EXIT
007610             GO TO 3200-EXIT
007620         END-IF
007630         ADD 1 TO WS-YR-COUNT
007640         MOVE WS-YR-COUNT TO WS-FOUND-SUB
007650         SET WS-YR-DROPPED (WS-FOUND-SUB) TO TRUE
007660         MOVE SPACES TO WS-YR-BEFORE-IMAGE (WS-FOUND-SUB)
007670     END-IF.
007680     MOVE SPACES TO TP-TAX-PARM-RECORD.
007690     MOVE TX-TAX-YEAR TO TP-TAX-YEAR.
007700     MOVE TX-PARM-TYPE TO TP-PARM-TYPE.
007710     MOVE TX-STATE-CODE TO TP-STATE-CODE.
007720     MOVE TX-EFFECTIVE-DATE TO TP-EFFECTIVE-DATE.
007730     MOVE TX-END-DATE TO TP-END-DATE.
007740     MOVE TX-PARM-DATA TO TP-PARM-DATA.
007750     MOVE ZERO TO TP-LAST-MAINT-DATE.
007760     PERFORM 3500-CHECK-ROW-DATA THRU 3500-EXIT.
007770     IF WS-TRANS-INVALID
007780         PERFORM 2800-WRITE-REJECT THRU 2800-EXIT
007790         GO TO 3200-EXIT
007800     END-IF.
007810     MOVE TP-TAX-PARM-RECORD TO WS-YR-AFTER-IMAGE (WS-FOUND-SUB).
007820     IF WS-YR-DELETED (WS-FOUND-SUB)
007830         SET WS-YR-CHANGED (WS-FOUND-SUB) TO TRUE
007840     ELSE
007850         SET WS-YR-ADDED (WS-FOUND-SUB) TO TRUE
007860     END-IF.
007870     PERFORM 3800-HOLD-TRANSACTION THRU 3800-EXIT.
007880 3200-EXIT.
007890     EXIT.

007900******************************************************************
007910*    3300-CHANGE-ROW
007920*    APPLIES NON-BLANK TRANSACTION FIELDS OVER THE ROW.  A BLANK
007930*    FIELD KEEPS THE VALUE ON FILE.
007940******************************************************************
007950 3300-CHANGE-ROW.
007960     IF WS-ENTRY-NOT-FOUND
007970         MOVE "ROW NOT ON FILE" TO WS-REJECT-REASON
007980         PERFORM 2800-WRITE-REJECT THRU 2800-EXIT
007990         GO TO 3300-EXIT
008000     END-IF.
008010     IF NOT WS-YR-ACTIVE (WS-FOUND-SUB)
008020         MOVE "ROW NOT ON FILE" TO WS-REJECT-REASON
008030         PERFORM 2800-WRITE-REJECT THRU 2800-EXIT
008040         GO TO 3300-EXIT
008050     END-IF.
008060     MOVE WS-YR-AFTER-IMAGE (WS-FOUND-SUB) TO TP-TAX-PARM-RECORD.
008070     IF TX-END-DATE-X NOT = SPACES
008080         MOVE TX-END-DATE TO TP-END-DATE
008090     END-IF.
008100     EVALUATE TRUE
008110         WHEN TX-TYPE-BRACKETS
008120             MOVE 1 TO WS-BRK-SUB
008130             PERFORM 3350-CHANGE-BRACKET THRU 3350-EXIT
008140                     UNTIL WS-BRK-SUB > 5
008150         WHEN TX-TYPE-LIMITS
008160             PERFORM 3360-CHANGE-LIMITS THRU 3360-EXIT
008170         WHEN TX-TYPE-SUTA
008180             IF TX-SUTA-RATE-X NOT = SPACES
008190                 MOVE TX-SUTA-RATE TO TP-SUTA-RATE
008200             END-IF
008210             IF TX-SUTA-WAGE-BASE-X NOT = SPACES
008220                 MOVE TX-SUTA-WAGE-BASE TO TP-SUTA-WAGE-BASE
008230             END-IF
008240     END-EVALUATE.
008250     PERFORM 3500-CHECK-ROW-DATA THRU 3500-EXIT.
008260     IF WS-TRANS-INVALID
008270         PERFORM 2800-WRITE-REJECT THRU 2800-EXIT
008280         GO TO 3300-EXIT
008290     END-IF.
008300     MOVE TP-TAX-PARM-RECORD TO WS-YR-AFTER-IMAGE (WS-FOUND-SUB).
008310     IF WS-YR-UNCHANGED (WS-FOUND-SUB)
008320         SET WS-YR-CHANGED (WS-FOUND-SUB) TO TRUE
008330     END-IF.
008340     PERFORM 3800-HOLD-TRANSACTION THRU 3800-EXIT.
008350 3300-EXIT.
008360     EXIT.

008370******************************************************************
008380*    3350-CHANGE-BRACKET
008390******************************************************************
008400 3350-CHANGE-BRACKET.
008410     IF TX-BRK-UPPER-LIMIT-X (WS-BRK-SUB) NOT = SPACES
008420         MOVE TX-BRK-UPPER-LIMIT (WS-BRK-SUB)
008430             TO TP-BRK-UPPER-LIMIT (WS-BRK-SUB)
008440     END-IF.
008450     IF TX-BRK-RATE-X (WS-BRK-SUB) NOT = SPACES
008460         MOVE TX-BRK-RATE (WS-BRK-SUB) TO TP-BRK-RATE (WS-BRK-SUB)
008470     END-IF.
008480     ADD 1 TO WS-BRK-SUB.
008490 3350-EXIT.
008500     EXIT.

008510******************************************************************
008520*    3360-CHANGE-LIMITS
008530******************************************************************
008540 3360-CHANGE-LIMITS.
008550     IF TX-FICA-RATE-X NOT = SPACES
008560         MOVE TX-FICA-RATE TO TP-FICA-RATE
008570     END-IF.
008580     IF TX-FICA-WAGE-BASE-X NOT = SPACES
008590         MOVE TX-FICA-WAGE-BASE TO TP-FICA-WAGE-BASE
008600     END-IF.
008610     IF TX-401K-LIMIT-X NOT = SPACES
008620         MOVE TX-401K-LIMIT TO TP-401K-LIMIT
008630     END-IF.
008640     IF TX-401K-CATCHUP-X NOT = SPACES
008650         MOVE TX-401K-CATCHUP TO TP-401K-CATCHUP
008660     END-IF.
008670     IF TX-FUTA-RATE-X NOT = SPACES
008680         MOVE TX-FUTA-RATE TO TP-FUTA-RATE
008690     END-IF.
008700     IF TX-FUTA-WAGE-BASE-X NOT = SPACES
008710         MOVE TX-FUTA-WAGE-BASE TO TP-FUTA-WAGE-BASE
008720     END-IF.
008730     IF TX-SUPP-RATE-X NOT = SPACES
008740         MOVE TX-SUPP-RATE TO TP-SUPP-RATE
008750     END-IF.
008760     IF TX-DEPOSIT-SCHEDULE NOT = SPACES
008770         MOVE TX-DEPOSIT-SCHEDULE TO TP-DEPOSIT-SCHEDULE
008780     END-IF.
008790 3360-EXIT.
008800     EXIT.

008810******************************************************************
008820*    3400-DELETE-ROW
008830*    A ROW ADDED EARLIER IN THE RUN IS SIMPLY DROPPED; A ROW ON
008840*    FILE IS DELETED FROM THE MASTER AT COMMIT.
008850******************************************************************
008860 3400-DELETE-ROW.
008870     IF WS-ENTRY-NOT-FOUND
008880         MOVE "ROW NOT ON FILE" TO WS-REJECT-REASON
008890         PERFORM 2800-WRITE-REJECT THRU 2800-EXIT
008900         GO TO 3400-EXIT
008910     END-IF.
008920     IF NOT WS-YR-ACTIVE (WS-FOUND-SUB)
008930         MOVE "ROW NOT ON FILE" TO WS-REJECT-REASON
008940         PERFORM 2800-WRITE-REJECT THRU 2800-EXIT
008950         GO TO 3400-EXIT
008960     END-IF.
008970     IF WS-YR-ADDED (WS-FOUND-SUB)
008980         SET WS-YR-DROPPED (WS-FOUND-SUB) TO TRUE
008990     ELSE
009000         SET WS-YR-DELETED (WS-FOUND-SUB) TO TRUE
009010     END-IF.
009020     PERFORM 3800-HOLD-TRANSACTION THRU 3800-EXIT.
009030 3400-EXIT.
009040     EXIT.

009050******************************************************************
009060*    3500-CHECK-ROW-DATA
009070*    CHECKS THE ROW IN THE TAXPARM RECORD AREA AS IT WILL STAND
009080*    AFTER THE TRANSACTION: BRACKET LIMITS MUST RISE FROM ONE
009090*    BRACKET TO THE NEXT, AND THE LIMITS ROW MUST CARRY A FICA
009100*    RATE, A FICA WAGE BASE, AND A 401(K) LIMIT.
009110******************************************************************
009120 3500-CHECK-ROW-DATA.
009130     SET WS-TRANS-VALID TO TRUE.
009140     EVALUATE TRUE
009150         WHEN TP-TYPE-SINGLE OR TP-TYPE-MARRIED
009160             MOVE ZERO TO WS-PREV-LIMIT
009170             MOVE 1 TO WS-BRK-SUB
009180             PERFORM 3550-CHECK-BRACKET THRU 3550-EXIT
009190                     UNTIL WS-BRK-SUB > 5 OR WS-TRANS-INVALID
009200         WHEN TP-TYPE-LIMITS
009210             IF TP-FICA-RATE = ZERO
009220                OR TP-FICA-WAGE-BASE = ZERO
009230                OR TP-401K-LIMIT = ZERO
009240                 MOVE "FICA RATE/BASE OR 401(K) LIMIT IS ZERO"
009250                     TO WS-REJECT-REASON
009260                 SET WS-TRANS-INVALID TO TRUE
009270             END-IF
009280     END-EVALUATE.
009290 3500-EXIT.
009300     EXIT.

009310******************************************************************
009320*    3550-CHECK-BRACKET
009330******************************************************************
009340 3550-CHECK-BRACKET.
009350     IF TP-BRK-UPPER-LIMIT (WS-BRK-SUB) NOT > WS-PREV-LIMIT
009360         MOVE "BRACKET LIMITS NOT ASCENDING" TO WS-REJECT-REASON
009370         SET WS-TRANS-INVALID TO TRUE
009380         GO TO 3550-EXIT
009390     END-IF.
009400     MOVE TP-BRK-UPPER-LIMIT (WS-BRK-SUB) TO WS-PREV-LIMIT.
009410     ADD 1 TO WS-BRK-SUB.
009420 3550-EXIT.
009430     EXIT.

009440******************************************************************
009450*    3800-HOLD-TRANSACTION
009460*    REMEMBERS AN APPLIED TRANSACTION UNTIL ITS YEAR IS
009470*    COMMITTED OR REFUSED.
009480******************************************************************
009490 3800-HOLD-TRANSACTION.
009500     ADD 1 TO WS-HD-COUNT.
009510     MOVE TX-TRANS-CODE TO WS-HD-TRANS-CODE (WS-HD-COUNT).
009520     MOVE TX-PARM-TYPE TO WS-HD-PARM-TYPE (WS-HD-COUNT).
009530     MOVE TX-STATE-CODE TO WS-HD-STATE-CODE (WS-HD-COUNT).
009540     MOVE TX-EFFECTIVE-DATE-X
009550         TO WS-HD-EFFECTIVE-DATE (WS-HD-COUNT).
009560 3800-EXIT.
009570     EXIT.

009580******************************************************************
009590*    4000-VALIDATE-YEAR
009600*    THE YEAR AS THE TRANSACTIONS LEAVE IT.  NO TWO ROWS OF THE
009610*    SAME TYPE AND STATE MAY OVERLAP, EACH TYPE AND STATE MUST
009620*    RUN UNBROKEN FROM JANUARY 1 TO DECEMBER 31, AND THE S, M,
009630*    AND L TABLES AND THE DEFAULT SUTA ROW MUST ALL BE THERE.
009640******************************************************************
009650 4000-VALIDATE-YEAR.
009660     COMPUTE WS-YEAR-FIRST-DATE = WS-GROUP-YEAR * 10000 + 101.
009670     COMPUTE WS-YEAR-LAST-DATE = WS-GROUP-YEAR * 10000 + 1231.
009680     MOVE 'N' TO WS-HAVE-SINGLE-SWITCH.
009690     MOVE 'N' TO WS-HAVE-MARRIED-SWITCH.
009700     MOVE 'N' TO WS-HAVE-LIMITS-SWITCH.
009710     MOVE 'N' TO WS-HAVE-SUTA-SWITCH.
009720     MOVE 1 TO WS-SUB-I.
009730     PERFORM 4100-CHECK-ROW THRU 4100-EXIT
009740             UNTIL WS-SUB-I > WS-YR-COUNT OR WS-YEAR-INVALID.
009750     IF WS-YEAR-INVALID
009760         GO TO 4000-EXIT
009770     END-IF.
009780     MOVE "MISSING" TO WS-YRR-TEXT.
009790     MOVE SPACES TO WS-CHK-STATE.
009800     IF NOT WS-HAVE-SINGLE
009810         MOVE 'S' TO WS-CHK-TYPE
009820         PERFORM 4900-REFUSE-YEAR-REASON THRU 4900-EXIT
009830         GO TO 4000-EXIT
009840     END-IF.
009850     IF NOT WS-HAVE-MARRIED
009860         MOVE 'M' TO WS-CHK-TYPE
009870         PERFORM 4900-REFUSE-YEAR-REASON THRU 4900-EXIT
009880         GO TO 4000-EXIT
009890     END-IF.
009900     IF NOT WS-HAVE-LIMITS
009910         MOVE 'L' TO WS-CHK-TYPE
009920         PERFORM 4900-REFUSE-YEAR-REASON THRU 4900-EXIT
009930         GO TO 4000-EXIT
009940     END-IF.
009950     IF NOT WS-HAVE-SUTA-DEFAULT
009960         MOVE 'U' TO WS-CHK-TYPE
009970         MOVE '**' TO WS-CHK-STATE
009980         PERFORM 4900-REFUSE-YEAR-REASON THRU 4900-EXIT
009990         GO TO 4000-EXIT
010000     END-IF.
010010 4000-EXIT.
010020     EXIT.

010030******************************************************************
010040*    4100-CHECK-ROW
010050******************************************************************
010060 4100-CHECK-ROW.
010070     IF WS-YR-ACTIVE (WS-SUB-I)
010080         PERFORM 4200-CHECK-ONE-ROW THRU 4200-EXIT
010090     END-IF.
010100     ADD 1 TO WS-SUB-I.
010110 4100-EXIT.
010120     EXIT.

010130******************************************************************
010140*    4200-CHECK-ONE-ROW
010150*    COMPARES THE ROW WITH EVERY OTHER ROW OF ITS TYPE AND
010160*    STATE FOR OVERLAP.  THE FIRST ROW OF EACH TYPE AND STATE
010170*    ALSO TRACES THE COVERAGE OF THE WHOLE YEAR.
010180******************************************************************
010190 4200-CHECK-ONE-ROW.
010200     MOVE WS-YR-PARM-TYPE (WS-SUB-I) TO WS-CHK-TYPE.
010210     MOVE WS-YR-STATE-CODE (WS-SUB-I) TO WS-CHK-STATE.
010220     EVALUATE TRUE
010230         WHEN WS-CHK-TYPE = 'S'
010240             SET WS-HAVE-SINGLE TO TRUE
010250         WHEN WS-CHK-TYPE = 'M'
010260             SET WS-HAVE-MARRIED TO TRUE
010270         WHEN WS-CHK-TYPE = 'L'
010280             SET WS-HAVE-LIMITS TO TRUE
010290         WHEN WS-CHK-TYPE = 'U' AND WS-CHK-STATE = '**'
010300             SET WS-HAVE-SUTA-DEFAULT TO TRUE
010310     END-EVALUATE.
010320     MOVE 'Y' TO WS-FIRST-SWITCH.
010330     MOVE 1 TO WS-SUB-J.
010340     PERFORM 4300-COMPARE-ROWS THRU 4300-EXIT
010350             UNTIL WS-SUB-J > WS-YR-COUNT OR WS-YEAR-INVALID.
010360     IF WS-YEAR-INVALID
010370         GO TO 4200-EXIT
010380     END-IF.
010390     IF WS-FIRST-OF-KIND
010400         PERFORM 4400-CHECK-COVERAGE THRU 4400-EXIT
010410     END-IF.
010420 4200-EXIT.
010430     EXIT.

010440******************************************************************
010450*    4300-COMPARE-ROWS
010460******************************************************************
010470 4300-COMPARE-ROWS.
010480     IF WS-SUB-J = WS-SUB-I
010490        OR NOT WS-YR-ACTIVE (WS-SUB-J)
010500        OR WS-YR-PARM-TYPE (WS-SUB-J) NOT = WS-CHK-TYPE
010510        OR WS-YR-STATE-CODE (WS-SUB-J) NOT = WS-CHK-STATE
010520         ADD 1 TO WS-SUB-J
010530         GO TO 4300-EXIT
010540     END-IF.
010550     IF WS-SUB-J < WS-SUB-I
010560         MOVE 'N' TO WS-FIRST-SWITCH
010570     END-IF.
010580     IF WS-YR-EFFECTIVE-DATE (WS-SUB-J)
010590            NOT > WS-YR-END-DATE (WS-SUB-I)
010600        AND WS-YR-EFFECTIVE-DATE (WS-SUB-I)
010610            NOT > WS-YR-END-DATE (WS-SUB-J)
010620         MOVE "OVERLAPPING" TO WS-YRR-TEXT
010630         PERFORM 4900-REFUSE-YEAR-REASON THRU 4900-EXIT
010640     END-IF.
010650     ADD 1 TO WS-SUB-J.
010660 4300-EXIT.
010670     EXIT.

010680******************************************************************
010690*    4400-CHECK-COVERAGE
010700*    FOLLOWS THE ROWS OF ONE TYPE AND STATE FROM JANUARY 1, EACH
010710*    ROW'S END DATE PLUS ONE DAY NAMING THE NEXT ROW'S EFFECTIVE
010720*    DATE, UNTIL A ROW ENDS ON DECEMBER 31.
010730******************************************************************
010740 4400-CHECK-COVERAGE.
010750     MOVE WS-YEAR-FIRST-DATE TO WS-COVER-DATE.
010760     SET WS-CHAIN-OPEN TO TRUE.
010770     PERFORM 4450-FOLLOW-CHAIN THRU 4450-EXIT
010780             UNTIL WS-CHAIN-DONE OR WS-YEAR-INVALID.
010790 4400-EXIT.
010800     EXIT.

010810******************************************************************
010820*    4450-FOLLOW-CHAIN
010830******************************************************************
010840 4450-FOLLOW-CHAIN.
010850     SET WS-ENTRY-NOT-FOUND TO TRUE.
010860     MOVE 1 TO WS-SUB-J.
010870     PERFORM 4460-FIND-LINK THRU 4460-EXIT
010880             UNTIL WS-SUB-J > WS-YR-COUNT OR WS-ENTRY-FOUND.
010890     IF WS-ENTRY-NOT-FOUND
010900         MOVE "HAS A GAP" TO WS-YRR-TEXT
010910         PERFORM 4900-REFUSE-YEAR-REASON THRU 4900-EXIT
010920         GO TO 4450-EXIT
010930     END-IF.
010940     IF WS-YR-END-DATE (WS-FOUND-SUB) = WS-YEAR-LAST-DATE
010950         SET WS-CHAIN-DONE TO TRUE
010960         GO TO 4450-EXIT
010970     END-IF.
010980     MOVE WS-YR-END-DATE (WS-FOUND-SUB) TO WS-EDIT-DATE.
010990     PERFORM 2370-NEXT-DAY THRU 2370-EXIT.
011000     MOVE WS-EDIT-DATE TO WS-COVER-DATE.
011010 4450-EXIT.
011020     EXIT.

011030******************************************************************
011040*    4460-FIND-LINK
011050******************************************************************
011060 4460-FIND-LINK.
011070     IF WS-YR-ACTIVE (WS-SUB-J)
011080        AND WS-YR-PARM-TYPE (WS-SUB-J) = WS-CHK-TYPE
011090        AND WS-YR-STATE-CODE (WS-SUB-J) = WS-CHK-STATE
011100        AND WS-YR-EFFECTIVE-DATE (WS-SUB-J) = WS-COVER-DATE
011110         SET WS-ENTRY-FOUND TO TRUE
011120         MOVE WS-SUB-J TO WS-FOUND-SUB
011130         GO TO 4460-EXIT
011140     END-IF.
011150     ADD 1 TO WS-SUB-J.
011160 4460-EXIT.
011170     EXIT.

011180******************************************************************
011190*    4900-REFUSE-YEAR-REASON
011200*    MARKS THE YEAR REFUSED, NAMING THE TYPE AND STATE AT FAULT.
011210*    CALLER SETS WS-CHK-TYPE, WS-CHK-STATE, AND WS-YRR-TEXT.
011220******************************************************************
011230 4900-REFUSE-YEAR-REASON.
011240     MOVE "YEAR REFUSED - TYPE" TO WS-YRR-LEAD.
011250     MOVE WS-CHK-TYPE TO WS-YRR-TYPE.
011260     MOVE WS-CHK-STATE TO WS-YRR-STATE.
011270     SET WS-YEAR-INVALID TO TRUE.
011280 4900-EXIT.
011290     EXIT.

011300******************************************************************
011310*    5000-COMMIT-YEAR
011320*    WRITES THE YEAR'S ADDED, CHANGED, AND DELETED ROWS TO THE
011330*    MASTER WITH BEFORE AND AFTER IMAGES ON THE AUDIT LISTING.
011340******************************************************************
011350 5000-COMMIT-YEAR.
011360     MOVE 1 TO WS-SUB-I.
011370     PERFORM 5100-COMMIT-ROW THRU 5100-EXIT
011380             UNTIL WS-SUB-I > WS-YR-COUNT.
011390     ADD WS-HD-COUNT TO WS-APPLIED-COUNT.
011400 5000-EXIT.
011410     EXIT.

011420******************************************************************
011430*    5100-COMMIT-ROW
011440******************************************************************
011450 5100-COMMIT-ROW.
011460     EVALUATE TRUE
011470         WHEN WS-YR-ADDED (WS-SUB-I)
011480             PERFORM 5200-WRITE-ROW THRU 5200-EXIT
011490         WHEN WS-YR-CHANGED (WS-SUB-I)
011500             PERFORM 5300-REWRITE-ROW THRU 5300-EXIT
011510         WHEN WS-YR-DELETED (WS-SUB-I)
011520             PERFORM 5400-DELETE-ROW THRU 5400-EXIT
011530     END-EVALUATE.
011540     ADD 1 TO WS-SUB-I.
011550 5100-EXIT.
011560     EXIT.

011570******************************************************************
011580*    5200-WRITE-ROW
011590******************************************************************
011600 5200-WRITE-ROW.
011610     MOVE WS-YR-AFTER-IMAGE (WS-SUB-I) TO TP-TAX-PARM-RECORD.
011620     MOVE WS-CURRENT-DATE TO TP-LAST-MAINT-DATE.
011630     WRITE TP-TAX-PARM-RECORD
011640         INVALID KEY
011650             DISPLAY "TAXMNT - TAXPARM WRITE FAILED FOR "
011660                     TP-PARM-KEY ", STATUS = " WS-TAXPARM-STATUS
011670             MOVE 8 TO RETURN-CODE
011680             GO TO 5200-EXIT
011690     END-WRITE.
011700     MOVE "ADD" TO TA-ACTION.
011710     MOVE "AFTER" TO TA-IMAGE.
011720     PERFORM 2600-WRITE-AUDIT-IMAGE THRU 2600-EXIT.
011730     ADD 1 TO WS-ROWS-ADDED.
011740 5200-EXIT.
011750     EXIT.

011760******************************************************************
011770*    5300-REWRITE-ROW
011780******************************************************************
011790 5300-REWRITE-ROW.
011800     MOVE WS-YR-BEFORE-IMAGE (WS-SUB-I) TO TP-TAX-PARM-RECORD.
011810     MOVE "CHANGE" TO TA-ACTION.
011820     MOVE "BEFORE" TO TA-IMAGE.
011830     PERFORM 2600-WRITE-AUDIT-IMAGE THRU 2600-EXIT.
011840     MOVE WS-YR-AFTER-IMAGE (WS-SUB-I) TO TP-TAX-PARM-RECORD.
011850     MOVE WS-CURRENT-DATE TO TP-LAST-MAINT-DATE.
011860     REWRITE TP-TAX-PARM-RECORD
011870         INVALID KEY
011880             DISPLAY "TAXMNT - TAXPARM REWRITE FAILED FOR "
011890                     TP-PARM-KEY ", STATUS = " WS-TAXPARM-STATUS
011900             MOVE 8 TO RETURN-CODE
011910             GO TO 5300-EXIT
011920     END-REWRITE.
011930     MOVE "CHANGE" TO TA-ACTION.
011940     MOVE "AFTER" TO TA-IMAGE.
011950     PERFORM 2600-WRITE-AUDIT-IMAGE THRU 2600-EXIT.
011960     ADD 1 TO WS-ROWS-CHANGED.
011970 5300-EXIT.
011980     EXIT.

011990******************************************************************
012000*    5400-DELETE-ROW
012010******************************************************************
012020 5400-DELETE-ROW.
012030     MOVE WS-YR-BEFORE-IMAGE (WS-SUB-I) TO TP-TAX-PARM-RECORD.
012040     DELETE TAX-PARM-FILE RECORD
012050         INVALID KEY
012060             DISPLAY "TAXMNT - TAXPARM DELETE FAILED FOR "
012070                     TP-PARM-KEY ", STATUS = " WS-TAXPARM-STATUS
012080             MOVE 8 TO RETURN-CODE
012090             GO TO 5400-EXIT
012100     END-DELETE.
012110     MOVE "DELETE" TO TA-ACTION.
012120     MOVE "BEFORE" TO TA-IMAGE.
012130     PERFORM 2600-WRITE-AUDIT-IMAGE THRU 2600-EXIT.
012140     ADD 1 TO WS-ROWS-DELETED.
012150 5400-EXIT.
012160     EXIT.

012170******************************************************************
012180*    6000-REFUSE-YEAR
012190*    NOTHING FOR THE YEAR IS WRITTEN.  EVERY TRANSACTION THAT
012200*    WAS APPLIED TO THE YEAR GOES TO THE REJECT LISTING WITH THE
012210*    REASON THE YEAR WAS REFUSED, AND THE RUN ENDS RETURN CODE 8.
012220******************************************************************
012230 6000-REFUSE-YEAR.
012240     DISPLAY "TAXMNT - TAX YEAR " WS-GROUP-YEAR-X " - "
012250             WS-YEAR-REASON.
012260     MOVE 8 TO RETURN-CODE.
012270     ADD 1 TO WS-YEARS-REFUSED.
012280     MOVE 1 TO WS-SUB-I.
012290     PERFORM 6100-REJECT-HELD THRU 6100-EXIT
012300             UNTIL WS-SUB-I > WS-HD-COUNT.
012310 6000-EXIT.
012320     EXIT.

012330******************************************************************
012340*    6100-REJECT-HELD
012350******************************************************************
012360 6100-REJECT-HELD.
012370     MOVE WS-HD-TRANS-CODE (WS-SUB-I) TO TA-REJ-TRANS-CODE.
012380     MOVE WS-GROUP-YEAR-X TO TA-REJ-TAX-YEAR.
012390     MOVE WS-HD-PARM-TYPE (WS-SUB-I) TO TA-REJ-PARM-TYPE.
012400     MOVE WS-HD-STATE-CODE (WS-SUB-I) TO TA-REJ-STATE-CODE.
012410     MOVE WS-HD-EFFECTIVE-DATE (WS-SUB-I)
012420         TO TA-REJ-EFFECTIVE-DATE.
012430     MOVE WS-YEAR-REASON TO TA-REJ-REASON.
012440     WRITE RJ-PRINT-LINE FROM TA-REJECT-LINE.
012450     ADD 1 TO WS-REJECT-COUNT.
012460     ADD 1 TO WS-SUB-I.
012470 6100-EXIT.
012480     EXIT.

012490******************************************************************
012500*    9000-TERMINATE
012510******************************************************************
012520 9000-TERMINATE.
012530     CLOSE TAX-PARM-TRANS-FILE.
012540     CLOSE TAX-PARM-FILE.
012550     CLOSE AUDIT-REPORT-FILE.
012560     CLOSE REJECT-REPORT-FILE.
012570     DISPLAY "TAXMNT - " WS-TRANS-COUNT " TRANSACTIONS READ".
012580     DISPLAY "TAXMNT - " WS-APPLIED-COUNT " APPLIED".
012590     DISPLAY "TAXMNT - " WS-REJECT-COUNT " REJECTED".
012600     DISPLAY "TAXMNT - " WS-ROWS-ADDED " ROWS ADDED".
012610     DISPLAY "TAXMNT - " WS-ROWS-CHANGED " ROWS CHANGED".
012620     DISPLAY "TAXMNT - " WS-ROWS-DELETED " ROWS DELETED".
012630     DISPLAY "TAXMNT - " WS-YEARS-REFUSED " TAX YEARS REFUSED".
012640 9000-EXIT.
012650     EXIT.
012660 END PROGRAM TaxMaint.
