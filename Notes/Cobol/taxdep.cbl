000010******************************************************************
000020* IDENTIFICATION DIVISION.
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID.    TaxDeposit.
000050 AUTHOR.        R WILKERSON.
000060 INSTALLATION.  PAYROLL SYSTEMS.
000070 DATE-WRITTEN.  10/14/2026.
000080 DATE-COMPILED.

000090******************************************************************
000100*  PURPOSE.  RECORDS TAX DEPOSITS ON THE TAX DEPOSIT LEDGER     *
000110*  (TAXLEDG) AND REPORTS WHERE EVERY DEPOSIT OBLIGATION STANDS. *
000120*  EACH DEPOSIT CONFIRMATION ON THE DEPTRAN FILE IS EDITED AND  *
000130*  MATCHED TO THE OBLIGATION IT NAMES - TAX, STATE, YEAR,       *
000140*  QUARTER, AND DUE DATE - WHICH TaxLiab MUST ALREADY HAVE      *
000150*  POSTED A LIABILITY TO.  A GOOD CONFIRMATION IS WRITTEN AS A  *
000160*  DEPOSIT ENTRY UNDER ITS CONFIRMATION NUMBER; A BAD ONE, OR   *
000170*  ONE ALREADY RECORDED, IS REJECTED AND LISTED.  THE LEDGER IS *
000180*  THEN READ FRONT TO BACK AND EACH OBLIGATION OF THE CURRENT   *
000190*  AND PRIOR TAX YEARS, AND ANY OLDER ONE STILL SHORT, IS       *
000200*  LISTED WITH ITS LIABILITY, DEPOSITS, AND STATUS:             *
000210*    OPEN          - NOT YET DUE                                *
000220*    NOT DEPOSITED - PAST DUE WITH NOTHING DEPOSITED            *
000230*    SHORT         - PAST DUE AND DEPOSITED IN PART             *
000240*    LATE          - DEPOSITED IN FULL, BUT NOT ALL BY THE DUE  *
000250*                    DATE                                       *
000260*    UNDER $500    - UNDEPOSITED FUTA OF $500 OR LESS IN        *
000270*                    QUARTERS 1-3, WHICH CARRIES TO THE NEXT    *
000280*                    QUARTER INSTEAD                            *
000290*    OVERPAID / DEPOSITED / NOTHING DUE                         *
000300*  FUTA CARRIED FROM EARLIER QUARTERS OF THE YEAR IS ADDED TO   *
000310*  THE NEXT FUT OBLIGATION'S BALANCE, SO THE $500 TEST AND THE  *
000320*  NOT DEPOSITED / SHORT STATUS GO ON THE CUMULATIVE FIGURE.    *
000330*  A REJECTED DEPOSIT OR A SHORT OR LATE OBLIGATION ENDS THE    *
000340*  RUN WITH RETURN CODE 4.                                      *
000350*-----------------------------------------------------------------
000360*  MODIFICATION HISTORY.
000370*    10/14/2026  RWK  ORIGINAL.
000380******************************************************************

000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER.  IBM-370.
000420 OBJECT-COMPUTER.  IBM-370.

000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT DEPOSIT-TRAN-FILE ASSIGN TO "DEPTRAN"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-DEPTRAN-STATUS.

000480     SELECT TAX-LEDGER-FILE ASSIGN TO "TAXLEDG"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS TL-LEDGER-KEY
000520         FILE STATUS IS WS-TAXLEDG-STATUS.

000530     SELECT DEPOSIT-REPORT-FILE ASSIGN TO "DEPRPT"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-DEPRPT-STATUS.

000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  DEPOSIT-TRAN-FILE
000590     RECORDING MODE IS F.
000600 COPY DEPTRAN.CPY.

000610 FD  TAX-LEDGER-FILE.
000620 COPY TAXLEDG.CPY.

000630 FD  DEPOSIT-REPORT-FILE
000640     RECORDING MODE IS F.
000650 01  DR-PRINT-LINE               PIC X(132).

000660 WORKING-STORAGE SECTION.

000670*-----------------------------------------------------------------
000680*    FILE STATUS AND CONTROL SWITCHES
000690*-----------------------------------------------------------------
000700 01  WS-DEPTRAN-STATUS           PIC X(02) VALUE SPACES.
000710 01  WS-TAXLEDG-STATUS           PIC X(02) VALUE SPACES.
000720 01  WS-DEPRPT-STATUS            PIC X(02) VALUE SPACES.

000730 01  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
000740     88  WS-END-OF-FILE                    VALUE 'Y'.

000750 01  WS-LEDGER-EOF-SWITCH        PIC X(01) VALUE 'N'.
000760     88  WS-LEDGER-END-OF-FILE             VALUE 'Y'.

000770 01  WS-LIABILITY-SWITCH         PIC X(01) VALUE 'N'.
000780     88  WS-LIABILITY-FOUND                VALUE 'Y'.
000790     88  WS-LIABILITY-NOT-FOUND            VALUE 'N'.

000800 01  WS-OBLIGATION-SWITCH        PIC X(01) VALUE 'N'.
000810     88  WS-OBLIGATION-OPEN                VALUE 'Y'.

000820 01  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
000830 01  WS-CURRENT-DATE-PARTS REDEFINES WS-CURRENT-DATE.
000840     05  WS-CURRENT-YEAR         PIC 9(04).
000850     05  FILLER                  PIC 9(04).
000860 01  WS-PRIOR-YEAR               PIC 9(04) VALUE ZERO.

000870*-----------------------------------------------------------------
000880*    THE DEPOSIT BEING EDITED
000890*-----------------------------------------------------------------
000900 01  WS-DEP-TAX-TYPE             PIC X(03) VALUE SPACES.
000910     88  WS-DEP-TAX-VALID                  VALUES 'FED' 'FUT'
000920                                                  'SWH' 'SUI'.
000930     88  WS-DEP-TAX-BY-STATE               VALUES 'SWH' 'SUI'.

000940*-----------------------------------------------------------------
000950*    DEPOSIT COUNTS
000960*-----------------------------------------------------------------
000970 01  WS-DEPOSIT-COUNT            PIC 9(06) VALUE ZERO.
000980 01  WS-ACCEPTED-COUNT           PIC 9(06) VALUE ZERO.
000990 01  WS-ACCEPTED-AMOUNT          PIC 9(09)V99 VALUE ZERO.
001000 01  WS-LATE-DEPOSIT-COUNT       PIC 9(06) VALUE ZERO.
001010 01  WS-REJECTED-COUNT           PIC 9(06) VALUE ZERO.
001020 01  WS-REJECTED-AMOUNT          PIC 9(09)V99 VALUE ZERO.

001030*-----------------------------------------------------------------
001040*    STATUS PASS.  THE LEDGER IS IN OBLIGATION ORDER, SO ALL THE
001050*    ENTRIES OF ONE OBLIGATION ARE TOGETHER.  A DEPOSIT MADE ON
001060*    OR BEFORE THE DUE DATE IS ON TIME.
001070*-----------------------------------------------------------------
001080 01  WS-OBLIGATION-KEY.
001090     05  WS-OBL-TAX-YEAR         PIC 9(04).
001100     05  WS-OBL-TAX-QUARTER      PIC 9(01).
001110     05  WS-OBL-TAX-TYPE         PIC X(03).
001120     05  WS-OBL-STATE-CODE       PIC X(02).
001130     05  WS-OBL-DUE-DATE         PIC 9(08).
001140 01  WS-ENTRY-OBLIGATION-KEY.
001150     05  WS-ENT-TAX-YEAR         PIC 9(04).
001160     05  WS-ENT-TAX-QUARTER      PIC 9(01).
001170     05  WS-ENT-TAX-TYPE         PIC X(03).
001180     05  WS-ENT-STATE-CODE       PIC X(02).
001190     05  WS-ENT-DUE-DATE         PIC 9(08).
001200 01  WS-OBL-SCHEDULE             PIC X(01) VALUE SPACES.
001210 01  WS-OBL-LIABILITY            PIC S9(09)V99 VALUE ZERO.
001220 01  WS-OBL-DEPOSITED            PIC S9(09)V99 VALUE ZERO.
001230 01  WS-OBL-ON-TIME              PIC S9(09)V99 VALUE ZERO.
001240 01  WS-OBL-BALANCE              PIC S9(09)V99 VALUE ZERO.
001250 01  WS-OBL-LAST-DEPOSIT         PIC 9(08) VALUE ZERO.
001260 01  WS-OBL-STATUS               PIC X(13) VALUE SPACES.
001270 01  WS-OBL-FLAG-SWITCH          PIC X(01) VALUE 'N'.
001280     88  WS-OBL-FLAGGED                    VALUE 'Y'.
001290 01  WS-FUTA-CARRY-LIMIT         PIC 9(03)V99 VALUE 500.00.

001300*-----------------------------------------------------------------
001310*    FUTA CARRY.  UNDEPOSITED FUTA OF AN UNDER-$500 QUARTER,
001320*    HELD FOR THE NEXT FUT OBLIGATION OF THE SAME YEAR - KEY
001330*    ORDER BRINGS THEM IN QUARTER ORDER.  WS-OBL-DUE IS THE
001340*    OBLIGATION'S LIABILITY PLUS WHATEVER CARRIED INTO IT.
001350*-----------------------------------------------------------------
001360 01  WS-FUTA-CARRY-YEAR          PIC 9(04) VALUE ZERO.
001370 01  WS-FUTA-CARRY               PIC S9(09)V99 VALUE ZERO.
001380 01  WS-OBL-CARRY-IN             PIC S9(09)V99 VALUE ZERO.
001390 01  WS-OBL-DUE                  PIC S9(09)V99 VALUE ZERO.

001400 01  WS-OBLIGATION-COUNT         PIC 9(06) VALUE ZERO.
001410 01  WS-OPEN-COUNT               PIC 9(06) VALUE ZERO.
001420 01  WS-OPEN-AMOUNT              PIC S9(09)V99 VALUE ZERO.
001430 01  WS-SHORT-COUNT              PIC 9(06) VALUE ZERO.
001440 01  WS-SHORT-AMOUNT             PIC S9(09)V99 VALUE ZERO.
001450 01  WS-LATE-COUNT               PIC 9(06) VALUE ZERO.

001460*-----------------------------------------------------------------
001470*    DEPOSIT REPORT LINES.  PROGRAM-PRIVATE LAYOUTS - NO OTHER
001480*    PROGRAM READS THIS REPORT.
001490*-----------------------------------------------------------------
001500 01  DR-DEPOSIT-LINE.
001510     05  FILLER                  PIC X(01) VALUE SPACES.
001520     05  DR-DEP-TAX-TYPE         PIC X(03).
001530     05  FILLER                  PIC X(02) VALUE SPACES.
001540     05  DR-DEP-STATE-CODE       PIC X(02).
001550     05  FILLER                  PIC X(02) VALUE SPACES.
001560     05  DR-DEP-TAX-YEAR         PIC X(04).
001570     05  FILLER                  PIC X(01) VALUE '-'.
001580     05  DR-DEP-TAX-QUARTER      PIC X(01).
001590     05  FILLER                  PIC X(02) VALUE SPACES.
001600     05  DR-DEP-DUE-DATE         PIC X(08).
001610     05  FILLER                  PIC X(02) VALUE SPACES.
001620     05  DR-DEP-DEPOSIT-DATE     PIC X(08).
001630     05  FILLER                  PIC X(02) VALUE SPACES.
001640     05  DR-DEP-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
001650     05  FILLER                  PIC X(02) VALUE SPACES.
001660     05  DR-DEP-CONFIRMATION     PIC X(15).
001670     05  FILLER                  PIC X(02) VALUE SPACES.
001680     05  DR-DEP-RESULT           PIC X(34).

001690 01  DR-STATUS-LINE.
001700     05  FILLER                  PIC X(01) VALUE SPACES.
001710     05  DR-STA-TAX-TYPE         PIC X(03).
001720     05  FILLER                  PIC X(02) VALUE SPACES.
001730     05  DR-STA-STATE-CODE       PIC X(02).
001740     05  FILLER                  PIC X(02) VALUE SPACES.
001750     05  DR-STA-TAX-YEAR         PIC 9(04).
001760     05  FILLER                  PIC X(01) VALUE '-'.
001770     05  DR-STA-TAX-QUARTER      PIC 9(01).
001780     05  FILLER                  PIC X(02) VALUE SPACES.
001790     05  DR-STA-DUE-DATE         PIC 9(08).
001800     05  FILLER                  PIC X(02) VALUE SPACES.
001810     05  DR-STA-SCHEDULE         PIC X(01).
001820     05  FILLER                  PIC X(02) VALUE SPACES.
001830     05  DR-STA-LIABILITY        PIC ZZZ,ZZZ,ZZ9.99-.
001840     05  FILLER                  PIC X(02) VALUE SPACES.
001850     05  DR-STA-DEPOSITED        PIC ZZZ,ZZZ,ZZ9.99-.
001860     05  FILLER                  PIC X(02) VALUE SPACES.
001870     05  DR-STA-BALANCE          PIC ZZZ,ZZZ,ZZ9.99-.
001880     05  FILLER                  PIC X(02) VALUE SPACES.
001890     05  DR-STA-LAST-DEPOSIT     PIC 9(08).
001900     05  FILLER                  PIC X(02) VALUE SPACES.
001910     05  DR-STA-STATUS           PIC X(13).
001920     05  FILLER                  PIC X(02) VALUE SPACES.
001930     05  DR-STA-FLAG             PIC X(03).

001940 01  DR-TOTAL-LINE.
001950     05  FILLER                  PIC X(01) VALUE SPACES.
001960     05  DR-TOT-CAPTION          PIC X(24).
001970     05  DR-TOT-COUNT            PIC ZZZ,ZZ9.
001980     05  FILLER                  PIC X(02) VALUE SPACES.
001990     05  DR-TOT-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99-.

002000 PROCEDURE DIVISION.

002010******************************************************************
002020*    0000-MAINLINE
002030******************************************************************
002040 0000-MAINLINE.
002050     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002060     PERFORM 2000-PROCESS-DEPOSIT THRU 2000-EXIT
002070             UNTIL WS-END-OF-FILE.
002080     PERFORM 3000-REPORT-STATUS THRU 3000-EXIT.
002090     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002100     STOP RUN.

002110******************************************************************
002120*    1000-INITIALIZE
002130******************************************************************
002140 1000-INITIALIZE.
002150     OPEN INPUT DEPOSIT-TRAN-FILE.
002160     IF WS-DEPTRAN-STATUS NOT = "00"
002170         DISPLAY "TAXDEP - UNABLE TO OPEN DEPOSIT FILE, "
002180                 "STATUS = " WS-DEPTRAN-STATUS
002190         MOVE 8 TO RETURN-CODE
002200         STOP RUN
002210     END-IF.
002220     OPEN I-O TAX-LEDGER-FILE.
002230     IF WS-TAXLEDG-STATUS NOT = "00"
002240         DISPLAY "TAXDEP - UNABLE TO OPEN TAX DEPOSIT LEDGER, "
002250                 "STATUS = " WS-TAXLEDG-STATUS
002260         MOVE 8 TO RETURN-CODE
002270         STOP RUN
002280     END-IF.
002290     OPEN OUTPUT DEPOSIT-REPORT-FILE.
002300     IF WS-DEPRPT-STATUS NOT = "00"
002310         DISPLAY "TAXDEP - UNABLE TO OPEN DEPOSIT REPORT, "
002320                 "STATUS = " WS-DEPRPT-STATUS
002330         MOVE 8 TO RETURN-CODE
002340         STOP RUN
002350     END-IF.
002360     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002370     COMPUTE WS-PRIOR-YEAR = WS-CURRENT-YEAR - 1.
002380     PERFORM 2100-READ-DEPOSIT THRU 2100-EXIT.
002390 1000-EXIT.
002400     EXIT.

002410******************************************************************
002420*    2000-PROCESS-DEPOSIT
002430*    EDITS ONE DEPOSIT CONFIRMATION AND RECORDS IT AGAINST THE
002440*    OBLIGATION IT NAMES.  THE OBLIGATION MUST HAVE A LIABILITY
002450*    ON THE LEDGER - MONEY SENT AGAINST A DUE DATE NOTHING IS
002460*    DUE ON IS REJECTED SO IT CAN BE KEYED TO THE RIGHT ONE.  A
002470*    DEPOSIT MADE AFTER ITS DUE DATE IS RECORDED AND NOTED LATE.
002480******************************************************************
002490 2000-PROCESS-DEPOSIT.
002500     ADD 1 TO WS-DEPOSIT-COUNT.
002510     MOVE DT-TAX-TYPE TO DR-DEP-TAX-TYPE.
002520     MOVE DT-STATE-CODE TO DR-DEP-STATE-CODE.
002530     MOVE DT-TAX-YEAR-X TO DR-DEP-TAX-YEAR.
002540     MOVE DT-TAX-QUARTER-X TO DR-DEP-TAX-QUARTER.
002550     MOVE DT-DUE-DATE-X TO DR-DEP-DUE-DATE.
002560     MOVE DT-DEPOSIT-DATE-X TO DR-DEP-DEPOSIT-DATE.
002570     MOVE DT-CONFIRMATION TO DR-DEP-CONFIRMATION.
002580     MOVE ZERO TO DR-DEP-AMOUNT.
002590     MOVE DT-TAX-TYPE TO WS-DEP-TAX-TYPE.
002600     IF NOT WS-DEP-TAX-VALID
002610         MOVE "TAX NOT FED, FUT, SWH, OR SUI" TO DR-DEP-RESULT
002620         PERFORM 2800-WRITE-REJECT THRU 2800-EXIT
002630         GO TO 2000-NEXT
002640     END-IF.
002650     IF WS-DEP-TAX-BY-STATE
002660        AND DT-STATE-CODE = SPACES
002670         MOVE "STATE REQUIRED FOR SWH AND SUI" TO DR-DEP-RESULT
002680         PERFORM 2800-WRITE-REJECT THRU 2800-EXIT
002690         GO TO 2000-NEXT
002700     END-IF.
002710     IF NOT WS-DEP-TAX-BY-STATE
002720        AND DT-STATE-CODE NOT = SPACES
002730         MOVE "NO STATE ON A FED OR FUT DEPOSIT" TO DR-DEP-RESULT
002740         PERFORM 2800-WRITE-REJECT THRU 2800-EXIT
002750         GO TO 2000-NEXT
002760     END-IF.
002770     IF DT-TAX-YEAR-X NOT NUMERIC
002780         MOVE "TAX YEAR NOT NUMERIC" TO DR-DEP-RESULT
002790         PERFORM 2800-WRITE-REJECT THRU 2800-EXIT
002800         GO TO 2000-NEXT
002810     END-IF.
002820     IF DT-TAX-QUARTER-X NOT NUMERIC
002830        OR DT-TAX-QUARTER < 1
002840        OR DT-TAX-QUARTER > 4
002850         MOVE "QUARTER NOT 1 THROUGH 4" TO DR-DEP-RESULT
002860         PERFORM 2800-WRITE-REJECT THRU 2800-EXIT
002870         GO TO 2000-NEXT
002880     END-IF.
002890     IF DT-DUE-DATE-X NOT NUMERIC
002900         MOVE "DUE DATE NOT NUMERIC" TO DR-DEP-RESULT
002910         PERFORM 2800-WRITE-REJECT THRU 2800-EXIT
002920         GO TO 2000-NEXT
002930     END-IF.
002940     IF DT-DEPOSIT-DATE-X NOT NUMERIC
002950        OR DT-DEPOSIT-DATE = ZERO
002960         MOVE "DEPOSIT DATE NOT NUMERIC" TO DR-DEP-RESULT
002970         PERFORM 2800-WRITE-REJECT THRU 2800-EXIT
002980         GO TO 2000-NEXT
002990     END-IF.
003000     IF DT-AMOUNT-X NOT NUMERIC
003010         MOVE "AMOUNT NOT NUMERIC" TO DR-DEP-RESULT
003020         PERFORM 2800-WRITE-REJECT THRU 2800-EXIT
003030         GO TO 2000-NEXT
003040     END-IF.
003050     MOVE DT-AMOUNT TO DR-DEP-AMOUNT.
003060     IF DT-AMOUNT = ZERO
003070         MOVE "AMOUNT IS ZERO" TO DR-DEP-RESULT
003080         PERFORM 2800-WRITE-REJECT THRU 2800-EXIT
003090         GO TO 2000-NEXT
003100     END-IF.
003110     IF DT-CONFIRMATION = SPACES
003120         MOVE "CONFIRMATION NUMBER MISSING" TO DR-DEP-RESULT
003130         PERFORM 2800-WRITE-REJECT THRU 2800-EXIT
003140         GO TO 2000-NEXT
003150     END-IF.
003160     PERFORM 2200-FIND-LIABILITY THRU 2200-EXIT.
003170     IF WS-LIABILITY-NOT-FOUND
003180         MOVE "NO LIABILITY FOR THIS DUE DATE" TO DR-DEP-RESULT
003190         PERFORM 2800-WRITE-REJECT THRU 2800-EXIT
003200         GO TO 2000-NEXT
003210     END-IF.
003220     MOVE 'D' TO TL-ENTRY-TYPE.
003230     MOVE DT-CONFIRMATION TO TL-ENTRY-ID.
003240     MOVE DT-DEPOSIT-DATE TO TL-ENTRY-DATE.
003250     MOVE DT-AMOUNT TO TL-AMOUNT.
003260     MOVE ZERO TO TL-FED-INCOME-TAX TL-EMPLOYEE-FICA
003270                  TL-EMPLOYER-FICA.
003280     MOVE WS-CURRENT-DATE TO TL-POSTED-DATE.
003290     WRITE TL-LEDGER-RECORD
003300         INVALID KEY
003310             MOVE "CONFIRMATION ALREADY RECORDED" TO DR-DEP-RESULT
003320             PERFORM 2800-WRITE-REJECT THRU 2800-EXIT
003330             GO TO 2000-NEXT
003340     END-WRITE.
003350     ADD 1 TO WS-ACCEPTED-COUNT.
003360     ADD DT-AMOUNT TO WS-ACCEPTED-AMOUNT.
003370     IF DT-DEPOSIT-DATE > DT-DUE-DATE
003380         ADD 1 TO WS-LATE-DEPOSIT-COUNT
003390         MOVE "RECORDED - LATE" TO DR-DEP-RESULT
003400     ELSE
003410         MOVE "RECORDED" TO DR-DEP-RESULT
003420     END-IF.
003430     WRITE DR-PRINT-LINE FROM DR-DEPOSIT-LINE.
003440 2000-NEXT.
003450     PERFORM 2100-READ-DEPOSIT THRU 2100-EXIT.
003460 2000-EXIT.
003470     EXIT.

003480******************************************************************
003490*    2100-READ-DEPOSIT
003500******************************************************************
003510 2100-READ-DEPOSIT.
003520     READ DEPOSIT-TRAN-FILE
003530         AT END
003540             SET WS-END-OF-FILE TO TRUE
003550     END-READ.
003560 2100-EXIT.
003570     EXIT.

003580******************************************************************
003590*    2200-FIND-LIABILITY
003600*    POSITIONS AT THE FIRST LIABILITY OF THE OBLIGATION.  THE
003610*    ENTRY FOUND LEAVES THE RECORD AREA HOLDING THE OBLIGATION'S
003620*    KEY AND SCHEDULE FOR THE DEPOSIT ENTRY TO BE BUILT ON.
003630******************************************************************
003640 2200-FIND-LIABILITY.
003650     SET WS-LIABILITY-NOT-FOUND TO TRUE.
003660     MOVE DT-TAX-YEAR TO TL-TAX-YEAR.
003670     MOVE DT-TAX-QUARTER TO TL-TAX-QUARTER.
003680     MOVE DT-TAX-TYPE TO TL-TAX-TYPE.
003690     MOVE DT-STATE-CODE TO TL-STATE-CODE.
003700     MOVE DT-DUE-DATE TO TL-DUE-DATE.
003710     MOVE 'L' TO TL-ENTRY-TYPE.
003720     MOVE LOW-VALUES TO TL-ENTRY-ID.
003730     START TAX-LEDGER-FILE KEY NOT < TL-LEDGER-KEY
003740         INVALID KEY
003750             GO TO 2200-EXIT
003760     END-START.
003770     READ TAX-LEDGER-FILE NEXT RECORD
003780         AT END
003790             GO TO 2200-EXIT
003800     END-READ.
003810     IF TL-TAX-YEAR = DT-TAX-YEAR
003820        AND TL-TAX-QUARTER = DT-TAX-QUARTER
003830        AND TL-TAX-TYPE = DT-TAX-TYPE
003840        AND TL-STATE-CODE = DT-STATE-CODE
003850        AND TL-DUE-DATE = DT-DUE-DATE
003860        AND TL-LIABILITY
003870         SET WS-LIABILITY-FOUND TO TRUE
003880     END-IF.
003890 2200-EXIT.
003900     EXIT.

003910******************************************************************
003920*    2800-WRITE-REJECT
003930*    CALLER HAS SET THE REASON TEXT.  THE AMOUNT, WHEN IT IS
003940*    NUMERIC, ROLLS INTO THE REJECTED TOTAL.
003950******************************************************************
003960 2800-WRITE-REJECT.
003970     WRITE DR-PRINT-LINE FROM DR-DEPOSIT-LINE.
003980     ADD 1 TO WS-REJECTED-COUNT.
003990     IF DT-AMOUNT-X NUMERIC
004000         ADD DT-AMOUNT TO WS-REJECTED-AMOUNT
004010     END-IF.
004020 2800-EXIT.
004030     EXIT.

004040******************************************************************
004050*    3000-REPORT-STATUS
004060*    READS THE WHOLE LEDGER, GATHERING EACH OBLIGATION'S
004070*    ENTRIES AND CLOSING IT OFF WHEN THE NEXT ONE BEGINS.
004080******************************************************************
004090 3000-REPORT-STATUS.
004100     MOVE SPACES TO DR-PRINT-LINE.
004110     WRITE DR-PRINT-LINE.
004120     MOVE LOW-VALUES TO TL-LEDGER-KEY.
004130     START TAX-LEDGER-FILE KEY NOT < TL-LEDGER-KEY
004140         INVALID KEY
004150             SET WS-LEDGER-END-OF-FILE TO TRUE
004160     END-START.
004170     IF NOT WS-LEDGER-END-OF-FILE
004180         PERFORM 3100-READ-LEDGER THRU 3100-EXIT
004190     END-IF.
004200     PERFORM 3200-GATHER-ENTRY THRU 3200-EXIT
004210             UNTIL WS-LEDGER-END-OF-FILE.
004220     IF WS-OBLIGATION-OPEN
004230         PERFORM 3500-CLOSE-OBLIGATION THRU 3500-EXIT
004240     END-IF.
004250 3000-EXIT.
004260     EXIT.

004270******************************************************************
004280*    3100-READ-LEDGER
004290******************************************************************
004300 3100-READ-LEDGER.
004310     READ TAX-LEDGER-FILE NEXT RECORD
004320         AT END
004330             SET WS-LEDGER-END-OF-FILE TO TRUE
004340     END-READ.
004350 3100-EXIT.
004360     EXIT.

004370******************************************************************
004380*    3200-GATHER-ENTRY
004390*    ADDS ONE LEDGER ENTRY INTO ITS OBLIGATION.  LIABILITIES
004400*    ADD TO WHAT IS OWED, DEPOSITS TO WHAT WAS PAID.
004410******************************************************************
004420 3200-GATHER-ENTRY.
004430     MOVE TL-TAX-YEAR TO WS-ENT-TAX-YEAR.
004440     MOVE TL-TAX-QUARTER TO WS-ENT-TAX-QUARTER.
004450     MOVE TL-TAX-TYPE TO WS-ENT-TAX-TYPE.
004460     MOVE TL-STATE-CODE TO WS-ENT-STATE-CODE.
004470     MOVE TL-DUE-DATE TO WS-ENT-DUE-DATE.
004480     IF WS-OBLIGATION-OPEN
004490        AND WS-ENTRY-OBLIGATION-KEY NOT = WS-OBLIGATION-KEY
004500         PERFORM 3500-CLOSE-OBLIGATION THRU 3500-EXIT
004510     END-IF.
004520     IF NOT WS-OBLIGATION-OPEN
004530         MOVE WS-ENTRY-OBLIGATION-KEY TO WS-OBLIGATION-KEY
004540         MOVE TL-SCHEDULE TO WS-OBL-SCHEDULE
004550         MOVE ZERO TO WS-OBL-LIABILITY WS-OBL-DEPOSITED
004560                      WS-OBL-ON-TIME WS-OBL-LAST-DEPOSIT
004570         SET WS-OBLIGATION-OPEN TO TRUE
004580     END-IF.
004590     IF TL-LIABILITY
004600         ADD TL-AMOUNT TO WS-OBL-LIABILITY
004610     END-IF.
004620     IF TL-DEPOSIT
004630         ADD TL-AMOUNT TO WS-OBL-DEPOSITED
004640         IF TL-ENTRY-DATE NOT > TL-DUE-DATE
004650             ADD TL-AMOUNT TO WS-OBL-ON-TIME
004660         END-IF
004670         IF TL-ENTRY-DATE > WS-OBL-LAST-DEPOSIT
004680             MOVE TL-ENTRY-DATE TO WS-OBL-LAST-DEPOSIT
004690         END-IF
004700     END-IF.
004710     PERFORM 3100-READ-LEDGER THRU 3100-EXIT.
004720 3200-EXIT.
004730     EXIT.

004740******************************************************************
004750*    3500-CLOSE-OBLIGATION
004760*    SETS THE OBLIGATION'S STATUS AND LISTS IT IF IT IS OF THE
004770*    CURRENT OR PRIOR TAX YEAR OR IS STILL SHORT.  SHORT AND
004780*    LATE OBLIGATIONS ARE FLAGGED.  A FUT OBLIGATION IS JUDGED
004790*    ON ITS LIABILITY PLUS THE FUTA CARRIED INTO IT; AN UNDER-
004800*    $500 QUARTER PASSES ITS WHOLE FIGURE ON, ANY OTHER STATUS
004810*    ENDS THE CARRY.
004820******************************************************************
004830 3500-CLOSE-OBLIGATION.
004840     MOVE 'N' TO WS-OBLIGATION-SWITCH.
004850     MOVE 'N' TO WS-OBL-FLAG-SWITCH.
004860     MOVE ZERO TO WS-OBL-CARRY-IN.
004870     IF WS-OBL-TAX-TYPE = "FUT"
004880         IF WS-OBL-TAX-YEAR NOT = WS-FUTA-CARRY-YEAR
004890             MOVE WS-OBL-TAX-YEAR TO WS-FUTA-CARRY-YEAR
004900             MOVE ZERO TO WS-FUTA-CARRY
004910         END-IF
004920         MOVE WS-FUTA-CARRY TO WS-OBL-CARRY-IN
004930     END-IF.
004940     COMPUTE WS-OBL-DUE = WS-OBL-LIABILITY + WS-OBL-CARRY-IN.
004950     COMPUTE WS-OBL-BALANCE = WS-OBL-DUE - WS-OBL-DEPOSITED.
004960     EVALUATE TRUE
004970         WHEN WS-OBL-DUE NOT > ZERO
004980          AND WS-OBL-DEPOSITED = ZERO
004990             MOVE "NOTHING DUE" TO WS-OBL-STATUS
005000         WHEN WS-OBL-TAX-TYPE = "FUT"
005010          AND WS-OBL-TAX-QUARTER < 4
005020          AND WS-OBL-DEPOSITED = ZERO
005030          AND WS-OBL-DUE NOT > WS-FUTA-CARRY-LIMIT
005040             MOVE "UNDER $500" TO WS-OBL-STATUS
005050         WHEN WS-OBL-BALANCE > ZERO
005060          AND WS-OBL-DUE-DATE NOT < WS-CURRENT-DATE
005070             MOVE "OPEN" TO WS-OBL-STATUS
005080             ADD 1 TO WS-OPEN-COUNT
005090             ADD WS-OBL-BALANCE TO WS-OPEN-AMOUNT
005100         WHEN WS-OBL-BALANCE > ZERO
005110          AND WS-OBL-DEPOSITED = ZERO
005120             MOVE "NOT DEPOSITED" TO WS-OBL-STATUS
005130             SET WS-OBL-FLAGGED TO TRUE
005140             ADD 1 TO WS-SHORT-COUNT
005150             ADD WS-OBL-BALANCE TO WS-SHORT-AMOUNT
005160         WHEN WS-OBL-BALANCE > ZERO
005170             MOVE "SHORT" TO WS-OBL-STATUS
005180             SET WS-OBL-FLAGGED TO TRUE
005190             ADD 1 TO WS-SHORT-COUNT
005200             ADD WS-OBL-BALANCE TO WS-SHORT-AMOUNT
005210         WHEN WS-OBL-ON-TIME < WS-OBL-DUE
005220             MOVE "LATE" TO WS-OBL-STATUS
005230             SET WS-OBL-FLAGGED TO TRUE
005240             ADD 1 TO WS-LATE-COUNT
005250         WHEN WS-OBL-BALANCE < ZERO
005260             MOVE "OVERPAID" TO WS-OBL-STATUS
005270         WHEN OTHER
005280             MOVE "DEPOSITED" TO WS-OBL-STATUS
005290     END-EVALUATE.
005300     IF WS-OBL-TAX-TYPE = "FUT"
005310         IF WS-OBL-STATUS = "UNDER $500"
005320             MOVE WS-OBL-DUE TO WS-FUTA-CARRY
005330         ELSE
005340             MOVE ZERO TO WS-FUTA-CARRY
005350         END-IF
005360     END-IF.
005370     IF WS-OBL-TAX-YEAR < WS-PRIOR-YEAR
005380        AND WS-OBL-BALANCE NOT > ZERO
005390         GO TO 3500-EXIT
005400     END-IF.
005410     IF WS-OBL-TAX-YEAR < WS-PRIOR-YEAR
005420        AND WS-OBL-STATUS = "UNDER $500"
005430         GO TO 3500-EXIT
005440     END-IF.
005450     ADD 1 TO WS-OBLIGATION-COUNT.
005460     MOVE WS-OBL-TAX-TYPE TO DR-STA-TAX-TYPE.
005470     MOVE WS-OBL-STATE-CODE TO DR-STA-STATE-CODE.
005480     MOVE WS-OBL-TAX-YEAR TO DR-STA-TAX-YEAR.
005490     MOVE WS-OBL-TAX-QUARTER TO DR-STA-TAX-QUARTER.
005500     MOVE WS-OBL-DUE-DATE TO DR-STA-DUE-DATE.
005510     MOVE WS-OBL-SCHEDULE TO DR-STA-SCHEDULE.
005520     MOVE WS-OBL-LIABILITY TO DR-STA-LIABILITY.
005530     MOVE WS-OBL-DEPOSITED TO DR-STA-DEPOSITED.
005540     MOVE WS-OBL-BALANCE TO DR-STA-BALANCE.
005550     MOVE WS-OBL-LAST-DEPOSIT TO DR-STA-LAST-DEPOSIT.
005560     MOVE WS-OBL-STATUS TO DR-STA-STATUS.
005570     IF WS-OBL-FLAGGED
005580         MOVE "***" TO DR-STA-FLAG
005590     ELSE
005600         MOVE SPACES TO DR-STA-FLAG
005610     END-IF.
005620     WRITE DR-PRINT-LINE FROM DR-STATUS-LINE.
005630 3500-EXIT.
005640     EXIT.

005650******************************************************************
005660*    9000-TERMINATE
005670******************************************************************
005680 9000-TERMINATE.
005690     MOVE SPACES TO DR-PRINT-LINE.
005700     WRITE DR-PRINT-LINE.
005710     MOVE "DEPOSITS READ" TO DR-TOT-CAPTION.
005720     MOVE WS-DEPOSIT-COUNT TO DR-TOT-COUNT.
005730     MOVE ZERO TO DR-TOT-AMOUNT.
005740     WRITE DR-PRINT-LINE FROM DR-TOTAL-LINE.
005750     MOVE "DEPOSITS RECORDED" TO DR-TOT-CAPTION.
005760     MOVE WS-ACCEPTED-COUNT TO DR-TOT-COUNT.
005770     MOVE WS-ACCEPTED-AMOUNT TO DR-TOT-AMOUNT.
005780     WRITE DR-PRINT-LINE FROM DR-TOTAL-LINE.
005790     MOVE "DEPOSITS MADE LATE" TO DR-TOT-CAPTION.
005800     MOVE WS-LATE-DEPOSIT-COUNT TO DR-TOT-COUNT.
005810     MOVE ZERO TO DR-TOT-AMOUNT.
005820     WRITE DR-PRINT-LINE FROM DR-TOTAL-LINE.
005830     MOVE "DEPOSITS REJECTED" TO DR-TOT-CAPTION.
005840     MOVE WS-REJECTED-COUNT TO DR-TOT-COUNT.
005850     MOVE WS-REJECTED-AMOUNT TO DR-TOT-AMOUNT.
005860     WRITE DR-PRINT-LINE FROM DR-TOTAL-LINE.
005870     MOVE "OBLIGATIONS LISTED" TO DR-TOT-CAPTION.
005880     MOVE WS-OBLIGATION-COUNT TO DR-TOT-COUNT.
005890     MOVE ZERO TO DR-TOT-AMOUNT.
005900     WRITE DR-PRINT-LINE FROM DR-TOTAL-LINE.
005910     MOVE "OPEN - NOT YET DUE" TO DR-TOT-CAPTION.
005920     MOVE WS-OPEN-COUNT TO DR-TOT-COUNT.
005930     MOVE WS-OPEN-AMOUNT TO DR-TOT-AMOUNT.
005940     WRITE DR-PRINT-LINE FROM DR-TOTAL-LINE.
005950     MOVE "PAST DUE - SHORT" TO DR-TOT-CAPTION.
005960     MOVE WS-SHORT-COUNT TO DR-TOT-COUNT.
005970     MOVE WS-SHORT-AMOUNT TO DR-TOT-AMOUNT.
005980     WRITE DR-PRINT-LINE FROM DR-TOTAL-LINE.
005990     MOVE "DEPOSITED LATE" TO DR-TOT-CAPTION.
006000     MOVE WS-LATE-COUNT TO DR-TOT-COUNT.
006010     MOVE ZERO TO DR-TOT-AMOUNT.
006020     WRITE DR-PRINT-LINE FROM DR-TOTAL-LINE.
006030     IF WS-REJECTED-COUNT > ZERO
006040        OR WS-SHORT-COUNT > ZERO
006050        OR WS-LATE-COUNT > ZERO
006060         MOVE 4 TO RETURN-CODE
006070     END-IF.
006080     CLOSE DEPOSIT-TRAN-FILE.
006090     CLOSE TAX-LEDGER-FILE.
006100     CLOSE DEPOSIT-REPORT-FILE.
006110     DISPLAY "TAXDEP - " WS-DEPOSIT-COUNT " DEPOSITS READ".
006120     DISPLAY "TAXDEP - " WS-ACCEPTED-COUNT " RECORDED".
006130     DISPLAY "TAXDEP - " WS-REJECTED-COUNT " REJECTED".
006140     DISPLAY "TAXDEP - " WS-SHORT-COUNT
006150             " OBLIGATIONS PAST DUE AND SHORT".
006160     DISPLAY "TAXDEP - " WS-LATE-COUNT
006170             " OBLIGATIONS DEPOSITED LATE".
006180 9000-EXIT.
006190     EXIT.
006200 END PROGRAM TaxDeposit.
