001900*  CODE 8 OTHERWISE, SO THE SCHEDULER CAN HOLD THE GL FEED      *
002000*  BEFORE ACCOUNTING IMPORTS A BAD FILE.  THIS ALSO PROVES OUT  *
002100*  THE CHECKPOINT ARITHMETIC AFTER A RESTART RUN INSTEAD OF     *
002140*  TAKING IT ON FAITH.  THE RUN IS IDENTIFIED BY THE PAY RUN    *
002180*  LINE AT THE TOP OF THE REGISTER (PAY GROUP, PERIOD, RUN      *
002220*  SEQUENCE) AND EVERY GL RECORD MUST CARRY THE SAME RUN, SO AN *
002260*  OFF-CYCLE RUN BALANCES ON ITS OWN.                           *
002300*-----------------------------------------------------------------
002400*  MODIFICATION HISTORY.
002500*    08/22/2026  RWK  ORIGINAL.
002540*                     STATE-TAX BUCKET, WORK-STATE CODE,
002550*                     GARNISHMENT YTD BUCKET, AND EMPLOYER-SIDE
002560*                     TAX BUCKETS ADDED TO YTDREC.CPY.
002561*    10/06/2026  RWK  PRIOR-IMAGE RECORD MIRRORS THE FEDERAL,
002562*                     STATE, AND FICA TAXABLE-WAGE BUCKETS ADDED
002563*                     TO YTDREC.CPY.
002564*    10/09/2026  RWK  BALANCES ONE RUN - REGULAR OR OFF-CYCLE -
002565*                     AT A TIME.  THE RUN IS TAKEN FROM THE
002566*                     REGISTER'S PAY RUN LINE AND PRINTED ON THE
002567*                     REPORT; GL RECORDS FOR ANY OTHER RUN ARE
002568*                     LEFT OUT OF THE GL TOTALS AND PUT THE RUN
002569*                     OUT OF BALANCE.
002570*    10/13/2026  RWK  EMPLOYER 401(K) MATCH.  PRIOR-IMAGE RECORD
002571*                     MIRRORS THE YTD MATCH BUCKET ADDED TO
002572*                     YTDREC.CPY.  THE MATCH LIABILITY (2500) NET
002573*                     ON THE GL FEED IS TIED TO THE YTD MATCH
002574*                     DELTA, AND THE RECORDKEEPER CONTRIBUTION
002575*                     FILE (PLANCONT, RKCONT.CPY) IS REFOOTED
002576*                     AGAINST ITS TRAILER AND TIED TO THE GL
002577*                     MATCH AND THE YTD DEFERRAL AND MATCH
002578*                     DELTAS - ITS FUNDING TOTAL IS THE FIGURE
002579*                     THE TRUSTEE WIRE IS CUT FOR.  THE FILE MUST
002580*                     CARRY THE REGISTER'S RUN.
002600******************************************************************

002700 ENVIRONMENT DIVISION.
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-BALRPT-STATUS.

005125     SELECT PLAN-CONTRIB-FILE ASSIGN TO "PLANCONT"
005150         ORGANIZATION IS LINE SEQUENTIAL
005175         FILE STATUS IS WS-PLANCONT-STATUS.

005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  PAYROLL-REGISTER-FILE
007760     05  YP-QTD-ER-FICA          PIC S9(07)V99.
007770     05  YP-QTD-ER-FUTA          PIC S9(07)V99.
007780     05  YP-QTD-ER-SUTA          PIC S9(07)V99.
007782     05  YP-YTD-FED-WAGES        PIC S9(07)V99.
007784     05  YP-YTD-STATE-WAGES      PIC S9(07)V99.
007786     05  YP-YTD-FICA-WAGES       PIC S9(07)V99.
007788     05  YP-QTD-FED-WAGES        PIC S9(07)V99.
007790     05  YP-QTD-STATE-WAGES      PIC S9(07)V99.
007792     05  YP-QTD-FICA-WAGES       PIC S9(07)V99.
007794     05  YP-YTD-401K-MATCH       PIC S9(07)V99.
007800     05  FILLER                  PIC X(06).

007900 FD  BALANCE-REPORT-FILE
008000     RECORDING MODE IS F.
008100 01  BA-PRINT-LINE               PIC X(96).

008125 FD  PLAN-CONTRIB-FILE
008150     RECORDING MODE IS F.
008175 COPY RKCONT.CPY.

008200 WORKING-STORAGE SECTION.

008300*-----------------------------------------------------------------
008800 01  WS-YTDMST-STATUS            PIC X(02) VALUE SPACES.
008900 01  WS-YTDPRI-STATUS            PIC X(02) VALUE SPACES.
009000 01  WS-BALRPT-STATUS            PIC X(02) VALUE SPACES.
009050 01  WS-PLANCONT-STATUS          PIC X(02) VALUE SPACES.

009100 01  WS-REG-EOF-SWITCH           PIC X(01) VALUE 'N'.
009200     88  WS-REG-END-OF-FILE                VALUE 'Y'.
009400     88  WS-GL-END-OF-FILE                 VALUE 'Y'.
009500 01  WS-YTD-EOF-SWITCH           PIC X(01) VALUE 'N'.
009600     88  WS-YTD-END-OF-FILE                VALUE 'Y'.
009633 01  WS-RK-EOF-SWITCH            PIC X(01) VALUE 'N'.
009666     88  WS-RK-END-OF-FILE                 VALUE 'Y'.

009700 01  WS-BALANCE-SWITCH           PIC X(01) VALUE 'B'.
009800     88  WS-RUN-IN-BALANCE                 VALUE 'B'.

010000 01  WS-TOTAL-LINE-SWITCH        PIC X(01) VALUE 'N'.
010100     88  WS-TOTAL-LINE-SEEN                VALUE 'Y'.
010114 01  WS-RUN-LINE-SWITCH          PIC X(01) VALUE 'N'.
010128     88  WS-RUN-LINE-SEEN                  VALUE 'Y'.
010142 01  WS-RK-HEADER-SWITCH         PIC X(01) VALUE 'N'.
010156     88  WS-RK-HEADER-SEEN                 VALUE 'Y'.
010170 01  WS-RK-TRAILER-SWITCH        PIC X(01) VALUE 'N'.
010184     88  WS-RK-TRAILER-SEEN                VALUE 'Y'.

010200*-----------------------------------------------------------------
010300*    REGISTER LINE WORK AREAS.  THE PRINT LINE IS MOVED HERE
012100     05  FILLER                  PIC X(01).
012200     05  BR-CAPTION              PIC X(11).
012300     05  FILLER                  PIC X(120).
012304 01  BR-LINE-RUN REDEFINES BR-LINE-WORK.
012308     05  FILLER                  PIC X(24).
012312     05  BR-RUN-PAY-GROUP        PIC X(02).
012316     05  FILLER                  PIC X(09).
012320     05  BR-RUN-YEAR             PIC X(04).
012324     05  FILLER                  PIC X(01).
012328     05  BR-RUN-PERIOD           PIC X(02).
012332     05  FILLER                  PIC X(02).
012336     05  BR-RUN-TYPE             PIC X(13).
012340     05  FILLER                  PIC X(05).
012344     05  BR-RUN-SEQUENCE         PIC X(02).
012348     05  FILLER                  PIC X(68).

012352*-----------------------------------------------------------------
012356*    THE RUN BEING BALANCED, FROM THE REGISTER'S PAY RUN LINE,
012360*    IN THE SAME SHAPE AS GL-RUN-ID ON THE GL RECORD
012364*-----------------------------------------------------------------
012368 01  WS-REG-RUN-ID.
012372     05  WS-REG-RUN-PAY-GROUP    PIC X(02) VALUE SPACES.
012376     05  WS-REG-RUN-YEAR         PIC X(04) VALUE SPACES.
012380     05  WS-REG-RUN-PERIOD       PIC X(02) VALUE SPACES.
012384     05  WS-REG-RUN-SEQUENCE     PIC X(02) VALUE SPACES.

012400*-----------------------------------------------------------------
012500*    DE-EDIT WORK AREAS - TURNS AN EDITED ZZZ,ZZ9.99- AMOUNT
015400 01  WS-GL-EXPENSE-NET           PIC S9(09)V99 VALUE ZERO.
015500 01  WS-GL-WITHHOLD-NET          PIC S9(09)V99 VALUE ZERO.
015600 01  WS-GL-CASH-NET              PIC S9(09)V99 VALUE ZERO.
015625 01  WS-GL-OTHER-RUN-COUNT       PIC 9(06) VALUE ZERO.
015650 01  WS-GL-OTHER-RUN-AMOUNT      PIC S9(09)V99 VALUE ZERO.
015675 01  WS-GL-MATCH-NET             PIC S9(09)V99 VALUE ZERO.

015700*-----------------------------------------------------------------
015800*    YTD MASTER DELTAS - CURRENT FILE LESS THE PRE-RUN BACKUP
016000 01  WS-YTD-DELTA-GROSS          PIC S9(09)V99 VALUE ZERO.
016100 01  WS-YTD-DELTA-DEDUCTIONS     PIC S9(09)V99 VALUE ZERO.
016200 01  WS-YTD-DELTA-NET            PIC S9(09)V99 VALUE ZERO.
016205 01  WS-YTD-DELTA-401K           PIC S9(09)V99 VALUE ZERO.
016210 01  WS-YTD-DELTA-MATCH          PIC S9(09)V99 VALUE ZERO.
016215 01  WS-YTD-DELTA-FUNDING        PIC S9(09)V99 VALUE ZERO.

016220*-----------------------------------------------------------------
016225*    RECORDKEEPER CONTRIBUTION FILE - DETAILS REFOOTED HERE,
016230*    THE TRAILER'S FIGURES KEPT FOR COMPARISON
016235*-----------------------------------------------------------------
016240 01  WS-RK-REFOOT-COUNT          PIC 9(06) VALUE ZERO.
016245 01  WS-RK-REFOOT-DEFERRAL       PIC S9(09)V99 VALUE ZERO.
016250 01  WS-RK-REFOOT-MATCH          PIC S9(09)V99 VALUE ZERO.
016255 01  WS-RK-REFOOT-FUNDING        PIC S9(09)V99 VALUE ZERO.
016260 01  WS-RK-TRAILER-COUNT         PIC 9(06) VALUE ZERO.
016265 01  WS-RK-TRAILER-DEFERRAL      PIC S9(09)V99 VALUE ZERO.
016270 01  WS-RK-TRAILER-MATCH         PIC S9(09)V99 VALUE ZERO.
016275 01  WS-RK-TRAILER-FUNDING       PIC S9(09)V99 VALUE ZERO.
016280 01  WS-RK-OTHER-RUN-COUNT       PIC 9(06) VALUE ZERO.

016300 01  WS-COMPARE-DIFF             PIC S9(09)V99 VALUE ZERO.

017400     PERFORM 2000-AUDIT-REGISTER THRU 2000-EXIT.
017500     PERFORM 3000-AUDIT-GL-EXPORT THRU 3000-EXIT.
017600     PERFORM 4000-AUDIT-YTD-DELTAS THRU 4000-EXIT.
017650     PERFORM 4500-AUDIT-CONTRIB-FILE THRU 4500-EXIT.
017700     PERFORM 5000-WRITE-COMPARISONS THRU 5000-EXIT.
017800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
017900     STOP RUN.
021600         MOVE 8 TO RETURN-CODE
021700         STOP RUN
021800     END-IF.
021812     OPEN INPUT PLAN-CONTRIB-FILE.
021824     IF WS-PLANCONT-STATUS NOT = "00"
021836         DISPLAY "PAYBAL - UNABLE TO OPEN 401K CONTRIB FILE, "
021848                 "STATUS = " WS-PLANCONT-STATUS
021860         MOVE 8 TO RETURN-CODE
021872         STOP RUN
021884     END-IF.
021900 1000-EXIT.
022000     EXIT.

022700     PERFORM 2100-READ-REGISTER THRU 2100-EXIT.
022800     PERFORM 2200-PROCESS-REGISTER-LINE THRU 2200-EXIT
022900             UNTIL WS-REG-END-OF-FILE.
022920     IF NOT WS-RUN-LINE-SEEN
022940         SET WS-RUN-OUT-OF-BALANCE TO TRUE
022960         DISPLAY "PAYBAL - PAY RUN LINE MISSING FROM REGISTER"
022980     END-IF.
023000     IF NOT WS-TOTAL-LINE-SEEN
023100         SET WS-RUN-OUT-OF-BALANCE TO TRUE
023200         DISPLAY "PAYBAL - RUN TOTALS LINE MISSING FROM REGISTER"
024800******************************************************************
024900*    2200-PROCESS-REGISTER-LINE
025000*    A DETAIL LINE REFOOTS INTO THE RUN TOTALS; THE RUN TOTALS
025066*    LINE IS CAPTURED FOR COMPARISON; THE PAY RUN LINE GIVES
025132*    THE RUN THE GL RECORDS MUST CARRY; DEPARTMENT SUBTOTAL AND
025200*    BLANK LINES PASS THROUGH.
025300******************************************************************
025400 2200-PROCESS-REGISTER-LINE.
025700             CONTINUE
025800         WHEN BR-CAPTION = "DEPT TOTALS"
025900             CONTINUE
025909         WHEN BR-CAPTION = "PAY RUN    "
025918             SET WS-RUN-LINE-SEEN TO TRUE
025927             MOVE BR-RUN-PAY-GROUP TO WS-REG-RUN-PAY-GROUP
025936                                      BL-RUN-PAY-GROUP
025945             MOVE BR-RUN-YEAR TO WS-REG-RUN-YEAR BL-RUN-YEAR
025954             MOVE BR-RUN-PERIOD TO WS-REG-RUN-PERIOD
025963                                   BL-RUN-PERIOD
025972             MOVE BR-RUN-SEQUENCE TO WS-REG-RUN-SEQUENCE
025981                                     BL-RUN-SEQUENCE
025990             MOVE BR-RUN-TYPE TO BL-RUN-TYPE
026000         WHEN BR-CAPTION = "RUN TOTALS "
026100             SET WS-TOTAL-LINE-SEEN TO TRUE
026200             MOVE BR-GROSS-X TO BR-DEEDIT-FIELD
029000*    TOTALS THE GL FEED'S DEBITS AND CREDITS AND THE NET
029100*    MOVEMENT ON EACH ACCOUNT SIDE - EXPENSE (EVERYTHING THAT
029200*    IS NOT THE WITHHOLDING OR CASH ACCOUNT), WITHHOLDING
029250*    LIABILITY, AND NET PAY CASH.  THE 401(K) MATCH LIABILITY
029300*    ACCOUNT STAYS ON THE EXPENSE SIDE (ITS CREDIT OFFSETS THE
029350*    MATCH EXPENSE DEBIT) AND IS ALSO NETTED ON ITS OWN.
029400******************************************************************
029500 3000-AUDIT-GL-EXPORT.
029600     PERFORM 3100-READ-GL-RECORD THRU 3100-EXIT.

031100******************************************************************
031200*    3200-PROCESS-GL-RECORD
031233*    A RECORD FOR A RUN OTHER THAN THE REGISTER'S IS COUNTED
031266*    AND SET ASIDE - IT DOES NOT BELONG IN THIS RUN'S TOTALS.
031300******************************************************************
031400 3200-PROCESS-GL-RECORD.
031414     IF GL-RUN-ID NOT = WS-REG-RUN-ID
031428         ADD 1 TO WS-GL-OTHER-RUN-COUNT
031442         ADD GL-AMOUNT TO WS-GL-OTHER-RUN-AMOUNT
031456         PERFORM 3100-READ-GL-RECORD THRU 3100-EXIT
031470         GO TO 3200-EXIT
031484     END-IF.
031500     IF GL-IS-DEBIT
031600         ADD GL-AMOUNT TO WS-GL-DEBIT-TOTAL
031700     ELSE
033700                 SUBTRACT GL-AMOUNT FROM WS-GL-EXPENSE-NET
033800             END-IF
033900     END-EVALUATE.
033912     IF GL-ACCOUNT-NUMBER = "2500"
033924         IF GL-IS-CREDIT
033936             ADD GL-AMOUNT TO WS-GL-MATCH-NET
033948         ELSE
033960             SUBTRACT GL-AMOUNT FROM WS-GL-MATCH-NET
033972         END-IF
033984     END-IF.
034000     PERFORM 3100-READ-GL-RECORD THRU 3100-EXIT.
034100 3200-EXIT.
034200     EXIT.
037100     READ YTD-PRIOR-FILE
037200         INVALID KEY
037300             MOVE ZERO TO YP-YTD-GROSS-PAY YP-YTD-DEDUCTIONS
037366                          YP-YTD-NET-PAY YP-YTD-RETIREMENT-401K
037432                          YP-YTD-401K-MATCH
037500             MOVE YT-CURRENT-YEAR TO YP-CURRENT-YEAR
037600     END-READ.
037700     IF YP-CURRENT-YEAR NOT = YT-CURRENT-YEAR
037800         MOVE ZERO TO YP-YTD-GROSS-PAY YP-YTD-DEDUCTIONS
037866                      YP-YTD-NET-PAY YP-YTD-RETIREMENT-401K
037932                      YP-YTD-401K-MATCH
038000     END-IF.
038100     COMPUTE WS-COMPARE-DIFF =
038200             YT-YTD-GROSS-PAY - YP-YTD-GROSS-PAY.
038700     COMPUTE WS-COMPARE-DIFF =
038800             YT-YTD-NET-PAY - YP-YTD-NET-PAY.
038900     ADD WS-COMPARE-DIFF TO WS-YTD-DELTA-NET.
038914     COMPUTE WS-COMPARE-DIFF =
038928             YT-YTD-RETIREMENT-401K - YP-YTD-RETIREMENT-401K.
038942     ADD WS-COMPARE-DIFF TO WS-YTD-DELTA-401K.
038956     COMPUTE WS-COMPARE-DIFF =
038970             YT-YTD-401K-MATCH - YP-YTD-401K-MATCH.
038984     ADD WS-COMPARE-DIFF TO WS-YTD-DELTA-MATCH.
039000     PERFORM 4100-READ-YTD-RECORD THRU 4100-EXIT.
039100 4200-EXIT.
039101     EXIT.

039102******************************************************************
039103*    4500-AUDIT-CONTRIB-FILE
039104*    READS THE RECORDKEEPER CONTRIBUTION FILE, REFOOTS ITS
039105*    DETAILS, AND KEEPS THE TRAILER'S FIGURES.  EVERY RECORD
039106*    MUST CARRY THE REGISTER'S RUN; A MISSING HEADER OR
039107*    TRAILER PUTS THE RUN OUT OF BALANCE.
039108******************************************************************
039109 4500-AUDIT-CONTRIB-FILE.
039110     PERFORM 4600-READ-CONTRIB-RECORD THRU 4600-EXIT.
039111     PERFORM 4700-PROCESS-CONTRIB-RECORD THRU 4700-EXIT
039112             UNTIL WS-RK-END-OF-FILE.
039113     COMPUTE WS-RK-REFOOT-FUNDING =
039114             WS-RK-REFOOT-DEFERRAL + WS-RK-REFOOT-MATCH.
039115     IF NOT WS-RK-HEADER-SEEN
039116         SET WS-RUN-OUT-OF-BALANCE TO TRUE
039117         DISPLAY "PAYBAL - HEADER MISSING FROM 401K CONTRIB FILE"
039118     END-IF.
039119     IF NOT WS-RK-TRAILER-SEEN
039120         SET WS-RUN-OUT-OF-BALANCE TO TRUE
039121         DISPLAY "PAYBAL - TRAILER MISSING FROM 401K CONTRIB FILE"
039122     END-IF.
039123     IF WS-RK-TRAILER-COUNT NOT = WS-RK-REFOOT-COUNT
039124         SET WS-RUN-OUT-OF-BALANCE TO TRUE
039125         DISPLAY "PAYBAL - 401K CONTRIB FILE TRAILER COUNT "
039126                 WS-RK-TRAILER-COUNT " DETAILS READ "
039127                 WS-RK-REFOOT-COUNT
039128     END-IF.
039129 4500-EXIT.
039130     EXIT.

039131******************************************************************
039132*    4600-READ-CONTRIB-RECORD
039133******************************************************************
039134 4600-READ-CONTRIB-RECORD.
039135     READ PLAN-CONTRIB-FILE
039136         AT END
039137             SET WS-RK-END-OF-FILE TO TRUE
039138     END-READ.
039139 4600-EXIT.
039140     EXIT.

039141******************************************************************
039142*    4700-PROCESS-CONTRIB-RECORD
039143*    A RECORD FOR ANY OTHER RUN IS COUNTED AND SET ASIDE.
039144******************************************************************
039145 4700-PROCESS-CONTRIB-RECORD.
039146     IF RK-RUN-ID NOT = WS-REG-RUN-ID
039147         ADD 1 TO WS-RK-OTHER-RUN-COUNT
039148         PERFORM 4600-READ-CONTRIB-RECORD THRU 4600-EXIT
039149         GO TO 4700-EXIT
039150     END-IF.
039151     EVALUATE TRUE
039152         WHEN RK-HEADER
039153             SET WS-RK-HEADER-SEEN TO TRUE
039154         WHEN RK-DETAIL
039155             ADD 1 TO WS-RK-REFOOT-COUNT
039156             ADD RK-DEFERRAL TO WS-RK-REFOOT-DEFERRAL
039157             ADD RK-MATCH TO WS-RK-REFOOT-MATCH
039158         WHEN RK-TRAILER
039159             SET WS-RK-TRAILER-SEEN TO TRUE
039160             MOVE RK-DETAIL-COUNT TO WS-RK-TRAILER-COUNT
039161             MOVE RK-TOTAL-DEFERRAL TO WS-RK-TRAILER-DEFERRAL
039162             MOVE RK-TOTAL-MATCH TO WS-RK-TRAILER-MATCH
039163             MOVE RK-TOTAL-FUNDING TO WS-RK-TRAILER-FUNDING
039164         WHEN OTHER
039165             ADD 1 TO WS-RK-OTHER-RUN-COUNT
039166     END-EVALUATE.
039167     PERFORM 4600-READ-CONTRIB-RECORD THRU 4600-EXIT.
039168 4700-EXIT.
039200     EXIT.

039300******************************************************************
039600*    RUN OUT OF BALANCE.
039700******************************************************************
039800 5000-WRITE-COMPARISONS.
039850     WRITE BA-PRINT-LINE FROM BL-RUN-LINE.
039900     MOVE "REGISTER DETAIL/TOTAL GROSS" TO BL-CAPTION.
040000     MOVE WS-REFOOT-GROSS TO BL-FIGURE-A.
040100     MOVE WS-PRINTED-GROSS TO BL-FIGURE-B.
045400     COMPUTE WS-COMPARE-DIFF =
045500             WS-REFOOT-NET - WS-YTD-DELTA-NET.
045600     PERFORM 5500-WRITE-COMPARE-LINE THRU 5500-EXIT.
045602     MOVE "GL RECORDS FOR OTHER RUNS" TO BL-CAPTION.
045604     MOVE WS-GL-OTHER-RUN-AMOUNT TO BL-FIGURE-A.
045606     MOVE ZERO TO BL-FIGURE-B.
045608     MOVE WS-GL-OTHER-RUN-AMOUNT TO WS-COMPARE-DIFF.
045610     PERFORM 5500-WRITE-COMPARE-LINE THRU 5500-EXIT.
045612     IF WS-GL-OTHER-RUN-COUNT > ZERO
045614         SET WS-RUN-OUT-OF-BALANCE TO TRUE
045616         DISPLAY "PAYBAL - " WS-GL-OTHER-RUN-COUNT
045618                 " GL RECORDS NOT FOR THIS RUN"
045620     END-IF.
045622     MOVE "GL 401K MATCH/YTD DELTA" TO BL-CAPTION.
045624     MOVE WS-GL-MATCH-NET TO BL-FIGURE-A.
045626     MOVE WS-YTD-DELTA-MATCH TO BL-FIGURE-B.
045628     COMPUTE WS-COMPARE-DIFF =
045630             WS-GL-MATCH-NET - WS-YTD-DELTA-MATCH.
045632     PERFORM 5500-WRITE-COMPARE-LINE THRU 5500-EXIT.
045634     MOVE "401K FILE DETAIL/TRAILER FUNDING" TO BL-CAPTION.
045636     MOVE WS-RK-REFOOT-FUNDING TO BL-FIGURE-A.
045638     MOVE WS-RK-TRAILER-FUNDING TO BL-FIGURE-B.
045640     COMPUTE WS-COMPARE-DIFF =
045642             WS-RK-REFOOT-FUNDING - WS-RK-TRAILER-FUNDING.
045644     PERFORM 5500-WRITE-COMPARE-LINE THRU 5500-EXIT.
045646     MOVE "401K FILE MATCH/GL MATCH" TO BL-CAPTION.
045648     MOVE WS-RK-TRAILER-MATCH TO BL-FIGURE-A.
045650     MOVE WS-GL-MATCH-NET TO BL-FIGURE-B.
045652     COMPUTE WS-COMPARE-DIFF =
045654             WS-RK-TRAILER-MATCH - WS-GL-MATCH-NET.
045656     PERFORM 5500-WRITE-COMPARE-LINE THRU 5500-EXIT.
045658     MOVE "401K FILE DEFERRAL/YTD DELTA" TO BL-CAPTION.
045660     MOVE WS-RK-TRAILER-DEFERRAL TO BL-FIGURE-A.
045662     MOVE WS-YTD-DELTA-401K TO BL-FIGURE-B.
045664     COMPUTE WS-COMPARE-DIFF =
045666             WS-RK-TRAILER-DEFERRAL - WS-YTD-DELTA-401K.
045668     PERFORM 5500-WRITE-COMPARE-LINE THRU 5500-EXIT.
045670     COMPUTE WS-YTD-DELTA-FUNDING =
045672             WS-YTD-DELTA-401K + WS-YTD-DELTA-MATCH.
045674     MOVE "401K FILE FUNDING/YTD DELTA" TO BL-CAPTION.
045676     MOVE WS-RK-TRAILER-FUNDING TO BL-FIGURE-A.
045678     MOVE WS-YTD-DELTA-FUNDING TO BL-FIGURE-B.
045680     COMPUTE WS-COMPARE-DIFF =
045682             WS-RK-TRAILER-FUNDING - WS-YTD-DELTA-FUNDING.
045684     PERFORM 5500-WRITE-COMPARE-LINE THRU 5500-EXIT.
045686     IF WS-RK-OTHER-RUN-COUNT > ZERO
045688         SET WS-RUN-OUT-OF-BALANCE TO TRUE
045690         DISPLAY "PAYBAL - " WS-RK-OTHER-RUN-COUNT
045692                 " 401K CONTRIB RECORDS NOT FOR THIS RUN"
045694     END-IF.
045700 5000-EXIT.
045800     EXIT.

052900     CLOSE YTD-TOTALS-FILE.
053000     CLOSE YTD-PRIOR-FILE.
053100     CLOSE BALANCE-REPORT-FILE.
053150     CLOSE PLAN-CONTRIB-FILE.
053200     DISPLAY "PAYBAL - " WS-DETAIL-LINE-COUNT
053300             " REGISTER DETAIL LINES REFOOTED".
053400     DISPLAY "PAYBAL - RUN STATUS " BL-STATUS.
