000210*  RECORD IS REWRITTEN ONLY WHEN THE RUN COMPLETES, IN THE      *
000220*  PCTLREC MOLD.  THE ISSUE DATE IS THE PERIOD-END DATE FROM    *
000230*  THE PAY-PERIOD CONTROL RECORD, NOT THE MACHINE CLOCK.        *
000231*  WHEN THE PAY GROUP'S CALENDAR GIVES A CHECK DATE, THE CHECKS *
000232*  ARE DATED THAT DAY INSTEAD.  A MANUAL CHECK FROM AN          *
000233*  OFF-CYCLE RUN WAS WRITTEN BY HAND - IT IS REGISTERED UNDER   *
000234*  ITS OWN NUMBER AND SENT TO POSITIVE PAY, BUT NOT PRINTED,    *
000235*  AND IT USES NO NUMBER FROM CHKCTL.                           *
000240*-----------------------------------------------------------------
000250*  MODIFICATION HISTORY.
000260*    09/01/2026  RWK  ORIGINAL.
000261*    10/08/2026  RWK  ISSUE DATE IS THE PAY GROUP'S CHECK DATE
000262*                     (PC-CHECK-DATE) WHEN THE RUN CARRIES ONE.
000263*    10/09/2026  RWK  MANUAL CHECKS (CX-MANUAL-CHECK-NUMBER) ARE
000264*                     REGISTERED AND SENT TO POSITIVE PAY UNDER
000265*                     THEIR OWN NUMBERS WITHOUT PRINTING.
000266*    10/11/2026  RWK  A NEW REGISTER RECORD CARRIES A ZERO
000267*                     CLEARED DATE FOR ChkRecon TO FILL IN.
000270******************************************************************

000280 ENVIRONMENT DIVISION.

000850 01  WS-NEXT-CHECK-NUMBER        PIC 9(08) VALUE ZERO.
000860 01  WS-CHECK-COUNT              PIC 9(06) VALUE ZERO.
000863 01  WS-MANUAL-COUNT             PIC 9(06) VALUE ZERO.
000866 01  WS-PAYMENT-CHECK-NUMBER     PIC 9(08) VALUE ZERO.
000870 01  WS-REGISTER-TOTAL-NET       PIC 9(08)V99 VALUE ZERO.
000880 01  WS-ISSUE-DATE               PIC 9(08) VALUE ZERO.

002340             STOP RUN
002350     END-READ.
002360     MOVE PC-PERIOD-END-DATE TO WS-ISSUE-DATE.
002362     IF PC-CHECK-DATE NUMERIC
002364        AND PC-CHECK-DATE > ZERO
002366         MOVE PC-CHECK-DATE TO WS-ISSUE-DATE
002368     END-IF.
002370     CLOSE PAY-PERIOD-CONTROL-FILE.
002380 1200-EXIT.
002390     EXIT.
002440*    RECORD AND THE POSITIVE-PAY RECORD, AND READS THE NEXT
002450*    EXTRACT RECORD.  A DUPLICATE CHECK NUMBER ON THE REGISTER
002460*    STOPS THE RUN COLD - THE CONTROL RECORD IS WRONG AND
002466*    EVERY NUMBER AFTER IT WOULD COLLIDE TOO.  A MANUAL CHECK
002472*    GOES TO 2200 INSTEAD.
002480******************************************************************
002490 2000-ISSUE-CHECK.
002491     IF CX-MANUAL-CHECK-NUMBER NUMERIC
002492        AND CX-MANUAL-CHECK-NUMBER > ZERO
002493         PERFORM 2200-REGISTER-MANUAL-CHECK THRU 2200-EXIT
002494         PERFORM 2100-READ-EXTRACT THRU 2100-EXIT
002495         GO TO 2000-EXIT
002496     END-IF.
002500     MOVE WS-NEXT-CHECK-NUMBER TO CP-CHECK-NUMBER.
002510     MOVE WS-ISSUE-DATE TO CP-ISSUE-DATE.
002520     MOVE CX-EMPLOYEE-NAME TO CP-PAYEE-NAME.
002680     MOVE WS-ISSUE-DATE TO CR-ISSUE-DATE.
002690     MOVE CX-NET-PAY TO CR-CHECK-AMOUNT.
002700     SET CR-STATUS-ISSUED TO TRUE.
002705     MOVE ZERO TO CR-CLEARED-DATE.
002710     WRITE CR-CHECK-REGISTER-RECORD
002720         INVALID KEY
002730             DISPLAY "PAYCHK - CHECK NUMBER ALREADY ON "
002750             MOVE 8 TO RETURN-CODE
002760             STOP RUN
002770     END-WRITE.
002796     MOVE WS-NEXT-CHECK-NUMBER TO WS-PAYMENT-CHECK-NUMBER.
002822     PERFORM 2300-WRITE-POSITIVE-PAY THRU 2300-EXIT.
002850     ADD 1 TO WS-CHECK-COUNT.
002860     ADD CX-NET-PAY TO WS-REGISTER-TOTAL-NET.
002870     ADD 1 TO WS-NEXT-CHECK-NUMBER.
002970             SET WS-END-OF-FILE TO TRUE
002980     END-READ.
002990 2100-EXIT.
002991     EXIT.

002992******************************************************************
002993*    2200-REGISTER-MANUAL-CHECK
002994*    A CHECK ALREADY WRITTEN BY HAND GOES ON THE REGISTER UNDER
002995*    THE NUMBER WRITTEN ON IT, ISSUED, AND TO POSITIVE PAY SO
002996*    THE BANK WILL HONOR IT.  NOTHING IS PRINTED AND THE NEXT
002997*    CHECK NUMBER DOES NOT MOVE.  A NUMBER ALREADY ON THE
002998*    REGISTER IS LEFT OFF THE REGISTER TOTAL, SO THE RUN WILL
002999*    NOT PROVE OUT UNTIL THE NUMBER IS CORRECTED.
003000******************************************************************
003001 2200-REGISTER-MANUAL-CHECK.
003002     MOVE CX-MANUAL-CHECK-NUMBER TO CR-CHECK-NUMBER.
003003     MOVE CX-EMPLOYEE-ID TO CR-EMPLOYEE-ID.
003004     MOVE CX-EMPLOYEE-NAME TO CR-EMPLOYEE-NAME.
003005     MOVE WS-ISSUE-DATE TO CR-ISSUE-DATE.
003006     MOVE CX-NET-PAY TO CR-CHECK-AMOUNT.
003007     SET CR-STATUS-ISSUED TO TRUE.
003008     MOVE ZERO TO CR-CLEARED-DATE.
003009     WRITE CR-CHECK-REGISTER-RECORD
003010         INVALID KEY
003011             DISPLAY "PAYCHK - MANUAL CHECK NUMBER ALREADY ON "
003012                     "REGISTER: " CR-CHECK-NUMBER
003013             MOVE 8 TO RETURN-CODE
003014             GO TO 2200-EXIT
003015     END-WRITE.
003016     MOVE CX-MANUAL-CHECK-NUMBER TO WS-PAYMENT-CHECK-NUMBER.
003017     PERFORM 2300-WRITE-POSITIVE-PAY THRU 2300-EXIT.
003018     ADD 1 TO WS-MANUAL-COUNT.
003019     ADD CX-NET-PAY TO WS-REGISTER-TOTAL-NET.
003020 2200-EXIT.
003021     EXIT.

003022******************************************************************
003023*    2300-WRITE-POSITIVE-PAY
003024******************************************************************
003025 2300-WRITE-POSITIVE-PAY.
003026     MOVE SPACES TO PP-POSITIVE-PAY-RECORD.
003027     MOVE WS-DISBURSE-ACCOUNT TO PP-ACCOUNT-NUMBER.
003028     MOVE WS-PAYMENT-CHECK-NUMBER TO PP-CHECK-NUMBER.
003029     MOVE WS-ISSUE-DATE TO PP-ISSUE-DATE.
003030     MOVE CX-NET-PAY TO PP-AMOUNT.
003031     MOVE CX-EMPLOYEE-NAME TO PP-PAYEE-NAME.
003032     WRITE PP-POSITIVE-PAY-RECORD.
003033 2300-EXIT.
003034     EXIT.

003035******************************************************************
003036*    9000-TERMINATE
003037*    PRINTS THE REGISTER TOTALS LINE - THE FIGURE THAT MUST TIE
003040*    TO THE CHKPAY LISTING'S CL-TOTAL-NET-PAY - AND REWRITES
003050*    THE CONTROL RECORD WITH THE NEXT UNUSED CHECK NUMBER.
003060******************************************************************
003070 9000-TERMINATE.
003080     ADD WS-CHECK-COUNT WS-MANUAL-COUNT GIVING CP-TOTAL-COUNT.
003090     MOVE WS-REGISTER-TOTAL-NET TO CP-TOTAL-NET.
003100     WRITE CK-PRINT-LINE FROM CP-TOTAL-LINE.
003110     MOVE WS-NEXT-CHECK-NUMBER TO CC-NEXT-CHECK-NUMBER.
003210     CLOSE CHECK-REGISTER-FILE.
003220     CLOSE POSITIVE-PAY-FILE.
003230     DISPLAY "PAYCHK - " WS-CHECK-COUNT " CHECKS ISSUED".
003233     DISPLAY "PAYCHK - " WS-MANUAL-COUNT
003236             " MANUAL CHECKS REGISTERED".
003240     DISPLAY "PAYCHK - REGISTER TOTAL " WS-REGISTER-TOTAL-NET.
003250 9000-EXIT.
003260     EXIT.
