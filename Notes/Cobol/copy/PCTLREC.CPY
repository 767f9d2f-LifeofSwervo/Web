001360*                     COMPLETES, THE WAY PayDriver FLIPS THE
001370*                     PERIOD STATUS.  BLANK ON A FRESH PERIOD
001380*                     RECORD.  TOOK ONE BYTE OF FILLER.
001381*    10/08/2026  RWK  ADDED THE PAY GROUP.  THE SHOP NO LONGER
001382*                     RUNS ONE PAY CYCLE - OPERATIONS KEYS THE
001383*                     PAY GROUP TO BE RUN, AND EACH RUN LOOKS UP
001384*                     THE GROUP'S OPEN PERIOD ON THE PAY
001385*                     CALENDAR (SEE PAYCAL.CPY) AND FILLS IN THE
001386*                     PERIOD END DATE, NUMBER, START DATE, CHECK
001387*                     DATE, PERIODS PER YEAR, AND STATUSES FROM
001388*                     IT.  THE POSTED AND ACCRUAL-POSTED FLAGS
001389*                     OF RECORD NOW LIVE ON THE CALENDAR.
001390*                     RECORD LENGTH GREW.
001391*    10/09/2026  RWK  ADDED THE RUN TYPE.  OPERATIONS KEYS 'O'
001392*                     FOR AN OFF-CYCLE RUN (BONUS, FINAL PAY,
001393*                     MANUAL CHECK) AGAINST THE GROUP'S LAST
001394*                     POSTED PERIOD; PayDriver FILLS IN THE
001395*                     OFF-CYCLE SEQUENCE WITHIN THAT PERIOD
001396*                     (ZERO ON A REGULAR RUN).  TOOK THREE
001397*                     BYTES OF FILLER.
001400*****************************************************************
001500 01  PC-PERIOD-CONTROL-RECORD.
001600     05  PC-PERIOD-END-DATE.
002300         88  PC-PERIOD-POSTED               VALUE 'P'.
002310     05  PC-ACCRUAL-STATUS       PIC X(01).
002320         88  PC-ACCRUAL-POSTED              VALUE 'P'.
002330     05  PC-PAY-GROUP            PIC X(02).
002340     05  PC-PERIODS-PER-YEAR     PIC 9(02).
002350     05  PC-PERIOD-START-DATE    PIC 9(08).
002360     05  PC-CHECK-DATE           PIC 9(08).
002370     05  PC-RUN-TYPE             PIC X(01).
002380         88  PC-REGULAR-RUN                 VALUES 'R' ' '.
002390         88  PC-OFF-CYCLE-RUN               VALUE 'O'.
002400     05  PC-OFF-CYCLE-SEQ        PIC 9(02).
002410     05  FILLER                  PIC X(05).
