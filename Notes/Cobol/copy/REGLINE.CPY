001920*                     AHEAD OF THE RUN TOTALS - ONE PER
001930*                     DEPARTMENT PAID THIS RUN, AMOUNTS ALIGNED
001940*                     UNDER THE DETAIL COLUMNS.
001945*    10/05/2026  RWK  ADDED THE EARNINGS BREAKDOWN LINE WRITTEN
001950*                     UNDER AN EMPLOYEE WHOSE PAY COMBINES MORE
001955*                     THAN ONE EARNINGS TYPE - HOURS AND GROSS
001960*                     PER TYPE.  THE EMPLOYEE ID COLUMN IS LEFT
001965*                     BLANK SO PayBalance DOES NOT REFOOT IT.
001970*    10/09/2026  RWK  ADDED THE PAY RUN LINE WRITTEN AT THE TOP
001975*                     OF THE REGISTER - PAY GROUP, PERIOD, RUN
001980*                     TYPE (REGULAR OR OFF-CYCLE), RUN SEQUENCE,
001985*                     AND CHECK DATE - SO AN OFF-CYCLE REGISTER
001990*                     CANNOT BE MISTAKEN FOR THE REGULAR ONE AND
001995*                     PayBalance CAN MATCH IT TO ITS GL FEED.
002000*****************************************************************
002004 01  RL-RUN-LINE.
002008     05  FILLER                  PIC X(01) VALUE SPACES.
002012     05  FILLER                  PIC X(11) VALUE
002016             'PAY RUN'.
002020     05  FILLER                  PIC X(02) VALUE SPACES.
002024     05  FILLER                  PIC X(10) VALUE
002028             'PAY GROUP '.
002032     05  RL-RUN-PAY-GROUP        PIC X(02).
002036     05  FILLER                  PIC X(09) VALUE
002040             '  PERIOD '.
002044     05  RL-RUN-YEAR             PIC 9(04).
002048     05  FILLER                  PIC X(01) VALUE '/'.
002052     05  RL-RUN-PERIOD           PIC 9(02).
002056     05  FILLER                  PIC X(02) VALUE SPACES.
002060     05  RL-RUN-TYPE             PIC X(13).
002064     05  FILLER                  PIC X(05) VALUE
002068             ' SEQ '.
002072     05  RL-RUN-SEQUENCE         PIC 9(02).
002076     05  FILLER                  PIC X(02) VALUE SPACES.
002080     05  FILLER                  PIC X(11) VALUE
002084             'CHECK DATE '.
002088     05  RL-RUN-CHECK-DATE       PIC 9(08).

002100 01  RL-DETAIL-LINE.
002200     05  FILLER                  PIC X(01) VALUE SPACES.
002300     05  RL-EMPLOYEE-ID          PIC X(06).
003600     05  FILLER                  PIC X(02) VALUE SPACES.
003700     05  RL-TYPE-FLAG            PIC X(10).

003701 01  RL-EARNINGS-LINE.
003702     05  FILLER                  PIC X(13) VALUE SPACES.
003703     05  RL-EARN-LABEL           PIC X(10).
003704     05  FILLER                  PIC X(18) VALUE SPACES.
003705     05  RL-EARN-HOURS           PIC ZZ9.99.
003706     05  FILLER                  PIC X(10) VALUE SPACES.
003707     05  RL-EARN-GROSS-PAY       PIC ZZZ,ZZ9.99-.

003710 01  RL-DEPT-LINE.
003720     05  FILLER                  PIC X(01) VALUE SPACES.
003730     05  FILLER                  PIC X(11) VALUE
