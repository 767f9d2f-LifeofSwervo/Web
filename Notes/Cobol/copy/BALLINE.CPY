000900*  DATE-WRITTEN.  08/22/2026.
001000*  MODIFICATION HISTORY.
001100*    08/22/2026  RWK  ORIGINAL.
001120*    10/09/2026  RWK  ADDED THE PAY RUN LINE - THE RUN BEING
001140*                     BALANCED, TAKEN FROM THE REGISTER - SO A
001160*                     REGULAR AND AN OFF-CYCLE RUN OF THE SAME
001180*                     PERIOD CANNOT BE CONFUSED.
001200*****************************************************************
001300 01  BL-COMPARE-LINE.
001400     05  FILLER                  PIC X(01) VALUE SPACES.
002500     05  FILLER                  PIC X(12) VALUE
002600             'RUN STATUS: '.
002700     05  BL-STATUS               PIC X(14).

002710 01  BL-RUN-LINE.
002720     05  FILLER                  PIC X(01) VALUE SPACES.
002730     05  FILLER                  PIC X(15) VALUE
002740             'PAY RUN: GROUP '.
002750     05  BL-RUN-PAY-GROUP        PIC X(02).
002760     05  FILLER                  PIC X(09) VALUE
002770             '  PERIOD '.
002780     05  BL-RUN-YEAR             PIC X(04).
002790     05  FILLER                  PIC X(01) VALUE '/'.
002800     05  BL-RUN-PERIOD           PIC X(02).
002810     05  FILLER                  PIC X(02) VALUE SPACES.
002820     05  BL-RUN-TYPE             PIC X(13).
002830     05  FILLER                  PIC X(05) VALUE
002840             ' SEQ '.
002850     05  BL-RUN-SEQUENCE         PIC X(02).
