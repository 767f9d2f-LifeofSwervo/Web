000800*  DATE-WRITTEN.  09/01/2026.
000900*  MODIFICATION HISTORY.
001000*    09/01/2026  RWK  ORIGINAL.
001025*    10/15/2026  RWK  WIDENED HL-HOURS TO ZZ9.9 FOR THE WIDER
001050*                     PAY HISTORY HOURS, TAKING A BYTE OF THE
001075*                     SPACING BEFORE IT.  LINE LENGTH UNCHANGED.
001100*****************************************************************
001200 01  HL-DETAIL-LINE.
001300     05  FILLER                  PIC X(01) VALUE SPACES.
001800     05  HL-PERIOD-END-DATE      PIC 9(08).
001900     05  FILLER                  PIC X(02) VALUE SPACES.
002000     05  HL-TRANS-TYPE           PIC X(01).
002100     05  FILLER                  PIC X(01) VALUE SPACES.
002200     05  HL-HOURS                PIC ZZ9.9.
002300     05  FILLER                  PIC X(02) VALUE SPACES.
002400     05  HL-GROSS-PAY            PIC ZZ,ZZ9.99-.
002500     05  FILLER                  PIC X(02) VALUE SPACES.
