000100*****************************************************************
000200*  ESCHREC.CPY                                                  *
000300*  RECORD LAYOUT FOR THE UNCLAIMED-PROPERTY (ESCHEAT) CANDIDATE *
000400*  FILE WRITTEN BY ChkRecon - ONE RECORD PER ISSUED CHECK STILL *
000500*  OUTSTANDING PAST THE STALE-DATE LIMIT, CARRYING THE STATE    *
000600*  THE PROPERTY IS REPORTED TO (THE EMPLOYEE'S WORK STATE ON    *
000700*  THE MASTER, BLANK WHEN THE EMPLOYEE IS NO LONGER ON FILE) SO *
000800*  THE FILE CAN BE SORTED AND REPORTED STATE BY STATE.  THE     *
000900*  FILE IS REBUILT WHOLE ON EVERY RUN.                          *
001000*-----------------------------------------------------------------
001100*  DATE-WRITTEN.  10/11/2026.
001200*  MODIFICATION HISTORY.
001300*    10/11/2026  RWK  ORIGINAL.
001400*****************************************************************
001500 01  ES-ESCHEAT-RECORD.
001600     05  ES-STATE-CODE           PIC X(02).
001700     05  ES-CHECK-NUMBER         PIC 9(08).
001800     05  ES-EMPLOYEE-ID          PIC X(06).
001900     05  ES-EMPLOYEE-NAME        PIC X(30).
002000     05  ES-ISSUE-DATE           PIC 9(08).
002100     05  ES-CHECK-AMOUNT         PIC 9(07)V99.
002200     05  ES-DAYS-OUTSTANDING     PIC 9(05).
002300     05  FILLER                  PIC X(12).
