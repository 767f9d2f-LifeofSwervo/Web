000010*****************************************************************
000020*  TCREC.CPY                                                    *
000030*  RECORD LAYOUT FOR THE TIMECARD TRANSACTION FILE READ BY THE  *
000040*  BATCH PAYROLL DRIVER.  ONE OR MORE RECORDS PER EMPLOYEE PER  *
000050*  PERIOD.  FILE IS EXPECTED SORTED ASCENDING BY EMPLOYEE ID    *
000060*  SO THE DRIVER CAN RESTART BY POSITION - TcPreEdit ENFORCES   *
000070*  THE SEQUENCE BEFORE PayDriver RUNS.                          *
000547*                     OVERTIME SPLIT.  AN EMPLOYEE MAY CARRY
000548*                     SEVERAL RETRO RECORDS IN ONE RUN - ONE
000549*                     PER BACK PERIOD.
000550*    10/05/2026  RWK  SEVERAL NORMAL TIMECARDS ALLOWED PER
000551*                     PERIOD, ONE PER EARNINGS TYPE; PayDriver
000552*                     GATHERS THEM INTO ONE PAY.  EARNINGS TYPE M
000553*                     (MIXED) IS SET ONLY ON ITS COMBINED RECORD.
000554*    10/09/2026  RWK  ADDED TRANSACTION TYPE M (MANUAL CHECK), SET
000555*                     ONLY ON PayDriver'S WORK RECORD WHEN AN
000556*                     OFF-CYCLE RUN TAKES A MANUAL CHECK ENTRY.
000557*                     THE CHECK'S FIGURES GO IN TC-ORIG-*.
000558*                     NEITHER M IS VALID ON A KEYED TIMECARD.
000559*****************************************************************
000560 01  TC-TIMECARD-RECORD.
000570     05  TC-EMPLOYEE-ID          PIC X(06).
000580     05  TC-HOURS-WORKED-X       PIC X(03).
000660         88  TC-TYPE-ADJUSTMENT             VALUE 'A'.
000670         88  TC-TYPE-VOID                   VALUE 'V'.
000671         88  TC-TYPE-RETRO                  VALUE 'R'.
000675         88  TC-TYPE-MANUAL                 VALUE 'M'.
000680     05  TC-ORIG-GROSS-X         PIC X(07).
000690     05  TC-ORIG-GROSS REDEFINES TC-ORIG-GROSS-X
000700                                 PIC 9(5)V99.
000990         88  TC-EARN-SICK                   VALUE 'S'.
001000         88  TC-EARN-HOLIDAY                VALUE 'H'.
001010         88  TC-EARN-BONUS                  VALUE 'B'.
001015         88  TC-EARN-MIXED                  VALUE 'M'.
001020         88  TC-EARN-TYPE-VALID             VALUES 'R' ' ' 'O'
001030                                            'V' 'S' 'H' 'B'.
001040     05  FILLER                  PIC X(05).
