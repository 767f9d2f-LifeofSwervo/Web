000500*                     EMPLOYEES TERMINATED PAST THE RETENTION
000510*                     PERIOD.  ZERO ON ACTIVE EMPLOYEES.
000520*                     RECORD LENGTH GREW - RELOAD THE MASTER.
000521*    10/08/2026  RWK  ADDED EM-PAY-GROUP.  THE EMPLOYEE IS PAID
000522*                     WITH THE PAY GROUP'S RUNS, ON THE GROUP'S
000523*                     FREQUENCY AND PAY CALENDAR (SEE
000524*                     PAYCAL.CPY); EM-PERIOD-SALARY IS THE
000525*                     SALARY FOR ONE OF THE GROUP'S PERIODS.
000526*                     EVERY EXISTING RECORD MUST BE GIVEN ITS
000527*                     GROUP WHEN THE MASTER IS RELOADED.  TOOK
000528*                     TWO BYTES OF FILLER.
000530*****************************************************************
000540 01  EM-EMPLOYEE-RECORD.
000550     05  EM-EMPLOYEE-ID          PIC X(06).
000740         88  EM-BANK-VERIFIED               VALUE 'V'.
000750         88  EM-BANK-INVALID                VALUE 'I'.
000760     05  EM-TERM-DATE            PIC 9(08).
000770     05  EM-PAY-GROUP            PIC X(02).
000780     05  FILLER                  PIC X(04).

