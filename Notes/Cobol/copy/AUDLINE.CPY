001330*    09/01/2026  RWK  ADDED THE WORK-STATE COLUMN.
001340*    09/01/2026  RWK  ADDED THE BANK-STATUS COLUMN FOR THE ACH
001350*                     PRENOTE CYCLE.
001357*    10/08/2026  RWK  ADDED THE PAY-GROUP COLUMN.
001364*    10/12/2026  RWK  PayVariance READS THE AUDIT REPORT BACK IN
001371*                     THROUGH AL-AUDIT-LINE TO FIND THE BANK
001378*                     ACCOUNTS CHANGED SINCE THE LAST PAY RUN -
001385*                     KEEP THE LAYOUT AND THE BEFORE/AFTER
001392*                     IMAGE WORDING STABLE.
001400*****************************************************************
001500 01  AL-AUDIT-LINE.
001600     05  FILLER                  PIC X(01) VALUE SPACES.
003360     05  AL-WORK-STATE           PIC X(02).
003370     05  FILLER                  PIC X(02) VALUE SPACES.
003380     05  AL-BANK-STATUS          PIC X(01).
003386     05  FILLER                  PIC X(02) VALUE SPACES.
003392     05  AL-PAY-GROUP            PIC X(02).

003400 01  AL-REJECT-LINE.
003500     05  FILLER                  PIC X(01) VALUE SPACES.
