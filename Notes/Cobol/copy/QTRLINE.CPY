001292*                     EMPLOYER TAX (FICA MATCH, FUTA, SUTA)
001293*                     FOR THE QUARTER, TYING TO THE 941
001294*                     DEPOSIT.
001296*    10/06/2026  RWK  THE PER-STATE LINE ALSO CARRIES THE
001298*                     QUARTER'S STATE TAXABLE WAGES.
001300*****************************************************************
001400 01  QL-DETAIL-LINE.
001500     05  FILLER                  PIC X(01) VALUE SPACES.
004500     05  FILLER                  PIC X(13) VALUE
004600             'QTD WITHHELD '.
004700     05  QL-STATE-QTD-TAX        PIC ZZZ,ZZ9.99-.
004720     05  FILLER                  PIC X(02) VALUE SPACES.
004740     05  FILLER                  PIC X(14) VALUE
004760             'TAXABLE WAGES '.
004780     05  QL-STATE-QTD-WAGES      PIC Z,ZZZ,ZZ9.99-.

004800 01  QL-ERTAX-LINE.
004900     05  FILLER                  PIC X(01) VALUE SPACES.
