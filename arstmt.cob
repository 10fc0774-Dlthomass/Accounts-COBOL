      *    THIS PROGRAM PRINTS A ONE-PAGE STATEMENT FOR EACH
      *    CUSTOMER IN THE CUSTOMER FILE, SUITABLE FOR MAILING:
      *    PREVIOUS BALANCE, CURRENT PURCHASES, PAYMENTS AND
      *    CREDITS, AMOUNT DUE, THE BREAKDOWN BY DAYS PAST DUE
      *    (1-30, 31-60, 61-90, AND OVER 90 DAYS PAST THE DUE DATE
      *    SET BY THE CUSTOMER'S PAYMENT TERMS), AND A TEAR-OFF
      *    REMITTANCE STUB.  THE AMOUNTS ARE DERIVED
      *    THE SAME WAY THE ACCOUNTS REPORT DERIVES THEM, SO THE
      *    RUN SUMMARY PAGE BALANCES AGAINST THE TOTAL LINE ON THE
      *    ACCOUNTS RECEIVABLE REPORT.
           05  ST-AMOUNT               PIC ZZZ,ZZZ.99CR.
       01  STATEMENT-AGED-HEADING-LINE.
           05  FILLER                  PIC X(5)   VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE "      1-30".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE "     31-60".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE "     61-90".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE "   OVER 90".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(13)  VALUE
                   "DAYS PAST DUE".
       01  STATEMENT-AGED-AMOUNT-LINE.
           05  FILLER                  PIC X(5)   VALUE SPACES.
           05  ST-BAL-30               PIC ZZZ,ZZZ.99.
