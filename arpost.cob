      *    RELIEVE THAT INVOICE FIRST, AND ANY REMAINDER (OR AN
      *    UNREFERENCED PAYMENT) RELIEVES THE CUSTOMER'S OPEN
      *    ITEMS OLDEST FIRST.  THE CU-BAL-30/60/90/120 BUCKETS
      *    ARE REBUILT EVERY RUN FROM THE OPEN ITEMS BY DAYS PAST
      *    DUE, SO THE BUCKETS ALWAYS MATCH WHAT IS ACTUALLY
      *    OWED INVOICE BY INVOICE.  A FULLY PAID ITEM IS DELETED
      *    THE MOMENT IT IS RELIEVED.
      *
      *    EACH OPEN ITEM CARRIES ITS DUE DATE, SET WHEN THE ITEM
      *    IS WRITTEN FROM THE CUSTOMER'S PAYMENT TERMS: THE TERMS
      *    CODE ON THE TERMS ASSIGNMENT FILE MAINTAINED BY THE
      *    MASTER MAINTENANCE RUN, LOOKED UP ON THE TERMS TABLE
      *    FOR ITS NET DAYS, DISCOUNT PERCENT, AND DISCOUNT DAYS.
      *    A CUSTOMER WITH NO TERMS ON FILE IS ON THE STANDARD NET
      *    30.  AN ITEM NOT YET DUE STAYS OUT OF THE BUCKETS; ONE
      *    PAST DUE GOES IN CU-BAL-30 FOR 1 TO 30 DAYS PAST DUE,
      *    CU-BAL-60 FOR 31 TO 60, CU-BAL-90 FOR 61 TO 90, AND
      *    CU-BAL-120 BEYOND THAT.
      *
      *    A TYPE-K DETAIL IS A PROMPT-PAYMENT DISCOUNT, RAISED BY
      *    THE CASH RECEIPTS RUN BESIDE A PAYMENT TAKEN WITHIN THE
      *    DISCOUNT WINDOW OF THE INVOICE IT NAMES.  IT IS CHECKED
      *    AGAIN HERE AGAINST THE INVOICE AND THE CUSTOMER'S TERMS,
      *    POSTS AS A CREDIT AGAINST THE INVOICE, AND IS WRITTEN
      *    TO THE DISCOUNT EXTRACT SO THE ACCOUNTS RUN CAN CHARGE
      *    IT TO SALES DISCOUNTS INSTEAD OF THE CLEARING ACCOUNT;
      *    LIKE THE WRITE-OFF EXTRACT IT IS CLEARED BY THE
      *    PERIOD-END ROLL.
      *
      *    A TYPE-W WRITE-OFF RELIEVES THE CUSTOMER AND THE OPEN
      *    ITEMS LIKE A CREDIT, BUT IS ALSO WRITTEN TO THE
      *    WRITE-OFF EXTRACT SO THE ACCOUNTS RUN CAN CHARGE IT TO
      *    RECORD, THE CURRENT BALANCE IS ROLLED INTO
      *    CU-PREV-BALANCE AND THE CURRENT-PERIOD FIELDS ARE
      *    CLEARED; THE AGED BUCKETS NEED NO SEPARATE ROLL-DOWN
      *    BECAUSE THEY ARE DERIVED FROM THE OPEN-ITEM DUE DATES.
      *    THE ROLL IS HONORED ONLY ONCE PER PERIOD ID: THE RUN
      *    SEQUENCE CONTROL RECORD REMEMBERS THE LAST PERIOD
      *    ROLLED, AND A REPEAT IS SKIPPED (AND SAID SO ON THE
      *    REGISTER) UNLESS THE OPERATOR OVERRIDE FLAG IS SET ON
      *    THE RUN PARAMETER RECORD.  A COMPLETED RUN STAMPS ITS
      *    RUN DATE ON THE CONTROL RECORD SO THE ACCOUNTS RUN CAN
      *    REFUSE TO REPORT UNPOSTED FIGURES.  WHEN THE LAST
      *    OPEN-ITEM RECONCILIATION RECORDED THE OPEN ITEMS AS OUT
      *    OF BALANCE WITH THE MASTER, THE RUN REFUSES TO START
      *    UNLESS THE OPERATOR OVERRIDE FLAG IS SET.
      *
      *    THE CONTROL RECORD IS REWRITTEN WITH THE NEW RECORD
      *    COUNT AND PREVIOUS-BALANCE TOTAL SO THE ACCOUNTS RUN
      *    CRASH MID-WRITE LEAVES THE LIVE MASTER UNTOUCHED, AND
      *    THE BACK-OUT UTILITY CAN RESTORE ANY GENERATION STILL
      *    ON DISK.
      *
      *    EVERY TRANSACTION APPLIED IS ALSO WRITTEN TO THE
      *    PERMANENT INDEXED LEDGER, WHICH IS NEVER PURGED OR
      *    CLEARED: ONE POSTING ENTRY PER INVOICE, PAYMENT, CREDIT,
      *    WRITE-OFF, AND FINANCE CHARGE, FOLLOWED BY ONE
      *    APPLICATION ENTRY FOR EACH OPEN ITEM A PAYMENT OR CREDIT
      *    RELIEVED, NAMING THE ITEM AND THE AMOUNT TAKEN OFF IT.
      *    THE LEDGER IS HOW A PAYMENT IS TRACED TO THE INVOICES IT
      *    PAID AFTER THOSE ITEMS HAVE LEFT THE OPEN-ITEM FILE.
      *
      *    A TYPE-R RETURNED CHECK NAMES THE BOUNCED PAYMENT BY ITS
      *    CUSTOMER, AMOUNT, AND ORIGINAL DATE.  THE PAYMENT IS
      *    FOUND ON THE LEDGER AND MARKED REVERSED, AND EVERY OPEN
      *    ITEM IT RELIEVED IS PUT BACK ON THE OPEN-ITEM FILE UNDER
      *    ITS ORIGINAL KEY AND INVOICE DATE SO IT AGES AS IT DID
      *    BEFORE THE CHECK WAS RECEIVED.  THE RETURNED-CHECK FEE
      *    FROM THE FEE PARAMETER RECORD IS BILLED AS A NEW OPEN
      *    ITEM, AND THE CUSTOMER IS FLAGGED FOR THE NIGHTLY CREDIT
      *    REVIEW TO PLACE ON CASH-ONLY HOLD.  EACH RETURN IS
      *    LISTED ON THE RETURNED-ITEMS REGISTER AND WRITTEN TO THE
      *    RETURNED-ITEM EXTRACT, WHICH THE ACCOUNTS RUN CARRIES TO
      *    THE GENERAL LEDGER AS ITS OWN ENTRY; LIKE THE WRITE-OFF
      *    EXTRACT IT IS CLEARED BY THE PERIOD-END ROLL.  A RETURN
      *    WHOSE PAYMENT IS NOT ON THE LEDGER IS REJECTED, AND SO IS
      *    ONE WHOSE PAYMENT LEFT A REMAINDER ON SUSPENSE THAT HAS
      *    SINCE BEEN RE-DIRECTED IN WHOLE OR IN PART; THAT CASH
      *    MUST BE BROUGHT BACK TO SUSPENSE BEFORE THE RETURN POSTS.
      *
      *    A CREDIT LARGER THAN THE OPEN ITEMS IT RELIEVES STAYS ON
      *    THE ACCOUNT AS A CREDIT BALANCE.  WHEN A NEW CHARGE IS
      *    PUT ON AN ACCOUNT IN CREDIT - AN INVOICE, A FINANCE OR
      *    RETURNED-CHECK CHARGE, OR THE ITEMS A RETURNED CHECK
      *    RE-OPENS - THE CREDIT BALANCE IS APPLIED TO THE OPEN
      *    ITEMS OLDEST FIRST UP TO THE AMOUNT OF THE CHARGE, WITH
      *    APPLICATION ENTRIES ON THE LEDGER UNDER THE CHARGE'S
      *    POSTING, SO THE OPEN ITEMS STILL ADD TO THE BALANCE.
      *
      *    CASH THAT CANNOT LAND ON A CUSTOMER'S OPEN ITEMS IS
      *    PARKED ON THE UNAPPLIED-CASH SUSPENSE FILE WITH ITS
      *    DEPOSIT DATE, REMITTER, AND AMOUNT: A TYPE-U REMITTANCE
      *    FOR A CUSTOMER NUMBER NOT ON FILE, AND THE PART OF A
      *    PAYMENT LEFT OVER AFTER EVERY OPEN ITEM IS RELIEVED.
      *    THE CASH CLERK LATER RE-DIRECTS A SUSPENSE ITEM TO THE
      *    RIGHT CUSTOMER OR INVOICE WITH A TYPE-S DETAIL, WHICH
      *    POSTS AS A PAYMENT.  EVERY MOVEMENT INTO AND OUT OF
      *    SUSPENSE IS WRITTEN TO THE SUSPENSE ACTIVITY EXTRACT FOR
      *    THE GENERAL LEDGER; LIKE THE WRITE-OFF EXTRACT IT IS
      *    CLEARED BY THE PERIOD-END ROLL.
      *
      *    A TYPE-D DETAIL IS A CREDIT-BALANCE REFUND RELEASED BY
      *    THE REFUND RUN.  IT COMES OFF THE CUSTOMER'S PAYMENTS THE
      *    WAY A RETURNED CHECK DOES, BRINGING THE ACCOUNT BACK
      *    TOWARD ZERO, AND IS WRITTEN TO THE REFUND EXTRACT FOR
      *    THE GENERAL LEDGER.  A REFUND LARGER THAN THE CREDIT
      *    BALANCE LEFT ON THE ACCOUNT IS REJECTED.
      *
      *    AN OPEN ITEM THE CUSTOMER HAS DISPUTED IS CARRIED ON THE
      *    DISPUTED-ITEM FILE MAINTAINED BY THE MASTER MAINTENANCE
      *    RUN AND FLAGGED ON THE OPEN ITEM ITSELF.  BEFORE THE
      *    BUCKETS ARE REBUILT EVERY DISPUTE IS REFRESHED WITH ITS
      *    ITEM'S OPEN AMOUNT, AND A DISPUTE WHOSE ITEM HAS BEEN
      *    PAID OFF IS CLOSED.  A DISPUTED ITEM IS KEPT OUT OF THE
      *    AGED BUCKETS, SO DUNNING, SERVICE CHARGES, AND THE
      *    CREDIT REVIEW DO NOT ACT ON IT WHILE IT IS WORKED.
      *
      *    A CUSTOMER WHO HAS PROMISED TO PAY CARRIES A PROMISE ON
      *    THE PROMISE FILE MAINTAINED BY THE MASTER MAINTENANCE
      *    RUN.  EVERY PAYMENT POSTED TO THE CUSTOMER WHILE THE
      *    PROMISE IS BEING KEPT IS ADDED TO THE AMOUNT PAID ON
      *    IT, LESS ANY OVERPAYMENT PARKED ON SUSPENSE, AND A
      *    RETURNED CHECK TAKES BACK OFF WHAT IT TAKES OFF THE
      *    CUSTOMER.
      *    AFTER THE POSTINGS EVERY PROMISE STILL BEING KEPT IS
      *    CHECKED AGAINST THE INSTALLMENTS FALLING DUE BEFORE THE
      *    RUN DATE: ONE PAID IN FULL IS MARKED COMPLETED, AND ONE
      *    WHOSE PAYMENTS HAVE FALLEN BEHIND THE INSTALLMENTS
      *    ALREADY DUE IS MARKED BROKEN AS OF THE RUN DATE, WHICH
      *    RETURNS THE ACCOUNT TO NORMAL COLLECTION ESCALATION.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS OI-ITEM-KEY
                   FILE STATUS IS WS-OPENITEM-STATUS.
           SELECT LEDGER-FILE      ASSIGN TO "ARLEDGER.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS LG-LEDGER-KEY
                   FILE STATUS IS WS-LEDGER-STATUS.
           SELECT WRITEOFF-FILE    ASSIGN TO "ARWOFF.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-WRITEOFF-STATUS.
           SELECT RETURNED-FILE    ASSIGN TO "ARNSF.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RETURNED-STATUS.
           SELECT SUSPENSE-FILE    ASSIGN TO "ARSUSP.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SP-SUSPENSE-KEY
                   FILE STATUS IS WS-SUSPENSE-STATUS.
           SELECT SUSPENSE-ACTIVITY-FILE ASSIGN TO "ARSUSPAC.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SUSP-ACTIVITY-STATUS.
           SELECT REFUND-FILE      ASSIGN TO "ARREFND.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REFUND-STATUS.
           SELECT DISCOUNT-FILE    ASSIGN TO "ARDISC.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DISCOUNT-STATUS.
           SELECT DISPUTE-FILE     ASSIGN TO "ARDISPIX.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DI-ITEM-KEY
                   FILE STATUS IS WS-DISPUTE-STATUS.
           SELECT TERMS-FILE       ASSIGN TO "ARTERMS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TERMS-STATUS.
           SELECT CUSTOMER-TERMS-FILE ASSIGN TO "ARCUTERM.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CT-CU-NUMBER
                   FILE STATUS IS WS-CUST-TERMS-STATUS.
           SELECT PROMISE-FILE     ASSIGN TO "ARPROMIX.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PM-CU-NUMBER
                   FILE STATUS IS WS-PROMISE-STATUS.
           SELECT NSF-PARM-FILE    ASSIGN TO "ARNSFPRM.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-NSF-PARM-STATUS.
           SELECT RETURNED-REGISTER-FILE ASSIGN TO "ARNSFREG.OUT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RETURNED-REG-STATUS.
           SELECT APPLIED-FILE     ASSIGN TO "ARAPPLD.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-APPLIED-STATUS.
               10  OI-ITEM-SEQ         PIC 9(3).
           05  OI-ORIGINAL-AMOUNT      PIC 9(6)V99.
           05  OI-OPEN-AMOUNT          PIC 9(6)V99.
      * DISPUTE FLAG, CARVED OUT OF THE FORMER 8-BYTE FILLER.
      * "D" MEANS THE ITEM IS ON THE DISPUTED-ITEM FILE AND IS
      * KEPT OUT OF THE AGED BUCKETS.
           05  OI-DISPUTE-FLAG         PIC X.
      * DUE DATE, CARVED OUT OF THE REMAINING 7-BYTE FILLER AND
      * CARRIED AS A DAY NUMBER (DAYS FROM THE START OF THE
      * CALENDAR) SO IT SUBTRACTS STRAIGHT FROM THE RUN DATE.
      * NOT NUMERIC ON AN ITEM WRITTEN BEFORE THE FIELD EXISTED;
      * THE NEXT AGING PASS SUPPLIES IT FROM THE CUSTOMER'S TERMS.
           05  OI-DUE-DAY-NUMBER       PIC 9(7).
      * PERMANENT CUSTOMER LEDGER.  THE TRANSACTION DATE FOLLOWS
      * THE CUSTOMER NUMBER IN THE KEY, SO A KEYED SCAN RETURNS A
      * CUSTOMER'S HISTORY IN DATE ORDER.  A POSTING ENTRY ("T")
      * CARRIES LINE NUMBER ZERO; THE APPLICATION ENTRIES ("A")
      * FOR THE OPEN ITEMS IT RELIEVED SHARE ITS KEY AND FOLLOW
      * IT WITH LINE NUMBERS FROM 1, AND NAME THE ITEM RELIEVED,
      * ITS ORIGINAL AMOUNT, AND WHETHER IT WAS PAID IN FULL.
      * A FINANCE-CHARGE INVOICE IS CARRIED AS TYPE "F" AND A
      * RETURNED-CHECK FEE AS TYPE "N".  A PAYMENT LATER RETURNED
      * BY THE BANK IS MARKED REVERSED; THE RETURN'S OWN
      * APPLICATION ENTRIES NAME THE ITEMS IT RE-OPENED ("R" IN
      * THE CLOSED FLAG).
       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           05  LG-LEDGER-KEY.
               10  LG-CU-NUMBER        PIC X(5).
               10  LG-TRAN-DATE        PIC 9(8).
               10  LG-POST-DATE        PIC 9(8).
               10  LG-POST-SEQ         PIC 9(5).
               10  LG-LINE-NO          PIC 9(3).
           05  LG-ENTRY-TYPE           PIC X.
           05  LG-TRAN-TYPE            PIC X.
           05  LG-AMOUNT               PIC 9(6)V99.
           05  LG-INVOICE-REF          PIC X(4).
           05  LG-BRANCH-CODE          PIC X(4).
           05  LG-ITEM-INVOICE-DATE    PIC 9(8).
           05  LG-ITEM-INVOICE-REF     PIC X(4).
           05  LG-ITEM-SEQ             PIC 9(3).
           05  LG-ITEM-ORIGINAL-AMOUNT PIC 9(6)V99.
           05  LG-ITEM-CLOSED-FLAG     PIC X.
           05  LG-REVERSED-FLAG        PIC X.
           05  FILLER                  PIC X(28).
      * EVERY APPLIED INVOICE AND CREDIT IS ECHOED HERE WITH ITS
      * BRANCH CODE, SO THE SALES POSTING RUN CAN ROLL THE
      * ACTIVITY INTO THE SALESPERSON YEAR-TO-DATE FIGURES.  THE
           05  WO-TRAN-DATE            PIC 9(8).
           05  WO-APPROVAL-CODE        PIC X(4).
           05  FILLER                  PIC X(5).
      * EVERY RETURNED CHECK POSTED, WITH ITS BRANCH CODE, SO THE
      * ACCOUNTS RUN CAN CARRY THE REVERSAL TO THE GENERAL LEDGER
      * AS ITS OWN ENTRY.  CLEARED BY THE PERIOD-END ROLL.
       FD  RETURNED-FILE.
       01  RETURNED-RECORD.
           05  NR-CU-NUMBER            PIC X(5).
           05  NR-BRANCH-CODE          PIC X(4).
           05  NR-AMOUNT               PIC 9(6)V99.
           05  NR-PAYMENT-DATE         PIC 9(8).
           05  NR-FEE-AMOUNT           PIC 9(4)V99.
           05  NR-RETURN-DATE          PIC 9(8).
           05  FILLER                  PIC X(3).
      * UNAPPLIED-CASH SUSPENSE, KEYED ON DEPOSIT DATE AND A
      * SEQUENCE WITHIN THE DATE.  SOURCE "U" IS A REMITTANCE FOR
      * AN UNKNOWN CUSTOMER; "O" IS THE UNAPPLIED REMAINDER OF A
      * PAYMENT, CARRYING THE LEDGER KEY OF THAT PAYMENT.  THE
      * ITEM STAYS ON FILE AT A ZERO OPEN AMOUNT ONCE IT HAS BEEN
      * FULLY RE-DIRECTED.
       FD  SUSPENSE-FILE.
       01  SUSPENSE-RECORD.
           05  SP-SUSPENSE-KEY.
               10  SP-DEPOSIT-DATE     PIC 9(8).
               10  SP-SEQ              PIC 9(4).
           05  SP-SOURCE               PIC X.
           05  SP-REMITTER             PIC X(5).
           05  SP-BRANCH-CODE          PIC X(4).
           05  SP-INVOICE-REF          PIC X(4).
           05  SP-ORIGINAL-AMOUNT      PIC 9(6)V99.
           05  SP-OPEN-AMOUNT          PIC 9(6)V99.
           05  SP-POST-DATE            PIC 9(8).
           05  SP-LAST-APPLIED-DATE    PIC 9(8).
           05  SP-APPLIED-CU-NUMBER    PIC X(5).
           05  SP-PAYMENT-KEY          PIC X(29).
           05  FILLER                  PIC X(8).
      * EVERY AMOUNT PARKED ON ("P"), RE-DIRECTED FROM ("D"), OR
      * RETURNED BY THE BANK OUT OF ("R") SUSPENSE, FOR THE
      * GENERAL LEDGER.  CLEARED BY THE PERIOD-END ROLL.
       FD  SUSPENSE-ACTIVITY-FILE.
       01  SUSPENSE-ACTIVITY-RECORD.
           05  SA-ACTION               PIC X.
           05  SA-DEPOSIT-DATE         PIC 9(8).
           05  SA-SEQ                  PIC 9(4).
           05  SA-BRANCH-CODE          PIC X(4).
           05  SA-CU-NUMBER            PIC X(5).
           05  SA-AMOUNT               PIC 9(6)V99.
           05  SA-POST-DATE            PIC 9(8).
           05  FILLER                  PIC X(2).
      * EVERY REFUND POSTED, FOR THE GENERAL LEDGER.  CLEARED BY
      * THE PERIOD-END ROLL.
       FD  REFUND-FILE.
       01  REFUND-RECORD.
           05  RF-CU-NUMBER            PIC X(5).
           05  RF-BRANCH-CODE          PIC X(4).
           05  RF-AMOUNT               PIC 9(6)V99.
           05  RF-TRAN-DATE            PIC 9(8).
           05  FILLER                  PIC X(5).
      * EVERY PROMPT-PAYMENT DISCOUNT POSTED, FOR THE GENERAL
      * LEDGER.  CLEARED BY THE PERIOD-END ROLL.
       FD  DISCOUNT-FILE.
       01  DISCOUNT-RECORD.
           05  DC-CU-NUMBER            PIC X(5).
           05  DC-BRANCH-CODE          PIC X(4).
           05  DC-AMOUNT               PIC 9(6)V99.
           05  DC-TRAN-DATE            PIC 9(8).
           05  DC-INVOICE-REF          PIC X(4).
           05  FILLER                  PIC X.
      * ONE RECORD PER DISPUTED OPEN ITEM, UNDER THE ITEM'S OWN
      * KEY.  THE SAME 101 BYTES AS THE MASTER SO THE MAINTENANCE
      * RUN'S AUDIT RECORD CARRIES IT.  THE DISPUTED AMOUNT IS
      * THE ITEM'S OPEN AMOUNT AS OF THE LAST POSTING RUN.
       FD  DISPUTE-FILE.
       01  DISPUTE-RECORD.
           05  DI-ITEM-KEY.
               10  DI-CU-NUMBER        PIC X(5).
               10  DI-INVOICE-DATE     PIC 9(8).
               10  DI-INVOICE-REF      PIC X(4).
               10  DI-ITEM-SEQ         PIC 9(3).
           05  DI-REASON-CODE          PIC X(2).
           05  DI-DATE-OPENED          PIC 9(8).
           05  DI-OWNER                PIC X(8).
           05  DI-BRANCH-CODE          PIC X(4).
           05  DI-DISPUTED-AMOUNT      PIC 9(6)V99.
           05  FILLER                  PIC X(51).
      * PAYMENT TERMS TABLE, ONE RECORD PER TERMS CODE.  THE
      * DISCOUNT PERCENT IS TAKEN OFF THE INVOICE'S ORIGINAL
      * AMOUNT WHEN IT IS PAID WITHIN THE DISCOUNT DAYS OF THE
      * INVOICE DATE; THE NET DAYS SET THE DUE DATE.
       FD  TERMS-FILE.
       01  TERMS-RECORD.
           05  TT-TERMS-CODE           PIC X(3).
           05  TT-DESCRIPTION          PIC X(20).
           05  TT-NET-DAYS             PIC 9(3).
           05  TT-DISCOUNT-PCT         PIC 9V99.
           05  TT-DISCOUNT-DAYS        PIC 9(3).
           05  FILLER                  PIC X(8).
      * THE TERMS CODE ASSIGNED TO EACH CUSTOMER, KEYED ON THE
      * CUSTOMER NUMBER.  THE SAME 101 BYTES AS THE MASTER SO THE
      * MAINTENANCE RUN'S AUDIT RECORD CARRIES IT.
       FD  CUSTOMER-TERMS-FILE.
       01  CUSTOMER-TERMS-RECORD.
           05  CT-CU-NUMBER            PIC X(5).
           05  CT-TERMS-CODE           PIC X(3).
           05  CT-DATE-ASSIGNED        PIC 9(8).
           05  FILLER                  PIC X(85).
      * ONE PROMISE TO PAY PER CUSTOMER, KEYED ON THE CUSTOMER
      * NUMBER.  STATUS "A" WHILE BEING KEPT, "B" BROKEN, "C"
      * COMPLETED.  UNUSED INSTALLMENTS ARE ZERO.
       FD  PROMISE-FILE.
       01  PROMISE-RECORD.
           05  PM-CU-NUMBER            PIC X(5).
           05  PM-STATUS               PIC X.
           05  PM-STATUS-DATE          PIC 9(8).
           05  PM-COLLECTOR            PIC X(8).
           05  PM-BRANCH-CODE          PIC X(4).
           05  PM-HELD-DUN-LEVEL       PIC 9.
           05  PM-AMOUNT-PAID          PIC 9(7)V99.
           05  PM-INSTALLMENT          OCCURS 4 TIMES.
               10  PM-DUE-DATE         PIC 9(8).
               10  PM-DUE-AMOUNT       PIC 9(6)V99.
           05  FILLER                  PIC X(1).
      * THE RETURNED-CHECK FEE.  A MISSING RECORD OR A ZERO FEE
      * ASSESSES NO FEE.
       FD  NSF-PARM-FILE.
       01  NSF-PARM-RECORD.
           05  NF-FEE-AMOUNT           PIC 9(4)V99.
           05  FILLER                  PIC X(14).
       FD  RETURNED-REGISTER-FILE.
       01  RETURNED-REGISTER-DATA      PIC X(100).
       FD  REGISTER-FILE.
       01  REGISTER-DATA               PIC X(80).
       FD  POST-EXCEPTION-FILE.
           05  RC-ACCOUNTS-ACTIVE-FLAG     PIC X.
           05  RC-FINCHG-PERIOD-ID         PIC X(6).
           05  RC-ROLL-PERIOD-ID           PIC X(6).
      * OPEN-ITEM RECONCILIATION RESULT, CARVED OUT OF THE FORMER
      * 7-BYTE FILLER: "C" CLEAN, "N" NOT CLEAN, SPACE NOT YET
      * PROVED.  SET ONLY BY THE RECONCILIATION RUN.
           05  RC-RECON-STATUS-FLAG        PIC X.
           05  FILLER                      PIC X(6).
       FD  GEN-CONTROL-FILE.
       01  GEN-CONTROL-RECORD.
           05  GC-CURRENT-GENERATION       PIC 9.
           05  WS-OPENITEM-STATUS      PIC XX.
           05  WS-WRITEOFF-STATUS      PIC XX.
           05  WS-APPLIED-STATUS       PIC XX.
           05  WS-LEDGER-STATUS        PIC XX.
           05  WS-RETURNED-STATUS      PIC XX.
           05  WS-NSF-PARM-STATUS      PIC XX.
           05  WS-RETURNED-REG-STATUS  PIC XX.
           05  WS-SUSPENSE-STATUS      PIC XX.
           05  WS-SUSP-ACTIVITY-STATUS PIC XX.
           05  WS-REFUND-STATUS        PIC XX.
           05  WS-DISPUTE-STATUS       PIC XX.
           05  WS-DISCOUNT-STATUS      PIC XX.
           05  WS-TERMS-STATUS         PIC XX.
           05  WS-CUST-TERMS-STATUS    PIC XX.
           05  WS-CUST-TERMS-OPEN-FLAG PIC X.
           05  WS-PROMISE-STATUS       PIC XX.
           05  WS-PROMISE-OPEN-FLAG    PIC X.
           05  WS-RUN-CONTROL-STATUS   PIC XX.
           05  WS-SEQ-OVERRIDE-FLAG    PIC X.
           05  WS-SEQ-REFUSED-FLAG     PIC X.
           05  WS-RECON-REFUSED-FLAG   PIC X.
           05  WS-ROLL-ALLOWED-FLAG    PIC X.
           05  WS-ROLL-APPLIED-FLAG    PIC X.
           05  WS-REGISTER-STATUS      PIC XX.
           05  WS-RC-ACCOUNTS-ACTIVE   PIC X.
           05  WS-RC-FINCHG-PERIOD-ID  PIC X(6).
           05  WS-RC-ROLL-PERIOD-ID    PIC X(6).
           05  WS-RC-RECON-STATUS      PIC X.
       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-DATE             PIC 9(8).
           05  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
               10  WS-RUN-MONTH        PIC 9(2).
               10  WS-RUN-DAY          PIC 9(2).
       01  WS-AGING-FIELDS.
           05  WS-RUN-DAY-NUMBER       PIC 9(7).
           05  WS-DAYS-PAST-DUE        PIC S9(7).
           05  WS-DUE-DATE-SUPPLIED-COUNT PIC 9(6).
           05  WS-RELIEF-AMOUNT        PIC 9(7)V99.
      * DAY-NUMBER CONVERSION.  A DATE IS TURNED INTO A COUNT OF
      * DAYS SO TWO DATES CAN BE SUBTRACTED AND A NUMBER OF DAYS
      * ADDED TO ONE.
       01  WS-DAY-NUMBER-FIELDS.
           05  WS-DN-DATE              PIC 9(8).
           05  WS-DN-DATE-PARTS REDEFINES WS-DN-DATE.
               10  WS-DN-YEAR          PIC 9(4).
               10  WS-DN-MONTH         PIC 99.
               10  WS-DN-DAY           PIC 99.
           05  WS-DN-VALID-FLAG        PIC X.
           05  WS-DN-PRIOR-YEARS       PIC 9(4).
           05  WS-DN-QUOTIENT          PIC 9(4).
           05  WS-DN-REMAINDER         PIC 9(4).
           05  WS-DN-LEAP-FLAG         PIC X.
           05  WS-DN-DAY-NUMBER        PIC 9(7).
       01  WS-CUMULATIVE-DAYS-VALUES.
           05  FILLER                  PIC X(36)  VALUE
                   "000031059090120151181212243273304334".
       01  WS-CUMULATIVE-DAYS-TABLE REDEFINES
               WS-CUMULATIVE-DAYS-VALUES.
           05  WS-CUM-DAYS             PIC 9(3)   OCCURS 12 TIMES.
      * PAYMENT TERMS.  THE TERMS TABLE IS LOADED ONCE PER RUN.  A
      * CUSTOMER WITH NO TERMS ON FILE, OR WITH A CODE NOT IN THE
      * TABLE, IS ON THE STANDARD NET 30 WITH NO DISCOUNT.
       01  WS-TERMS-CONTROL.
           05  WS-TERMS-COUNT          PIC 9(3)  VALUE ZERO.
           05  WS-TERMS-SUB            PIC 9(3).
           05  WS-TERMS-FOUND-SUB      PIC 9(3).
           05  WS-TERMS-FULL-FLAG      PIC X.
           05  WS-TERMS-EOF-FLAG       PIC X.
           05  WS-STANDARD-NET-DAYS    PIC 9(3)  VALUE 30.
           05  WS-CT-NET-DAYS          PIC 9(3).
           05  WS-CT-DISCOUNT-PCT      PIC 9V99.
           05  WS-CT-DISCOUNT-DAYS     PIC 9(3).
       01  WS-TERMS-TABLE.
           05  WS-TT-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-TERMS-COUNT.
               10  WS-TT-TERMS-CODE    PIC X(3).
               10  WS-TT-NET-DAYS      PIC 9(3).
               10  WS-TT-DISCOUNT-PCT  PIC 9V99.
               10  WS-TT-DISCOUNT-DAYS PIC 9(3).
       01  WS-VALIDATION-FIELDS.
           05  WS-VALIDATION-REASON    PIC X(30).
      * A WRITE-OFF ABOVE THIS AMOUNT MUST CARRY A SUPERVISOR
           05  WS-OI-CREATED-FLAG      PIC X.
           05  WS-OI-VALID-FLAG        PIC X.
           05  WS-INVALID-ITEM-COUNT   PIC 9(6).
      * THE KEY OF THE POSTING ENTRY JUST WRITTEN IS KEPT SO THE
      * APPLICATION ENTRIES THAT FOLLOW IT CAN SHARE IT.  AN
      * INVOICE CARRYING THIS REFERENCE CAME FROM THE FINANCE-
      * CHARGE RUN AND IS LEDGERED AS A FINANCE CHARGE.
       01  WS-LEDGER-CONTROL.
           05  WS-LG-POSTING-KEY       PIC X(29).
           05  WS-LG-POST-SEQ          PIC 9(5).
           05  WS-LG-LINE-NO           PIC 9(3).
           05  WS-LG-WRITTEN-FLAG      PIC X.
           05  WS-LG-APPLIED-AMOUNT    PIC 9(6)V99.
           05  WS-LG-ITEM-CLOSED-FLAG  PIC X.
           05  WS-LEDGER-ENTRY-COUNT   PIC 9(6).
           05  WS-LEDGER-FAIL-COUNT    PIC 9(6).
           05  WS-FINCHG-INVOICE-REF   PIC X(4)  VALUE "FCHG".
      * RETURNED-CHECK CONTROL.  THE ORIGINAL PAYMENT'S LEDGER KEY
      * IS KEPT WHILE ITS APPLICATION ENTRIES ARE READ BACK ONE BY
      * ONE; THE FEE IS BILLED UNDER ITS OWN INVOICE REFERENCE.
       01  WS-RETURNED-CONTROL.
           05  WS-NSF-FEE-AMOUNT       PIC 9(4)V99.
           05  WS-NSF-FEE-POSTED       PIC 9(4)V99.
           05  WS-NSF-FEE-INVOICE-REF  PIC X(4)  VALUE "NSFC".
           05  WS-NSF-ORIGINAL-KEY     PIC X(29).
           05  WS-NSF-FOUND-FLAG       PIC X.
           05  WS-NSF-SCAN-DONE-FLAG   PIC X.
           05  WS-NSF-LINES-DONE-FLAG  PIC X.
           05  WS-NSF-ITEM-FOUND-FLAG  PIC X.
           05  WS-NSF-LINE-NO          PIC 9(3).
           05  WS-NSF-ITEM-ORIGINAL    PIC 9(6)V99.
           05  WS-NSF-REOPEN-COUNT     PIC 9(4).
           05  WS-NSF-REOPEN-AMOUNT    PIC 9(7)V99.
           05  WS-NSF-PURCHASE-AMOUNT  PIC 9(6)V99.
           05  WS-NSF-SUSPENSE-AMOUNT  PIC 9(6)V99.
           05  WS-NSF-CUSTOMER-AMOUNT  PIC 9(6)V99.
           05  WS-NSF-SAVED-TRANSACTION PIC X(30).
           05  WS-NSF-DISPOSITION      PIC X(30).
           05  WS-RETURNED-COUNT       PIC 9(6).
           05  WS-RETURNED-REJECT-COUNT PIC 9(6).
           05  WS-TOTAL-REOPENED       PIC 9(8)V99.
           05  WS-TOTAL-NSF-FEES       PIC 9(8)V99.
      * UNAPPLIED-CASH SUSPENSE CONTROL.
       01  WS-SUSPENSE-CONTROL.
           05  WS-SP-WRITTEN-FLAG      PIC X.
           05  WS-SP-FOUND-FLAG        PIC X.
           05  WS-SP-SCAN-DONE-FLAG    PIC X.
           05  WS-SP-SOURCE            PIC X.
           05  WS-SP-BRANCH-CODE       PIC X(4).
           05  WS-SP-PAYMENT-KEY       PIC X(29).
           05  WS-SP-PARK-AMOUNT       PIC 9(6)V99.
           05  WS-SA-ACTION            PIC X.
           05  WS-SA-AMOUNT            PIC 9(6)V99.
           05  WS-SUSPENSE-IN-COUNT    PIC 9(6).
           05  WS-SUSPENSE-OUT-COUNT   PIC 9(6).
           05  WS-SUSPENSE-FAIL-COUNT  PIC 9(6).
           05  WS-TOTAL-TO-SUSPENSE    PIC 9(8)V99.
           05  WS-TOTAL-FROM-SUSPENSE  PIC 9(8)V99.
      * CREDIT-BALANCE REFUND CONTROL.
       01  WS-REFUND-CONTROL.
           05  WS-RF-CUR-BALANCE       PIC S9(7)V99.
           05  WS-RF-PURCHASE-AMOUNT   PIC 9(6)V99.
           05  WS-REFUND-COUNT         PIC 9(6).
           05  WS-TOTAL-REFUNDS        PIC 9(8)V99.
      * STANDING-CREDIT CONTROL.
       01  WS-STANDING-CREDIT-CONTROL.
           05  WS-SC-CUR-BALANCE       PIC S9(7)V99.
           05  WS-SC-CREDIT            PIC 9(7)V99.
           05  WS-SC-CHARGE-AMOUNT     PIC 9(7)V99.
           05  WS-SC-APPLY-AMOUNT      PIC 9(7)V99.
           05  WS-SC-APPLIED-COUNT     PIC 9(6).
           05  WS-TOTAL-SC-APPLIED     PIC 9(8)V99.
      * DISPUTED-ITEM CONTROL.
       01  WS-DISPUTE-CONTROL.
           05  WS-DI-EOF-FLAG          PIC X.
           05  WS-DI-ITEM-FOUND-FLAG   PIC X.
           05  WS-DISPUTE-ITEM-COUNT   PIC 9(6).
           05  WS-DISPUTE-CLOSED-COUNT PIC 9(6).
           05  WS-TOTAL-DISPUTED       PIC 9(8)V99.
      * PROMPT-PAYMENT DISCOUNT CONTROL.
       01  WS-DISCOUNT-CONTROL.
           05  WS-DC-ALLOWED-FLAG      PIC X.
           05  WS-DC-ITEM-FOUND-FLAG   PIC X.
           05  WS-DC-RATE              PIC V9(4).
           05  WS-DC-MAXIMUM           PIC 9(6)V99.
           05  WS-DC-LAST-DAY-NUMBER   PIC 9(7).
           05  WS-DISCOUNT-COUNT       PIC 9(6).
           05  WS-TOTAL-DISCOUNTS      PIC 9(8)V99.
      * PROMISE-TO-PAY CONTROL.
       01  WS-PROMISE-CONTROL.
           05  WS-PM-EOF-FLAG          PIC X.
           05  WS-PM-SUB               PIC 9.
           05  WS-PM-TOTAL-PROMISED    PIC 9(7)V99.
           05  WS-PM-DUE-TO-DATE       PIC 9(7)V99.
           05  WS-PM-CREDIT-AMOUNT     PIC 9(6)V99.
           05  WS-PROMISE-PAY-COUNT    PIC 9(6).
           05  WS-TOTAL-PROMISE-PAID   PIC 9(8)V99.
           05  WS-PROMISE-KEPT-COUNT   PIC 9(6).
           05  WS-PROMISE-BROKEN-COUNT PIC 9(6).
           05  WS-TOTAL-PROMISE-SHORT  PIC 9(8)V99.
       01  WS-BATCH-CONTROL.
           05  WS-BATCH-ENTRY-COUNT    PIC 9(4)  VALUE ZERO.
           05  WS-BATCH-SUB            PIC 9(4).
           05  WS-TOTAL-PAYMENTS       PIC 9(8)V99.
           05  WS-TOTAL-CREDITS        PIC 9(8)V99.
           05  WS-TOTAL-WRITEOFFS      PIC 9(8)V99.
           05  WS-TOTAL-RETURNED       PIC 9(8)V99.
           05  WS-TOTAL-PREV-BALANCE   PIC S9(7)V99.
       01  WS-ROLL-FIELDS.
           05  WS-CUR-BALANCE          PIC S9(7)V99.
           05  CU-CUR-PURCHASES        PIC 9(6)V99.
           05  CU-CUR-PAYMENTS         PIC 9(6)V99.
           05  CU-CUR-CREDITS          PIC 9(6)V99.
           05  FILLER                  PIC X.
      * CREDIT-HOLD FLAG.  A RETURNED CHECK SETS "R" FOR THE
      * NIGHTLY CREDIT REVIEW, WHICH TURNS IT INTO A CASH-ONLY
      * HOLD ("C"); AN ACCOUNT ALREADY CASH-ONLY STAYS "C".
           05  CU-CREDIT-HOLD-FLAG     PIC X.
      * DAILY TRANSACTION RECORD.  A TRAILER RECORD WITH "BATCH" IN
      * TR-CU-NUMBER CLOSES EACH BATCH; ON THE TRAILER, TR-AMOUNT
      * CARRIES THE EXPECTED AMOUNT HASH AND TR-BATCH-COUNT THE
               10  TR-TRAN-DAY         PIC 9(2).
           05  TR-BATCH-COUNT          PIC 9(4).
      * ON A TYPE-W DETAIL THE BATCH-COUNT POSITIONS CARRY THE
      * SUPERVISOR APPROVAL CODE INSTEAD.  ON A TYPE-R DETAIL THE
      * TRANSACTION DATE IS THE DATE OF THE PAYMENT BEING
      * RETURNED AND THE INVOICE REFERENCE, IF ANY, IS THE ONE
      * THAT PAYMENT CARRIED.
           05  TR-APPROVAL-CODE REDEFINES TR-BATCH-COUNT
                                       PIC X(4).
      * ON A TYPE-S DETAIL THE TRANSACTION DATE AND THE BATCH-COUNT
      * POSITIONS NAME THE SUSPENSE ITEM BEING RE-DIRECTED (ITS
      * DEPOSIT DATE AND SEQUENCE).
           05  TR-SUSPENSE-SEQ REDEFINES TR-BATCH-COUNT
                                       PIC 9(4).
      * ON A TYPE-K DETAIL THE TRANSACTION DATE IS THE DATE OF THE
      * PAYMENT THE DISCOUNT WAS TAKEN WITH AND THE INVOICE
      * REFERENCE NAMES THE INVOICE DISCOUNTED.
           05  TR-INVOICE-REF          PIC X(4).
       01  REGISTER-TITLE-LINE.
           05  FILLER                  PIC X(10)  VALUE SPACES.
           05  PX-TRAN-DATE            PIC 9(8).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  PX-REASON               PIC X(30).
       01  RETURNED-TITLE-LINE.
           05  FILLER                  PIC X(10)  VALUE SPACES.
           05  FILLER                  PIC X(24)  VALUE
                   "RETURNED-ITEMS REGISTER".
           05  FILLER                  PIC X(7)   VALUE "PERIOD ".
           05  NG-PERIOD-ID            PIC X(6).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  NG-RUN-DATE             PIC 9(8).
       01  RETURNED-HEADING-LINE.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(8)   VALUE "CUSTOMER".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(18)  VALUE
                   "CUSTOMER NAME".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(8)   VALUE "PMT DATE".
           05  FILLER                  PIC X(6)   VALUE SPACES.
           05  FILLER                  PIC X(6)   VALUE "AMOUNT".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(5)   VALUE "ITEMS".
           05  FILLER                  PIC X(5)   VALUE SPACES.
           05  FILLER                  PIC X(8)   VALUE "REOPENED".
           05  FILLER                  PIC X(6)   VALUE SPACES.
           05  FILLER                  PIC X(3)   VALUE "FEE".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(11)  VALUE
                   "DISPOSITION".
       01  RETURNED-DETAIL-LINE.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  NG-NUMBER               PIC X(5).
           05  FILLER                  PIC X(5)   VALUE SPACES.
           05  NG-NAME                 PIC X(18).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  NG-PAYMENT-DATE         PIC 9(8).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  NG-AMOUNT               PIC ZZZ,ZZZ.99.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  NG-ITEM-COUNT           PIC ZZZ9.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  NG-REOPENED-AMOUNT      PIC ZZZ,ZZZ.99.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  NG-FEE-AMOUNT           PIC Z,ZZZ.99.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  NG-DISPOSITION          PIC X(30).
       01  RETURNED-TOTAL-LINE.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  NT-LABEL                PIC X(28).
           05  NT-COUNT                PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  NT-AMOUNT               PIC ZZ,ZZZ,ZZZ.99.
      *
       PROCEDURE DIVISION.
      *
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM B010-INITIALIZE-WORKING-DATA
           PERFORM B015-READ-RUN-PARM
           PERFORM B016-READ-NSF-PARM
           PERFORM B014-LOAD-TERMS-TABLE
           PERFORM B017-READ-RUN-CONTROL
           OPEN OUTPUT REGISTER-FILE POST-EXCEPTION-FILE
           PERFORM B025-WRITE-REGISTER-HEADINGS
               CLOSE REGISTER-FILE, POST-EXCEPTION-FILE
               STOP RUN
           END-IF
           PERFORM B0191-CHECK-RECON-STATUS
           IF WS-RECON-REFUSED-FLAG EQUAL "Y"
               MOVE SPACES TO REGISTER-DATA
               MOVE "*** OPEN ITEMS NOT RECONCILED - RUN REFUSED ***"
                   TO REGISTER-DATA
               WRITE REGISTER-DATA
                   AFTER ADVANCING 1 LINE
               MOVE SPACES TO REGISTER-DATA
               MOVE "*** RUN ABORTED - MASTER NOT UPDATED ***"
                   TO REGISTER-DATA
               WRITE REGISTER-DATA
                   AFTER ADVANCING 1 LINE
               CLOSE REGISTER-FILE, POST-EXCEPTION-FILE
               STOP RUN
           END-IF
           PERFORM B020-OPEN-INDEXED-MASTER
           PERFORM B022-OPEN-OPEN-ITEM-FILE
           IF WS-MASTER-OPEN-FLAG NOT EQUAL "Y"
               CLOSE REGISTER-FILE, POST-EXCEPTION-FILE
               STOP RUN
           END-IF
           PERFORM B023-OPEN-LEDGER-FILE
           IF WS-LEDGER-STATUS NOT EQUAL "00"
               MOVE SPACES TO REGISTER-DATA
               MOVE "*** LEDGER FILE NOT AVAILABLE ***"
                   TO REGISTER-DATA
               WRITE REGISTER-DATA
                   AFTER ADVANCING 1 LINE
               MOVE SPACES TO REGISTER-DATA
               MOVE "*** RUN ABORTED - MASTER NOT UPDATED ***"
                   TO REGISTER-DATA
               WRITE REGISTER-DATA
                   AFTER ADVANCING 1 LINE
               CLOSE CUSTOMER-IX-FILE, OPEN-ITEM-FILE
               CLOSE REGISTER-FILE, POST-EXCEPTION-FILE
               STOP RUN
           END-IF
           PERFORM B021-OPEN-SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS NOT EQUAL "00"
               MOVE SPACES TO REGISTER-DATA
               MOVE "*** SUSPENSE FILE NOT AVAILABLE ***"
                   TO REGISTER-DATA
               WRITE REGISTER-DATA
                   AFTER ADVANCING 1 LINE
               MOVE SPACES TO REGISTER-DATA
               MOVE "*** RUN ABORTED - MASTER NOT UPDATED ***"
                   TO REGISTER-DATA
               WRITE REGISTER-DATA
                   AFTER ADVANCING 1 LINE
               CLOSE CUSTOMER-IX-FILE, OPEN-ITEM-FILE, LEDGER-FILE
               CLOSE REGISTER-FILE, POST-EXCEPTION-FILE
               STOP RUN
           END-IF
           PERFORM B024-OPEN-WRITEOFF-FOR-WRITE
           PERFORM B026-OPEN-APPLIED-FOR-WRITE
           PERFORM B027-OPEN-RETURNED-FOR-WRITE
           PERFORM B029-OPEN-SUSP-ACTIVITY-FOR-WRITE
           PERFORM B0271-OPEN-REFUND-FOR-WRITE
           PERFORM B0272-OPEN-DISCOUNT-FOR-WRITE
           PERFORM B0273-OPEN-CUSTOMER-TERMS
           PERFORM B0274-OPEN-PROMISE-FILE
           OPEN OUTPUT RETURNED-REGISTER-FILE
           PERFORM B028-WRITE-RETURNED-HEADINGS
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRANSACTION-STATUS EQUAL "00"
               PERFORM B030-READ-TRANSACTION
           END-IF
           CLOSE WRITEOFF-FILE
           CLOSE APPLIED-FILE
           CLOSE LEDGER-FILE
           CLOSE RETURNED-FILE
           CLOSE SUSPENSE-FILE
           CLOSE SUSPENSE-ACTIVITY-FILE
           CLOSE REFUND-FILE
           CLOSE DISCOUNT-FILE
           PERFORM B088-WRITE-RETURNED-TOTALS
           CLOSE RETURNED-REGISTER-FILE
           IF WS-PERIOD-END-FLAG EQUAL "Y"
               PERFORM B018-CHECK-ROLL-ALLOWED
               IF WS-ROLL-ALLOWED-FLAG EQUAL "Y"
                   MOVE "Y" TO WS-ROLL-APPLIED-FLAG
                   OPEN OUTPUT WRITEOFF-FILE
                   CLOSE WRITEOFF-FILE
                   OPEN OUTPUT RETURNED-FILE
                   CLOSE RETURNED-FILE
                   OPEN OUTPUT SUSPENSE-ACTIVITY-FILE
                   CLOSE SUSPENSE-ACTIVITY-FILE
                   OPEN OUTPUT REFUND-FILE
                   CLOSE REFUND-FILE
                   OPEN OUTPUT DISCOUNT-FILE
                   CLOSE DISCOUNT-FILE
               END-IF
           END-IF
           PERFORM B065-REBUILD-AGED-BUCKETS
           CLOSE OPEN-ITEM-FILE
           IF WS-CUST-TERMS-OPEN-FLAG EQUAL "Y"
               CLOSE CUSTOMER-TERMS-FILE
           END-IF
           IF WS-PROMISE-OPEN-FLAG EQUAL "Y"
               PERFORM B062-CHECK-PROMISES-DUE
               CLOSE PROMISE-FILE
           END-IF
           PERFORM B069-READ-GEN-CONTROL
           PERFORM B070-WRITE-NEW-GENERATION
           CLOSE CUSTOMER-IX-FILE
           MOVE ZERO TO WS-TOTAL-CREDITS
           MOVE ZERO TO WS-TOTAL-WRITEOFFS
           MOVE ZERO TO WS-TOTAL-PREV-BALANCE
           MOVE ZERO TO WS-LG-POST-SEQ
           MOVE ZERO TO WS-LEDGER-ENTRY-COUNT
           MOVE ZERO TO WS-LEDGER-FAIL-COUNT
           MOVE ZERO TO WS-TOTAL-RETURNED
           MOVE ZERO TO WS-RETURNED-COUNT
           MOVE ZERO TO WS-RETURNED-REJECT-COUNT
           MOVE ZERO TO WS-TOTAL-REOPENED
           MOVE ZERO TO WS-TOTAL-NSF-FEES
           MOVE ZERO TO WS-SUSPENSE-IN-COUNT
           MOVE ZERO TO WS-SUSPENSE-OUT-COUNT
           MOVE ZERO TO WS-SUSPENSE-FAIL-COUNT
           MOVE ZERO TO WS-TOTAL-TO-SUSPENSE
           MOVE ZERO TO WS-TOTAL-FROM-SUSPENSE
           MOVE ZERO TO WS-REFUND-COUNT
           MOVE ZERO TO WS-TOTAL-REFUNDS
           MOVE ZERO TO WS-SC-APPLIED-COUNT
           MOVE ZERO TO WS-TOTAL-SC-APPLIED
           MOVE ZERO TO WS-DISPUTE-ITEM-COUNT
           MOVE ZERO TO WS-DISPUTE-CLOSED-COUNT
           MOVE ZERO TO WS-TOTAL-DISPUTED
           MOVE ZERO TO WS-DISCOUNT-COUNT
           MOVE ZERO TO WS-TOTAL-DISCOUNTS
           MOVE ZERO TO WS-DUE-DATE-SUPPLIED-COUNT
           MOVE ZERO TO WS-PROMISE-PAY-COUNT
           MOVE ZERO TO WS-TOTAL-PROMISE-PAID
           MOVE ZERO TO WS-PROMISE-KEPT-COUNT
           MOVE ZERO TO WS-PROMISE-BROKEN-COUNT
           MOVE ZERO TO WS-TOTAL-PROMISE-SHORT
           MOVE WS-RUN-DATE TO WS-DN-DATE
           PERFORM C100-COMPUTE-DAY-NUMBER
           MOVE WS-DN-DAY-NUMBER TO WS-RUN-DAY-NUMBER.
      *
       B015-READ-RUN-PARM.
           MOVE SPACES TO WS-PARM-PERIOD-ID
               END-IF
               CLOSE RUN-PARM-FILE
           END-IF.
      *
       B016-READ-NSF-PARM.
           MOVE ZERO TO WS-NSF-FEE-AMOUNT
           OPEN INPUT NSF-PARM-FILE
           IF WS-NSF-PARM-STATUS EQUAL "00"
               READ NSF-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF NF-FEE-AMOUNT NUMERIC
                           MOVE NF-FEE-AMOUNT TO WS-NSF-FEE-AMOUNT
                       END-IF
               END-READ
               CLOSE NSF-PARM-FILE
           END-IF.
      *
      * A MISSING TERMS TABLE LEAVES EVERY CUSTOMER ON THE
      * STANDARD TERMS.  AN ENTRY THAT FAILS THE NUMERIC EDITS IS
      * SKIPPED, AND SO ARE ITS CUSTOMERS' TERMS.
       B014-LOAD-TERMS-TABLE.
           MOVE ZERO TO WS-TERMS-COUNT
           MOVE "N" TO WS-TERMS-FULL-FLAG
           OPEN INPUT TERMS-FILE
           IF WS-TERMS-STATUS EQUAL "00"
               MOVE "N" TO WS-TERMS-EOF-FLAG
               PERFORM B0141-READ-TERMS-RECORD
                   UNTIL WS-TERMS-EOF-FLAG EQUAL "Y"
               CLOSE TERMS-FILE
           END-IF.
      *
       B0141-READ-TERMS-RECORD.
           READ TERMS-FILE
               AT END MOVE "Y" TO WS-TERMS-EOF-FLAG
           END-READ
           IF WS-TERMS-EOF-FLAG NOT EQUAL "Y"
               AND TT-NET-DAYS NUMERIC
               AND TT-DISCOUNT-PCT NUMERIC
               AND TT-DISCOUNT-DAYS NUMERIC
               IF WS-TERMS-COUNT LESS THAN 100
                   ADD 1 TO WS-TERMS-COUNT
                   MOVE TT-TERMS-CODE TO
                       WS-TT-TERMS-CODE(WS-TERMS-COUNT)
                   MOVE TT-NET-DAYS TO WS-TT-NET-DAYS(WS-TERMS-COUNT)
                   MOVE TT-DISCOUNT-PCT TO
                       WS-TT-DISCOUNT-PCT(WS-TERMS-COUNT)
                   MOVE TT-DISCOUNT-DAYS TO
                       WS-TT-DISCOUNT-DAYS(WS-TERMS-COUNT)
               ELSE
                   MOVE "Y" TO WS-TERMS-FULL-FLAG
               END-IF
           END-IF.
      *
      * THE INDEXED MASTER BUILT BY THE INDEX LOAD UTILITY IS THE
      * FILE OF RECORD; IT IS HELD OPEN FOR UPDATE FOR THE WHOLE
           MOVE "N" TO WS-RC-ACCOUNTS-ACTIVE
           MOVE SPACES TO WS-RC-FINCHG-PERIOD-ID
           MOVE SPACES TO WS-RC-ROLL-PERIOD-ID
           MOVE SPACES TO WS-RC-RECON-STATUS
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUN-CONTROL-STATUS EQUAL "00"
               READ RUN-CONTROL-FILE
                           WS-RC-FINCHG-PERIOD-ID
                       MOVE RC-ROLL-PERIOD-ID TO
                           WS-RC-ROLL-PERIOD-ID
                       MOVE RC-RECON-STATUS-FLAG TO
                           WS-RC-RECON-STATUS
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.
           MOVE WS-RC-ACCOUNTS-ACTIVE TO RC-ACCOUNTS-ACTIVE-FLAG
           MOVE WS-RC-FINCHG-PERIOD-ID TO RC-FINCHG-PERIOD-ID
           MOVE WS-RC-ROLL-PERIOD-ID TO RC-ROLL-PERIOD-ID
           MOVE WS-RC-RECON-STATUS TO RC-RECON-STATUS-FLAG
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.
      *
                   MOVE "Y" TO WS-SEQ-REFUSED-FLAG
               END-IF
           END-IF.
      *
      * THE LAST RECONCILIATION OF THE OPEN ITEMS AGAINST THE
      * MASTER FOUND THEM OUT OF BALANCE; POSTING ON TOP OF A
      * BROKEN FILE WOULD ONLY BURY THE DIFFERENCE, SO THIS RUN
      * REFUSES TO START UNTIL A CLEAN PROOF IS RECORDED.  THE
      * OPERATOR OVERRIDE GETS PAST THE CHECK AND IS PRINTED
      * LOUDLY.
       B0191-CHECK-RECON-STATUS.
           MOVE "N" TO WS-RECON-REFUSED-FLAG
           IF WS-RC-RECON-STATUS EQUAL "N"
               IF WS-SEQ-OVERRIDE-FLAG EQUAL "Y"
                   MOVE SPACES TO REGISTER-DATA
                   MOVE "*** OVERRIDE - OPEN ITEMS NOT RECONCILED ***"
                       TO REGISTER-DATA
                   WRITE REGISTER-DATA
                       AFTER ADVANCING 1 LINE
               ELSE
                   MOVE "Y" TO WS-RECON-REFUSED-FLAG
               END-IF
           END-IF.
      *
       B020-OPEN-INDEXED-MASTER.
           MOVE "N" TO WS-MASTER-OPEN-FLAG
               OPEN I-O OPEN-ITEM-FILE
           END-IF.
      *
      * THE LEDGER IS PERMANENT AND IS HELD OPEN FOR UPDATE FOR
      * THE POSTING PASS.  A MISSING FILE IS CREATED EMPTY.
       B023-OPEN-LEDGER-FILE.
           OPEN I-O LEDGER-FILE
           IF WS-LEDGER-STATUS NOT EQUAL "00"
               OPEN OUTPUT LEDGER-FILE
               CLOSE LEDGER-FILE
               OPEN I-O LEDGER-FILE
           END-IF.
      *
      * THE SUSPENSE FILE IS PERMANENT LIKE THE LEDGER.  A MISSING
      * FILE IS CREATED EMPTY.
       B021-OPEN-SUSPENSE-FILE.
           OPEN I-O SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS NOT EQUAL "00"
               OPEN OUTPUT SUSPENSE-FILE
               CLOSE SUSPENSE-FILE
               OPEN I-O SUSPENSE-FILE
           END-IF.
      *
      * THE WRITE-OFF EXTRACT ACCUMULATES ACROSS THE PERIOD, SO
      * IT IS EXTENDED, NOT REPLACED; THE PERIOD-END ROLL EMPTIES
      * IT ALONG WITH THE CURRENT-PERIOD FIELDS.
               CLOSE APPLIED-FILE
               OPEN EXTEND APPLIED-FILE
           END-IF.
      *
      * THE RETURNED-ITEM EXTRACT ACCUMULATES ACROSS THE PERIOD
      * LIKE THE WRITE-OFF EXTRACT AND IS EMPTIED BY THE SAME ROLL.
       B027-OPEN-RETURNED-FOR-WRITE.
           OPEN EXTEND RETURNED-FILE
           IF WS-RETURNED-STATUS NOT EQUAL "00"
               OPEN OUTPUT RETURNED-FILE
               CLOSE RETURNED-FILE
               OPEN EXTEND RETURNED-FILE
           END-IF.
      *
       B0271-OPEN-REFUND-FOR-WRITE.
           OPEN EXTEND REFUND-FILE
           IF WS-REFUND-STATUS NOT EQUAL "00"
               OPEN OUTPUT REFUND-FILE
               CLOSE REFUND-FILE
               OPEN EXTEND REFUND-FILE
           END-IF.
      *
       B0272-OPEN-DISCOUNT-FOR-WRITE.
           OPEN EXTEND DISCOUNT-FILE
           IF WS-DISCOUNT-STATUS NOT EQUAL "00"
               OPEN OUTPUT DISCOUNT-FILE
               CLOSE DISCOUNT-FILE
               OPEN EXTEND DISCOUNT-FILE
           END-IF.
      *
      * THE TERMS ASSIGNMENT FILE IS CREATED BY THE MAINTENANCE
      * RUN WHEN THE FIRST CUSTOMER IS GIVEN TERMS; UNTIL THEN
      * EVERY CUSTOMER IS ON THE STANDARD TERMS.
       B0273-OPEN-CUSTOMER-TERMS.
           MOVE "N" TO WS-CUST-TERMS-OPEN-FLAG
           OPEN INPUT CUSTOMER-TERMS-FILE
           IF WS-CUST-TERMS-STATUS EQUAL "00"
               MOVE "Y" TO WS-CUST-TERMS-OPEN-FLAG
           END-IF.
      *
      * THE PROMISE FILE IS LIKEWISE CREATED BY THE MAINTENANCE
      * RUN WHEN THE FIRST PROMISE IS TAKEN; UNTIL THEN THERE IS
      * NOTHING TO CREDIT OR CHECK.
       B0274-OPEN-PROMISE-FILE.
           MOVE "N" TO WS-PROMISE-OPEN-FLAG
           OPEN I-O PROMISE-FILE
           IF WS-PROMISE-STATUS EQUAL "00"
               MOVE "Y" TO WS-PROMISE-OPEN-FLAG
           END-IF.
      *
       B029-OPEN-SUSP-ACTIVITY-FOR-WRITE.
           OPEN EXTEND SUSPENSE-ACTIVITY-FILE
           IF WS-SUSP-ACTIVITY-STATUS NOT EQUAL "00"
               OPEN OUTPUT SUSPENSE-ACTIVITY-FILE
               CLOSE SUSPENSE-ACTIVITY-FILE
               OPEN EXTEND SUSPENSE-ACTIVITY-FILE
           END-IF.
      *
       B028-WRITE-RETURNED-HEADINGS.
           MOVE WS-PARM-PERIOD-ID TO NG-PERIOD-ID
           MOVE WS-RUN-DATE TO NG-RUN-DATE
           WRITE RETURNED-REGISTER-DATA FROM RETURNED-TITLE-LINE
           WRITE RETURNED-REGISTER-DATA FROM RETURNED-HEADING-LINE
               AFTER ADVANCING 2 LINES
           MOVE SPACES TO RETURNED-REGISTER-DATA
           WRITE RETURNED-REGISTER-DATA
               AFTER ADVANCING 1 LINE.
      *
       B025-WRITE-REGISTER-HEADINGS.
           MOVE WS-PARM-PERIOD-ID TO RG-PERIOD-ID
      *
      * THE AGED BUCKETS ARE DERIVED WHOLESALE FROM THE OPEN ITEMS:
      * EACH VALID CUSTOMER'S BUCKETS ARE CLEARED AND EVERY OPEN
      * ITEM IS AGED INTO THE BUCKET MATCHING ITS DAYS PAST DUE AS
      * OF THE RUN DATE.  AN ITEM NOT YET DUE STAYS OUT OF THE
      * BUCKETS, AND SO DOES A DISPUTED ITEM, WHOSE AMOUNT IS
      * CARRIED ON THE DISPUTED-ITEM FILE INSTEAD.
       B065-REBUILD-AGED-BUCKETS.
           PERFORM B063-REFRESH-DISPUTES
           MOVE "N" TO WS-IX-EOF-FLAG
           MOVE LOW-VALUES TO IX-CU-NUMBER
           START CUSTOMER-IX-FILE KEY NOT LESS THAN IX-CU-NUMBER
               END-IF
           END-IF.
      *
      * EVERY PROMISE STILL BEING KEPT IS PUT AGAINST ITS
      * INSTALLMENTS.  ONE PAID UP TO THE TOTAL PROMISED IS
      * COMPLETED; ONE WHOSE PAYMENTS FALL SHORT OF THE
      * INSTALLMENTS DUE BEFORE TODAY IS BROKEN.  AN INSTALLMENT
      * DUE TODAY MAY STILL BE PAID TODAY.
       B062-CHECK-PROMISES-DUE.
           MOVE "N" TO WS-PM-EOF-FLAG
           MOVE LOW-VALUES TO PM-CU-NUMBER
           START PROMISE-FILE KEY NOT LESS THAN PM-CU-NUMBER
               INVALID KEY MOVE "Y" TO WS-PM-EOF-FLAG
           END-START
           PERFORM B0621-CHECK-NEXT-PROMISE
               UNTIL WS-PM-EOF-FLAG EQUAL "Y".
      *
       B0621-CHECK-NEXT-PROMISE.
           READ PROMISE-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-PM-EOF-FLAG
           END-READ
           IF WS-PM-EOF-FLAG NOT EQUAL "Y"
               AND PM-STATUS EQUAL "A"
               MOVE ZERO TO WS-PM-TOTAL-PROMISED
               MOVE ZERO TO WS-PM-DUE-TO-DATE
               PERFORM C150-SUM-INSTALLMENT
                   VARYING WS-PM-SUB FROM 1 BY 1
                   UNTIL WS-PM-SUB GREATER THAN 4
               IF PM-AMOUNT-PAID NOT LESS THAN WS-PM-TOTAL-PROMISED
                   MOVE "C" TO PM-STATUS
                   MOVE WS-RUN-DATE TO PM-STATUS-DATE
                   REWRITE PROMISE-RECORD
                   ADD 1 TO WS-PROMISE-KEPT-COUNT
               ELSE
                   IF PM-AMOUNT-PAID LESS THAN WS-PM-DUE-TO-DATE
                       MOVE "B" TO PM-STATUS
                       MOVE WS-RUN-DATE TO PM-STATUS-DATE
                       REWRITE PROMISE-RECORD
                       ADD 1 TO WS-PROMISE-BROKEN-COUNT
                       SUBTRACT PM-AMOUNT-PAID FROM WS-PM-DUE-TO-DATE
                       ADD WS-PM-DUE-TO-DATE TO WS-TOTAL-PROMISE-SHORT
                   END-IF
               END-IF
           END-IF.
      *
      * THE DISPUTED-ITEM FILE IS CREATED BY THE MAINTENANCE RUN
      * WHEN THE FIRST DISPUTE IS OPENED; UNTIL THEN THERE IS
      * NOTHING TO REFRESH.
       B063-REFRESH-DISPUTES.
           OPEN I-O DISPUTE-FILE
           IF WS-DISPUTE-STATUS EQUAL "00"
               MOVE "N" TO WS-DI-EOF-FLAG
               MOVE LOW-VALUES TO DI-ITEM-KEY
               START DISPUTE-FILE KEY NOT LESS THAN DI-ITEM-KEY
                   INVALID KEY MOVE "Y" TO WS-DI-EOF-FLAG
               END-START
               PERFORM B064-REFRESH-NEXT-DISPUTE
                   UNTIL WS-DI-EOF-FLAG EQUAL "Y"
               CLOSE DISPUTE-FILE
           END-IF.
      *
      * A DISPUTE WHOSE ITEM IS NO LONGER OPEN WAS SETTLED BY
      * PAYMENT OR CREDIT AND IS CLOSED.  OTHERWISE THE DISPUTED
      * AMOUNT FOLLOWS THE ITEM'S OPEN AMOUNT, AND THE FLAG IS
      * PUT BACK ON AN ITEM A RETURNED CHECK RE-OPENED UNDER ITS
      * OLD KEY.
       B064-REFRESH-NEXT-DISPUTE.
           READ DISPUTE-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-DI-EOF-FLAG
           END-READ
           IF WS-DI-EOF-FLAG NOT EQUAL "Y"
               MOVE DI-CU-NUMBER TO OI-CU-NUMBER
               MOVE DI-INVOICE-DATE TO OI-INVOICE-DATE
               MOVE DI-INVOICE-REF TO OI-INVOICE-REF
               MOVE DI-ITEM-SEQ TO OI-ITEM-SEQ
               MOVE "Y" TO WS-DI-ITEM-FOUND-FLAG
               READ OPEN-ITEM-FILE
                   INVALID KEY MOVE "N" TO WS-DI-ITEM-FOUND-FLAG
               END-READ
               IF WS-DI-ITEM-FOUND-FLAG EQUAL "Y"
                   PERFORM C0545-CHECK-ITEM-FIELDS
                   IF WS-OI-VALID-FLAG NOT EQUAL "Y"
                       OR OI-OPEN-AMOUNT EQUAL ZERO
                       MOVE "N" TO WS-DI-ITEM-FOUND-FLAG
                   END-IF
               END-IF
               IF WS-DI-ITEM-FOUND-FLAG EQUAL "Y"
                   IF OI-DISPUTE-FLAG NOT EQUAL "D"
                       MOVE "D" TO OI-DISPUTE-FLAG
                       REWRITE OPEN-ITEM-RECORD
                   END-IF
                   MOVE OI-OPEN-AMOUNT TO DI-DISPUTED-AMOUNT
                   REWRITE DISPUTE-RECORD
                   ADD 1 TO WS-DISPUTE-ITEM-COUNT
                   ADD OI-OPEN-AMOUNT TO WS-TOTAL-DISPUTED
               ELSE
                   DELETE DISPUTE-FILE RECORD
                   ADD 1 TO WS-DISPUTE-CLOSED-COUNT
               END-IF
           END-IF.
      *
      * EVERY OPEN ITEM PASSES THROUGH HERE ONCE PER RUN, SO THE
      * CORRUPT-ITEM COUNT IS TAKEN HERE AND NOWHERE ELSE.  A
      * DISPUTED ITEM STILL HAS ITS DUE DATE SUPPLIED, SO IT AGES
      * CORRECTLY THE DAY ITS DISPUTE IS CLOSED.
       B067-AGE-NEXT-OPEN-ITEM.
           READ OPEN-ITEM-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-OI-EOF-FLAG
                                   CUSTOMER-RECORD
                               PERFORM C052-VALIDATE-MASTER-RECORD
                               IF WS-VALIDATION-REASON EQUAL SPACES
                                   PERFORM B0675-SUPPLY-DUE-DATE
                                   IF OI-DISPUTE-FLAG NOT EQUAL "D"
                                       PERFORM
                                           B068-AGE-ITEM-INTO-BUCKET
                                   END-IF
                               END-IF
                       END-READ
                   END-IF
               END-IF
           END-IF.
      *
      * AN ITEM WRITTEN BEFORE DUE DATES WERE CARRIED IS GIVEN ONE
      * FROM ITS CUSTOMER'S CURRENT TERMS THE FIRST TIME IT IS
      * AGED, AND KEEPS IT FROM THEN ON.
       B0675-SUPPLY-DUE-DATE.
           IF OI-DUE-DAY-NUMBER NOT NUMERIC
               OR OI-DUE-DAY-NUMBER EQUAL ZERO
               PERFORM C125-SET-DUE-DATE
               REWRITE OPEN-ITEM-RECORD
               ADD 1 TO WS-DUE-DATE-SUPPLIED-COUNT
           END-IF.
      *
      * AN ITEM WHOSE INVOICE DATE WOULD NOT CONVERT HAS NO DUE
      * DATE AND AGES AS LONG PAST DUE, WHERE IT WILL BE SEEN.
       B068-AGE-ITEM-INTO-BUCKET.
           SUBTRACT OI-DUE-DAY-NUMBER FROM WS-RUN-DAY-NUMBER
               GIVING WS-DAYS-PAST-DUE
           IF WS-DAYS-PAST-DUE GREATER THAN ZERO
               AND WS-DAYS-PAST-DUE NOT GREATER THAN 30
               ADD OI-OPEN-AMOUNT TO CU-BAL-30
           END-IF
           IF WS-DAYS-PAST-DUE GREATER THAN 30
               AND WS-DAYS-PAST-DUE NOT GREATER THAN 60
               ADD OI-OPEN-AMOUNT TO CU-BAL-60
           END-IF
           IF WS-DAYS-PAST-DUE GREATER THAN 60
               AND WS-DAYS-PAST-DUE NOT GREATER THAN 90
               ADD OI-OPEN-AMOUNT TO CU-BAL-90
           END-IF
           IF WS-DAYS-PAST-DUE GREATER THAN 90
               ADD OI-OPEN-AMOUNT TO CU-BAL-120
           END-IF
           MOVE CUSTOMER-RECORD TO CUSTOMER-IX-RECORD
           IF WS-GEN-EOF-FLAG NOT EQUAL "Y"
               WRITE CUSTOMER-DATA FROM GEN-MASTER-DATA
           END-IF.
      *
       B088-WRITE-RETURNED-TOTALS.
           MOVE SPACES TO RETURNED-REGISTER-DATA
           WRITE RETURNED-REGISTER-DATA
               AFTER ADVANCING 1 LINE
           MOVE "RETURNED CHECKS POSTED" TO NT-LABEL
           MOVE WS-RETURNED-COUNT TO NT-COUNT
           MOVE WS-TOTAL-RETURNED TO NT-AMOUNT
           WRITE RETURNED-REGISTER-DATA FROM RETURNED-TOTAL-LINE
           MOVE "OPEN ITEMS RE-OPENED" TO NT-LABEL
           MOVE ZERO TO NT-COUNT
           MOVE WS-TOTAL-REOPENED TO NT-AMOUNT
           WRITE RETURNED-REGISTER-DATA FROM RETURNED-TOTAL-LINE
           MOVE "RETURNED-CHECK FEES" TO NT-LABEL
           MOVE ZERO TO NT-COUNT
           MOVE WS-TOTAL-NSF-FEES TO NT-AMOUNT
           WRITE RETURNED-REGISTER-DATA FROM RETURNED-TOTAL-LINE
           MOVE "RETURNED CHECKS REJECTED" TO NT-LABEL
           MOVE WS-RETURNED-REJECT-COUNT TO NT-COUNT
           MOVE ZERO TO NT-AMOUNT
           WRITE RETURNED-REGISTER-DATA FROM RETURNED-TOTAL-LINE.
      *
       B090-WRITE-REGISTER-TOTALS.
           MOVE SPACES TO REGISTER-DATA
           MOVE ZERO TO RT-COUNT
           MOVE WS-TOTAL-WRITEOFFS TO RT-AMOUNT
           WRITE REGISTER-DATA FROM REGISTER-TOTAL-LINE
           MOVE "RETURNED CHECKS POSTED" TO RT-LABEL
           MOVE WS-RETURNED-COUNT TO RT-COUNT
           MOVE WS-TOTAL-RETURNED TO RT-AMOUNT
           WRITE REGISTER-DATA FROM REGISTER-TOTAL-LINE
           MOVE "RETURNED-CHECK FEES" TO RT-LABEL
           MOVE ZERO TO RT-COUNT
           MOVE WS-TOTAL-NSF-FEES TO RT-AMOUNT
           WRITE REGISTER-DATA FROM REGISTER-TOTAL-LINE
           MOVE "REFUNDS POSTED" TO RT-LABEL
           MOVE WS-REFUND-COUNT TO RT-COUNT
           MOVE WS-TOTAL-REFUNDS TO RT-AMOUNT
           WRITE REGISTER-DATA FROM REGISTER-TOTAL-LINE
           MOVE "CREDIT BALANCES APPLIED" TO RT-LABEL
           MOVE WS-SC-APPLIED-COUNT TO RT-COUNT
           MOVE WS-TOTAL-SC-APPLIED TO RT-AMOUNT
           WRITE REGISTER-DATA FROM REGISTER-TOTAL-LINE
           MOVE "DISCOUNTS POSTED" TO RT-LABEL
           MOVE WS-DISCOUNT-COUNT TO RT-COUNT
           MOVE WS-TOTAL-DISCOUNTS TO RT-AMOUNT
           WRITE REGISTER-DATA FROM REGISTER-TOTAL-LINE
           MOVE "CASH TO SUSPENSE" TO RT-LABEL
           MOVE WS-SUSPENSE-IN-COUNT TO RT-COUNT
           MOVE WS-TOTAL-TO-SUSPENSE TO RT-AMOUNT
           WRITE REGISTER-DATA FROM REGISTER-TOTAL-LINE
           MOVE "CASH RE-DIRECTED FROM SUSP" TO RT-LABEL
           MOVE WS-SUSPENSE-OUT-COUNT TO RT-COUNT
           MOVE WS-TOTAL-FROM-SUSPENSE TO RT-AMOUNT
           WRITE REGISTER-DATA FROM REGISTER-TOTAL-LINE
           IF WS-SUSPENSE-FAIL-COUNT GREATER THAN ZERO
               MOVE "SUSPENSE ITEMS NOT WRITTEN" TO RT-LABEL
               MOVE WS-SUSPENSE-FAIL-COUNT TO RT-COUNT
               MOVE ZERO TO RT-AMOUNT
               WRITE REGISTER-DATA FROM REGISTER-TOTAL-LINE
           END-IF
           MOVE "LEDGER ENTRIES WRITTEN" TO RT-LABEL
           MOVE WS-LEDGER-ENTRY-COUNT TO RT-COUNT
           MOVE ZERO TO RT-AMOUNT
           WRITE REGISTER-DATA FROM REGISTER-TOTAL-LINE
           IF WS-LEDGER-FAIL-COUNT GREATER THAN ZERO
               MOVE "LEDGER ENTRIES NOT WRITTEN" TO RT-LABEL
               MOVE WS-LEDGER-FAIL-COUNT TO RT-COUNT
               MOVE ZERO TO RT-AMOUNT
               WRITE REGISTER-DATA FROM REGISTER-TOTAL-LINE
           END-IF
           MOVE "ITEMS IN DISPUTE" TO RT-LABEL
           MOVE WS-DISPUTE-ITEM-COUNT TO RT-COUNT
           MOVE WS-TOTAL-DISPUTED TO RT-AMOUNT
           WRITE REGISTER-DATA FROM REGISTER-TOTAL-LINE
           IF WS-DISPUTE-CLOSED-COUNT GREATER THAN ZERO
               MOVE "DISPUTES CLOSED BY PAYMENT" TO RT-LABEL
               MOVE WS-DISPUTE-CLOSED-COUNT TO RT-COUNT
               MOVE ZERO TO RT-AMOUNT
               WRITE REGISTER-DATA FROM REGISTER-TOTAL-LINE
           END-IF
           IF WS-INVALID-ITEM-COUNT GREATER THAN ZERO
               MOVE "OPEN ITEMS FAILED EDITS" TO RT-LABEL
               MOVE WS-INVALID-ITEM-COUNT TO RT-COUNT
               MOVE ZERO TO RT-AMOUNT
               WRITE REGISTER-DATA FROM REGISTER-TOTAL-LINE
           END-IF
           IF WS-DUE-DATE-SUPPLIED-COUNT GREATER THAN ZERO
               MOVE "DUE DATES SUPPLIED" TO RT-LABEL
               MOVE WS-DUE-DATE-SUPPLIED-COUNT TO RT-COUNT
               MOVE ZERO TO RT-AMOUNT
               WRITE REGISTER-DATA FROM REGISTER-TOTAL-LINE
           END-IF
           IF WS-PROMISE-OPEN-FLAG EQUAL "Y"
               MOVE "PAYMENTS UNDER PROMISE" TO RT-LABEL
               MOVE WS-PROMISE-PAY-COUNT TO RT-COUNT
               MOVE WS-TOTAL-PROMISE-PAID TO RT-AMOUNT
               WRITE REGISTER-DATA FROM REGISTER-TOTAL-LINE
               MOVE "PROMISES COMPLETED" TO RT-LABEL
               MOVE WS-PROMISE-KEPT-COUNT TO RT-COUNT
               MOVE ZERO TO RT-AMOUNT
               WRITE REGISTER-DATA FROM REGISTER-TOTAL-LINE
               MOVE "PROMISES BROKEN - SHORTFALL" TO RT-LABEL
               MOVE WS-PROMISE-BROKEN-COUNT TO RT-COUNT
               MOVE WS-TOTAL-PROMISE-SHORT TO RT-AMOUNT
               WRITE REGISTER-DATA FROM REGISTER-TOTAL-LINE
           END-IF
           IF WS-TERMS-FULL-FLAG EQUAL "Y"
               MOVE SPACES TO REGISTER-DATA
               MOVE "*** TERMS TABLE FULL - SOME TERMS IGNORED ***"
                   TO REGISTER-DATA
               WRITE REGISTER-DATA
                   AFTER ADVANCING 1 LINE
           END-IF
           IF WS-ROLL-APPLIED-FLAG EQUAL "Y"
               MOVE SPACES TO REGISTER-DATA
               MOVE "*** PERIOD-END ROLL AND RE-AGE APPLIED ***"
               AND TR-TRAN-TYPE NOT EQUAL "P"
               AND TR-TRAN-TYPE NOT EQUAL "C"
               AND TR-TRAN-TYPE NOT EQUAL "W"
               AND TR-TRAN-TYPE NOT EQUAL "R"
               AND TR-TRAN-TYPE NOT EQUAL "U"
               AND TR-TRAN-TYPE NOT EQUAL "S"
               AND TR-TRAN-TYPE NOT EQUAL "D"
               AND TR-TRAN-TYPE NOT EQUAL "K"
               MOVE "INVALID TRANSACTION TYPE" TO WS-VALIDATION-REASON
           END-IF
      * AN ALL-ZERO CODE IS AS ABSENT AS BLANKS: THE SHOP
           MOVE ZERO TO WS-BATCH-AMOUNT-TOTAL
           MOVE "N" TO WS-BATCH-FULL-FLAG.
      *
      * A TYPE-U REMITTANCE HAS NO CUSTOMER ON FILE AND GOES
      * STRAIGHT TO SUSPENSE WITHOUT A MASTER READ.
       C040-APPLY-HELD-TRANSACTION.
           MOVE WS-BA-TRANSACTION(WS-BATCH-SUB) TO TRANSACTION-RECORD
           IF TR-TRAN-TYPE EQUAL "U"
               PERFORM C090-PARK-UNAPPLIED-CASH
           ELSE
               PERFORM C041-APPLY-TO-MASTER
           END-IF.
      *
       C041-APPLY-TO-MASTER.
           MOVE TR-CU-NUMBER TO IX-CU-NUMBER
           READ CUSTOMER-IX-FILE
               INVALID KEY
                           WS-VALIDATION-REASON
                       PERFORM C020-WRITE-POST-EXCEPTION
                   ELSE
                       IF TR-TRAN-TYPE EQUAL "R"
                           PERFORM C080-POST-RETURNED-CHECK
                       ELSE
                           IF TR-TRAN-TYPE EQUAL "S"
                               PERFORM C094-APPLY-FROM-SUSPENSE
                           END-IF
                           IF TR-TRAN-TYPE EQUAL "D"
                               PERFORM C098-POST-REFUND
                           END-IF
                           IF TR-TRAN-TYPE EQUAL "K"
                               PERFORM C099-POST-DISCOUNT
                           END-IF
                           IF TR-TRAN-TYPE NOT EQUAL "S"
                               AND TR-TRAN-TYPE NOT EQUAL "D"
                               AND TR-TRAN-TYPE NOT EQUAL "K"
                               PERFORM C050-POST-TO-CUSTOMER
                           END-IF
                       END-IF
                   END-IF
           END-READ.
      *
      * DISAGREEMENT.
       C050-POST-TO-CUSTOMER.
           IF TR-TRAN-TYPE EQUAL "I"
               PERFORM C0551-NOTE-STANDING-CREDIT
               PERFORM C054-CREATE-OPEN-ITEM
               IF WS-OI-CREATED-FLAG EQUAL "Y"
                   ADD TR-AMOUNT TO CU-CUR-PURCHASES
                   ADD TR-AMOUNT TO WS-TOTAL-INVOICES
                   PERFORM C070-WRITE-LEDGER-POSTING
                   MOVE TR-AMOUNT TO WS-SC-CHARGE-AMOUNT
                   PERFORM C055-APPLY-STANDING-CREDIT
                   PERFORM C0535-WRITE-APPLIED-RECORD
                   PERFORM C051-FINISH-POSTING
               ELSE
                   PERFORM C020-WRITE-POST-EXCEPTION
               END-IF
           ELSE
               PERFORM C070-WRITE-LEDGER-POSTING
               IF TR-TRAN-TYPE EQUAL "P"
                   OR TR-TRAN-TYPE EQUAL "S"
                   ADD TR-AMOUNT TO CU-CUR-PAYMENTS
                   IF TR-TRAN-TYPE EQUAL "P"
                       ADD TR-AMOUNT TO WS-TOTAL-PAYMENTS
                   END-IF
               ELSE
                   ADD TR-AMOUNT TO CU-CUR-CREDITS
                   IF TR-TRAN-TYPE EQUAL "W"
                       ADD TR-AMOUNT TO WS-TOTAL-WRITEOFFS
                       PERFORM C053-WRITE-WRITEOFF-RECORD
                   ELSE
                       IF TR-TRAN-TYPE EQUAL "K"
                           ADD 1 TO WS-DISCOUNT-COUNT
                           ADD TR-AMOUNT TO WS-TOTAL-DISCOUNTS
                           PERFORM C0536-WRITE-DISCOUNT-RECORD
                       ELSE
                           ADD TR-AMOUNT TO WS-TOTAL-CREDITS
                           PERFORM C0535-WRITE-APPLIED-RECORD
                       END-IF
                   END-IF
               END-IF
               MOVE TR-AMOUNT TO WS-RELIEF-AMOUNT
               MOVE TR-AMOUNT TO WS-PM-CREDIT-AMOUNT
               PERFORM C056-APPLY-TO-OPEN-ITEMS
               IF WS-RELIEF-AMOUNT GREATER THAN ZERO
                   AND (TR-TRAN-TYPE EQUAL "P"
                       OR TR-TRAN-TYPE EQUAL "S")
                   PERFORM C092-PARK-OVERPAYMENT
                   IF WS-SP-WRITTEN-FLAG EQUAL "Y"
                       SUBTRACT WS-SP-PARK-AMOUNT
                           FROM WS-PM-CREDIT-AMOUNT
                   END-IF
               END-IF
               IF TR-TRAN-TYPE EQUAL "P"
                   OR TR-TRAN-TYPE EQUAL "S"
                   PERFORM C140-CREDIT-PROMISE
               END-IF
               PERFORM C051-FINISH-POSTING
           END-IF.
      *
           MOVE TR-TRAN-DATE TO AP-TRAN-DATE
           WRITE APPLIED-RECORD.
      *
      * THE DISCOUNT EXTRACT, LIKE THE WRITE-OFF EXTRACT, TELLS
      * THE ACCOUNTS RUN HOW MUCH OF EACH BRANCH'S CREDITS IS NOT
      * CLEARING ACTIVITY.  A DISCOUNT IS NOT A SALES RETURN AND
      * DOES NOT REACH THE APPLIED-ACTIVITY FILE.
       C0536-WRITE-DISCOUNT-RECORD.
           MOVE SPACES TO DISCOUNT-RECORD
           MOVE TR-CU-NUMBER TO DC-CU-NUMBER
           MOVE CU-BRANCH-CODE TO DC-BRANCH-CODE
           MOVE TR-AMOUNT TO DC-AMOUNT
           MOVE TR-TRAN-DATE TO DC-TRAN-DATE
           MOVE TR-INVOICE-REF TO DC-INVOICE-REF
           WRITE DISCOUNT-RECORD.
      *
      * THE WRITE-OFF EXTRACT TELLS THE ACCOUNTS RUN HOW MUCH OF
      * EACH BRANCH'S CREDITS IS BAD DEBT RATHER THAN CLEARING
      * ACTIVITY.
      *
      * A DUPLICATE KEY BUMPS THE SEQUENCE DIGITS AND RETRIES;
      * 999 ITEMS ON ONE CUSTOMER, DATE, AND REFERENCE EXHAUSTS
      * THE KEY AND THE TRANSACTION IS REJECTED UPSTREAM.  THE
      * DUE DATE COMES FROM THE CUSTOMER'S TERMS.
       C054-CREATE-OPEN-ITEM.
           MOVE "N" TO WS-OI-CREATED-FLAG
           MOVE SPACES TO OPEN-ITEM-RECORD
           MOVE ZERO TO OI-ITEM-SEQ
           MOVE TR-AMOUNT TO OI-ORIGINAL-AMOUNT
           MOVE TR-AMOUNT TO OI-OPEN-AMOUNT
           PERFORM C125-SET-DUE-DATE
           PERFORM C0541-WRITE-OPEN-ITEM
               UNTIL WS-OI-CREATED-FLAG EQUAL "Y"
                   OR OI-ITEM-SEQ GREATER THAN 998.
               MOVE "N" TO WS-OI-VALID-FLAG
           END-IF.
      *
      * THE CREDIT BALANCE ON THE ACCOUNT BEFORE A CHARGE IS
      * POSTED.  WHILE THE ACCOUNT IS IN CREDIT ITS OPEN ITEMS ADD
      * TO ZERO, SO THE WHOLE CREDIT IS UNAPPLIED.
       C0551-NOTE-STANDING-CREDIT.
           ADD CU-PREV-BALANCE, CU-CUR-PURCHASES
               GIVING WS-SC-CUR-BALANCE
           SUBTRACT CU-CUR-PAYMENTS, CU-CUR-CREDITS
               FROM WS-SC-CUR-BALANCE
           IF WS-SC-CUR-BALANCE LESS THAN ZERO
               SUBTRACT WS-SC-CUR-BALANCE FROM ZERO
                   GIVING WS-SC-CREDIT
           ELSE
               MOVE ZERO TO WS-SC-CREDIT
           END-IF.
      *
      * ONCE THE CHARGE IS ON THE ACCOUNT AND LEDGERED, THE CREDIT
      * NOTED BEFORE IT RELIEVES THE OPEN ITEMS OLDEST FIRST, UP
      * TO THE AMOUNT OF THE CHARGE.  THE APPLICATION ENTRIES GO
      * UNDER THE CHARGE'S POSTING ENTRY.
       C055-APPLY-STANDING-CREDIT.
           IF WS-SC-CREDIT GREATER THAN ZERO
               AND WS-SC-CHARGE-AMOUNT GREATER THAN ZERO
               IF WS-SC-CREDIT LESS THAN WS-SC-CHARGE-AMOUNT
                   MOVE WS-SC-CREDIT TO WS-RELIEF-AMOUNT
               ELSE
                   MOVE WS-SC-CHARGE-AMOUNT TO WS-RELIEF-AMOUNT
               END-IF
               MOVE WS-RELIEF-AMOUNT TO WS-SC-APPLY-AMOUNT
               PERFORM C059-RELIEVE-OLDEST-ITEMS
               SUBTRACT WS-RELIEF-AMOUNT FROM WS-SC-APPLY-AMOUNT
               MOVE ZERO TO WS-RELIEF-AMOUNT
               IF WS-SC-APPLY-AMOUNT GREATER THAN ZERO
                   ADD 1 TO WS-SC-APPLIED-COUNT
                   ADD WS-SC-APPLY-AMOUNT TO WS-TOTAL-SC-APPLIED
               END-IF
           END-IF.
      *
      * A PAYMENT OR CREDIT CARRYING AN INVOICE REFERENCE RELIEVES
      * THAT INVOICE FIRST; THE REMAINDER, OR AN UNREFERENCED
      * AMOUNT, RELIEVES THE CUSTOMER'S OPEN ITEMS OLDEST FIRST
      * (THE INVOICE DATE FOLLOWS THE CUSTOMER NUMBER IN THE ITEM
      * KEY, SO THE KEYED SCAN RETURNS THEM DATE-ORDERED).  ITEMS
      * THAT FAIL THE FIELD EDITS ARE SKIPPED.  ANY EXCESS OF A
      * PAYMENT OVER THE OPEN ITEMS GOES TO UNAPPLIED-CASH
      * SUSPENSE; AN EXCESS CREDIT STAYS ON THE ACCOUNT AS A
      * CREDIT BALANCE UNTIL IT IS APPLIED TO A LATER CHARGE.
       C056-APPLY-TO-OPEN-ITEMS.
           IF TR-INVOICE-REF NOT EQUAL SPACES
               PERFORM C057-RELIEVE-REFERENCED-ITEM
      * A FULLY RELIEVED ITEM IS DELETED ON THE SPOT; A PARTLY
      * RELIEVED ITEM IS REWRITTEN WITH ITS REMAINDER.  BOTH ARE
      * SINGLE-RECORD OPERATIONS, SO A CRASH CANNOT TRUNCATE THE
      * FILE THE WAY A BULK REWRITE COULD.  THE APPLICATION IS
      * LEDGERED FIRST, WHILE THE ITEM'S KEY IS STILL IN HAND.
       C058-RELIEVE-ONE-ITEM.
           IF WS-RELIEF-AMOUNT NOT LESS THAN OI-OPEN-AMOUNT
               MOVE OI-OPEN-AMOUNT TO WS-LG-APPLIED-AMOUNT
               MOVE "Y" TO WS-LG-ITEM-CLOSED-FLAG
               PERFORM C072-WRITE-LEDGER-APPLICATION
               SUBTRACT OI-OPEN-AMOUNT FROM WS-RELIEF-AMOUNT
               DELETE OPEN-ITEM-FILE RECORD
           ELSE
               MOVE WS-RELIEF-AMOUNT TO WS-LG-APPLIED-AMOUNT
               MOVE "N" TO WS-LG-ITEM-CLOSED-FLAG
               PERFORM C072-WRITE-LEDGER-APPLICATION
               SUBTRACT WS-RELIEF-AMOUNT FROM OI-OPEN-AMOUNT
               MOVE ZERO TO WS-RELIEF-AMOUNT
               REWRITE OPEN-ITEM-RECORD
           MOVE WS-BA-TRANSACTION(WS-BATCH-SUB) TO TRANSACTION-RECORD
           MOVE WS-BATCH-REJECT-REASON TO WS-VALIDATION-REASON
           PERFORM C020-WRITE-POST-EXCEPTION.
      *
      * THE POSTING ENTRY FOR THE TRANSACTION JUST APPLIED.  A
      * DUPLICATE KEY (A SECOND POSTING RUN ON THE SAME DAY) BUMPS
      * THE POSTING SEQUENCE AND RETRIES, THE SAME WAY AN OPEN
      * ITEM IS KEYED; THE RUN'S SEQUENCE CARRIES ON FROM THERE.
       C070-WRITE-LEDGER-POSTING.
           MOVE SPACES TO LEDGER-RECORD
           MOVE TR-CU-NUMBER TO LG-CU-NUMBER
           MOVE TR-TRAN-DATE TO LG-TRAN-DATE
           MOVE WS-RUN-DATE TO LG-POST-DATE
           ADD 1 TO WS-LG-POST-SEQ
           MOVE WS-LG-POST-SEQ TO LG-POST-SEQ
           MOVE ZERO TO LG-LINE-NO
           MOVE "T" TO LG-ENTRY-TYPE
           MOVE TR-TRAN-TYPE TO LG-TRAN-TYPE
           IF TR-TRAN-TYPE EQUAL "I"
               AND TR-INVOICE-REF EQUAL WS-FINCHG-INVOICE-REF
               MOVE "F" TO LG-TRAN-TYPE
           END-IF
           MOVE "N" TO LG-REVERSED-FLAG
           MOVE TR-AMOUNT TO LG-AMOUNT
           MOVE TR-INVOICE-REF TO LG-INVOICE-REF
           MOVE CU-BRANCH-CODE TO LG-BRANCH-CODE
           MOVE ZERO TO LG-ITEM-INVOICE-DATE
           MOVE ZERO TO LG-ITEM-SEQ
           MOVE ZERO TO LG-ITEM-ORIGINAL-AMOUNT
           MOVE "N" TO WS-LG-WRITTEN-FLAG
           PERFORM C071-TRY-LEDGER-POSTING-WRITE
               UNTIL WS-LG-WRITTEN-FLAG EQUAL "Y"
                   OR LG-POST-SEQ GREATER THAN 99998
           IF WS-LG-WRITTEN-FLAG NOT EQUAL "Y"
               ADD 1 TO WS-LEDGER-FAIL-COUNT
           END-IF
           MOVE LG-POST-SEQ TO WS-LG-POST-SEQ
           MOVE LG-LEDGER-KEY TO WS-LG-POSTING-KEY
           MOVE ZERO TO WS-LG-LINE-NO.
      *
       C071-TRY-LEDGER-POSTING-WRITE.
           WRITE LEDGER-RECORD
               INVALID KEY
                   ADD 1 TO LG-POST-SEQ
               NOT INVALID KEY
                   MOVE "Y" TO WS-LG-WRITTEN-FLAG
                   ADD 1 TO WS-LEDGER-ENTRY-COUNT
           END-WRITE.
      *
      * ONE APPLICATION ENTRY PER OPEN ITEM RELIEVED, UNDER THE
      * KEY OF THE POSTING ENTRY THAT RELIEVED IT.
       C072-WRITE-LEDGER-APPLICATION.
           IF WS-LG-LINE-NO LESS THAN 999
               ADD 1 TO WS-LG-LINE-NO
               MOVE SPACES TO LEDGER-RECORD
               MOVE WS-LG-POSTING-KEY TO LG-LEDGER-KEY
               MOVE WS-LG-LINE-NO TO LG-LINE-NO
               MOVE "A" TO LG-ENTRY-TYPE
               MOVE TR-TRAN-TYPE TO LG-TRAN-TYPE
               MOVE WS-LG-APPLIED-AMOUNT TO LG-AMOUNT
               MOVE TR-INVOICE-REF TO LG-INVOICE-REF
               MOVE CU-BRANCH-CODE TO LG-BRANCH-CODE
               MOVE OI-INVOICE-DATE TO LG-ITEM-INVOICE-DATE
               MOVE OI-INVOICE-REF TO LG-ITEM-INVOICE-REF
               MOVE OI-ITEM-SEQ TO LG-ITEM-SEQ
               MOVE OI-ORIGINAL-AMOUNT TO LG-ITEM-ORIGINAL-AMOUNT
               MOVE WS-LG-ITEM-CLOSED-FLAG TO LG-ITEM-CLOSED-FLAG
               WRITE LEDGER-RECORD
                   INVALID KEY
                       ADD 1 TO WS-LEDGER-FAIL-COUNT
                   NOT INVALID KEY
                       ADD 1 TO WS-LEDGER-ENTRY-COUNT
               END-WRITE
           ELSE
               ADD 1 TO WS-LEDGER-FAIL-COUNT
           END-IF.
      *
      * A RETURNED CHECK UNDOES THE PAYMENT IT NAMES.  THE PAYMENT
      * IS FOUND ON THE LEDGER AND MARKED REVERSED SO IT CANNOT BE
      * RETURNED TWICE; EACH OPEN ITEM IT RELIEVED IS RESTORED; THE
      * PAYMENT COMES OFF THE CUSTOMER; THE FEE IS BILLED; AND THE
      * ACCOUNT IS FLAGGED FOR CASH-ONLY HOLD.  A RETURN WHOSE
      * PAYMENT CANNOT BE FOUND CHANGES NOTHING.  NEITHER DOES ONE
      * WHOSE PARKED REMAINDER IS NO LONGER WHOLLY ON SUSPENSE:
      * THE CASH RE-DIRECTED FROM IT RELIEVED OPEN ITEMS THAT THE
      * RETURN COULD NOT RESTORE, SO TAKING THE FULL PAYMENT BACK
      * OFF THE CUSTOMER WOULD PART THE BALANCE FROM THE ITEMS.
       C080-POST-RETURNED-CHECK.
           MOVE ZERO TO WS-NSF-REOPEN-COUNT
           MOVE ZERO TO WS-NSF-REOPEN-AMOUNT
           MOVE ZERO TO WS-NSF-FEE-POSTED
           MOVE "N" TO WS-SP-FOUND-FLAG
           PERFORM C081-FIND-ORIGINAL-PAYMENT
           IF WS-NSF-FOUND-FLAG NOT EQUAL "Y"
               MOVE "PAYMENT NOT FOUND ON LEDGER" TO
                   WS-VALIDATION-REASON
               PERFORM C020-WRITE-POST-EXCEPTION
               ADD 1 TO WS-RETURNED-REJECT-COUNT
               MOVE WS-VALIDATION-REASON TO WS-NSF-DISPOSITION
               PERFORM C089-WRITE-RETURNED-DETAIL
           ELSE
               PERFORM C095-FIND-PARKED-REMAINDER
               IF WS-SP-FOUND-FLAG EQUAL "Y"
                   IF SP-OPEN-AMOUNT NOT NUMERIC
                       OR SP-ORIGINAL-AMOUNT NOT NUMERIC
                       OR SP-OPEN-AMOUNT LESS THAN SP-ORIGINAL-AMOUNT
                       MOVE "N" TO WS-NSF-FOUND-FLAG
                   END-IF
               END-IF
           END-IF
           IF WS-NSF-FOUND-FLAG NOT EQUAL "Y"
               AND WS-SP-FOUND-FLAG EQUAL "Y"
               MOVE "REMAINDER NOT IN SUSPENSE" TO
                   WS-VALIDATION-REASON
               PERFORM C020-WRITE-POST-EXCEPTION
               ADD 1 TO WS-RETURNED-REJECT-COUNT
               MOVE WS-VALIDATION-REASON TO WS-NSF-DISPOSITION
               PERFORM C089-WRITE-RETURNED-DETAIL
           END-IF
           IF WS-NSF-FOUND-FLAG EQUAL "Y"
               MOVE "Y" TO LG-REVERSED-FLAG
               REWRITE LEDGER-RECORD
               PERFORM C070-WRITE-LEDGER-POSTING
               MOVE ZERO TO WS-NSF-LINE-NO
               MOVE "N" TO WS-NSF-LINES-DONE-FLAG
               PERFORM C083-REOPEN-NEXT-ITEM
                   UNTIL WS-NSF-LINES-DONE-FLAG EQUAL "Y"
               PERFORM C096-REVERSE-PARKED-REMAINDER
               SUBTRACT WS-NSF-SUSPENSE-AMOUNT FROM TR-AMOUNT
                   GIVING WS-NSF-CUSTOMER-AMOUNT
               PERFORM C0551-NOTE-STANDING-CREDIT
               PERFORM C085-REVERSE-CUSTOMER-PAYMENT
               MOVE WS-NSF-REOPEN-AMOUNT TO WS-SC-CHARGE-AMOUNT
               PERFORM C055-APPLY-STANDING-CREDIT
               PERFORM C145-REVERSE-PROMISE-CREDIT
               PERFORM C086-ASSESS-RETURNED-FEE
               IF CU-CREDIT-HOLD-FLAG NOT EQUAL "C"
                   MOVE "R" TO CU-CREDIT-HOLD-FLAG
               END-IF
               ADD 1 TO WS-RETURNED-COUNT
               ADD TR-AMOUNT TO WS-TOTAL-RETURNED
               ADD WS-NSF-REOPEN-AMOUNT TO WS-TOTAL-REOPENED
               PERFORM C087-WRITE-RETURNED-EXTRACT
               PERFORM C051-FINISH-POSTING
               MOVE "PAYMENT REVERSED" TO WS-NSF-DISPOSITION
               PERFORM C089-WRITE-RETURNED-DETAIL
           END-IF.
      *
      * THE PAYMENT IS AMONG THE CUSTOMER'S LEDGER ENTRIES FOR THE
      * ORIGINAL DATE: AN UNREVERSED PAYMENT POSTING OF THE SAME
      * AMOUNT, AND THE SAME INVOICE REFERENCE WHEN ONE IS GIVEN.
       C081-FIND-ORIGINAL-PAYMENT.
           MOVE "N" TO WS-NSF-FOUND-FLAG
           MOVE "N" TO WS-NSF-SCAN-DONE-FLAG
           MOVE LOW-VALUES TO LG-LEDGER-KEY
           MOVE TR-CU-NUMBER TO LG-CU-NUMBER
           MOVE TR-TRAN-DATE TO LG-TRAN-DATE
           START LEDGER-FILE KEY NOT LESS THAN LG-LEDGER-KEY
               INVALID KEY MOVE "Y" TO WS-NSF-SCAN-DONE-FLAG
           END-START
           PERFORM C082-SCAN-FOR-PAYMENT
               UNTIL WS-NSF-SCAN-DONE-FLAG EQUAL "Y"
                   OR WS-NSF-FOUND-FLAG EQUAL "Y".
      *
       C082-SCAN-FOR-PAYMENT.
           READ LEDGER-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-NSF-SCAN-DONE-FLAG
           END-READ
           IF WS-NSF-SCAN-DONE-FLAG NOT EQUAL "Y"
               IF LG-CU-NUMBER NOT EQUAL TR-CU-NUMBER
                   OR LG-TRAN-DATE NOT EQUAL TR-TRAN-DATE
                   MOVE "Y" TO WS-NSF-SCAN-DONE-FLAG
               ELSE
                   IF LG-ENTRY-TYPE EQUAL "T"
                       AND LG-TRAN-TYPE EQUAL "P"
                       AND LG-AMOUNT NUMERIC
                       AND LG-AMOUNT EQUAL TR-AMOUNT
                       AND LG-REVERSED-FLAG NOT EQUAL "Y"
                       AND (TR-INVOICE-REF EQUAL SPACES
                           OR LG-INVOICE-REF EQUAL TR-INVOICE-REF)
                       MOVE "Y" TO WS-NSF-FOUND-FLAG
                       MOVE LG-LEDGER-KEY TO WS-NSF-ORIGINAL-KEY
                   END-IF
               END-IF
           END-IF.
      *
      * THE PAYMENT'S APPLICATION ENTRIES SHARE ITS KEY WITH LINE
      * NUMBERS FROM 1, SO THEY ARE READ BACK BY KEY UNTIL THE
      * FIRST LINE NUMBER NOT ON FILE.
       C083-REOPEN-NEXT-ITEM.
           ADD 1 TO WS-NSF-LINE-NO
           MOVE WS-NSF-ORIGINAL-KEY TO LG-LEDGER-KEY
           MOVE WS-NSF-LINE-NO TO LG-LINE-NO
           READ LEDGER-FILE
               INVALID KEY MOVE "Y" TO WS-NSF-LINES-DONE-FLAG
           END-READ
           IF WS-NSF-LINES-DONE-FLAG NOT EQUAL "Y"
               AND LG-ENTRY-TYPE EQUAL "A"
               AND LG-AMOUNT NUMERIC
               AND LG-ITEM-INVOICE-DATE NUMERIC
               AND LG-ITEM-SEQ NUMERIC
               AND LG-ITEM-ORIGINAL-AMOUNT NUMERIC
               PERFORM C084-RESTORE-OPEN-ITEM
           END-IF
           IF WS-NSF-LINE-NO NOT LESS THAN 999
               MOVE "Y" TO WS-NSF-LINES-DONE-FLAG
           END-IF.
      *
      * AN ITEM STILL OPEN GETS THE AMOUNT BACK ON ITS REMAINDER;
      * AN ITEM THE PAYMENT CLOSED IS WRITTEN BACK UNDER ITS
      * ORIGINAL KEY, SO IT KEEPS ITS ORIGINAL INVOICE DATE AND
      * FALLS DUE ON THE SAME DAY IT DID BEFORE.
       C084-RESTORE-OPEN-ITEM.
           MOVE LG-AMOUNT TO WS-LG-APPLIED-AMOUNT
           MOVE LG-ITEM-ORIGINAL-AMOUNT TO WS-NSF-ITEM-ORIGINAL
           MOVE SPACES TO OPEN-ITEM-RECORD
           MOVE LG-CU-NUMBER TO OI-CU-NUMBER
           MOVE LG-ITEM-INVOICE-DATE TO OI-INVOICE-DATE
           MOVE LG-ITEM-INVOICE-REF TO OI-INVOICE-REF
           MOVE LG-ITEM-SEQ TO OI-ITEM-SEQ
           MOVE "Y" TO WS-NSF-ITEM-FOUND-FLAG
           READ OPEN-ITEM-FILE
               INVALID KEY MOVE "N" TO WS-NSF-ITEM-FOUND-FLAG
           END-READ
           IF WS-NSF-ITEM-FOUND-FLAG EQUAL "Y"
               PERFORM C0545-CHECK-ITEM-FIELDS
               IF WS-OI-VALID-FLAG EQUAL "Y"
                   ADD WS-LG-APPLIED-AMOUNT TO OI-OPEN-AMOUNT
                   REWRITE OPEN-ITEM-RECORD
               ELSE
                   ADD 1 TO WS-INVALID-ITEM-COUNT
                   MOVE ZERO TO WS-LG-APPLIED-AMOUNT
               END-IF
           ELSE
               MOVE SPACES TO OPEN-ITEM-RECORD
               MOVE TR-CU-NUMBER TO OI-CU-NUMBER
               MOVE LG-ITEM-INVOICE-DATE TO OI-INVOICE-DATE
               MOVE LG-ITEM-INVOICE-REF TO OI-INVOICE-REF
               MOVE LG-ITEM-SEQ TO OI-ITEM-SEQ
               MOVE WS-NSF-ITEM-ORIGINAL TO OI-ORIGINAL-AMOUNT
               MOVE WS-LG-APPLIED-AMOUNT TO OI-OPEN-AMOUNT
               PERFORM C125-SET-DUE-DATE
               WRITE OPEN-ITEM-RECORD
                   INVALID KEY MOVE ZERO TO WS-LG-APPLIED-AMOUNT
               END-WRITE
           END-IF
           IF WS-LG-APPLIED-AMOUNT GREATER THAN ZERO
               ADD 1 TO WS-NSF-REOPEN-COUNT
               ADD WS-LG-APPLIED-AMOUNT TO WS-NSF-REOPEN-AMOUNT
               MOVE "R" TO WS-LG-ITEM-CLOSED-FLAG
               PERFORM C072-WRITE-LEDGER-APPLICATION
           END-IF.
      *
      * THE RETURNED AMOUNT, LESS ANY PART TAKEN BACK OUT OF
      * SUSPENSE, COMES OFF THE CURRENT-PERIOD PAYMENTS.  A
      * PAYMENT RECEIVED IN AN EARLIER PERIOD MAY ALREADY HAVE
      * BEEN ROLLED INTO THE PREVIOUS BALANCE, SO WHATEVER THE
      * CURRENT PAYMENTS CANNOT ABSORB IS CHARGED BACK THROUGH
      * CURRENT PURCHASES; THE BALANCE COMES OUT THE SAME.
       C085-REVERSE-CUSTOMER-PAYMENT.
           IF CU-CUR-PAYMENTS NOT LESS THAN WS-NSF-CUSTOMER-AMOUNT
               SUBTRACT WS-NSF-CUSTOMER-AMOUNT FROM CU-CUR-PAYMENTS
           ELSE
               SUBTRACT CU-CUR-PAYMENTS FROM WS-NSF-CUSTOMER-AMOUNT
                   GIVING WS-NSF-PURCHASE-AMOUNT
               ADD WS-NSF-PURCHASE-AMOUNT TO CU-CUR-PURCHASES
               MOVE ZERO TO CU-CUR-PAYMENTS
           END-IF.
      *
      * THE FEE IS BILLED AS AN OPEN ITEM DATED THE RUN DATE UNDER
      * ITS OWN INVOICE REFERENCE.  THE RETURN IS SET ASIDE WHILE
      * THE FEE IS BUILT IN THE TRANSACTION AREA AND IS RESTORED
      * AFTERWARDS.  THE FEE IS NOT A SALE AND DOES NOT REACH THE
      * APPLIED-ACTIVITY FILE.
       C086-ASSESS-RETURNED-FEE.
           IF WS-NSF-FEE-AMOUNT GREATER THAN ZERO
               MOVE TRANSACTION-RECORD TO WS-NSF-SAVED-TRANSACTION
               MOVE "N" TO TR-TRAN-TYPE
               MOVE WS-NSF-FEE-AMOUNT TO TR-AMOUNT
               MOVE WS-RUN-DATE TO TR-TRAN-DATE
               MOVE ZERO TO TR-BATCH-COUNT
               MOVE WS-NSF-FEE-INVOICE-REF TO TR-INVOICE-REF
               PERFORM C0551-NOTE-STANDING-CREDIT
               PERFORM C054-CREATE-OPEN-ITEM
               IF WS-OI-CREATED-FLAG EQUAL "Y"
                   ADD TR-AMOUNT TO CU-CUR-PURCHASES
                   ADD TR-AMOUNT TO WS-TOTAL-NSF-FEES
                   MOVE TR-AMOUNT TO WS-NSF-FEE-POSTED
                   PERFORM C070-WRITE-LEDGER-POSTING
                   MOVE TR-AMOUNT TO WS-SC-CHARGE-AMOUNT
                   PERFORM C055-APPLY-STANDING-CREDIT
               END-IF
               MOVE WS-NSF-SAVED-TRANSACTION TO TRANSACTION-RECORD
           END-IF.
      *
       C087-WRITE-RETURNED-EXTRACT.
           MOVE SPACES TO RETURNED-RECORD
           MOVE TR-CU-NUMBER TO NR-CU-NUMBER
           MOVE CU-BRANCH-CODE TO NR-BRANCH-CODE
           MOVE WS-NSF-CUSTOMER-AMOUNT TO NR-AMOUNT
           MOVE TR-TRAN-DATE TO NR-PAYMENT-DATE
           MOVE WS-NSF-FEE-POSTED TO NR-FEE-AMOUNT
           MOVE WS-RUN-DATE TO NR-RETURN-DATE
           WRITE RETURNED-RECORD.
      *
       C089-WRITE-RETURNED-DETAIL.
           MOVE TR-CU-NUMBER TO NG-NUMBER
           MOVE CU-NAME TO NG-NAME
           MOVE TR-TRAN-DATE TO NG-PAYMENT-DATE
           MOVE TR-AMOUNT TO NG-AMOUNT
           MOVE WS-NSF-REOPEN-COUNT TO NG-ITEM-COUNT
           MOVE WS-NSF-REOPEN-AMOUNT TO NG-REOPENED-AMOUNT
           MOVE WS-NSF-FEE-POSTED TO NG-FEE-AMOUNT
           MOVE WS-NSF-DISPOSITION TO NG-DISPOSITION
           WRITE RETURNED-REGISTER-DATA FROM RETURNED-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
      *
      * A REMITTANCE FOR A CUSTOMER NOT ON FILE IS PARKED WHOLE.
      * THERE IS NO MASTER TO UPDATE, SO THE REGISTER LINE IS
      * WRITTEN HERE RATHER THAN BY C051.
       C090-PARK-UNAPPLIED-CASH.
           MOVE "U" TO WS-SP-SOURCE
           MOVE SPACES TO WS-SP-BRANCH-CODE
           MOVE SPACES TO WS-SP-PAYMENT-KEY
           MOVE TR-AMOUNT TO WS-SP-PARK-AMOUNT
           PERFORM C091-WRITE-SUSPENSE-ITEM
           IF WS-SP-WRITTEN-FLAG EQUAL "Y"
               MOVE TR-CU-NUMBER TO RG-NUMBER
               MOVE "*UNAPPLIED CASH*" TO RG-NAME
               MOVE TR-TRAN-TYPE TO RG-TRAN-TYPE
               MOVE TR-AMOUNT TO RG-AMOUNT
               MOVE TR-TRAN-DATE TO RG-TRAN-DATE
               WRITE REGISTER-DATA FROM REGISTER-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
               MOVE "SUSPENSE KEY EXHAUSTED" TO WS-VALIDATION-REASON
               PERFORM C020-WRITE-POST-EXCEPTION
           END-IF.
      *
      * A DUPLICATE KEY BUMPS THE SEQUENCE AND RETRIES, THE SAME
      * WAY AN OPEN ITEM IS KEYED.
       C091-WRITE-SUSPENSE-ITEM.
           MOVE "N" TO WS-SP-WRITTEN-FLAG
           MOVE SPACES TO SUSPENSE-RECORD
           MOVE TR-TRAN-DATE TO SP-DEPOSIT-DATE
           MOVE ZERO TO SP-SEQ
           MOVE WS-SP-SOURCE TO SP-SOURCE
           MOVE TR-CU-NUMBER TO SP-REMITTER
           MOVE WS-SP-BRANCH-CODE TO SP-BRANCH-CODE
           MOVE TR-INVOICE-REF TO SP-INVOICE-REF
           MOVE WS-SP-PARK-AMOUNT TO SP-ORIGINAL-AMOUNT
           MOVE WS-SP-PARK-AMOUNT TO SP-OPEN-AMOUNT
           MOVE WS-RUN-DATE TO SP-POST-DATE
           MOVE ZERO TO SP-LAST-APPLIED-DATE
           MOVE WS-SP-PAYMENT-KEY TO SP-PAYMENT-KEY
           PERFORM C0911-TRY-SUSPENSE-WRITE
               UNTIL WS-SP-WRITTEN-FLAG EQUAL "Y"
                   OR SP-SEQ GREATER THAN 9998
           IF WS-SP-WRITTEN-FLAG EQUAL "Y"
               ADD 1 TO WS-SUSPENSE-IN-COUNT
               ADD WS-SP-PARK-AMOUNT TO WS-TOTAL-TO-SUSPENSE
               MOVE "P" TO WS-SA-ACTION
               MOVE WS-SP-PARK-AMOUNT TO WS-SA-AMOUNT
               PERFORM C093-WRITE-SUSPENSE-ACTIVITY
           ELSE
               ADD 1 TO WS-SUSPENSE-FAIL-COUNT
           END-IF.
      *
       C0911-TRY-SUSPENSE-WRITE.
           WRITE SUSPENSE-RECORD
               INVALID KEY
                   ADD 1 TO SP-SEQ
               NOT INVALID KEY
                   MOVE "Y" TO WS-SP-WRITTEN-FLAG
           END-WRITE.
      *
      * THE PART OF A PAYMENT NO OPEN ITEM COULD TAKE COMES BACK
      * OFF THE CUSTOMER'S PAYMENTS AND IS PARKED UNDER THE
      * CUSTOMER AS REMITTER.  IF IT CANNOT BE PARKED IT STAYS ON
      * THE ACCOUNT AS BEFORE.
       C092-PARK-OVERPAYMENT.
           MOVE "O" TO WS-SP-SOURCE
           MOVE CU-BRANCH-CODE TO WS-SP-BRANCH-CODE
           MOVE WS-LG-POSTING-KEY TO WS-SP-PAYMENT-KEY
           MOVE WS-RELIEF-AMOUNT TO WS-SP-PARK-AMOUNT
           PERFORM C091-WRITE-SUSPENSE-ITEM
           IF WS-SP-WRITTEN-FLAG EQUAL "Y"
               SUBTRACT WS-RELIEF-AMOUNT FROM CU-CUR-PAYMENTS
               MOVE ZERO TO WS-RELIEF-AMOUNT
           END-IF.
      *
       C093-WRITE-SUSPENSE-ACTIVITY.
           MOVE SPACES TO SUSPENSE-ACTIVITY-RECORD
           MOVE WS-SA-ACTION TO SA-ACTION
           MOVE SP-DEPOSIT-DATE TO SA-DEPOSIT-DATE
           MOVE SP-SEQ TO SA-SEQ
           MOVE SP-BRANCH-CODE TO SA-BRANCH-CODE
           IF WS-SA-ACTION EQUAL "D"
               MOVE CU-BRANCH-CODE TO SA-BRANCH-CODE
           END-IF
           MOVE TR-CU-NUMBER TO SA-CU-NUMBER
           MOVE WS-SA-AMOUNT TO SA-AMOUNT
           MOVE WS-RUN-DATE TO SA-POST-DATE
           WRITE SUSPENSE-ACTIVITY-RECORD.
      *
      * A TYPE-S DETAIL MOVES CASH OUT OF SUSPENSE ONTO THE NAMED
      * CUSTOMER, WHERE IT POSTS AS A PAYMENT AGAINST THE NAMED
      * INVOICE OR THE OLDEST ITEMS.  THE SUSPENSE ITEM MUST STILL
      * HOLD AT LEAST THE AMOUNT RE-DIRECTED.
       C094-APPLY-FROM-SUSPENSE.
           MOVE TR-TRAN-DATE TO SP-DEPOSIT-DATE
           MOVE ZERO TO SP-SEQ
           IF TR-SUSPENSE-SEQ NUMERIC
               MOVE TR-SUSPENSE-SEQ TO SP-SEQ
           END-IF
           MOVE "Y" TO WS-SP-FOUND-FLAG
           READ SUSPENSE-FILE
               INVALID KEY MOVE "N" TO WS-SP-FOUND-FLAG
           END-READ
           IF WS-SP-FOUND-FLAG NOT EQUAL "Y"
               MOVE "SUSPENSE ITEM NOT ON FILE" TO WS-VALIDATION-REASON
               PERFORM C020-WRITE-POST-EXCEPTION
           ELSE
               IF SP-OPEN-AMOUNT NOT NUMERIC
                   OR SP-OPEN-AMOUNT LESS THAN TR-AMOUNT
                   MOVE "EXCEEDS SUSPENSE BALANCE" TO
                       WS-VALIDATION-REASON
                   PERFORM C020-WRITE-POST-EXCEPTION
               ELSE
                   SUBTRACT TR-AMOUNT FROM SP-OPEN-AMOUNT
                   MOVE WS-RUN-DATE TO SP-LAST-APPLIED-DATE
                   MOVE TR-CU-NUMBER TO SP-APPLIED-CU-NUMBER
                   REWRITE SUSPENSE-RECORD
                   MOVE "D" TO WS-SA-ACTION
                   MOVE TR-AMOUNT TO WS-SA-AMOUNT
                   PERFORM C093-WRITE-SUSPENSE-ACTIVITY
                   ADD 1 TO WS-SUSPENSE-OUT-COUNT
                   ADD TR-AMOUNT TO WS-TOTAL-FROM-SUSPENSE
                   PERFORM C050-POST-TO-CUSTOMER
               END-IF
           END-IF.
      *
      * WHEN THE RETURNED PAYMENT LEFT A REMAINDER ON SUSPENSE,
      * WHATEVER OF IT IS STILL THERE IS TAKEN BACK OUT OF
      * SUSPENSE INSTEAD OF OFF THE CUSTOMER.  THE REMAINDER WAS
      * PARKED UNDER THE PAYMENT'S OWN DATE.
       C096-REVERSE-PARKED-REMAINDER.
           MOVE ZERO TO WS-NSF-SUSPENSE-AMOUNT
           PERFORM C095-FIND-PARKED-REMAINDER
           IF WS-SP-FOUND-FLAG EQUAL "Y"
               AND SP-OPEN-AMOUNT NUMERIC
               AND SP-OPEN-AMOUNT GREATER THAN ZERO
               MOVE SP-OPEN-AMOUNT TO WS-NSF-SUSPENSE-AMOUNT
               IF WS-NSF-SUSPENSE-AMOUNT GREATER THAN TR-AMOUNT
                   MOVE TR-AMOUNT TO WS-NSF-SUSPENSE-AMOUNT
               END-IF
               SUBTRACT WS-NSF-SUSPENSE-AMOUNT FROM SP-OPEN-AMOUNT
               MOVE WS-RUN-DATE TO SP-LAST-APPLIED-DATE
               REWRITE SUSPENSE-RECORD
               MOVE "R" TO WS-SA-ACTION
               MOVE WS-NSF-SUSPENSE-AMOUNT TO WS-SA-AMOUNT
               PERFORM C093-WRITE-SUSPENSE-ACTIVITY
           END-IF.
      *
       C095-FIND-PARKED-REMAINDER.
           MOVE "N" TO WS-SP-FOUND-FLAG
           MOVE "N" TO WS-SP-SCAN-DONE-FLAG
           MOVE TR-TRAN-DATE TO SP-DEPOSIT-DATE
           MOVE ZERO TO SP-SEQ
           START SUSPENSE-FILE KEY NOT LESS THAN SP-SUSPENSE-KEY
               INVALID KEY MOVE "Y" TO WS-SP-SCAN-DONE-FLAG
           END-START
           PERFORM C097-SCAN-FOR-REMAINDER
               UNTIL WS-SP-SCAN-DONE-FLAG EQUAL "Y"
                   OR WS-SP-FOUND-FLAG EQUAL "Y".
      *
       C097-SCAN-FOR-REMAINDER.
           READ SUSPENSE-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-SP-SCAN-DONE-FLAG
           END-READ
           IF WS-SP-SCAN-DONE-FLAG NOT EQUAL "Y"
               IF SP-DEPOSIT-DATE NOT EQUAL TR-TRAN-DATE
                   MOVE "Y" TO WS-SP-SCAN-DONE-FLAG
               ELSE
                   IF SP-SOURCE EQUAL "O"
                       AND SP-PAYMENT-KEY EQUAL WS-NSF-ORIGINAL-KEY
                       MOVE "Y" TO WS-SP-FOUND-FLAG
                   END-IF
               END-IF
           END-IF.
      *
      * A REFUND GOES BACK OUT ONLY AGAINST A CREDIT BALANCE STILL
      * ON THE ACCOUNT.  LIKE A RETURNED CHECK IT COMES OFF THE
      * CURRENT PAYMENTS, WITH ANY PART THEY CANNOT ABSORB CHARGED
      * THROUGH CURRENT PURCHASES.  NO OPEN ITEM IS INVOLVED.
       C098-POST-REFUND.
           ADD CU-PREV-BALANCE, CU-CUR-PURCHASES
               GIVING WS-RF-CUR-BALANCE
           SUBTRACT CU-CUR-PAYMENTS, CU-CUR-CREDITS
               FROM WS-RF-CUR-BALANCE
           ADD TR-AMOUNT TO WS-RF-CUR-BALANCE
           IF WS-RF-CUR-BALANCE GREATER THAN ZERO
               MOVE "REFUND EXCEEDS CREDIT BALANCE" TO
                   WS-VALIDATION-REASON
               PERFORM C020-WRITE-POST-EXCEPTION
           ELSE
               PERFORM C070-WRITE-LEDGER-POSTING
               IF CU-CUR-PAYMENTS NOT LESS THAN TR-AMOUNT
                   SUBTRACT TR-AMOUNT FROM CU-CUR-PAYMENTS
               ELSE
                   SUBTRACT CU-CUR-PAYMENTS FROM TR-AMOUNT
                       GIVING WS-RF-PURCHASE-AMOUNT
                   ADD WS-RF-PURCHASE-AMOUNT TO CU-CUR-PURCHASES
                   MOVE ZERO TO CU-CUR-PAYMENTS
               END-IF
               MOVE SPACES TO REFUND-RECORD
               MOVE CU-NUMBER TO RF-CU-NUMBER
               MOVE CU-BRANCH-CODE TO RF-BRANCH-CODE
               MOVE TR-AMOUNT TO RF-AMOUNT
               MOVE TR-TRAN-DATE TO RF-TRAN-DATE
               WRITE REFUND-RECORD
               ADD 1 TO WS-REFUND-COUNT
               ADD TR-AMOUNT TO WS-TOTAL-REFUNDS
               PERFORM C051-FINISH-POSTING
           END-IF.
      *
      * A TYPE-K DETAIL IS A PROMPT-PAYMENT DISCOUNT AGAINST THE
      * INVOICE IT NAMES.  IT IS ALLOWED ONLY WHEN THE CUSTOMER'S
      * TERMS CARRY A DISCOUNT, THE PAYMENT DATE FALLS WITHIN THE
      * DISCOUNT DAYS OF THE INVOICE DATE, AND THE AMOUNT IS NO
      * MORE THAN THE DISCOUNT ON THE INVOICE'S ORIGINAL AMOUNT
      * NOR THAN WHAT IS STILL OPEN ON IT.  IT THEN POSTS AS A
      * CREDIT AGAINST THAT INVOICE.
       C099-POST-DISCOUNT.
           PERFORM C0991-CHECK-DISCOUNT-ALLOWED
           IF WS-DC-ALLOWED-FLAG NOT EQUAL "Y"
               MOVE "DISCOUNT NOT ALLOWED" TO WS-VALIDATION-REASON
               PERFORM C020-WRITE-POST-EXCEPTION
           ELSE
               PERFORM C050-POST-TO-CUSTOMER
           END-IF.
      *
       C0991-CHECK-DISCOUNT-ALLOWED.
           MOVE "N" TO WS-DC-ALLOWED-FLAG
           MOVE "N" TO WS-DC-ITEM-FOUND-FLAG
           PERFORM C120-FIND-CUSTOMER-TERMS
           IF WS-CT-DISCOUNT-PCT GREATER THAN ZERO
               AND TR-INVOICE-REF NOT EQUAL SPACES
               PERFORM C0565-START-CUSTOMER-SCAN
               PERFORM C0992-SCAN-DISCOUNTED-ITEM
                   UNTIL WS-OI-SCAN-DONE-FLAG EQUAL "Y"
                       OR WS-DC-ITEM-FOUND-FLAG EQUAL "Y"
           END-IF
           IF WS-DC-ITEM-FOUND-FLAG EQUAL "Y"
               DIVIDE WS-CT-DISCOUNT-PCT BY 100 GIVING WS-DC-RATE
               MULTIPLY OI-ORIGINAL-AMOUNT BY WS-DC-RATE
                   GIVING WS-DC-MAXIMUM ROUNDED
               MOVE OI-INVOICE-DATE TO WS-DN-DATE
               PERFORM C100-COMPUTE-DAY-NUMBER
               ADD WS-CT-DISCOUNT-DAYS, WS-DN-DAY-NUMBER
                   GIVING WS-DC-LAST-DAY-NUMBER
               IF WS-DN-VALID-FLAG EQUAL "Y"
                   MOVE TR-TRAN-DATE TO WS-DN-DATE
                   PERFORM C100-COMPUTE-DAY-NUMBER
                   IF WS-DN-VALID-FLAG EQUAL "Y"
                       AND WS-DN-DAY-NUMBER NOT GREATER THAN
                           WS-DC-LAST-DAY-NUMBER
                       AND TR-AMOUNT NOT GREATER THAN WS-DC-MAXIMUM
                       MOVE "Y" TO WS-DC-ALLOWED-FLAG
                   END-IF
               END-IF
           END-IF.
      *
       C0992-SCAN-DISCOUNTED-ITEM.
           PERFORM C0566-READ-NEXT-CUSTOMER-ITEM
           IF WS-OI-SCAN-DONE-FLAG NOT EQUAL "Y"
               AND OI-INVOICE-REF EQUAL TR-INVOICE-REF
               PERFORM C0545-CHECK-ITEM-FIELDS
               IF WS-OI-VALID-FLAG EQUAL "Y"
                   AND OI-OPEN-AMOUNT GREATER THAN ZERO
                   AND OI-OPEN-AMOUNT NOT LESS THAN TR-AMOUNT
                   MOVE "Y" TO WS-DC-ITEM-FOUND-FLAG
               END-IF
           END-IF.
      *
      * DAYS FROM THE START OF THE CALENDAR: 365 FOR EACH PRIOR
      * YEAR PLUS ONE FOR EACH PRIOR LEAP YEAR, THE DAYS BEFORE
      * THE MONTH, AND THE DAY.  A YEAR IS A LEAP YEAR WHEN IT
      * DIVIDES BY 4, EXCEPT CENTURIES NOT DIVISIBLE BY 400.
       C100-COMPUTE-DAY-NUMBER.
           MOVE "N" TO WS-DN-VALID-FLAG
           MOVE ZERO TO WS-DN-DAY-NUMBER
           IF WS-DN-YEAR GREATER THAN ZERO
               AND WS-DN-MONTH GREATER THAN ZERO
               AND WS-DN-MONTH LESS THAN 13
               AND WS-DN-DAY GREATER THAN ZERO
               AND WS-DN-DAY LESS THAN 32
               MOVE "Y" TO WS-DN-VALID-FLAG
               SUBTRACT 1 FROM WS-DN-YEAR GIVING WS-DN-PRIOR-YEARS
               MULTIPLY WS-DN-PRIOR-YEARS BY 365
                   GIVING WS-DN-DAY-NUMBER
               DIVIDE WS-DN-PRIOR-YEARS BY 4 GIVING WS-DN-QUOTIENT
               ADD WS-DN-QUOTIENT TO WS-DN-DAY-NUMBER
               DIVIDE WS-DN-PRIOR-YEARS BY 100 GIVING WS-DN-QUOTIENT
               SUBTRACT WS-DN-QUOTIENT FROM WS-DN-DAY-NUMBER
               DIVIDE WS-DN-PRIOR-YEARS BY 400 GIVING WS-DN-QUOTIENT
               ADD WS-DN-QUOTIENT TO WS-DN-DAY-NUMBER
               ADD WS-CUM-DAYS(WS-DN-MONTH) TO WS-DN-DAY-NUMBER
               ADD WS-DN-DAY TO WS-DN-DAY-NUMBER
               PERFORM C105-TEST-LEAP-YEAR
               IF WS-DN-LEAP-FLAG EQUAL "Y"
                   AND WS-DN-MONTH GREATER THAN 2
                   ADD 1 TO WS-DN-DAY-NUMBER
               END-IF
           END-IF.
      *
       C105-TEST-LEAP-YEAR.
           MOVE "N" TO WS-DN-LEAP-FLAG
           DIVIDE WS-DN-YEAR BY 4 GIVING WS-DN-QUOTIENT
               REMAINDER WS-DN-REMAINDER
           IF WS-DN-REMAINDER EQUAL ZERO
               MOVE "Y" TO WS-DN-LEAP-FLAG
               DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-QUOTIENT
                   REMAINDER WS-DN-REMAINDER
               IF WS-DN-REMAINDER EQUAL ZERO
                   DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-QUOTIENT
                       REMAINDER WS-DN-REMAINDER
                   IF WS-DN-REMAINDER NOT EQUAL ZERO
                       MOVE "N" TO WS-DN-LEAP-FLAG
                   END-IF
               END-IF
           END-IF.
      *
      * THE CUSTOMER IN THE MASTER RECORD AREA IS LOOKED UP ON THE
      * TERMS ASSIGNMENT FILE AND ITS CODE ON THE TERMS TABLE;
      * EITHER ONE MISSING LEAVES THE CUSTOMER ON STANDARD TERMS.
       C120-FIND-CUSTOMER-TERMS.
           MOVE WS-STANDARD-NET-DAYS TO WS-CT-NET-DAYS
           MOVE ZERO TO WS-CT-DISCOUNT-PCT
           MOVE ZERO TO WS-CT-DISCOUNT-DAYS
           MOVE ZERO TO WS-TERMS-FOUND-SUB
           IF WS-CUST-TERMS-OPEN-FLAG EQUAL "Y"
               MOVE CU-NUMBER TO CT-CU-NUMBER
               READ CUSTOMER-TERMS-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO WS-TERMS-SUB
                       PERFORM C121-MATCH-TERMS-ENTRY
                           UNTIL WS-TERMS-SUB GREATER THAN
                               WS-TERMS-COUNT
                               OR WS-TERMS-FOUND-SUB NOT EQUAL ZERO
               END-READ
               IF WS-TERMS-FOUND-SUB NOT EQUAL ZERO
                   MOVE WS-TT-NET-DAYS(WS-TERMS-FOUND-SUB) TO
                       WS-CT-NET-DAYS
                   MOVE WS-TT-DISCOUNT-PCT(WS-TERMS-FOUND-SUB) TO
                       WS-CT-DISCOUNT-PCT
                   MOVE WS-TT-DISCOUNT-DAYS(WS-TERMS-FOUND-SUB) TO
                       WS-CT-DISCOUNT-DAYS
               END-IF
           END-IF.
      *
       C121-MATCH-TERMS-ENTRY.
           IF WS-TT-TERMS-CODE(WS-TERMS-SUB) EQUAL CT-TERMS-CODE
               MOVE WS-TERMS-SUB TO WS-TERMS-FOUND-SUB
           END-IF
           ADD 1 TO WS-TERMS-SUB.
      *
      * THE DUE DATE IS THE INVOICE DATE PLUS THE CUSTOMER'S NET
      * DAYS, AS A DAY NUMBER.  AN INVOICE DATE THAT WILL NOT
      * CONVERT GIVES A ZERO DUE DATE.
       C125-SET-DUE-DATE.
           PERFORM C120-FIND-CUSTOMER-TERMS
           MOVE OI-INVOICE-DATE TO WS-DN-DATE
           PERFORM C100-COMPUTE-DAY-NUMBER
           IF WS-DN-VALID-FLAG EQUAL "Y"
               ADD WS-CT-NET-DAYS, WS-DN-DAY-NUMBER
                   GIVING OI-DUE-DAY-NUMBER
           ELSE
               MOVE ZERO TO OI-DUE-DAY-NUMBER
           END-IF.
      *
      * A PAYMENT COUNTS TOWARD A PROMISE ONLY WHILE THE PROMISE
      * IS BEING KEPT; ONE BROKEN OR COMPLETED IS LEFT AS IT IS.
      * ONLY THE CASH THAT REACHED THE ACCOUNT COUNTS: AN
      * OVERPAYMENT PARKED ON SUSPENSE COUNTS WHEN, AND IF, IT IS
      * RE-DIRECTED BACK TO THE CUSTOMER.
       C140-CREDIT-PROMISE.
           IF WS-PROMISE-OPEN-FLAG EQUAL "Y"
               AND WS-PM-CREDIT-AMOUNT GREATER THAN ZERO
               MOVE CU-NUMBER TO PM-CU-NUMBER
               READ PROMISE-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF PM-STATUS EQUAL "A"
                           ADD WS-PM-CREDIT-AMOUNT TO PM-AMOUNT-PAID
                           REWRITE PROMISE-RECORD
                           ADD 1 TO WS-PROMISE-PAY-COUNT
                           ADD WS-PM-CREDIT-AMOUNT TO
                               WS-TOTAL-PROMISE-PAID
                       END-IF
               END-READ
           END-IF.
      *
      * A RETURNED CHECK TAKES BACK OFF THE PROMISE THE PART OF
      * ITS AMOUNT THAT COMES OFF THE CUSTOMER; THE PART TAKEN
      * BACK OUT OF SUSPENSE NEVER COUNTED TOWARD IT.  A
      * PROMISE THE CHECK HAD COMPLETED IS BEING KEPT AGAIN AND
      * IS RE-CHECKED AGAINST ITS INSTALLMENTS AT THE END OF THE
      * RUN.
       C145-REVERSE-PROMISE-CREDIT.
           IF WS-PROMISE-OPEN-FLAG EQUAL "Y"
               MOVE CU-NUMBER TO PM-CU-NUMBER
               READ PROMISE-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF PM-STATUS EQUAL "A"
                           OR PM-STATUS EQUAL "C"
                           IF PM-AMOUNT-PAID GREATER THAN
                               WS-NSF-CUSTOMER-AMOUNT
                               SUBTRACT WS-NSF-CUSTOMER-AMOUNT
                                   FROM PM-AMOUNT-PAID
                           ELSE
                               MOVE ZERO TO PM-AMOUNT-PAID
                           END-IF
                           IF PM-STATUS EQUAL "C"
                               MOVE "A" TO PM-STATUS
                               MOVE WS-RUN-DATE TO PM-STATUS-DATE
                           END-IF
                           REWRITE PROMISE-RECORD
                       END-IF
               END-READ
           END-IF.
      *
       C150-SUM-INSTALLMENT.
           ADD PM-DUE-AMOUNT(WS-PM-SUB) TO WS-PM-TOTAL-PROMISED
           IF PM-DUE-AMOUNT(WS-PM-SUB) GREATER THAN ZERO
               AND PM-DUE-DATE(WS-PM-SUB) LESS THAN WS-RUN-DATE
               ADD PM-DUE-AMOUNT(WS-PM-SUB) TO WS-PM-DUE-TO-DATE
           END-IF.
