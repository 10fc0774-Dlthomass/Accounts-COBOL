      *    AND REJECTED TOTALS, THE BANK TOTAL, AND ANY DIFFERENCE.
      *    REJECTED ENTRIES ARE LISTED ON THE EXCEPTION FILE; AN
      *    OUT-OF-BALANCE DEPOSIT RELEASES NOTHING.
      *
      *    A CHECK RETURNED BY THE BANK IS KEYED AS A TYPE-R ENTRY
      *    CARRYING THE AMOUNT AND DATE OF THE ORIGINAL PAYMENT.
      *    IT IS A DEBIT TO THE BANK ACCOUNT, NOT PART OF THE DAY'S
      *    DEPOSIT, SO IT IS TOTALLED SEPARATELY AND LEFT OUT OF
      *    THE DEPOSIT PROOF; IT IS RELEASED IN THE SAME BATCHES AS
      *    THE DAY'S RECEIPTS.  A DAY WITH ONLY RETURNED ITEMS IS
      *    RELEASED AGAINST A ZERO DEPOSIT SLIP.
      *
      *    EVERY ENTRY IS LOOKED UP ON THE CUSTOMER MASTER.  A
      *    PAYMENT FOR A CUSTOMER NUMBER NOT ON FILE IS STILL PART
      *    OF THE DEPOSIT: IT IS RELEASED AS TYPE U AND THE POSTING
      *    RUN PARKS IT ON THE UNAPPLIED-CASH SUSPENSE FILE.  A
      *    TYPE-S ENTRY RE-DIRECTS CASH ALREADY IN SUSPENSE TO A
      *    CUSTOMER, NAMING THE SUSPENSE ITEM BY ITS DEPOSIT DATE
      *    (THE ENTRY DATE) AND SEQUENCE; IT IS NOT NEW MONEY, SO
      *    LIKE A RETURNED ITEM IT IS LEFT OUT OF THE DEPOSIT PROOF.
      *
      *    A PAYMENT NAMING AN INVOICE IS CHECKED AGAINST THE
      *    CUSTOMER'S PAYMENT TERMS.  WHEN THE TERMS CARRY A
      *    PROMPT-PAYMENT DISCOUNT, THE PAYMENT IS DATED WITHIN
      *    THE DISCOUNT DAYS OF THE INVOICE DATE, AND THE PAYMENT
      *    PLUS THE DISCOUNT ON THE INVOICE'S ORIGINAL AMOUNT
      *    CLEARS THE INVOICE EXACTLY, A TYPE-K DISCOUNT ENTRY FOR
      *    THE DIFFERENCE IS RELEASED RIGHT BEHIND THE PAYMENT.
      *    THE DISCOUNT IS NOT MONEY IN THE BANK, SO IT IS
      *    TOTALLED SEPARATELY AND LEFT OUT OF THE DEPOSIT PROOF.
      *    THE TERMS TABLE, TERMS ASSIGNMENTS AND OPEN ITEMS ARE
      *    ONLY READ; IF ANY IS MISSING NO DISCOUNT IS RAISED.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT TRANSACTION-FILE ASSIGN TO "ARTRAN.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TRANSACTION-STATUS.
           SELECT CUSTOMER-IX-FILE ASSIGN TO "RECD1IDX.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS IX-CU-NUMBER
                   FILE STATUS IS WS-CUSTOMER-IX-STATUS.
           SELECT SUSPENSE-FILE    ASSIGN TO "ARSUSP.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SP-SUSPENSE-KEY
                   FILE STATUS IS WS-SUSPENSE-STATUS.
           SELECT TERMS-FILE       ASSIGN TO "ARTERMS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TERMS-STATUS.
           SELECT CUSTOMER-TERMS-FILE ASSIGN TO "ARCUTERM.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CT-CU-NUMBER
                   FILE STATUS IS WS-CUST-TERMS-STATUS.
           SELECT OPEN-ITEM-FILE   ASSIGN TO "AROPENIX.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS OI-ITEM-KEY
                   FILE STATUS IS WS-OPENITEM-STATUS.
           SELECT REGISTER-FILE    ASSIGN TO "ARCASHRC.OUT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REGISTER-STATUS.
           05  FILLER                  PIC X(4).
       FD  TRANSACTION-FILE.
       01  TRANSACTION-DATA            PIC X(30).
       FD  CUSTOMER-IX-FILE.
       01  CUSTOMER-IX-RECORD.
           05  IX-CU-NUMBER            PIC X(5).
           05  FILLER                  PIC X(96).
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
      * PAYMENT TERMS TABLE, ONE RECORD PER TERMS CODE.
       FD  TERMS-FILE.
       01  TERMS-RECORD.
           05  TT-TERMS-CODE           PIC X(3).
           05  TT-DESCRIPTION          PIC X(20).
           05  TT-NET-DAYS             PIC 9(3).
           05  TT-DISCOUNT-PCT         PIC 9V99.
           05  TT-DISCOUNT-DAYS        PIC 9(3).
           05  FILLER                  PIC X(8).
      * THE TERMS CODE ASSIGNED TO EACH CUSTOMER.
       FD  CUSTOMER-TERMS-FILE.
       01  CUSTOMER-TERMS-RECORD.
           05  CT-CU-NUMBER            PIC X(5).
           05  CT-TERMS-CODE           PIC X(3).
           05  CT-DATE-ASSIGNED        PIC 9(8).
           05  FILLER                  PIC X(85).
       FD  OPEN-ITEM-FILE.
       01  OPEN-ITEM-RECORD.
           05  OI-ITEM-KEY.
               10  OI-CU-NUMBER        PIC X(5).
               10  OI-INVOICE-DATE     PIC 9(8).
               10  OI-INVOICE-REF      PIC X(4).
               10  OI-ITEM-SEQ         PIC 9(3).
           05  OI-ORIGINAL-AMOUNT      PIC 9(6)V99.
           05  OI-OPEN-AMOUNT          PIC 9(6)V99.
           05  OI-DISPUTE-FLAG         PIC X.
           05  OI-DUE-DAY-NUMBER       PIC 9(7).
       FD  REGISTER-FILE.
       01  REGISTER-DATA               PIC X(80).
       FD  CASH-EXCEPTION-FILE.
           05  WS-TRANSACTION-STATUS   PIC XX.
           05  WS-REGISTER-STATUS      PIC XX.
           05  WS-CASHEX-STATUS        PIC XX.
           05  WS-CUSTOMER-IX-STATUS   PIC XX.
           05  WS-SUSPENSE-STATUS      PIC XX.
           05  WS-SUSPENSE-OPEN-FLAG   PIC X.
           05  WS-FOUND-FLAG           PIC X.
           05  WS-TERMS-STATUS         PIC XX.
           05  WS-CUST-TERMS-STATUS    PIC XX.
           05  WS-CUST-TERMS-OPEN-FLAG PIC X.
           05  WS-OPENITEM-STATUS      PIC XX.
           05  WS-OPENITEM-OPEN-FLAG   PIC X.
           05  WS-OI-SCAN-DONE-FLAG    PIC X.
           05  WS-OI-FOUND-FLAG        PIC X.
       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-DATE             PIC 9(8).
       01  WS-VALIDATION-FIELDS.
           05  WS-REJECTED-COUNT       PIC 9(6).
           05  WS-ACCEPTED-TOTAL       PIC 9(8)V99.
           05  WS-REJECTED-TOTAL       PIC 9(8)V99.
           05  WS-RETURNED-COUNT       PIC 9(6).
           05  WS-RETURNED-TOTAL       PIC 9(8)V99.
           05  WS-UNAPPLIED-COUNT      PIC 9(6).
           05  WS-UNAPPLIED-TOTAL      PIC 9(8)V99.
           05  WS-REDIRECT-COUNT       PIC 9(6).
           05  WS-REDIRECT-TOTAL       PIC 9(8)V99.
           05  WS-DISCOUNT-COUNT       PIC 9(6).
           05  WS-DISCOUNT-TOTAL       PIC 9(8)V99.
      * THE PAYMENT TERMS TABLE.  A CUSTOMER WITH NO TERMS CODE,
      * OR A CODE NOT ON THE TABLE, HAS NO DISCOUNT.
       01  WS-TERMS-CONTROL.
           05  WS-TERMS-COUNT          PIC 9(3)  VALUE ZERO.
           05  WS-TERMS-SUB            PIC 9(3).
           05  WS-TERMS-FOUND-SUB      PIC 9(3).
           05  WS-TERMS-EOF-FLAG       PIC X.
           05  WS-CT-DISCOUNT-PCT      PIC 9V99.
           05  WS-CT-DISCOUNT-DAYS     PIC 9(3).
       01  WS-TERMS-TABLE.
           05  WS-TT-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-TERMS-COUNT.
               10  WS-TT-TERMS-CODE    PIC X(3).
               10  WS-TT-DISCOUNT-PCT  PIC 9V99.
               10  WS-TT-DISCOUNT-DAYS PIC 9(3).
       01  WS-DISCOUNT-FIELDS.
           05  WS-DC-RATE              PIC V9(4).
           05  WS-DC-AMOUNT            PIC 9(6)V99.
           05  WS-DC-CLEARED-AMOUNT    PIC 9(7)V99.
           05  WS-DC-LAST-DAY-NUMBER   PIC 9(7).
      * DAY-NUMBER CONVERSION.  A DATE IS TURNED INTO A COUNT OF
      * DAYS SO TWO DATES CAN BE SUBTRACTED.
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
       01  WS-HELD-ENTRY-CONTROL.
           05  WS-HELD-COUNT           PIC 9(4)  VALUE ZERO.
           05  WS-HELD-SUB             PIC 9(4).
           05  RM-AMOUNT               PIC 9(6)V99.
           05  RM-TRAN-DATE            PIC 9(8).
           05  RM-INVOICE-REF          PIC X(4).
           05  RM-SUSPENSE-SEQ         PIC 9(4).
       01  TRANSACTION-RECORD.
           05  TR-CU-NUMBER            PIC X(5).
           05  TR-TRAN-TYPE            PIC X.
               CLOSE REGISTER-FILE, CASH-EXCEPTION-FILE
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-IX-FILE
           IF WS-CUSTOMER-IX-STATUS NOT EQUAL "00"
               MOVE SPACES TO REGISTER-DATA
               MOVE "*** CUSTOMER FILE NOT AVAILABLE - NOT RELEASED ***"
                   TO REGISTER-DATA
               WRITE REGISTER-DATA
                   AFTER ADVANCING 1 LINE
               CLOSE REGISTER-FILE, CASH-EXCEPTION-FILE
               STOP RUN
           END-IF
           MOVE "N" TO WS-SUSPENSE-OPEN-FLAG
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS EQUAL "00"
               MOVE "Y" TO WS-SUSPENSE-OPEN-FLAG
           END-IF
           PERFORM B016-LOAD-TERMS-TABLE
           MOVE "N" TO WS-CUST-TERMS-OPEN-FLAG
           OPEN INPUT CUSTOMER-TERMS-FILE
           IF WS-CUST-TERMS-STATUS EQUAL "00"
               MOVE "Y" TO WS-CUST-TERMS-OPEN-FLAG
           END-IF
           MOVE "N" TO WS-OPENITEM-OPEN-FLAG
           OPEN INPUT OPEN-ITEM-FILE
           IF WS-OPENITEM-STATUS EQUAL "00"
               MOVE "Y" TO WS-OPENITEM-OPEN-FLAG
           END-IF
           OPEN INPUT REMIT-FILE
           IF WS-REMIT-STATUS EQUAL "00"
               PERFORM B030-READ-REMIT-ENTRY
           END-IF
           PERFORM B050-PROVE-AGAINST-DEPOSIT
           PERFORM B080-WRITE-REGISTER-TOTALS
           CLOSE CUSTOMER-IX-FILE
           IF WS-SUSPENSE-OPEN-FLAG EQUAL "Y"
               CLOSE SUSPENSE-FILE
           END-IF
           IF WS-CUST-TERMS-OPEN-FLAG EQUAL "Y"
               CLOSE CUSTOMER-TERMS-FILE
           END-IF
           IF WS-OPENITEM-OPEN-FLAG EQUAL "Y"
               CLOSE OPEN-ITEM-FILE
           END-IF
           CLOSE REGISTER-FILE, CASH-EXCEPTION-FILE
           STOP RUN.
      *
           MOVE ZERO TO WS-REJECTED-COUNT
           MOVE ZERO TO WS-ACCEPTED-TOTAL
           MOVE ZERO TO WS-REJECTED-TOTAL
           MOVE ZERO TO WS-RETURNED-COUNT
           MOVE ZERO TO WS-RETURNED-TOTAL
           MOVE ZERO TO WS-UNAPPLIED-COUNT
           MOVE ZERO TO WS-UNAPPLIED-TOTAL
           MOVE ZERO TO WS-REDIRECT-COUNT
           MOVE ZERO TO WS-REDIRECT-TOTAL
           MOVE ZERO TO WS-DISCOUNT-COUNT
           MOVE ZERO TO WS-DISCOUNT-TOTAL
           MOVE ZERO TO WS-BATCH-COUNT
           MOVE ZERO TO WS-BATCH-AMOUNT-TOTAL
           MOVE ZERO TO WS-DIFFERENCE-AMOUNT.
               END-IF
               CLOSE DEPOSIT-FILE
           END-IF.
      *
      * A MISSING TERMS TABLE LEAVES IT EMPTY; NO DISCOUNT IS THEN
      * RAISED.
       B016-LOAD-TERMS-TABLE.
           MOVE ZERO TO WS-TERMS-COUNT
           OPEN INPUT TERMS-FILE
           IF WS-TERMS-STATUS EQUAL "00"
               MOVE "N" TO WS-TERMS-EOF-FLAG
               PERFORM B017-READ-TERMS-RECORD
                   UNTIL WS-TERMS-EOF-FLAG EQUAL "Y"
               CLOSE TERMS-FILE
           END-IF.
      *
       B017-READ-TERMS-RECORD.
           READ TERMS-FILE
               AT END MOVE "Y" TO WS-TERMS-EOF-FLAG
           END-READ
           IF WS-TERMS-EOF-FLAG NOT EQUAL "Y"
               AND TT-DISCOUNT-PCT NUMERIC
               AND TT-DISCOUNT-DAYS NUMERIC
               AND WS-TERMS-COUNT LESS THAN 100
               ADD 1 TO WS-TERMS-COUNT
               MOVE TT-TERMS-CODE TO WS-TT-TERMS-CODE(WS-TERMS-COUNT)
               MOVE TT-DISCOUNT-PCT TO
                   WS-TT-DISCOUNT-PCT(WS-TERMS-COUNT)
               MOVE TT-DISCOUNT-DAYS TO
                   WS-TT-DISCOUNT-DAYS(WS-TERMS-COUNT)
           END-IF.
      *
       B020-WRITE-REGISTER-HEADINGS.
           MOVE WS-RUN-DATE TO RG-RUN-DATE
           MOVE WS-REJECTED-COUNT TO RT-COUNT
           MOVE WS-REJECTED-TOTAL TO RT-AMOUNT
           WRITE REGISTER-DATA FROM REGISTER-TOTAL-LINE
           MOVE "  TO UNAPPLIED SUSPENSE" TO RT-LABEL
           MOVE WS-UNAPPLIED-COUNT TO RT-COUNT
           MOVE WS-UNAPPLIED-TOTAL TO RT-AMOUNT
           WRITE REGISTER-DATA FROM REGISTER-TOTAL-LINE
           MOVE "RETURNED ITEMS" TO RT-LABEL
           MOVE WS-RETURNED-COUNT TO RT-COUNT
           MOVE WS-RETURNED-TOTAL TO RT-AMOUNT
           WRITE REGISTER-DATA FROM REGISTER-TOTAL-LINE
           MOVE "REDIRECTED FROM SUSPENSE" TO RT-LABEL
           MOVE WS-REDIRECT-COUNT TO RT-COUNT
           MOVE WS-REDIRECT-TOTAL TO RT-AMOUNT
           WRITE REGISTER-DATA FROM REGISTER-TOTAL-LINE
           MOVE "DISCOUNTS TAKEN" TO RT-LABEL
           MOVE WS-DISCOUNT-COUNT TO RT-COUNT
           MOVE WS-DISCOUNT-TOTAL TO RT-AMOUNT
           WRITE REGISTER-DATA FROM REGISTER-TOTAL-LINE
           MOVE "BANK DEPOSIT TOTAL" TO RT-LABEL
           MOVE ZERO TO RT-COUNT
           MOVE WS-DEPOSIT-TOTAL TO RT-AMOUNT
           IF WS-VALIDATION-REASON EQUAL SPACES
               AND RM-TRAN-TYPE NOT EQUAL "P"
               AND RM-TRAN-TYPE NOT EQUAL "C"
               AND RM-TRAN-TYPE NOT EQUAL "R"
               AND RM-TRAN-TYPE NOT EQUAL "S"
               MOVE "INVALID TRANSACTION TYPE" TO WS-VALIDATION-REASON
           END-IF
           IF WS-VALIDATION-REASON EQUAL SPACES
           IF WS-VALIDATION-REASON EQUAL SPACES
               AND RM-TRAN-DATE NOT NUMERIC
               MOVE "INVALID TRANSACTION DATE" TO WS-VALIDATION-REASON
           END-IF
           IF WS-VALIDATION-REASON EQUAL SPACES
               PERFORM C015-CHECK-CUSTOMER-MASTER
           END-IF
           IF WS-VALIDATION-REASON EQUAL SPACES
               AND RM-TRAN-TYPE EQUAL "S"
               PERFORM C016-CHECK-SUSPENSE-ITEM
           END-IF.
      *
      * A PAYMENT FROM A CUSTOMER NUMBER NOT ON FILE BECOMES
      * UNAPPLIED CASH.  ANY OTHER ENTRY MUST NAME A CUSTOMER.
       C015-CHECK-CUSTOMER-MASTER.
           MOVE RM-CU-NUMBER TO IX-CU-NUMBER
           MOVE "Y" TO WS-FOUND-FLAG
           READ CUSTOMER-IX-FILE
               INVALID KEY MOVE "N" TO WS-FOUND-FLAG
           END-READ
           IF WS-FOUND-FLAG NOT EQUAL "Y"
               IF RM-TRAN-TYPE EQUAL "P"
                   MOVE "U" TO RM-TRAN-TYPE
               ELSE
                   MOVE "CUSTOMER NOT ON MASTER" TO
                       WS-VALIDATION-REASON
               END-IF
           END-IF.
      *
      * THE SUSPENSE ITEM MUST BE ON FILE AND STILL HOLD THE
      * AMOUNT BEING RE-DIRECTED.  THE POSTING RUN CHECKS AGAIN,
      * SO TWO ENTRIES AGAINST ONE ITEM CANNOT OVERDRAW IT.
       C016-CHECK-SUSPENSE-ITEM.
           IF WS-SUSPENSE-OPEN-FLAG NOT EQUAL "Y"
               MOVE "SUSPENSE FILE NOT AVAILABLE" TO
                   WS-VALIDATION-REASON
           ELSE
               IF RM-SUSPENSE-SEQ NOT NUMERIC
                   MOVE "INVALID SUSPENSE SEQUENCE" TO
                       WS-VALIDATION-REASON
               ELSE
                   MOVE RM-TRAN-DATE TO SP-DEPOSIT-DATE
                   MOVE RM-SUSPENSE-SEQ TO SP-SEQ
                   MOVE "Y" TO WS-FOUND-FLAG
                   READ SUSPENSE-FILE
                       INVALID KEY MOVE "N" TO WS-FOUND-FLAG
                   END-READ
                   IF WS-FOUND-FLAG NOT EQUAL "Y"
                       MOVE "SUSPENSE ITEM NOT ON FILE" TO
                           WS-VALIDATION-REASON
                   ELSE
                       IF SP-OPEN-AMOUNT NOT NUMERIC
                           OR SP-OPEN-AMOUNT LESS THAN RM-AMOUNT
                           MOVE "EXCEEDS SUSPENSE BALANCE" TO
                               WS-VALIDATION-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
       C020-WRITE-CASH-EXCEPTION.
               MOVE RM-AMOUNT TO TR-AMOUNT
               MOVE RM-TRAN-DATE TO TR-TRAN-DATE
               MOVE ZERO TO TR-BATCH-COUNT
               IF RM-TRAN-TYPE EQUAL "S"
                   MOVE RM-SUSPENSE-SEQ TO TR-BATCH-COUNT
               END-IF
               MOVE RM-INVOICE-REF TO TR-INVOICE-REF
               MOVE TRANSACTION-RECORD TO
                   WS-HE-TRANSACTION(WS-HELD-COUNT)
               IF RM-TRAN-TYPE EQUAL "R"
                   ADD 1 TO WS-RETURNED-COUNT
                   ADD RM-AMOUNT TO WS-RETURNED-TOTAL
                   MOVE "RETURNED ITEM" TO RG-DISPOSITION
               END-IF
               IF RM-TRAN-TYPE EQUAL "S"
                   ADD 1 TO WS-REDIRECT-COUNT
                   ADD RM-AMOUNT TO WS-REDIRECT-TOTAL
                   MOVE "REDIRECTED FROM SUSPENSE" TO RG-DISPOSITION
               END-IF
               IF RM-TRAN-TYPE NOT EQUAL "R"
                   AND RM-TRAN-TYPE NOT EQUAL "S"
                   ADD 1 TO WS-ACCEPTED-COUNT
                   ADD RM-AMOUNT TO WS-ACCEPTED-TOTAL
                   MOVE "ACCEPTED" TO RG-DISPOSITION
               END-IF
               IF RM-TRAN-TYPE EQUAL "U"
                   ADD 1 TO WS-UNAPPLIED-COUNT
                   ADD RM-AMOUNT TO WS-UNAPPLIED-TOTAL
                   MOVE "TO UNAPPLIED SUSPENSE" TO RG-DISPOSITION
               END-IF
               PERFORM C040-WRITE-REGISTER-DETAIL
               IF RM-TRAN-TYPE EQUAL "P"
                   AND RM-INVOICE-REF NOT EQUAL SPACES
                   PERFORM C050-CHECK-PROMPT-DISCOUNT
               END-IF
           ELSE
               MOVE "Y" TO WS-HELD-FULL-FLAG
               MOVE "ENTRY TABLE FULL" TO WS-VALIDATION-REASON
           MOVE RM-INVOICE-REF TO RG-INVOICE-REF
           WRITE REGISTER-DATA FROM REGISTER-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
      *
      * THE DISCOUNT IS THE TERMS PERCENT OF THE INVOICE'S
      * ORIGINAL AMOUNT, ROUNDED TO THE CENT - THE SAME FIGURE THE
      * POSTING RUN ALLOWS AS A MAXIMUM.  IT IS RAISED ONLY WHEN
      * THE PAYMENT DATE FALLS WITHIN THE DISCOUNT DAYS AND THE
      * PAYMENT PLUS THE DISCOUNT IS EXACTLY WHAT THE INVOICE
      * STILL OWES.
       C050-CHECK-PROMPT-DISCOUNT.
           MOVE "N" TO WS-OI-FOUND-FLAG
           PERFORM C051-FIND-CUSTOMER-TERMS
           IF WS-CT-DISCOUNT-PCT GREATER THAN ZERO
               AND WS-OPENITEM-OPEN-FLAG EQUAL "Y"
               PERFORM C053-START-CUSTOMER-SCAN
               PERFORM C054-SCAN-PAID-ITEM
                   UNTIL WS-OI-SCAN-DONE-FLAG EQUAL "Y"
                       OR WS-OI-FOUND-FLAG EQUAL "Y"
           END-IF
           IF WS-OI-FOUND-FLAG EQUAL "Y"
               DIVIDE WS-CT-DISCOUNT-PCT BY 100 GIVING WS-DC-RATE
               MULTIPLY OI-ORIGINAL-AMOUNT BY WS-DC-RATE
                   GIVING WS-DC-AMOUNT ROUNDED
               ADD RM-AMOUNT, WS-DC-AMOUNT
                   GIVING WS-DC-CLEARED-AMOUNT
               MOVE OI-INVOICE-DATE TO WS-DN-DATE
               PERFORM C100-COMPUTE-DAY-NUMBER
               ADD WS-CT-DISCOUNT-DAYS, WS-DN-DAY-NUMBER
                   GIVING WS-DC-LAST-DAY-NUMBER
               IF WS-DN-VALID-FLAG EQUAL "Y"
                   AND WS-DC-AMOUNT GREATER THAN ZERO
                   AND WS-DC-CLEARED-AMOUNT EQUAL OI-OPEN-AMOUNT
                   MOVE RM-TRAN-DATE TO WS-DN-DATE
                   PERFORM C100-COMPUTE-DAY-NUMBER
                   IF WS-DN-VALID-FLAG EQUAL "Y"
                       AND WS-DN-DAY-NUMBER NOT GREATER THAN
                           WS-DC-LAST-DAY-NUMBER
                       PERFORM C056-HOLD-DISCOUNT-ENTRY
                   END-IF
               END-IF
           END-IF.
      *
       C051-FIND-CUSTOMER-TERMS.
           MOVE ZERO TO WS-CT-DISCOUNT-PCT
           MOVE ZERO TO WS-CT-DISCOUNT-DAYS
           MOVE ZERO TO WS-TERMS-FOUND-SUB
           IF WS-CUST-TERMS-OPEN-FLAG EQUAL "Y"
               MOVE RM-CU-NUMBER TO CT-CU-NUMBER
               READ CUSTOMER-TERMS-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       PERFORM C052-MATCH-TERMS-CODE
                           VARYING WS-TERMS-SUB FROM 1 BY 1
                           UNTIL WS-TERMS-SUB GREATER THAN
                                   WS-TERMS-COUNT
                               OR WS-TERMS-FOUND-SUB GREATER THAN ZERO
               END-READ
           END-IF
           IF WS-TERMS-FOUND-SUB GREATER THAN ZERO
               MOVE WS-TT-DISCOUNT-PCT(WS-TERMS-FOUND-SUB) TO
                   WS-CT-DISCOUNT-PCT
               MOVE WS-TT-DISCOUNT-DAYS(WS-TERMS-FOUND-SUB) TO
                   WS-CT-DISCOUNT-DAYS
           END-IF.
      *
       C052-MATCH-TERMS-CODE.
           IF WS-TT-TERMS-CODE(WS-TERMS-SUB) EQUAL CT-TERMS-CODE
               MOVE WS-TERMS-SUB TO WS-TERMS-FOUND-SUB
           END-IF.
      *
       C053-START-CUSTOMER-SCAN.
           MOVE "N" TO WS-OI-SCAN-DONE-FLAG
           MOVE LOW-VALUES TO OI-ITEM-KEY
           MOVE RM-CU-NUMBER TO OI-CU-NUMBER
           START OPEN-ITEM-FILE KEY NOT LESS THAN OI-ITEM-KEY
               INVALID KEY MOVE "Y" TO WS-OI-SCAN-DONE-FLAG
           END-START.
      *
      * THE FIRST ITEM OF THE CUSTOMER'S CARRYING THE REFERENCE
      * AND STILL OWING IS THE ONE THE POSTING RUN WILL PAY.
       C054-SCAN-PAID-ITEM.
           READ OPEN-ITEM-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-OI-SCAN-DONE-FLAG
           END-READ
           IF WS-OI-SCAN-DONE-FLAG NOT EQUAL "Y"
               IF OI-CU-NUMBER NOT EQUAL RM-CU-NUMBER
                   MOVE "Y" TO WS-OI-SCAN-DONE-FLAG
               ELSE
                   IF OI-INVOICE-REF EQUAL RM-INVOICE-REF
                       AND OI-ORIGINAL-AMOUNT NUMERIC
                       AND OI-OPEN-AMOUNT NUMERIC
                       AND OI-OPEN-AMOUNT GREATER THAN ZERO
                       MOVE "Y" TO WS-OI-FOUND-FLAG
                   END-IF
               END-IF
           END-IF.
      *
      * THE DISCOUNT ENTRY FOLLOWS ITS PAYMENT INTO THE HELD
      * TABLE SO THE POSTING RUN APPLIES THE PAYMENT FIRST.
       C056-HOLD-DISCOUNT-ENTRY.
           IF WS-HELD-COUNT LESS THAN 2000
               ADD 1 TO WS-HELD-COUNT
               MOVE SPACES TO TRANSACTION-RECORD
               MOVE RM-CU-NUMBER TO TR-CU-NUMBER
               MOVE "K" TO TR-TRAN-TYPE
               MOVE WS-DC-AMOUNT TO TR-AMOUNT
               MOVE RM-TRAN-DATE TO TR-TRAN-DATE
               MOVE ZERO TO TR-BATCH-COUNT
               MOVE RM-INVOICE-REF TO TR-INVOICE-REF
               MOVE TRANSACTION-RECORD TO
                   WS-HE-TRANSACTION(WS-HELD-COUNT)
               ADD 1 TO WS-DISCOUNT-COUNT
               ADD WS-DC-AMOUNT TO WS-DISCOUNT-TOTAL
               MOVE RM-CU-NUMBER TO RG-NUMBER
               MOVE "K" TO RG-TRAN-TYPE
               MOVE WS-DC-AMOUNT TO RG-AMOUNT
               MOVE RM-TRAN-DATE TO RG-TRAN-DATE
               MOVE RM-INVOICE-REF TO RG-INVOICE-REF
               MOVE "PROMPT-PAYMENT DISCOUNT" TO RG-DISPOSITION
               WRITE REGISTER-DATA FROM REGISTER-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               MOVE "Y" TO WS-HELD-FULL-FLAG
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
