      *    PLUS THE OPEN INVOICES BEHIND THE BALANCE FROM THE
      *    OPEN-ITEM FILE - OR A FOUR-CHARACTER BRANCH CODE TO LIST
      *    EVERY CUSTOMER IN THAT BRANCH.  A BLANK ENTRY ENDS THE
      *    SESSION.  THE AGED BUCKETS ARE BY DAYS PAST DUE, AND
      *    EACH OPEN INVOICE SHOWS HOW MANY DAYS PAST ITS DUE DATE
      *    IT IS AS OF TODAY.
      *
      *    AFTER A CUSTOMER'S OPEN INVOICES THE OPERATOR MAY ASK
      *    FOR THE CUSTOMER'S LEDGER HISTORY: EVERY POSTING FROM
      *    THE PERMANENT LEDGER, OLDEST FIRST, WITH THE INVOICES
      *    EACH PAYMENT OR CREDIT WAS APPLIED TO.
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
      *
       DATA DIVISION.
       FILE SECTION.
               10  OI-ITEM-SEQ         PIC 9(3).
           05  OI-ORIGINAL-AMOUNT      PIC 9(6)V99.
           05  OI-OPEN-AMOUNT          PIC 9(6)V99.
      * "D" MEANS THE ITEM IS ON THE DISPUTED-ITEM FILE.
           05  OI-DISPUTE-FLAG         PIC X.
      * DUE DATE AS A DAY NUMBER (DAYS FROM THE START OF THE
      * CALENDAR), SET BY THE POSTING RUN FROM THE CUSTOMER'S
      * PAYMENT TERMS.
           05  OI-DUE-DAY-NUMBER       PIC 9(7).
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
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-SESSION-DONE-FLAG    PIC X.
           05  WS-CUSTOMER-IX-STATUS   PIC XX.
           05  WS-OPENITEM-STATUS      PIC XX.
           05  WS-OPENITEM-EOF-FLAG    PIC X.
           05  WS-LEDGER-STATUS        PIC XX.
           05  WS-LEDGER-EOF-FLAG      PIC X.
       01  WS-INQUIRY-FIELDS.
           05  WS-INQUIRY-KEY          PIC X(5).
           05  WS-LEDGER-REPLY         PIC X.
           05  WS-LEDGER-ENTRY-COUNT   PIC 9(4).
           05  WS-LG-TYPE-DESC         PIC X(10).
           05  WS-LG-CLOSED-DESC       PIC X(12).
           05  WS-BRANCH-MATCH-COUNT   PIC 9(4).
           05  WS-OPEN-ITEM-COUNT      PIC 9(4).
       01  WS-COMPUTATIONAL-FIELDS.
           05  WS-DSP-AMOUNT           PIC ZZZ,ZZZ.99CR.
           05  WS-DSP-AMOUNT-2         PIC ZZZ,ZZZ.99CR.
           05  WS-DSP-COUNT            PIC ZZZ9.
           05  WS-DSP-DAYS             PIC ZZZZ9.
       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-DATE             PIC 9(8).
           05  WS-RUN-DAY-NUMBER       PIC 9(7).
           05  WS-DAYS-PAST-DUE        PIC 9(7).
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
       01  CUSTOMER-RECORD.
           05  CU-NUMBER               PIC XXXXX.
           05  CU-NAME                 PIC X(18).
           05  CU-CUR-CREDITS          PIC 9(6)V99.
           05  CU-FINCHG-EXEMPT-FLAG   PIC X.
      * CREDIT-HOLD FLAG SET BY THE NIGHTLY CREDIT REVIEW, CARVED
      * OUT OF THE FORMER FINAL FILLER BYTE.  "C" (OR "R" UNTIL
      * THE NEXT REVIEW) IS CASH-ONLY AFTER A RETURNED CHECK.
           05  CU-CREDIT-HOLD-FLAG     PIC X.
      *
       PROCEDURE DIVISION.
      *
       A000-MAIN-CONTROL.
           MOVE "N" TO WS-SESSION-DONE-FLAG
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-DN-DATE
           PERFORM C100-COMPUTE-DAY-NUMBER
           MOVE WS-DN-DAY-NUMBER TO WS-RUN-DAY-NUMBER
           OPEN INPUT CUSTOMER-IX-FILE
           IF WS-CUSTOMER-IX-STATUS NOT EQUAL "00"
               DISPLAY "INDEXED CUSTOMER MASTER NOT AVAILABLE - "
           DISPLAY "  PAYMENTS/CREDITS   " WS-DSP-AMOUNT
           MOVE WS-CUR-BALANCE TO WS-DSP-AMOUNT
           DISPLAY "  CURRENT BALANCE    " WS-DSP-AMOUNT
           DISPLAY "  DAYS PAST DUE:"
           MOVE CU-BAL-30 TO WS-DSP-AMOUNT
           MOVE CU-BAL-60 TO WS-DSP-AMOUNT-2
           DISPLAY "  1-30    " WS-DSP-AMOUNT
               "   31-60   " WS-DSP-AMOUNT-2
           MOVE CU-BAL-90 TO WS-DSP-AMOUNT
           MOVE CU-BAL-120 TO WS-DSP-AMOUNT-2
           DISPLAY "  61-90   " WS-DSP-AMOUNT
               "   OVER 90 " WS-DSP-AMOUNT-2
           MOVE WS-CREDIT-LIMIT TO WS-DSP-AMOUNT
           DISPLAY "  CREDIT LIMIT       " WS-DSP-AMOUNT
           IF WS-CUR-BALANCE IS GREATER THAN WS-CREDIT-LIMIT
           IF CU-CREDIT-HOLD-FLAG EQUAL "H"
               DISPLAY "  *** ON CREDIT HOLD - ORDERS HELD ***"
           END-IF
           IF CU-CREDIT-HOLD-FLAG EQUAL "C"
               OR CU-CREDIT-HOLD-FLAG EQUAL "R"
               DISPLAY "  *** CASH ONLY - RETURNED CHECK ***"
           END-IF
           PERFORM C050-LIST-OPEN-ITEMS
           PERFORM C060-OFFER-LEDGER-HISTORY.
      *
       C040-CALCULATE-VALUES.
           MOVE CU-PREV-BALANCE TO WS-PREV-BALANCE
                   "  DATED " OI-INVOICE-DATE
                   "  BILLED " WS-DSP-AMOUNT
                   "  OPEN " WS-DSP-AMOUNT-2
               IF OI-DUE-DAY-NUMBER NUMERIC
                   AND OI-DUE-DAY-NUMBER GREATER THAN ZERO
                   IF WS-RUN-DAY-NUMBER GREATER THAN OI-DUE-DAY-NUMBER
                       SUBTRACT OI-DUE-DAY-NUMBER FROM
                           WS-RUN-DAY-NUMBER GIVING WS-DAYS-PAST-DUE
                       MOVE WS-DAYS-PAST-DUE TO WS-DSP-DAYS
                       DISPLAY "      " WS-DSP-DAYS " DAYS PAST DUE"
                   ELSE
                       DISPLAY "      NOT YET DUE"
                   END-IF
               END-IF
               IF OI-DISPUTE-FLAG EQUAL "D"
                   DISPLAY "      IN DISPUTE"
               END-IF
           END-IF.
      *
      * THE LEDGER HISTORY IS SHOWN ONLY WHEN ASKED FOR; A LONG-
      * STANDING ACCOUNT CAN HAVE YEARS OF POSTINGS.
       C060-OFFER-LEDGER-HISTORY.
           MOVE SPACES TO WS-LEDGER-REPLY
           DISPLAY "LIST LEDGER HISTORY (Y/N):"
           ACCEPT WS-LEDGER-REPLY
           IF WS-LEDGER-REPLY EQUAL "Y" OR WS-LEDGER-REPLY EQUAL "y"
               PERFORM C065-LIST-LEDGER-HISTORY
           END-IF.
      *
      * THE CUSTOMER'S ENTRIES ARE A SINGLE KEYED SCAN IN
      * TRANSACTION-DATE ORDER, EACH POSTING FOLLOWED BY THE
      * OPEN ITEMS IT WAS APPLIED TO.
       C065-LIST-LEDGER-HISTORY.
           MOVE ZERO TO WS-LEDGER-ENTRY-COUNT
           MOVE "N" TO WS-LEDGER-EOF-FLAG
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS EQUAL "00"
               DISPLAY "  LEDGER HISTORY:"
               MOVE LOW-VALUES TO LG-LEDGER-KEY
               MOVE CU-NUMBER TO LG-CU-NUMBER
               START LEDGER-FILE KEY NOT LESS THAN LG-LEDGER-KEY
                   INVALID KEY MOVE "Y" TO WS-LEDGER-EOF-FLAG
               END-START
               PERFORM C066-SCAN-LEDGER-ENTRY
                   UNTIL WS-LEDGER-EOF-FLAG EQUAL "Y"
               CLOSE LEDGER-FILE
               IF WS-LEDGER-ENTRY-COUNT EQUAL ZERO
                   DISPLAY "    (NONE ON FILE)"
               END-IF
           ELSE
               DISPLAY "  LEDGER FILE NOT AVAILABLE"
           END-IF.
      *
       C066-SCAN-LEDGER-ENTRY.
           READ LEDGER-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-LEDGER-EOF-FLAG
           END-READ
           IF WS-LEDGER-EOF-FLAG NOT EQUAL "Y"
               AND LG-CU-NUMBER NOT EQUAL CU-NUMBER
               MOVE "Y" TO WS-LEDGER-EOF-FLAG
           END-IF
           IF WS-LEDGER-EOF-FLAG NOT EQUAL "Y"
               AND LG-AMOUNT NUMERIC
               MOVE LG-AMOUNT TO WS-DSP-AMOUNT
               IF LG-ENTRY-TYPE EQUAL "A"
                   IF LG-ITEM-CLOSED-FLAG EQUAL "Y"
                       MOVE "PAID IN FULL" TO WS-LG-CLOSED-DESC
                   ELSE
                       MOVE "PART PAID" TO WS-LG-CLOSED-DESC
                   END-IF
                   IF LG-ITEM-CLOSED-FLAG EQUAL "R"
                       MOVE "RE-OPENED" TO WS-LG-CLOSED-DESC
                   END-IF
                   DISPLAY "        APPLIED TO INV " LG-ITEM-INVOICE-REF
                       "  DATED " LG-ITEM-INVOICE-DATE
                       "  " WS-DSP-AMOUNT
                       "  " WS-LG-CLOSED-DESC
               ELSE
                   ADD 1 TO WS-LEDGER-ENTRY-COUNT
                   PERFORM C067-DESCRIBE-LEDGER-TYPE
                   DISPLAY "    " LG-TRAN-DATE
                       "  " WS-LG-TYPE-DESC
                       "  REF " LG-INVOICE-REF
                       "  " WS-DSP-AMOUNT
                       "  POSTED " LG-POST-DATE
                   IF LG-REVERSED-FLAG EQUAL "Y"
                       DISPLAY "        *** CHECK RETURNED - "
                           "PAYMENT REVERSED ***"
                   END-IF
               END-IF
           END-IF.
      *
       C067-DESCRIBE-LEDGER-TYPE.
           MOVE LG-TRAN-TYPE TO WS-LG-TYPE-DESC
           IF LG-TRAN-TYPE EQUAL "I"
               MOVE "INVOICE" TO WS-LG-TYPE-DESC
           END-IF
           IF LG-TRAN-TYPE EQUAL "P"
               MOVE "PAYMENT" TO WS-LG-TYPE-DESC
           END-IF
           IF LG-TRAN-TYPE EQUAL "C"
               MOVE "CREDIT" TO WS-LG-TYPE-DESC
           END-IF
           IF LG-TRAN-TYPE EQUAL "W"
               MOVE "WRITE-OFF" TO WS-LG-TYPE-DESC
           END-IF
           IF LG-TRAN-TYPE EQUAL "F"
               MOVE "FIN CHARGE" TO WS-LG-TYPE-DESC
           END-IF
           IF LG-TRAN-TYPE EQUAL "R"
               MOVE "RETURNED" TO WS-LG-TYPE-DESC
           END-IF
           IF LG-TRAN-TYPE EQUAL "N"
               MOVE "NSF FEE" TO WS-LG-TYPE-DESC
           END-IF
           IF LG-TRAN-TYPE EQUAL "S"
               MOVE "FROM SUSP" TO WS-LG-TYPE-DESC
           END-IF
           IF LG-TRAN-TYPE EQUAL "D"
               MOVE "REFUND" TO WS-LG-TYPE-DESC
           END-IF
           IF LG-TRAN-TYPE EQUAL "K"
               MOVE "DISCOUNT" TO WS-LG-TYPE-DESC
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
