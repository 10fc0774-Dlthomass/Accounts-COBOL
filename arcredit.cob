      *    CUSTOMER ON THE INDEXED MASTER, DERIVES THE CURRENT
      *    BALANCE THE SAME WAY THE ACCOUNTS REPORT DERIVES IT,
      *    AND SETS THE CREDIT-HOLD FLAG: A CUSTOMER GOES ON HOLD
      *    WHEN THE BALANCE EXCEEDS CU-CREDIT-LIMIT OR WHEN ANY
      *    OF IT IS MORE THAN 60 DAYS PAST DUE (CU-BAL-90, 61-90
      *    DAYS, OR CU-BAL-120, OVER 90 DAYS, IS NON-ZERO), AND IS
      *    RELEASED WHEN NEITHER CONDITION REMAINS.  THE BUCKETS
      *    ARE AGED ON DAYS PAST THE DUE DATE, NOT THE INVOICE
      *    DATE.
      *
      *    OPEN ITEMS IN DISPUTE ARE LEFT OUT OF THE HOLD TESTS.
      *    THE POSTING RUN ALREADY KEEPS THEM OUT OF THE AGED
      *    BUCKETS; FOR THE CREDIT-LIMIT TEST THE CUSTOMER'S
      *    DISPUTED TOTAL ON THE DISPUTED-ITEM FILE IS TAKEN OFF
      *    THE BALANCE BEFORE IT IS COMPARED WITH THE LIMIT.
      *
      *    A CUSTOMER WHOSE CHECK CAME BACK FROM THE BANK IS
      *    FLAGGED "R" BY THE POSTING RUN AND IS PLACED ON
      *    CASH-ONLY HOLD ("C") HERE.  CASH-ONLY IS NOT RELEASED BY
      *    PAYING DOWN THE BALANCE; THE CREDIT MANAGER LIFTS IT
      *    THROUGH A CUSTOMER MAINTENANCE CHANGE.
      *
      *    EVERY STATUS CHANGE IS WRITTEN AS A HOLD OR RELEASE
      *    RECORD ON THE HOLD FILE FOR ORDER ENTRY AND PRINTED ON
           SELECT RUN-CONTROL-FILE ASSIGN TO "ARRUNCTL.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUN-CONTROL-STATUS.
           SELECT DISPUTE-FILE     ASSIGN TO "ARDISPIX.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DI-ITEM-KEY
                   FILE STATUS IS WS-DISPUTE-STATUS.
           SELECT HOLD-FILE        ASSIGN TO "ARHOLD.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HOLD-STATUS.
           05  RC-ACCOUNTS-ACTIVE-FLAG     PIC X.
           05  RC-FINCHG-PERIOD-ID         PIC X(6).
           05  RC-ROLL-PERIOD-ID           PIC X(6).
           05  RC-RECON-STATUS-FLAG        PIC X.
           05  FILLER                      PIC X(6).
      * ONE RECORD PER DISPUTED OPEN ITEM, UNDER THE ITEM'S KEY.
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
       FD  HOLD-FILE.
       01  HOLD-RECORD.
           05  HR-CU-NUMBER            PIC X(5).
           05  WS-GEN-CTLREC-STATUS    PIC XX.
           05  WS-HOLD-STATUS          PIC XX.
           05  WS-REPORT-STATUS        PIC XX.
           05  WS-DISPUTE-STATUS       PIC XX.
           05  WS-DISPUTE-OPEN-FLAG    PIC X.
           05  WS-DI-EOF-FLAG          PIC X.
      * THE REGENERATED MASTER CYCLES THROUGH THREE GENERATION
      * FILES; THE GENERATION NUMBER IS SPLICED INTO THE NAMES.
       01  WS-GENERATION-FIELDS.
           05  WS-CUR-PURCHASES        PIC 9(6)V99.
           05  WS-CUR-PAYCREDS         PIC 9(6)V99.
           05  WS-CUR-BALANCE          PIC S9(6)V99.
           05  WS-UNDISPUTED-BALANCE   PIC S9(7)V99.
           05  WS-CU-DISPUTED-AMOUNT   PIC 9(7)V99.
           05  WS-CU-DISPUTED-ITEMS    PIC 9(4).
           05  WS-HOLD-REASON          PIC X(20).
       01  WS-RUN-TOTALS.
           05  WS-REVIEWED-COUNT       PIC 9(6).
           05  WS-HELD-COUNT           PIC 9(6).
           05  WS-RELEASED-COUNT       PIC 9(6).
           05  WS-ON-HOLD-COUNT        PIC 9(6).
           05  WS-CASH-ONLY-SET-COUNT  PIC 9(6).
           05  WS-CASH-ONLY-COUNT      PIC 9(6).
           05  WS-SKIPPED-COUNT        PIC 9(6).
           05  WS-DISPUTED-CUST-COUNT  PIC 9(6).
           05  WS-DISPUTED-ITEM-COUNT  PIC 9(6).
       01  CUSTOMER-RECORD.
           05  CU-NUMBER               PIC XXXXX.
           05  CU-NAME                 PIC X(18).
           05  CU-CUR-CREDITS          PIC 9(6)V99.
           05  CU-FINCHG-EXEMPT-FLAG   PIC X.
      * CREDIT-HOLD FLAG, CARVED OUT OF THE FORMER FINAL FILLER
      * BYTE.  "H" MEANS ORDER ENTRY MUST NOT SHIP; "C" MEANS
      * CASH-ONLY AFTER A RETURNED CHECK; "R" IS A RETURNED CHECK
      * POSTED SINCE THE LAST REVIEW.
           05  CU-CREDIT-HOLD-FLAG     PIC X.
       01  REVIEW-TITLE-LINE.
           05  FILLER                  PIC X(3)   VALUE SPACES.
               CLOSE HOLD-FILE, REVIEW-REPORT-FILE
               STOP RUN
           END-IF
           PERFORM B027-OPEN-DISPUTE-FILE
           PERFORM B030-REVIEW-ALL-CUSTOMERS
           IF WS-DISPUTE-OPEN-FLAG EQUAL "Y"
               CLOSE DISPUTE-FILE
           END-IF
           PERFORM B069-READ-GEN-CONTROL
           PERFORM B070-WRITE-NEW-GENERATION
           CLOSE CUSTOMER-IX-FILE
           MOVE ZERO TO WS-HELD-COUNT
           MOVE ZERO TO WS-RELEASED-COUNT
           MOVE ZERO TO WS-ON-HOLD-COUNT
           MOVE ZERO TO WS-CASH-ONLY-SET-COUNT
           MOVE ZERO TO WS-CASH-ONLY-COUNT
           MOVE ZERO TO WS-SKIPPED-COUNT
           MOVE ZERO TO WS-DISPUTED-CUST-COUNT
           MOVE ZERO TO WS-DISPUTED-ITEM-COUNT.
      *
      * THE INDEXED MASTER BUILT BY THE INDEX LOAD UTILITY IS THE
      * FILE OF RECORD; IT IS HELD OPEN FOR UPDATE FOR THE WHOLE
               AND WS-PARM-OVERRIDE-FLAG NOT EQUAL "Y"
               MOVE "Y" TO WS-SEQ-REFUSED-FLAG
           END-IF.
      *
      * NO DISPUTED-ITEM FILE MEANS NO DISPUTE HAS EVER BEEN
      * OPENED.
       B027-OPEN-DISPUTE-FILE.
           MOVE "N" TO WS-DISPUTE-OPEN-FLAG
           OPEN INPUT DISPUTE-FILE
           IF WS-DISPUTE-STATUS EQUAL "00"
               MOVE "Y" TO WS-DISPUTE-OPEN-FLAG
           END-IF.
      *
       B030-REVIEW-ALL-CUSTOMERS.
           MOVE "N" TO WS-IX-EOF-FLAG
                   IF CU-CREDIT-HOLD-FLAG EQUAL "H"
                       ADD 1 TO WS-ON-HOLD-COUNT
                   END-IF
                   IF CU-CREDIT-HOLD-FLAG EQUAL "C"
                       ADD 1 TO WS-CASH-ONLY-COUNT
                   END-IF
               END-IF
           END-IF.
      *
               GIVING WS-CUR-PAYCREDS
           ADD WS-PREV-BALANCE, WS-CUR-PURCHASES
               GIVING WS-CUR-BALANCE
           SUBTRACT WS-CUR-PAYCREDS FROM WS-CUR-BALANCE
           PERFORM C070-SUM-CUSTOMER-DISPUTES
           IF WS-CU-DISPUTED-ITEMS GREATER THAN ZERO
               ADD 1 TO WS-DISPUTED-CUST-COUNT
               ADD WS-CU-DISPUTED-ITEMS TO WS-DISPUTED-ITEM-COUNT
           END-IF
           SUBTRACT WS-CU-DISPUTED-AMOUNT FROM WS-CUR-BALANCE
               GIVING WS-UNDISPUTED-BALANCE.
      *
      * A RETURNED CHECK PUTS THE ACCOUNT ON CASH-ONLY HOLD, WHICH
      * TAKES THE PLACE OF THE ORDINARY HOLD-AND-RELEASE TEST
      * UNTIL THE CREDIT MANAGER LIFTS IT.
       C020-SET-CREDIT-STATUS.
           IF CU-CREDIT-HOLD-FLAG EQUAL "R"
               MOVE "C" TO CU-CREDIT-HOLD-FLAG
               PERFORM C035-WRITE-CASH-ONLY-RECORD
           END-IF
           IF CU-CREDIT-HOLD-FLAG NOT EQUAL "C"
               PERFORM C025-SET-HOLD-STATUS
           END-IF.
      *
      * A CUSTOMER ALREADY ON HOLD WHO STILL MEETS A HOLD
      * CONDITION STAYS ON HOLD WITHOUT A NEW HOLD RECORD; ONLY
      * STATUS CHANGES REACH THE HOLD FILE AND THE REPORT.
       C025-SET-HOLD-STATUS.
           MOVE SPACES TO WS-HOLD-REASON
           IF CU-BAL-120 GREATER THAN ZERO
               MOVE "PAST DUE OVER 90" TO WS-HOLD-REASON
           END-IF
           IF WS-HOLD-REASON EQUAL SPACES
               AND CU-BAL-90 GREATER THAN ZERO
               MOVE "PAST DUE 61-90 DAYS" TO WS-HOLD-REASON
           END-IF
           IF WS-HOLD-REASON EQUAL SPACES
               IF WS-UNDISPUTED-BALANCE GREATER THAN CU-CREDIT-LIMIT
                   MOVE "OVER CREDIT LIMIT" TO WS-HOLD-REASON
               END-IF
           END-IF
           MOVE "HOLD" TO RV-ACTION
           MOVE WS-HOLD-REASON TO RV-REASON
           PERFORM C045-WRITE-REVIEW-DETAIL.
      *
       C035-WRITE-CASH-ONLY-RECORD.
           MOVE SPACES TO HOLD-RECORD
           MOVE CU-NUMBER TO HR-CU-NUMBER
           MOVE "C" TO HR-ACTION
           MOVE "RETURNED CHECK" TO HR-REASON
           MOVE WS-RUN-DATE TO HR-RUN-DATE
           WRITE HOLD-RECORD
           ADD 1 TO WS-CASH-ONLY-SET-COUNT
           MOVE "CASH" TO RV-ACTION
           MOVE "RETURNED CHECK" TO RV-REASON
           PERFORM C045-WRITE-REVIEW-DETAIL.
      *
       C040-WRITE-RELEASE-RECORD.
           MOVE SPACES TO HOLD-RECORD
           MOVE "ON HOLD AFTER REVIEW" TO RT-LABEL
           MOVE WS-ON-HOLD-COUNT TO RT-COUNT
           WRITE REVIEW-REPORT-DATA FROM REVIEW-TOTAL-LINE
           MOVE "PLACED ON CASH ONLY" TO RT-LABEL
           MOVE WS-CASH-ONLY-SET-COUNT TO RT-COUNT
           WRITE REVIEW-REPORT-DATA FROM REVIEW-TOTAL-LINE
           MOVE "CASH ONLY AFTER REVIEW" TO RT-LABEL
           MOVE WS-CASH-ONLY-COUNT TO RT-COUNT
           WRITE REVIEW-REPORT-DATA FROM REVIEW-TOTAL-LINE
           MOVE "RECORDS SKIPPED" TO RT-LABEL
           MOVE WS-SKIPPED-COUNT TO RT-COUNT
           WRITE REVIEW-REPORT-DATA FROM REVIEW-TOTAL-LINE
           MOVE "CUSTOMERS WITH DISPUTES" TO RT-LABEL
           MOVE WS-DISPUTED-CUST-COUNT TO RT-COUNT
           WRITE REVIEW-REPORT-DATA FROM REVIEW-TOTAL-LINE
           MOVE "DISPUTED ITEMS EXCLUDED" TO RT-LABEL
           MOVE WS-DISPUTED-ITEM-COUNT TO RT-COUNT
           WRITE REVIEW-REPORT-DATA FROM REVIEW-TOTAL-LINE.
      *
       C050-VALIDATE-INPUT-RECORD.
               AND CU-CREDIT-LIMIT NOT NUMERIC
               MOVE "INVALID CREDIT LIMIT" TO WS-VALIDATION-REASON
           END-IF.
      *
      * THE DISPUTED-ITEM FILE IS KEYED BY CUSTOMER FIRST, SO A
      * CUSTOMER'S DISPUTES ARE READ AS ONE RUN OF KEYS.
       C070-SUM-CUSTOMER-DISPUTES.
           MOVE ZERO TO WS-CU-DISPUTED-AMOUNT
           MOVE ZERO TO WS-CU-DISPUTED-ITEMS
           IF WS-DISPUTE-OPEN-FLAG EQUAL "Y"
               MOVE "N" TO WS-DI-EOF-FLAG
               MOVE LOW-VALUES TO DI-ITEM-KEY
               MOVE CU-NUMBER TO DI-CU-NUMBER
               START DISPUTE-FILE KEY NOT LESS THAN DI-ITEM-KEY
                   INVALID KEY MOVE "Y" TO WS-DI-EOF-FLAG
               END-START
               PERFORM C071-ADD-NEXT-DISPUTE
                   UNTIL WS-DI-EOF-FLAG EQUAL "Y"
           END-IF.
      *
       C071-ADD-NEXT-DISPUTE.
           READ DISPUTE-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-DI-EOF-FLAG
           END-READ
           IF WS-DI-EOF-FLAG NOT EQUAL "Y"
               IF DI-CU-NUMBER NOT EQUAL CU-NUMBER
                   MOVE "Y" TO WS-DI-EOF-FLAG
               ELSE
                   ADD 1 TO WS-CU-DISPUTED-ITEMS
                   IF DI-DISPUTED-AMOUNT NUMERIC
                       ADD DI-DISPUTED-AMOUNT TO WS-CU-DISPUTED-AMOUNT
                   END-IF
               END-IF
           END-IF.
