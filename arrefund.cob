       IDENTIFICATION DIVISION.
       PROGRAM-ID. ArRefund.
      *
      *    CREDIT-BALANCE REFUND RUN.  THE ACCOUNTS RUN LISTS EVERY
      *    CREDIT BALANCE ON ARCREDBL.OUT; THE OFFICE MARKS THE ONES
      *    TO BE REFUNDED AND KEYS AN APPROVAL RECORD FOR EACH -
      *    CUSTOMER, AMOUNT, AND WHO APPROVED IT.  A ZERO AMOUNT
      *    REFUNDS THE WHOLE CREDIT BALANCE.
      *
      *    EACH APPROVAL IS CHECKED AGAINST THE CUSTOMER'S CURRENT
      *    CREDIT BALANCE ON THE INDEXED MASTER: THE RUN NEVER
      *    REFUNDS MORE THAN WE OWE, COUNTING EARLIER APPROVALS
      *    FOR THE SAME CUSTOMER IN THIS RUN.  A CUSTOMER WITH A
      *    RETURNED CHECK STILL AWAITING CREDIT REVIEW IS NOT
      *    REFUNDED, AND A CUSTOMER WITH NO MAILING ADDRESS CANNOT
      *    BE SENT A CHECK.
      *
      *    EVERY ACCEPTED REFUND PRODUCES A CHECK REQUEST FOR
      *    ACCOUNTS PAYABLE, WITH THE MAILING NAME AND ADDRESS FROM
      *    THE ADDRESS FILE, AND A TYPE-D DETAIL ON THE DAILY
      *    TRANSACTION FILE.  THE DETAILS ARE RELEASED IN BATCHES
      *    CLOSED BY TRAILERS THE PROGRAM BUILDS ITSELF, SO THE
      *    POSTING RUN BRINGS EACH ACCOUNT BACK TO ZERO.  THE
      *    REFUND REGISTER LISTS EVERY APPROVAL WITH ITS APPROVER,
      *    THE CREDIT BALANCE, THE AMOUNT REFUNDED OR THE REASON IT
      *    WAS REJECTED, AND THE RUN TOTALS.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. XYZ-1.
       OBJECT-COMPUTER. XYZ-1.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPROVAL-FILE    ASSIGN TO "ARREFAPR.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-APPROVAL-STATUS.
           SELECT CUSTOMER-IX-FILE ASSIGN TO "RECD1IDX.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS IX-CU-NUMBER
                   FILE STATUS IS WS-CUSTOMER-IX-STATUS.
           SELECT ADDRESS-FILE     ASSIGN TO "ARADDR.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ADDRESS-STATUS.
           SELECT CHECK-REQUEST-FILE ASSIGN TO "ARREFAP.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CHECK-REQUEST-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO "ARTRAN.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TRANSACTION-STATUS.
           SELECT REGISTER-FILE    ASSIGN TO "ARREFREG.OUT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REGISTER-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  APPROVAL-FILE.
       01  APPROVAL-DATA               PIC X(30).
       FD  CUSTOMER-IX-FILE.
       01  CUSTOMER-IX-RECORD.
           05  IX-CU-NUMBER            PIC X(5).
           05  FILLER                  PIC X(96).
       FD  ADDRESS-FILE.
       01  ADDRESS-DATA                PIC X(101).
      * CHECK REQUEST FOR ACCOUNTS PAYABLE, ONE PER REFUND.
       FD  CHECK-REQUEST-FILE.
       01  CHECK-REQUEST-RECORD.
           05  RQ-CU-NUMBER            PIC X(5).
           05  RQ-BRANCH-CODE          PIC X(4).
           05  RQ-PAYEE-NAME           PIC X(18).
           05  RQ-ATTENTION            PIC X(20).
           05  RQ-ADDR-LINE-1          PIC X(25).
           05  RQ-ADDR-LINE-2          PIC X(25).
           05  RQ-CITY                 PIC X(15).
           05  RQ-STATE                PIC X(2).
           05  RQ-ZIP                  PIC X(9).
           05  RQ-AMOUNT               PIC 9(6)V99.
           05  RQ-APPROVER             PIC X(8).
           05  RQ-REQUEST-DATE         PIC 9(8).
           05  FILLER                  PIC X(3).
       FD  TRANSACTION-FILE.
       01  TRANSACTION-DATA            PIC X(30).
       FD  REGISTER-FILE.
       01  REGISTER-DATA               PIC X(100).
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-APPROVAL-EOF-FLAG    PIC X.
           05  WS-ADDRESS-EOF-FLAG     PIC X.
           05  WS-CUSTOMER-FOUND-FLAG  PIC X.
           05  WS-APPROVAL-STATUS      PIC XX.
           05  WS-CUSTOMER-IX-STATUS   PIC XX.
           05  WS-ADDRESS-STATUS       PIC XX.
           05  WS-CHECK-REQUEST-STATUS PIC XX.
           05  WS-TRANSACTION-STATUS   PIC XX.
           05  WS-REGISTER-STATUS      PIC XX.
       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-DATE             PIC 9(8).
       01  WS-VALIDATION-FIELDS.
           05  WS-VALIDATION-REASON    PIC X(30).
       01  WS-REFUND-FIELDS.
           05  WS-CUR-BALANCE          PIC S9(7)V99.
           05  WS-CREDIT-BALANCE       PIC 9(7)V99.
           05  WS-AVAILABLE-AMOUNT     PIC 9(7)V99.
           05  WS-REFUND-AMOUNT        PIC 9(6)V99.
       01  WS-RUN-TOTALS.
           05  WS-APPROVAL-READ-COUNT  PIC 9(6).
           05  WS-ACCEPTED-COUNT       PIC 9(6).
           05  WS-REJECTED-COUNT       PIC 9(6).
           05  WS-ACCEPTED-TOTAL       PIC 9(8)V99.
           05  WS-REJECTED-TOTAL       PIC 9(8)V99.
      * APPROVALS ARE HELD SO THE ADDRESS FILE, WHICH IS IN
      * CUSTOMER ORDER, CAN BE READ ONCE WHATEVER ORDER THE
      * APPROVALS WERE KEYED IN.  WS-RA-COMMITTED CARRIES WHAT
      * EARLIER APPROVALS IN THIS RUN HAVE ALREADY REFUNDED TO THE
      * SAME CUSTOMER.
       01  WS-APPROVAL-CONTROL.
           05  WS-RA-COUNT             PIC 9(4)  VALUE ZERO.
           05  WS-RA-SUB               PIC 9(4).
           05  WS-RA-MATCH-SUB         PIC 9(4).
           05  WS-RA-FULL-FLAG         PIC X.
       01  WS-APPROVAL-TABLE.
           05  WS-RA-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-RA-COUNT.
               10  WS-RA-APPROVAL.
                   15  WS-RA-CU-NUMBER PIC X(5).
                   15  FILLER          PIC X(25).
               10  WS-RA-ADDRESS       PIC X(101).
               10  WS-RA-ADDR-FOUND-FLAG PIC X.
               10  WS-RA-COMMITTED     PIC 9(7)V99.
       01  WS-BATCH-CONTROL.
           05  WS-BATCH-COUNT          PIC 9(4).
           05  WS-BATCH-AMOUNT-TOTAL   PIC 9(6)V99.
           05  WS-PROJECTED-BATCH-TOTAL PIC 9(7)V99.
       01  APPROVAL-RECORD.
           05  RA-CU-NUMBER            PIC X(5).
           05  RA-AMOUNT               PIC 9(6)V99.
           05  RA-APPROVER             PIC X(8).
           05  FILLER                  PIC X(9).
       01  ADDRESS-RECORD.
           05  AD-CU-NUMBER            PIC X(5).
           05  AD-ATTENTION            PIC X(20).
           05  AD-ADDR-LINE-1          PIC X(25).
           05  AD-ADDR-LINE-2          PIC X(25).
           05  AD-CITY                 PIC X(15).
           05  AD-STATE                PIC X(2).
           05  AD-ZIP                  PIC X(9).
       01  CUSTOMER-RECORD.
           05  CU-NUMBER               PIC XXXXX.
           05  CU-NAME                 PIC X(18).
           05  CU-BAL-30               PIC 9(6)V99.
           05  CU-BAL-60               PIC 9(6)V99.
           05  CU-BAL-90               PIC 9(6)V99.
           05  CU-BAL-120              PIC 9(6)V99.
           05  CU-CREDIT-LIMIT         PIC 9(6)V99.
           05  CU-BRANCH-CODE          PIC X(4).
           05  CU-PREV-BALANCE         PIC S9(6)V99.
           05  CU-CUR-PURCHASES        PIC 9(6)V99.
           05  CU-CUR-PAYMENTS         PIC 9(6)V99.
           05  CU-CUR-CREDITS          PIC 9(6)V99.
           05  FILLER                  PIC X.
           05  CU-CREDIT-HOLD-FLAG     PIC X.
      * A REFUND IS RELEASED AS A TYPE-D DETAIL DATED TODAY WITH
      * "RFND" AS ITS REFERENCE.
       01  TRANSACTION-RECORD.
           05  TR-CU-NUMBER            PIC X(5).
           05  TR-TRAN-TYPE            PIC X.
           05  TR-AMOUNT               PIC 9(6)V99.
           05  TR-TRAN-DATE            PIC 9(8).
           05  TR-BATCH-COUNT          PIC 9(4).
           05  TR-INVOICE-REF          PIC X(4).
       01  REGISTER-TITLE-LINE.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(30)  VALUE
                   "CREDIT-BALANCE REFUND REGISTER".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  RG-RUN-DATE             PIC 9(8).
       01  REGISTER-HEADING-LINE.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(8)   VALUE "CUSTOMER".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(18)  VALUE "NAME".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(8)   VALUE "APPROVER".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE
                   "  APPROVED".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE
                   "CREDIT BAL".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE
                   "  REFUNDED".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(11)  VALUE
                   "DISPOSITION".
       01  REGISTER-DETAIL-LINE.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  RG-NUMBER               PIC X(5).
           05  FILLER                  PIC X(5)   VALUE SPACES.
           05  RG-NAME                 PIC X(18).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  RG-APPROVER             PIC X(8).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  RG-APPROVED-AMOUNT      PIC ZZZ,ZZZ.99.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  RG-CREDIT-BALANCE       PIC ZZZ,ZZZ.99.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  RG-REFUND-AMOUNT        PIC ZZZ,ZZZ.99.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  RG-DISPOSITION          PIC X(30).
       01  REGISTER-TOTAL-LINE.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  RT-LABEL                PIC X(28).
           05  RT-COUNT                PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  RT-AMOUNT               PIC ZZ,ZZZ,ZZZ.99.
      *
       PROCEDURE DIVISION.
      *
       A000-MAIN-CONTROL.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM B010-INITIALIZE-WORKING-DATA
           OPEN OUTPUT REGISTER-FILE
           PERFORM B020-WRITE-REGISTER-HEADINGS
           OPEN INPUT CUSTOMER-IX-FILE
           IF WS-CUSTOMER-IX-STATUS NOT EQUAL "00"
               MOVE SPACES TO REGISTER-DATA
               MOVE "*** INDEXED CUSTOMER MASTER NOT AVAILABLE ***"
                   TO REGISTER-DATA
               WRITE REGISTER-DATA
                   AFTER ADVANCING 1 LINE
               MOVE SPACES TO REGISTER-DATA
               MOVE "*** RUN ABORTED - NO REFUNDS RELEASED ***"
                   TO REGISTER-DATA
               WRITE REGISTER-DATA
                   AFTER ADVANCING 1 LINE
               CLOSE REGISTER-FILE
               STOP RUN
           END-IF
           OPEN INPUT APPROVAL-FILE
           IF WS-APPROVAL-STATUS NOT EQUAL "00"
               MOVE SPACES TO REGISTER-DATA
               MOVE "*** NO REFUND APPROVAL FILE - NOTHING RELEASED ***"
                   TO REGISTER-DATA
               WRITE REGISTER-DATA
                   AFTER ADVANCING 1 LINE
               CLOSE CUSTOMER-IX-FILE
               CLOSE REGISTER-FILE
               STOP RUN
           END-IF
           PERFORM B030-READ-APPROVAL
           PERFORM B035-HOLD-APPROVAL
               UNTIL WS-APPROVAL-EOF-FLAG EQUAL "Y"
           CLOSE APPROVAL-FILE
           PERFORM B040-LOAD-ADDRESSES
           OPEN OUTPUT CHECK-REQUEST-FILE
           PERFORM B050-OPEN-TRANSACTION-FOR-WRITE
           MOVE ZERO TO WS-BATCH-COUNT
           MOVE ZERO TO WS-BATCH-AMOUNT-TOTAL
           PERFORM B060-PROCESS-APPROVAL
               VARYING WS-RA-SUB FROM 1 BY 1
               UNTIL WS-RA-SUB GREATER THAN WS-RA-COUNT
           PERFORM B065-WRITE-BATCH-TRAILER
           CLOSE TRANSACTION-FILE
           CLOSE CHECK-REQUEST-FILE
           CLOSE CUSTOMER-IX-FILE
           PERFORM B080-WRITE-REGISTER-TOTALS
           CLOSE REGISTER-FILE
           STOP RUN.
      *
       B010-INITIALIZE-WORKING-DATA.
           MOVE "N" TO WS-APPROVAL-EOF-FLAG
           MOVE "N" TO WS-RA-FULL-FLAG
           MOVE ZERO TO WS-RA-COUNT
           MOVE ZERO TO WS-APPROVAL-READ-COUNT
           MOVE ZERO TO WS-ACCEPTED-COUNT
           MOVE ZERO TO WS-REJECTED-COUNT
           MOVE ZERO TO WS-ACCEPTED-TOTAL
           MOVE ZERO TO WS-REJECTED-TOTAL
           MOVE ZERO TO WS-BATCH-COUNT
           MOVE ZERO TO WS-BATCH-AMOUNT-TOTAL.
      *
       B020-WRITE-REGISTER-HEADINGS.
           MOVE WS-RUN-DATE TO RG-RUN-DATE
           WRITE REGISTER-DATA FROM REGISTER-TITLE-LINE
           WRITE REGISTER-DATA FROM REGISTER-HEADING-LINE
               AFTER ADVANCING 2 LINES
           MOVE SPACES TO REGISTER-DATA
           WRITE REGISTER-DATA
               AFTER ADVANCING 1 LINE.
      *
       B030-READ-APPROVAL.
           READ APPROVAL-FILE INTO APPROVAL-RECORD
               AT END MOVE "Y" TO WS-APPROVAL-EOF-FLAG
           END-READ
           IF WS-APPROVAL-EOF-FLAG NOT EQUAL "Y"
               ADD 1 TO WS-APPROVAL-READ-COUNT
           END-IF.
      *
      * AN APPROVAL THAT DOES NOT FIT IN THE TABLE IS REJECTED
      * ON THE REGISTER AND MUST BE RE-KEYED FOR THE NEXT RUN.
       B035-HOLD-APPROVAL.
           IF WS-RA-COUNT LESS THAN 500
               ADD 1 TO WS-RA-COUNT
               MOVE APPROVAL-RECORD TO WS-RA-APPROVAL(WS-RA-COUNT)
               MOVE SPACES TO WS-RA-ADDRESS(WS-RA-COUNT)
               MOVE "N" TO WS-RA-ADDR-FOUND-FLAG(WS-RA-COUNT)
               MOVE ZERO TO WS-RA-COMMITTED(WS-RA-COUNT)
           ELSE
               MOVE "Y" TO WS-RA-FULL-FLAG
               MOVE SPACES TO CUSTOMER-RECORD
               MOVE ZERO TO WS-CREDIT-BALANCE
               MOVE "APPROVAL TABLE FULL" TO WS-VALIDATION-REASON
               PERFORM C020-WRITE-REJECTED-LINE
           END-IF
           PERFORM B030-READ-APPROVAL.
      *
      * ONE PASS OF THE ADDRESS FILE FILLS IN THE MAILING ADDRESS
      * OF EVERY HELD APPROVAL FOR THAT CUSTOMER.  A MISSING
      * ADDRESS FILE LEAVES EVERY APPROVAL WITHOUT AN ADDRESS.
       B040-LOAD-ADDRESSES.
           MOVE "N" TO WS-ADDRESS-EOF-FLAG
           OPEN INPUT ADDRESS-FILE
           IF WS-ADDRESS-STATUS EQUAL "00"
               PERFORM B045-MATCH-ONE-ADDRESS
                   UNTIL WS-ADDRESS-EOF-FLAG EQUAL "Y"
               CLOSE ADDRESS-FILE
           END-IF.
      *
       B045-MATCH-ONE-ADDRESS.
           READ ADDRESS-FILE INTO ADDRESS-RECORD
               AT END MOVE "Y" TO WS-ADDRESS-EOF-FLAG
           END-READ
           IF WS-ADDRESS-EOF-FLAG NOT EQUAL "Y"
               PERFORM B046-STORE-ADDRESS
                   VARYING WS-RA-MATCH-SUB FROM 1 BY 1
                   UNTIL WS-RA-MATCH-SUB GREATER THAN WS-RA-COUNT
           END-IF.
      *
       B046-STORE-ADDRESS.
           IF WS-RA-CU-NUMBER(WS-RA-MATCH-SUB) EQUAL AD-CU-NUMBER
               MOVE ADDRESS-RECORD TO WS-RA-ADDRESS(WS-RA-MATCH-SUB)
               MOVE "Y" TO WS-RA-ADDR-FOUND-FLAG(WS-RA-MATCH-SUB)
           END-IF.
      *
       B050-OPEN-TRANSACTION-FOR-WRITE.
           OPEN EXTEND TRANSACTION-FILE
           IF WS-TRANSACTION-STATUS NOT EQUAL "00"
               OPEN OUTPUT TRANSACTION-FILE
               CLOSE TRANSACTION-FILE
               OPEN EXTEND TRANSACTION-FILE
           END-IF.
      *
       B060-PROCESS-APPROVAL.
           MOVE WS-RA-APPROVAL(WS-RA-SUB) TO APPROVAL-RECORD
           MOVE WS-RA-ADDRESS(WS-RA-SUB) TO ADDRESS-RECORD
           PERFORM C010-VALIDATE-APPROVAL
           IF WS-VALIDATION-REASON NOT EQUAL SPACES
               PERFORM C020-WRITE-REJECTED-LINE
           ELSE
               PERFORM C030-WRITE-CHECK-REQUEST
               PERFORM C040-WRITE-REFUND-DETAIL
               PERFORM C050-COMMIT-LATER-APPROVALS
                   VARYING WS-RA-MATCH-SUB FROM WS-RA-SUB BY 1
                   UNTIL WS-RA-MATCH-SUB GREATER THAN WS-RA-COUNT
               ADD 1 TO WS-ACCEPTED-COUNT
               ADD WS-REFUND-AMOUNT TO WS-ACCEPTED-TOTAL
               MOVE CU-NUMBER TO RG-NUMBER
               MOVE CU-NAME TO RG-NAME
               MOVE RA-APPROVER TO RG-APPROVER
               MOVE RA-AMOUNT TO RG-APPROVED-AMOUNT
               MOVE WS-CREDIT-BALANCE TO RG-CREDIT-BALANCE
               MOVE WS-REFUND-AMOUNT TO RG-REFUND-AMOUNT
               MOVE "CHECK REQUESTED" TO RG-DISPOSITION
               WRITE REGISTER-DATA FROM REGISTER-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
      *
      * THE POSTING RUN HOLDS AT MOST 500 DETAILS PER BATCH AND
      * THE TRAILER AMOUNT HASH HOLDS AT MOST 999,999.99, SO THE
      * CURRENT BATCH IS CLOSED WITH A TRAILER BEFORE EITHER
      * LIMIT WOULD BE EXCEEDED.
       B065-WRITE-BATCH-TRAILER.
           IF WS-BATCH-COUNT GREATER THAN ZERO
               MOVE SPACES TO TRANSACTION-RECORD
               MOVE "BATCH" TO TR-CU-NUMBER
               MOVE "T" TO TR-TRAN-TYPE
               MOVE WS-BATCH-AMOUNT-TOTAL TO TR-AMOUNT
               MOVE WS-RUN-DATE TO TR-TRAN-DATE
               MOVE WS-BATCH-COUNT TO TR-BATCH-COUNT
               WRITE TRANSACTION-DATA FROM TRANSACTION-RECORD
               MOVE ZERO TO WS-BATCH-COUNT
               MOVE ZERO TO WS-BATCH-AMOUNT-TOTAL
           END-IF.
      *
       B080-WRITE-REGISTER-TOTALS.
           MOVE SPACES TO REGISTER-DATA
           WRITE REGISTER-DATA
               AFTER ADVANCING 1 LINE
           MOVE "APPROVALS READ" TO RT-LABEL
           MOVE WS-APPROVAL-READ-COUNT TO RT-COUNT
           MOVE ZERO TO RT-AMOUNT
           WRITE REGISTER-DATA FROM REGISTER-TOTAL-LINE
           MOVE "REFUNDS RELEASED" TO RT-LABEL
           MOVE WS-ACCEPTED-COUNT TO RT-COUNT
           MOVE WS-ACCEPTED-TOTAL TO RT-AMOUNT
           WRITE REGISTER-DATA FROM REGISTER-TOTAL-LINE
           MOVE "APPROVALS REJECTED" TO RT-LABEL
           MOVE WS-REJECTED-COUNT TO RT-COUNT
           MOVE WS-REJECTED-TOTAL TO RT-AMOUNT
           WRITE REGISTER-DATA FROM REGISTER-TOTAL-LINE
           IF WS-RA-FULL-FLAG EQUAL "Y"
               MOVE SPACES TO REGISTER-DATA
               MOVE "*** APPROVAL TABLE FULL - SOME NOT PROCESSED ***"
                   TO REGISTER-DATA
               WRITE REGISTER-DATA
                   AFTER ADVANCING 2 LINES
           END-IF.
      *
      * THE CREDIT BALANCE IS DERIVED THE WAY THE ACCOUNTS RUN
      * DERIVES EVERY BALANCE, AND WHAT IS LEFT OF IT AFTER
      * EARLIER REFUNDS IN THIS RUN IS THE MOST THAT CAN GO BACK.
       C010-VALIDATE-APPROVAL.
           MOVE SPACES TO WS-VALIDATION-REASON
           MOVE SPACES TO CUSTOMER-RECORD
           MOVE ZERO TO WS-CREDIT-BALANCE
           MOVE ZERO TO WS-REFUND-AMOUNT
           IF RA-CU-NUMBER EQUAL SPACES
               MOVE "BLANK CUSTOMER NUMBER" TO WS-VALIDATION-REASON
           END-IF
           IF WS-VALIDATION-REASON EQUAL SPACES
               AND RA-AMOUNT NOT NUMERIC
               MOVE "INVALID REFUND AMOUNT" TO WS-VALIDATION-REASON
           END-IF
           IF WS-VALIDATION-REASON EQUAL SPACES
               AND RA-APPROVER EQUAL SPACES
               MOVE "NO APPROVER" TO WS-VALIDATION-REASON
           END-IF
           IF WS-VALIDATION-REASON EQUAL SPACES
               PERFORM C015-READ-CUSTOMER
           END-IF
           IF WS-VALIDATION-REASON EQUAL SPACES
               AND CU-CREDIT-HOLD-FLAG EQUAL "R"
               MOVE "RETURNED CHECK UNDER REVIEW" TO
                   WS-VALIDATION-REASON
           END-IF
           IF WS-VALIDATION-REASON EQUAL SPACES
               ADD CU-PREV-BALANCE, CU-CUR-PURCHASES
                   GIVING WS-CUR-BALANCE
               SUBTRACT CU-CUR-PAYMENTS, CU-CUR-CREDITS
                   FROM WS-CUR-BALANCE
               IF WS-CUR-BALANCE NOT LESS THAN ZERO
                   MOVE "NO CREDIT BALANCE" TO WS-VALIDATION-REASON
               ELSE
                   MOVE WS-CUR-BALANCE TO WS-CREDIT-BALANCE
               END-IF
           END-IF
           IF WS-VALIDATION-REASON EQUAL SPACES
               IF WS-RA-COMMITTED(WS-RA-SUB) NOT LESS THAN
                   WS-CREDIT-BALANCE
                   MOVE "CREDIT ALREADY REFUNDED" TO
                       WS-VALIDATION-REASON
               ELSE
                   SUBTRACT WS-RA-COMMITTED(WS-RA-SUB) FROM
                       WS-CREDIT-BALANCE GIVING WS-AVAILABLE-AMOUNT
               END-IF
           END-IF
           IF WS-VALIDATION-REASON EQUAL SPACES
               IF RA-AMOUNT EQUAL ZERO
                   IF WS-AVAILABLE-AMOUNT GREATER THAN 999999.99
                       MOVE "REFUND OVER 999,999.99" TO
                           WS-VALIDATION-REASON
                   ELSE
                       MOVE WS-AVAILABLE-AMOUNT TO WS-REFUND-AMOUNT
                   END-IF
               ELSE
                   IF RA-AMOUNT GREATER THAN WS-AVAILABLE-AMOUNT
                       MOVE "EXCEEDS CREDIT BALANCE" TO
                           WS-VALIDATION-REASON
                   ELSE
                       MOVE RA-AMOUNT TO WS-REFUND-AMOUNT
                   END-IF
               END-IF
           END-IF
           IF WS-VALIDATION-REASON EQUAL SPACES
               AND WS-RA-ADDR-FOUND-FLAG(WS-RA-SUB) NOT EQUAL "Y"
               MOVE "NO MAILING ADDRESS" TO WS-VALIDATION-REASON
           END-IF.
      *
       C015-READ-CUSTOMER.
           MOVE RA-CU-NUMBER TO IX-CU-NUMBER
           MOVE "Y" TO WS-CUSTOMER-FOUND-FLAG
           READ CUSTOMER-IX-FILE
               INVALID KEY MOVE "N" TO WS-CUSTOMER-FOUND-FLAG
           END-READ
           IF WS-CUSTOMER-FOUND-FLAG NOT EQUAL "Y"
               MOVE "CUSTOMER NOT ON MASTER" TO WS-VALIDATION-REASON
           ELSE
               MOVE CUSTOMER-IX-RECORD TO CUSTOMER-RECORD
               IF CU-PREV-BALANCE NOT NUMERIC
                   OR CU-CUR-PURCHASES NOT NUMERIC
                   OR CU-CUR-PAYMENTS NOT NUMERIC
                   OR CU-CUR-CREDITS NOT NUMERIC
                   MOVE "CUSTOMER RECORD INVALID" TO
                       WS-VALIDATION-REASON
               END-IF
           END-IF.
      *
       C020-WRITE-REJECTED-LINE.
           MOVE RA-CU-NUMBER TO RG-NUMBER
           MOVE CU-NAME TO RG-NAME
           MOVE RA-APPROVER TO RG-APPROVER
           MOVE ZERO TO RG-APPROVED-AMOUNT
           IF RA-AMOUNT NUMERIC
               MOVE RA-AMOUNT TO RG-APPROVED-AMOUNT
               ADD RA-AMOUNT TO WS-REJECTED-TOTAL
           END-IF
           MOVE WS-CREDIT-BALANCE TO RG-CREDIT-BALANCE
           MOVE ZERO TO RG-REFUND-AMOUNT
           MOVE WS-VALIDATION-REASON TO RG-DISPOSITION
           WRITE REGISTER-DATA FROM REGISTER-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-REJECTED-COUNT.
      *
       C030-WRITE-CHECK-REQUEST.
           MOVE SPACES TO CHECK-REQUEST-RECORD
           MOVE CU-NUMBER TO RQ-CU-NUMBER
           MOVE CU-BRANCH-CODE TO RQ-BRANCH-CODE
           MOVE CU-NAME TO RQ-PAYEE-NAME
           MOVE AD-ATTENTION TO RQ-ATTENTION
           MOVE AD-ADDR-LINE-1 TO RQ-ADDR-LINE-1
           MOVE AD-ADDR-LINE-2 TO RQ-ADDR-LINE-2
           MOVE AD-CITY TO RQ-CITY
           MOVE AD-STATE TO RQ-STATE
           MOVE AD-ZIP TO RQ-ZIP
           MOVE WS-REFUND-AMOUNT TO RQ-AMOUNT
           MOVE RA-APPROVER TO RQ-APPROVER
           MOVE WS-RUN-DATE TO RQ-REQUEST-DATE
           WRITE CHECK-REQUEST-RECORD.
      *
       C040-WRITE-REFUND-DETAIL.
           ADD WS-REFUND-AMOUNT, WS-BATCH-AMOUNT-TOTAL
               GIVING WS-PROJECTED-BATCH-TOTAL
           IF WS-BATCH-COUNT NOT LESS THAN 500
               OR WS-PROJECTED-BATCH-TOTAL GREATER THAN 999999.99
               PERFORM B065-WRITE-BATCH-TRAILER
           END-IF
           MOVE SPACES TO TRANSACTION-RECORD
           MOVE CU-NUMBER TO TR-CU-NUMBER
           MOVE "D" TO TR-TRAN-TYPE
           MOVE WS-REFUND-AMOUNT TO TR-AMOUNT
           MOVE WS-RUN-DATE TO TR-TRAN-DATE
           MOVE ZERO TO TR-BATCH-COUNT
           MOVE "RFND" TO TR-INVOICE-REF
           WRITE TRANSACTION-DATA FROM TRANSACTION-RECORD
           ADD 1 TO WS-BATCH-COUNT
           ADD WS-REFUND-AMOUNT TO WS-BATCH-AMOUNT-TOTAL.
      *
      * LATER APPROVALS FOR THE SAME CUSTOMER CAN ONLY REFUND
      * WHAT THIS ONE LEFT.
       C050-COMMIT-LATER-APPROVALS.
           IF WS-RA-CU-NUMBER(WS-RA-MATCH-SUB) EQUAL CU-NUMBER
               ADD WS-REFUND-AMOUNT TO
                   WS-RA-COMMITTED(WS-RA-MATCH-SUB)
           END-IF.
