      *    THE CHARGES AS A BALANCED BATCH OF INVOICE TRANSACTIONS,
      *    DATED WITH THE RUN DATE AND CLOSED WITH A BATCH TRAILER,
      *    SO THE DAILY POSTING RUN CAN APPLY THEM TO THE
      *    CUSTOMERS' BALANCES.  EACH CHARGE CARRIES THE INVOICE
      *    REFERENCE "FCHG", WHICH THE POSTING RUN USES TO LEDGER
      *    IT AS A FINANCE CHARGE RATHER THAN A SALE.
      *
      *    CUSTOMERS FLAGGED EXEMPT ON THE MASTER ARE SKIPPED AND
      *    COUNTED.  IF NO RATE RECORD IS SUPPLIED, NO CHARGES ARE
      *    ASSESSED AND THE REGISTER SAYS SO.
      *
      *    OPEN ITEMS IN DISPUTE ARE KEPT OUT OF THE AGED BUCKETS
      *    BY THE POSTING RUN AND SO DRAW NO CHARGE.  THE ITEMS
      *    LEFT OUT, AND THEIR AMOUNT, ARE TAKEN FROM THE
      *    DISPUTED-ITEM FILE AND COUNTED ON THE REGISTER.
      *
      *    THE ASSESSMENT IS HONORED ONLY ONCE PER PERIOD ID: THE
      *    RUN SEQUENCE CONTROL RECORD REMEMBERS THE LAST PERIOD
      *    ASSESSED, AND A REPEAT IS REFUSED (AND SAID SO ON THE
           SELECT CHARGE-TRAN-FILE ASSIGN TO "ARFINTRN.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CHARGE-TRAN-STATUS.
           SELECT DISPUTE-FILE     ASSIGN TO "ARDISPIX.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DI-ITEM-KEY
                   FILE STATUS IS WS-DISPUTE-STATUS.
           SELECT RUN-PARM-FILE    ASSIGN TO "RUNPARM.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUNPARM-STATUS.
       01  REGISTER-DATA               PIC X(100).
       FD  CHARGE-TRAN-FILE.
       01  CHARGE-TRAN-DATA            PIC X(30).
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
       FD  RUN-PARM-FILE.
       01  RUNPARM-RECORD.
           05  RP-PERIOD-ID                PIC X(6).
           05  RC-ACCOUNTS-ACTIVE-FLAG     PIC X.
           05  RC-FINCHG-PERIOD-ID         PIC X(6).
           05  RC-ROLL-PERIOD-ID           PIC X(6).
           05  RC-RECON-STATUS-FLAG        PIC X.
           05  FILLER                      PIC X(6).
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-EOF-FLAG             PIC X.
           05  WS-PARM-OVERRIDE-FLAG   PIC X.
           05  WS-ASSESS-ALLOWED-FLAG  PIC X.
           05  WS-OVERRIDE-USED-FLAG   PIC X.
           05  WS-DISPUTE-STATUS       PIC XX.
           05  WS-DISPUTE-OPEN-FLAG    PIC X.
           05  WS-DI-EOF-FLAG          PIC X.
       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-DATE             PIC 9(8).
       01  WS-PARM-FIELDS.
           05  WS-RC-ACCOUNTS-ACTIVE   PIC X.
           05  WS-RC-FINCHG-PERIOD-ID  PIC X(6).
           05  WS-RC-ROLL-PERIOD-ID    PIC X(6).
           05  WS-RC-RECON-STATUS      PIC X.
       01  WS-RATE-FIELDS.
           05  WS-RATE-30              PIC 9V9(4).
           05  WS-RATE-60              PIC 9V9(4).
           05  WS-CHARGE-90            PIC 9(6)V99.
           05  WS-CHARGE-120           PIC 9(6)V99.
           05  WS-CHARGE-AMOUNT        PIC 9(6)V99.
           05  WS-CU-DISPUTED-AMOUNT   PIC 9(7)V99.
           05  WS-CU-DISPUTED-ITEMS    PIC 9(4).
       01  WS-RUN-TOTALS.
           05  WS-ASSESSED-COUNT       PIC 9(6).
           05  WS-EXEMPT-COUNT         PIC 9(6).
           05  WS-SKIPPED-COUNT        PIC 9(6).
           05  WS-TOTAL-CHARGES        PIC 9(8)V99.
           05  WS-DISPUTED-CUST-COUNT  PIC 9(6).
           05  WS-DISPUTED-ITEM-COUNT  PIC 9(6).
           05  WS-TOTAL-DISPUTED       PIC 9(8)V99.
           05  WS-BATCH-AMOUNT-TOTAL   PIC 9(6)V99.
           05  WS-PROJECTED-BATCH-TOTAL PIC 9(7)V99.
           05  WS-BATCH-COUNT          PIC 9(4).
           05  CT-AMOUNT               PIC 9(6)V99.
           05  CT-TRAN-DATE            PIC 9(8).
           05  CT-BATCH-COUNT          PIC 9(4).
      * INVOICE REFERENCE.  EVERY CHARGE CARRIES "FCHG" SO THE
      * POSTING RUN LEDGERS IT AS A FINANCE CHARGE.
           05  CT-INVOICE-REF          PIC X(4).
       01  REGISTER-TITLE-LINE.
           05  FILLER                  PIC X(20)  VALUE SPACES.
           05  FILLER                  PIC X(31)  VALUE
                       AFTER ADVANCING 1 LINE
               END-IF
               IF WS-RATE-FOUND-FLAG EQUAL "Y"
                   PERFORM B027-OPEN-DISPUTE-FILE
                   PERFORM B030-READ-INPUT
                   PERFORM B040-ASSESS-CUSTOMER
                       UNTIL WS-EOF-FLAG IS EQUAL TO "Y"
                   IF WS-DISPUTE-OPEN-FLAG EQUAL "Y"
                       CLOSE DISPUTE-FILE
                   END-IF
                   PERFORM B060-WRITE-BATCH-TRAILER
                   PERFORM B065-STAMP-RUN-CONTROL
               ELSE
           MOVE ZERO TO WS-EXEMPT-COUNT
           MOVE ZERO TO WS-SKIPPED-COUNT
           MOVE ZERO TO WS-TOTAL-CHARGES
           MOVE ZERO TO WS-DISPUTED-CUST-COUNT
           MOVE ZERO TO WS-DISPUTED-ITEM-COUNT
           MOVE ZERO TO WS-TOTAL-DISPUTED
           MOVE ZERO TO WS-BATCH-AMOUNT-TOTAL
           MOVE ZERO TO WS-BATCH-COUNT
           MOVE "N" TO WS-PARM-OVERRIDE-FLAG
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
               CLOSE RUN-CONTROL-FILE
           END-IF.
           MOVE SPACES TO REGISTER-DATA
           WRITE REGISTER-DATA
               AFTER ADVANCING 1 LINE.
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
       B030-READ-INPUT.
           READ CUSTOMER-FILE INTO CUSTOMER-RECORD
               IF CU-FINCHG-EXEMPT-FLAG EQUAL "Y"
                   ADD 1 TO WS-EXEMPT-COUNT
               ELSE
                   PERFORM C070-SUM-CUSTOMER-DISPUTES
                   IF WS-CU-DISPUTED-ITEMS GREATER THAN ZERO
                       ADD 1 TO WS-DISPUTED-CUST-COUNT
                       ADD WS-CU-DISPUTED-ITEMS TO
                           WS-DISPUTED-ITEM-COUNT
                       ADD WS-CU-DISPUTED-AMOUNT TO WS-TOTAL-DISPUTED
                   END-IF
                   PERFORM C010-CALCULATE-CHARGE
                   IF WS-CHARGE-AMOUNT GREATER THAN ZERO
                       PERFORM C020-WRITE-REGISTER-DETAIL
           MOVE WS-SKIPPED-COUNT TO RT-COUNT
           MOVE ZERO TO RT-AMOUNT
           WRITE REGISTER-DATA FROM REGISTER-TOTAL-LINE
           MOVE "CUSTOMERS WITH DISPUTES" TO RT-LABEL
           MOVE WS-DISPUTED-CUST-COUNT TO RT-COUNT
           MOVE ZERO TO RT-AMOUNT
           WRITE REGISTER-DATA FROM REGISTER-TOTAL-LINE
           MOVE "DISPUTED ITEMS EXCLUDED" TO RT-LABEL
           MOVE WS-DISPUTED-ITEM-COUNT TO RT-COUNT
           MOVE WS-TOTAL-DISPUTED TO RT-AMOUNT
           WRITE REGISTER-DATA FROM REGISTER-TOTAL-LINE
           MOVE "TOTAL CHARGES ASSESSED" TO RT-LABEL
           MOVE ZERO TO RT-COUNT
           MOVE WS-TOTAL-CHARGES TO RT-AMOUNT
           MOVE WS-CHARGE-AMOUNT TO CT-AMOUNT
           MOVE WS-RUN-DATE TO CT-TRAN-DATE
           MOVE ZERO TO CT-BATCH-COUNT
           MOVE "FCHG" TO CT-INVOICE-REF
           WRITE CHARGE-TRAN-DATA FROM CHARGE-TRAN-RECORD
           ADD 1 TO WS-ASSESSED-COUNT
           ADD 1 TO WS-BATCH-COUNT
               AND CU-BAL-120 NOT NUMERIC
               MOVE "INVALID 120 DAY BALANCE" TO WS-VALIDATION-REASON
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
