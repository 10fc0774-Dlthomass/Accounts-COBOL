      *    THREE-PASS SHAPE THE HISTORY PURGE USES - NO TABLE, SO
      *    NO CEILING ON THE NUMBER OF ADDRESSES.
      *
      *    A THIRD REQUEST STREAM OPENS, CHANGES, AND CLOSES
      *    DISPUTES AGAINST INDIVIDUAL OPEN ITEMS.  EACH REQUEST
      *    NAMES THE OPEN ITEM BY ITS FULL KEY AND CARRIES THE
      *    REASON CODE, THE DATE THE DISPUTE WAS OPENED (THE RUN
      *    DATE IF NONE IS GIVEN), AND THE OWNER WORKING IT.  AN
      *    OPENED DISPUTE IS WRITTEN TO THE INDEXED DISPUTED-ITEM
      *    FILE UNDER THE ITEM'S KEY AND THE ITEM IS FLAGGED; A
      *    CLOSE REMOVES BOTH.  THE DISPUTE RECORD IS THE SAME 101
      *    BYTES AS THE MASTER, SO DISPUTE CHANGES GO TO THE SAME
      *    AUDIT TRAIL UNDER THEIR OWN FILE CODE.
      *
      *    A FOURTH REQUEST STREAM ASSIGNS, CHANGES, AND REMOVES
      *    THE PAYMENT TERMS CODE OF A CUSTOMER.  THE CODE MUST BE
      *    ON THE PAYMENT TERMS TABLE AND THE CUSTOMER ON THE
      *    MASTER; THE ASSIGNMENT IS WRITTEN TO THE INDEXED
      *    CUSTOMER TERMS FILE WITH THE DATE IT TOOK EFFECT (THE
      *    RUN DATE IF NONE IS GIVEN).  A CUSTOMER WITH NO CODE IS
      *    ON THE STANDARD TERMS.  THE ASSIGNMENT RECORD IS ALSO
      *    101 BYTES AND GOES TO THE AUDIT TRAIL UNDER ITS OWN
      *    FILE CODE.
      *
      *    A FIFTH REQUEST STREAM RECORDS THE PROMISES TO PAY THE
      *    COLLECTORS NEGOTIATE OFF THE WORK LIST.  A PROMISE IS
      *    KEPT ON THE INDEXED PROMISE FILE UNDER THE CUSTOMER
      *    NUMBER WITH THE COLLECTOR WHO TOOK IT AND UP TO FOUR
      *    INSTALLMENTS, EACH A DUE DATE AND AN AMOUNT, IN DATE
      *    ORDER.  AN ADD TAKES A NEW PROMISE, REPLACING ONE THAT
      *    WAS BROKEN OR COMPLETED; A CHANGE RESCHEDULES A PROMISE
      *    STILL BEING KEPT, AND A DELETE CANCELS IT.  THE POSTING
      *    RUN CREDITS PAYMENTS AGAINST THE PROMISE AND MARKS IT
      *    COMPLETED OR BROKEN; THE COLLECTION RUN HOLDS THE
      *    ACCOUNT'S DUNNING LEVEL WHILE IT IS KEPT.  THE PROMISE
      *    RECORD IS ALSO 101 BYTES AND GOES TO THE AUDIT TRAIL
      *    UNDER ITS OWN FILE CODE.
      *
      *    THE SAME FIELD EDITS THE ACCOUNTS VALIDATION PASS
      *    APPLIES ARE ENFORCED HERE: ADDS AND CHANGES WITH
      *    NON-NUMERIC BALANCES OR CREDIT LIMIT ARE REJECTED.
           SELECT ADDR-WORK-FILE   ASSIGN TO "ARADDRWK.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ADDR-WORK-STATUS.
           SELECT OPEN-ITEM-FILE   ASSIGN TO "AROPENIX.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS OI-ITEM-KEY
                   FILE STATUS IS WS-OPENITEM-STATUS.
           SELECT DISPUTE-FILE     ASSIGN TO "ARDISPIX.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DI-ITEM-KEY
                   FILE STATUS IS WS-DISPUTE-STATUS.
           SELECT DISP-MAINT-FILE  ASSIGN TO "ARDSMNT.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DISP-MAINT-STATUS.
           SELECT TERMS-FILE       ASSIGN TO "ARTERMS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TERMS-STATUS.
           SELECT CUSTOMER-TERMS-FILE ASSIGN TO "ARCUTERM.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CT-CU-NUMBER
                   FILE STATUS IS WS-CUST-TERMS-STATUS.
           SELECT TERMS-MAINT-FILE ASSIGN TO "ARTRMMNT.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TERMS-MAINT-STATUS.
           SELECT PROMISE-FILE     ASSIGN TO "ARPROMIX.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PM-CU-NUMBER
                   FILE STATUS IS WS-PROMISE-STATUS.
           SELECT PROM-MAINT-FILE  ASSIGN TO "ARPRMMNT.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PROM-MAINT-STATUS.
           SELECT AUDIT-FILE       ASSIGN TO "ARAUDIT.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AUDIT-STATUS.
           05  RC-ACCOUNTS-ACTIVE-FLAG     PIC X.
           05  RC-FINCHG-PERIOD-ID         PIC X(6).
           05  RC-ROLL-PERIOD-ID           PIC X(6).
           05  RC-RECON-STATUS-FLAG        PIC X.
           05  FILLER                      PIC X(6).
       FD  MAINT-FILE.
       01  MAINT-DATA                  PIC X(102).
       FD  ADDRESS-FILE.
       01  ADDR-MAINT-DATA             PIC X(102).
       FD  ADDR-WORK-FILE.
       01  ADDR-WORK-DATA              PIC X(101).
      * ONE RECORD PER UNPAID INVOICE, KEYED CUSTOMER, INVOICE
      * DATE, REFERENCE, AND SEQUENCE.
       FD  OPEN-ITEM-FILE.
       01  OPEN-ITEM-RECORD.
           05  OI-ITEM-KEY.
               10  OI-CU-NUMBER        PIC X(5).
               10  OI-INVOICE-DATE     PIC 9(8).
               10  OI-INVOICE-REF      PIC X(4).
               10  OI-ITEM-SEQ         PIC 9(3).
           05  OI-ORIGINAL-AMOUNT      PIC 9(6)V99.
           05  OI-OPEN-AMOUNT          PIC 9(6)V99.
      * "D" MEANS THE ITEM IS ON THE DISPUTED-ITEM FILE.
           05  OI-DISPUTE-FLAG         PIC X.
      * DUE DATE AS A DAY NUMBER, SET BY THE POSTING RUN.
           05  OI-DUE-DAY-NUMBER       PIC 9(7).
      * ONE RECORD PER DISPUTED OPEN ITEM, UNDER THE ITEM'S OWN
      * KEY.  THE DISPUTED AMOUNT IS REFRESHED BY EVERY POSTING
      * RUN FROM THE ITEM'S OPEN AMOUNT.
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
       FD  DISP-MAINT-FILE.
       01  DISP-MAINT-DATA             PIC X(102).
      * PAYMENT TERMS TABLE, ONE RECORD PER TERMS CODE.
       FD  TERMS-FILE.
       01  TERMS-RECORD.
           05  TT-TERMS-CODE           PIC X(3).
           05  TT-DESCRIPTION          PIC X(20).
           05  TT-NET-DAYS             PIC 9(3).
           05  TT-DISCOUNT-PCT         PIC 9V99.
           05  TT-DISCOUNT-DAYS        PIC 9(3).
           05  FILLER                  PIC X(8).
      * THE TERMS CODE ASSIGNED TO EACH CUSTOMER, KEYED ON THE
      * CUSTOMER NUMBER.
       FD  CUSTOMER-TERMS-FILE.
       01  CUSTOMER-TERMS-RECORD.
           05  CT-CU-NUMBER            PIC X(5).
           05  CT-TERMS-CODE           PIC X(3).
           05  CT-DATE-ASSIGNED        PIC 9(8).
           05  FILLER                  PIC X(85).
       FD  TERMS-MAINT-FILE.
       01  TERMS-MAINT-DATA            PIC X(102).
      * ONE PROMISE TO PAY PER CUSTOMER, KEYED ON THE CUSTOMER
      * NUMBER.  THE STATUS IS "A" WHILE THE PROMISE IS BEING
      * KEPT, "B" ONCE IT IS BROKEN, AND "C" ONCE IT IS PAID IN
      * FULL; THE STATUS DATE IS THE DAY IT TOOK THAT STATUS.
      * THE HELD DUNNING LEVEL IS SET BY THE COLLECTION RUN THE
      * FIRST TIME IT SEES THE PROMISE (ZERO UNTIL THEN); THE
      * AMOUNT PAID IS ACCUMULATED BY THE POSTING RUN.
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
       FD  PROM-MAINT-FILE.
       01  PROM-MAINT-DATA             PIC X(102).
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05  AU-RUN-DATE             PIC 9(8).
           05  AU-BEFORE-IMAGE         PIC X(101).
           05  AU-AFTER-IMAGE          PIC X(101).
      * FILE CODE "M" FOR A CUSTOMER MASTER CHANGE, "A" FOR AN
      * ADDRESS FILE CHANGE, "D" FOR AN OPEN-ITEM DISPUTE
      * CHANGE, "T" FOR A PAYMENT TERMS ASSIGNMENT CHANGE, "P"
      * FOR A PROMISE-TO-PAY CHANGE.
      * APPENDED AT THE END SO RECORDS
      * WRITTEN BEFORE THE FIELD EXISTED KEEP EVERY OFFSET AND
      * READ AS FILE-CODE SPACE, WHICH WERE ALL MASTER CHANGES.
           05  AU-FILE-CODE            PIC X.
           05  WS-ADDR-MAINT-STATUS    PIC XX.
           05  WS-ADDR-WORK-STATUS     PIC XX.
           05  WS-ADDRESS-OPEN-FLAG    PIC X.
           05  WS-OPENITEM-STATUS      PIC XX.
           05  WS-DISPUTE-STATUS       PIC XX.
           05  WS-DISP-MAINT-STATUS    PIC XX.
           05  WS-DISP-EOF-FLAG        PIC X.
           05  WS-DISP-ITEM-FOUND-FLAG PIC X.
           05  WS-TERMS-STATUS         PIC XX.
           05  WS-CUST-TERMS-STATUS    PIC XX.
           05  WS-TERMS-MAINT-STATUS   PIC XX.
           05  WS-TERMS-MAINT-EOF-FLAG PIC X.
           05  WS-PROMISE-STATUS       PIC XX.
           05  WS-PROM-MAINT-STATUS    PIC XX.
           05  WS-PROM-MAINT-EOF-FLAG  PIC X.
           05  WS-AUDIT-STATUS         PIC XX.
           05  WS-REPORT-STATUS        PIC XX.
           05  WS-MAINTEX-STATUS       PIC XX.
           05  WS-VALIDATION-REASON    PIC X(30).
       01  WS-COMPUTATIONAL-FIELDS.
           05  WS-CUR-BALANCE          PIC S9(7)V99.
      * THE PAYMENT TERMS TABLE, LOADED ONLY WHEN THERE ARE TERMS
      * REQUESTS TO CHECK AGAINST IT.
       01  WS-TERMS-CONTROL.
           05  WS-TERMS-COUNT          PIC 9(3)  VALUE ZERO.
           05  WS-TERMS-SUB            PIC 9(3).
           05  WS-TERMS-FOUND-FLAG     PIC X.
           05  WS-TERMS-FULL-FLAG      PIC X.
           05  WS-TERMS-EOF-FLAG       PIC X.
       01  WS-TERMS-TABLE.
           05  WS-TT-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-TERMS-COUNT.
               10  WS-TT-TERMS-CODE    PIC X(3).
      * PROMISE INSTALLMENT EDITS.  THE INSTALLMENTS MUST BE
      * FILLED FROM THE FIRST WITHOUT A GAP, IN DATE ORDER.
       01  WS-PROMISE-EDIT-FIELDS.
           05  WS-PROM-SUB             PIC 9.
           05  WS-PROM-INSTALL-COUNT   PIC 9.
           05  WS-PROM-GAP-FLAG        PIC X.
           05  WS-PROM-SLOT-EMPTY-FLAG PIC X.
           05  WS-PROM-LAST-DATE       PIC 9(8).
           05  WS-PROM-DATE            PIC 9(8).
           05  WS-PROM-DATE-PARTS REDEFINES WS-PROM-DATE.
               10  WS-PROM-YEAR        PIC 9(4).
               10  WS-PROM-MONTH       PIC 99.
               10  WS-PROM-DAY         PIC 99.
       01  WS-ADDRESS-MERGE-FIELDS.
           05  WS-LAST-REQUEST-KEY     PIC X(5).
       01  WS-RUN-TOTALS.
           05  WS-ADDR-CHANGE-COUNT    PIC 9(6).
           05  WS-ADDR-DELETE-COUNT    PIC 9(6).
           05  WS-ADDR-REJECTED-COUNT  PIC 9(6).
           05  WS-DISP-REQUEST-COUNT   PIC 9(6).
           05  WS-DISP-OPEN-COUNT      PIC 9(6).
           05  WS-DISP-CHANGE-COUNT    PIC 9(6).
           05  WS-DISP-CLOSE-COUNT     PIC 9(6).
           05  WS-DISP-REJECTED-COUNT  PIC 9(6).
           05  WS-TERMS-REQUEST-COUNT  PIC 9(6).
           05  WS-TERMS-ASSIGN-COUNT   PIC 9(6).
           05  WS-TERMS-CHANGE-COUNT   PIC 9(6).
           05  WS-TERMS-REMOVE-COUNT   PIC 9(6).
           05  WS-TERMS-REJECTED-COUNT PIC 9(6).
           05  WS-PROM-REQUEST-COUNT   PIC 9(6).
           05  WS-PROM-ADD-COUNT       PIC 9(6).
           05  WS-PROM-CHANGE-COUNT    PIC 9(6).
           05  WS-PROM-CANCEL-COUNT    PIC 9(6).
           05  WS-PROM-REJECTED-COUNT  PIC 9(6).
           05  WS-VALID-RECORD-COUNT   PIC 9(6).
           05  WS-TOTAL-PREV-BALANCE   PIC S9(7)V99.
       01  CUSTOMER-RECORD.
               10  AM-CU-NUMBER        PIC X(5).
               10  AM-ATTENTION        PIC X(20).
               10  FILLER              PIC X(76).
      * DISPUTE REQUEST: ACTION "A" OPENS A DISPUTE ON THE NAMED
      * OPEN ITEM, "C" REPLACES ITS REASON CODE AND OWNER, AND "D"
      * CLOSES IT.  THE BRANCH AND DISPUTED AMOUNT ARE FILLED IN
      * FROM THE MASTER AND THE OPEN ITEM, NOT TAKEN FROM THE
      * REQUEST.
       01  DISP-MAINT-RECORD.
           05  DM-ACTION               PIC X.
           05  DM-DISPUTE-IMAGE.
               10  DM-ITEM-KEY.
                   15  DM-CU-NUMBER    PIC X(5).
                   15  DM-INVOICE-DATE PIC 9(8).
                   15  DM-INVOICE-REF  PIC X(4).
                   15  DM-ITEM-SEQ     PIC 9(3).
               10  DM-REASON-CODE      PIC X(2).
                   88  DM-VALID-REASON VALUES "SS" "PR" "QD" "NR"
                                              "DB" "OT".
               10  DM-DATE-OPENED      PIC 9(8).
               10  DM-OWNER            PIC X(8).
               10  FILLER              PIC X(63).
      * TERMS REQUEST: ACTION "A" ASSIGNS A TERMS CODE TO A
      * CUSTOMER WITH NONE, "C" REPLACES THE CODE, AND "D" REMOVES
      * IT, RETURNING THE CUSTOMER TO THE STANDARD TERMS.
       01  TERMS-MAINT-RECORD.
           05  TM-ACTION               PIC X.
           05  TM-TERMS-IMAGE.
               10  TM-CU-NUMBER        PIC X(5).
               10  TM-TERMS-CODE       PIC X(3).
               10  TM-DATE-ASSIGNED    PIC 9(8).
               10  FILLER              PIC X(85).
      * PROMISE REQUEST: ACTION "A" TAKES A NEW PROMISE, "C"
      * RESCHEDULES A PROMISE STILL BEING KEPT, AND "D" CANCELS
      * IT.  UNUSED INSTALLMENTS ARE LEFT BLANK.  THE STATUS,
      * BRANCH, HELD LEVEL, AND AMOUNT PAID ARE NOT TAKEN FROM
      * THE REQUEST.
       01  PROM-MAINT-RECORD.
           05  PR-ACTION               PIC X.
           05  PR-PROMISE-IMAGE.
               10  PR-CU-NUMBER        PIC X(5).
               10  PR-COLLECTOR        PIC X(8).
               10  PR-INSTALLMENT      OCCURS 4 TIMES.
                   15  PR-DUE-DATE     PIC 9(8).
                   15  PR-DUE-AMOUNT   PIC 9(6)V99.
               10  FILLER              PIC X(24).
      * THE ITEM AS IT IS SHOWN ON THE EXCEPTION LISTING.
       01  WS-DISPUTE-ITEM-ID.
           05  WS-DID-INVOICE-REF      PIC X(4).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DID-INVOICE-DATE     PIC X(8).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DID-ITEM-SEQ         PIC X(3).
           05  FILLER                  PIC X     VALUE SPACE.
       01  MAINT-TITLE-LINE.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(29)  VALUE
                   AFTER ADVANCING 1 LINE
           END-IF
           PERFORM B044-APPLY-ADDRESS-REQUESTS
           PERFORM B050-APPLY-DISPUTE-REQUESTS
           PERFORM B055-APPLY-TERMS-REQUESTS
           PERFORM B060-APPLY-PROMISE-REQUESTS
           PERFORM B069-READ-GEN-CONTROL
           PERFORM B070-WRITE-NEW-GENERATION
           CLOSE CUSTOMER-IX-FILE
           MOVE ZERO TO WS-ADDR-CHANGE-COUNT
           MOVE ZERO TO WS-ADDR-DELETE-COUNT
           MOVE ZERO TO WS-ADDR-REJECTED-COUNT
           MOVE ZERO TO WS-DISP-REQUEST-COUNT
           MOVE ZERO TO WS-DISP-OPEN-COUNT
           MOVE ZERO TO WS-DISP-CHANGE-COUNT
           MOVE ZERO TO WS-DISP-CLOSE-COUNT
           MOVE ZERO TO WS-DISP-REJECTED-COUNT
           MOVE ZERO TO WS-TERMS-REQUEST-COUNT
           MOVE ZERO TO WS-TERMS-ASSIGN-COUNT
           MOVE ZERO TO WS-TERMS-CHANGE-COUNT
           MOVE ZERO TO WS-TERMS-REMOVE-COUNT
           MOVE ZERO TO WS-TERMS-REJECTED-COUNT
           MOVE ZERO TO WS-PROM-REQUEST-COUNT
           MOVE ZERO TO WS-PROM-ADD-COUNT
           MOVE ZERO TO WS-PROM-CHANGE-COUNT
           MOVE ZERO TO WS-PROM-CANCEL-COUNT
           MOVE ZERO TO WS-PROM-REJECTED-COUNT
           MOVE ZERO TO WS-VALID-RECORD-COUNT
           MOVE ZERO TO WS-TOTAL-PREV-BALANCE.
      *
               WRITE ADDRESS-DATA FROM ADDR-WORK-DATA
           END-IF.
      *
      * DISPUTE REQUESTS ARE APPLIED BY KEY, SO THE STREAM NEED NOT
      * BE IN ANY ORDER.  A MISSING REQUEST STREAM LEAVES THE
      * DISPUTES UNTOUCHED; A MISSING DISPUTED-ITEM FILE IS
      * CREATED EMPTY.  WITHOUT THE OPEN-ITEM FILE NO DISPUTE CAN
      * BE CHECKED OR FLAGGED, SO THE STREAM IS NOT APPLIED.
       B050-APPLY-DISPUTE-REQUESTS.
           OPEN INPUT DISP-MAINT-FILE
           IF WS-DISP-MAINT-STATUS EQUAL "00"
               OPEN I-O OPEN-ITEM-FILE
               IF WS-OPENITEM-STATUS EQUAL "00"
                   OPEN I-O DISPUTE-FILE
                   IF WS-DISPUTE-STATUS NOT EQUAL "00"
                       OPEN OUTPUT DISPUTE-FILE
                       CLOSE DISPUTE-FILE
                       OPEN I-O DISPUTE-FILE
                   END-IF
                   MOVE "N" TO WS-DISP-EOF-FLAG
                   PERFORM B051-READ-DISPUTE-REQUEST
                   PERFORM B052-PROCESS-DISPUTE-REQUEST
                       UNTIL WS-DISP-EOF-FLAG EQUAL "Y"
                   CLOSE DISPUTE-FILE
                   CLOSE OPEN-ITEM-FILE
               ELSE
                   MOVE SPACES TO MAINT-REPORT-DATA
                   MOVE "*** OPEN-ITEM FILE NOT AVAILABLE ***"
                       TO MAINT-REPORT-DATA
                   WRITE MAINT-REPORT-DATA
                       AFTER ADVANCING 1 LINE
                   MOVE SPACES TO MAINT-REPORT-DATA
                   MOVE "*** DISPUTE REQUESTS NOT APPLIED ***"
                       TO MAINT-REPORT-DATA
                   WRITE MAINT-REPORT-DATA
                       AFTER ADVANCING 1 LINE
               END-IF
               CLOSE DISP-MAINT-FILE
           END-IF.
      *
       B051-READ-DISPUTE-REQUEST.
           READ DISP-MAINT-FILE INTO DISP-MAINT-RECORD
               AT END MOVE "Y" TO WS-DISP-EOF-FLAG
           END-READ
           IF WS-DISP-EOF-FLAG NOT EQUAL "Y"
               ADD 1 TO WS-DISP-REQUEST-COUNT
           END-IF.
      *
       B052-PROCESS-DISPUTE-REQUEST.
           MOVE SPACES TO WS-VALIDATION-REASON
           IF DM-CU-NUMBER EQUAL SPACES
               MOVE "BLANK CUSTOMER NUMBER" TO WS-VALIDATION-REASON
               PERFORM C260-WRITE-DISPUTE-EXCEPTION
           ELSE
               IF DM-INVOICE-DATE NOT NUMERIC
                   OR DM-ITEM-SEQ NOT NUMERIC
                   MOVE "INVALID OPEN-ITEM KEY" TO
                       WS-VALIDATION-REASON
                   PERFORM C260-WRITE-DISPUTE-EXCEPTION
               ELSE
                   IF DM-ACTION EQUAL "A"
                       PERFORM C210-APPLY-DISPUTE-OPEN
                   ELSE
                       IF DM-ACTION EQUAL "C"
                           PERFORM C220-APPLY-DISPUTE-CHANGE
                       ELSE
                           IF DM-ACTION EQUAL "D"
                               PERFORM C230-APPLY-DISPUTE-CLOSE
                           ELSE
                               MOVE "INVALID ACTION CODE" TO
                                   WS-VALIDATION-REASON
                               PERFORM C260-WRITE-DISPUTE-EXCEPTION
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM B051-READ-DISPUTE-REQUEST.
      *
      * TERMS REQUESTS ARE ALSO APPLIED BY KEY.  A MISSING REQUEST
      * STREAM LEAVES THE ASSIGNMENTS UNTOUCHED; A MISSING
      * CUSTOMER TERMS FILE IS CREATED EMPTY.  A MISSING TERMS
      * TABLE LEAVES NO CODE TO ASSIGN, SO EVERY ASSIGNMENT AND
      * CHANGE IS REJECTED.
       B055-APPLY-TERMS-REQUESTS.
           OPEN INPUT TERMS-MAINT-FILE
           IF WS-TERMS-MAINT-STATUS EQUAL "00"
               PERFORM B056-LOAD-TERMS-TABLE
               OPEN I-O CUSTOMER-TERMS-FILE
               IF WS-CUST-TERMS-STATUS NOT EQUAL "00"
                   OPEN OUTPUT CUSTOMER-TERMS-FILE
                   CLOSE CUSTOMER-TERMS-FILE
                   OPEN I-O CUSTOMER-TERMS-FILE
               END-IF
               MOVE "N" TO WS-TERMS-MAINT-EOF-FLAG
               PERFORM B057-READ-TERMS-REQUEST
               PERFORM B058-PROCESS-TERMS-REQUEST
                   UNTIL WS-TERMS-MAINT-EOF-FLAG EQUAL "Y"
               CLOSE CUSTOMER-TERMS-FILE
               CLOSE TERMS-MAINT-FILE
               IF WS-TERMS-FULL-FLAG EQUAL "Y"
                   MOVE SPACES TO MAINT-REPORT-DATA
                   MOVE "*** TERMS TABLE FULL - SOME CODES IGNORED ***"
                       TO MAINT-REPORT-DATA
                   WRITE MAINT-REPORT-DATA
                       AFTER ADVANCING 1 LINE
               END-IF
           END-IF.
      *
       B056-LOAD-TERMS-TABLE.
           MOVE ZERO TO WS-TERMS-COUNT
           MOVE "N" TO WS-TERMS-FULL-FLAG
           OPEN INPUT TERMS-FILE
           IF WS-TERMS-STATUS EQUAL "00"
               MOVE "N" TO WS-TERMS-EOF-FLAG
               PERFORM B0561-READ-TERMS-RECORD
                   UNTIL WS-TERMS-EOF-FLAG EQUAL "Y"
               CLOSE TERMS-FILE
           END-IF.
      *
       B0561-READ-TERMS-RECORD.
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
               ELSE
                   MOVE "Y" TO WS-TERMS-FULL-FLAG
               END-IF
           END-IF.
      *
       B057-READ-TERMS-REQUEST.
           READ TERMS-MAINT-FILE INTO TERMS-MAINT-RECORD
               AT END MOVE "Y" TO WS-TERMS-MAINT-EOF-FLAG
           END-READ
           IF WS-TERMS-MAINT-EOF-FLAG NOT EQUAL "Y"
               ADD 1 TO WS-TERMS-REQUEST-COUNT
           END-IF.
      *
       B058-PROCESS-TERMS-REQUEST.
           MOVE SPACES TO WS-VALIDATION-REASON
           IF TM-CU-NUMBER EQUAL SPACES
               MOVE "BLANK CUSTOMER NUMBER" TO WS-VALIDATION-REASON
               PERFORM C360-WRITE-TERMS-EXCEPTION
           ELSE
               IF TM-ACTION EQUAL "A"
                   PERFORM C310-APPLY-TERMS-ASSIGN
               ELSE
                   IF TM-ACTION EQUAL "C"
                       PERFORM C320-APPLY-TERMS-CHANGE
                   ELSE
                       IF TM-ACTION EQUAL "D"
                           PERFORM C330-APPLY-TERMS-REMOVE
                       ELSE
                           MOVE "INVALID ACTION CODE" TO
                               WS-VALIDATION-REASON
                           PERFORM C360-WRITE-TERMS-EXCEPTION
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM B057-READ-TERMS-REQUEST.
      *
      * PROMISE REQUESTS ARE APPLIED BY KEY.  A MISSING REQUEST
      * STREAM LEAVES THE PROMISES UNTOUCHED; A MISSING PROMISE
      * FILE IS CREATED EMPTY.
       B060-APPLY-PROMISE-REQUESTS.
           OPEN INPUT PROM-MAINT-FILE
           IF WS-PROM-MAINT-STATUS EQUAL "00"
               OPEN I-O PROMISE-FILE
               IF WS-PROMISE-STATUS NOT EQUAL "00"
                   OPEN OUTPUT PROMISE-FILE
                   CLOSE PROMISE-FILE
                   OPEN I-O PROMISE-FILE
               END-IF
               MOVE "N" TO WS-PROM-MAINT-EOF-FLAG
               PERFORM B061-READ-PROMISE-REQUEST
               PERFORM B062-PROCESS-PROMISE-REQUEST
                   UNTIL WS-PROM-MAINT-EOF-FLAG EQUAL "Y"
               CLOSE PROMISE-FILE
               CLOSE PROM-MAINT-FILE
           END-IF.
      *
       B061-READ-PROMISE-REQUEST.
           READ PROM-MAINT-FILE INTO PROM-MAINT-RECORD
               AT END MOVE "Y" TO WS-PROM-MAINT-EOF-FLAG
           END-READ
           IF WS-PROM-MAINT-EOF-FLAG NOT EQUAL "Y"
               ADD 1 TO WS-PROM-REQUEST-COUNT
           END-IF.
      *
       B062-PROCESS-PROMISE-REQUEST.
           MOVE SPACES TO WS-VALIDATION-REASON
           IF PR-CU-NUMBER EQUAL SPACES
               MOVE "BLANK CUSTOMER NUMBER" TO WS-VALIDATION-REASON
               PERFORM C460-WRITE-PROMISE-EXCEPTION
           ELSE
               IF PR-ACTION EQUAL "A"
                   PERFORM C410-APPLY-PROMISE-ADD
               ELSE
                   IF PR-ACTION EQUAL "C"
                       PERFORM C420-APPLY-PROMISE-CHANGE
                   ELSE
                       IF PR-ACTION EQUAL "D"
                           PERFORM C430-APPLY-PROMISE-CANCEL
                       ELSE
                           MOVE "INVALID ACTION CODE" TO
                               WS-VALIDATION-REASON
                           PERFORM C460-WRITE-PROMISE-EXCEPTION
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM B061-READ-PROMISE-REQUEST.
      *
      * A MISSING GENERATION CONTROL RECORD MEANS NO GENERATION
      * HAS EVER BEEN WRITTEN; THE CYCLE STARTS AT GENERATION 1.
       B069-READ-GEN-CONTROL.
           WRITE MAINT-REPORT-DATA FROM MAINT-TOTAL-LINE
           MOVE "ADDR REQS REJECTED" TO MR-LABEL
           MOVE WS-ADDR-REJECTED-COUNT TO MR-COUNT
           WRITE MAINT-REPORT-DATA FROM MAINT-TOTAL-LINE
           MOVE SPACES TO MAINT-REPORT-DATA
           WRITE MAINT-REPORT-DATA
               AFTER ADVANCING 1 LINE
           MOVE "DISP REQUESTS READ" TO MR-LABEL
           MOVE WS-DISP-REQUEST-COUNT TO MR-COUNT
           WRITE MAINT-REPORT-DATA FROM MAINT-TOTAL-LINE
           MOVE "DISPUTES OPENED" TO MR-LABEL
           MOVE WS-DISP-OPEN-COUNT TO MR-COUNT
           WRITE MAINT-REPORT-DATA FROM MAINT-TOTAL-LINE
           MOVE "DISPUTES CHANGED" TO MR-LABEL
           MOVE WS-DISP-CHANGE-COUNT TO MR-COUNT
           WRITE MAINT-REPORT-DATA FROM MAINT-TOTAL-LINE
           MOVE "DISPUTES CLOSED" TO MR-LABEL
           MOVE WS-DISP-CLOSE-COUNT TO MR-COUNT
           WRITE MAINT-REPORT-DATA FROM MAINT-TOTAL-LINE
           MOVE "DISP REQS REJECTED" TO MR-LABEL
           MOVE WS-DISP-REJECTED-COUNT TO MR-COUNT
           WRITE MAINT-REPORT-DATA FROM MAINT-TOTAL-LINE
           MOVE SPACES TO MAINT-REPORT-DATA
           WRITE MAINT-REPORT-DATA
               AFTER ADVANCING 1 LINE
           MOVE "TERMS REQUESTS READ" TO MR-LABEL
           MOVE WS-TERMS-REQUEST-COUNT TO MR-COUNT
           WRITE MAINT-REPORT-DATA FROM MAINT-TOTAL-LINE
           MOVE "TERMS ASSIGNED" TO MR-LABEL
           MOVE WS-TERMS-ASSIGN-COUNT TO MR-COUNT
           WRITE MAINT-REPORT-DATA FROM MAINT-TOTAL-LINE
           MOVE "TERMS CHANGED" TO MR-LABEL
           MOVE WS-TERMS-CHANGE-COUNT TO MR-COUNT
           WRITE MAINT-REPORT-DATA FROM MAINT-TOTAL-LINE
           MOVE "TERMS REMOVED" TO MR-LABEL
           MOVE WS-TERMS-REMOVE-COUNT TO MR-COUNT
           WRITE MAINT-REPORT-DATA FROM MAINT-TOTAL-LINE
           MOVE "TERMS REQS REJECTED" TO MR-LABEL
           MOVE WS-TERMS-REJECTED-COUNT TO MR-COUNT
           WRITE MAINT-REPORT-DATA FROM MAINT-TOTAL-LINE
           MOVE SPACES TO MAINT-REPORT-DATA
           WRITE MAINT-REPORT-DATA
               AFTER ADVANCING 1 LINE
           MOVE "PROM REQUESTS READ" TO MR-LABEL
           MOVE WS-PROM-REQUEST-COUNT TO MR-COUNT
           WRITE MAINT-REPORT-DATA FROM MAINT-TOTAL-LINE
           MOVE "PROMISES TAKEN" TO MR-LABEL
           MOVE WS-PROM-ADD-COUNT TO MR-COUNT
           WRITE MAINT-REPORT-DATA FROM MAINT-TOTAL-LINE
           MOVE "PROMISES RESCHEDULED" TO MR-LABEL
           MOVE WS-PROM-CHANGE-COUNT TO MR-COUNT
           WRITE MAINT-REPORT-DATA FROM MAINT-TOTAL-LINE
           MOVE "PROMISES CANCELLED" TO MR-LABEL
           MOVE WS-PROM-CANCEL-COUNT TO MR-COUNT
           WRITE MAINT-REPORT-DATA FROM MAINT-TOTAL-LINE
           MOVE "PROM REQS REJECTED" TO MR-LABEL
           MOVE WS-PROM-REJECTED-COUNT TO MR-COUNT
           WRITE MAINT-REPORT-DATA FROM MAINT-TOTAL-LINE.
      *
      * THE INDEX REJECTS A DUPLICATE KEY ITSELF, SO AN ADD IS A
           MOVE AM-ACTION TO AU-ACTION
           MOVE "A" TO AU-FILE-CODE
           WRITE AUDIT-RECORD.
      *
      * A DISPUTE CAN ONLY BE OPENED ON AN ITEM STILL OWING, FOR A
      * CUSTOMER ON THE MASTER, WITH A KNOWN REASON CODE AND A
      * NAMED OWNER.  THE INDEX REJECTS A SECOND DISPUTE ON THE
      * SAME ITEM.
       C210-APPLY-DISPUTE-OPEN.
           PERFORM C240-VALIDATE-DISPUTE-IMAGE
           IF WS-VALIDATION-REASON EQUAL SPACES
               PERFORM C245-FIND-DISPUTED-ITEM
               IF WS-DISP-ITEM-FOUND-FLAG NOT EQUAL "Y"
                   MOVE "OPEN ITEM NOT ON FILE" TO
                       WS-VALIDATION-REASON
               END-IF
           END-IF
           IF WS-VALIDATION-REASON EQUAL SPACES
               MOVE DM-CU-NUMBER TO IX-CU-NUMBER
               READ CUSTOMER-IX-FILE
                   INVALID KEY
                       MOVE "CUSTOMER NOT ON MASTER" TO
                           WS-VALIDATION-REASON
                   NOT INVALID KEY
                       MOVE CUSTOMER-IX-RECORD TO CUSTOMER-RECORD
               END-READ
           END-IF
           IF WS-VALIDATION-REASON NOT EQUAL SPACES
               PERFORM C260-WRITE-DISPUTE-EXCEPTION
           ELSE
               MOVE SPACES TO DISPUTE-RECORD
               MOVE DM-ITEM-KEY TO DI-ITEM-KEY
               MOVE DM-REASON-CODE TO DI-REASON-CODE
               IF DM-DATE-OPENED NUMERIC
                   AND DM-DATE-OPENED GREATER THAN ZERO
                   MOVE DM-DATE-OPENED TO DI-DATE-OPENED
               ELSE
                   MOVE WS-RUN-DATE TO DI-DATE-OPENED
               END-IF
               MOVE DM-OWNER TO DI-OWNER
               MOVE CU-BRANCH-CODE TO DI-BRANCH-CODE
               MOVE OI-OPEN-AMOUNT TO DI-DISPUTED-AMOUNT
               WRITE DISPUTE-RECORD
                   INVALID KEY
                       MOVE "ITEM ALREADY IN DISPUTE" TO
                           WS-VALIDATION-REASON
                       PERFORM C260-WRITE-DISPUTE-EXCEPTION
                   NOT INVALID KEY
                       MOVE "D" TO OI-DISPUTE-FLAG
                       REWRITE OPEN-ITEM-RECORD
                       MOVE SPACES TO AU-BEFORE-IMAGE
                       MOVE DISPUTE-RECORD TO AU-AFTER-IMAGE
                       PERFORM C270-WRITE-DISPUTE-AUDIT
                       ADD 1 TO WS-DISP-OPEN-COUNT
               END-WRITE
           END-IF.
      *
      * A CHANGE REPLACES THE REASON CODE AND OWNER; THE DATE
      * OPENED, BRANCH, AND AMOUNT STAND.
       C220-APPLY-DISPUTE-CHANGE.
           PERFORM C240-VALIDATE-DISPUTE-IMAGE
           IF WS-VALIDATION-REASON NOT EQUAL SPACES
               PERFORM C260-WRITE-DISPUTE-EXCEPTION
           ELSE
               MOVE DM-ITEM-KEY TO DI-ITEM-KEY
               READ DISPUTE-FILE
                   INVALID KEY
                       MOVE "DISPUTE NOT ON FILE" TO
                           WS-VALIDATION-REASON
                       PERFORM C260-WRITE-DISPUTE-EXCEPTION
                   NOT INVALID KEY
                       MOVE DISPUTE-RECORD TO AU-BEFORE-IMAGE
                       MOVE DM-REASON-CODE TO DI-REASON-CODE
                       MOVE DM-OWNER TO DI-OWNER
                       REWRITE DISPUTE-RECORD
                       MOVE DISPUTE-RECORD TO AU-AFTER-IMAGE
                       PERFORM C270-WRITE-DISPUTE-AUDIT
                       ADD 1 TO WS-DISP-CHANGE-COUNT
               END-READ
           END-IF.
      *
      * A CLOSE REMOVES THE DISPUTE AND TAKES THE FLAG OFF THE
      * ITEM, WHICH AGES BACK INTO THE BUCKETS ON THE NEXT
      * POSTING RUN.  AN ITEM ALREADY PAID OFF HAS NO FLAG TO
      * CLEAR.
       C230-APPLY-DISPUTE-CLOSE.
           MOVE DM-ITEM-KEY TO DI-ITEM-KEY
           READ DISPUTE-FILE
               INVALID KEY
                   MOVE "DISPUTE NOT ON FILE" TO WS-VALIDATION-REASON
                   PERFORM C260-WRITE-DISPUTE-EXCEPTION
               NOT INVALID KEY
                   MOVE DISPUTE-RECORD TO AU-BEFORE-IMAGE
                   DELETE DISPUTE-FILE RECORD
                   PERFORM C245-FIND-DISPUTED-ITEM
                   IF WS-DISP-ITEM-FOUND-FLAG EQUAL "Y"
                       MOVE SPACE TO OI-DISPUTE-FLAG
                       REWRITE OPEN-ITEM-RECORD
                   END-IF
                   MOVE SPACES TO AU-AFTER-IMAGE
                   PERFORM C270-WRITE-DISPUTE-AUDIT
                   ADD 1 TO WS-DISP-CLOSE-COUNT
           END-READ.
      *
       C240-VALIDATE-DISPUTE-IMAGE.
           MOVE SPACES TO WS-VALIDATION-REASON
           IF NOT DM-VALID-REASON
               MOVE "INVALID REASON CODE" TO WS-VALIDATION-REASON
           END-IF
           IF WS-VALIDATION-REASON EQUAL SPACES
               AND DM-OWNER EQUAL SPACES
               MOVE "NO DISPUTE OWNER" TO WS-VALIDATION-REASON
           END-IF
           IF WS-VALIDATION-REASON EQUAL SPACES
               AND DM-DATE-OPENED NOT NUMERIC
               AND DM-DATE-OPENED NOT EQUAL SPACES
               MOVE "INVALID DATE OPENED" TO WS-VALIDATION-REASON
           END-IF.
      *
      * THE ITEM MUST BE ON FILE WITH SOMETHING STILL OWING.
       C245-FIND-DISPUTED-ITEM.
           MOVE "N" TO WS-DISP-ITEM-FOUND-FLAG
           MOVE DM-ITEM-KEY TO OI-ITEM-KEY
           READ OPEN-ITEM-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF OI-OPEN-AMOUNT NUMERIC
                       AND OI-OPEN-AMOUNT GREATER THAN ZERO
                       MOVE "Y" TO WS-DISP-ITEM-FOUND-FLAG
                   END-IF
           END-READ.
      *
       C260-WRITE-DISPUTE-EXCEPTION.
           MOVE DM-INVOICE-REF TO WS-DID-INVOICE-REF
           MOVE DM-INVOICE-DATE TO WS-DID-INVOICE-DATE
           MOVE DM-ITEM-SEQ TO WS-DID-ITEM-SEQ
           MOVE DM-ACTION TO MX-ACTION
           MOVE DM-CU-NUMBER TO MX-NUMBER
           MOVE WS-DISPUTE-ITEM-ID TO MX-NAME
           MOVE WS-VALIDATION-REASON TO MX-REASON
           WRITE MAINT-EXCEPTION-DATA FROM MAINT-EXCEPTION-LINE
           ADD 1 TO WS-DISP-REJECTED-COUNT.
      *
       C270-WRITE-DISPUTE-AUDIT.
           MOVE WS-RUN-DATE TO AU-RUN-DATE
           MOVE WS-RUN-TIME TO AU-RUN-TIME
           MOVE DM-ACTION TO AU-ACTION
           MOVE "D" TO AU-FILE-CODE
           WRITE AUDIT-RECORD.
      *
      * AN ASSIGNMENT NEEDS A CODE ON THE TERMS TABLE AND A
      * CUSTOMER ON THE MASTER.  THE INDEX REJECTS A SECOND
      * ASSIGNMENT FOR THE SAME CUSTOMER.
       C310-APPLY-TERMS-ASSIGN.
           PERFORM C340-VALIDATE-TERMS-IMAGE
           IF WS-VALIDATION-REASON EQUAL SPACES
               MOVE TM-CU-NUMBER TO IX-CU-NUMBER
               READ CUSTOMER-IX-FILE
                   INVALID KEY
                       MOVE "CUSTOMER NOT ON MASTER" TO
                           WS-VALIDATION-REASON
                   NOT INVALID KEY
                       CONTINUE
               END-READ
           END-IF
           IF WS-VALIDATION-REASON NOT EQUAL SPACES
               PERFORM C360-WRITE-TERMS-EXCEPTION
           ELSE
               MOVE SPACES TO CUSTOMER-TERMS-RECORD
               MOVE TM-CU-NUMBER TO CT-CU-NUMBER
               MOVE TM-TERMS-CODE TO CT-TERMS-CODE
               PERFORM C345-SET-DATE-ASSIGNED
               WRITE CUSTOMER-TERMS-RECORD
                   INVALID KEY
                       MOVE "TERMS ALREADY ASSIGNED" TO
                           WS-VALIDATION-REASON
                       PERFORM C360-WRITE-TERMS-EXCEPTION
                   NOT INVALID KEY
                       MOVE SPACES TO AU-BEFORE-IMAGE
                       MOVE CUSTOMER-TERMS-RECORD TO AU-AFTER-IMAGE
                       PERFORM C370-WRITE-TERMS-AUDIT
                       ADD 1 TO WS-TERMS-ASSIGN-COUNT
               END-WRITE
           END-IF.
      *
      * A CHANGE REPLACES THE CODE AND THE DATE IT TOOK EFFECT.
       C320-APPLY-TERMS-CHANGE.
           PERFORM C340-VALIDATE-TERMS-IMAGE
           IF WS-VALIDATION-REASON NOT EQUAL SPACES
               PERFORM C360-WRITE-TERMS-EXCEPTION
           ELSE
               MOVE TM-CU-NUMBER TO CT-CU-NUMBER
               READ CUSTOMER-TERMS-FILE
                   INVALID KEY
                       MOVE "NO TERMS ASSIGNED" TO
                           WS-VALIDATION-REASON
                       PERFORM C360-WRITE-TERMS-EXCEPTION
                   NOT INVALID KEY
                       MOVE CUSTOMER-TERMS-RECORD TO AU-BEFORE-IMAGE
                       MOVE TM-TERMS-CODE TO CT-TERMS-CODE
                       PERFORM C345-SET-DATE-ASSIGNED
                       REWRITE CUSTOMER-TERMS-RECORD
                       MOVE CUSTOMER-TERMS-RECORD TO AU-AFTER-IMAGE
                       PERFORM C370-WRITE-TERMS-AUDIT
                       ADD 1 TO WS-TERMS-CHANGE-COUNT
               END-READ
           END-IF.
      *
      * A REMOVE PUTS THE CUSTOMER BACK ON THE STANDARD TERMS FOR
      * INVOICES POSTED FROM THE NEXT RUN ON; ITEMS ALREADY OPEN
      * KEEP THE DUE DATE THEY WERE GIVEN.
       C330-APPLY-TERMS-REMOVE.
           MOVE TM-CU-NUMBER TO CT-CU-NUMBER
           READ CUSTOMER-TERMS-FILE
               INVALID KEY
                   MOVE "NO TERMS ASSIGNED" TO WS-VALIDATION-REASON
                   PERFORM C360-WRITE-TERMS-EXCEPTION
               NOT INVALID KEY
                   MOVE CUSTOMER-TERMS-RECORD TO AU-BEFORE-IMAGE
                   DELETE CUSTOMER-TERMS-FILE RECORD
                   MOVE SPACES TO AU-AFTER-IMAGE
                   PERFORM C370-WRITE-TERMS-AUDIT
                   ADD 1 TO WS-TERMS-REMOVE-COUNT
           END-READ.
      *
       C340-VALIDATE-TERMS-IMAGE.
           MOVE SPACES TO WS-VALIDATION-REASON
           MOVE "N" TO WS-TERMS-FOUND-FLAG
           PERFORM C341-MATCH-TERMS-CODE
               VARYING WS-TERMS-SUB FROM 1 BY 1
               UNTIL WS-TERMS-SUB GREATER THAN WS-TERMS-COUNT
                   OR WS-TERMS-FOUND-FLAG EQUAL "Y"
           IF WS-TERMS-FOUND-FLAG NOT EQUAL "Y"
               MOVE "TERMS CODE NOT ON TABLE" TO WS-VALIDATION-REASON
           END-IF
           IF WS-VALIDATION-REASON EQUAL SPACES
               AND TM-DATE-ASSIGNED NOT NUMERIC
               AND TM-DATE-ASSIGNED NOT EQUAL SPACES
               MOVE "INVALID DATE ASSIGNED" TO WS-VALIDATION-REASON
           END-IF.
      *
       C341-MATCH-TERMS-CODE.
           IF WS-TT-TERMS-CODE(WS-TERMS-SUB) EQUAL TM-TERMS-CODE
               MOVE "Y" TO WS-TERMS-FOUND-FLAG
           END-IF.
      *
       C345-SET-DATE-ASSIGNED.
           IF TM-DATE-ASSIGNED NUMERIC
               AND TM-DATE-ASSIGNED GREATER THAN ZERO
               MOVE TM-DATE-ASSIGNED TO CT-DATE-ASSIGNED
           ELSE
               MOVE WS-RUN-DATE TO CT-DATE-ASSIGNED
           END-IF.
      *
       C360-WRITE-TERMS-EXCEPTION.
           MOVE TM-ACTION TO MX-ACTION
           MOVE TM-CU-NUMBER TO MX-NUMBER
           MOVE TM-TERMS-CODE TO MX-NAME
           MOVE WS-VALIDATION-REASON TO MX-REASON
           WRITE MAINT-EXCEPTION-DATA FROM MAINT-EXCEPTION-LINE
           ADD 1 TO WS-TERMS-REJECTED-COUNT.
      *
       C370-WRITE-TERMS-AUDIT.
           MOVE WS-RUN-DATE TO AU-RUN-DATE
           MOVE WS-RUN-TIME TO AU-RUN-TIME
           MOVE TM-ACTION TO AU-ACTION
           MOVE "T" TO AU-FILE-CODE
           WRITE AUDIT-RECORD.
      *
      * A NEW PROMISE NEEDS A CUSTOMER ON THE MASTER, WHOSE BRANCH
      * IT CARRIES FOR THE BROKEN-PROMISE REPORT.  A PROMISE STILL
      * BEING KEPT MUST BE RESCHEDULED OR CANCELLED, NOT ADDED
      * OVER; A BROKEN OR COMPLETED ONE IS REPLACED.
       C410-APPLY-PROMISE-ADD.
           PERFORM C440-VALIDATE-PROMISE-IMAGE
           IF WS-VALIDATION-REASON EQUAL SPACES
               MOVE PR-CU-NUMBER TO IX-CU-NUMBER
               READ CUSTOMER-IX-FILE
                   INVALID KEY
                       MOVE "CUSTOMER NOT ON MASTER" TO
                           WS-VALIDATION-REASON
                   NOT INVALID KEY
                       MOVE CUSTOMER-IX-RECORD TO CUSTOMER-RECORD
               END-READ
           END-IF
           IF WS-VALIDATION-REASON NOT EQUAL SPACES
               PERFORM C460-WRITE-PROMISE-EXCEPTION
           ELSE
               MOVE PR-CU-NUMBER TO PM-CU-NUMBER
               READ PROMISE-FILE
                   INVALID KEY
                       MOVE SPACES TO AU-BEFORE-IMAGE
                       PERFORM C445-BUILD-NEW-PROMISE
                       WRITE PROMISE-RECORD
                       PERFORM C447-FINISH-PROMISE-ADD
                   NOT INVALID KEY
                       IF PM-STATUS EQUAL "A"
                           MOVE "PROMISE ALREADY ACTIVE" TO
                               WS-VALIDATION-REASON
                           PERFORM C460-WRITE-PROMISE-EXCEPTION
                       ELSE
                           MOVE PROMISE-RECORD TO AU-BEFORE-IMAGE
                           PERFORM C445-BUILD-NEW-PROMISE
                           REWRITE PROMISE-RECORD
                           PERFORM C447-FINISH-PROMISE-ADD
                       END-IF
               END-READ
           END-IF.
      *
      * A RESCHEDULE REPLACES THE INSTALLMENTS AND, IF ONE IS
      * GIVEN, THE COLLECTOR.  THE AMOUNT ALREADY PAID AND THE
      * HELD DUNNING LEVEL STAND.  A BROKEN PROMISE IS NOT
      * REVIVED THIS WAY; A NEW ONE IS TAKEN WITH AN ADD.
       C420-APPLY-PROMISE-CHANGE.
           PERFORM C440-VALIDATE-PROMISE-IMAGE
           IF WS-VALIDATION-REASON NOT EQUAL SPACES
               PERFORM C460-WRITE-PROMISE-EXCEPTION
           ELSE
               MOVE PR-CU-NUMBER TO PM-CU-NUMBER
               READ PROMISE-FILE
                   INVALID KEY
                       MOVE "NO PROMISE ON FILE" TO
                           WS-VALIDATION-REASON
                       PERFORM C460-WRITE-PROMISE-EXCEPTION
                   NOT INVALID KEY
                       IF PM-STATUS NOT EQUAL "A"
                           MOVE "PROMISE NOT ACTIVE" TO
                               WS-VALIDATION-REASON
                           PERFORM C460-WRITE-PROMISE-EXCEPTION
                       ELSE
                           MOVE PROMISE-RECORD TO AU-BEFORE-IMAGE
                           IF PR-COLLECTOR NOT EQUAL SPACES
                               MOVE PR-COLLECTOR TO PM-COLLECTOR
                           END-IF
                           PERFORM C446-MOVE-INSTALLMENT
                               VARYING WS-PROM-SUB FROM 1 BY 1
                               UNTIL WS-PROM-SUB GREATER THAN 4
                           REWRITE PROMISE-RECORD
                           MOVE PROMISE-RECORD TO AU-AFTER-IMAGE
                           PERFORM C470-WRITE-PROMISE-AUDIT
                           ADD 1 TO WS-PROM-CHANGE-COUNT
                       END-IF
               END-READ
           END-IF.
      *
      * A CANCEL REMOVES THE PROMISE WHATEVER ITS STATUS; THE
      * ACCOUNT RETURNS TO NORMAL ESCALATION ON THE NEXT
      * COLLECTION RUN.
       C430-APPLY-PROMISE-CANCEL.
           MOVE PR-CU-NUMBER TO PM-CU-NUMBER
           READ PROMISE-FILE
               INVALID KEY
                   MOVE "NO PROMISE ON FILE" TO WS-VALIDATION-REASON
                   PERFORM C460-WRITE-PROMISE-EXCEPTION
               NOT INVALID KEY
                   MOVE PROMISE-RECORD TO AU-BEFORE-IMAGE
                   DELETE PROMISE-FILE RECORD
                   MOVE SPACES TO AU-AFTER-IMAGE
                   PERFORM C470-WRITE-PROMISE-AUDIT
                   ADD 1 TO WS-PROM-CANCEL-COUNT
           END-READ.
      *
       C440-VALIDATE-PROMISE-IMAGE.
           MOVE SPACES TO WS-VALIDATION-REASON
           MOVE ZERO TO WS-PROM-INSTALL-COUNT
           MOVE ZERO TO WS-PROM-LAST-DATE
           MOVE "N" TO WS-PROM-GAP-FLAG
           PERFORM C441-CHECK-INSTALLMENT
               VARYING WS-PROM-SUB FROM 1 BY 1
               UNTIL WS-PROM-SUB GREATER THAN 4
                   OR WS-VALIDATION-REASON NOT EQUAL SPACES
           IF WS-VALIDATION-REASON EQUAL SPACES
               AND WS-PROM-INSTALL-COUNT EQUAL ZERO
               MOVE "NO INSTALLMENTS PROMISED" TO
                   WS-VALIDATION-REASON
           END-IF.
      *
      * A BLANK OR ALL-ZERO INSTALLMENT IS UNUSED.  ONE IN USE
      * NEEDS A VALID DATE LATER THAN THE ONE BEFORE IT AND AN
      * AMOUNT, AND MAY NOT FOLLOW AN UNUSED ONE.
       C441-CHECK-INSTALLMENT.
           MOVE "N" TO WS-PROM-SLOT-EMPTY-FLAG
           IF PR-INSTALLMENT(WS-PROM-SUB) EQUAL SPACES
               MOVE "Y" TO WS-PROM-SLOT-EMPTY-FLAG
           ELSE
               IF PR-DUE-DATE(WS-PROM-SUB) NUMERIC
                   AND PR-DUE-AMOUNT(WS-PROM-SUB) NUMERIC
                   IF PR-DUE-DATE(WS-PROM-SUB) EQUAL ZERO
                       AND PR-DUE-AMOUNT(WS-PROM-SUB) EQUAL ZERO
                       MOVE "Y" TO WS-PROM-SLOT-EMPTY-FLAG
                   END-IF
               END-IF
           END-IF
           IF WS-PROM-SLOT-EMPTY-FLAG EQUAL "Y"
               MOVE "Y" TO WS-PROM-GAP-FLAG
           ELSE
               IF WS-PROM-GAP-FLAG EQUAL "Y"
                   MOVE "INSTALLMENT AFTER A GAP" TO
                       WS-VALIDATION-REASON
               ELSE
                   IF PR-DUE-DATE(WS-PROM-SUB) NOT NUMERIC
                       MOVE "INVALID PROMISE DATE" TO
                           WS-VALIDATION-REASON
                   ELSE
                       MOVE PR-DUE-DATE(WS-PROM-SUB) TO WS-PROM-DATE
                       IF WS-PROM-YEAR EQUAL ZERO
                           OR WS-PROM-MONTH EQUAL ZERO
                           OR WS-PROM-MONTH GREATER THAN 12
                           OR WS-PROM-DAY EQUAL ZERO
                           OR WS-PROM-DAY GREATER THAN 31
                           MOVE "INVALID PROMISE DATE" TO
                               WS-VALIDATION-REASON
                       ELSE
                           IF WS-PROM-DATE NOT GREATER THAN
                                   WS-PROM-LAST-DATE
                               MOVE "PROMISE DATES OUT OF ORDER" TO
                                   WS-VALIDATION-REASON
                           END-IF
                       END-IF
                   END-IF
                   IF WS-VALIDATION-REASON EQUAL SPACES
                       IF PR-DUE-AMOUNT(WS-PROM-SUB) NOT NUMERIC
                           MOVE "INVALID PROMISE AMOUNT" TO
                               WS-VALIDATION-REASON
                       ELSE
                           IF PR-DUE-AMOUNT(WS-PROM-SUB) EQUAL ZERO
                               MOVE "INVALID PROMISE AMOUNT" TO
                                   WS-VALIDATION-REASON
                           END-IF
                       END-IF
                   END-IF
                   IF WS-VALIDATION-REASON EQUAL SPACES
                       MOVE WS-PROM-DATE TO WS-PROM-LAST-DATE
                       ADD 1 TO WS-PROM-INSTALL-COUNT
                   END-IF
               END-IF
           END-IF.
      *
      * A NEW PROMISE STARTS ACTIVE AS OF THE RUN DATE WITH
      * NOTHING PAID AND NO LEVEL HELD YET.
       C445-BUILD-NEW-PROMISE.
           MOVE SPACES TO PROMISE-RECORD
           MOVE PR-CU-NUMBER TO PM-CU-NUMBER
           MOVE "A" TO PM-STATUS
           MOVE WS-RUN-DATE TO PM-STATUS-DATE
           MOVE PR-COLLECTOR TO PM-COLLECTOR
           MOVE CU-BRANCH-CODE TO PM-BRANCH-CODE
           MOVE ZERO TO PM-HELD-DUN-LEVEL
           MOVE ZERO TO PM-AMOUNT-PAID
           PERFORM C446-MOVE-INSTALLMENT
               VARYING WS-PROM-SUB FROM 1 BY 1
               UNTIL WS-PROM-SUB GREATER THAN 4.
      *
       C446-MOVE-INSTALLMENT.
           IF PR-INSTALLMENT(WS-PROM-SUB) EQUAL SPACES
               MOVE ZERO TO PM-DUE-DATE(WS-PROM-SUB)
               MOVE ZERO TO PM-DUE-AMOUNT(WS-PROM-SUB)
           ELSE
               MOVE PR-DUE-DATE(WS-PROM-SUB) TO
                   PM-DUE-DATE(WS-PROM-SUB)
               MOVE PR-DUE-AMOUNT(WS-PROM-SUB) TO
                   PM-DUE-AMOUNT(WS-PROM-SUB)
           END-IF.
      *
       C447-FINISH-PROMISE-ADD.
           MOVE PROMISE-RECORD TO AU-AFTER-IMAGE
           PERFORM C470-WRITE-PROMISE-AUDIT
           ADD 1 TO WS-PROM-ADD-COUNT.
      *
       C460-WRITE-PROMISE-EXCEPTION.
           MOVE PR-ACTION TO MX-ACTION
           MOVE PR-CU-NUMBER TO MX-NUMBER
           MOVE PR-COLLECTOR TO MX-NAME
           MOVE WS-VALIDATION-REASON TO MX-REASON
           WRITE MAINT-EXCEPTION-DATA FROM MAINT-EXCEPTION-LINE
           ADD 1 TO WS-PROM-REJECTED-COUNT.
      *
       C470-WRITE-PROMISE-AUDIT.
           MOVE WS-RUN-DATE TO AU-RUN-DATE
           MOVE WS-RUN-TIME TO AU-RUN-TIME
           MOVE PR-ACTION TO AU-ACTION
           MOVE "P" TO AU-FILE-CODE
           WRITE AUDIT-RECORD.
