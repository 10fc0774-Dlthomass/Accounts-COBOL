       IDENTIFICATION DIVISION.
       PROGRAM-ID. ArRecon.
      *
      *    OPEN-ITEM RECONCILIATION.  THIS PROGRAM PROVES THE
      *    INDEXED OPEN-ITEM FILE AGAINST THE INDEXED CUSTOMER
      *    MASTER.  IT RUNS AS THE WEEKLY PROOF AND IS ALSO RUN BY
      *    THE MASTER GENERATION BACK-OUT UTILITY AS SOON AS A
      *    RESTORE IS COMPLETE, SINCE THE OPEN ITEMS ARE NOT
      *    VERSIONED WITH THE MASTER GENERATIONS.
      *
      *    THE MASTER IS WALKED IN CUSTOMER ORDER AND EACH
      *    CUSTOMER'S OPEN ITEMS ARE READ UNDER ITS KEY.  THE
      *    OPEN AMOUNTS OF THE ITEMS MUST ADD TO THE CUSTOMER'S
      *    BALANCE - THE PREVIOUS BALANCE PLUS CURRENT PURCHASES
      *    LESS CURRENT PAYMENTS AND CREDITS - OR TO ZERO WHEN THE
      *    BALANCE IS A CREDIT, THE SAME RELATIONSHIP THE POSTING
      *    RUN KEEPS.  A CUSTOMER WHOSE ITEMS DO NOT ADD UP IS
      *    LISTED AS OUT OF BALANCE, AND A CHANGE REQUEST FOR THE
      *    MAINTENANCE RUN IS WRITTEN TO THE PROPOSED ADJUSTMENT
      *    FILE.  THE PROPOSED IMAGE CARRIES A PREVIOUS BALANCE
      *    THAT BRINGS THE BALANCE TO THE OPEN-ITEM TOTAL, LEAVING
      *    THE CURRENT-PERIOD FIGURES ALONE, AND AGED BUCKETS
      *    REBUILT FROM THE ITEMS.  NOTHING IS APPLIED HERE: THE
      *    FILE IS REVIEWED AND THE ACCEPTED REQUESTS ARE PASSED
      *    TO THE MAINTENANCE RUN, WHICH EDITS AND AUDITS THEM.
      *
      *    THE ITEMS ARE ALSO AGED THE WAY THE POSTING RUN AGES
      *    THEM - DAYS PAST DUE AS OF THE LAST POSTING RUN DATE,
      *    DISPUTED ITEMS LEFT OUT - AND COMPARED WITH THE
      *    BUCKETS ON THE MASTER.  A DIFFERENCE IN THE AGING ONLY
      *    IS LISTED BUT DOES NOT MAKE THE FILES UNCLEAN, SINCE
      *    THE NEXT POSTING RUN REBUILDS THE BUCKETS FROM THE
      *    ITEMS.  A CUSTOMER WITH AN ITEM THAT HAS NO DUE DATE
      *    YET IS NOT AGED HERE; THE POSTING RUN SUPPLIES THE DUE
      *    DATE FROM THE CUSTOMER'S TERMS.
      *
      *    EVERY ITEM THAT FAILS THE POSTING RUN'S FIELD EDITS, OR
      *    WHOSE OPEN AMOUNT EXCEEDS ITS ORIGINAL AMOUNT, IS
      *    LISTED.  A SECOND PASS READS THE WHOLE OPEN-ITEM FILE
      *    AND LISTS EVERY ITEM WHOSE CUSTOMER IS NOT ON THE
      *    MASTER.  A MASTER RECORD THAT FAILS THE BALANCE FIELD
      *    EDITS IS LISTED AND CANNOT BE PROVED.
      *
      *    THE RESULT IS RECORDED ON THE SEQUENCE CONTROL RECORD:
      *    "C" WHEN EVERY CUSTOMER BALANCES AND NO ORPHAN OR
      *    INVALID ITEM WAS FOUND, "N" OTHERWISE.  THE POSTING RUN
      *    REFUSES TO START AGAINST FILES MARKED "N" UNLESS THE
      *    OPERATOR OVERRIDE IS SET.  BOTH INDEXED FILES ARE READ
      *    ONLY.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. XYZ-1.
       OBJECT-COMPUTER. XYZ-1.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-IX-FILE ASSIGN TO "RECD1IDX.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS IX-CU-NUMBER
                   FILE STATUS IS WS-CUSTOMER-IX-STATUS.
           SELECT OPEN-ITEM-FILE   ASSIGN TO "AROPENIX.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS OI-ITEM-KEY
                   FILE STATUS IS WS-OPENITEM-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "ARRUNCTL.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUN-CONTROL-STATUS.
           SELECT ADJUSTMENT-FILE  ASSIGN TO "ARRECADJ.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ADJUSTMENT-STATUS.
           SELECT RECON-REPORT-FILE ASSIGN TO "ARRECON.OUT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-IX-FILE.
       01  CUSTOMER-IX-RECORD.
           05  IX-CU-NUMBER            PIC X(5).
           05  FILLER                  PIC X(96).
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
       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           05  RC-ARPOST-RUN-DATE          PIC 9(8).
           05  RC-ACCOUNTS-RUN-DATE        PIC 9(8).
           05  RC-ACCOUNTS-ACTIVE-FLAG     PIC X.
           05  RC-FINCHG-PERIOD-ID         PIC X(6).
           05  RC-ROLL-PERIOD-ID           PIC X(6).
           05  RC-RECON-STATUS-FLAG        PIC X.
           05  FILLER                      PIC X(6).
      * PROPOSED ADJUSTMENTS ARE MAINTENANCE CHANGE REQUESTS: AN
      * ACTION CODE AND A FULL CUSTOMER RECORD IMAGE.
       FD  ADJUSTMENT-FILE.
       01  ADJUSTMENT-RECORD.
           05  AJ-ACTION               PIC X.
           05  AJ-CUSTOMER-IMAGE       PIC X(101).
       FD  RECON-REPORT-FILE.
       01  RECON-REPORT-DATA           PIC X(100).
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-IX-EOF-FLAG          PIC X.
           05  WS-OI-EOF-FLAG          PIC X.
           05  WS-OI-SCAN-DONE-FLAG    PIC X.
           05  WS-OI-VALID-FLAG        PIC X.
           05  WS-NO-DUE-DATE-FLAG     PIC X.
           05  WS-MASTER-FOUND-FLAG    PIC X.
           05  WS-FILES-CLEAN-FLAG     PIC X.
           05  WS-CUSTOMER-IX-STATUS   PIC XX.
           05  WS-OPENITEM-STATUS      PIC XX.
           05  WS-RUN-CONTROL-STATUS   PIC XX.
           05  WS-ADJUSTMENT-STATUS    PIC XX.
           05  WS-REPORT-STATUS        PIC XX.
       01  WS-RUN-CONTROL-FIELDS.
           05  WS-RC-ARPOST-RUN-DATE   PIC 9(8).
           05  WS-RC-ACCOUNTS-RUN-DATE PIC 9(8).
           05  WS-RC-ACCOUNTS-ACTIVE   PIC X.
           05  WS-RC-FINCHG-PERIOD-ID  PIC X(6).
           05  WS-RC-ROLL-PERIOD-ID    PIC X(6).
           05  WS-RC-RECON-STATUS      PIC X.
       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-DATE             PIC 9(8).
           05  WS-AGING-DATE           PIC 9(8).
           05  WS-AGING-DAY-NUMBER     PIC 9(7).
           05  WS-DAYS-PAST-DUE        PIC S9(7).
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
       01  WS-CUSTOMER-PROOF-FIELDS.
           05  WS-VALIDATION-REASON    PIC X(30).
           05  WS-ITEM-REASON          PIC X(30).
           05  WS-CUR-BALANCE          PIC S9(7)V99.
           05  WS-EXPECTED-ITEMS       PIC S9(7)V99.
           05  WS-CUST-ITEM-TOTAL      PIC 9(8)V99.
           05  WS-CUST-DIFFERENCE      PIC S9(8)V99.
           05  WS-AGE-30               PIC 9(8)V99.
           05  WS-AGE-60               PIC 9(8)V99.
           05  WS-AGE-90               PIC 9(8)V99.
           05  WS-AGE-120              PIC 9(8)V99.
           05  WS-NEW-PREV-BALANCE     PIC S9(8)V99.
           05  WS-LAST-CHECKED-CU      PIC X(5).
       01  WS-RUN-TOTALS.
           05  WS-CUSTOMER-COUNT       PIC 9(6).
           05  WS-IN-BALANCE-COUNT     PIC 9(6).
           05  WS-OUT-OF-BALANCE-COUNT PIC 9(6).
           05  WS-MASTER-INVALID-COUNT PIC 9(6).
           05  WS-AGING-DIFF-COUNT     PIC 9(6).
           05  WS-NOT-AGED-COUNT       PIC 9(6).
           05  WS-ADJUSTMENT-COUNT     PIC 9(6).
           05  WS-ITEM-COUNT           PIC 9(6).
           05  WS-INVALID-ITEM-COUNT   PIC 9(6).
           05  WS-ORPHAN-COUNT         PIC 9(6).
           05  WS-ORPHAN-TOTAL         PIC 9(8)V99.
           05  WS-TOTAL-BALANCE        PIC S9(8)V99.
           05  WS-TOTAL-ITEMS          PIC 9(8)V99.
           05  WS-TOTAL-DIFFERENCE     PIC S9(8)V99.
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
           05  CU-FINCHG-EXEMPT-FLAG   PIC X.
           05  CU-CREDIT-HOLD-FLAG     PIC X.
       01  RECON-TITLE-LINE.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(32)  VALUE
                   "OPEN-ITEM RECONCILIATION".
           05  RT-RUN-DATE             PIC 9(8).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE "AGED AS OF".
           05  FILLER                  PIC X(1)   VALUE SPACES.
           05  RT-AGING-DATE           PIC 9(8).
       01  RECON-SECTION-LINE.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  RS-SECTION-TITLE        PIC X(40).
       01  BALANCE-HEADING-LINE.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(5)   VALUE "CUST ".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(18)  VALUE "NAME".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(11)  VALUE
                   "    BALANCE".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(13)  VALUE
                   "   OPEN ITEMS".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(14)  VALUE
                   "    DIFFERENCE".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(24)  VALUE "REASON".
       01  BALANCE-DETAIL-LINE.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  RB-CU-NUMBER            PIC X(5).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  RB-CU-NAME              PIC X(18).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  RB-BALANCE              PIC -ZZZ,ZZZ.99.
           05  RB-BALANCE-X REDEFINES RB-BALANCE PIC X(11).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  RB-ITEM-TOTAL           PIC ZZ,ZZZ,ZZZ.99.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  RB-DIFFERENCE           PIC -ZZ,ZZZ,ZZZ.99.
           05  RB-DIFFERENCE-X REDEFINES RB-DIFFERENCE PIC X(14).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  RB-REASON               PIC X(24).
       01  AGING-HEADING-LINE.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(5)   VALUE "CUST ".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE SPACES.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(13)  VALUE
                   "         1-30".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(13)  VALUE
                   "        31-60".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(13)  VALUE
                   "        61-90".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(13)  VALUE
                   "      OVER 90".
       01  AGING-DETAIL-LINE.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  RA-CU-NUMBER            PIC X(5).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  RA-LABEL                PIC X(10).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  RA-AGE-30               PIC ZZ,ZZZ,ZZZ.99.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  RA-AGE-60               PIC ZZ,ZZZ,ZZZ.99.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  RA-AGE-90               PIC ZZ,ZZZ,ZZZ.99.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  RA-AGE-120              PIC ZZ,ZZZ,ZZZ.99.
       01  ITEM-HEADING-LINE.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(5)   VALUE "CUST ".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(8)   VALUE "INV DATE".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(4)   VALUE "REF ".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(3)   VALUE "SEQ".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE
                   "      OPEN".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(30)  VALUE "REASON".
       01  ITEM-DETAIL-LINE.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  RI-CU-NUMBER            PIC X(5).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  RI-INVOICE-DATE         PIC X(8).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  RI-INVOICE-REF          PIC X(4).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  RI-ITEM-SEQ             PIC X(3).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  RI-OPEN-AMOUNT          PIC ZZZ,ZZZ.99.
           05  RI-OPEN-AMOUNT-X REDEFINES RI-OPEN-AMOUNT PIC X(10).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  RI-REASON               PIC X(30).
       01  RECON-TOTAL-LINE.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  RX-LABEL                PIC X(28).
           05  RX-COUNT                PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  RX-AMOUNT               PIC -ZZ,ZZZ,ZZZ.99.
      *
       PROCEDURE DIVISION.
      *
       A000-MAIN-CONTROL.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM B010-INITIALIZE-WORKING-DATA
           PERFORM B015-READ-RUN-CONTROL
           OPEN OUTPUT RECON-REPORT-FILE
           MOVE WS-RUN-DATE TO RT-RUN-DATE
           MOVE WS-AGING-DATE TO RT-AGING-DATE
           WRITE RECON-REPORT-DATA FROM RECON-TITLE-LINE
           OPEN INPUT CUSTOMER-IX-FILE
           IF WS-CUSTOMER-IX-STATUS NOT EQUAL "00"
               MOVE SPACES TO RECON-REPORT-DATA
               MOVE "*** INDEXED CUSTOMER MASTER NOT AVAILABLE ***"
                   TO RECON-REPORT-DATA
               WRITE RECON-REPORT-DATA
                   AFTER ADVANCING 2 LINES
               PERFORM B080-WRITE-RECON-RESULT
               PERFORM B085-STAMP-RUN-CONTROL
               CLOSE RECON-REPORT-FILE
               GOBACK
           END-IF
           OPEN INPUT OPEN-ITEM-FILE
           IF WS-OPENITEM-STATUS NOT EQUAL "00"
               MOVE SPACES TO RECON-REPORT-DATA
               MOVE "*** OPEN-ITEM FILE NOT AVAILABLE ***"
                   TO RECON-REPORT-DATA
               WRITE RECON-REPORT-DATA
                   AFTER ADVANCING 2 LINES
               CLOSE CUSTOMER-IX-FILE
               PERFORM B080-WRITE-RECON-RESULT
               PERFORM B085-STAMP-RUN-CONTROL
               CLOSE RECON-REPORT-FILE
               GOBACK
           END-IF
           OPEN OUTPUT ADJUSTMENT-FILE
           PERFORM B020-PROVE-CUSTOMERS
           PERFORM B040-CHECK-OPEN-ITEMS
           CLOSE CUSTOMER-IX-FILE, OPEN-ITEM-FILE
           CLOSE ADJUSTMENT-FILE
           PERFORM B070-WRITE-RUN-TOTALS
           PERFORM B080-WRITE-RECON-RESULT
           PERFORM B085-STAMP-RUN-CONTROL
           CLOSE RECON-REPORT-FILE
           GOBACK.
      *
       B010-INITIALIZE-WORKING-DATA.
           MOVE "N" TO WS-IX-EOF-FLAG
           MOVE "N" TO WS-OI-EOF-FLAG
           MOVE "N" TO WS-FILES-CLEAN-FLAG
           MOVE ZERO TO WS-CUSTOMER-COUNT
           MOVE ZERO TO WS-IN-BALANCE-COUNT
           MOVE ZERO TO WS-OUT-OF-BALANCE-COUNT
           MOVE ZERO TO WS-MASTER-INVALID-COUNT
           MOVE ZERO TO WS-AGING-DIFF-COUNT
           MOVE ZERO TO WS-NOT-AGED-COUNT
           MOVE ZERO TO WS-ADJUSTMENT-COUNT
           MOVE ZERO TO WS-ITEM-COUNT
           MOVE ZERO TO WS-INVALID-ITEM-COUNT
           MOVE ZERO TO WS-ORPHAN-COUNT
           MOVE ZERO TO WS-ORPHAN-TOTAL
           MOVE ZERO TO WS-TOTAL-BALANCE
           MOVE ZERO TO WS-TOTAL-ITEMS
           MOVE ZERO TO WS-TOTAL-DIFFERENCE.
      *
      * THE ITEMS ARE AGED AS OF THE LAST POSTING RUN, SINCE THAT
      * IS THE DATE THE BUCKETS ON THE MASTER WERE BUILT FOR.
      * BEFORE ANY POSTING RUN THE RUN DATE IS USED.
       B015-READ-RUN-CONTROL.
           MOVE ZERO TO WS-RC-ARPOST-RUN-DATE
           MOVE ZERO TO WS-RC-ACCOUNTS-RUN-DATE
           MOVE "N" TO WS-RC-ACCOUNTS-ACTIVE
           MOVE SPACES TO WS-RC-FINCHG-PERIOD-ID
           MOVE SPACES TO WS-RC-ROLL-PERIOD-ID
           MOVE SPACES TO WS-RC-RECON-STATUS
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUN-CONTROL-STATUS EQUAL "00"
               READ RUN-CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF RC-ARPOST-RUN-DATE NUMERIC
                           MOVE RC-ARPOST-RUN-DATE TO
                               WS-RC-ARPOST-RUN-DATE
                       END-IF
                       IF RC-ACCOUNTS-RUN-DATE NUMERIC
                           MOVE RC-ACCOUNTS-RUN-DATE TO
                               WS-RC-ACCOUNTS-RUN-DATE
                       END-IF
                       MOVE RC-ACCOUNTS-ACTIVE-FLAG TO
                           WS-RC-ACCOUNTS-ACTIVE
                       MOVE RC-FINCHG-PERIOD-ID TO
                           WS-RC-FINCHG-PERIOD-ID
                       MOVE RC-ROLL-PERIOD-ID TO
                           WS-RC-ROLL-PERIOD-ID
                       MOVE RC-RECON-STATUS-FLAG TO
                           WS-RC-RECON-STATUS
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF
           IF WS-RC-ARPOST-RUN-DATE GREATER THAN ZERO
               MOVE WS-RC-ARPOST-RUN-DATE TO WS-AGING-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-AGING-DATE
           END-IF
           MOVE WS-AGING-DATE TO WS-DN-DATE
           PERFORM C100-COMPUTE-DAY-NUMBER
           MOVE WS-DN-DAY-NUMBER TO WS-AGING-DAY-NUMBER.
      *
       B020-PROVE-CUSTOMERS.
           MOVE SPACES TO RS-SECTION-TITLE
           MOVE "CUSTOMERS OUT OF BALANCE" TO RS-SECTION-TITLE
           WRITE RECON-REPORT-DATA FROM RECON-SECTION-LINE
               AFTER ADVANCING 2 LINES
           WRITE RECON-REPORT-DATA FROM BALANCE-HEADING-LINE
               AFTER ADVANCING 1 LINE
           MOVE "N" TO WS-IX-EOF-FLAG
           MOVE LOW-VALUES TO IX-CU-NUMBER
           START CUSTOMER-IX-FILE KEY NOT LESS THAN IX-CU-NUMBER
               INVALID KEY MOVE "Y" TO WS-IX-EOF-FLAG
           END-START
           PERFORM B021-PROVE-NEXT-CUSTOMER
               UNTIL WS-IX-EOF-FLAG EQUAL "Y".
      *
       B021-PROVE-NEXT-CUSTOMER.
           READ CUSTOMER-IX-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-IX-EOF-FLAG
           END-READ
           IF WS-IX-EOF-FLAG NOT EQUAL "Y"
               MOVE CUSTOMER-IX-RECORD TO CUSTOMER-RECORD
               ADD 1 TO WS-CUSTOMER-COUNT
               PERFORM C010-SCAN-CUSTOMER-ITEMS
               PERFORM C052-VALIDATE-MASTER-RECORD
               IF WS-VALIDATION-REASON NOT EQUAL SPACES
                   PERFORM C030-WRITE-INVALID-MASTER
               ELSE
                   PERFORM C020-COMPARE-BALANCE
               END-IF
           END-IF.
      *
      * A SECOND PASS OVER THE WHOLE OPEN-ITEM FILE LISTS THE
      * ITEMS NO CUSTOMER SCAN REACHED AND THE ITEMS THAT FAIL
      * THE FIELD EDITS.  THE FILE IS IN CUSTOMER ORDER, SO THE
      * MASTER IS LOOKED UP ONCE PER CUSTOMER.
       B040-CHECK-OPEN-ITEMS.
           MOVE SPACES TO RS-SECTION-TITLE
           MOVE "OPEN ITEMS NOT PROVED" TO RS-SECTION-TITLE
           WRITE RECON-REPORT-DATA FROM RECON-SECTION-LINE
               AFTER ADVANCING 2 LINES
           WRITE RECON-REPORT-DATA FROM ITEM-HEADING-LINE
               AFTER ADVANCING 1 LINE
           MOVE HIGH-VALUES TO WS-LAST-CHECKED-CU
           MOVE "N" TO WS-MASTER-FOUND-FLAG
           MOVE "N" TO WS-OI-EOF-FLAG
           MOVE LOW-VALUES TO OI-ITEM-KEY
           START OPEN-ITEM-FILE KEY NOT LESS THAN OI-ITEM-KEY
               INVALID KEY MOVE "Y" TO WS-OI-EOF-FLAG
           END-START
           PERFORM B041-CHECK-NEXT-ITEM-OWNER
               UNTIL WS-OI-EOF-FLAG EQUAL "Y".
      *
       B041-CHECK-NEXT-ITEM-OWNER.
           READ OPEN-ITEM-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-OI-EOF-FLAG
           END-READ
           IF WS-OI-EOF-FLAG NOT EQUAL "Y"
               ADD 1 TO WS-ITEM-COUNT
               IF OI-CU-NUMBER NOT EQUAL WS-LAST-CHECKED-CU
                   MOVE OI-CU-NUMBER TO WS-LAST-CHECKED-CU
                   MOVE OI-CU-NUMBER TO IX-CU-NUMBER
                   MOVE "Y" TO WS-MASTER-FOUND-FLAG
                   READ CUSTOMER-IX-FILE
                       INVALID KEY MOVE "N" TO WS-MASTER-FOUND-FLAG
                   END-READ
               END-IF
               PERFORM C0545-CHECK-ITEM-FIELDS
               IF WS-OI-VALID-FLAG EQUAL "Y"
                   ADD OI-OPEN-AMOUNT TO WS-TOTAL-ITEMS
               END-IF
               IF WS-MASTER-FOUND-FLAG NOT EQUAL "Y"
                   ADD 1 TO WS-ORPHAN-COUNT
                   IF OI-OPEN-AMOUNT NUMERIC
                       ADD OI-OPEN-AMOUNT TO WS-ORPHAN-TOTAL
                   END-IF
                   MOVE "NO CUSTOMER MASTER" TO WS-ITEM-REASON
                   PERFORM C040-WRITE-ITEM-LINE
               ELSE
                   IF WS-OI-VALID-FLAG NOT EQUAL "Y"
                       ADD 1 TO WS-INVALID-ITEM-COUNT
                       PERFORM C040-WRITE-ITEM-LINE
                   END-IF
               END-IF
           END-IF.
      *
       B070-WRITE-RUN-TOTALS.
           MOVE SPACES TO RECON-REPORT-DATA
           WRITE RECON-REPORT-DATA
               AFTER ADVANCING 1 LINE
           MOVE "CUSTOMERS READ" TO RX-LABEL
           MOVE WS-CUSTOMER-COUNT TO RX-COUNT
           MOVE ZERO TO RX-AMOUNT
           WRITE RECON-REPORT-DATA FROM RECON-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE "CUSTOMERS IN BALANCE" TO RX-LABEL
           MOVE WS-IN-BALANCE-COUNT TO RX-COUNT
           MOVE ZERO TO RX-AMOUNT
           WRITE RECON-REPORT-DATA FROM RECON-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE "CUSTOMERS OUT OF BALANCE" TO RX-LABEL
           MOVE WS-OUT-OF-BALANCE-COUNT TO RX-COUNT
           MOVE WS-TOTAL-DIFFERENCE TO RX-AMOUNT
           WRITE RECON-REPORT-DATA FROM RECON-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE "MASTER RECORDS NOT PROVED" TO RX-LABEL
           MOVE WS-MASTER-INVALID-COUNT TO RX-COUNT
           MOVE ZERO TO RX-AMOUNT
           WRITE RECON-REPORT-DATA FROM RECON-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE "CUSTOMERS WITH AGING DIFF" TO RX-LABEL
           MOVE WS-AGING-DIFF-COUNT TO RX-COUNT
           MOVE ZERO TO RX-AMOUNT
           WRITE RECON-REPORT-DATA FROM RECON-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE "CUSTOMERS NOT AGED" TO RX-LABEL
           MOVE WS-NOT-AGED-COUNT TO RX-COUNT
           MOVE ZERO TO RX-AMOUNT
           WRITE RECON-REPORT-DATA FROM RECON-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE "ADJUSTMENTS PROPOSED" TO RX-LABEL
           MOVE WS-ADJUSTMENT-COUNT TO RX-COUNT
           MOVE ZERO TO RX-AMOUNT
           WRITE RECON-REPORT-DATA FROM RECON-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE "MASTER BALANCES" TO RX-LABEL
           MOVE WS-CUSTOMER-COUNT TO RX-COUNT
           MOVE WS-TOTAL-BALANCE TO RX-AMOUNT
           WRITE RECON-REPORT-DATA FROM RECON-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE "OPEN ITEMS READ" TO RX-LABEL
           MOVE WS-ITEM-COUNT TO RX-COUNT
           MOVE WS-TOTAL-ITEMS TO RX-AMOUNT
           WRITE RECON-REPORT-DATA FROM RECON-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE "INVALID OPEN ITEMS" TO RX-LABEL
           MOVE WS-INVALID-ITEM-COUNT TO RX-COUNT
           MOVE ZERO TO RX-AMOUNT
           WRITE RECON-REPORT-DATA FROM RECON-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE "ORPHAN OPEN ITEMS" TO RX-LABEL
           MOVE WS-ORPHAN-COUNT TO RX-COUNT
           MOVE WS-ORPHAN-TOTAL TO RX-AMOUNT
           WRITE RECON-REPORT-DATA FROM RECON-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
      *
      * THE FILES ARE CLEAN ONLY WHEN BOTH COULD BE READ AND NO
      * CUSTOMER, MASTER RECORD OR OPEN ITEM WAS LISTED ABOVE.
       B080-WRITE-RECON-RESULT.
           MOVE "N" TO WS-FILES-CLEAN-FLAG
           IF WS-CUSTOMER-IX-STATUS EQUAL "00"
               AND WS-OPENITEM-STATUS EQUAL "00"
               AND WS-OUT-OF-BALANCE-COUNT EQUAL ZERO
               AND WS-MASTER-INVALID-COUNT EQUAL ZERO
               AND WS-INVALID-ITEM-COUNT EQUAL ZERO
               AND WS-ORPHAN-COUNT EQUAL ZERO
               MOVE "Y" TO WS-FILES-CLEAN-FLAG
           END-IF
           MOVE SPACES TO RECON-REPORT-DATA
           IF WS-FILES-CLEAN-FLAG EQUAL "Y"
               MOVE "*** OPEN ITEMS RECONCILE - FILES CLEAN ***"
                   TO RECON-REPORT-DATA
           ELSE
               MOVE "*** OPEN ITEMS DO NOT RECONCILE - NOT CLEAN ***"
                   TO RECON-REPORT-DATA
           END-IF
           WRITE RECON-REPORT-DATA
               AFTER ADVANCING 2 LINES
           IF WS-FILES-CLEAN-FLAG NOT EQUAL "Y"
               MOVE SPACES TO RECON-REPORT-DATA
               MOVE "*** POSTING REFUSED UNTIL A CLEAN PROOF ***"
                   TO RECON-REPORT-DATA
               WRITE RECON-REPORT-DATA
                   AFTER ADVANCING 1 LINE
           END-IF.
      *
       B085-STAMP-RUN-CONTROL.
           IF WS-FILES-CLEAN-FLAG EQUAL "Y"
               MOVE "C" TO WS-RC-RECON-STATUS
           ELSE
               MOVE "N" TO WS-RC-RECON-STATUS
           END-IF
           OPEN OUTPUT RUN-CONTROL-FILE
           MOVE SPACES TO RUN-CONTROL-RECORD
           MOVE WS-RC-ARPOST-RUN-DATE TO RC-ARPOST-RUN-DATE
           MOVE WS-RC-ACCOUNTS-RUN-DATE TO RC-ACCOUNTS-RUN-DATE
           MOVE WS-RC-ACCOUNTS-ACTIVE TO RC-ACCOUNTS-ACTIVE-FLAG
           MOVE WS-RC-FINCHG-PERIOD-ID TO RC-FINCHG-PERIOD-ID
           MOVE WS-RC-ROLL-PERIOD-ID TO RC-ROLL-PERIOD-ID
           MOVE WS-RC-RECON-STATUS TO RC-RECON-STATUS-FLAG
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.
      *
      * THE CUSTOMER'S ITEMS ARE TOTALLED AND AGED.  ITEMS THAT
      * FAIL THE FIELD EDITS ARE LEFT OUT OF THE TOTAL, AS THE
      * POSTING RUN SKIPS THEM; THEY ARE LISTED BY THE SECOND
      * PASS.
       C010-SCAN-CUSTOMER-ITEMS.
           MOVE ZERO TO WS-CUST-ITEM-TOTAL
           MOVE ZERO TO WS-AGE-30
           MOVE ZERO TO WS-AGE-60
           MOVE ZERO TO WS-AGE-90
           MOVE ZERO TO WS-AGE-120
           MOVE "N" TO WS-NO-DUE-DATE-FLAG
           MOVE "N" TO WS-OI-SCAN-DONE-FLAG
           MOVE LOW-VALUES TO OI-ITEM-KEY
           MOVE CU-NUMBER TO OI-CU-NUMBER
           START OPEN-ITEM-FILE KEY NOT LESS THAN OI-ITEM-KEY
               INVALID KEY MOVE "Y" TO WS-OI-SCAN-DONE-FLAG
           END-START
           PERFORM C011-READ-NEXT-CUSTOMER-ITEM
           PERFORM C012-TOTAL-ONE-ITEM
               UNTIL WS-OI-SCAN-DONE-FLAG EQUAL "Y".
      *
       C011-READ-NEXT-CUSTOMER-ITEM.
           IF WS-OI-SCAN-DONE-FLAG NOT EQUAL "Y"
               READ OPEN-ITEM-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-OI-SCAN-DONE-FLAG
               END-READ
           END-IF
           IF WS-OI-SCAN-DONE-FLAG NOT EQUAL "Y"
               AND OI-CU-NUMBER NOT EQUAL CU-NUMBER
               MOVE "Y" TO WS-OI-SCAN-DONE-FLAG
           END-IF.
      *
       C012-TOTAL-ONE-ITEM.
           PERFORM C0545-CHECK-ITEM-FIELDS
           IF WS-OI-VALID-FLAG EQUAL "Y"
               ADD OI-OPEN-AMOUNT TO WS-CUST-ITEM-TOTAL
               IF OI-OPEN-AMOUNT GREATER THAN ZERO
                   AND OI-DISPUTE-FLAG NOT EQUAL "D"
                   PERFORM C015-AGE-ONE-ITEM
               END-IF
           END-IF
           PERFORM C011-READ-NEXT-CUSTOMER-ITEM.
      *
      * THE SAME BUCKET BOUNDARIES THE POSTING RUN USES.  AN ITEM
      * WITH NO DUE DATE CANNOT BE AGED UNTIL THE POSTING RUN HAS
      * GIVEN IT ONE, SO ITS CUSTOMER'S AGING IS NOT COMPARED.
       C015-AGE-ONE-ITEM.
           IF OI-DUE-DAY-NUMBER NOT NUMERIC
               OR OI-DUE-DAY-NUMBER EQUAL ZERO
               MOVE "Y" TO WS-NO-DUE-DATE-FLAG
           ELSE
               SUBTRACT OI-DUE-DAY-NUMBER FROM WS-AGING-DAY-NUMBER
                   GIVING WS-DAYS-PAST-DUE
               IF WS-DAYS-PAST-DUE GREATER THAN ZERO
                   AND WS-DAYS-PAST-DUE NOT GREATER THAN 30
                   ADD OI-OPEN-AMOUNT TO WS-AGE-30
               END-IF
               IF WS-DAYS-PAST-DUE GREATER THAN 30
                   AND WS-DAYS-PAST-DUE NOT GREATER THAN 60
                   ADD OI-OPEN-AMOUNT TO WS-AGE-60
               END-IF
               IF WS-DAYS-PAST-DUE GREATER THAN 60
                   AND WS-DAYS-PAST-DUE NOT GREATER THAN 90
                   ADD OI-OPEN-AMOUNT TO WS-AGE-90
               END-IF
               IF WS-DAYS-PAST-DUE GREATER THAN 90
                   ADD OI-OPEN-AMOUNT TO WS-AGE-120
               END-IF
           END-IF.
      *
      * THE ITEMS SHOULD ADD TO THE BALANCE, OR TO ZERO WHEN THE
      * ACCOUNT IS IN CREDIT.
       C020-COMPARE-BALANCE.
           ADD CU-PREV-BALANCE, CU-CUR-PURCHASES
               GIVING WS-CUR-BALANCE
           SUBTRACT CU-CUR-PAYMENTS FROM WS-CUR-BALANCE
           SUBTRACT CU-CUR-CREDITS FROM WS-CUR-BALANCE
           ADD WS-CUR-BALANCE TO WS-TOTAL-BALANCE
           IF WS-CUR-BALANCE GREATER THAN ZERO
               MOVE WS-CUR-BALANCE TO WS-EXPECTED-ITEMS
           ELSE
               MOVE ZERO TO WS-EXPECTED-ITEMS
           END-IF
           IF WS-CUST-ITEM-TOTAL EQUAL WS-EXPECTED-ITEMS
               ADD 1 TO WS-IN-BALANCE-COUNT
           ELSE
               ADD 1 TO WS-OUT-OF-BALANCE-COUNT
               SUBTRACT WS-EXPECTED-ITEMS FROM WS-CUST-ITEM-TOTAL
                   GIVING WS-CUST-DIFFERENCE
               ADD WS-CUST-DIFFERENCE TO WS-TOTAL-DIFFERENCE
               MOVE SPACES TO BALANCE-DETAIL-LINE
               MOVE CU-NUMBER TO RB-CU-NUMBER
               MOVE CU-NAME TO RB-CU-NAME
               MOVE WS-CUR-BALANCE TO RB-BALANCE
               MOVE WS-CUST-ITEM-TOTAL TO RB-ITEM-TOTAL
               MOVE WS-CUST-DIFFERENCE TO RB-DIFFERENCE
               IF WS-CUST-DIFFERENCE GREATER THAN ZERO
                   MOVE "ITEMS EXCEED BALANCE" TO RB-REASON
               ELSE
                   MOVE "BALANCE EXCEEDS ITEMS" TO RB-REASON
               END-IF
               WRITE RECON-REPORT-DATA FROM BALANCE-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               PERFORM C025-PROPOSE-ADJUSTMENT
           END-IF
           PERFORM C022-COMPARE-AGING.
      *
       C022-COMPARE-AGING.
           IF WS-NO-DUE-DATE-FLAG EQUAL "Y"
               ADD 1 TO WS-NOT-AGED-COUNT
           ELSE
               IF WS-AGE-30 NOT EQUAL CU-BAL-30
                   OR WS-AGE-60 NOT EQUAL CU-BAL-60
                   OR WS-AGE-90 NOT EQUAL CU-BAL-90
                   OR WS-AGE-120 NOT EQUAL CU-BAL-120
                   ADD 1 TO WS-AGING-DIFF-COUNT
                   MOVE SPACES TO AGING-DETAIL-LINE
                   MOVE CU-NUMBER TO RA-CU-NUMBER
                   MOVE "ON MASTER" TO RA-LABEL
                   MOVE CU-BAL-30 TO RA-AGE-30
                   MOVE CU-BAL-60 TO RA-AGE-60
                   MOVE CU-BAL-90 TO RA-AGE-90
                   MOVE CU-BAL-120 TO RA-AGE-120
                   WRITE RECON-REPORT-DATA FROM AGING-HEADING-LINE
                       AFTER ADVANCING 1 LINE
                   WRITE RECON-REPORT-DATA FROM AGING-DETAIL-LINE
                       AFTER ADVANCING 1 LINE
                   MOVE SPACES TO RA-CU-NUMBER
                   MOVE "FROM ITEMS" TO RA-LABEL
                   MOVE WS-AGE-30 TO RA-AGE-30
                   MOVE WS-AGE-60 TO RA-AGE-60
                   MOVE WS-AGE-90 TO RA-AGE-90
                   MOVE WS-AGE-120 TO RA-AGE-120
                   WRITE RECON-REPORT-DATA FROM AGING-DETAIL-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
           END-IF.
      *
      * THE PROPOSED CHANGE MOVES THE PREVIOUS BALANCE SO THE
      * BALANCE EQUALS THE OPEN ITEMS, AND CARRIES THE BUCKETS
      * AGED FROM THE ITEMS WHEN THEY COULD ALL BE AGED.  A
      * CORRECTION THE PREVIOUS-BALANCE FIELD CANNOT HOLD IS
      * LISTED FOR MANUAL ACTION INSTEAD.
       C025-PROPOSE-ADJUSTMENT.
           SUBTRACT CU-CUR-PURCHASES FROM WS-CUST-ITEM-TOTAL
               GIVING WS-NEW-PREV-BALANCE
           ADD CU-CUR-PAYMENTS TO WS-NEW-PREV-BALANCE
           ADD CU-CUR-CREDITS TO WS-NEW-PREV-BALANCE
           IF WS-NEW-PREV-BALANCE GREATER THAN 999999.99
               OR WS-NEW-PREV-BALANCE LESS THAN -999999.99
               MOVE SPACES TO BALANCE-DETAIL-LINE
               MOVE CU-NUMBER TO RB-CU-NUMBER
               MOVE SPACES TO RB-BALANCE-X
               MOVE SPACES TO RB-DIFFERENCE-X
               MOVE "TOO LARGE TO ADJUST" TO RB-REASON
               WRITE RECON-REPORT-DATA FROM BALANCE-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               MOVE WS-NEW-PREV-BALANCE TO CU-PREV-BALANCE
               IF WS-NO-DUE-DATE-FLAG NOT EQUAL "Y"
                   MOVE WS-AGE-30 TO CU-BAL-30
                   MOVE WS-AGE-60 TO CU-BAL-60
                   MOVE WS-AGE-90 TO CU-BAL-90
                   MOVE WS-AGE-120 TO CU-BAL-120
               END-IF
               MOVE SPACES TO ADJUSTMENT-RECORD
               MOVE "C" TO AJ-ACTION
               MOVE CUSTOMER-RECORD TO AJ-CUSTOMER-IMAGE
               WRITE ADJUSTMENT-RECORD
               ADD 1 TO WS-ADJUSTMENT-COUNT
               MOVE CUSTOMER-IX-RECORD TO CUSTOMER-RECORD
           END-IF.
      *
       C030-WRITE-INVALID-MASTER.
           ADD 1 TO WS-MASTER-INVALID-COUNT
           MOVE SPACES TO BALANCE-DETAIL-LINE
           MOVE CU-NUMBER TO RB-CU-NUMBER
           MOVE CU-NAME TO RB-CU-NAME
           MOVE SPACES TO RB-BALANCE-X
           MOVE WS-CUST-ITEM-TOTAL TO RB-ITEM-TOTAL
           MOVE SPACES TO RB-DIFFERENCE-X
           MOVE WS-VALIDATION-REASON TO RB-REASON
           WRITE RECON-REPORT-DATA FROM BALANCE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
      *
       C040-WRITE-ITEM-LINE.
           MOVE SPACES TO ITEM-DETAIL-LINE
           MOVE OI-CU-NUMBER TO RI-CU-NUMBER
           MOVE OI-INVOICE-DATE TO RI-INVOICE-DATE
           MOVE OI-INVOICE-REF TO RI-INVOICE-REF
           MOVE OI-ITEM-SEQ TO RI-ITEM-SEQ
           IF OI-OPEN-AMOUNT NUMERIC
               MOVE OI-OPEN-AMOUNT TO RI-OPEN-AMOUNT
           ELSE
               MOVE SPACES TO RI-OPEN-AMOUNT-X
           END-IF
           MOVE WS-ITEM-REASON TO RI-REASON
           WRITE RECON-REPORT-DATA FROM ITEM-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
      *
      * THE POSTING RUN'S OPEN-ITEM FIELD EDITS, WITH THE OPEN
      * AMOUNT ALSO HELD TO THE ORIGINAL AMOUNT.
       C0545-CHECK-ITEM-FIELDS.
           MOVE SPACES TO WS-ITEM-REASON
           IF OI-ORIGINAL-AMOUNT NOT NUMERIC
               MOVE "INVALID ORIGINAL AMOUNT" TO WS-ITEM-REASON
           END-IF
           IF WS-ITEM-REASON EQUAL SPACES
               AND OI-OPEN-AMOUNT NOT NUMERIC
               MOVE "INVALID OPEN AMOUNT" TO WS-ITEM-REASON
           END-IF
           IF WS-ITEM-REASON EQUAL SPACES
               AND OI-INVOICE-DATE NOT NUMERIC
               MOVE "INVALID INVOICE DATE" TO WS-ITEM-REASON
           END-IF
           IF WS-ITEM-REASON EQUAL SPACES
               AND OI-OPEN-AMOUNT GREATER THAN OI-ORIGINAL-AMOUNT
               MOVE "OPEN EXCEEDS ORIGINAL AMOUNT" TO WS-ITEM-REASON
           END-IF
           IF WS-ITEM-REASON EQUAL SPACES
               MOVE "Y" TO WS-OI-VALID-FLAG
           ELSE
               MOVE "N" TO WS-OI-VALID-FLAG
           END-IF.
      *
       C052-VALIDATE-MASTER-RECORD.
           MOVE SPACES TO WS-VALIDATION-REASON
           IF CU-PREV-BALANCE NOT NUMERIC
               MOVE "INVALID PREVIOUS BALANCE" TO WS-VALIDATION-REASON
           END-IF
           IF WS-VALIDATION-REASON EQUAL SPACES
               AND CU-CUR-PURCHASES NOT NUMERIC
               MOVE "INVALID CURRENT PURCHASES" TO WS-VALIDATION-REASON
           END-IF
           IF WS-VALIDATION-REASON EQUAL SPACES
               AND CU-CUR-PAYMENTS NOT NUMERIC
               MOVE "INVALID CURRENT PAYMENTS" TO WS-VALIDATION-REASON
           END-IF
           IF WS-VALIDATION-REASON EQUAL SPACES
               AND CU-CUR-CREDITS NOT NUMERIC
               MOVE "INVALID CURRENT CREDITS" TO WS-VALIDATION-REASON
           END-IF
           IF WS-VALIDATION-REASON EQUAL SPACES
               AND CU-BAL-30 NOT NUMERIC
               MOVE "INVALID 30 DAY BALANCE" TO WS-VALIDATION-REASON
           END-IF
           IF WS-VALIDATION-REASON EQUAL SPACES
               AND CU-BAL-60 NOT NUMERIC
               MOVE "INVALID 60 DAY BALANCE" TO WS-VALIDATION-REASON
           END-IF
           IF WS-VALIDATION-REASON EQUAL SPACES
               AND CU-BAL-90 NOT NUMERIC
               MOVE "INVALID 90 DAY BALANCE" TO WS-VALIDATION-REASON
           END-IF
           IF WS-VALIDATION-REASON EQUAL SPACES
               AND CU-BAL-120 NOT NUMERIC
               MOVE "INVALID 120 DAY BALANCE" TO WS-VALIDATION-REASON
           END-IF
           IF WS-VALIDATION-REASON EQUAL SPACES
               AND CU-CREDIT-LIMIT NOT NUMERIC
               MOVE "INVALID CREDIT LIMIT" TO WS-VALIDATION-REASON
           END-IF.
      *
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
