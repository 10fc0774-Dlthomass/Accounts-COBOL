       IDENTIFICATION DIVISION.
       PROGRAM-ID. ArProm.
      *
      *    BROKEN PROMISE-TO-PAY REPORT BY BRANCH.  THIS PROGRAM
      *    LISTS EVERY PROMISE ON THE PROMISE FILE THAT THE
      *    POSTING RUN HAS MARKED BROKEN, GROUPED BY THE BRANCH
      *    THAT OWNS THE CUSTOMER AND MOST RECENTLY BROKEN FIRST
      *    WITHIN THE BRANCH, SO EACH COLLECTOR STARTS THE NEXT
      *    ROUND OF CALLS FROM THE PROMISES THAT HAVE JUST FAILED.
      *    IT RUNS DAILY AFTER THE POSTING RUN.
      *
      *    EACH LINE SHOWS THE CUSTOMER AND NAME, THE COLLECTOR
      *    WHO TOOK THE PROMISE, THE DATE IT WAS BROKEN, THE
      *    INSTALLMENTS THAT HAD FALLEN DUE BY THEN, THE AMOUNT
      *    PAID AGAINST THE PROMISE, AND THE SHORTFALL.  A PROMISE
      *    BROKEN ON THE RUN DATE IS MARKED NEW.  EACH BRANCH
      *    CLOSES WITH A SUBTOTAL OF ITS BROKEN PROMISES AND THEIR
      *    SHORTFALL, AND THE REPORT CLOSES WITH THE COMPANY
      *    TOTALS AND THE NUMBER OF PROMISES STILL BEING KEPT.  A
      *    PROMISE WITH NO BRANCH IS REPORTED UNDER THE UNASSIGNED
      *    BRANCH 0000.  THE CUSTOMER NAME IS TAKEN FROM THE
      *    INDEXED MASTER WHEN IT IS AVAILABLE.  BOTH FILES ARE
      *    READ ONLY.
      *
      *    A BROKEN PROMISE STAYS ON THE REPORT UNTIL THE COLLECTOR
      *    TAKES A NEW PROMISE OR CANCELS THE OLD ONE THROUGH THE
      *    MASTER MAINTENANCE RUN.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. XYZ-1.
       OBJECT-COMPUTER. XYZ-1.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROMISE-FILE     ASSIGN TO "ARPROMIX.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PM-CU-NUMBER
                   FILE STATUS IS WS-PROMISE-STATUS.
           SELECT CUSTOMER-IX-FILE ASSIGN TO "RECD1IDX.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS IX-CU-NUMBER
                   FILE STATUS IS WS-CUSTOMER-IX-STATUS.
           SELECT BROKEN-REPORT-FILE ASSIGN TO "ARPROMBR.OUT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      * ONE PROMISE TO PAY PER CUSTOMER.  STATUS "A" WHILE BEING
      * KEPT, "B" BROKEN, "C" COMPLETED; THE STATUS DATE IS THE
      * DAY IT TOOK THAT STATUS.  UNUSED INSTALLMENTS ARE ZERO.
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
       FD  CUSTOMER-IX-FILE.
       01  CUSTOMER-IX-RECORD.
           05  IX-CU-NUMBER            PIC X(5).
           05  IX-CU-NAME              PIC X(18).
           05  FILLER                  PIC X(78).
       FD  BROKEN-REPORT-FILE.
       01  BROKEN-REPORT-DATA          PIC X(100).
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-PROMISE-EOF-FLAG     PIC X.
           05  WS-PROMISE-STATUS       PIC XX.
           05  WS-CUSTOMER-IX-STATUS   PIC XX.
           05  WS-MASTER-OPEN-FLAG     PIC X.
           05  WS-REPORT-STATUS        PIC XX.
       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-DATE             PIC 9(8).
       01  WS-PROMISE-FIELDS.
           05  WS-PM-SUB               PIC 9.
           05  WS-PM-DUE-TO-DATE       PIC 9(7)V99.
           05  WS-PM-SHORTFALL         PIC 9(7)V99.
      * THE BROKEN PROMISES ARE HELD IN A TABLE SO THEY CAN BE
      * PUT INTO BRANCH ORDER; THE FILE ITSELF IS IN CUSTOMER
      * ORDER.
       01  WS-BROKEN-TABLE-CONTROL.
           05  WS-BT-COUNT             PIC 9(4)  VALUE ZERO.
           05  WS-BT-SUB               PIC 9(4).
           05  WS-BT-INNER-SUB         PIC 9(4).
           05  WS-BT-LOW-SUB           PIC 9(4).
           05  WS-BT-FULL-FLAG         PIC X.
           05  WS-CURRENT-BRANCH-CODE  PIC X(4).
       01  WS-BROKEN-TABLE.
           05  WS-BT-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-BT-COUNT.
               10  WS-BT-BRANCH        PIC X(4).
               10  WS-BT-DATE-BROKEN   PIC 9(8).
               10  WS-BT-CU-NUMBER     PIC X(5).
               10  WS-BT-COLLECTOR     PIC X(8).
               10  WS-BT-DUE-TO-DATE   PIC 9(7)V99.
               10  WS-BT-AMOUNT-PAID   PIC 9(7)V99.
               10  WS-BT-SHORTFALL     PIC 9(7)V99.
       01  WS-BROKEN-HOLD.
           05  WS-BH-BRANCH            PIC X(4).
           05  WS-BH-DATE-BROKEN       PIC 9(8).
           05  WS-BH-CU-NUMBER         PIC X(5).
           05  WS-BH-COLLECTOR         PIC X(8).
           05  WS-BH-DUE-TO-DATE       PIC 9(7)V99.
           05  WS-BH-AMOUNT-PAID       PIC 9(7)V99.
           05  WS-BH-SHORTFALL         PIC 9(7)V99.
       01  WS-RUN-TOTALS.
           05  WS-BROKEN-COUNT         PIC 9(6).
           05  WS-TOTAL-SHORTFALL      PIC 9(8)V99.
           05  WS-NEW-BROKEN-COUNT     PIC 9(6).
           05  WS-NEW-SHORTFALL        PIC 9(8)V99.
           05  WS-KEPT-COUNT           PIC 9(6).
           05  WS-COMPLETED-COUNT      PIC 9(6).
           05  WS-BRANCH-BROKEN-COUNT  PIC 9(6).
           05  WS-BRANCH-SHORTFALL     PIC 9(8)V99.
       01  BROKEN-TITLE-LINE.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(32)  VALUE
                   "BROKEN PROMISES TO PAY - BRANCH".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  BT-RUN-DATE             PIC 9(8).
       01  BROKEN-HEADING-LINE.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(5)   VALUE "CUST ".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(18)  VALUE
                   "CUSTOMER NAME".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(8)   VALUE "COLLECTR".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(8)   VALUE "BROKEN  ".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(12)  VALUE
                   "    PROMISED".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(12)  VALUE
                   "        PAID".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(12)  VALUE
                   "   SHORTFALL".
       01  BROKEN-BRANCH-LINE.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(7)   VALUE "BRANCH ".
           05  BB-BRANCH-CODE          PIC X(4).
       01  BROKEN-DETAIL-LINE.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  BD-CU-NUMBER            PIC X(5).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  BD-CU-NAME              PIC X(18).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  BD-COLLECTOR            PIC X(8).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  BD-DATE-BROKEN          PIC 9(8).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  BD-DUE-TO-DATE          PIC Z,ZZZ,ZZZ.99.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  BD-AMOUNT-PAID          PIC Z,ZZZ,ZZZ.99.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  BD-SHORTFALL            PIC Z,ZZZ,ZZZ.99.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  BD-NEW-MARKER           PIC X(3).
       01  BROKEN-TOTAL-LINE.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  BTT-LABEL               PIC X(28).
           05  BTT-COUNT               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  BTT-AMOUNT              PIC ZZ,ZZZ,ZZZ.99.
      *
       PROCEDURE DIVISION.
      *
       A000-MAIN-CONTROL.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM B010-INITIALIZE-WORKING-DATA
           OPEN OUTPUT BROKEN-REPORT-FILE
           MOVE WS-RUN-DATE TO BT-RUN-DATE
           WRITE BROKEN-REPORT-DATA FROM BROKEN-TITLE-LINE
           OPEN INPUT PROMISE-FILE
           IF WS-PROMISE-STATUS NOT EQUAL "00"
               MOVE SPACES TO BROKEN-REPORT-DATA
               MOVE "*** NO PROMISE FILE - NO PROMISES TAKEN ***"
                   TO BROKEN-REPORT-DATA
               WRITE BROKEN-REPORT-DATA
                   AFTER ADVANCING 2 LINES
               CLOSE BROKEN-REPORT-FILE
               STOP RUN
           END-IF
           PERFORM B015-OPEN-INDEXED-MASTER
           MOVE LOW-VALUES TO PM-CU-NUMBER
           START PROMISE-FILE KEY NOT LESS THAN PM-CU-NUMBER
               INVALID KEY MOVE "Y" TO WS-PROMISE-EOF-FLAG
           END-START
           PERFORM B020-LOAD-ONE-PROMISE
               UNTIL WS-PROMISE-EOF-FLAG EQUAL "Y"
           CLOSE PROMISE-FILE
           PERFORM B030-SORT-BROKEN-TABLE
           PERFORM B040-WRITE-BROKEN-LIST
           PERFORM B090-WRITE-RUN-TOTALS
           IF WS-MASTER-OPEN-FLAG EQUAL "Y"
               CLOSE CUSTOMER-IX-FILE
           END-IF
           CLOSE BROKEN-REPORT-FILE
           STOP RUN.
      *
       B010-INITIALIZE-WORKING-DATA.
           MOVE "N" TO WS-PROMISE-EOF-FLAG
           MOVE "N" TO WS-BT-FULL-FLAG
           MOVE ZERO TO WS-BT-COUNT
           MOVE ZERO TO WS-BROKEN-COUNT
           MOVE ZERO TO WS-TOTAL-SHORTFALL
           MOVE ZERO TO WS-NEW-BROKEN-COUNT
           MOVE ZERO TO WS-NEW-SHORTFALL
           MOVE ZERO TO WS-KEPT-COUNT
           MOVE ZERO TO WS-COMPLETED-COUNT.
      *
      * WITHOUT THE MASTER THE REPORT STILL RUNS; THE NAMES ARE
      * LEFT BLANK.
       B015-OPEN-INDEXED-MASTER.
           MOVE "N" TO WS-MASTER-OPEN-FLAG
           OPEN INPUT CUSTOMER-IX-FILE
           IF WS-CUSTOMER-IX-STATUS EQUAL "00"
               MOVE "Y" TO WS-MASTER-OPEN-FLAG
           END-IF.
      *
       B020-LOAD-ONE-PROMISE.
           READ PROMISE-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-PROMISE-EOF-FLAG
           END-READ
           IF WS-PROMISE-EOF-FLAG NOT EQUAL "Y"
               IF PM-STATUS EQUAL "A"
                   ADD 1 TO WS-KEPT-COUNT
               ELSE
                   IF PM-STATUS EQUAL "C"
                       ADD 1 TO WS-COMPLETED-COUNT
                   ELSE
                       IF PM-STATUS EQUAL "B"
                           PERFORM C010-ADD-BROKEN-ENTRY
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
      * SELECTION SORT OF THE BROKEN-PROMISE TABLE: BRANCH CODE
      * ASCENDING, THEN DATE BROKEN DESCENDING WITHIN BRANCH.
       B030-SORT-BROKEN-TABLE.
           PERFORM B031-SELECT-LOWEST-ENTRY
               VARYING WS-BT-SUB FROM 1 BY 1
               UNTIL WS-BT-SUB NOT LESS THAN WS-BT-COUNT.
      *
       B031-SELECT-LOWEST-ENTRY.
           MOVE WS-BT-SUB TO WS-BT-LOW-SUB
           ADD 1 WS-BT-SUB GIVING WS-BT-INNER-SUB
           PERFORM B032-COMPARE-ENTRIES
               UNTIL WS-BT-INNER-SUB GREATER THAN WS-BT-COUNT
           IF WS-BT-LOW-SUB NOT EQUAL WS-BT-SUB
               MOVE WS-BT-ENTRY(WS-BT-SUB) TO WS-BROKEN-HOLD
               MOVE WS-BT-ENTRY(WS-BT-LOW-SUB) TO
                   WS-BT-ENTRY(WS-BT-SUB)
               MOVE WS-BROKEN-HOLD TO WS-BT-ENTRY(WS-BT-LOW-SUB)
           END-IF.
      *
       B032-COMPARE-ENTRIES.
           IF WS-BT-BRANCH(WS-BT-INNER-SUB) LESS THAN
                   WS-BT-BRANCH(WS-BT-LOW-SUB)
               MOVE WS-BT-INNER-SUB TO WS-BT-LOW-SUB
           ELSE
               IF WS-BT-BRANCH(WS-BT-INNER-SUB) EQUAL
                       WS-BT-BRANCH(WS-BT-LOW-SUB)
                   AND WS-BT-DATE-BROKEN(WS-BT-INNER-SUB) GREATER
                       THAN WS-BT-DATE-BROKEN(WS-BT-LOW-SUB)
                   MOVE WS-BT-INNER-SUB TO WS-BT-LOW-SUB
               END-IF
           END-IF
           ADD 1 TO WS-BT-INNER-SUB.
      *
       B040-WRITE-BROKEN-LIST.
           WRITE BROKEN-REPORT-DATA FROM BROKEN-HEADING-LINE
               AFTER ADVANCING 2 LINES
           IF WS-BT-FULL-FLAG EQUAL "Y"
               MOVE SPACES TO BROKEN-REPORT-DATA
               MOVE "*** BROKEN-PROMISE TABLE FULL - SOME SKIPPED ***"
                   TO BROKEN-REPORT-DATA
               WRITE BROKEN-REPORT-DATA
                   AFTER ADVANCING 1 LINE
           END-IF
           MOVE SPACES TO WS-CURRENT-BRANCH-CODE
           PERFORM B041-WRITE-BROKEN-DETAIL
               VARYING WS-BT-SUB FROM 1 BY 1
               UNTIL WS-BT-SUB GREATER THAN WS-BT-COUNT
           IF WS-CURRENT-BRANCH-CODE NOT EQUAL SPACES
               PERFORM B050-WRITE-BRANCH-SUBTOTAL
           END-IF.
      *
       B041-WRITE-BROKEN-DETAIL.
           IF WS-BT-BRANCH(WS-BT-SUB) NOT EQUAL WS-CURRENT-BRANCH-CODE
               IF WS-CURRENT-BRANCH-CODE NOT EQUAL SPACES
                   PERFORM B050-WRITE-BRANCH-SUBTOTAL
               END-IF
               MOVE WS-BT-BRANCH(WS-BT-SUB) TO WS-CURRENT-BRANCH-CODE
               MOVE WS-CURRENT-BRANCH-CODE TO BB-BRANCH-CODE
               WRITE BROKEN-REPORT-DATA FROM BROKEN-BRANCH-LINE
                   AFTER ADVANCING 2 LINES
               MOVE ZERO TO WS-BRANCH-BROKEN-COUNT
               MOVE ZERO TO WS-BRANCH-SHORTFALL
           END-IF
           ADD 1 TO WS-BRANCH-BROKEN-COUNT
           ADD WS-BT-SHORTFALL(WS-BT-SUB) TO WS-BRANCH-SHORTFALL
           MOVE WS-BT-CU-NUMBER(WS-BT-SUB) TO BD-CU-NUMBER
           PERFORM C020-FIND-CUSTOMER-NAME
           MOVE WS-BT-COLLECTOR(WS-BT-SUB) TO BD-COLLECTOR
           MOVE WS-BT-DATE-BROKEN(WS-BT-SUB) TO BD-DATE-BROKEN
           MOVE WS-BT-DUE-TO-DATE(WS-BT-SUB) TO BD-DUE-TO-DATE
           MOVE WS-BT-AMOUNT-PAID(WS-BT-SUB) TO BD-AMOUNT-PAID
           MOVE WS-BT-SHORTFALL(WS-BT-SUB) TO BD-SHORTFALL
           IF WS-BT-DATE-BROKEN(WS-BT-SUB) EQUAL WS-RUN-DATE
               MOVE "NEW" TO BD-NEW-MARKER
           ELSE
               MOVE SPACES TO BD-NEW-MARKER
           END-IF
           WRITE BROKEN-REPORT-DATA FROM BROKEN-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
      *
       B050-WRITE-BRANCH-SUBTOTAL.
           MOVE "  BRANCH BROKEN - SHORTFALL" TO BTT-LABEL
           MOVE WS-BRANCH-BROKEN-COUNT TO BTT-COUNT
           MOVE WS-BRANCH-SHORTFALL TO BTT-AMOUNT
           WRITE BROKEN-REPORT-DATA FROM BROKEN-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
      *
       B090-WRITE-RUN-TOTALS.
           MOVE "BROKEN PROMISES" TO BTT-LABEL
           MOVE WS-BROKEN-COUNT TO BTT-COUNT
           MOVE WS-TOTAL-SHORTFALL TO BTT-AMOUNT
           WRITE BROKEN-REPORT-DATA FROM BROKEN-TOTAL-LINE
               AFTER ADVANCING 3 LINES
           MOVE "BROKEN TODAY" TO BTT-LABEL
           MOVE WS-NEW-BROKEN-COUNT TO BTT-COUNT
           MOVE WS-NEW-SHORTFALL TO BTT-AMOUNT
           WRITE BROKEN-REPORT-DATA FROM BROKEN-TOTAL-LINE
           MOVE "PROMISES BEING KEPT" TO BTT-LABEL
           MOVE WS-KEPT-COUNT TO BTT-COUNT
           MOVE ZERO TO BTT-AMOUNT
           WRITE BROKEN-REPORT-DATA FROM BROKEN-TOTAL-LINE
           MOVE "PROMISES COMPLETED" TO BTT-LABEL
           MOVE WS-COMPLETED-COUNT TO BTT-COUNT
           MOVE ZERO TO BTT-AMOUNT
           WRITE BROKEN-REPORT-DATA FROM BROKEN-TOTAL-LINE.
      *
      * THE SHORTFALL IS MEASURED AS AT THE DAY THE PROMISE BROKE:
      * THE INSTALLMENTS DUE BEFORE THAT DAY LESS WHAT HAD BEEN
      * PAID AGAINST THE PROMISE.
       C010-ADD-BROKEN-ENTRY.
           IF WS-BT-COUNT LESS THAN 1000
               MOVE ZERO TO WS-PM-DUE-TO-DATE
               PERFORM C015-SUM-INSTALLMENT-DUE
                   VARYING WS-PM-SUB FROM 1 BY 1
                   UNTIL WS-PM-SUB GREATER THAN 4
               MOVE ZERO TO WS-PM-SHORTFALL
               IF WS-PM-DUE-TO-DATE GREATER THAN PM-AMOUNT-PAID
                   SUBTRACT PM-AMOUNT-PAID FROM WS-PM-DUE-TO-DATE
                       GIVING WS-PM-SHORTFALL
               END-IF
               ADD 1 TO WS-BT-COUNT
               MOVE PM-BRANCH-CODE TO WS-BT-BRANCH(WS-BT-COUNT)
               IF PM-BRANCH-CODE EQUAL SPACES
                   MOVE "0000" TO WS-BT-BRANCH(WS-BT-COUNT)
               END-IF
               MOVE PM-STATUS-DATE TO WS-BT-DATE-BROKEN(WS-BT-COUNT)
               MOVE PM-CU-NUMBER TO WS-BT-CU-NUMBER(WS-BT-COUNT)
               MOVE PM-COLLECTOR TO WS-BT-COLLECTOR(WS-BT-COUNT)
               MOVE WS-PM-DUE-TO-DATE TO
                   WS-BT-DUE-TO-DATE(WS-BT-COUNT)
               MOVE PM-AMOUNT-PAID TO WS-BT-AMOUNT-PAID(WS-BT-COUNT)
               MOVE WS-PM-SHORTFALL TO WS-BT-SHORTFALL(WS-BT-COUNT)
               ADD 1 TO WS-BROKEN-COUNT
               ADD WS-PM-SHORTFALL TO WS-TOTAL-SHORTFALL
               IF PM-STATUS-DATE EQUAL WS-RUN-DATE
                   ADD 1 TO WS-NEW-BROKEN-COUNT
                   ADD WS-PM-SHORTFALL TO WS-NEW-SHORTFALL
               END-IF
           ELSE
               MOVE "Y" TO WS-BT-FULL-FLAG
           END-IF.
      *
       C015-SUM-INSTALLMENT-DUE.
           IF PM-DUE-AMOUNT(WS-PM-SUB) GREATER THAN ZERO
               AND PM-DUE-DATE(WS-PM-SUB) LESS THAN PM-STATUS-DATE
               ADD PM-DUE-AMOUNT(WS-PM-SUB) TO WS-PM-DUE-TO-DATE
           END-IF.
      *
       C020-FIND-CUSTOMER-NAME.
           MOVE SPACES TO BD-CU-NAME
           IF WS-MASTER-OPEN-FLAG EQUAL "Y"
               MOVE WS-BT-CU-NUMBER(WS-BT-SUB) TO IX-CU-NUMBER
               READ CUSTOMER-IX-FILE
                   INVALID KEY
                       MOVE "NOT ON MASTER" TO BD-CU-NAME
                   NOT INVALID KEY
                       MOVE IX-CU-NAME TO BD-CU-NAME
               END-READ
           END-IF.
