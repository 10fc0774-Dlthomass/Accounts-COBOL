       IDENTIFICATION DIVISION.
       PROGRAM-ID. ArLedger.
      *
      *    CUSTOMER LEDGER PRINT.  THIS PROGRAM LISTS THE PERMANENT
      *    CUSTOMER LEDGER WRITTEN BY THE DAILY POSTING RUN, ONE
      *    CUSTOMER AT A TIME IN TRANSACTION-DATE ORDER.  EACH
      *    POSTING IS FOLLOWED BY THE OPEN ITEMS IT WAS APPLIED TO,
      *    SO A PAYMENT CAN BE TRACED TO THE INVOICES IT PAID LONG
      *    AFTER THOSE INVOICES HAVE LEFT THE OPEN-ITEM FILE.
      *
      *    THE PARAMETER RECORD SUPPLIES A CUSTOMER NUMBER (BLANK
      *    FOR EVERY CUSTOMER) AND A FROM AND TO TRANSACTION DATE.
      *    A ZERO OR NON-NUMERIC FROM DATE STARTS AT THE BEGINNING
      *    OF THE LEDGER AND A ZERO OR NON-NUMERIC TO DATE RUNS TO
      *    THE END, SO A MISSING PARAMETER RECORD PRINTS THE WHOLE
      *    LEDGER.
      *
      *    EACH CUSTOMER CLOSES WITH ITS CHARGES (INVOICES, FINANCE
      *    CHARGES, RETURNED CHECKS, RETURNED-CHECK FEES AND
      *    REFUNDS) AND ITS RELIEF (PAYMENTS, CASH RE-DIRECTED FROM
      *    SUSPENSE, CREDITS, PROMPT-PAYMENT DISCOUNTS AND
      *    WRITE-OFFS) FOR THE RANGE; THE
      *    REPORT CLOSES WITH RUN TOTALS.  THE LEDGER IS READ ONLY.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. XYZ-1.
       OBJECT-COMPUTER. XYZ-1.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE      ASSIGN TO "ARLEDGER.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS LG-LEDGER-KEY
                   FILE STATUS IS WS-LEDGER-STATUS.
           SELECT CUSTOMER-IX-FILE ASSIGN TO "RECD1IDX.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS IX-CU-NUMBER
                   FILE STATUS IS WS-CUSTOMER-IX-STATUS.
           SELECT LEDGER-PARM-FILE ASSIGN TO "ARLGPARM.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LEDGER-PARM-STATUS.
           SELECT LEDGER-REPORT-FILE ASSIGN TO "ARLEDGER.OUT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      * PERMANENT CUSTOMER LEDGER.  A POSTING ENTRY ("T") CARRIES
      * LINE NUMBER ZERO; THE APPLICATION ENTRIES ("A") FOR THE
      * OPEN ITEMS IT RELIEVED SHARE ITS KEY AND FOLLOW IT.
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
       FD  CUSTOMER-IX-FILE.
       01  CUSTOMER-IX-RECORD.
           05  IX-CU-NUMBER            PIC X(5).
           05  IX-CU-NAME              PIC X(18).
           05  FILLER                  PIC X(78).
       FD  LEDGER-PARM-FILE.
       01  LEDGER-PARM-RECORD.
           05  LP-CU-NUMBER            PIC X(5).
           05  LP-FROM-DATE            PIC 9(8).
           05  LP-TO-DATE              PIC 9(8).
           05  FILLER                  PIC X(9).
       FD  LEDGER-REPORT-FILE.
       01  LEDGER-REPORT-DATA          PIC X(90).
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-LEDGER-EOF-FLAG      PIC X.
           05  WS-PARM-FOUND-FLAG      PIC X.
           05  WS-CUSTOMER-OPEN-FLAG   PIC X.
           05  WS-CUSTOMER-IX-OK-FLAG  PIC X.
           05  WS-LEDGER-STATUS        PIC XX.
           05  WS-CUSTOMER-IX-STATUS   PIC XX.
           05  WS-LEDGER-PARM-STATUS   PIC XX.
           05  WS-REPORT-STATUS        PIC XX.
       01  WS-PARM-FIELDS.
           05  WS-SELECT-CU-NUMBER     PIC X(5).
           05  WS-FROM-DATE            PIC 9(8).
           05  WS-TO-DATE              PIC 9(8).
       01  WS-CUSTOMER-FIELDS.
           05  WS-CURRENT-CU-NUMBER    PIC X(5).
           05  WS-CU-CHARGES           PIC 9(8)V99.
           05  WS-CU-RELIEF            PIC 9(8)V99.
           05  WS-CU-ENTRY-COUNT       PIC 9(6).
       01  WS-RUN-TOTALS.
           05  WS-CUSTOMER-COUNT       PIC 9(6).
           05  WS-ENTRY-COUNT          PIC 9(6).
           05  WS-APPLICATION-COUNT    PIC 9(6).
           05  WS-TOTAL-CHARGES        PIC 9(8)V99.
           05  WS-TOTAL-RELIEF         PIC 9(8)V99.
       01  WS-DESCRIPTION-FIELDS.
           05  WS-LG-TYPE-DESC         PIC X(10).
           05  WS-LG-CLOSED-DESC       PIC X(12).
       01  LEDGER-TITLE-LINE.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(23)  VALUE
                   "CUSTOMER LEDGER HISTORY".
           05  FILLER                  PIC X(8)   VALUE SPACES.
           05  FILLER                  PIC X(5)   VALUE "FROM ".
           05  LT-FROM-DATE            PIC 9(8).
           05  FILLER                  PIC X(4)   VALUE " TO ".
           05  LT-TO-DATE              PIC 9(8).
       01  LEDGER-CUSTOMER-LINE.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(9)   VALUE "CUSTOMER ".
           05  LC-CU-NUMBER            PIC X(5).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  LC-CU-NAME              PIC X(18).
       01  LEDGER-HEADING-LINE.
           05  FILLER                  PIC X(5)   VALUE SPACES.
           05  FILLER                  PIC X(9)   VALUE "TRAN DATE".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE "TYPE".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(4)   VALUE "REF".
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE "    AMOUNT".
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(6)   VALUE "POSTED".
       01  LEDGER-DETAIL-LINE.
           05  FILLER                  PIC X(5)   VALUE SPACES.
           05  LD-TRAN-DATE            PIC 9(8).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  LD-TYPE-DESC            PIC X(10).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  LD-INVOICE-REF          PIC X(4).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  LD-AMOUNT               PIC ZZZ,ZZZ.99.
           05  FILLER                  PIC X(5)   VALUE SPACES.
           05  LD-POST-DATE            PIC 9(8).
       01  LEDGER-APPLIED-LINE.
           05  FILLER                  PIC X(18)  VALUE SPACES.
           05  FILLER                  PIC X(15)  VALUE
                   "APPLIED TO INV ".
           05  LA-ITEM-INVOICE-REF     PIC X(4).
           05  FILLER                  PIC X(7)   VALUE " DATED ".
           05  LA-ITEM-INVOICE-DATE    PIC 9(8).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  LA-AMOUNT               PIC ZZZ,ZZZ.99.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  LA-CLOSED-DESC          PIC X(12).
       01  LEDGER-CUSTOMER-TOTAL-LINE.
           05  FILLER                  PIC X(5)   VALUE SPACES.
           05  FILLER                  PIC X(8)   VALUE "CHARGES ".
           05  LCT-CHARGES             PIC ZZ,ZZZ,ZZZ.99.
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  FILLER                  PIC X(7)   VALUE "RELIEF ".
           05  LCT-RELIEF              PIC ZZ,ZZZ,ZZZ.99.
       01  LEDGER-TOTAL-LINE.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  LTT-LABEL               PIC X(28).
           05  LTT-COUNT               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  LTT-AMOUNT              PIC ZZ,ZZZ,ZZZ.99.
      *
       PROCEDURE DIVISION.
      *
       A000-MAIN-CONTROL.
           PERFORM B010-INITIALIZE-WORKING-DATA
           PERFORM B015-READ-LEDGER-PARM
           OPEN OUTPUT LEDGER-REPORT-FILE
           MOVE WS-FROM-DATE TO LT-FROM-DATE
           MOVE WS-TO-DATE TO LT-TO-DATE
           WRITE LEDGER-REPORT-DATA FROM LEDGER-TITLE-LINE
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS NOT EQUAL "00"
               MOVE SPACES TO LEDGER-REPORT-DATA
               MOVE "*** LEDGER FILE NOT AVAILABLE ***"
                   TO LEDGER-REPORT-DATA
               WRITE LEDGER-REPORT-DATA
                   AFTER ADVANCING 2 LINES
               CLOSE LEDGER-REPORT-FILE
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-IX-FILE
           IF WS-CUSTOMER-IX-STATUS EQUAL "00"
               MOVE "Y" TO WS-CUSTOMER-IX-OK-FLAG
           END-IF
           PERFORM B020-POSITION-LEDGER
           PERFORM B030-PRINT-ONE-ENTRY
               UNTIL WS-LEDGER-EOF-FLAG EQUAL "Y"
           IF WS-CUSTOMER-OPEN-FLAG EQUAL "Y"
               PERFORM C030-CLOSE-CUSTOMER
           END-IF
           PERFORM B090-WRITE-RUN-TOTALS
           CLOSE LEDGER-FILE
           IF WS-CUSTOMER-IX-OK-FLAG EQUAL "Y"
               CLOSE CUSTOMER-IX-FILE
           END-IF
           CLOSE LEDGER-REPORT-FILE
           STOP RUN.
      *
       B010-INITIALIZE-WORKING-DATA.
           MOVE "N" TO WS-LEDGER-EOF-FLAG
           MOVE "N" TO WS-CUSTOMER-OPEN-FLAG
           MOVE "N" TO WS-CUSTOMER-IX-OK-FLAG
           MOVE SPACES TO WS-CURRENT-CU-NUMBER
           MOVE ZERO TO WS-CUSTOMER-COUNT
           MOVE ZERO TO WS-ENTRY-COUNT
           MOVE ZERO TO WS-APPLICATION-COUNT
           MOVE ZERO TO WS-TOTAL-CHARGES
           MOVE ZERO TO WS-TOTAL-RELIEF.
      *
      * A MISSING OR UNUSABLE PARAMETER PRINTS EVERYTHING.
       B015-READ-LEDGER-PARM.
           MOVE SPACES TO WS-SELECT-CU-NUMBER
           MOVE ZERO TO WS-FROM-DATE
           MOVE 99999999 TO WS-TO-DATE
           MOVE "N" TO WS-PARM-FOUND-FLAG
           OPEN INPUT LEDGER-PARM-FILE
           IF WS-LEDGER-PARM-STATUS EQUAL "00"
               READ LEDGER-PARM-FILE
                   AT END MOVE "N" TO WS-PARM-FOUND-FLAG
                   NOT AT END MOVE "Y" TO WS-PARM-FOUND-FLAG
               END-READ
               IF WS-PARM-FOUND-FLAG EQUAL "Y"
                   MOVE LP-CU-NUMBER TO WS-SELECT-CU-NUMBER
                   IF LP-FROM-DATE NUMERIC
                       MOVE LP-FROM-DATE TO WS-FROM-DATE
                   END-IF
                   IF LP-TO-DATE NUMERIC
                       AND LP-TO-DATE NOT EQUAL ZERO
                       MOVE LP-TO-DATE TO WS-TO-DATE
                   END-IF
               END-IF
               CLOSE LEDGER-PARM-FILE
           END-IF.
      *
      * ONE CUSTOMER IS A SINGLE KEYED SCAN STARTING AT ITS FIRST
      * ENTRY ON OR AFTER THE FROM DATE; EVERY CUSTOMER IS THE
      * WHOLE FILE IN KEY ORDER.
       B020-POSITION-LEDGER.
           MOVE LOW-VALUES TO LG-LEDGER-KEY
           IF WS-SELECT-CU-NUMBER NOT EQUAL SPACES
               MOVE WS-SELECT-CU-NUMBER TO LG-CU-NUMBER
               MOVE WS-FROM-DATE TO LG-TRAN-DATE
           END-IF
           START LEDGER-FILE KEY NOT LESS THAN LG-LEDGER-KEY
               INVALID KEY MOVE "Y" TO WS-LEDGER-EOF-FLAG
           END-START.
      *
       B030-PRINT-ONE-ENTRY.
           READ LEDGER-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-LEDGER-EOF-FLAG
           END-READ
           IF WS-LEDGER-EOF-FLAG NOT EQUAL "Y"
               AND WS-SELECT-CU-NUMBER NOT EQUAL SPACES
               AND LG-CU-NUMBER NOT EQUAL WS-SELECT-CU-NUMBER
               MOVE "Y" TO WS-LEDGER-EOF-FLAG
           END-IF
           IF WS-LEDGER-EOF-FLAG NOT EQUAL "Y"
               AND LG-TRAN-DATE NOT LESS THAN WS-FROM-DATE
               AND LG-TRAN-DATE NOT GREATER THAN WS-TO-DATE
               AND LG-AMOUNT NUMERIC
               IF LG-CU-NUMBER NOT EQUAL WS-CURRENT-CU-NUMBER
                   IF WS-CUSTOMER-OPEN-FLAG EQUAL "Y"
                       PERFORM C030-CLOSE-CUSTOMER
                   END-IF
                   PERFORM C010-OPEN-CUSTOMER
               END-IF
               IF LG-ENTRY-TYPE EQUAL "A"
                   PERFORM C025-PRINT-APPLICATION
               ELSE
                   PERFORM C020-PRINT-POSTING
               END-IF
           END-IF.
      *
       B090-WRITE-RUN-TOTALS.
           MOVE "CUSTOMERS LISTED" TO LTT-LABEL
           MOVE WS-CUSTOMER-COUNT TO LTT-COUNT
           MOVE ZERO TO LTT-AMOUNT
           WRITE LEDGER-REPORT-DATA FROM LEDGER-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           MOVE "POSTINGS LISTED" TO LTT-LABEL
           MOVE WS-ENTRY-COUNT TO LTT-COUNT
           MOVE ZERO TO LTT-AMOUNT
           WRITE LEDGER-REPORT-DATA FROM LEDGER-TOTAL-LINE
           MOVE "APPLICATIONS LISTED" TO LTT-LABEL
           MOVE WS-APPLICATION-COUNT TO LTT-COUNT
           MOVE ZERO TO LTT-AMOUNT
           WRITE LEDGER-REPORT-DATA FROM LEDGER-TOTAL-LINE
           MOVE "TOTAL CHARGES" TO LTT-LABEL
           MOVE ZERO TO LTT-COUNT
           MOVE WS-TOTAL-CHARGES TO LTT-AMOUNT
           WRITE LEDGER-REPORT-DATA FROM LEDGER-TOTAL-LINE
           MOVE "TOTAL RELIEF" TO LTT-LABEL
           MOVE ZERO TO LTT-COUNT
           MOVE WS-TOTAL-RELIEF TO LTT-AMOUNT
           WRITE LEDGER-REPORT-DATA FROM LEDGER-TOTAL-LINE.
      *
      * THE CUSTOMER NAME COMES FROM THE INDEXED MASTER; A
      * CUSTOMER NO LONGER ON THE MASTER STILL PRINTS.
       C010-OPEN-CUSTOMER.
           MOVE LG-CU-NUMBER TO WS-CURRENT-CU-NUMBER
           MOVE "Y" TO WS-CUSTOMER-OPEN-FLAG
           ADD 1 TO WS-CUSTOMER-COUNT
           MOVE ZERO TO WS-CU-CHARGES
           MOVE ZERO TO WS-CU-RELIEF
           MOVE ZERO TO WS-CU-ENTRY-COUNT
           MOVE LG-CU-NUMBER TO LC-CU-NUMBER
           MOVE "(NOT ON MASTER)" TO LC-CU-NAME
           IF WS-CUSTOMER-IX-OK-FLAG EQUAL "Y"
               MOVE LG-CU-NUMBER TO IX-CU-NUMBER
               READ CUSTOMER-IX-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE IX-CU-NAME TO LC-CU-NAME
               END-READ
           END-IF
           WRITE LEDGER-REPORT-DATA FROM LEDGER-CUSTOMER-LINE
               AFTER ADVANCING 2 LINES
           WRITE LEDGER-REPORT-DATA FROM LEDGER-HEADING-LINE
               AFTER ADVANCING 1 LINE.
      *
      * INVOICES, FINANCE CHARGES, RETURNED CHECKS AND THEIR FEES
      * ARE CHARGES TO THE ACCOUNT; EVERY OTHER POSTING RELIEVES
      * IT.  A PAYMENT LATER RETURNED BY THE BANK IS MARKED.
       C020-PRINT-POSTING.
           PERFORM C040-DESCRIBE-LEDGER-TYPE
           MOVE LG-TRAN-DATE TO LD-TRAN-DATE
           MOVE WS-LG-TYPE-DESC TO LD-TYPE-DESC
           MOVE LG-INVOICE-REF TO LD-INVOICE-REF
           MOVE LG-AMOUNT TO LD-AMOUNT
           MOVE LG-POST-DATE TO LD-POST-DATE
           WRITE LEDGER-REPORT-DATA FROM LEDGER-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-ENTRY-COUNT
           ADD 1 TO WS-CU-ENTRY-COUNT
           IF LG-REVERSED-FLAG EQUAL "Y"
               MOVE SPACES TO LEDGER-REPORT-DATA
               MOVE "        *** CHECK RETURNED - PAYMENT REVERSED ***"
                   TO LEDGER-REPORT-DATA
               WRITE LEDGER-REPORT-DATA
                   AFTER ADVANCING 1 LINE
           END-IF
           IF LG-TRAN-TYPE EQUAL "I" OR LG-TRAN-TYPE EQUAL "F"
               OR LG-TRAN-TYPE EQUAL "R" OR LG-TRAN-TYPE EQUAL "N"
               OR LG-TRAN-TYPE EQUAL "D"
               ADD LG-AMOUNT TO WS-CU-CHARGES
               ADD LG-AMOUNT TO WS-TOTAL-CHARGES
           ELSE
               ADD LG-AMOUNT TO WS-CU-RELIEF
               ADD LG-AMOUNT TO WS-TOTAL-RELIEF
           END-IF.
      *
       C025-PRINT-APPLICATION.
           IF LG-ITEM-CLOSED-FLAG EQUAL "Y"
               MOVE "PAID IN FULL" TO WS-LG-CLOSED-DESC
           ELSE
               MOVE "PART PAID" TO WS-LG-CLOSED-DESC
           END-IF
           IF LG-ITEM-CLOSED-FLAG EQUAL "R"
               MOVE "RE-OPENED" TO WS-LG-CLOSED-DESC
           END-IF
           MOVE LG-ITEM-INVOICE-REF TO LA-ITEM-INVOICE-REF
           MOVE LG-ITEM-INVOICE-DATE TO LA-ITEM-INVOICE-DATE
           MOVE LG-AMOUNT TO LA-AMOUNT
           MOVE WS-LG-CLOSED-DESC TO LA-CLOSED-DESC
           WRITE LEDGER-REPORT-DATA FROM LEDGER-APPLIED-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-APPLICATION-COUNT.
      *
       C030-CLOSE-CUSTOMER.
           MOVE WS-CU-CHARGES TO LCT-CHARGES
           MOVE WS-CU-RELIEF TO LCT-RELIEF
           WRITE LEDGER-REPORT-DATA FROM LEDGER-CUSTOMER-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE "N" TO WS-CUSTOMER-OPEN-FLAG.
      *
       C040-DESCRIBE-LEDGER-TYPE.
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
