       IDENTIFICATION DIVISION.
       PROGRAM-ID. ArSusp.
      *
      *    UNAPPLIED-CASH WORK LIST.  THIS PROGRAM LISTS EVERY
      *    SUSPENSE ITEM THAT STILL HOLDS CASH, OLDEST DEPOSIT
      *    FIRST, SO THE CASH CLERKS CAN FIND THE CUSTOMER OR
      *    INVOICE EACH ONE BELONGS TO AND RE-DIRECT IT WITH A
      *    TYPE-S ENTRY IN A LATER CASH-RECEIPTS RUN.  IT RUNS
      *    DAILY AFTER THE POSTING RUN.
      *
      *    EACH ITEM SHOWS ITS DEPOSIT DATE AND SEQUENCE (THE KEY
      *    THE TYPE-S ENTRY QUOTES), WHERE IT CAME FROM - "U" A
      *    REMITTANCE FOR A CUSTOMER NUMBER NOT ON FILE, "O" THE
      *    UNAPPLIED REMAINDER OF A PAYMENT - THE REMITTER AND
      *    INVOICE REFERENCE AS KEYED, THE ORIGINAL AND OPEN
      *    AMOUNTS, THE LAST CUSTOMER IT WAS RE-DIRECTED TO, AND
      *    ITS AGE IN DAYS FROM THE DEPOSIT DATE.  THE REPORT
      *    CLOSES WITH THE OPEN BALANCE AGED 0-30, 31-60, 61-90 AND
      *    OVER 90 DAYS.  AN ITEM WITH AN UNUSABLE DEPOSIT DATE IS
      *    AGED OVER 90 SO IT IS WORKED FIRST.  THE SUSPENSE FILE
      *    IS READ ONLY.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. XYZ-1.
       OBJECT-COMPUTER. XYZ-1.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE-FILE    ASSIGN TO "ARSUSP.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SP-SUSPENSE-KEY
                   FILE STATUS IS WS-SUSPENSE-STATUS.
           SELECT WORK-LIST-FILE   ASSIGN TO "ARSUSPWL.OUT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      * UNAPPLIED-CASH SUSPENSE, KEYED ON DEPOSIT DATE AND A
      * SEQUENCE WITHIN THE DATE.
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
       FD  WORK-LIST-FILE.
       01  WORK-LIST-DATA              PIC X(100).
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-SUSPENSE-EOF-FLAG    PIC X.
           05  WS-SUSPENSE-STATUS      PIC XX.
           05  WS-REPORT-STATUS        PIC XX.
       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-DATE             PIC 9(8).
           05  WS-RUN-DAY-NUMBER       PIC 9(7).
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
       01  WS-ITEM-FIELDS.
           05  WS-AGE-DAYS             PIC 9(5).
       01  WS-RUN-TOTALS.
           05  WS-ITEM-COUNT           PIC 9(6).
           05  WS-TOTAL-OPEN           PIC 9(8)V99.
           05  WS-UNKNOWN-COUNT        PIC 9(6).
           05  WS-UNKNOWN-TOTAL        PIC 9(8)V99.
           05  WS-OVERPAY-COUNT        PIC 9(6).
           05  WS-OVERPAY-TOTAL        PIC 9(8)V99.
           05  WS-AGE-0-30-COUNT       PIC 9(6).
           05  WS-AGE-0-30-TOTAL       PIC 9(8)V99.
           05  WS-AGE-31-60-COUNT      PIC 9(6).
           05  WS-AGE-31-60-TOTAL      PIC 9(8)V99.
           05  WS-AGE-61-90-COUNT      PIC 9(6).
           05  WS-AGE-61-90-TOTAL      PIC 9(8)V99.
           05  WS-AGE-OVER-90-COUNT    PIC 9(6).
           05  WS-AGE-OVER-90-TOTAL    PIC 9(8)V99.
       01  WORK-LIST-TITLE-LINE.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(29)  VALUE
                   "UNAPPLIED CASH - SUSPENSE AGE".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  WT-RUN-DATE             PIC 9(8).
       01  WORK-LIST-HEADING-LINE.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(8)   VALUE "DEPOSIT ".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(4)   VALUE "SEQ ".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(3)   VALUE "SRC".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(5)   VALUE "REMIT".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(4)   VALUE "BRCH".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(4)   VALUE "INV ".
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE
                   "  ORIGINAL".
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE
                   "      OPEN".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(5)   VALUE "  AGE".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(14)  VALUE
                   "LAST RE-DIRECT".
       01  WORK-LIST-DETAIL-LINE.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WD-DEPOSIT-DATE         PIC 9(8).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  WD-SEQ                  PIC 9(4).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WD-SOURCE               PIC X.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WD-REMITTER             PIC X(5).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  WD-BRANCH-CODE          PIC X(4).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  WD-INVOICE-REF          PIC X(4).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  WD-ORIGINAL-AMOUNT      PIC ZZZ,ZZZ.99.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WD-OPEN-AMOUNT          PIC ZZZ,ZZZ.99.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  WD-AGE-DAYS             PIC ZZZZ9.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  WD-APPLIED-CU-NUMBER    PIC X(5).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WD-LAST-APPLIED-DATE    PIC X(8).
       01  WORK-LIST-TOTAL-LINE.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WTT-LABEL               PIC X(28).
           05  WTT-COUNT               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WTT-AMOUNT              PIC ZZ,ZZZ,ZZZ.99.
      *
       PROCEDURE DIVISION.
      *
       A000-MAIN-CONTROL.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM B010-INITIALIZE-WORKING-DATA
           OPEN OUTPUT WORK-LIST-FILE
           MOVE WS-RUN-DATE TO WT-RUN-DATE
           WRITE WORK-LIST-DATA FROM WORK-LIST-TITLE-LINE
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS NOT EQUAL "00"
               MOVE SPACES TO WORK-LIST-DATA
               MOVE "*** SUSPENSE FILE NOT AVAILABLE ***"
                   TO WORK-LIST-DATA
               WRITE WORK-LIST-DATA
                   AFTER ADVANCING 2 LINES
               CLOSE WORK-LIST-FILE
               STOP RUN
           END-IF
           WRITE WORK-LIST-DATA FROM WORK-LIST-HEADING-LINE
               AFTER ADVANCING 2 LINES
           MOVE SPACES TO WORK-LIST-DATA
           WRITE WORK-LIST-DATA
               AFTER ADVANCING 1 LINE
           MOVE WS-RUN-DATE TO WS-DN-DATE
           PERFORM C020-COMPUTE-DAY-NUMBER
           MOVE WS-DN-DAY-NUMBER TO WS-RUN-DAY-NUMBER
           MOVE LOW-VALUES TO SP-SUSPENSE-KEY
           START SUSPENSE-FILE KEY NOT LESS THAN SP-SUSPENSE-KEY
               INVALID KEY MOVE "Y" TO WS-SUSPENSE-EOF-FLAG
           END-START
           PERFORM B020-LIST-ONE-ITEM
               UNTIL WS-SUSPENSE-EOF-FLAG EQUAL "Y"
           PERFORM B090-WRITE-RUN-TOTALS
           CLOSE SUSPENSE-FILE
           CLOSE WORK-LIST-FILE
           STOP RUN.
      *
       B010-INITIALIZE-WORKING-DATA.
           MOVE "N" TO WS-SUSPENSE-EOF-FLAG
           MOVE ZERO TO WS-ITEM-COUNT
           MOVE ZERO TO WS-TOTAL-OPEN
           MOVE ZERO TO WS-UNKNOWN-COUNT
           MOVE ZERO TO WS-UNKNOWN-TOTAL
           MOVE ZERO TO WS-OVERPAY-COUNT
           MOVE ZERO TO WS-OVERPAY-TOTAL
           MOVE ZERO TO WS-AGE-0-30-COUNT
           MOVE ZERO TO WS-AGE-0-30-TOTAL
           MOVE ZERO TO WS-AGE-31-60-COUNT
           MOVE ZERO TO WS-AGE-31-60-TOTAL
           MOVE ZERO TO WS-AGE-61-90-COUNT
           MOVE ZERO TO WS-AGE-61-90-TOTAL
           MOVE ZERO TO WS-AGE-OVER-90-COUNT
           MOVE ZERO TO WS-AGE-OVER-90-TOTAL.
      *
      * A FULLY RE-DIRECTED ITEM STAYS ON FILE AT A ZERO OPEN
      * AMOUNT AND IS NOT LISTED.
       B020-LIST-ONE-ITEM.
           READ SUSPENSE-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-SUSPENSE-EOF-FLAG
           END-READ
           IF WS-SUSPENSE-EOF-FLAG NOT EQUAL "Y"
               AND SP-OPEN-AMOUNT NUMERIC
               AND SP-OPEN-AMOUNT GREATER THAN ZERO
               PERFORM C010-AGE-ITEM
               PERFORM C030-ACCUMULATE-ITEM
               PERFORM C040-WRITE-ITEM-LINE
           END-IF.
      *
       B090-WRITE-RUN-TOTALS.
           MOVE "OPEN SUSPENSE ITEMS" TO WTT-LABEL
           MOVE WS-ITEM-COUNT TO WTT-COUNT
           MOVE WS-TOTAL-OPEN TO WTT-AMOUNT
           WRITE WORK-LIST-DATA FROM WORK-LIST-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           MOVE "  CUSTOMER NOT ON FILE" TO WTT-LABEL
           MOVE WS-UNKNOWN-COUNT TO WTT-COUNT
           MOVE WS-UNKNOWN-TOTAL TO WTT-AMOUNT
           WRITE WORK-LIST-DATA FROM WORK-LIST-TOTAL-LINE
           MOVE "  UNAPPLIED OVERPAYMENT" TO WTT-LABEL
           MOVE WS-OVERPAY-COUNT TO WTT-COUNT
           MOVE WS-OVERPAY-TOTAL TO WTT-AMOUNT
           WRITE WORK-LIST-DATA FROM WORK-LIST-TOTAL-LINE
           MOVE "AGED 0-30 DAYS" TO WTT-LABEL
           MOVE WS-AGE-0-30-COUNT TO WTT-COUNT
           MOVE WS-AGE-0-30-TOTAL TO WTT-AMOUNT
           WRITE WORK-LIST-DATA FROM WORK-LIST-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           MOVE "AGED 31-60 DAYS" TO WTT-LABEL
           MOVE WS-AGE-31-60-COUNT TO WTT-COUNT
           MOVE WS-AGE-31-60-TOTAL TO WTT-AMOUNT
           WRITE WORK-LIST-DATA FROM WORK-LIST-TOTAL-LINE
           MOVE "AGED 61-90 DAYS" TO WTT-LABEL
           MOVE WS-AGE-61-90-COUNT TO WTT-COUNT
           MOVE WS-AGE-61-90-TOTAL TO WTT-AMOUNT
           WRITE WORK-LIST-DATA FROM WORK-LIST-TOTAL-LINE
           MOVE "AGED OVER 90 DAYS" TO WTT-LABEL
           MOVE WS-AGE-OVER-90-COUNT TO WTT-COUNT
           MOVE WS-AGE-OVER-90-TOTAL TO WTT-AMOUNT
           WRITE WORK-LIST-DATA FROM WORK-LIST-TOTAL-LINE.
      *
       C010-AGE-ITEM.
           MOVE 99999 TO WS-AGE-DAYS
           IF SP-DEPOSIT-DATE NUMERIC
               MOVE SP-DEPOSIT-DATE TO WS-DN-DATE
               PERFORM C020-COMPUTE-DAY-NUMBER
               IF WS-DN-VALID-FLAG EQUAL "Y"
                   MOVE ZERO TO WS-AGE-DAYS
                   IF WS-RUN-DAY-NUMBER GREATER THAN WS-DN-DAY-NUMBER
                       SUBTRACT WS-DN-DAY-NUMBER FROM WS-RUN-DAY-NUMBER
                           GIVING WS-AGE-DAYS
                   END-IF
               END-IF
           END-IF.
      *
      * DAYS FROM THE START OF THE CALENDAR: 365 FOR EACH PRIOR
      * YEAR PLUS ONE FOR EACH PRIOR LEAP YEAR, THE DAYS BEFORE
      * THE MONTH, AND THE DAY.  A YEAR IS A LEAP YEAR WHEN IT
      * DIVIDES BY 4, EXCEPT CENTURIES NOT DIVISIBLE BY 400.
       C020-COMPUTE-DAY-NUMBER.
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
               PERFORM C025-TEST-LEAP-YEAR
               IF WS-DN-LEAP-FLAG EQUAL "Y"
                   AND WS-DN-MONTH GREATER THAN 2
                   ADD 1 TO WS-DN-DAY-NUMBER
               END-IF
           END-IF.
      *
       C025-TEST-LEAP-YEAR.
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
       C030-ACCUMULATE-ITEM.
           ADD 1 TO WS-ITEM-COUNT
           ADD SP-OPEN-AMOUNT TO WS-TOTAL-OPEN
           IF SP-SOURCE EQUAL "O"
               ADD 1 TO WS-OVERPAY-COUNT
               ADD SP-OPEN-AMOUNT TO WS-OVERPAY-TOTAL
           ELSE
               ADD 1 TO WS-UNKNOWN-COUNT
               ADD SP-OPEN-AMOUNT TO WS-UNKNOWN-TOTAL
           END-IF
           IF WS-AGE-DAYS GREATER THAN 90
               ADD 1 TO WS-AGE-OVER-90-COUNT
               ADD SP-OPEN-AMOUNT TO WS-AGE-OVER-90-TOTAL
           ELSE
               IF WS-AGE-DAYS GREATER THAN 60
                   ADD 1 TO WS-AGE-61-90-COUNT
                   ADD SP-OPEN-AMOUNT TO WS-AGE-61-90-TOTAL
               ELSE
                   IF WS-AGE-DAYS GREATER THAN 30
                       ADD 1 TO WS-AGE-31-60-COUNT
                       ADD SP-OPEN-AMOUNT TO WS-AGE-31-60-TOTAL
                   ELSE
                       ADD 1 TO WS-AGE-0-30-COUNT
                       ADD SP-OPEN-AMOUNT TO WS-AGE-0-30-TOTAL
                   END-IF
               END-IF
           END-IF.
      *
       C040-WRITE-ITEM-LINE.
           MOVE SP-DEPOSIT-DATE TO WD-DEPOSIT-DATE
           MOVE SP-SEQ TO WD-SEQ
           MOVE SP-SOURCE TO WD-SOURCE
           MOVE SP-REMITTER TO WD-REMITTER
           MOVE SP-BRANCH-CODE TO WD-BRANCH-CODE
           MOVE SP-INVOICE-REF TO WD-INVOICE-REF
           MOVE ZERO TO WD-ORIGINAL-AMOUNT
           IF SP-ORIGINAL-AMOUNT NUMERIC
               MOVE SP-ORIGINAL-AMOUNT TO WD-ORIGINAL-AMOUNT
           END-IF
           MOVE SP-OPEN-AMOUNT TO WD-OPEN-AMOUNT
           MOVE WS-AGE-DAYS TO WD-AGE-DAYS
           MOVE SPACES TO WD-APPLIED-CU-NUMBER
           MOVE SPACES TO WD-LAST-APPLIED-DATE
           IF SP-LAST-APPLIED-DATE NUMERIC
               AND SP-LAST-APPLIED-DATE GREATER THAN ZERO
               MOVE SP-APPLIED-CU-NUMBER TO WD-APPLIED-CU-NUMBER
               MOVE SP-LAST-APPLIED-DATE TO WD-LAST-APPLIED-DATE
           END-IF
           WRITE WORK-LIST-DATA FROM WORK-LIST-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
