       IDENTIFICATION DIVISION.
       PROGRAM-ID. ArDisp.
      *
      *    DISPUTED-ITEM AGING BY BRANCH.  THIS PROGRAM LISTS EVERY
      *    OPEN ITEM ON THE DISPUTED-ITEM FILE, GROUPED BY THE
      *    BRANCH THAT OWNS THE CUSTOMER AND OLDEST DISPUTE FIRST
      *    WITHIN THE BRANCH, SO EACH BRANCH CAN SEE WHAT IT HAS
      *    IN DISPUTE AND FOR HOW LONG.  IT RUNS DAILY AFTER THE
      *    POSTING RUN, WHICH REFRESHES EACH DISPUTED AMOUNT FROM
      *    THE OPEN ITEM AND CLOSES DISPUTES ON ITEMS PAID OFF.
      *
      *    EACH LINE SHOWS THE CUSTOMER, THE OPEN ITEM'S INVOICE
      *    DATE, REFERENCE AND SEQUENCE, THE REASON CODE, THE
      *    OWNER WORKING IT, THE DATE IT WAS OPENED, ITS AGE IN
      *    DAYS FROM THAT DATE, AND THE AMOUNT IN DISPUTE.  EACH
      *    BRANCH CLOSES WITH A SUBTOTAL, AND THE REPORT CLOSES
      *    WITH A SUMMARY OF EVERY BRANCH AND THE COMPANY AGED
      *    0-30, 31-60, 61-90 AND OVER 90 DAYS.  A DISPUTE WITH AN
      *    UNUSABLE DATE OPENED IS AGED OVER 90 SO IT IS WORKED
      *    FIRST.  A DISPUTE WITH NO BRANCH IS REPORTED UNDER THE
      *    UNASSIGNED BRANCH 0000.  THE DISPUTED-ITEM FILE IS READ
      *    ONLY.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. XYZ-1.
       OBJECT-COMPUTER. XYZ-1.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-FILE     ASSIGN TO "ARDISPIX.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DI-ITEM-KEY
                   FILE STATUS IS WS-DISPUTE-STATUS.
           SELECT AGING-REPORT-FILE ASSIGN TO "ARDISPAG.OUT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
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
       FD  AGING-REPORT-FILE.
       01  AGING-REPORT-DATA           PIC X(100).
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-DISPUTE-EOF-FLAG     PIC X.
           05  WS-DISPUTE-STATUS       PIC XX.
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
           05  WS-ITEM-AMOUNT          PIC 9(6)V99.
      * THE DISPUTES ARE HELD IN A TABLE SO THEY CAN BE PUT INTO
      * BRANCH ORDER; THE FILE ITSELF IS IN CUSTOMER ORDER.
       01  WS-DISPUTE-TABLE-CONTROL.
           05  WS-DT-COUNT             PIC 9(4)  VALUE ZERO.
           05  WS-DT-SUB               PIC 9(4).
           05  WS-DT-INNER-SUB         PIC 9(4).
           05  WS-DT-LOW-SUB           PIC 9(4).
           05  WS-DT-FULL-FLAG         PIC X.
           05  WS-CURRENT-BRANCH-CODE  PIC X(4).
       01  WS-DISPUTE-TABLE.
           05  WS-DT-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-DT-COUNT.
               10  WS-DT-BRANCH        PIC X(4).
               10  WS-DT-AGE-DAYS      PIC 9(5).
               10  WS-DT-CU-NUMBER     PIC X(5).
               10  WS-DT-INVOICE-DATE  PIC 9(8).
               10  WS-DT-INVOICE-REF   PIC X(4).
               10  WS-DT-ITEM-SEQ      PIC 9(3).
               10  WS-DT-REASON-CODE   PIC X(2).
               10  WS-DT-OWNER         PIC X(8).
               10  WS-DT-DATE-OPENED   PIC 9(8).
               10  WS-DT-AMOUNT        PIC 9(6)V99.
       01  WS-DISPUTE-HOLD.
           05  WS-DH-BRANCH            PIC X(4).
           05  WS-DH-AGE-DAYS          PIC 9(5).
           05  WS-DH-CU-NUMBER         PIC X(5).
           05  WS-DH-INVOICE-DATE      PIC 9(8).
           05  WS-DH-INVOICE-REF       PIC X(4).
           05  WS-DH-ITEM-SEQ          PIC 9(3).
           05  WS-DH-REASON-CODE       PIC X(2).
           05  WS-DH-OWNER             PIC X(8).
           05  WS-DH-DATE-OPENED       PIC 9(8).
           05  WS-DH-AMOUNT            PIC 9(6)V99.
      * ONE ENTRY PER BRANCH, BUILT AS THE SORTED TABLE IS
      * PRINTED, FOR THE SUMMARY AT THE END OF THE REPORT.
       01  WS-BRANCH-TABLE-CONTROL.
           05  WS-BR-COUNT             PIC 9(4)  VALUE ZERO.
           05  WS-BR-SUB               PIC 9(4).
           05  WS-BR-FULL-FLAG         PIC X.
       01  WS-BRANCH-TABLE.
           05  WS-BR-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-BR-COUNT.
               10  WS-BR-BRANCH        PIC X(4).
               10  WS-BR-ITEM-COUNT    PIC 9(6).
               10  WS-BR-TOTAL         PIC 9(8)V99.
               10  WS-BR-AGE-0-30      PIC 9(8)V99.
               10  WS-BR-AGE-31-60     PIC 9(8)V99.
               10  WS-BR-AGE-61-90     PIC 9(8)V99.
               10  WS-BR-AGE-OVER-90   PIC 9(8)V99.
       01  WS-RUN-TOTALS.
           05  WS-ITEM-COUNT           PIC 9(6).
           05  WS-TOTAL-DISPUTED       PIC 9(8)V99.
           05  WS-AGE-0-30-COUNT       PIC 9(6).
           05  WS-AGE-0-30-TOTAL       PIC 9(8)V99.
           05  WS-AGE-31-60-COUNT      PIC 9(6).
           05  WS-AGE-31-60-TOTAL      PIC 9(8)V99.
           05  WS-AGE-61-90-COUNT      PIC 9(6).
           05  WS-AGE-61-90-TOTAL      PIC 9(8)V99.
           05  WS-AGE-OVER-90-COUNT    PIC 9(6).
           05  WS-AGE-OVER-90-TOTAL    PIC 9(8)V99.
           05  WS-BRANCH-ITEM-COUNT    PIC 9(6).
           05  WS-BRANCH-TOTAL         PIC 9(8)V99.
       01  AGING-TITLE-LINE.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(32)  VALUE
                   "DISPUTED OPEN ITEMS - BRANCH AGE".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  AT-RUN-DATE             PIC 9(8).
       01  AGING-HEADING-LINE.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(5)   VALUE "CUST ".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(8)   VALUE "INV DATE".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(4)   VALUE "REF ".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(3)   VALUE "SEQ".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(3)   VALUE "RSN".
           05  FILLER                  PIC X(1)   VALUE SPACES.
           05  FILLER                  PIC X(8)   VALUE "OWNER   ".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(8)   VALUE "OPENED  ".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(5)   VALUE "  AGE".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE
                   "  DISPUTED".
       01  AGING-BRANCH-LINE.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(7)   VALUE "BRANCH ".
           05  AB-BRANCH-CODE          PIC X(4).
       01  AGING-DETAIL-LINE.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  AD-CU-NUMBER            PIC X(5).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  AD-INVOICE-DATE         PIC 9(8).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  AD-INVOICE-REF          PIC X(4).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  AD-ITEM-SEQ             PIC 9(3).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  AD-REASON-CODE          PIC X(2).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  AD-OWNER                PIC X(8).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  AD-DATE-OPENED          PIC X(8).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  AD-AGE-DAYS             PIC ZZZZ9.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  AD-AMOUNT               PIC ZZZ,ZZZ.99.
       01  AGING-TOTAL-LINE.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  ATT-LABEL               PIC X(28).
           05  ATT-COUNT               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  ATT-AMOUNT              PIC ZZ,ZZZ,ZZZ.99.
       01  SUMMARY-HEADING-LINE.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(7)   VALUE "BRANCH ".
           05  FILLER                  PIC X(7)   VALUE "  ITEMS".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(12)  VALUE
                   "    DISPUTED".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(12)  VALUE
                   "   0-30 DAYS".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(12)  VALUE
                   "  31-60 DAYS".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(12)  VALUE
                   "  61-90 DAYS".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(12)  VALUE
                   "     OVER 90".
       01  SUMMARY-DETAIL-LINE.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  SD-BRANCH-CODE          PIC X(7).
           05  SD-ITEM-COUNT           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  SD-TOTAL                PIC Z,ZZZ,ZZZ.99.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  SD-AGE-0-30             PIC Z,ZZZ,ZZZ.99.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  SD-AGE-31-60            PIC Z,ZZZ,ZZZ.99.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  SD-AGE-61-90            PIC Z,ZZZ,ZZZ.99.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  SD-AGE-OVER-90          PIC Z,ZZZ,ZZZ.99.
      *
       PROCEDURE DIVISION.
      *
       A000-MAIN-CONTROL.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM B010-INITIALIZE-WORKING-DATA
           OPEN OUTPUT AGING-REPORT-FILE
           MOVE WS-RUN-DATE TO AT-RUN-DATE
           WRITE AGING-REPORT-DATA FROM AGING-TITLE-LINE
           OPEN INPUT DISPUTE-FILE
           IF WS-DISPUTE-STATUS NOT EQUAL "00"
               MOVE SPACES TO AGING-REPORT-DATA
               MOVE "*** NO DISPUTED-ITEM FILE - NOTHING IN DISPUTE ***"
                   TO AGING-REPORT-DATA
               WRITE AGING-REPORT-DATA
                   AFTER ADVANCING 2 LINES
               CLOSE AGING-REPORT-FILE
               STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO WS-DN-DATE
           PERFORM C020-COMPUTE-DAY-NUMBER
           MOVE WS-DN-DAY-NUMBER TO WS-RUN-DAY-NUMBER
           MOVE LOW-VALUES TO DI-ITEM-KEY
           START DISPUTE-FILE KEY NOT LESS THAN DI-ITEM-KEY
               INVALID KEY MOVE "Y" TO WS-DISPUTE-EOF-FLAG
           END-START
           PERFORM B020-LOAD-ONE-DISPUTE
               UNTIL WS-DISPUTE-EOF-FLAG EQUAL "Y"
           CLOSE DISPUTE-FILE
           PERFORM B030-SORT-DISPUTE-TABLE
           PERFORM B040-WRITE-DISPUTE-LIST
           PERFORM B080-WRITE-BRANCH-SUMMARY
           PERFORM B090-WRITE-RUN-TOTALS
           CLOSE AGING-REPORT-FILE
           STOP RUN.
      *
       B010-INITIALIZE-WORKING-DATA.
           MOVE "N" TO WS-DISPUTE-EOF-FLAG
           MOVE "N" TO WS-DT-FULL-FLAG
           MOVE "N" TO WS-BR-FULL-FLAG
           MOVE ZERO TO WS-DT-COUNT
           MOVE ZERO TO WS-BR-COUNT
           MOVE ZERO TO WS-ITEM-COUNT
           MOVE ZERO TO WS-TOTAL-DISPUTED
           MOVE ZERO TO WS-AGE-0-30-COUNT
           MOVE ZERO TO WS-AGE-0-30-TOTAL
           MOVE ZERO TO WS-AGE-31-60-COUNT
           MOVE ZERO TO WS-AGE-31-60-TOTAL
           MOVE ZERO TO WS-AGE-61-90-COUNT
           MOVE ZERO TO WS-AGE-61-90-TOTAL
           MOVE ZERO TO WS-AGE-OVER-90-COUNT
           MOVE ZERO TO WS-AGE-OVER-90-TOTAL.
      *
       B020-LOAD-ONE-DISPUTE.
           READ DISPUTE-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-DISPUTE-EOF-FLAG
           END-READ
           IF WS-DISPUTE-EOF-FLAG NOT EQUAL "Y"
               IF WS-DT-COUNT LESS THAN 1000
                   PERFORM C010-AGE-DISPUTE
                   ADD 1 TO WS-DT-COUNT
                   MOVE DI-BRANCH-CODE TO WS-DT-BRANCH(WS-DT-COUNT)
                   IF DI-BRANCH-CODE EQUAL SPACES
                       MOVE "0000" TO WS-DT-BRANCH(WS-DT-COUNT)
                   END-IF
                   MOVE WS-AGE-DAYS TO WS-DT-AGE-DAYS(WS-DT-COUNT)
                   MOVE DI-CU-NUMBER TO WS-DT-CU-NUMBER(WS-DT-COUNT)
                   MOVE DI-INVOICE-DATE TO
                       WS-DT-INVOICE-DATE(WS-DT-COUNT)
                   MOVE DI-INVOICE-REF TO
                       WS-DT-INVOICE-REF(WS-DT-COUNT)
                   MOVE DI-ITEM-SEQ TO WS-DT-ITEM-SEQ(WS-DT-COUNT)
                   MOVE DI-REASON-CODE TO
                       WS-DT-REASON-CODE(WS-DT-COUNT)
                   MOVE DI-OWNER TO WS-DT-OWNER(WS-DT-COUNT)
                   MOVE DI-DATE-OPENED TO
                       WS-DT-DATE-OPENED(WS-DT-COUNT)
                   MOVE ZERO TO WS-DT-AMOUNT(WS-DT-COUNT)
                   IF DI-DISPUTED-AMOUNT NUMERIC
                       MOVE DI-DISPUTED-AMOUNT TO
                           WS-DT-AMOUNT(WS-DT-COUNT)
                   END-IF
               ELSE
                   MOVE "Y" TO WS-DT-FULL-FLAG
               END-IF
           END-IF.
      *
      * SELECTION SORT OF THE DISPUTE TABLE: BRANCH CODE
      * ASCENDING, THEN AGE DESCENDING WITHIN BRANCH.
       B030-SORT-DISPUTE-TABLE.
           PERFORM B031-SELECT-LOWEST-ENTRY
               VARYING WS-DT-SUB FROM 1 BY 1
               UNTIL WS-DT-SUB NOT LESS THAN WS-DT-COUNT.
      *
       B031-SELECT-LOWEST-ENTRY.
           MOVE WS-DT-SUB TO WS-DT-LOW-SUB
           ADD 1 WS-DT-SUB GIVING WS-DT-INNER-SUB
           PERFORM B032-COMPARE-ENTRIES
               UNTIL WS-DT-INNER-SUB GREATER THAN WS-DT-COUNT
           IF WS-DT-LOW-SUB NOT EQUAL WS-DT-SUB
               MOVE WS-DT-ENTRY(WS-DT-SUB) TO WS-DISPUTE-HOLD
               MOVE WS-DT-ENTRY(WS-DT-LOW-SUB) TO
                   WS-DT-ENTRY(WS-DT-SUB)
               MOVE WS-DISPUTE-HOLD TO WS-DT-ENTRY(WS-DT-LOW-SUB)
           END-IF.
      *
       B032-COMPARE-ENTRIES.
           IF WS-DT-BRANCH(WS-DT-INNER-SUB) LESS THAN
                   WS-DT-BRANCH(WS-DT-LOW-SUB)
               MOVE WS-DT-INNER-SUB TO WS-DT-LOW-SUB
           ELSE
               IF WS-DT-BRANCH(WS-DT-INNER-SUB) EQUAL
                       WS-DT-BRANCH(WS-DT-LOW-SUB)
                   AND WS-DT-AGE-DAYS(WS-DT-INNER-SUB) GREATER THAN
                       WS-DT-AGE-DAYS(WS-DT-LOW-SUB)
                   MOVE WS-DT-INNER-SUB TO WS-DT-LOW-SUB
               END-IF
           END-IF
           ADD 1 TO WS-DT-INNER-SUB.
      *
       B040-WRITE-DISPUTE-LIST.
           WRITE AGING-REPORT-DATA FROM AGING-HEADING-LINE
               AFTER ADVANCING 2 LINES
           IF WS-DT-FULL-FLAG EQUAL "Y"
               MOVE SPACES TO AGING-REPORT-DATA
               MOVE "*** DISPUTE TABLE FULL - SOME SKIPPED ***"
                   TO AGING-REPORT-DATA
               WRITE AGING-REPORT-DATA
                   AFTER ADVANCING 1 LINE
           END-IF
           MOVE SPACES TO WS-CURRENT-BRANCH-CODE
           PERFORM B041-WRITE-DISPUTE-DETAIL
               VARYING WS-DT-SUB FROM 1 BY 1
               UNTIL WS-DT-SUB GREATER THAN WS-DT-COUNT
           IF WS-CURRENT-BRANCH-CODE NOT EQUAL SPACES
               PERFORM B050-WRITE-BRANCH-SUBTOTAL
           END-IF.
      *
       B041-WRITE-DISPUTE-DETAIL.
           IF WS-DT-BRANCH(WS-DT-SUB) NOT EQUAL WS-CURRENT-BRANCH-CODE
               IF WS-CURRENT-BRANCH-CODE NOT EQUAL SPACES
                   PERFORM B050-WRITE-BRANCH-SUBTOTAL
               END-IF
               MOVE WS-DT-BRANCH(WS-DT-SUB) TO WS-CURRENT-BRANCH-CODE
               MOVE WS-CURRENT-BRANCH-CODE TO AB-BRANCH-CODE
               WRITE AGING-REPORT-DATA FROM AGING-BRANCH-LINE
                   AFTER ADVANCING 2 LINES
               MOVE ZERO TO WS-BRANCH-ITEM-COUNT
               MOVE ZERO TO WS-BRANCH-TOTAL
               PERFORM C030-ADD-BRANCH-ENTRY
           END-IF
           MOVE WS-DT-AGE-DAYS(WS-DT-SUB) TO WS-AGE-DAYS
           MOVE WS-DT-AMOUNT(WS-DT-SUB) TO WS-ITEM-AMOUNT
           ADD 1 TO WS-BRANCH-ITEM-COUNT
           ADD WS-ITEM-AMOUNT TO WS-BRANCH-TOTAL
           PERFORM C040-ACCUMULATE-DISPUTE
           MOVE WS-DT-CU-NUMBER(WS-DT-SUB) TO AD-CU-NUMBER
           MOVE WS-DT-INVOICE-DATE(WS-DT-SUB) TO AD-INVOICE-DATE
           MOVE WS-DT-INVOICE-REF(WS-DT-SUB) TO AD-INVOICE-REF
           MOVE WS-DT-ITEM-SEQ(WS-DT-SUB) TO AD-ITEM-SEQ
           MOVE WS-DT-REASON-CODE(WS-DT-SUB) TO AD-REASON-CODE
           MOVE WS-DT-OWNER(WS-DT-SUB) TO AD-OWNER
           MOVE SPACES TO AD-DATE-OPENED
           IF WS-DT-DATE-OPENED(WS-DT-SUB) NUMERIC
               MOVE WS-DT-DATE-OPENED(WS-DT-SUB) TO AD-DATE-OPENED
           END-IF
           MOVE WS-AGE-DAYS TO AD-AGE-DAYS
           MOVE WS-ITEM-AMOUNT TO AD-AMOUNT
           WRITE AGING-REPORT-DATA FROM AGING-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
      *
       B050-WRITE-BRANCH-SUBTOTAL.
           MOVE "  BRANCH IN DISPUTE" TO ATT-LABEL
           MOVE WS-BRANCH-ITEM-COUNT TO ATT-COUNT
           MOVE WS-BRANCH-TOTAL TO ATT-AMOUNT
           WRITE AGING-REPORT-DATA FROM AGING-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
      *
       B080-WRITE-BRANCH-SUMMARY.
           WRITE AGING-REPORT-DATA FROM SUMMARY-HEADING-LINE
               AFTER ADVANCING 3 LINES
           MOVE SPACES TO AGING-REPORT-DATA
           WRITE AGING-REPORT-DATA
               AFTER ADVANCING 1 LINE
           IF WS-BR-FULL-FLAG EQUAL "Y"
               MOVE SPACES TO AGING-REPORT-DATA
               MOVE "*** BRANCH TABLE FULL - SOME NOT SUMMARIZED ***"
                   TO AGING-REPORT-DATA
               WRITE AGING-REPORT-DATA
                   AFTER ADVANCING 1 LINE
           END-IF
           PERFORM B081-WRITE-SUMMARY-DETAIL
               VARYING WS-BR-SUB FROM 1 BY 1
               UNTIL WS-BR-SUB GREATER THAN WS-BR-COUNT
           MOVE "COMPANY" TO SD-BRANCH-CODE
           MOVE WS-ITEM-COUNT TO SD-ITEM-COUNT
           MOVE WS-TOTAL-DISPUTED TO SD-TOTAL
           MOVE WS-AGE-0-30-TOTAL TO SD-AGE-0-30
           MOVE WS-AGE-31-60-TOTAL TO SD-AGE-31-60
           MOVE WS-AGE-61-90-TOTAL TO SD-AGE-61-90
           MOVE WS-AGE-OVER-90-TOTAL TO SD-AGE-OVER-90
           WRITE AGING-REPORT-DATA FROM SUMMARY-DETAIL-LINE
               AFTER ADVANCING 2 LINES.
      *
       B081-WRITE-SUMMARY-DETAIL.
           MOVE WS-BR-BRANCH(WS-BR-SUB) TO SD-BRANCH-CODE
           MOVE WS-BR-ITEM-COUNT(WS-BR-SUB) TO SD-ITEM-COUNT
           MOVE WS-BR-TOTAL(WS-BR-SUB) TO SD-TOTAL
           MOVE WS-BR-AGE-0-30(WS-BR-SUB) TO SD-AGE-0-30
           MOVE WS-BR-AGE-31-60(WS-BR-SUB) TO SD-AGE-31-60
           MOVE WS-BR-AGE-61-90(WS-BR-SUB) TO SD-AGE-61-90
           MOVE WS-BR-AGE-OVER-90(WS-BR-SUB) TO SD-AGE-OVER-90
           WRITE AGING-REPORT-DATA FROM SUMMARY-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
      *
       B090-WRITE-RUN-TOTALS.
           MOVE "DISPUTED ITEMS" TO ATT-LABEL
           MOVE WS-ITEM-COUNT TO ATT-COUNT
           MOVE WS-TOTAL-DISPUTED TO ATT-AMOUNT
           WRITE AGING-REPORT-DATA FROM AGING-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           MOVE "AGED 0-30 DAYS" TO ATT-LABEL
           MOVE WS-AGE-0-30-COUNT TO ATT-COUNT
           MOVE WS-AGE-0-30-TOTAL TO ATT-AMOUNT
           WRITE AGING-REPORT-DATA FROM AGING-TOTAL-LINE
           MOVE "AGED 31-60 DAYS" TO ATT-LABEL
           MOVE WS-AGE-31-60-COUNT TO ATT-COUNT
           MOVE WS-AGE-31-60-TOTAL TO ATT-AMOUNT
           WRITE AGING-REPORT-DATA FROM AGING-TOTAL-LINE
           MOVE "AGED 61-90 DAYS" TO ATT-LABEL
           MOVE WS-AGE-61-90-COUNT TO ATT-COUNT
           MOVE WS-AGE-61-90-TOTAL TO ATT-AMOUNT
           WRITE AGING-REPORT-DATA FROM AGING-TOTAL-LINE
           MOVE "AGED OVER 90 DAYS" TO ATT-LABEL
           MOVE WS-AGE-OVER-90-COUNT TO ATT-COUNT
           MOVE WS-AGE-OVER-90-TOTAL TO ATT-AMOUNT
           WRITE AGING-REPORT-DATA FROM AGING-TOTAL-LINE.
      *
       C010-AGE-DISPUTE.
           MOVE 99999 TO WS-AGE-DAYS
           IF DI-DATE-OPENED NUMERIC
               MOVE DI-DATE-OPENED TO WS-DN-DATE
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
      * A NEW BRANCH ENTRY IS OPENED AT EACH BRANCH BREAK; THE
      * SORTED TABLE BRINGS EACH BRANCH UP ONLY ONCE.
       C030-ADD-BRANCH-ENTRY.
           IF WS-BR-COUNT LESS THAN 200
               ADD 1 TO WS-BR-COUNT
               MOVE WS-CURRENT-BRANCH-CODE TO WS-BR-BRANCH(WS-BR-COUNT)
               MOVE ZERO TO WS-BR-ITEM-COUNT(WS-BR-COUNT)
               MOVE ZERO TO WS-BR-TOTAL(WS-BR-COUNT)
               MOVE ZERO TO WS-BR-AGE-0-30(WS-BR-COUNT)
               MOVE ZERO TO WS-BR-AGE-31-60(WS-BR-COUNT)
               MOVE ZERO TO WS-BR-AGE-61-90(WS-BR-COUNT)
               MOVE ZERO TO WS-BR-AGE-OVER-90(WS-BR-COUNT)
               MOVE WS-BR-COUNT TO WS-BR-SUB
           ELSE
               MOVE "Y" TO WS-BR-FULL-FLAG
               MOVE ZERO TO WS-BR-SUB
           END-IF.
      *
      * WS-BR-SUB STILL POINTS AT THE CURRENT BRANCH'S ENTRY, OR
      * IS ZERO WHEN THE BRANCH TABLE IS FULL.
       C040-ACCUMULATE-DISPUTE.
           ADD 1 TO WS-ITEM-COUNT
           ADD WS-ITEM-AMOUNT TO WS-TOTAL-DISPUTED
           IF WS-BR-SUB GREATER THAN ZERO
               ADD 1 TO WS-BR-ITEM-COUNT(WS-BR-SUB)
               ADD WS-ITEM-AMOUNT TO WS-BR-TOTAL(WS-BR-SUB)
           END-IF
           IF WS-AGE-DAYS GREATER THAN 90
               ADD 1 TO WS-AGE-OVER-90-COUNT
               ADD WS-ITEM-AMOUNT TO WS-AGE-OVER-90-TOTAL
               IF WS-BR-SUB GREATER THAN ZERO
                   ADD WS-ITEM-AMOUNT TO WS-BR-AGE-OVER-90(WS-BR-SUB)
               END-IF
           ELSE
               IF WS-AGE-DAYS GREATER THAN 60
                   ADD 1 TO WS-AGE-61-90-COUNT
                   ADD WS-ITEM-AMOUNT TO WS-AGE-61-90-TOTAL
                   IF WS-BR-SUB GREATER THAN ZERO
                       ADD WS-ITEM-AMOUNT TO
                           WS-BR-AGE-61-90(WS-BR-SUB)
                   END-IF
               ELSE
                   IF WS-AGE-DAYS GREATER THAN 30
                       ADD 1 TO WS-AGE-31-60-COUNT
                       ADD WS-ITEM-AMOUNT TO WS-AGE-31-60-TOTAL
                       IF WS-BR-SUB GREATER THAN ZERO
                           ADD WS-ITEM-AMOUNT TO
                               WS-BR-AGE-31-60(WS-BR-SUB)
                       END-IF
                   ELSE
                       ADD 1 TO WS-AGE-0-30-COUNT
                       ADD WS-ITEM-AMOUNT TO WS-AGE-0-30-TOTAL
                       IF WS-BR-SUB GREATER THAN ZERO
                           ADD WS-ITEM-AMOUNT TO
                               WS-BR-AGE-0-30(WS-BR-SUB)
                       END-IF
                   END-IF
               END-IF
           END-IF.
