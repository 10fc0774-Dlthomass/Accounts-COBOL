       IDENTIFICATION DIVISION.
       PROGRAM-ID. ArTrend.
      *
      *    BRANCH RECEIVABLES PERFORMANCE TREND.  EVERY ACCOUNTS
      *    RUN ADDS ONE PERIOD STATISTICS RECORD PER BRANCH TO THE
      *    BRANCH STATISTICS FILE.  THIS PROGRAM READS UP TO THE
      *    LAST TWELVE PERIODS ON THAT FILE AND PRINTS, FOR EACH
      *    BRANCH AND THEN FOR THE COMPANY AS A WHOLE, ONE LINE PER
      *    PERIOD WITH THE PERIOD'S BILLED SALES, CASH COLLECTED,
      *    WRITE-OFFS AND CLOSING BALANCE, AND FOUR MEASURES OF
      *    HOW WELL THE BRANCH IS COLLECTING:
      *
      *      DAYS SALES OUTSTANDING - CLOSING BALANCE OVER BILLED
      *      SALES, TIMES THE DAYS IN A PERIOD (TAKEN AS 30).
      *
      *      COLLECTION EFFECTIVENESS INDEX - WHAT WAS COLLECTED
      *      (OPENING BALANCE PLUS SALES LESS CLOSING BALANCE) AS
      *      A PERCENT OF WHAT COULD HAVE BEEN COLLECTED (OPENING
      *      BALANCE PLUS SALES LESS THE PART OF THE CLOSING
      *      BALANCE NOT YET DUE).
      *
      *      PERCENT OVER 90 - THE OVER-90-DAYS-PAST-DUE BUCKET AS
      *      A PERCENT OF THE CLOSING BALANCE.
      *
      *      BAD-DEBT RATIO - WRITE-OFFS AS A PERCENT OF BILLED
      *      SALES.
      *
      *    EACH MEASURE IS FOLLOWED BY ITS DIRECTION, UP, DOWN OR
      *    SAME, AGAINST THE SAME BRANCH'S PREVIOUS PERIOD ON THE
      *    REPORT.  A MEASURE THAT CANNOT BE WORKED OUT (NO SALES,
      *    OR NO BALANCE) PRINTS AS ZERO MARKED N/A.  THE COMPANY
      *    LINES ARE THE SUM OF THE BRANCHES FOR EACH PERIOD.
      *
      *    THE SAME FIGURES ARE WRITTEN, ONE COMMA-SEPARATED LINE
      *    PER BRANCH AND PERIOD AFTER A LINE OF COLUMN NAMES, TO
      *    AN EXTRACT THE CONTROLLER LOADS INTO A SPREADSHEET.  THE
      *    COMPANY LINES CARRY BRANCH "ALL" AND A MEASURE THAT
      *    CANNOT BE WORKED OUT IS LEFT EMPTY.
      *
      *    AN OPTIONAL PARAMETER RECORD GIVES THE LAST PERIOD TO
      *    REPORT (BLANK FOR THE NEWEST ON FILE) AND THE NUMBER OF
      *    PERIODS, UP TO TWELVE (ZERO FOR TWELVE).  AN ACCOUNTS
      *    PERIOD RUN MORE THAN ONCE LEAVES MORE THAN ONE RECORD
      *    FOR A BRANCH; THE LAST ONE ON THE FILE IS USED.  RECORDS
      *    WITH NO PERIOD ID ARE SKIPPED.  THE STATISTICS FILE IS
      *    READ ONLY.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. XYZ-1.
       OBJECT-COMPUTER. XYZ-1.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRANCH-STATS-FILE ASSIGN TO "ARBRSTAT.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BRSTAT-STATUS.
           SELECT TREND-PARM-FILE  ASSIGN TO "ARTRPARM.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TREND-PARM-STATUS.
           SELECT TREND-REPORT-FILE ASSIGN TO "ARTREND.OUT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-STATUS.
           SELECT TREND-EXTRACT-FILE ASSIGN TO "ARTREND.csv"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-EXTRACT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      * ONE RECORD PER BRANCH PER ACCOUNTS RUN.  CREDITS EXCLUDE
      * THE WRITE-OFFS, WHICH ARE CARRIED SEPARATELY.
       FD  BRANCH-STATS-FILE.
       01  BRANCH-STATS-RECORD.
           05  BS-PERIOD-ID                PIC X(6).
           05  BS-BRANCH-CODE              PIC X(4).
           05  BS-RUN-DATE                 PIC 9(8).
           05  BS-OPEN-BALANCE             PIC S9(7)V99.
           05  BS-BILLED-SALES             PIC 9(7)V99.
           05  BS-CASH-COLLECTED           PIC 9(7)V99.
           05  BS-CREDITS                  PIC 9(7)V99.
           05  BS-WRITEOFFS                PIC 9(8)V99.
           05  BS-CLOSE-BALANCE            PIC S9(7)V99.
           05  BS-BAL-30                   PIC 9(7)V99.
           05  BS-BAL-60                   PIC 9(7)V99.
           05  BS-BAL-90                   PIC 9(7)V99.
           05  BS-BAL-120                  PIC 9(7)V99.
           05  FILLER                      PIC X(10).
       FD  TREND-PARM-FILE.
       01  TREND-PARM-RECORD.
           05  TP-THROUGH-PERIOD-ID        PIC X(6).
           05  TP-PERIOD-COUNT             PIC 99.
           05  FILLER                      PIC X(12).
       FD  TREND-REPORT-FILE.
       01  TREND-REPORT-DATA               PIC X(132).
       FD  TREND-EXTRACT-FILE.
       01  TREND-EXTRACT-DATA              PIC X(250).
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-BRSTAT-STATUS        PIC XX.
           05  WS-BRSTAT-EOF-FLAG      PIC X.
           05  WS-TREND-PARM-STATUS    PIC XX.
           05  WS-REPORT-STATUS        PIC XX.
           05  WS-EXTRACT-STATUS       PIC XX.
           05  WS-PARM-FOUND-FLAG      PIC X.
       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-DATE             PIC 9(8).
       01  WS-PARM-FIELDS.
           05  WS-THROUGH-PERIOD-ID    PIC X(6).
           05  WS-WINDOW-SIZE          PIC 99.
           05  WS-DAYS-IN-PERIOD       PIC 9(3)  VALUE 30.
      * THE PERIODS TO REPORT.  WHILE THE FILE IS FIRST READ THE
      * TABLE KEEPS THE NEWEST PERIODS SEEN SO FAR, A NEWER ONE
      * PUSHING OUT THE OLDEST; IT IS THEN PUT INTO PERIOD ORDER.
       01  WS-PERIOD-TABLE-CONTROL.
           05  WS-PD-COUNT             PIC 99    VALUE ZERO.
           05  WS-PD-SUB               PIC 99.
           05  WS-PD-INNER-SUB         PIC 99.
           05  WS-PD-LOW-SUB           PIC 99.
           05  WS-PD-FOUND-SUB         PIC 99.
           05  WS-PD-HOLD              PIC X(6).
       01  WS-PERIOD-TABLE.
           05  WS-PD-ENTRY OCCURS 1 TO 12 TIMES
                   DEPENDING ON WS-PD-COUNT.
               10  WS-PD-PERIOD-ID     PIC X(6).
      * ONE ENTRY PER BRANCH, WITH ONE SLOT PER REPORTED PERIOD
      * IN THE SAME ORDER AS THE PERIOD TABLE.  A SLOT IS USED
      * ONLY WHEN ITS PRESENT FLAG IS "Y".
       01  WS-BRANCH-TABLE-CONTROL.
           05  WS-BR-COUNT             PIC 9(4)  VALUE ZERO.
           05  WS-BR-SUB               PIC 9(4).
           05  WS-BR-INNER-SUB         PIC 9(4).
           05  WS-BR-LOW-SUB           PIC 9(4).
           05  WS-BR-FOUND-SUB         PIC 9(4).
           05  WS-BR-FULL-FLAG         PIC X.
       01  WS-BRANCH-TABLE.
           05  WS-BR-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-BR-COUNT.
               10  WS-BR-CODE          PIC X(4).
               10  WS-BR-SLOT          OCCURS 12 TIMES.
                   15  WS-BR-PRESENT       PIC X.
                   15  WS-BR-OPEN-BALANCE  PIC S9(7)V99.
                   15  WS-BR-SALES         PIC 9(7)V99.
                   15  WS-BR-CASH          PIC 9(7)V99.
                   15  WS-BR-CREDITS       PIC 9(7)V99.
                   15  WS-BR-WRITEOFFS     PIC 9(8)V99.
                   15  WS-BR-CLOSE-BALANCE PIC S9(7)V99.
                   15  WS-BR-BAL-30        PIC 9(7)V99.
                   15  WS-BR-BAL-60        PIC 9(7)V99.
                   15  WS-BR-BAL-90        PIC 9(7)V99.
                   15  WS-BR-BAL-120       PIC 9(7)V99.
       01  WS-BRANCH-HOLD.
           05  WS-BH-CODE              PIC X(4).
           05  WS-BH-SLOT              OCCURS 12 TIMES.
               10  WS-BH-PRESENT       PIC X.
               10  WS-BH-OPEN-BALANCE  PIC S9(7)V99.
               10  WS-BH-SALES         PIC 9(7)V99.
               10  WS-BH-CASH          PIC 9(7)V99.
               10  WS-BH-CREDITS       PIC 9(7)V99.
               10  WS-BH-WRITEOFFS     PIC 9(8)V99.
               10  WS-BH-CLOSE-BALANCE PIC S9(7)V99.
               10  WS-BH-BAL-30        PIC 9(7)V99.
               10  WS-BH-BAL-60        PIC 9(7)V99.
               10  WS-BH-BAL-90        PIC 9(7)V99.
               10  WS-BH-BAL-120       PIC 9(7)V99.
      * COMPANY TOTALS, ONE SLOT PER REPORTED PERIOD.
       01  WS-COMPANY-TABLE.
           05  WS-CO-SLOT              OCCURS 12 TIMES.
               10  WS-CO-PRESENT       PIC X.
               10  WS-CO-OPEN-BALANCE  PIC S9(9)V99.
               10  WS-CO-SALES         PIC 9(9)V99.
               10  WS-CO-CASH          PIC 9(9)V99.
               10  WS-CO-CREDITS       PIC 9(9)V99.
               10  WS-CO-WRITEOFFS     PIC 9(9)V99.
               10  WS-CO-CLOSE-BALANCE PIC S9(9)V99.
               10  WS-CO-BAL-30        PIC 9(9)V99.
               10  WS-CO-BAL-60        PIC 9(9)V99.
               10  WS-CO-BAL-90        PIC 9(9)V99.
               10  WS-CO-BAL-120       PIC 9(9)V99.
      * THE PERIOD BEING PRINTED, BRANCH OR COMPANY, AND ITS
      * MEASURES.  EACH MEASURE HAS A FLAG, "Y" WHEN IT COULD BE
      * WORKED OUT.  THE PRIOR FIELDS HOLD THE MEASURES OF THE
      * LAST PERIOD PRINTED FOR THE SAME BRANCH.
       01  WS-MEASURE-FIELDS.
           05  WS-MT-BRANCH-CODE       PIC X(4).
           05  WS-MT-PERIOD-ID         PIC X(6).
           05  WS-MT-OPEN-BALANCE      PIC S9(9)V99.
           05  WS-MT-SALES             PIC 9(9)V99.
           05  WS-MT-CASH              PIC 9(9)V99.
           05  WS-MT-CREDITS           PIC 9(9)V99.
           05  WS-MT-WRITEOFFS         PIC 9(9)V99.
           05  WS-MT-CLOSE-BALANCE     PIC S9(9)V99.
           05  WS-MT-BAL-30            PIC 9(9)V99.
           05  WS-MT-BAL-60            PIC 9(9)V99.
           05  WS-MT-BAL-90            PIC 9(9)V99.
           05  WS-MT-BAL-120           PIC 9(9)V99.
           05  WS-MT-PAST-DUE          PIC 9(10)V99.
           05  WS-MT-NOT-YET-DUE       PIC S9(10)V99.
           05  WS-MT-COLLECTED         PIC S9(10)V99.
           05  WS-MT-COLLECTIBLE       PIC S9(10)V99.
           05  WS-MT-WORK              PIC S9(13)V99.
           05  WS-MT-DSO               PIC S9(9)V9.
           05  WS-MT-DSO-FLAG          PIC X.
           05  WS-MT-CEI               PIC S9(9)V9.
           05  WS-MT-CEI-FLAG          PIC X.
           05  WS-MT-PCT-90            PIC S9(9)V9.
           05  WS-MT-PCT-90-FLAG       PIC X.
           05  WS-MT-BAD-DEBT          PIC S9(9)V99.
           05  WS-MT-BAD-DEBT-FLAG     PIC X.
       01  WS-PRIOR-MEASURE-FIELDS.
           05  WS-PV-DSO               PIC S9(9)V9.
           05  WS-PV-DSO-FLAG          PIC X.
           05  WS-PV-CEI               PIC S9(9)V9.
           05  WS-PV-CEI-FLAG          PIC X.
           05  WS-PV-PCT-90            PIC S9(9)V9.
           05  WS-PV-PCT-90-FLAG       PIC X.
           05  WS-PV-BAD-DEBT          PIC S9(9)V99.
           05  WS-PV-BAD-DEBT-FLAG     PIC X.
       01  WS-DIRECTION-FIELDS.
           05  WS-DR-CURRENT           PIC S9(9)V99.
           05  WS-DR-CURRENT-FLAG      PIC X.
           05  WS-DR-PRIOR             PIC S9(9)V99.
           05  WS-DR-PRIOR-FLAG        PIC X.
           05  WS-DR-RESULT            PIC X(4).
       01  WS-RUN-TOTALS.
           05  WS-RECORDS-READ         PIC 9(6).
           05  WS-RECORDS-USED         PIC 9(6).
           05  WS-RECORDS-REPLACED     PIC 9(6).
           05  WS-RECORDS-NO-PERIOD    PIC 9(6).
           05  WS-LINES-EXTRACTED      PIC 9(6).
       01  TREND-TITLE-LINE.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(37)  VALUE
                   "BRANCH RECEIVABLES PERFORMANCE TREND".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  TT-RUN-DATE             PIC 9(8).
           05  FILLER                  PIC X(11)  VALUE
                   "  PERIODS  ".
           05  TT-FIRST-PERIOD-ID      PIC X(6).
           05  FILLER                  PIC X(4)   VALUE " TO ".
           05  TT-LAST-PERIOD-ID       PIC X(6).
       01  TREND-LEGEND-LINE-1.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(48)  VALUE
                   "DIRECTION IS AGAINST THE PREVIOUS PERIOD SHOWN. ".
           05  FILLER                  PIC X(50)  VALUE
                   " A FALL IN DSO, % OVER 90 OR BAD DEBT, AND A RISE".
       01  TREND-LEGEND-LINE-2.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(46)  VALUE
                   "IN CEI, ARE IMPROVEMENTS.  DSO IS WORKED ON A ".
           05  FILLER                  PIC X(14)  VALUE
                   "30-DAY PERIOD.".
       01  TREND-HEADING-LINE.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(6)   VALUE "PERIOD".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(13)  VALUE
                   " BILLED SALES".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(13)  VALUE
                   "CASH COLLECTD".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(13)  VALUE
                   "   WRITE-OFFS".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(15)  VALUE
                   "CLOSING BALANCE".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(12)  VALUE
                   "    DSO DIR ".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(11)  VALUE
                   "   CEI DIR ".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE
                   "%OV90 DIR ".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(12)  VALUE
                   "BAD DBT DIR ".
       01  TREND-BRANCH-LINE.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  TB-LABEL                PIC X(7).
           05  TB-BRANCH-CODE          PIC X(4).
       01  TREND-DETAIL-LINE.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  TD-PERIOD-ID            PIC X(6).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  TD-SALES                PIC ZZ,ZZZ,ZZZ.99.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  TD-CASH                 PIC ZZ,ZZZ,ZZZ.99.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  TD-WRITEOFFS            PIC ZZ,ZZZ,ZZZ.99.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  TD-CLOSE-BALANCE        PIC ZZ,ZZZ,ZZZ.99CR.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  TD-DSO                  PIC ZZZZ9.9.
           05  FILLER                  PIC X      VALUE SPACES.
           05  TD-DSO-DIR              PIC X(4).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  TD-CEI                  PIC ZZZ9.9.
           05  FILLER                  PIC X      VALUE SPACES.
           05  TD-CEI-DIR              PIC X(4).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  TD-PCT-90               PIC ZZ9.9.
           05  FILLER                  PIC X      VALUE SPACES.
           05  TD-PCT-90-DIR           PIC X(4).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  TD-BAD-DEBT             PIC ZZZ9.99.
           05  FILLER                  PIC X      VALUE SPACES.
           05  TD-BAD-DEBT-DIR         PIC X(4).
       01  TREND-TOTAL-LINE.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  TTL-LABEL               PIC X(28).
           05  TTL-COUNT               PIC ZZZ,ZZ9.
      * THE SPREADSHEET EXTRACT: A LINE OF COLUMN NAMES, THEN ONE
      * COMMA-SEPARATED LINE PER BRANCH AND PERIOD.  A MEASURE
      * THAT CANNOT BE WORKED OUT IS BLANKED THROUGH ITS
      * ALPHANUMERIC REDEFINITION.
       01  TREND-EXTRACT-HEADING.
           05  FILLER                  PIC X(48)  VALUE
               "BRANCH,PERIOD,OPENING BALANCE,BILLED SALES,CASH ".
           05  FILLER                  PIC X(48)  VALUE
               "COLLECTED,CREDITS,WRITE-OFFS,CLOSING BALANCE,PAS".
           05  FILLER                  PIC X(48)  VALUE
               "T DUE 1-30,PAST DUE 31-60,PAST DUE 61-90,PAST DU".
           05  FILLER                  PIC X(48)  VALUE
               "E OVER 90,DSO,CEI,PCT OVER 90,BAD DEBT PCT      ".
       01  TREND-EXTRACT-LINE.
           05  TX-BRANCH-CODE          PIC X(4).
           05  FILLER                  PIC X      VALUE ",".
           05  TX-PERIOD-ID            PIC X(6).
           05  FILLER                  PIC X      VALUE ",".
           05  TX-OPEN-BALANCE         PIC -(9)9.99.
           05  FILLER                  PIC X      VALUE ",".
           05  TX-SALES                PIC -(9)9.99.
           05  FILLER                  PIC X      VALUE ",".
           05  TX-CASH                 PIC -(9)9.99.
           05  FILLER                  PIC X      VALUE ",".
           05  TX-CREDITS              PIC -(9)9.99.
           05  FILLER                  PIC X      VALUE ",".
           05  TX-WRITEOFFS            PIC -(9)9.99.
           05  FILLER                  PIC X      VALUE ",".
           05  TX-CLOSE-BALANCE        PIC -(9)9.99.
           05  FILLER                  PIC X      VALUE ",".
           05  TX-BAL-30               PIC -(9)9.99.
           05  FILLER                  PIC X      VALUE ",".
           05  TX-BAL-60               PIC -(9)9.99.
           05  FILLER                  PIC X      VALUE ",".
           05  TX-BAL-90               PIC -(9)9.99.
           05  FILLER                  PIC X      VALUE ",".
           05  TX-BAL-120              PIC -(9)9.99.
           05  FILLER                  PIC X      VALUE ",".
           05  TX-DSO                  PIC -(6)9.9.
           05  TX-DSO-X REDEFINES TX-DSO
                                       PIC X(9).
           05  FILLER                  PIC X      VALUE ",".
           05  TX-CEI                  PIC -(6)9.9.
           05  TX-CEI-X REDEFINES TX-CEI
                                       PIC X(9).
           05  FILLER                  PIC X      VALUE ",".
           05  TX-PCT-90               PIC -(6)9.9.
           05  TX-PCT-90-X REDEFINES TX-PCT-90
                                       PIC X(9).
           05  FILLER                  PIC X      VALUE ",".
           05  TX-BAD-DEBT             PIC -(6)9.99.
           05  TX-BAD-DEBT-X REDEFINES TX-BAD-DEBT
                                       PIC X(10).
      *
       PROCEDURE DIVISION.
      *
       A000-MAIN-CONTROL.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM B010-INITIALIZE-WORKING-DATA
           PERFORM B015-READ-TREND-PARM
           OPEN OUTPUT TREND-REPORT-FILE
           OPEN OUTPUT TREND-EXTRACT-FILE
           OPEN INPUT BRANCH-STATS-FILE
           IF WS-BRSTAT-STATUS NOT EQUAL "00"
               MOVE WS-RUN-DATE TO TT-RUN-DATE
               WRITE TREND-REPORT-DATA FROM TREND-TITLE-LINE
               MOVE SPACES TO TREND-REPORT-DATA
               MOVE "*** NO BRANCH STATISTICS FILE - NOTHING TO REPORT"
                   TO TREND-REPORT-DATA
               WRITE TREND-REPORT-DATA
                   AFTER ADVANCING 2 LINES
               CLOSE TREND-REPORT-FILE, TREND-EXTRACT-FILE
               STOP RUN
           END-IF
           PERFORM B020-NOTE-ONE-PERIOD
               UNTIL WS-BRSTAT-EOF-FLAG EQUAL "Y"
           CLOSE BRANCH-STATS-FILE
           PERFORM B030-SORT-PERIOD-TABLE
           MOVE "N" TO WS-BRSTAT-EOF-FLAG
           OPEN INPUT BRANCH-STATS-FILE
           PERFORM B040-LOAD-ONE-RECORD
               UNTIL WS-BRSTAT-EOF-FLAG EQUAL "Y"
           CLOSE BRANCH-STATS-FILE
           PERFORM B050-SORT-BRANCH-TABLE
           PERFORM B060-TOTAL-COMPANY
           PERFORM B070-WRITE-HEADINGS
           PERFORM B080-WRITE-BRANCH-TREND
               VARYING WS-BR-SUB FROM 1 BY 1
               UNTIL WS-BR-SUB GREATER THAN WS-BR-COUNT
           IF WS-BR-COUNT GREATER THAN ZERO
               PERFORM B085-WRITE-COMPANY-TREND
           END-IF
           PERFORM B090-WRITE-RUN-TOTALS
           CLOSE TREND-REPORT-FILE, TREND-EXTRACT-FILE
           STOP RUN.
      *
       B010-INITIALIZE-WORKING-DATA.
           MOVE "N" TO WS-BRSTAT-EOF-FLAG
           MOVE "N" TO WS-BR-FULL-FLAG
           MOVE ZERO TO WS-PD-COUNT
           MOVE ZERO TO WS-BR-COUNT
           MOVE ZERO TO WS-RECORDS-READ
           MOVE ZERO TO WS-RECORDS-USED
           MOVE ZERO TO WS-RECORDS-REPLACED
           MOVE ZERO TO WS-RECORDS-NO-PERIOD
           MOVE ZERO TO WS-LINES-EXTRACTED
           PERFORM B011-CLEAR-COMPANY-SLOT
               VARYING WS-PD-SUB FROM 1 BY 1
               UNTIL WS-PD-SUB GREATER THAN 12.
      *
       B011-CLEAR-COMPANY-SLOT.
           MOVE "N" TO WS-CO-PRESENT(WS-PD-SUB)
           MOVE ZERO TO WS-CO-OPEN-BALANCE(WS-PD-SUB)
           MOVE ZERO TO WS-CO-SALES(WS-PD-SUB)
           MOVE ZERO TO WS-CO-CASH(WS-PD-SUB)
           MOVE ZERO TO WS-CO-CREDITS(WS-PD-SUB)
           MOVE ZERO TO WS-CO-WRITEOFFS(WS-PD-SUB)
           MOVE ZERO TO WS-CO-CLOSE-BALANCE(WS-PD-SUB)
           MOVE ZERO TO WS-CO-BAL-30(WS-PD-SUB)
           MOVE ZERO TO WS-CO-BAL-60(WS-PD-SUB)
           MOVE ZERO TO WS-CO-BAL-90(WS-PD-SUB)
           MOVE ZERO TO WS-CO-BAL-120(WS-PD-SUB).
      *
      * WITHOUT A PARAMETER RECORD THE NEWEST TWELVE PERIODS ON
      * THE FILE ARE REPORTED.
       B015-READ-TREND-PARM.
           MOVE SPACES TO WS-THROUGH-PERIOD-ID
           MOVE 12 TO WS-WINDOW-SIZE
           MOVE "N" TO WS-PARM-FOUND-FLAG
           OPEN INPUT TREND-PARM-FILE
           IF WS-TREND-PARM-STATUS EQUAL "00"
               READ TREND-PARM-FILE
                   AT END MOVE "N" TO WS-PARM-FOUND-FLAG
                   NOT AT END MOVE "Y" TO WS-PARM-FOUND-FLAG
               END-READ
               IF WS-PARM-FOUND-FLAG EQUAL "Y"
                   MOVE TP-THROUGH-PERIOD-ID TO WS-THROUGH-PERIOD-ID
                   IF TP-PERIOD-COUNT NUMERIC
                       AND TP-PERIOD-COUNT GREATER THAN ZERO
                       AND TP-PERIOD-COUNT NOT GREATER THAN 12
                       MOVE TP-PERIOD-COUNT TO WS-WINDOW-SIZE
                   END-IF
               END-IF
               CLOSE TREND-PARM-FILE
           END-IF.
      *
      * FIRST PASS: FIND THE PERIODS TO REPORT.
       B020-NOTE-ONE-PERIOD.
           READ BRANCH-STATS-FILE
               AT END MOVE "Y" TO WS-BRSTAT-EOF-FLAG
           END-READ
           IF WS-BRSTAT-EOF-FLAG NOT EQUAL "Y"
               IF BS-PERIOD-ID NOT EQUAL SPACES
                   IF WS-THROUGH-PERIOD-ID EQUAL SPACES
                       OR BS-PERIOD-ID NOT GREATER THAN
                           WS-THROUGH-PERIOD-ID
                       PERFORM C010-NOTE-PERIOD
                   END-IF
               END-IF
           END-IF.
      *
      * SELECTION SORT OF THE PERIOD TABLE, OLDEST PERIOD FIRST.
       B030-SORT-PERIOD-TABLE.
           PERFORM B031-SELECT-LOWEST-PERIOD
               VARYING WS-PD-SUB FROM 1 BY 1
               UNTIL WS-PD-SUB NOT LESS THAN WS-PD-COUNT.
      *
       B031-SELECT-LOWEST-PERIOD.
           MOVE WS-PD-SUB TO WS-PD-LOW-SUB
           ADD 1 WS-PD-SUB GIVING WS-PD-INNER-SUB
           PERFORM B032-COMPARE-PERIODS
               UNTIL WS-PD-INNER-SUB GREATER THAN WS-PD-COUNT
           IF WS-PD-LOW-SUB NOT EQUAL WS-PD-SUB
               MOVE WS-PD-PERIOD-ID(WS-PD-SUB) TO WS-PD-HOLD
               MOVE WS-PD-PERIOD-ID(WS-PD-LOW-SUB) TO
                   WS-PD-PERIOD-ID(WS-PD-SUB)
               MOVE WS-PD-HOLD TO WS-PD-PERIOD-ID(WS-PD-LOW-SUB)
           END-IF.
      *
       B032-COMPARE-PERIODS.
           IF WS-PD-PERIOD-ID(WS-PD-INNER-SUB) LESS THAN
                   WS-PD-PERIOD-ID(WS-PD-LOW-SUB)
               MOVE WS-PD-INNER-SUB TO WS-PD-LOW-SUB
           END-IF
           ADD 1 TO WS-PD-INNER-SUB.
      *
      * SECOND PASS: LOAD EACH RECORD FOR A REPORTED PERIOD INTO
      * ITS BRANCH'S SLOT.  A LATER RECORD FOR THE SAME BRANCH
      * AND PERIOD REPLACES AN EARLIER ONE.
       B040-LOAD-ONE-RECORD.
           READ BRANCH-STATS-FILE
               AT END MOVE "Y" TO WS-BRSTAT-EOF-FLAG
           END-READ
           IF WS-BRSTAT-EOF-FLAG NOT EQUAL "Y"
               ADD 1 TO WS-RECORDS-READ
               IF BS-PERIOD-ID EQUAL SPACES
                   ADD 1 TO WS-RECORDS-NO-PERIOD
               ELSE
                   PERFORM C015-FIND-PERIOD
                   IF WS-PD-FOUND-SUB NOT EQUAL ZERO
                       PERFORM C020-FIND-BRANCH
                       IF WS-BR-FOUND-SUB NOT EQUAL ZERO
                           PERFORM C025-STORE-STATISTICS
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
      * SELECTION SORT OF THE BRANCH TABLE BY BRANCH CODE.
       B050-SORT-BRANCH-TABLE.
           PERFORM B051-SELECT-LOWEST-BRANCH
               VARYING WS-BR-SUB FROM 1 BY 1
               UNTIL WS-BR-SUB NOT LESS THAN WS-BR-COUNT.
      *
       B051-SELECT-LOWEST-BRANCH.
           MOVE WS-BR-SUB TO WS-BR-LOW-SUB
           ADD 1 WS-BR-SUB GIVING WS-BR-INNER-SUB
           PERFORM B052-COMPARE-BRANCHES
               UNTIL WS-BR-INNER-SUB GREATER THAN WS-BR-COUNT
           IF WS-BR-LOW-SUB NOT EQUAL WS-BR-SUB
               MOVE WS-BR-ENTRY(WS-BR-SUB) TO WS-BRANCH-HOLD
               MOVE WS-BR-ENTRY(WS-BR-LOW-SUB) TO
                   WS-BR-ENTRY(WS-BR-SUB)
               MOVE WS-BRANCH-HOLD TO WS-BR-ENTRY(WS-BR-LOW-SUB)
           END-IF.
      *
       B052-COMPARE-BRANCHES.
           IF WS-BR-CODE(WS-BR-INNER-SUB) LESS THAN
                   WS-BR-CODE(WS-BR-LOW-SUB)
               MOVE WS-BR-INNER-SUB TO WS-BR-LOW-SUB
           END-IF
           ADD 1 TO WS-BR-INNER-SUB.
      *
       B060-TOTAL-COMPANY.
           PERFORM B061-ADD-BRANCH-TO-COMPANY
               VARYING WS-PD-SUB FROM 1 BY 1
                   UNTIL WS-PD-SUB GREATER THAN WS-PD-COUNT
               AFTER WS-BR-SUB FROM 1 BY 1
                   UNTIL WS-BR-SUB GREATER THAN WS-BR-COUNT.
      *
       B061-ADD-BRANCH-TO-COMPANY.
           IF WS-BR-PRESENT(WS-BR-SUB, WS-PD-SUB) EQUAL "Y"
               MOVE "Y" TO WS-CO-PRESENT(WS-PD-SUB)
               ADD WS-BR-OPEN-BALANCE(WS-BR-SUB, WS-PD-SUB) TO
                   WS-CO-OPEN-BALANCE(WS-PD-SUB)
               ADD WS-BR-SALES(WS-BR-SUB, WS-PD-SUB) TO
                   WS-CO-SALES(WS-PD-SUB)
               ADD WS-BR-CASH(WS-BR-SUB, WS-PD-SUB) TO
                   WS-CO-CASH(WS-PD-SUB)
               ADD WS-BR-CREDITS(WS-BR-SUB, WS-PD-SUB) TO
                   WS-CO-CREDITS(WS-PD-SUB)
               ADD WS-BR-WRITEOFFS(WS-BR-SUB, WS-PD-SUB) TO
                   WS-CO-WRITEOFFS(WS-PD-SUB)
               ADD WS-BR-CLOSE-BALANCE(WS-BR-SUB, WS-PD-SUB) TO
                   WS-CO-CLOSE-BALANCE(WS-PD-SUB)
               ADD WS-BR-BAL-30(WS-BR-SUB, WS-PD-SUB) TO
                   WS-CO-BAL-30(WS-PD-SUB)
               ADD WS-BR-BAL-60(WS-BR-SUB, WS-PD-SUB) TO
                   WS-CO-BAL-60(WS-PD-SUB)
               ADD WS-BR-BAL-90(WS-BR-SUB, WS-PD-SUB) TO
                   WS-CO-BAL-90(WS-PD-SUB)
               ADD WS-BR-BAL-120(WS-BR-SUB, WS-PD-SUB) TO
                   WS-CO-BAL-120(WS-PD-SUB)
           END-IF.
      *
       B070-WRITE-HEADINGS.
           MOVE WS-RUN-DATE TO TT-RUN-DATE
           MOVE SPACES TO TT-FIRST-PERIOD-ID
           MOVE SPACES TO TT-LAST-PERIOD-ID
           IF WS-PD-COUNT GREATER THAN ZERO
               MOVE WS-PD-PERIOD-ID(1) TO TT-FIRST-PERIOD-ID
               MOVE WS-PD-PERIOD-ID(WS-PD-COUNT) TO TT-LAST-PERIOD-ID
           END-IF
           WRITE TREND-REPORT-DATA FROM TREND-TITLE-LINE
           WRITE TREND-REPORT-DATA FROM TREND-LEGEND-LINE-1
               AFTER ADVANCING 2 LINES
           WRITE TREND-REPORT-DATA FROM TREND-LEGEND-LINE-2
               AFTER ADVANCING 1 LINE
           WRITE TREND-REPORT-DATA FROM TREND-HEADING-LINE
               AFTER ADVANCING 2 LINES
           IF WS-BR-FULL-FLAG EQUAL "Y"
               MOVE SPACES TO TREND-REPORT-DATA
               MOVE "*** BRANCH TABLE FULL - SOME BRANCHES SKIPPED ***"
                   TO TREND-REPORT-DATA
               WRITE TREND-REPORT-DATA
                   AFTER ADVANCING 1 LINE
           END-IF
           IF WS-BR-COUNT EQUAL ZERO
               MOVE SPACES TO TREND-REPORT-DATA
               MOVE "*** NO BRANCH STATISTICS FOR THE PERIODS ***"
                   TO TREND-REPORT-DATA
               WRITE TREND-REPORT-DATA
                   AFTER ADVANCING 2 LINES
           END-IF
           WRITE TREND-EXTRACT-DATA FROM TREND-EXTRACT-HEADING.
      *
       B080-WRITE-BRANCH-TREND.
           MOVE "BRANCH " TO TB-LABEL
           MOVE WS-BR-CODE(WS-BR-SUB) TO TB-BRANCH-CODE
           WRITE TREND-REPORT-DATA FROM TREND-BRANCH-LINE
               AFTER ADVANCING 2 LINES
           PERFORM C040-CLEAR-PRIOR-MEASURES
           PERFORM B081-WRITE-BRANCH-PERIOD
               VARYING WS-PD-SUB FROM 1 BY 1
               UNTIL WS-PD-SUB GREATER THAN WS-PD-COUNT.
      *
       B081-WRITE-BRANCH-PERIOD.
           IF WS-BR-PRESENT(WS-BR-SUB, WS-PD-SUB) EQUAL "Y"
               MOVE WS-BR-CODE(WS-BR-SUB) TO WS-MT-BRANCH-CODE
               MOVE WS-PD-PERIOD-ID(WS-PD-SUB) TO WS-MT-PERIOD-ID
               MOVE WS-BR-OPEN-BALANCE(WS-BR-SUB, WS-PD-SUB) TO
                   WS-MT-OPEN-BALANCE
               MOVE WS-BR-SALES(WS-BR-SUB, WS-PD-SUB) TO WS-MT-SALES
               MOVE WS-BR-CASH(WS-BR-SUB, WS-PD-SUB) TO WS-MT-CASH
               MOVE WS-BR-CREDITS(WS-BR-SUB, WS-PD-SUB) TO
                   WS-MT-CREDITS
               MOVE WS-BR-WRITEOFFS(WS-BR-SUB, WS-PD-SUB) TO
                   WS-MT-WRITEOFFS
               MOVE WS-BR-CLOSE-BALANCE(WS-BR-SUB, WS-PD-SUB) TO
                   WS-MT-CLOSE-BALANCE
               MOVE WS-BR-BAL-30(WS-BR-SUB, WS-PD-SUB) TO WS-MT-BAL-30
               MOVE WS-BR-BAL-60(WS-BR-SUB, WS-PD-SUB) TO WS-MT-BAL-60
               MOVE WS-BR-BAL-90(WS-BR-SUB, WS-PD-SUB) TO WS-MT-BAL-90
               MOVE WS-BR-BAL-120(WS-BR-SUB, WS-PD-SUB) TO
                   WS-MT-BAL-120
               PERFORM C030-WRITE-PERIOD-LINE
           END-IF.
      *
       B085-WRITE-COMPANY-TREND.
           MOVE "COMPANY" TO TB-LABEL
           MOVE SPACES TO TB-BRANCH-CODE
           WRITE TREND-REPORT-DATA FROM TREND-BRANCH-LINE
               AFTER ADVANCING 3 LINES
           PERFORM C040-CLEAR-PRIOR-MEASURES
           PERFORM B086-WRITE-COMPANY-PERIOD
               VARYING WS-PD-SUB FROM 1 BY 1
               UNTIL WS-PD-SUB GREATER THAN WS-PD-COUNT.
      *
       B086-WRITE-COMPANY-PERIOD.
           IF WS-CO-PRESENT(WS-PD-SUB) EQUAL "Y"
               MOVE "ALL " TO WS-MT-BRANCH-CODE
               MOVE WS-PD-PERIOD-ID(WS-PD-SUB) TO WS-MT-PERIOD-ID
               MOVE WS-CO-OPEN-BALANCE(WS-PD-SUB) TO
                   WS-MT-OPEN-BALANCE
               MOVE WS-CO-SALES(WS-PD-SUB) TO WS-MT-SALES
               MOVE WS-CO-CASH(WS-PD-SUB) TO WS-MT-CASH
               MOVE WS-CO-CREDITS(WS-PD-SUB) TO WS-MT-CREDITS
               MOVE WS-CO-WRITEOFFS(WS-PD-SUB) TO WS-MT-WRITEOFFS
               MOVE WS-CO-CLOSE-BALANCE(WS-PD-SUB) TO
                   WS-MT-CLOSE-BALANCE
               MOVE WS-CO-BAL-30(WS-PD-SUB) TO WS-MT-BAL-30
               MOVE WS-CO-BAL-60(WS-PD-SUB) TO WS-MT-BAL-60
               MOVE WS-CO-BAL-90(WS-PD-SUB) TO WS-MT-BAL-90
               MOVE WS-CO-BAL-120(WS-PD-SUB) TO WS-MT-BAL-120
               PERFORM C030-WRITE-PERIOD-LINE
           END-IF.
      *
       B090-WRITE-RUN-TOTALS.
           MOVE "STATISTICS RECORDS READ" TO TTL-LABEL
           MOVE WS-RECORDS-READ TO TTL-COUNT
           WRITE TREND-REPORT-DATA FROM TREND-TOTAL-LINE
               AFTER ADVANCING 3 LINES
           MOVE "RECORDS REPORTED" TO TTL-LABEL
           MOVE WS-RECORDS-USED TO TTL-COUNT
           WRITE TREND-REPORT-DATA FROM TREND-TOTAL-LINE
           MOVE "RECORDS REPLACED BY A RERUN" TO TTL-LABEL
           MOVE WS-RECORDS-REPLACED TO TTL-COUNT
           WRITE TREND-REPORT-DATA FROM TREND-TOTAL-LINE
           MOVE "RECORDS WITH NO PERIOD ID" TO TTL-LABEL
           MOVE WS-RECORDS-NO-PERIOD TO TTL-COUNT
           WRITE TREND-REPORT-DATA FROM TREND-TOTAL-LINE
           MOVE "PERIODS REPORTED" TO TTL-LABEL
           MOVE WS-PD-COUNT TO TTL-COUNT
           WRITE TREND-REPORT-DATA FROM TREND-TOTAL-LINE
           MOVE "BRANCHES REPORTED" TO TTL-LABEL
           MOVE WS-BR-COUNT TO TTL-COUNT
           WRITE TREND-REPORT-DATA FROM TREND-TOTAL-LINE
           MOVE "EXTRACT LINES WRITTEN" TO TTL-LABEL
           MOVE WS-LINES-EXTRACTED TO TTL-COUNT
           WRITE TREND-REPORT-DATA FROM TREND-TOTAL-LINE.
      *
      * A PERIOD ALREADY IN THE TABLE IS IGNORED.  WHEN THE TABLE
      * HOLDS AS MANY PERIODS AS WILL BE REPORTED, A NEWER PERIOD
      * TAKES THE PLACE OF THE OLDEST.
       C010-NOTE-PERIOD.
           PERFORM C015-FIND-PERIOD
           IF WS-PD-FOUND-SUB EQUAL ZERO
               IF WS-PD-COUNT LESS THAN WS-WINDOW-SIZE
                   ADD 1 TO WS-PD-COUNT
                   MOVE BS-PERIOD-ID TO WS-PD-PERIOD-ID(WS-PD-COUNT)
               ELSE
                   MOVE 1 TO WS-PD-LOW-SUB
                   MOVE 2 TO WS-PD-INNER-SUB
                   PERFORM B032-COMPARE-PERIODS
                       UNTIL WS-PD-INNER-SUB GREATER THAN WS-PD-COUNT
                   IF BS-PERIOD-ID GREATER THAN
                           WS-PD-PERIOD-ID(WS-PD-LOW-SUB)
                       MOVE BS-PERIOD-ID TO
                           WS-PD-PERIOD-ID(WS-PD-LOW-SUB)
                   END-IF
               END-IF
           END-IF.
      *
       C015-FIND-PERIOD.
           MOVE ZERO TO WS-PD-FOUND-SUB
           MOVE 1 TO WS-PD-SUB
           PERFORM C016-MATCH-PERIOD-ENTRY
               UNTIL WS-PD-SUB GREATER THAN WS-PD-COUNT
                   OR WS-PD-FOUND-SUB NOT EQUAL ZERO.
      *
       C016-MATCH-PERIOD-ENTRY.
           IF WS-PD-PERIOD-ID(WS-PD-SUB) EQUAL BS-PERIOD-ID
               MOVE WS-PD-SUB TO WS-PD-FOUND-SUB
           END-IF
           ADD 1 TO WS-PD-SUB.
      *
      * A BRANCH NOT YET IN THE TABLE IS ADDED WITH ALL ITS SLOTS
      * EMPTY.
       C020-FIND-BRANCH.
           MOVE ZERO TO WS-BR-FOUND-SUB
           MOVE 1 TO WS-BR-SUB
           PERFORM C021-MATCH-BRANCH-ENTRY
               UNTIL WS-BR-SUB GREATER THAN WS-BR-COUNT
                   OR WS-BR-FOUND-SUB NOT EQUAL ZERO
           IF WS-BR-FOUND-SUB EQUAL ZERO
               IF WS-BR-COUNT LESS THAN 200
                   ADD 1 TO WS-BR-COUNT
                   MOVE WS-BR-COUNT TO WS-BR-FOUND-SUB
                   MOVE BS-BRANCH-CODE TO WS-BR-CODE(WS-BR-COUNT)
                   PERFORM C022-CLEAR-BRANCH-SLOT
                       VARYING WS-PD-SUB FROM 1 BY 1
                       UNTIL WS-PD-SUB GREATER THAN 12
               ELSE
                   MOVE "Y" TO WS-BR-FULL-FLAG
               END-IF
           END-IF.
      *
       C021-MATCH-BRANCH-ENTRY.
           IF WS-BR-CODE(WS-BR-SUB) EQUAL BS-BRANCH-CODE
               MOVE WS-BR-SUB TO WS-BR-FOUND-SUB
           END-IF
           ADD 1 TO WS-BR-SUB.
      *
       C022-CLEAR-BRANCH-SLOT.
           MOVE "N" TO WS-BR-PRESENT(WS-BR-COUNT, WS-PD-SUB)
           MOVE ZERO TO WS-BR-OPEN-BALANCE(WS-BR-COUNT, WS-PD-SUB)
           MOVE ZERO TO WS-BR-SALES(WS-BR-COUNT, WS-PD-SUB)
           MOVE ZERO TO WS-BR-CASH(WS-BR-COUNT, WS-PD-SUB)
           MOVE ZERO TO WS-BR-CREDITS(WS-BR-COUNT, WS-PD-SUB)
           MOVE ZERO TO WS-BR-WRITEOFFS(WS-BR-COUNT, WS-PD-SUB)
           MOVE ZERO TO WS-BR-CLOSE-BALANCE(WS-BR-COUNT, WS-PD-SUB)
           MOVE ZERO TO WS-BR-BAL-30(WS-BR-COUNT, WS-PD-SUB)
           MOVE ZERO TO WS-BR-BAL-60(WS-BR-COUNT, WS-PD-SUB)
           MOVE ZERO TO WS-BR-BAL-90(WS-BR-COUNT, WS-PD-SUB)
           MOVE ZERO TO WS-BR-BAL-120(WS-BR-COUNT, WS-PD-SUB).
      *
       C025-STORE-STATISTICS.
           IF WS-BR-PRESENT(WS-BR-FOUND-SUB, WS-PD-FOUND-SUB)
                   EQUAL "Y"
               ADD 1 TO WS-RECORDS-REPLACED
           ELSE
               ADD 1 TO WS-RECORDS-USED
           END-IF
           MOVE "Y" TO WS-BR-PRESENT(WS-BR-FOUND-SUB, WS-PD-FOUND-SUB)
           MOVE BS-OPEN-BALANCE TO
               WS-BR-OPEN-BALANCE(WS-BR-FOUND-SUB, WS-PD-FOUND-SUB)
           MOVE BS-BILLED-SALES TO
               WS-BR-SALES(WS-BR-FOUND-SUB, WS-PD-FOUND-SUB)
           MOVE BS-CASH-COLLECTED TO
               WS-BR-CASH(WS-BR-FOUND-SUB, WS-PD-FOUND-SUB)
           MOVE BS-CREDITS TO
               WS-BR-CREDITS(WS-BR-FOUND-SUB, WS-PD-FOUND-SUB)
           MOVE BS-WRITEOFFS TO
               WS-BR-WRITEOFFS(WS-BR-FOUND-SUB, WS-PD-FOUND-SUB)
           MOVE BS-CLOSE-BALANCE TO
               WS-BR-CLOSE-BALANCE(WS-BR-FOUND-SUB, WS-PD-FOUND-SUB)
           MOVE BS-BAL-30 TO
               WS-BR-BAL-30(WS-BR-FOUND-SUB, WS-PD-FOUND-SUB)
           MOVE BS-BAL-60 TO
               WS-BR-BAL-60(WS-BR-FOUND-SUB, WS-PD-FOUND-SUB)
           MOVE BS-BAL-90 TO
               WS-BR-BAL-90(WS-BR-FOUND-SUB, WS-PD-FOUND-SUB)
           MOVE BS-BAL-120 TO
               WS-BR-BAL-120(WS-BR-FOUND-SUB, WS-PD-FOUND-SUB).
      *
       C030-WRITE-PERIOD-LINE.
           PERFORM C050-COMPUTE-MEASURES
           MOVE WS-MT-PERIOD-ID TO TD-PERIOD-ID
           MOVE WS-MT-SALES TO TD-SALES
           MOVE WS-MT-CASH TO TD-CASH
           MOVE WS-MT-WRITEOFFS TO TD-WRITEOFFS
           MOVE WS-MT-CLOSE-BALANCE TO TD-CLOSE-BALANCE
           MOVE WS-MT-DSO TO TD-DSO
           MOVE WS-MT-DSO TO WS-DR-CURRENT
           MOVE WS-MT-DSO-FLAG TO WS-DR-CURRENT-FLAG
           MOVE WS-PV-DSO TO WS-DR-PRIOR
           MOVE WS-PV-DSO-FLAG TO WS-DR-PRIOR-FLAG
           PERFORM C060-SET-DIRECTION
           MOVE WS-DR-RESULT TO TD-DSO-DIR
           MOVE WS-MT-CEI TO TD-CEI
           MOVE WS-MT-CEI TO WS-DR-CURRENT
           MOVE WS-MT-CEI-FLAG TO WS-DR-CURRENT-FLAG
           MOVE WS-PV-CEI TO WS-DR-PRIOR
           MOVE WS-PV-CEI-FLAG TO WS-DR-PRIOR-FLAG
           PERFORM C060-SET-DIRECTION
           MOVE WS-DR-RESULT TO TD-CEI-DIR
           MOVE WS-MT-PCT-90 TO TD-PCT-90
           MOVE WS-MT-PCT-90 TO WS-DR-CURRENT
           MOVE WS-MT-PCT-90-FLAG TO WS-DR-CURRENT-FLAG
           MOVE WS-PV-PCT-90 TO WS-DR-PRIOR
           MOVE WS-PV-PCT-90-FLAG TO WS-DR-PRIOR-FLAG
           PERFORM C060-SET-DIRECTION
           MOVE WS-DR-RESULT TO TD-PCT-90-DIR
           MOVE WS-MT-BAD-DEBT TO TD-BAD-DEBT
           MOVE WS-MT-BAD-DEBT TO WS-DR-CURRENT
           MOVE WS-MT-BAD-DEBT-FLAG TO WS-DR-CURRENT-FLAG
           MOVE WS-PV-BAD-DEBT TO WS-DR-PRIOR
           MOVE WS-PV-BAD-DEBT-FLAG TO WS-DR-PRIOR-FLAG
           PERFORM C060-SET-DIRECTION
           MOVE WS-DR-RESULT TO TD-BAD-DEBT-DIR
           WRITE TREND-REPORT-DATA FROM TREND-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           PERFORM C070-WRITE-EXTRACT-LINE
           MOVE WS-MT-DSO TO WS-PV-DSO
           MOVE WS-MT-DSO-FLAG TO WS-PV-DSO-FLAG
           MOVE WS-MT-CEI TO WS-PV-CEI
           MOVE WS-MT-CEI-FLAG TO WS-PV-CEI-FLAG
           MOVE WS-MT-PCT-90 TO WS-PV-PCT-90
           MOVE WS-MT-PCT-90-FLAG TO WS-PV-PCT-90-FLAG
           MOVE WS-MT-BAD-DEBT TO WS-PV-BAD-DEBT
           MOVE WS-MT-BAD-DEBT-FLAG TO WS-PV-BAD-DEBT-FLAG.
      *
       C040-CLEAR-PRIOR-MEASURES.
           MOVE ZERO TO WS-PV-DSO
           MOVE "N" TO WS-PV-DSO-FLAG
           MOVE ZERO TO WS-PV-CEI
           MOVE "N" TO WS-PV-CEI-FLAG
           MOVE ZERO TO WS-PV-PCT-90
           MOVE "N" TO WS-PV-PCT-90-FLAG
           MOVE ZERO TO WS-PV-BAD-DEBT
           MOVE "N" TO WS-PV-BAD-DEBT-FLAG.
      *
      * A CREDIT CLOSING BALANCE GIVES NO DAYS OUTSTANDING.  EACH
      * MEASURE IS HELD TO WHAT ITS PRINTED COLUMN CAN SHOW.
       C050-COMPUTE-MEASURES.
           ADD WS-MT-BAL-30, WS-MT-BAL-60, WS-MT-BAL-90,
               WS-MT-BAL-120 GIVING WS-MT-PAST-DUE
           SUBTRACT WS-MT-PAST-DUE FROM WS-MT-CLOSE-BALANCE
               GIVING WS-MT-NOT-YET-DUE
           ADD WS-MT-OPEN-BALANCE, WS-MT-SALES GIVING WS-MT-COLLECTED
           SUBTRACT WS-MT-CLOSE-BALANCE FROM WS-MT-COLLECTED
           ADD WS-MT-OPEN-BALANCE, WS-MT-SALES
               GIVING WS-MT-COLLECTIBLE
           SUBTRACT WS-MT-NOT-YET-DUE FROM WS-MT-COLLECTIBLE
           MOVE ZERO TO WS-MT-DSO
           MOVE "N" TO WS-MT-DSO-FLAG
           IF WS-MT-SALES GREATER THAN ZERO
               MOVE "Y" TO WS-MT-DSO-FLAG
               IF WS-MT-CLOSE-BALANCE GREATER THAN ZERO
                   MULTIPLY WS-MT-CLOSE-BALANCE BY WS-DAYS-IN-PERIOD
                       GIVING WS-MT-WORK
                   DIVIDE WS-MT-WORK BY WS-MT-SALES
                       GIVING WS-MT-DSO ROUNDED
                   IF WS-MT-DSO GREATER THAN 99999.9
                       MOVE 99999.9 TO WS-MT-DSO
                   END-IF
               END-IF
           END-IF
           MOVE ZERO TO WS-MT-CEI
           MOVE "N" TO WS-MT-CEI-FLAG
           IF WS-MT-COLLECTIBLE GREATER THAN ZERO
               MOVE "Y" TO WS-MT-CEI-FLAG
               IF WS-MT-COLLECTED GREATER THAN ZERO
                   MULTIPLY WS-MT-COLLECTED BY 100 GIVING WS-MT-WORK
                   DIVIDE WS-MT-WORK BY WS-MT-COLLECTIBLE
                       GIVING WS-MT-CEI ROUNDED
                   IF WS-MT-CEI GREATER THAN 9999.9
                       MOVE 9999.9 TO WS-MT-CEI
                   END-IF
               END-IF
           END-IF
           MOVE ZERO TO WS-MT-PCT-90
           MOVE "N" TO WS-MT-PCT-90-FLAG
           IF WS-MT-CLOSE-BALANCE GREATER THAN ZERO
               MOVE "Y" TO WS-MT-PCT-90-FLAG
               MULTIPLY WS-MT-BAL-120 BY 100 GIVING WS-MT-WORK
               DIVIDE WS-MT-WORK BY WS-MT-CLOSE-BALANCE
                   GIVING WS-MT-PCT-90 ROUNDED
               IF WS-MT-PCT-90 GREATER THAN 999.9
                   MOVE 999.9 TO WS-MT-PCT-90
               END-IF
           END-IF
           MOVE ZERO TO WS-MT-BAD-DEBT
           MOVE "N" TO WS-MT-BAD-DEBT-FLAG
           IF WS-MT-SALES GREATER THAN ZERO
               MOVE "Y" TO WS-MT-BAD-DEBT-FLAG
               MULTIPLY WS-MT-WRITEOFFS BY 100 GIVING WS-MT-WORK
               DIVIDE WS-MT-WORK BY WS-MT-SALES
                   GIVING WS-MT-BAD-DEBT ROUNDED
               IF WS-MT-BAD-DEBT GREATER THAN 9999.99
                   MOVE 9999.99 TO WS-MT-BAD-DEBT
               END-IF
           END-IF.
      *
      * DIRECTION OF ONE MEASURE AGAINST THE PREVIOUS PERIOD
      * SHOWN.  BLANK ON THE FIRST PERIOD OR WHEN THE PREVIOUS
      * PERIOD'S MEASURE COULD NOT BE WORKED OUT.
       C060-SET-DIRECTION.
           MOVE SPACES TO WS-DR-RESULT
           IF WS-DR-CURRENT-FLAG NOT EQUAL "Y"
               MOVE "N/A " TO WS-DR-RESULT
           ELSE
               IF WS-DR-PRIOR-FLAG EQUAL "Y"
                   IF WS-DR-CURRENT GREATER THAN WS-DR-PRIOR
                       MOVE "UP  " TO WS-DR-RESULT
                   ELSE
                       IF WS-DR-CURRENT LESS THAN WS-DR-PRIOR
                           MOVE "DOWN" TO WS-DR-RESULT
                       ELSE
                           MOVE "SAME" TO WS-DR-RESULT
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
       C070-WRITE-EXTRACT-LINE.
           MOVE WS-MT-BRANCH-CODE TO TX-BRANCH-CODE
           MOVE WS-MT-PERIOD-ID TO TX-PERIOD-ID
           MOVE WS-MT-OPEN-BALANCE TO TX-OPEN-BALANCE
           MOVE WS-MT-SALES TO TX-SALES
           MOVE WS-MT-CASH TO TX-CASH
           MOVE WS-MT-CREDITS TO TX-CREDITS
           MOVE WS-MT-WRITEOFFS TO TX-WRITEOFFS
           MOVE WS-MT-CLOSE-BALANCE TO TX-CLOSE-BALANCE
           MOVE WS-MT-BAL-30 TO TX-BAL-30
           MOVE WS-MT-BAL-60 TO TX-BAL-60
           MOVE WS-MT-BAL-90 TO TX-BAL-90
           MOVE WS-MT-BAL-120 TO TX-BAL-120
           MOVE WS-MT-DSO TO TX-DSO
           IF WS-MT-DSO-FLAG NOT EQUAL "Y"
               MOVE SPACES TO TX-DSO-X
           END-IF
           MOVE WS-MT-CEI TO TX-CEI
           IF WS-MT-CEI-FLAG NOT EQUAL "Y"
               MOVE SPACES TO TX-CEI-X
           END-IF
           MOVE WS-MT-PCT-90 TO TX-PCT-90
           IF WS-MT-PCT-90-FLAG NOT EQUAL "Y"
               MOVE SPACES TO TX-PCT-90-X
           END-IF
           MOVE WS-MT-BAD-DEBT TO TX-BAD-DEBT
           IF WS-MT-BAD-DEBT-FLAG NOT EQUAL "Y"
               MOVE SPACES TO TX-BAD-DEBT-X
           END-IF
           WRITE TREND-EXTRACT-DATA FROM TREND-EXTRACT-LINE
           ADD 1 TO WS-LINES-EXTRACTED.
