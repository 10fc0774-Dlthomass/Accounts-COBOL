      *    THIS PROGRAM READS THE CUSTOMER FILE AND, FOR EACH
      *    CUSTOMER WITH A NON-ZERO AGED BUCKET, PRINTS AN
      *    ESCALATING DUNNING LETTER DRIVEN BY THE OLDEST NON-ZERO
      *    BUCKET.  THE BUCKETS ARE BY DAYS PAST THE DUE DATE SET
      *    BY THE CUSTOMER'S PAYMENT TERMS: A REMINDER AT 1-30
      *    DAYS PAST DUE, A FIRM LETTER AT 31-90 DAYS, AND A FINAL
      *    DEMAND AT OVER 90 DAYS PAST DUE.
      *
      *    THE PROGRAM ALSO WRITES A COLLECTORS' WORK LIST SORTED
      *    BY BRANCH CODE AND THEN BY DESCENDING EXPOSURE OVER 60
      *    DAYS PAST DUE, SO EACH BRANCH'S COLLECTOR GETS THEIR
      *    ACCOUNTS WORST FIRST.
      *
      *    THE DUNNING-STATUS FILE CARRIES, FOR EACH CUSTOMER, THE
      *    ON FILE GETS NO LETTER: THE ACCOUNT IS LISTED ON THE
      *    EXCEPTION FILE AND STILL APPEARS ON THE WORK LIST SO
      *    THE COLLECTOR WORKS IT BY PHONE.
      *
      *    OPEN ITEMS IN DISPUTE ARE KEPT OUT OF THE AGED BUCKETS
      *    BY THE POSTING RUN, SO THEY NEITHER DRIVE THE DUN LEVEL
      *    NOR COUNT TOWARD A WRITE-OFF RECOMMENDATION.  THE
      *    DISPUTED AMOUNT IS TAKEN FROM THE DISPUTED-ITEM FILE,
      *    SHOWN ON THE LETTER SEPARATELY FROM THE PAST-DUE TOTAL,
      *    AND COUNTED ON THE WORK LIST.
      *
      *    A CUSTOMER KEEPING A PROMISE TO PAY, AS RECORDED ON THE
      *    PROMISE FILE BY THE MASTER MAINTENANCE RUN AND CHECKED
      *    BY THE POSTING RUN, IS HELD AT THE DUNNING LEVEL THE
      *    ACCOUNT WAS AT THE FIRST TIME THIS RUN SAW THE PROMISE:
      *    THE LEVEL IS REMEMBERED ON THE PROMISE AND THE LETTER
      *    NEVER GOES ABOVE IT.  WHILE HELD, THE RUN OF FINAL
      *    DEMANDS IS NEITHER STEPPED NOR ENDED, SO THE ACCOUNT IS
      *    NOT RECOMMENDED FOR WRITE-OFF.  ONCE THE PROMISE IS
      *    BROKEN THE ACCOUNT ESCALATES NORMALLY AGAIN.  THE WORK
      *    LIST SHOWS WHICH ACCOUNTS ARE UNDER A PROMISE AND WHICH
      *    HAVE BROKEN ONE.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT COLL-PARM-FILE   ASSIGN TO "ARCPARM.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-COLL-PARM-STATUS.
           SELECT DISPUTE-FILE     ASSIGN TO "ARDISPIX.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DI-ITEM-KEY
                   FILE STATUS IS WS-DISPUTE-STATUS.
           SELECT PROMISE-FILE     ASSIGN TO "ARPROMIX.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PM-CU-NUMBER
                   FILE STATUS IS WS-PROMISE-STATUS.
           SELECT WRITEOFF-REC-FILE ASSIGN TO "ARWOREC.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-WOREC-STATUS.
       01  COLL-PARM-RECORD.
           05  CP-WRITEOFF-PERIODS     PIC 9(3).
           05  FILLER                  PIC X(9).
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
      * ONE PROMISE TO PAY PER CUSTOMER.  STATUS "A" WHILE BEING
      * KEPT, "B" BROKEN, "C" COMPLETED.  THE HELD DUNNING LEVEL
      * IS ZERO UNTIL THIS RUN FIRST SEES THE PROMISE.
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
       FD  WRITEOFF-REC-FILE.
       01  WRITEOFF-REC-RECORD.
           05  RW-CU-NUMBER            PIC X(5).
           05  WS-DUNSTAT-STATUS       PIC XX.
           05  WS-COLL-PARM-STATUS     PIC XX.
           05  WS-WOREC-STATUS         PIC XX.
           05  WS-DISPUTE-STATUS       PIC XX.
           05  WS-DISPUTE-OPEN-FLAG    PIC X.
           05  WS-PROMISE-STATUS       PIC XX.
           05  WS-PROMISE-OPEN-FLAG    PIC X.
      * "K" WHILE THE CUSTOMER IS KEEPING A PROMISE, "B" ONCE ONE
      * HAS BEEN BROKEN, SPACE WITH NO PROMISE IN PLAY.
           05  WS-PROMISE-STATE        PIC X.
           05  WS-DI-EOF-FLAG          PIC X.
           05  WS-DUNSTAT-EOF-FLAG     PIC X.
           05  WS-COLL-PARM-FOUND-FLAG PIC X.
       01  WS-VALIDATION-FIELDS.
           05  WS-EXPOSURE-90-120      PIC 9(7)V99.
           05  WS-AGED-TOTAL           PIC 9(7)V99.
           05  WS-DUN-LEVEL            PIC 9.
           05  WS-CU-DISPUTED-AMOUNT   PIC 9(7)V99.
           05  WS-CU-DISPUTED-ITEMS    PIC 9(4).
       01  WS-RUN-TOTALS.
           05  WS-LETTER-COUNT         PIC 9(6).
           05  WS-REMINDER-COUNT       PIC 9(6).
           05  WS-FINAL-COUNT          PIC 9(6).
           05  WS-NO-ADDRESS-COUNT     PIC 9(6).
           05  WS-WO-RECOMMEND-COUNT   PIC 9(6).
           05  WS-DISPUTED-CUST-COUNT  PIC 9(6).
           05  WS-DISPUTED-ITEM-COUNT  PIC 9(6).
           05  WS-PROMISE-HELD-COUNT   PIC 9(6).
           05  WS-PROMISE-BROKEN-COUNT PIC 9(6).
      * ONE ENTRY PER CUSTOMER CURRENTLY AT FINAL-DEMAND LEVEL,
      * CARRYING THE NUMBER OF CONSECUTIVE RUNS SPENT THERE.
       01  WS-DUN-STATUS-CONTROL.
               10  WS-WL-NAME          PIC X(18).
               10  WS-WL-BALANCE       PIC S9(6)V99.
               10  WS-WL-DUN-LEVEL     PIC 9.
               10  WS-WL-PROMISE-STATE PIC X.
       01  WS-WORK-LIST-HOLD.
           05  WS-WH-BRANCH            PIC X(4).
           05  WS-WH-EXPOSURE          PIC 9(7)V99.
           05  WS-WH-NAME              PIC X(18).
           05  WS-WH-BALANCE           PIC S9(6)V99.
           05  WS-WH-DUN-LEVEL         PIC 9.
           05  WS-WH-PROMISE-STATE     PIC X.
       01  CUSTOMER-RECORD.
           05  CU-NUMBER               PIC XXXXX.
           05  CU-NAME                 PIC X(18).
           05  LT-AMOUNT               PIC ZZZ,ZZZ.99CR.
       01  LETTER-AGED-HEADING-LINE.
           05  FILLER                  PIC X(5)   VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE "      1-30".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE "     31-60".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE "     61-90".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE "   OVER 90".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(13)  VALUE
                   "DAYS PAST DUE".
       01  LETTER-AGED-AMOUNT-LINE.
           05  FILLER                  PIC X(5)   VALUE SPACES.
           05  LT-BAL-30               PIC ZZZ,ZZZ.99.
           05  FILLER                  PIC X(18)  VALUE
                   "CUSTOMER NAME".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(16)  VALUE
                   "61+ DAY EXPOSURE".
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(7)   VALUE "BALANCE".
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(12)  VALUE "LETTER".
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  FILLER                  PIC X(7)   VALUE "PROMISE".
       01  WORK-LIST-DETAIL-LINE.
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  WK-BRANCH               PIC X(4).
           05  WK-BALANCE              PIC ZZZ,ZZZ.99CR.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WK-LETTER               PIC X(12).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  WK-PROMISE              PIC X(7).
       01  WORK-LIST-SUMMARY-LINE.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  WK-SUMMARY-LABEL        PIC X(24).
           PERFORM B015-READ-COLL-PARM
           PERFORM B020-OPEN-ADDRESS-FILE
           PERFORM B025-LOAD-DUN-STATUS
           PERFORM B027-OPEN-DISPUTE-FILE
           PERFORM B028-OPEN-PROMISE-FILE
           PERFORM B030-READ-INPUT
           PERFORM B040-PROCESS-CUSTOMER
               UNTIL WS-EOF-FLAG IS EQUAL TO "Y"
           IF WS-ADDRESS-OPEN-FLAG EQUAL "Y"
               CLOSE ADDRESS-FILE
           END-IF
           IF WS-DISPUTE-OPEN-FLAG EQUAL "Y"
               CLOSE DISPUTE-FILE
           END-IF
           IF WS-PROMISE-OPEN-FLAG EQUAL "Y"
               CLOSE PROMISE-FILE
           END-IF
           CLOSE CUSTOMER-FILE, LETTER-FILE, WORK-LIST-FILE,
               DUN-EXCEPTION-FILE, WRITEOFF-REC-FILE
           STOP RUN.
           MOVE ZERO TO WS-FINAL-COUNT
           MOVE ZERO TO WS-NO-ADDRESS-COUNT
           MOVE ZERO TO WS-WO-RECOMMEND-COUNT
           MOVE ZERO TO WS-DISPUTED-CUST-COUNT
           MOVE ZERO TO WS-DISPUTED-ITEM-COUNT
           MOVE ZERO TO WS-PROMISE-HELD-COUNT
           MOVE ZERO TO WS-PROMISE-BROKEN-COUNT
           MOVE "N" TO WS-DS-FULL-FLAG
           MOVE ZERO TO WS-DS-COUNT.
      *
                   MOVE "Y" TO WS-DS-FULL-FLAG
               END-IF
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
      * NO PROMISE FILE MEANS NO PROMISE HAS EVER BEEN TAKEN.  IT
      * IS OPENED FOR UPDATE SO THE HELD LEVEL CAN BE RECORDED.
       B028-OPEN-PROMISE-FILE.
           MOVE "N" TO WS-PROMISE-OPEN-FLAG
           OPEN I-O PROMISE-FILE
           IF WS-PROMISE-STATUS EQUAL "00"
               MOVE "Y" TO WS-PROMISE-OPEN-FLAG
           END-IF.
      *
       B030-READ-INPUT.
           READ CUSTOMER-FILE INTO CUSTOMER-RECORD
           PERFORM C050-VALIDATE-INPUT-RECORD
           IF WS-VALIDATION-REASON EQUAL SPACES
               PERFORM C010-CALCULATE-VALUES
               PERFORM C070-SUM-CUSTOMER-DISPUTES
               IF WS-CU-DISPUTED-ITEMS GREATER THAN ZERO
                   ADD 1 TO WS-DISPUTED-CUST-COUNT
                   ADD WS-CU-DISPUTED-ITEMS TO WS-DISPUTED-ITEM-COUNT
               END-IF
               PERFORM C080-FIND-PROMISE
               IF WS-AGED-TOTAL GREATER THAN ZERO
                   PERFORM C020-DETERMINE-DUN-LEVEL
                   IF WS-PROMISE-STATE EQUAL "K"
                       PERFORM C085-HOLD-DUN-LEVEL
                   END-IF
                   PERFORM C060-TRACK-FINAL-DEMAND
                   PERFORM C025-FIND-ADDRESS
                   IF WS-ADDR-FOUND-FLAG EQUAL "Y"
           MOVE "LETTERS PRINTED" TO WK-SUMMARY-LABEL
           MOVE WS-LETTER-COUNT TO WK-SUMMARY-COUNT
           WRITE WORK-LIST-DATA FROM WORK-LIST-SUMMARY-LINE
           MOVE "REMINDERS AT 1-30 DAYS" TO WK-SUMMARY-LABEL
           MOVE WS-REMINDER-COUNT TO WK-SUMMARY-COUNT
           WRITE WORK-LIST-DATA FROM WORK-LIST-SUMMARY-LINE
           MOVE "FIRM LETTERS AT 31-90" TO WK-SUMMARY-LABEL
           MOVE WS-FIRM-COUNT TO WK-SUMMARY-COUNT
           WRITE WORK-LIST-DATA FROM WORK-LIST-SUMMARY-LINE
           MOVE "FINAL DEMANDS OVER 90" TO WK-SUMMARY-LABEL
           MOVE WS-FINAL-COUNT TO WK-SUMMARY-COUNT
           WRITE WORK-LIST-DATA FROM WORK-LIST-SUMMARY-LINE
           MOVE "SKIPPED - NO ADDRESS" TO WK-SUMMARY-LABEL
           MOVE "WRITE-OFF RECOMMENDED" TO WK-SUMMARY-LABEL
           MOVE WS-WO-RECOMMEND-COUNT TO WK-SUMMARY-COUNT
           WRITE WORK-LIST-DATA FROM WORK-LIST-SUMMARY-LINE
           MOVE "CUSTOMERS WITH DISPUTES" TO WK-SUMMARY-LABEL
           MOVE WS-DISPUTED-CUST-COUNT TO WK-SUMMARY-COUNT
           WRITE WORK-LIST-DATA FROM WORK-LIST-SUMMARY-LINE
           MOVE "DISPUTED ITEMS EXCLUDED" TO WK-SUMMARY-LABEL
           MOVE WS-DISPUTED-ITEM-COUNT TO WK-SUMMARY-COUNT
           WRITE WORK-LIST-DATA FROM WORK-LIST-SUMMARY-LINE
           MOVE "HELD UNDER PROMISE" TO WK-SUMMARY-LABEL
           MOVE WS-PROMISE-HELD-COUNT TO WK-SUMMARY-COUNT
           WRITE WORK-LIST-DATA FROM WORK-LIST-SUMMARY-LINE
           MOVE "PAST DUE - PROMISE BROKEN" TO WK-SUMMARY-LABEL
           MOVE WS-PROMISE-BROKEN-COUNT TO WK-SUMMARY-COUNT
           WRITE WORK-LIST-DATA FROM WORK-LIST-SUMMARY-LINE
           IF WS-DS-FULL-FLAG EQUAL "Y"
               MOVE SPACES TO WORK-LIST-DATA
               MOVE "*** DUN-STATUS FULL - NOT REWRITTEN ***"
                   MOVE "REMINDER" TO WK-LETTER
               END-IF
           END-IF
           IF WS-WL-PROMISE-STATE(WS-WL-SUB) EQUAL "K"
               MOVE "KEPT" TO WK-PROMISE
           ELSE
               IF WS-WL-PROMISE-STATE(WS-WL-SUB) EQUAL "B"
                   MOVE "BROKEN" TO WK-PROMISE
               ELSE
                   MOVE SPACES TO WK-PROMISE
               END-IF
           END-IF
           WRITE WORK-LIST-DATA FROM WORK-LIST-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
      *
           MOVE WS-AGED-TOTAL TO LT-AMOUNT
           WRITE LETTER-DATA FROM LETTER-AMOUNT-LINE
               AFTER ADVANCING 1 LINE
           IF WS-CU-DISPUTED-AMOUNT GREATER THAN ZERO
               MOVE "ITEMS IN DISPUTE" TO LT-AMOUNT-LABEL
               MOVE WS-CU-DISPUTED-AMOUNT TO LT-AMOUNT
               WRITE LETTER-DATA FROM LETTER-AMOUNT-LINE
                   AFTER ADVANCING 1 LINE
               MOVE "ITEMS IN DISPUTE ARE NOT PART OF THE PAST-DUE"
                   TO LT-TEXT
               WRITE LETTER-DATA FROM LETTER-TEXT-LINE
                   AFTER ADVANCING 1 LINE
               MOVE "TOTAL WHILE WE WORK WITH YOU TO RESOLVE THEM."
                   TO LT-TEXT
               WRITE LETTER-DATA FROM LETTER-TEXT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           WRITE LETTER-DATA FROM LETTER-AGED-HEADING-LINE
               AFTER ADVANCING 2 LINES
           MOVE CU-BAL-30 TO LT-BAL-30
      * EVER MEASURES AN UNBROKEN STAY AT FINAL DEMAND.  WHEN THE
      * COUNT REACHES THE THRESHOLD THE ACCOUNT GOES ON THE
      * RECOMMENDED WRITE-OFF FILE WITH ITS FULL PAST-DUE AMOUNT.
      * A CUSTOMER HELD AT FINAL DEMAND UNDER A PROMISE KEEPS THE
      * COUNT AS IT STOOD, SO A BROKEN PROMISE PICKS UP WHERE THE
      * ESCALATION LEFT OFF.
       C060-TRACK-FINAL-DEMAND.
           MOVE ZERO TO WS-DS-FOUND-SUB
           MOVE 1 TO WS-DS-SUB
               UNTIL WS-DS-SUB GREATER THAN WS-DS-COUNT
                   OR WS-DS-FOUND-SUB NOT EQUAL ZERO
           IF WS-DUN-LEVEL EQUAL 3
               IF WS-PROMISE-STATE EQUAL "K"
                   IF WS-DS-FOUND-SUB NOT EQUAL ZERO
                       MOVE "Y" TO WS-DS-SEEN-FLAG(WS-DS-FOUND-SUB)
                   END-IF
               ELSE
                   PERFORM C062-STEP-FINAL-COUNT
               END-IF
           ELSE
               IF WS-DS-FOUND-SUB NOT EQUAL ZERO
                   PERFORM C064-DROP-DUN-STATUS
               MOVE CU-NAME TO WS-WL-NAME(WS-WL-COUNT)
               MOVE WS-CUR-BALANCE TO WS-WL-BALANCE(WS-WL-COUNT)
               MOVE WS-DUN-LEVEL TO WS-WL-DUN-LEVEL(WS-WL-COUNT)
               MOVE WS-PROMISE-STATE TO
                   WS-WL-PROMISE-STATE(WS-WL-COUNT)
               IF WS-PROMISE-STATE EQUAL "K"
                   ADD 1 TO WS-PROMISE-HELD-COUNT
               ELSE
                   IF WS-PROMISE-STATE EQUAL "B"
                       ADD 1 TO WS-PROMISE-BROKEN-COUNT
                   END-IF
               END-IF
           ELSE
               MOVE "Y" TO WS-WL-FULL-FLAG
           END-IF.
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
      *
      * A COMPLETED PROMISE, OR NONE, LEAVES THE CUSTOMER TO
      * NORMAL ESCALATION WITH NOTHING TO SHOW.
       C080-FIND-PROMISE.
           MOVE SPACE TO WS-PROMISE-STATE
           IF WS-PROMISE-OPEN-FLAG EQUAL "Y"
               MOVE CU-NUMBER TO PM-CU-NUMBER
               READ PROMISE-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF PM-STATUS EQUAL "A"
                           MOVE "K" TO WS-PROMISE-STATE
                       ELSE
                           IF PM-STATUS EQUAL "B"
                               MOVE "B" TO WS-PROMISE-STATE
                           END-IF
                       END-IF
               END-READ
           END-IF.
      *
      * THE FIRST RUN TO SEE A KEPT PROMISE WITH THE ACCOUNT PAST
      * DUE RECORDS THE LEVEL IT WAS AT; FROM THEN ON THE LEVEL
      * MAY FALL AS THE ACCOUNT IS PAID DOWN BUT NOT RISE ABOVE
      * THE ONE HELD.
       C085-HOLD-DUN-LEVEL.
           IF PM-HELD-DUN-LEVEL NOT NUMERIC
               OR PM-HELD-DUN-LEVEL EQUAL ZERO
               MOVE WS-DUN-LEVEL TO PM-HELD-DUN-LEVEL
               REWRITE PROMISE-RECORD
           ELSE
               IF WS-DUN-LEVEL GREATER THAN PM-HELD-DUN-LEVEL
                   MOVE PM-HELD-DUN-LEVEL TO WS-DUN-LEVEL
               END-IF
           END-IF.
