      *    GENERATIONS (A GENERATION MAY HAVE BEEN WRITTEN BY THE
      *    MAINTENANCE OR CREDIT-REVIEW RUN, WHICH DO NOT TOUCH
      *    OPEN ITEMS, SO A SNAPSHOT COULD PAIR WRONGLY), SO THIS
      *    PROGRAM CANNOT BACK IT OUT.  INSTEAD, A RESTORE MARKS
      *    THE OPEN ITEMS UNPROVED ON THE SEQUENCE CONTROL RECORD
      *    AND THEN RUNS THE OPEN-ITEM RECONCILIATION, WHICH
      *    PROVES THE ITEMS AGAINST THE RESTORED BALANCES, LISTS
      *    THE DIFFERENCES WITH PROPOSED ADJUSTMENTS, AND RECORDS
      *    WHETHER THE FILES ARE CLEAN.  THE POSTING RUN WILL NOT
      *    START AGAINST FILES LEFT UNCLEAN.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT GEN-CTLREC-FILE  ASSIGN TO WS-GEN-CTLREC-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-GEN-CTLREC-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "ARRUNCTL.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUN-CONTROL-STATUS.
           SELECT BACKOUT-REPORT-FILE ASSIGN TO "ARGENBAK.OUT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-STATUS.
           05  GN-RECORD-COUNT         PIC 9(6).
           05  GN-TOTAL-PREV-BALANCE   PIC S9(7)V99.
           05  FILLER                  PIC X(5).
       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           05  RC-ARPOST-RUN-DATE          PIC 9(8).
           05  RC-ACCOUNTS-RUN-DATE        PIC 9(8).
           05  RC-ACCOUNTS-ACTIVE-FLAG     PIC X.
           05  RC-FINCHG-PERIOD-ID         PIC X(6).
           05  RC-ROLL-PERIOD-ID           PIC X(6).
           05  RC-RECON-STATUS-FLAG        PIC X.
           05  FILLER                      PIC X(6).
       FD  BACKOUT-REPORT-FILE.
       01  BACKOUT-REPORT-DATA         PIC X(70).
       WORKING-STORAGE SECTION.
           05  WS-GEN-MASTER-STATUS    PIC XX.
           05  WS-GEN-CTLREC-STATUS    PIC XX.
           05  WS-REPORT-STATUS        PIC XX.
           05  WS-RUN-CONTROL-STATUS   PIC XX.
       01  WS-RUN-CONTROL-SAVE         PIC X(36).
       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-DATE             PIC 9(8).
       01  WS-GENERATION-FIELDS.
               PERFORM B040-RESTORE-GENERATION
               PERFORM B045-REBUILD-INDEXED-MASTER
               PERFORM B050-WRITE-RESTORE-REPORT
               PERFORM B055-MARK-OPEN-ITEMS-UNPROVED
               CALL "ArRecon"
           ELSE
               MOVE SPACES TO BACKOUT-REPORT-DATA
               MOVE "*** GENERATION DID NOT PROVE - NO RESTORE ***"
           WRITE BACKOUT-REPORT-DATA
               AFTER ADVANCING 2 LINES
           MOVE SPACES TO BACKOUT-REPORT-DATA
           MOVE "*** RECONCILIATION RUN AGAINST RESTORED BALANCES"
               TO BACKOUT-REPORT-DATA
           WRITE BACKOUT-REPORT-DATA
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO BACKOUT-REPORT-DATA
           MOVE "*** SEE ARRECON.OUT BEFORE THE NEXT POSTING RUN"
               TO BACKOUT-REPORT-DATA
           WRITE BACKOUT-REPORT-DATA
               AFTER ADVANCING 1 LINE.
      *
      * THE RESTORED BALANCES NO LONGER MATCH WHATEVER PROOF WAS
      * LAST RECORDED, SO THE OPEN ITEMS ARE MARKED UNPROVED
      * BEFORE THE RECONCILIATION RUNS.  SHOULD THE RECONCILIATION
      * NOT COMPLETE, THE POSTING RUN STILL REFUSES TO START.
       B055-MARK-OPEN-ITEMS-UNPROVED.
           MOVE SPACES TO WS-RUN-CONTROL-SAVE
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUN-CONTROL-STATUS EQUAL "00"
               READ RUN-CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE RUN-CONTROL-RECORD TO WS-RUN-CONTROL-SAVE
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF
           OPEN OUTPUT RUN-CONTROL-FILE
           MOVE WS-RUN-CONTROL-SAVE TO RUN-CONTROL-RECORD
           MOVE "N" TO RC-RECON-STATUS-FLAG
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.
