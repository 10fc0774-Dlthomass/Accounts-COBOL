           05  RC-ACCOUNTS-ACTIVE-FLAG     PIC X.
           05  RC-FINCHG-PERIOD-ID         PIC X(6).
           05  RC-ROLL-PERIOD-ID           PIC X(6).
           05  RC-RECON-STATUS-FLAG        PIC X.
           05  FILLER                      PIC X(6).
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-EOF-FLAG             PIC X.
