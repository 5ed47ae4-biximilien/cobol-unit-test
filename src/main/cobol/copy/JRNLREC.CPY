      **********************************************************************
      * COPYBOOK:  JRNLREC
      * PURPOSE:   ACCOUNT HISTORY JOURNAL - ONE 150-BYTE RECORD OF THE
      *            ACCTJRNL KSDS FOR EVERY CHANGE MADE TO A MASTER
      *            ACCOUNT, WITH THE CLASSIFICATION, AMOUNT AND
      *            EFFECTIVE DATE BEFORE AND AFTER THE CHANGE, WHO OR
      *            WHAT MADE IT, AND THE BUSINESS DATE AND CYCLE IT
      *            BELONGS TO.  WRITTEN BY EVERY PROGRAM THAT ADDS,
      *            CHANGES OR REMOVES A MASTER RECORD (MOCKPOST,
      *            MOCKCOLR, MOCKRCLS, MOCKREST, MOCKPURG, AND CICSMNT/
      *            CICSAPPR FOR ONLINE MAINTENANCE); NEVER REWRITTEN OR
      *            DELETED, SO AN ACCOUNT'S HISTORY OUTLIVES ITS
      *            CLOSURE OR PURGE.  CICSHIST PAGES THROUGH IT ONLINE.
      *            INCLUDED UNDER AN 01-LEVEL DECLARED BY THE CALLING
      *            PROGRAM.
      **********************************************************************
      *    THE KEY IS THE ACCOUNT FOLLOWED BY THE NINES COMPLEMENT OF
      *    THE WALL-CLOCK DATE AND TIME OF THE CHANGE, SO A FORWARD
      *    BROWSE FROM THE ACCOUNT KEY RETURNS ITS HISTORY NEWEST
      *    FIRST.  THE SEQUENCE STARTS AT 9999 AND IS COUNTED DOWN
      *    WHEN THE SAME ACCOUNT CHANGES TWICE IN ONE SECOND, SO THE
      *    LATER CHANGE STILL SORTS AHEAD OF THE EARLIER ONE.
           05  JR-JOURNAL-KEY.
               10  JR-ACCOUNT-KEY          PIC X(10).
               10  JR-REVERSE-DATE         PIC 9(08).
               10  JR-REVERSE-TIME         PIC 9(06).
               10  JR-REVERSE-SEQ          PIC 9(04).
           05  JR-CHANGE-DATE              PIC 9(08).
           05  JR-CHANGE-TIME              PIC 9(06).
      *    RUN CONTROL BUSINESS DATE AND CYCLE NUMBER THE BATCH
      *    PROGRAM RAN UNDER.  ONLINE MAINTENANCE HAPPENS OUTSIDE ANY
      *    CYCLE AND CARRIES THE CALENDAR DATE AND CYCLE ZERO.
           05  JR-BUSINESS-DATE            PIC 9(08).
           05  JR-CYCLE-NUMBER             PIC 9(05).
           05  JR-ORIGIN                   PIC X(01).
               88  JR-FEED-POSTING                 VALUE 'F'.
               88  JR-CLOSURE                      VALUE 'C'.
               88  JR-ONLINE                       VALUE 'O'.
               88  JR-RESTORE                      VALUE 'R'.
               88  JR-PURGE                        VALUE 'P'.
               88  JR-RECLASSIFICATION             VALUE 'X'.
               88  JR-HOLD-RELEASE                 VALUE 'H'.
           05  JR-ACTION                   PIC X(01).
               88  JR-ADDED                        VALUE 'A'.
               88  JR-CHANGED                      VALUE 'C'.
               88  JR-DELETED                      VALUE 'D'.
      *    BATCH PROGRAM NAME, OR THE SIGNED-ON OPERATOR WHO KEYED AN
      *    ONLINE CHANGE (THE MAKER, FOR ONE A SUPERVISOR APPROVED).
           05  JR-CHANGED-BY               PIC X(08).
      *    SPACES BEFORE AN ADD AND AFTER A DELETE.
           05  JR-BEFORE-VALUES.
               10  JR-BEFORE-CLASS         PIC X(02).
               10  JR-BEFORE-AMOUNT        PIC 9(09)V99.
               10  JR-BEFORE-EFF-DATE      PIC 9(08).
           05  JR-AFTER-VALUES.
               10  JR-AFTER-CLASS          PIC X(02).
               10  JR-AFTER-AMOUNT         PIC 9(09)V99.
               10  JR-AFTER-EFF-DATE       PIC 9(08).
           05  FILLER                      PIC X(43).
