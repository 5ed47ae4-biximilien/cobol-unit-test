      **********************************************************************
      * COPYBOOK:  VOLHREC
      * PURPOSE:   FEED VOLUME HISTORY - ONE RECORD PER SOURCE SYSTEM
      *            PER NIGHTLY CYCLE, HOLDING THE DETAIL COUNT AND
      *            AMOUNT HASH THE SOURCE SENT (MOCKDEMO'S SOURCE
      *            DETAILS STATISTIC, RECYCLED DETAILS BACKED OUT) AND
      *            WHAT MOCKVOLC'S VOLUME CHECK MADE OF THEM.  EACH
      *            PROD.MOCK.VOLHIST GENERATION IS THE COMPLETE ROLLING
      *            HISTORY, OLDEST CYCLE FIRST - MOCKVOLC CARRIES THE
      *            PRIOR GENERATION FORWARD, DROPS WHAT HAS AGED OUT,
      *            AND ADDS TONIGHT'S RECORDS.  MOCKVOLR PRINTS THE
      *            WEEKLY TREND FROM IT.  INCLUDED UNDER AN 01-LEVEL
      *            DECLARED BY THE CALLING PROGRAM.
      **********************************************************************
           05  VH-BUSINESS-DATE            PIC 9(08).
           05  VH-CYCLE-NUMBER             PIC 9(05).
           05  VH-SOURCE-SYSTEM            PIC X(08).
           05  VH-DETAIL-COUNT             PIC 9(09).
           05  VH-AMOUNT-HASH              PIC 9(13)V99.
      *    A BREACHED CYCLE STAYS ON THE HISTORY FOR THE TREND REPORT
      *    BUT IS LEFT OUT OF LATER CHECKS' TRAILING AVERAGES, SO ONE
      *    BAD NIGHT DOES NOT DRAG THE BASELINE TOWARD ITSELF.  AN
      *    OVERRIDDEN CYCLE COUNTS - THE OPERATOR ACCEPTED IT AS REAL.
           05  VH-CHECK-RESULT             PIC X(01).
               88  VH-WITHIN-TOLERANCE             VALUE 'W'.
               88  VH-OVERRIDDEN                   VALUE 'O'.
               88  VH-BREACHED                     VALUE 'B'.
               88  VH-NO-BASELINE                  VALUE 'N'.
               88  VH-NOT-CHECKED                  VALUE 'U'.
               88  VH-IN-BASELINE                  VALUE 'W' 'O'
                                                         'N' 'U'.
           05  FILLER                      PIC X(34).
