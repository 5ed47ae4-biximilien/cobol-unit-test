           05  ST-STAT-NAME                PIC X(20).
           05  ST-STAT-COUNT               PIC 9(09).
           05  ST-STAT-AMOUNT              PIC 9(13)V99.
      *    SPACES ON A CYCLE-LEVEL STATISTIC.  A STATISTIC BROKEN OUT
      *    BY FEED SOURCE (MOCKDEMO'S SOURCE DETAILS - ONE PER SOURCE
      *    SYSTEM, FOR MOCKVOLC'S VOLUME CHECK) CARRIES THE SOURCE
      *    HERE, AND READERS TAKE THE LAST OCCURRENCE PER SOURCE.
      *    MOCKCYCE'S EQUATIONS USE ONLY THE CYCLE-LEVEL STATISTICS.
           05  ST-SOURCE-SYSTEM            PIC X(08).
           05  FILLER                      PIC X(20).
