      *    REOPEN IT.
           05  IR-TRANS-TYPE               PIC X(01).
               88  IR-TRANS-CLOSURE                VALUE 'C'.
      *    LAST-CHANGE STAMP - MEANINGFUL ON THE MASTER FILE ONLY
      *    (WHATEVER A FEED DETAIL CARRIES HERE IS IGNORED).  THE
      *    SIGNED-ON OPERATOR, OR THE BATCH PROGRAM NAME, AND THE
      *    WALL-CLOCK DATE AND TIME OF THE LAST ADD OR CHANGE.
      *    CICSMNT STAMPS ONLINE MAINTENANCE 'O'; MOCKPOST, MOCKCOLR,
      *    MOCKREST AND MOCKRCLS STAMP THEIR UPDATES 'B'.  MOCKPOST
      *    HOLDS A FEED UPDATE BACK RATHER THAN OVERWRITE AN ACCOUNT
      *    STAMPED ONLINE SINCE THE LAST CYCLE COMPLETED.  SPACES ON A
      *    RECORD NOT CHANGED SINCE THE STAMP WAS INTRODUCED.
           05  IR-LAST-CHANGE-AREA.
               10  IR-LAST-CHANGE-ORIGIN   PIC X(01).
                   88  IR-CHANGED-ONLINE           VALUE 'O'.
                   88  IR-CHANGED-BATCH            VALUE 'B'.
               10  IR-LAST-CHANGED-BY      PIC X(08).
               10  IR-LAST-CHANGED-DATE    PIC 9(08).
               10  IR-LAST-CHANGED-TIME    PIC 9(06).
           05  FILLER                      PIC X(141).
      *    ZERO WHEN A FUTURE-DATED DETAIL IS FIRST HELD ON THE
      *    PENDING FILE; MOCKDEMO'S SWEEP ADDS ONE EACH NIGHT THE
      *    RECORD CARRIES FORWARD, SO THE PENDING AGING REPORT
