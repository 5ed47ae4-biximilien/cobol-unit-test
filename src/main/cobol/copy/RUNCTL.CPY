      *    ENVIRONMENT VARIABLE COULD.
           05  RN-RESTART-FLAG             PIC X(01).
               88  RN-RESTART-PENDING              VALUE 'Y'.
      *    WALL-CLOCK DATE AND TIME MOCKCTL LAST MARKED A CYCLE
      *    COMPLETE.  CARRIED UNCHANGED THROUGH THE NEXT START, SO
      *    WHILE A CYCLE IS OPEN IT STILL DATES THE LAST COMPLETED
      *    ONE - MOCKPOST HOLDS BACK FEED UPDATES TO ACCOUNTS
      *    MAINTAINED ONLINE AFTER THIS POINT.  SPACES UNTIL THE
      *    FIRST END CARD AFTER THE FIELD WAS INTRODUCED.
           05  RN-COMPLETED-STAMP.
               10  RN-COMPLETED-DATE       PIC 9(08).
               10  RN-COMPLETED-TIME       PIC 9(06).
           05  FILLER                      PIC X(51).
