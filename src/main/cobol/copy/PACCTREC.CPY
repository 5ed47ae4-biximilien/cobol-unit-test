      **********************************************************************
      * COPYBOOK:  PACCTREC
      * PURPOSE:   PENDED-ACCOUNT RECORD - ONE 20-BYTE RECORD OF THE
      *            PENDACCT KSDS FOR EVERY ACCOUNT WITH FUTURE-DATED
      *            ACTIVITY ON TONIGHT'S PENDING GENERATION, CARRIED
      *            FORWARD BY THE SWEEP OR NEWLY PENDED FROM THE FEED.
      *            MOCKDEMO EMPTIES THE (REUSABLE) CLUSTER AT THE START
      *            OF EACH CYCLE, ADDS TO IT AS IT PENDS, AND READS IT
      *            BY KEY TO REJECT A CLOSURE THAT WOULD STRAND A
      *            PENDED DETAIL.  A RESTARTED CYCLE KEEPS THE ABENDED
      *            RUN'S ENTRIES.  INCLUDED UNDER AN 01-LEVEL DECLARED
      *            BY THE CALLING PROGRAM.
      **********************************************************************
           05  PA-ACCOUNT-KEY              PIC X(10).
           05  FILLER                      PIC X(10).
