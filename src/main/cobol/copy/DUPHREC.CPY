      **********************************************************************
      * COPYBOOK:  DUPHREC
      * PURPOSE:   POSTED-DETAIL HISTORY RECORD FOR MOCKDEMO'S
      *            DUPLICATE DETECTION - ONE 80-BYTE RECORD OF THE
      *            DUPHIST KSDS PER DETAIL EXTRACTED IN A RECENT
      *            NIGHTLY CYCLE, KEYED ON THE ACCOUNT KEY / AMOUNT /
      *            EFFECTIVE DATE COMBINATION THAT IDENTIFIES A
      *            RETRANSMITTED DETAIL.  MOCKDEMO READS IT BY KEY FOR
      *            EACH DETAIL AND WRITES AN ENTRY FOR EACH DETAIL IT
      *            EXTRACTS; AGING AND RETENTION ARE LEFT TO THE
      *            MOCKHSKP HOUSEKEEPING RUN OUTSIDE THE NIGHTLY
      *            WINDOW, SO THE FILE CAN GROW WITHOUT LENGTHENING
      *            THE NIGHT.  INCLUDED UNDER AN 01-LEVEL DECLARED BY
      *            THE CALLING PROGRAM.
      **********************************************************************
           05  DH-HISTORY-KEY.
               10  DH-ACCOUNT-KEY          PIC X(10).
               10  DH-AMOUNT               PIC 9(09)V99.
               10  DH-EFFECTIVE-DATE       PIC 9(08).
      *    NIGHTLY CYCLES SINCE THE DETAIL WAS EXTRACTED, AS OF THE
      *    LAST HOUSEKEEPING RUN.  MOCKDEMO WORKS THE AGE OUT AFRESH
      *    FROM DH-EXTRACT-CYCLE, SO A LATE OR MISSED HOUSEKEEPING
      *    RUN CANNOT CHANGE WHAT IS DETECTED.
           05  DH-CYCLE-AGE                PIC 9(02).
      *    RUN CONTROL CYCLE NUMBER THAT EXTRACTED THE DETAIL.
           05  DH-EXTRACT-CYCLE            PIC 9(05).
      *    WHERE IN THAT CYCLE THE DETAIL CAME FROM - THE PENDING
      *    SWEEP OR THE FEED - AND ITS ORDINAL POSITION THERE, SO A
      *    RESTARTED RUN CAN TELL ITS OWN PRE-ABEND EXTRACT FROM A
      *    GENUINE SAME-NIGHT DUPLICATE.
           05  DH-EXTRACT-SOURCE           PIC X(01).
               88  DH-FROM-SWEEP                   VALUE 'S'.
               88  DH-FROM-FEED                    VALUE 'F'.
           05  DH-EXTRACT-SEQ              PIC 9(07).
           05  FILLER                      PIC X(36).
