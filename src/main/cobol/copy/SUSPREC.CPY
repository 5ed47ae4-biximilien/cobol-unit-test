      *            SYSTEM WHOSE FEED SEGMENT CARRIED IT, SO MOCKRCYC CAN
      *            RECYCLE CORRECTED RECORDS BACK INTO THE FEED, AGE
      *            OFF RECORDS THAT KEEP FAILING, AND THE OWNING SYSTEM
      *            CAN BE TOLD WHICH OF ITS DETAILS REJECTED.  THE
      *            CORRECTION AREA IS MAINTAINED ONLINE BY CICSSUSP
      *            AGAINST THE KEYED PROD.MOCK.SUSPCORR COPY OF THE
      *            CURRENT GENERATION, SO MOCKRCYC RECYCLES ONLY WHAT AN
      *            OPERATOR HAS CORRECTED.  INCLUDED UNDER AN 01-LEVEL
      *            DECLARED BY THE CALLING PROGRAM.
      **********************************************************************
           05  SR-DETAIL-RECORD            PIC X(200).
           05  SR-REJECT-REASON            PIC X(03).
      *    ARRIVED UNDER; 'PENDING' FOR A REJECT RELEASED FROM THE
      *    PENDING SWEEP.
           05  SR-SOURCE-SYSTEM            PIC X(08).
      *    CORRECTION AREA.  SPACES AS MOCKDEMO AND MOCKRCYC WRITE THE
      *    RECORD; THE SUSPLOAD STEP OF MOCKJOB STAMPS SR-SUSPENSE-SEQ
      *    (THE KEY OF PROD.MOCK.SUSPCORR) WHEN IT LOADS THE NIGHT'S
      *    GENERATION, AND CICSSUSP FILLS IN THE DISPOSITION, THE
      *    SIGNED-ON OPERATOR AND THE DATE WHEN A RECORD IS CORRECTED
      *    OR WRITTEN OFF.
           05  SR-CORRECTION-AREA.
               10  SR-SUSPENSE-SEQ         PIC 9(07).
               10  SR-CORRECTION-STATUS    PIC X(01).
                   88  SR-UNTOUCHED                VALUE ' '.
                   88  SR-CORRECTED                VALUE 'C'.
                   88  SR-WRITTEN-OFF              VALUE 'W'.
               10  SR-CORRECTED-BY         PIC X(08).
               10  SR-CORRECTED-DATE       PIC 9(08).
               10  FILLER                  PIC X(13).
