      **********************************************************************
      * COPYBOOK:  APPRREC
      * PURPOSE:   DUAL-CONTROL APPROVAL QUEUE RECORD - ONE 300-BYTE
      *            RECORD OF THE APPRQUE KSDS PER MAINTENANCE REQUEST
      *            CICSMNT HELD BACK FOR A SUPERVISOR (EVERY DELR, AND
      *            ANY ADDR OR CHNG WHOSE AMOUNT OR AMOUNT CHANGE IS
      *            OVER THE MNTCTL THRESHOLD).  THE KEY IS THE DATE AND
      *            TIME THE REQUEST WAS KEYED PLUS THE CICS TASK NUMBER,
      *            SO THE QUEUE BROWSES OLDEST FIRST.  CICSAPPR STAMPS
      *            THE SUPERVISOR'S DECISION ON THE RECORD; DECIDED
      *            RECORDS STAY ON THE FILE AS THE APPROVAL TRAIL, AND
      *            MOCKAUD REPORTS THOSE STILL PENDING AT END OF DAY.
      *            INCLUDED UNDER AN 01-LEVEL DECLARED BY THE CALLING
      *            PROGRAM.
      **********************************************************************
           05  AQ-REQUEST-KEY.
               10  AQ-REQUEST-DATE         PIC 9(08).
               10  AQ-REQUEST-TIME         PIC 9(06).
               10  AQ-REQUEST-TASK         PIC 9(07).
           05  AQ-REQUEST-STATUS           PIC X(01).
               88  AQ-PENDING                      VALUE 'P'.
               88  AQ-APPROVED                     VALUE 'A'.
               88  AQ-DECLINED                     VALUE 'D'.
           05  AQ-APPROVAL-REASON          PIC X(01).
               88  AQ-REASON-DELETE                VALUE 'D'.
               88  AQ-REASON-THRESHOLD             VALUE 'T'.
           05  AQ-MAKER-ID                 PIC X(08).
      *    AMOUNT ON THE MASTER WHEN A CHNG OR DELR WAS KEYED (ZERO ON
      *    AN ADDR) - FOR A CHNG, THE CHANGE MEASURED AGAINST THE
      *    THRESHOLD IS THE DIFFERENCE BETWEEN THIS AND CA-AMOUNT OF
      *    THE REQUEST.
           05  AQ-PRIOR-AMOUNT             PIC 9(09)V99.
      *    THE CICSCOMM COMMAREA EXACTLY AS CICSMNT BUILT IT - WHAT
      *    CICSAPPR PASSES TO CICSDEMO ON APPROVAL.
           05  AQ-REQUEST-IMAGE            PIC X(208).
           05  AQ-DECISION-AREA.
               10  AQ-CHECKER-ID           PIC X(08).
               10  AQ-DECIDED-DATE         PIC 9(08).
               10  AQ-DECIDED-TIME         PIC 9(06).
      *        CA-RETURN-CODE CICSDEMO GAVE THE APPROVED REQUEST.
               10  AQ-RESULT-CODE          PIC 9(02).
           05  FILLER                      PIC X(26).
