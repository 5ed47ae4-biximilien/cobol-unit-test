      **********************************************************************
      * COPYBOOK:  GLXREC
      * PURPOSE:   OUTSTANDING GL EXCEPTION - ONE POSTING LINE FROM A
      *            PROD.MOCK.GLINTF TRANSMISSION THAT THE GENERAL
      *            LEDGER REJECTED ON ITS ACKNOWLEDGEMENT FILE AND THAT
      *            NO LATER TRANSMISSION HAS YET MADE GOOD.  EACH
      *            PROD.MOCK.GLEXCP GENERATION IS THE COMPLETE SET
      *            STILL OUTSTANDING - MOCKGLAK CARRIES THE PRIOR
      *            GENERATION FORWARD, ADDS THE NEW REJECTIONS AND
      *            DROPS THE ONES CLEARED.  MOCKRECN WILL NOT CALL A
      *            MONTH IN BALANCE WHILE ANY LINE OF THAT MONTH IS
      *            STILL ON THE FILE.  INCLUDED UNDER AN 01-LEVEL
      *            DECLARED BY THE CALLING PROGRAM.
      **********************************************************************
      *    THE TRANSMISSION THE LINE CAME FROM: ITS H HEADER RUN DATE
      *    AND ANY TAG AFTER IT (REVERSAL OF / CORRECTION OF
      *    YYYYMMDD, RECLASSIFICATION; SPACES ON A NORMAL NIGHTLY
      *    FILE).
           05  GX-TRANSMISSION-KEY.
               10  GX-RUN-DATE             PIC 9(08).
               10  GX-HEADER-TAG           PIC X(24).
               10  GX-GL-ACCOUNT           PIC X(08).
               10  GX-CLASS-CODE           PIC X(02).
      *    THE BUSINESS DATE WHOSE POSTINGS THE LINE CARRIES - THE RUN
      *    DATE ITSELF, OR THE ORIGINAL DATE A REVERSAL OR CORRECTION
      *    NAMES.  A LATER ACCEPTED LINE FOR THE SAME CLASSIFICATION
      *    REFERRING TO THE SAME DATE CLEARS THE EXCEPTION.
           05  GX-REFERS-TO-DATE           PIC 9(08).
           05  GX-LINE-COUNT               PIC S9(07).
           05  GX-LINE-AMOUNT              PIC S9(11)V99.
      *    THE LEDGER'S REASON TEXT AS RETURNED, AND THE BUSINESS DATE
      *    OF THE CYCLE THAT FIRST RECORDED THE REJECTION.
           05  GX-REJECT-REASON            PIC X(30).
           05  GX-FIRST-REJECTED-DATE      PIC 9(08).
           05  FILLER                      PIC X(12).
