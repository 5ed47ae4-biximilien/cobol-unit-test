      **********************************************************************
      * COPYBOOK:  COLLREC
      * PURPOSE:   HELD FEED UPDATE (ONLINE MAINTENANCE COLLISION).
      *            MOCKPOST WRITES ONE OF THESE INSTEAD OF APPLYING A
      *            FEED UPDATE TO AN ACCOUNT MAINTAINED ONLINE SINCE
      *            THE LAST CYCLE COMPLETED.  IT CARRIES THE FEED
      *            VALUES THAT WERE NOT APPLIED AND THE ONLINE VALUES
      *            AND LAST-CHANGE STAMP THE MASTER HELD AT THE TIME.
      *            EACH PROD.MOCK.COLLHELD GENERATION IS THE COMPLETE
      *            SET OF HOLDS STILL AWAITING A DECISION - MOCKPOST
      *            CARRIES THE PRIOR GENERATION FORWARD AND ADDS THE
      *            NIGHT'S NEW HOLDS, AND MOCKCOLR CARRIES FORWARD
      *            ONLY THE HOLDS ITS CARDS DID NOT RELEASE OR
      *            DISCARD.  INCLUDED UNDER AN 01-LEVEL DECLARED BY
      *            THE CALLING PROGRAM.
      **********************************************************************
           05  CO-ACCOUNT-KEY              PIC X(10).
      *    RN-BUSINESS-DATE AND RN-CYCLE-NUMBER OF THE CYCLE THAT
      *    HELD THE UPDATE.
           05  CO-HOLD-BUSINESS-DATE       PIC 9(08).
           05  CO-HOLD-CYCLE-NUMBER        PIC 9(05).
           05  CO-FEED-VALUES.
               10  CO-FEED-CLASS-CODE      PIC X(02).
               10  CO-FEED-AMOUNT          PIC 9(09)V99.
               10  CO-FEED-EFFECTIVE-DATE  PIC 9(08).
           05  CO-ONLINE-VALUES.
               10  CO-ONLINE-CLASS-CODE    PIC X(02).
               10  CO-ONLINE-AMOUNT        PIC 9(09)V99.
               10  CO-ONLINE-EFFECTIVE-DATE
                                           PIC 9(08).
      *    THE MASTER'S LAST-CHANGE STAMP WHEN THE UPDATE WAS HELD.
      *    MOCKCOLR RELEASES THE UPDATE ONLY WHILE THE MASTER STILL
      *    CARRIES THIS SAME STAMP.
           05  CO-ONLINE-STAMP.
               10  CO-ONLINE-CHANGED-BY    PIC X(08).
               10  CO-ONLINE-CHANGED-DATE  PIC 9(08).
               10  CO-ONLINE-CHANGED-TIME  PIC 9(06).
           05  FILLER                      PIC X(13).
