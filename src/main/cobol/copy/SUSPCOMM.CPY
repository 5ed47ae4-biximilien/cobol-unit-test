      **********************************************************************
      * COPYBOOK:  SUSPCOMM
      * PURPOSE:   COMMAREA LAYOUT FOR THE CICSSUSP SUSPENSE CORRECTION
      *            TRANSACTION.  CARRIES THE SEQUENCE-NUMBER RANGE OF
      *            THE PAGE ON THE SCREEN BETWEEN PSEUDO-CONVERSATIONAL
      *            INTERACTIONS SO PF7/PF8 CAN PAGE FROM THE DISPLAYED
      *            POSITION, EACH DISPLAYED ROW'S SUSPCORR KEY SO A ROW
      *            NUMBER CAN SELECT IT, THE REJECT-REASON AND SOURCE-
      *            SYSTEM FILTER THE LIST WAS BUILT UNDER, AND THE KEY
      *            OF THE RECORD CURRENTLY SELECTED FOR CORRECTION.
      **********************************************************************
       01  SUSP-COMMAREA.
           05  SC-TOP-SEQ                  PIC 9(07).
           05  SC-BOTTOM-SEQ               PIC 9(07).
           05  SC-ROW-COUNT                PIC 9(02).
           05  SC-ROW-SEQ                  PIC 9(07) OCCURS 10 TIMES.
           05  SC-FILTER-REASON            PIC X(03).
           05  SC-FILTER-SOURCE            PIC X(08).
           05  SC-SELECTED-SEQ             PIC 9(07).
           05  FILLER                      PIC X(96).
