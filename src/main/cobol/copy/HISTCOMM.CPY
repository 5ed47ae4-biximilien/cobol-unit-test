      **********************************************************************
      * COPYBOOK:  HISTCOMM
      * PURPOSE:   COMMAREA LAYOUT FOR THE CICSHIST ACCOUNT HISTORY
      *            INQUIRY.  CARRIES THE ACCOUNT BEING SHOWN AND THE
      *            ACCTJRNL KEYS OF THE NEWEST AND OLDEST CHANGE ON THE
      *            SCREEN BETWEEN PSEUDO-CONVERSATIONAL INTERACTIONS SO
      *            PF7/PF8 CAN PAGE FROM THE DISPLAYED POSITION.
      *            CICSBRWS BUILDS ONE WITH HC-FROM-BROWSE SET AND THE
      *            SELECTED ROW'S ACCOUNT WHEN IT TRANSFERS CONTROL ON
      *            PF5, AND CICSHIST SHOWS THAT ACCOUNT'S FIRST PAGE
      *            WITHOUT WAITING FOR INPUT.
      **********************************************************************
       01  HIST-COMMAREA.
           05  HC-ENTRY-SW                 PIC X(01).
               88  HC-FROM-BROWSE                  VALUE 'B'.
           05  HC-ACCOUNT-KEY              PIC X(10).
           05  HC-TOP-KEY                  PIC X(28).
           05  HC-BOTTOM-KEY               PIC X(28).
           05  HC-ENTRY-COUNT              PIC 9(02).
           05  FILLER                      PIC X(131).
