      **********************************************************************
      * COPYBOOK:  APPRCOMM
      * PURPOSE:   COMMAREA LAYOUT FOR THE CICSAPPR DUAL-CONTROL
      *            APPROVAL TRANSACTION.  CARRIES THE KEY RANGE OF THE
      *            PAGE ON THE SCREEN BETWEEN PSEUDO-CONVERSATIONAL
      *            INTERACTIONS SO PF7/PF8 CAN PAGE FROM THE DISPLAYED
      *            POSITION, EACH DISPLAYED ROW'S APPRQUE KEY SO A ROW
      *            NUMBER CAN SELECT IT, AND THE KEY OF THE REQUEST
      *            CURRENTLY SELECTED FOR A DECISION.
      **********************************************************************
       01  APPR-COMMAREA.
           05  AC-TOP-KEY                  PIC X(21).
           05  AC-BOTTOM-KEY               PIC X(21).
           05  AC-ROW-COUNT                PIC 9(02).
           05  AC-ROW-KEY                  PIC X(21) OCCURS 10 TIMES.
           05  AC-SELECTED-KEY             PIC X(21).
           05  FILLER                      PIC X(05).
