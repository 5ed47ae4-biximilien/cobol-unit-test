      * PURPOSE:   COMMAREA LAYOUT SHARED BETWEEN CICSDRIV AND CICSDEMO SO
      *            THE DRIVER CAN EXERCISE CICSDEMO'S TRANSACTION CODES
      *            WITH REAL REQUEST DATA INSTEAD OF AN EMPTY COMMAREA.
      *            THE MAKER AND CHECKER IDS ARE FILLED IN BY THE
      *            ONLINE CALLERS (CICSMNT, CICSAPPR) SO EACH AUDIT
      *            RECORD SHOWS WHO KEYED THE REQUEST AND, IN THE
      *            AFTER IMAGE OF A DUAL-CONTROL REQUEST, WHO APPROVED
      *            OR DECLINED IT.
      **********************************************************************
       01  DFHCOMMAREA.
           05  CA-TRANS-CODE               PIC X(04).
                   88  CA-REQUEST-NOTFND           VALUE 04.
                   88  CA-REQUEST-INVALID          VALUE 08.
               10  CA-RESPONSE-MESSAGE     PIC X(60).
      *    SIGNED-ON USERID OF THE OPERATOR WHO KEYED THE REQUEST, AND
      *    OF THE SUPERVISOR WHO APPROVED IT - SPACES WHEN THE REQUEST
      *    DID NOT NEED APPROVAL.
           05  CA-MAKER-ID                 PIC X(08).
           05  CA-CHECKER-ID               PIC X(08).
           05  FILLER                      PIC X(95).
