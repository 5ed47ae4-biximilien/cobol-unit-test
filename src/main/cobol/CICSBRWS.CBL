      *            ROW NUMBER IN THE SELECT FIELD SENDS THE MAINTM1
      *            MAP WITH THAT ROW'S KEY FILLED IN AND TRANSFERS TO
      *            THE CICSMNT MAINTENANCE TRANSACTION, FROM EITHER
      *            BROWSE MODE.  A ROW NUMBER IN THE SELECT FIELD WITH
      *            PF5 INSTEAD OF ENTER TRANSFERS CONTROL TO THE
      *            CICSHIST HISTORY INQUIRY FOR THAT ROW'S ACCOUNT.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CICSBRWS.
           COPY BRWSCOMM.
           COPY BRWSMAPS.
           COPY MAINTMAPS.
           COPY HISTCOMM.

           COPY CICSCOMM REPLACING ==DFHCOMMAREA==
               BY ==WS-MAINT-COMMAREA==.
           EXEC CICS HANDLE AID
               CLEAR(9999-END)
               PF3(9999-END)
               PF5(6500-SHOW-HISTORY)
               PF7(5000-PAGE-BACKWARD)
               PF8(4000-PAGE-FORWARD)
           END-EXEC.
       6000-EXIT.
           EXIT.

      *****************************************************************
      * PF5 - HAND THE SELECTED ROW'S ACCOUNT TO THE CICSHIST HISTORY
      * INQUIRY, WHICH SHOWS ITS NEWEST CHANGES STRAIGHT AWAY BECAUSE
      * HC-FROM-BROWSE IS SET.
      *****************************************************************
       6500-SHOW-HISTORY.
           IF SELFI = SPACES OR SELFI = LOW-VALUES
               OR SELFI NOT NUMERIC
               MOVE SPACES TO BRWSM1O
               MOVE 'KEY A ROW NUMBER IN SELECT, THEN PRESS PF5'
                   TO BMSGFO
               GO TO 8000-SEND-MAP
           END-IF.
           MOVE SELFI TO WS-SELECT-NUM.
           IF WS-SELECT-NUM < 1 OR WS-SELECT-NUM > BC-ROW-COUNT
               MOVE SPACES TO BRWSM1O
               MOVE 'SELECTED ROW IS NOT ON THE SCREEN' TO BMSGFO
               GO TO 8000-SEND-MAP
           END-IF.
           MOVE SPACES TO HIST-COMMAREA.
           MOVE 'B' TO HC-ENTRY-SW.
           MOVE BC-ROW-KEY (WS-SELECT-NUM) TO HC-ACCOUNT-KEY.
           MOVE ZERO TO HC-ENTRY-COUNT.
           EXEC CICS XCTL
               PROGRAM('CICSHIST')
               COMMAREA(HIST-COMMAREA)
               LENGTH(200)
           END-EXEC.
       6500-EXIT.
           EXIT.

       7000-FORMAT-PAGE.
           MOVE SPACES TO BRWSM1O.
           IF BC-ROW-COUNT > 0
