      **********************************************************************
      * AUTHOR:    R MCALLISTER
      * DATE:      15 OCT 2026
      * PURPOSE:   DUAL-CONTROL APPROVAL TRANSACTION FOR SUPERVISORS.
      *            LISTS THE MAINTENANCE REQUESTS CICSMNT HELD ON THE
      *            APPRQUE FILE (EVERY DELR, AND ANY ADDR OR CHNG OVER
      *            THE MNTCTL AMOUNT THRESHOLD) THAT ARE STILL PENDING,
      *            OLDEST FIRST, ON THE APPRM1 MAP.  PF8 PAGES FORWARD
      *            AND PF7 BACKWARD FROM THE KEY RANGE CARRIED IN THE
      *            APPRCOMM COMMAREA.  A ROW NUMBER IN THE SELECT FIELD
      *            SHOWS THAT REQUEST'S VALUES BESIDE THE ACCOUNT'S
      *            CURRENT MASTER VALUES, AND A DECISION IS KEYED:
      *              A - APPROVED.  THE REQUEST AS THE MAKER KEYED IT
      *                  IS PASSED TO CICSDEMO, WITH THE SUPERVISOR
      *                  AS CA-CHECKER-ID, AND AN ADD OR CHANGE IT
      *                  APPLIED IS STAMPED AS AN ONLINE CHANGE THE
      *                  SAME WAY CICSMNT STAMPS ONE.  EVERY ADD,
      *                  CHANGE OR DELETE APPLIED IS WRITTEN TO THE
      *                  ACCOUNT HISTORY JOURNAL (ACCTJRNL, JRNLREC
      *                  LAYOUT), CREDITED TO THE MAKER.
      *              D - DECLINED.  NOTHING IS APPLIED.
      *            THE SIGNED-ON USER (ASSIGN USERID) MUST NOT BE THE
      *            MAKER - SELF-APPROVAL IS REFUSED.  THE DECISION,
      *            CHECKER, DATE AND TIME (AND CICSDEMO'S RETURN CODE
      *            ON AN APPROVAL) ARE STAMPED ON THE QUEUE RECORD,
      *            WHICH THEN DROPS OFF THE LIST.  EVERY APPROVAL AND
      *            DECLINE IS ALSO WRITTEN TO THE AUDIT LOG (AUDITREC
      *            LAYOUT) THROUGH THE AUDT TRANSIENT DATA QUEUE - THE
      *            REQUEST AS KEYED BEFORE, AND AFTER IT THE OUTCOME
      *            WITH BOTH MAKER AND CHECKER.  ACCESS TO THE APPR
      *            TRANSACTION ITSELF IS LIMITED TO SUPERVISORS BY
      *            TRANSACTION SECURITY IN THE ONLINE REGION.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CICSAPPR.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY DFHEIBLK.
           COPY APPRCOMM.
           COPY APPRMAPS.

           COPY CICSCOMM REPLACING ==DFHCOMMAREA==
               BY ==WS-DEMO-COMMAREA==.

       01  APPROVAL-RECORD.
           COPY APPRREC.

       01  MASTER-RECORD.
           COPY INPTREC REPLACING LEADING ==IR-== BY ==MR-==.

       01  JOURNAL-RECORD.
           COPY JRNLREC.

       01  WS-AUDIT-RECORD.
           COPY AUDITREC.

       01  WS-ROW-DISPLAY.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-ROW-DATE             PIC X(08).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-ROW-TIME             PIC X(06).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-ROW-TRANS            PIC X(04).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-ROW-ACCOUNT          PIC X(10).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-ROW-CLASS            PIC X(02).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-ROW-AMOUNT           PIC Z(08)9.99.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-ROW-MAKER            PIC X(08).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-ROW-REASON           PIC X(01).
           05  FILLER                  PIC X(03)   VALUE SPACE.

       01  WS-VALUES-DISPLAY.
           05  WS-VALUES-ACCOUNT       PIC X(10).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-VALUES-CLASS         PIC X(02).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-VALUES-AMOUNT        PIC Z(08)9.99.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-VALUES-EFF-DATE      PIC X(08).
           05  FILLER                  PIC X(21)   VALUE SPACE.

      *****************************************************************
      * ONE SCREEN ROW = THE ROW NUMBER THE SUPERVISOR KEYS IN THE
      * SELECT FIELD PLUS THE FORMATTED REQUEST TEXT.  THE NUMBER IS
      * STAMPED IN 7000-FORMAT-PAGE, AFTER A BACKWARD PAGE HAS BEEN
      * REVERSED INTO ASCENDING ORDER.
      *****************************************************************
       01  WS-ROW-TABLE-AREAS.
           05  WS-ROW-ENTRY OCCURS 10 TIMES.
               10  WS-RL-NUMBER        PIC Z9.
               10  WS-RL-TEXT          PIC X(62).
           05  WS-REV-LINE             PIC X(62) OCCURS 10 TIMES.
           05  WS-REV-KEY              PIC X(21) OCCURS 10 TIMES.

       01  WS-BROWSE-AREAS.
           05  WS-BROWSE-KEY           PIC X(21)   VALUE LOW-VALUES.
           05  WS-SKIP-KEY             PIC X(21)   VALUE LOW-VALUES.
           05  WS-SAVED-COMMAREA       PIC X(280)  VALUE SPACES.
           05  WS-ROW-IDX              PIC S9(04)  COMP VALUE ZERO.
           05  WS-REV-IDX              PIC S9(04)  COMP VALUE ZERO.
           05  WS-MOVE-IDX             PIC S9(04)  COMP VALUE ZERO.
           05  WS-SELECT-NUM           PIC 9(02)   VALUE ZERO.
           05  WS-MESSAGE              PIC X(79)   VALUE SPACES.

       01  WS-STAMP-AREAS.
           05  WS-OPERATOR-ID          PIC X(08)   VALUE SPACES.
           05  WS-ABSTIME              PIC S9(15)  COMP-3 VALUE ZERO.
           05  WS-TODAY                PIC X(08)   VALUE SPACES.
           05  WS-NOW                  PIC X(06)   VALUE SPACES.
           05  WS-JOURNAL-DATE         PIC 9(08)   VALUE ZERO.
           05  WS-JOURNAL-TIME         PIC 9(06)   VALUE ZERO.

      *****************************************************************
      * AUDIT LOG WORK AREAS - EIBRESP/EIBRESP2 ARE EDITED TO THE
      * CHARACTER FORM AUDITREC CARRIES, AS CICSDRIV DOES.
      *****************************************************************
       01  WS-AUDIT-AREAS.
           05  WS-AUDIT-LENGTH         PIC S9(04)  COMP VALUE +500.
           05  WS-AUDIT-TIME           PIC 9(06)   VALUE ZERO.
           05  WS-AUDIT-RESP           PIC -(10)9.
           05  WS-AUDIT-RESP-X REDEFINES WS-AUDIT-RESP
                                       PIC X(11).
           05  WS-AUDIT-RESP2          PIC -(10)9.
           05  WS-AUDIT-RESP2-X REDEFINES WS-AUDIT-RESP2
                                       PIC X(11).

      *****************************************************************
      * EXEC CICS RESP() VALUES TESTED HERE - THE STANDARD
      * DFHRESP(NORMAL/NOTFND/DUPREC/ENDFILE) CODES.
      *****************************************************************
       01  WS-RESPONSE-AREAS.
           05  WS-RESP                 PIC S9(08)  COMP VALUE ZERO.
               88  WS-RESP-NORMAL              VALUE 0.
               88  WS-RESP-NOTFND              VALUE 13.
               88  WS-RESP-DUPREC              VALUE 14.
               88  WS-RESP-ENDFILE             VALUE 20.

       01  WS-SWITCHES.
           05  WS-BROWSE-DONE-SW       PIC X(01)   VALUE 'N'.
               88  WS-BROWSE-DONE              VALUE 'Y'.
           05  WS-STAMP-FAILED-SW      PIC X(01)   VALUE 'N'.
               88  WS-STAMP-FAILED             VALUE 'Y'.
           05  WS-JOURNAL-FAILED-SW    PIC X(01)   VALUE 'N'.
               88  WS-JOURNAL-FAILED           VALUE 'Y'.
           05  WS-AUDIT-FAILED-SW      PIC X(01)   VALUE 'N'.
               88  WS-AUDIT-FAILED             VALUE 'Y'.

       LINKAGE SECTION.

       01  DFHCOMMAREA                 PIC X(280).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           EXEC CICS HANDLE AID
               CLEAR(9999-END)
               PF3(9999-END)
               PF7(5000-PAGE-BACKWARD)
               PF8(4000-PAGE-FORWARD)
           END-EXEC.
           EXEC CICS HANDLE CONDITION
               MAPFAIL(0150-MAP-FAIL)
           END-EXEC.
           IF EIBCALEN = 0
               GO TO 0100-SEND-INITIAL-MAP
           END-IF.
           MOVE DFHCOMMAREA TO APPR-COMMAREA.
           EXEC CICS RECEIVE MAP('APPRM1') MAPSET('APPRMAP')
               INTO(APPRM1I)
           END-EXEC.
           IF AACTFI NOT = SPACES AND AACTFI NOT = LOW-VALUES
               GO TO 6500-APPLY-DECISION
           END-IF.
           IF ASELFI NOT = SPACES AND ASELFI NOT = LOW-VALUES
               GO TO 6000-SELECT-ROW
           END-IF.
           PERFORM 7500-REDISPLAY-PAGE THRU 7500-EXIT.
           MOVE 'KEY A ROW NUMBER TO SELECT A REQUEST' TO WS-MESSAGE.
           GO TO 8000-SEND-MAP.

      *****************************************************************
      * FIRST ENTRY TO THE TRANSACTION - LIST THE FIRST PAGE OF THE
      * PENDING REQUESTS.
      *****************************************************************
       0100-SEND-INITIAL-MAP.
           MOVE SPACES TO APPR-COMMAREA.
           MOVE LOW-VALUES TO AC-TOP-KEY.
           MOVE LOW-VALUES TO AC-BOTTOM-KEY.
           MOVE ZERO TO AC-ROW-COUNT.
           MOVE LOW-VALUES TO AC-SELECTED-KEY.
           MOVE LOW-VALUES TO WS-BROWSE-KEY.
           MOVE LOW-VALUES TO WS-SKIP-KEY.
           PERFORM 3000-FILL-PAGE-FORWARD THRU 3000-EXIT.
           GO TO 8000-SEND-MAP.
       0100-EXIT.
           EXIT.

      *****************************************************************
      * SUPERVISOR PRESSED ENTER WITHOUT MODIFYING ANY FIELD - REFRESH
      * THE PAGE THEY WERE ON INSTEAD OF LETTING MAPFAIL ABEND THE
      * TASK.  THE REFRESH ALSO PICKS UP REQUESTS QUEUED SINCE.
      *****************************************************************
       0150-MAP-FAIL.
           PERFORM 7500-REDISPLAY-PAGE THRU 7500-EXIT.
           MOVE 'KEY A ROW NUMBER TO SELECT A REQUEST' TO WS-MESSAGE.
           GO TO 8000-SEND-MAP.
       0150-EXIT.
           EXIT.

      *****************************************************************
      * FILL A PAGE READING FORWARD FROM WS-BROWSE-KEY, PASSING OVER
      * ANY REQUEST AT OR BELOW WS-SKIP-KEY (THE BOTTOM ROW OF THE
      * PAGE BEING PAGED FROM) AND ANY REQUEST ALREADY DECIDED.
      *****************************************************************
       3000-FILL-PAGE-FORWARD.
           MOVE LOW-VALUES TO AC-TOP-KEY.
           MOVE LOW-VALUES TO AC-BOTTOM-KEY.
           MOVE ZERO TO AC-ROW-COUNT.
           PERFORM 3050-CLEAR-ROWS THRU 3050-EXIT.
           MOVE ZERO TO WS-ROW-IDX.
           MOVE 'N' TO WS-BROWSE-DONE-SW.
           EXEC CICS STARTBR FILE('APPRQUE')
               RIDFLD(WS-BROWSE-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP-NOTFND OR WS-RESP-ENDFILE
               PERFORM 7000-FORMAT-PAGE THRU 7000-EXIT
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-READ-NEXT-ROW THRU 3100-EXIT
               UNTIL WS-ROW-IDX >= 10 OR WS-BROWSE-DONE.
           EXEC CICS ENDBR FILE('APPRQUE')
           END-EXEC.
           MOVE WS-ROW-IDX TO AC-ROW-COUNT.
           PERFORM 7000-FORMAT-PAGE THRU 7000-EXIT.
       3000-EXIT.
           EXIT.

       3050-CLEAR-ROWS.
           PERFORM 3060-CLEAR-ONE-ROW THRU 3060-EXIT
               VARYING WS-MOVE-IDX FROM 1 BY 1
               UNTIL WS-MOVE-IDX > 10.
       3050-EXIT.
           EXIT.

       3060-CLEAR-ONE-ROW.
           MOVE SPACES TO WS-ROW-ENTRY (WS-MOVE-IDX).
           MOVE SPACES TO WS-REV-LINE (WS-MOVE-IDX).
           MOVE LOW-VALUES TO WS-REV-KEY (WS-MOVE-IDX).
           MOVE LOW-VALUES TO AC-ROW-KEY (WS-MOVE-IDX).
       3060-EXIT.
           EXIT.

       3100-READ-NEXT-ROW.
           EXEC CICS READNEXT FILE('APPRQUE')
               INTO(APPROVAL-RECORD)
               RIDFLD(WS-BROWSE-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF NOT WS-RESP-NORMAL
               MOVE 'Y' TO WS-BROWSE-DONE-SW
               GO TO 3100-EXIT
           END-IF.
           IF AQ-REQUEST-KEY NOT > WS-SKIP-KEY
               GO TO 3100-EXIT
           END-IF.
           IF NOT AQ-PENDING
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-ROW-IDX.
           MOVE AQ-REQUEST-KEY TO AC-ROW-KEY (WS-ROW-IDX).
           PERFORM 3200-FORMAT-ROW THRU 3200-EXIT.
           MOVE WS-ROW-DISPLAY TO WS-RL-TEXT (WS-ROW-IDX).
       3100-EXIT.
           EXIT.

       3200-FORMAT-ROW.
           MOVE AQ-REQUEST-IMAGE TO WS-DEMO-COMMAREA.
           MOVE AQ-REQUEST-DATE TO WS-ROW-DATE.
           MOVE AQ-REQUEST-TIME TO WS-ROW-TIME.
           MOVE CA-TRANS-CODE OF WS-DEMO-COMMAREA TO WS-ROW-TRANS.
           MOVE CA-ACCOUNT-KEY OF WS-DEMO-COMMAREA TO WS-ROW-ACCOUNT.
           MOVE CA-CLASSIFICATION-CODE OF WS-DEMO-COMMAREA
               TO WS-ROW-CLASS.
           MOVE CA-AMOUNT OF WS-DEMO-COMMAREA TO WS-ROW-AMOUNT.
           MOVE AQ-MAKER-ID TO WS-ROW-MAKER.
           MOVE AQ-APPROVAL-REASON TO WS-ROW-REASON.
       3200-EXIT.
           EXIT.

      *****************************************************************
      * FILL A PAGE READING BACKWARD FROM THE TOP ROW OF THE CURRENT
      * PAGE.  THE BROWSE POSITIONS ON THE TOP ROW ITSELF, SO ANY
      * REQUEST AT OR PAST IT IS PASSED OVER; ROWS COME BACK IN
      * DESCENDING ORDER AND ARE REVERSED FOR THE SCREEN.
      *****************************************************************
       3500-FILL-PAGE-BACKWARD.
           MOVE AC-TOP-KEY TO WS-BROWSE-KEY.
           MOVE AC-TOP-KEY TO WS-SKIP-KEY.
           MOVE LOW-VALUES TO AC-TOP-KEY.
           MOVE LOW-VALUES TO AC-BOTTOM-KEY.
           MOVE ZERO TO AC-ROW-COUNT.
           PERFORM 3050-CLEAR-ROWS THRU 3050-EXIT.
           MOVE ZERO TO WS-REV-IDX.
           MOVE 'N' TO WS-BROWSE-DONE-SW.
           EXEC CICS STARTBR FILE('APPRQUE')
               RIDFLD(WS-BROWSE-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           IF NOT WS-RESP-NORMAL
               GO TO 3500-EXIT
           END-IF.
           PERFORM 3600-READ-PREV-ROW THRU 3600-EXIT
               UNTIL WS-REV-IDX >= 10 OR WS-BROWSE-DONE.
           EXEC CICS ENDBR FILE('APPRQUE')
           END-EXEC.
           PERFORM 3700-REVERSE-ROWS THRU 3700-EXIT.
       3500-EXIT.
           EXIT.

       3600-READ-PREV-ROW.
           EXEC CICS READPREV FILE('APPRQUE')
               INTO(APPROVAL-RECORD)
               RIDFLD(WS-BROWSE-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF NOT WS-RESP-NORMAL
               MOVE 'Y' TO WS-BROWSE-DONE-SW
               GO TO 3600-EXIT
           END-IF.
           IF AQ-REQUEST-KEY NOT < WS-SKIP-KEY
               GO TO 3600-EXIT
           END-IF.
           IF NOT AQ-PENDING
               GO TO 3600-EXIT
           END-IF.
           ADD 1 TO WS-REV-IDX.
           MOVE AQ-REQUEST-KEY TO WS-REV-KEY (WS-REV-IDX).
           PERFORM 3200-FORMAT-ROW THRU 3200-EXIT.
           MOVE WS-ROW-DISPLAY TO WS-REV-LINE (WS-REV-IDX).
       3600-EXIT.
           EXIT.

       3700-REVERSE-ROWS.
           MOVE ZERO TO WS-ROW-IDX.
           MOVE WS-REV-IDX TO WS-MOVE-IDX.
           PERFORM 3750-REVERSE-ONE-ROW THRU 3750-EXIT
               UNTIL WS-MOVE-IDX < 1.
           MOVE WS-ROW-IDX TO AC-ROW-COUNT.
           PERFORM 7000-FORMAT-PAGE THRU 7000-EXIT.
       3700-EXIT.
           EXIT.

       3750-REVERSE-ONE-ROW.
           ADD 1 TO WS-ROW-IDX.
           MOVE WS-REV-LINE (WS-MOVE-IDX)
               TO WS-RL-TEXT (WS-ROW-IDX).
           MOVE WS-REV-KEY (WS-MOVE-IDX)
               TO AC-ROW-KEY (WS-ROW-IDX).
           SUBTRACT 1 FROM WS-MOVE-IDX.
       3750-EXIT.
           EXIT.

       4000-PAGE-FORWARD.
           IF AC-ROW-COUNT = ZERO
               PERFORM 7500-REDISPLAY-PAGE THRU 7500-EXIT
               MOVE 'NO PAGE DISPLAYED TO PAGE FROM' TO WS-MESSAGE
               GO TO 8000-SEND-MAP
           END-IF.
           MOVE APPR-COMMAREA TO WS-SAVED-COMMAREA.
           MOVE AC-BOTTOM-KEY TO WS-BROWSE-KEY.
           MOVE AC-BOTTOM-KEY TO WS-SKIP-KEY.
           PERFORM 3000-FILL-PAGE-FORWARD THRU 3000-EXIT.
           IF AC-ROW-COUNT = ZERO
               MOVE WS-SAVED-COMMAREA TO APPR-COMMAREA
               PERFORM 7500-REDISPLAY-PAGE THRU 7500-EXIT
               MOVE 'AT END OF QUEUE' TO WS-MESSAGE
           ELSE
               MOVE LOW-VALUES TO AC-SELECTED-KEY
           END-IF.
           GO TO 8000-SEND-MAP.
       4000-EXIT.
           EXIT.

       5000-PAGE-BACKWARD.
           IF AC-ROW-COUNT = ZERO
               PERFORM 7500-REDISPLAY-PAGE THRU 7500-EXIT
               MOVE 'NO PAGE DISPLAYED TO PAGE FROM' TO WS-MESSAGE
               GO TO 8000-SEND-MAP
           END-IF.
           MOVE APPR-COMMAREA TO WS-SAVED-COMMAREA.
           PERFORM 3500-FILL-PAGE-BACKWARD THRU 3500-EXIT.
           IF AC-ROW-COUNT = ZERO
               MOVE WS-SAVED-COMMAREA TO APPR-COMMAREA
               PERFORM 7500-REDISPLAY-PAGE THRU 7500-EXIT
               MOVE 'AT TOP OF QUEUE' TO WS-MESSAGE
           ELSE
               MOVE LOW-VALUES TO AC-SELECTED-KEY
           END-IF.
           GO TO 8000-SEND-MAP.
       5000-EXIT.
           EXIT.

      *****************************************************************
      * ROW SELECTION - REMEMBER THE ROW'S KEY IN THE COMMAREA AND
      * SHOW THE REQUEST BESIDE THE ACCOUNT'S CURRENT MASTER VALUES.
      *****************************************************************
       6000-SELECT-ROW.
           IF ASELFI NOT NUMERIC
               PERFORM 7500-REDISPLAY-PAGE THRU 7500-EXIT
               MOVE 'SELECT MUST BE A ROW NUMBER FROM 1 TO 10'
                   TO WS-MESSAGE
               GO TO 8000-SEND-MAP
           END-IF.
           MOVE ASELFI TO WS-SELECT-NUM.
           IF WS-SELECT-NUM < 1 OR WS-SELECT-NUM > AC-ROW-COUNT
               PERFORM 7500-REDISPLAY-PAGE THRU 7500-EXIT
               MOVE 'SELECTED ROW IS NOT ON THE SCREEN' TO WS-MESSAGE
               GO TO 8000-SEND-MAP
           END-IF.
           MOVE AC-ROW-KEY (WS-SELECT-NUM) TO AC-SELECTED-KEY.
           PERFORM 7500-REDISPLAY-PAGE THRU 7500-EXIT.
           MOVE 'KEY A TO APPROVE OR D TO DECLINE AND PRESS ENTER'
               TO WS-MESSAGE.
           GO TO 8000-SEND-MAP.
       6000-EXIT.
           EXIT.

      *****************************************************************
      * APPLY THE SUPERVISOR'S DECISION TO THE SELECTED REQUEST.  THE
      * QUEUE RECORD IS READ FOR UPDATE AND HELD UNTIL ITS REWRITE, SO
      * TWO SUPERVISORS CANNOT BOTH DECIDE THE SAME REQUEST, AND IT
      * MUST STILL BE PENDING.  THE MAKER MAY NOT DECIDE THEIR OWN
      * REQUEST.
      *****************************************************************
       6500-APPLY-DECISION.
           IF AC-SELECTED-KEY = LOW-VALUES
               PERFORM 7500-REDISPLAY-PAGE THRU 7500-EXIT
               MOVE 'SELECT A ROW BEFORE KEYING A DECISION'
                   TO WS-MESSAGE
               GO TO 8000-SEND-MAP
           END-IF.
           IF AACTFI NOT = 'A' AND AACTFI NOT = 'D'
               PERFORM 7500-REDISPLAY-PAGE THRU 7500-EXIT
               MOVE 'DECISION MUST BE A (APPROVE) OR D (DECLINE)'
                   TO WS-MESSAGE
               GO TO 8000-SEND-MAP
           END-IF.
           MOVE AC-SELECTED-KEY TO WS-BROWSE-KEY.
           EXEC CICS READ FILE('APPRQUE')
               INTO(APPROVAL-RECORD)
               RIDFLD(WS-BROWSE-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.
           IF NOT WS-RESP-NORMAL
               MOVE LOW-VALUES TO AC-SELECTED-KEY
               PERFORM 7500-REDISPLAY-PAGE THRU 7500-EXIT
               MOVE 'SELECTED REQUEST IS NO LONGER ON THE QUEUE'
                   TO WS-MESSAGE
               GO TO 8000-SEND-MAP
           END-IF.
           IF NOT AQ-PENDING
               EXEC CICS UNLOCK FILE('APPRQUE')
               END-EXEC
               MOVE LOW-VALUES TO AC-SELECTED-KEY
               PERFORM 7500-REDISPLAY-PAGE THRU 7500-EXIT
               STRING 'REQUEST WAS ALREADY DECIDED BY ' AQ-CHECKER-ID
                   DELIMITED BY SIZE INTO WS-MESSAGE
               END-STRING
               GO TO 8000-SEND-MAP
           END-IF.
           EXEC CICS ASSIGN USERID(WS-OPERATOR-ID)
           END-EXEC.
           IF AQ-MAKER-ID = WS-OPERATOR-ID
               EXEC CICS UNLOCK FILE('APPRQUE')
               END-EXEC
               PERFORM 7500-REDISPLAY-PAGE THRU 7500-EXIT
               MOVE 'YOU KEYED THIS REQUEST - ANOTHER SUPERVISOR MUST DE
      -        'CIDE IT' TO WS-MESSAGE
               GO TO 8000-SEND-MAP
           END-IF.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-TODAY)
               TIME(WS-NOW)
           END-EXEC.
           MOVE WS-OPERATOR-ID TO AQ-CHECKER-ID.
           MOVE WS-TODAY TO AQ-DECIDED-DATE.
           MOVE WS-NOW TO AQ-DECIDED-TIME.
           MOVE ZERO TO AQ-RESULT-CODE.
           MOVE 'N' TO WS-AUDIT-FAILED-SW.
           IF AACTFI = 'A'
               PERFORM 6600-APPLY-REQUEST THRU 6600-EXIT
           ELSE
               MOVE 'D' TO AQ-REQUEST-STATUS
               MOVE 'REQUEST DECLINED - NOTHING APPLIED' TO WS-MESSAGE
               PERFORM 6550-AUDIT-DECLINE THRU 6550-EXIT
           END-IF.
           EXEC CICS REWRITE FILE('APPRQUE')
               FROM(APPROVAL-RECORD)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-AUDIT-FAILED
               MOVE 'DECISION TAKEN BUT AUDIT LOG WRITE FAILED - TELL OP
      -        'ERATIONS' TO WS-MESSAGE
           END-IF.
           IF NOT WS-RESP-NORMAL
               MOVE 'DECISION TAKEN BUT QUEUE UPDATE FAILED - TELL OPERA
      -        'TIONS' TO WS-MESSAGE
           END-IF.
           MOVE LOW-VALUES TO AC-SELECTED-KEY.
           PERFORM 7500-REDISPLAY-PAGE THRU 7500-EXIT.
           GO TO 8000-SEND-MAP.
       6500-EXIT.
           EXIT.

      *****************************************************************
      * DECLINE - NOTHING GOES TO CICSDEMO, SO THE AUDIT RECORD'S AFTER
      * IMAGE IS THE REQUEST AS KEYED WITH THE SUPERVISOR AS CHECKER
      * AND THE DECLINE MESSAGE, AND EIBRESP IS ZERO.
      *****************************************************************
       6550-AUDIT-DECLINE.
           MOVE AQ-REQUEST-IMAGE TO WS-DEMO-COMMAREA.
           MOVE 'REQUEST DECLINED - NOTHING APPLIED'
               TO CA-RESPONSE-MESSAGE OF WS-DEMO-COMMAREA.
           MOVE ZERO TO WS-AUDIT-RESP.
           MOVE ZERO TO WS-AUDIT-RESP2.
           PERFORM 6900-WRITE-AUDIT-RECORD THRU 6900-EXIT.
       6550-EXIT.
           EXIT.

      *****************************************************************
      * APPROVAL - PASS THE REQUEST TO CICSDEMO EXACTLY AS THE MAKER
      * KEYED IT, WITH THE SUPERVISOR AS CHECKER.  CICSDEMO'S ANSWER IS
      * RECORDED ON THE QUEUE RECORD WHETHER OR NOT IT APPLIED.
      *****************************************************************
       6600-APPLY-REQUEST.
           MOVE AQ-REQUEST-IMAGE TO WS-DEMO-COMMAREA.
           MOVE WS-OPERATOR-ID TO CA-CHECKER-ID OF WS-DEMO-COMMAREA.
           PERFORM 6650-SAVE-BEFORE-VALUES THRU 6650-EXIT.
           CALL 'CICSDEMO' USING
               BY REFERENCE DFHEIBLK
               BY REFERENCE WS-DEMO-COMMAREA
           END-CALL.
           MOVE EIBRESP TO WS-AUDIT-RESP.
           MOVE EIBRESP2 TO WS-AUDIT-RESP2.
           PERFORM 6900-WRITE-AUDIT-RECORD THRU 6900-EXIT.
           MOVE 'A' TO AQ-REQUEST-STATUS.
           MOVE CA-RETURN-CODE OF WS-DEMO-COMMAREA TO AQ-RESULT-CODE.
           IF NOT CA-REQUEST-OK OF WS-DEMO-COMMAREA
               STRING 'APPROVED, NOT APPLIED: '
                   CA-RESPONSE-MESSAGE OF WS-DEMO-COMMAREA
                   DELIMITED BY SIZE INTO WS-MESSAGE
               END-STRING
               GO TO 6600-EXIT
           END-IF.
           MOVE 'N' TO WS-STAMP-FAILED-SW.
           IF CA-TRANS-ADD OF WS-DEMO-COMMAREA
               OR CA-TRANS-CHANGE OF WS-DEMO-COMMAREA
               PERFORM 6700-STAMP-ONLINE-CHANGE THRU 6700-EXIT
           END-IF.
           MOVE 'N' TO WS-JOURNAL-FAILED-SW.
           PERFORM 6800-WRITE-JOURNAL THRU 6800-EXIT.
           IF WS-STAMP-FAILED
               MOVE 'APPROVED AND APPLIED, BUT ONLINE-CHANGE STAMP FAILE
      -        'D - TELL OPERATIONS' TO WS-MESSAGE
               GO TO 6600-EXIT
           END-IF.
           IF WS-JOURNAL-FAILED
               MOVE 'APPROVED AND APPLIED, BUT HISTORY JOURNAL WRITE FAI
      -        'LED - TELL OPERATIONS' TO WS-MESSAGE
           ELSE
               STRING 'APPROVED AND APPLIED: '
                   CA-RESPONSE-MESSAGE OF WS-DEMO-COMMAREA
                   DELIMITED BY SIZE INTO WS-MESSAGE
               END-STRING
           END-IF.
       6600-EXIT.
           EXIT.

      *****************************************************************
      * START THE HISTORY JOURNAL ENTRY WITH THE MASTER VALUES AS THEY
      * STAND BEFORE CICSDEMO APPLIES A CHANGE OR DELETE.  AN ADD HAS
      * NO BEFORE VALUES AND KEEPS A BLANK ENTRY.
      *****************************************************************
       6650-SAVE-BEFORE-VALUES.
           MOVE SPACES TO JOURNAL-RECORD.
           IF CA-TRANS-ADD OF WS-DEMO-COMMAREA
               GO TO 6650-EXIT
           END-IF.
           EXEC CICS READ FILE('MASTER')
               INTO(MASTER-RECORD)
               RIDFLD(CA-ACCOUNT-KEY OF WS-DEMO-COMMAREA)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP-NORMAL
               MOVE MR-CLASSIFICATION-CODE TO JR-BEFORE-CLASS
               MOVE MR-AMOUNT TO JR-BEFORE-AMOUNT
               MOVE MR-EFFECTIVE-DATE TO JR-BEFORE-EFF-DATE
           END-IF.
       6650-EXIT.
           EXIT.

      *****************************************************************
      * STAMP THE MASTER RECORD CICSDEMO JUST ADDED OR CHANGED AS AN
      * ONLINE CHANGE, AS CICSMNT DOES FOR A REQUEST IT APPLIES
      * DIRECTLY.  THE CHANGE IS CREDITED TO THE MAKER WHO KEYED IT.
      *****************************************************************
       6700-STAMP-ONLINE-CHANGE.
           EXEC CICS READ FILE('MASTER')
               INTO(MASTER-RECORD)
               RIDFLD(CA-ACCOUNT-KEY OF WS-DEMO-COMMAREA)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.
           IF NOT WS-RESP-NORMAL
               MOVE 'Y' TO WS-STAMP-FAILED-SW
               GO TO 6700-EXIT
           END-IF.
           MOVE 'O' TO MR-LAST-CHANGE-ORIGIN.
           MOVE AQ-MAKER-ID TO MR-LAST-CHANGED-BY.
           MOVE WS-TODAY TO MR-LAST-CHANGED-DATE.
           MOVE WS-NOW TO MR-LAST-CHANGED-TIME.
           EXEC CICS REWRITE FILE('MASTER')
               FROM(MASTER-RECORD)
               RESP(WS-RESP)
           END-EXEC.
           IF NOT WS-RESP-NORMAL
               MOVE 'Y' TO WS-STAMP-FAILED-SW
           END-IF.
       6700-EXIT.
           EXIT.

      *****************************************************************
      * FINISH AND WRITE THE HISTORY JOURNAL ENTRY, AS CICSMNT DOES
      * FOR A REQUEST IT APPLIES DIRECTLY - CREDITED TO THE MAKER,
      * DATED WHEN THE DECISION WAS TAKEN, CYCLE ZERO.  A DELETE HAS
      * NO AFTER VALUES; AN ADD OR CHANGE TAKES THEM FROM THE MASTER
      * (THE REQUESTED VALUES IF IT CANNOT BE READ BACK).  A DUPLICATE
      * KEY COUNTS THE SEQUENCE DOWN AND TRIES AGAIN (SEE JRNLREC).
      *****************************************************************
       6800-WRITE-JOURNAL.
           IF CA-TRANS-DELETE OF WS-DEMO-COMMAREA
               MOVE 'D' TO JR-ACTION
               GO TO 6800-BUILD-KEY
           END-IF.
           IF CA-TRANS-ADD OF WS-DEMO-COMMAREA
               MOVE 'A' TO JR-ACTION
           ELSE
               MOVE 'C' TO JR-ACTION
           END-IF.
           EXEC CICS READ FILE('MASTER')
               INTO(MASTER-RECORD)
               RIDFLD(CA-ACCOUNT-KEY OF WS-DEMO-COMMAREA)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP-NORMAL
               MOVE MR-CLASSIFICATION-CODE TO JR-AFTER-CLASS
               MOVE MR-AMOUNT TO JR-AFTER-AMOUNT
               MOVE MR-EFFECTIVE-DATE TO JR-AFTER-EFF-DATE
           ELSE
               MOVE CA-CLASSIFICATION-CODE OF WS-DEMO-COMMAREA
                   TO JR-AFTER-CLASS
               MOVE CA-AMOUNT OF WS-DEMO-COMMAREA TO JR-AFTER-AMOUNT
               MOVE CA-EFFECTIVE-DATE OF WS-DEMO-COMMAREA
                   TO JR-AFTER-EFF-DATE
           END-IF.
       6800-BUILD-KEY.
           MOVE WS-TODAY TO WS-JOURNAL-DATE.
           MOVE WS-NOW TO WS-JOURNAL-TIME.
           MOVE CA-ACCOUNT-KEY OF WS-DEMO-COMMAREA TO JR-ACCOUNT-KEY.
           COMPUTE JR-REVERSE-DATE = 99999999 - WS-JOURNAL-DATE.
           COMPUTE JR-REVERSE-TIME = 999999 - WS-JOURNAL-TIME.
           MOVE 9999 TO JR-REVERSE-SEQ.
           MOVE WS-JOURNAL-DATE TO JR-CHANGE-DATE.
           MOVE WS-JOURNAL-TIME TO JR-CHANGE-TIME.
           MOVE WS-JOURNAL-DATE TO JR-BUSINESS-DATE.
           MOVE ZERO TO JR-CYCLE-NUMBER.
           MOVE 'O' TO JR-ORIGIN.
           MOVE AQ-MAKER-ID TO JR-CHANGED-BY.
       6800-WRITE.
           EXEC CICS WRITE FILE('ACCTJRNL')
               FROM(JOURNAL-RECORD)
               RIDFLD(JR-JOURNAL-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP-DUPREC
               AND JR-REVERSE-SEQ > ZERO
               SUBTRACT 1 FROM JR-REVERSE-SEQ
               GO TO 6800-WRITE
           END-IF.
           IF NOT WS-RESP-NORMAL
               MOVE 'Y' TO WS-JOURNAL-FAILED-SW
           END-IF.
       6800-EXIT.
           EXIT.

      *****************************************************************
      * LOG THE DECISION TO THE AUDIT LOG, AS CICSMNT LOGS A REQUEST
      * IT APPLIES DIRECTLY.  THE BEFORE IMAGE IS THE REQUEST AS THE
      * MAKER KEYED IT (NO CHECKER YET); THE AFTER IMAGE IS THE
      * OUTCOME, WITH THE MAKER AND THE SUPERVISOR AS CHECKER SET
      * WHATEVER CICSDEMO DID WITH THE COMMAREA.  DATED WHEN THE
      * DECISION WAS TAKEN; THE CALLER SAVES EIBRESP/EIBRESP2 FIRST.
      * A FAILED WRITE DOES NOT UNDO THE DECISION - THE SUPERVISOR IS
      * TOLD.
      *****************************************************************
       6900-WRITE-AUDIT-RECORD.
           MOVE WS-TODAY TO AU-AUDIT-DATE.
           MOVE WS-NOW TO WS-AUDIT-TIME.
           COMPUTE AU-AUDIT-TIME = WS-AUDIT-TIME * 100.
           MOVE AQ-MAKER-ID TO CA-MAKER-ID OF WS-DEMO-COMMAREA.
           MOVE WS-OPERATOR-ID TO CA-CHECKER-ID OF WS-DEMO-COMMAREA.
           MOVE AQ-REQUEST-IMAGE TO AU-BEFORE-IMAGE.
           MOVE WS-DEMO-COMMAREA TO AU-AFTER-IMAGE.
           MOVE WS-AUDIT-RESP-X TO AU-EIBRESP.
           MOVE WS-AUDIT-RESP2-X TO AU-EIBRESP2.
           EXEC CICS WRITEQ TD QUEUE('AUDT')
               FROM(WS-AUDIT-RECORD)
               LENGTH(WS-AUDIT-LENGTH)
               RESP(WS-RESP)
           END-EXEC.
           IF NOT WS-RESP-NORMAL
               MOVE 'Y' TO WS-AUDIT-FAILED-SW
           END-IF.
       6900-EXIT.
           EXIT.

       7000-FORMAT-PAGE.
           MOVE SPACES TO APPRM1O.
           IF AC-ROW-COUNT > 0
               MOVE AC-ROW-KEY (1) TO AC-TOP-KEY
               MOVE AC-ROW-KEY (AC-ROW-COUNT) TO AC-BOTTOM-KEY
           END-IF.
           MOVE ZERO TO WS-MOVE-IDX.
           PERFORM 7100-NUMBER-ONE-ROW THRU 7100-EXIT
               UNTIL WS-MOVE-IDX >= AC-ROW-COUNT.
           MOVE WS-ROW-ENTRY (1) TO AROW01FO.
           MOVE WS-ROW-ENTRY (2) TO AROW02FO.
           MOVE WS-ROW-ENTRY (3) TO AROW03FO.
           MOVE WS-ROW-ENTRY (4) TO AROW04FO.
           MOVE WS-ROW-ENTRY (5) TO AROW05FO.
           MOVE WS-ROW-ENTRY (6) TO AROW06FO.
           MOVE WS-ROW-ENTRY (7) TO AROW07FO.
           MOVE WS-ROW-ENTRY (8) TO AROW08FO.
           MOVE WS-ROW-ENTRY (9) TO AROW09FO.
           MOVE WS-ROW-ENTRY (10) TO AROW10FO.
           IF AC-ROW-COUNT = ZERO
               MOVE 'NO REQUESTS ARE WAITING FOR APPROVAL' TO AMSGFO
           END-IF.
       7000-EXIT.
           EXIT.

       7100-NUMBER-ONE-ROW.
           ADD 1 TO WS-MOVE-IDX.
           MOVE WS-MOVE-IDX TO WS-RL-NUMBER (WS-MOVE-IDX).
       7100-EXIT.
           EXIT.

      *****************************************************************
      * RE-FILL THE PAGE THE SUPERVISOR WAS ON FROM ITS TOP ROW, THEN
      * SHOW THE SELECTED REQUEST (IF ANY) WITH THE REQUESTED VALUES
      * ABOVE THE VALUES NOW ON THE MASTER.
      *****************************************************************
       7500-REDISPLAY-PAGE.
           MOVE AC-TOP-KEY TO WS-BROWSE-KEY.
           MOVE LOW-VALUES TO WS-SKIP-KEY.
           PERFORM 3000-FILL-PAGE-FORWARD THRU 3000-EXIT.
           IF AC-SELECTED-KEY = LOW-VALUES
               GO TO 7500-EXIT
           END-IF.
           MOVE AC-SELECTED-KEY TO WS-BROWSE-KEY.
           EXEC CICS READ FILE('APPRQUE')
               INTO(APPROVAL-RECORD)
               RIDFLD(WS-BROWSE-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF NOT WS-RESP-NORMAL
               MOVE LOW-VALUES TO AC-SELECTED-KEY
               GO TO 7500-EXIT
           END-IF.
           PERFORM 3200-FORMAT-ROW THRU 3200-EXIT.
           MOVE WS-ROW-DISPLAY TO ACURFO.
           MOVE CA-ACCOUNT-KEY OF WS-DEMO-COMMAREA TO WS-VALUES-ACCOUNT.
           MOVE CA-CLASSIFICATION-CODE OF WS-DEMO-COMMAREA
               TO WS-VALUES-CLASS.
           MOVE CA-AMOUNT OF WS-DEMO-COMMAREA TO WS-VALUES-AMOUNT.
           MOVE CA-EFFECTIVE-DATE OF WS-DEMO-COMMAREA
               TO WS-VALUES-EFF-DATE.
           MOVE WS-VALUES-DISPLAY TO AREQFO.
           EXEC CICS READ FILE('MASTER')
               INTO(MASTER-RECORD)
               RIDFLD(CA-ACCOUNT-KEY OF WS-DEMO-COMMAREA)
               RESP(WS-RESP)
           END-EXEC.
           IF NOT WS-RESP-NORMAL
               MOVE 'ACCOUNT IS NOT ON THE MASTER' TO AMSTFO
               GO TO 7500-EXIT
           END-IF.
           MOVE MR-ACCOUNT-KEY TO WS-VALUES-ACCOUNT.
           MOVE MR-CLASSIFICATION-CODE TO WS-VALUES-CLASS.
           MOVE MR-AMOUNT TO WS-VALUES-AMOUNT.
           MOVE MR-EFFECTIVE-DATE TO WS-VALUES-EFF-DATE.
           MOVE WS-VALUES-DISPLAY TO AMSTFO.
       7500-EXIT.
           EXIT.

       8000-SEND-MAP.
           IF WS-MESSAGE NOT = SPACES
               MOVE WS-MESSAGE TO AMSGFO
           END-IF.
           EXEC CICS SEND MAP('APPRM1') MAPSET('APPRMAP')
               FROM(APPRM1O)
               ERASE
           END-EXEC.
           EXEC CICS RETURN
               TRANSID('APPR')
               COMMAREA(APPR-COMMAREA)
               LENGTH(280)
           END-EXEC.

       9999-END.
           EXEC CICS SEND TEXT
               FROM('MAINTENANCE APPROVAL ENDED')
               ERASE
           END-EXEC.
           EXEC CICS RETURN
           END-EXEC.
       9999-EXIT.
           EXIT.
