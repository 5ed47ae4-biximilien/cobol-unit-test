      *            DELETE) ON THE MAINTM1 MAP; THIS PROGRAM SHOWS THE
      *            BEFORE AND AFTER VALUES FOR CONFIRMATION AND DRIVES
      *            CICSDEMO TO APPLY THE REQUEST AGAINST MASTER-FILE.
      *            AN ADD OR CHANGE CICSDEMO APPLIED IS THEN STAMPED ON
      *            THE MASTER RECORD AS AN ONLINE CHANGE - SIGNED-ON
      *            OPERATOR, DATE AND TIME - SO THE NIGHTLY MOCKPOST
      *            HOLDS BACK A FEED UPDATE RATHER THAN OVERWRITE THE
      *            CORRECTION.
      *            DUAL CONTROL: THE SIGNED-ON OPERATOR IS CARRIED AS
      *            THE MAKER ON EVERY REQUEST.  A DELR, AND AN ADDR OR
      *            CHNG WHOSE AMOUNT (ADDR) OR AMOUNT CHANGE AGAINST THE
      *            MASTER (CHNG) IS OVER THE THRESHOLD ON THE MNTCTL
      *            APPROVAL RECORD, IS NOT PASSED TO CICSDEMO - IT IS
      *            WRITTEN TO THE APPRQUE FILE TO WAIT FOR A DIFFERENT
      *            USER TO APPROVE OR DECLINE IT IN CICSAPPR.
      *            EVERY ADD OR CHANGE APPLIED HERE IS ALSO WRITTEN TO
      *            THE ACCOUNT HISTORY JOURNAL (ACCTJRNL, JRNLREC
      *            LAYOUT) WITH THE MASTER VALUES BEFORE AND AFTER.
      *            EVERY CICSDEMO CALL MADE HERE IS WRITTEN TO THE
      *            AUDIT LOG (AUDITREC LAYOUT) THROUGH THE AUDT
      *            TRANSIENT DATA QUEUE, WITH THE MAKER IN BOTH THE
      *            BEFORE AND AFTER COMMAREA IMAGES, FOR MOCKAUD.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CICSMNT.
               10  WS-AFTER-EFF-DATE   PIC 9(08).
               10  FILLER              PIC X(21)   VALUE SPACE.

       01  MASTER-RECORD.
           COPY INPTREC REPLACING LEADING ==IR-== BY ==MR-==.

       01  JOURNAL-RECORD.
           COPY JRNLREC.

       01  MAINT-CONTROL-RECORD.
           COPY MNTCTL.

       01  APPROVAL-RECORD.
           COPY APPRREC.

       01  WS-AUDIT-RECORD.
           COPY AUDITREC.

       01  WS-SWITCHES.
           05  WS-ACTION-INVALID-SW    PIC X(01)   VALUE 'N'.
               88  WS-ACTION-INVALID           VALUE 'Y'.
           05  WS-APPROVAL-NEEDED-SW   PIC X(01)   VALUE 'N'.
               88  WS-APPROVAL-NEEDED          VALUE 'Y'.

      *****************************************************************
      * EXEC CICS RESP() VALUES TESTED HERE - THE STANDARD
      * DFHRESP(NORMAL/DUPREC) CODES.
      *****************************************************************
       01  WS-RESPONSE-AREAS.
           05  WS-RESP                 PIC S9(08)  COMP VALUE ZERO.
               88  WS-RESP-NORMAL              VALUE 0.
               88  WS-RESP-DUPREC              VALUE 14.

       01  WS-STAMP-AREAS.
           05  WS-OPERATOR-ID          PIC X(08)   VALUE SPACES.
           05  WS-ABSTIME              PIC S9(15)  COMP-3 VALUE ZERO.
           05  WS-TODAY                PIC X(08)   VALUE SPACES.
           05  WS-NOW                  PIC X(06)   VALUE SPACES.
           05  WS-JOURNAL-DATE         PIC 9(08)   VALUE ZERO.
           05  WS-JOURNAL-TIME         PIC 9(06)   VALUE ZERO.

       01  WS-DUAL-CONTROL-AREAS.
           05  WS-CONTROL-KEY          PIC X(08)   VALUE 'APPROVAL'.
           05  WS-APPROVAL-THRESHOLD   PIC 9(09)V99 VALUE ZERO.
           05  WS-AMOUNT-CHANGE        PIC 9(09)V99 VALUE ZERO.
           05  WS-PRIOR-AMOUNT         PIC 9(09)V99 VALUE ZERO.
           05  WS-APPROVAL-REASON      PIC X(01)   VALUE SPACE.

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

       01  WS-AMOUNT-EDIT-AREAS.
           05  WS-AMOUNT-INTEGER       PIC 9(11).
               GO TO 8000-SEND-MAP
           END-IF.
           PERFORM 2000-BUILD-REQUEST THRU 2000-EXIT.
           PERFORM 2500-CHECK-DUAL-CONTROL THRU 2500-EXIT.
           IF WS-APPROVAL-NEEDED
               PERFORM 2700-QUEUE-FOR-APPROVAL THRU 2700-EXIT
           ELSE
               PERFORM 3000-DRIVE-CICSDEMO THRU 3000-EXIT
           END-IF.
           PERFORM 4000-FORMAT-RESPONSE THRU 4000-EXIT.
           GO TO 8000-SEND-MAP.

           END-IF.
           MOVE WS-AMOUNT-DECIMAL TO CA-AMOUNT OF DFHCOMMAREA.
           MOVE EFFDFI TO CA-EFFECTIVE-DATE OF DFHCOMMAREA.
           EXEC CICS ASSIGN USERID(WS-OPERATOR-ID)
           END-EXEC.
           MOVE WS-OPERATOR-ID TO CA-MAKER-ID OF DFHCOMMAREA.
           MOVE DFHCOMMAREA TO WS-BEFORE-COMMAREA.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * DECIDE WHETHER THE REQUEST NEEDS A SUPERVISOR.  EVERY DELETE
      * DOES.  AN ADD IS MEASURED BY ITS AMOUNT AND A CHANGE BY THE
      * DIFFERENCE FROM THE AMOUNT NOW ON THE MASTER; A CHANGE TO AN
      * ACCOUNT NOT ON THE MASTER GOES STRAIGHT THROUGH FOR CICSDEMO
      * TO REPORT NOT FOUND.  THE MASTER AMOUNT IS KEPT ON THE QUEUE
      * RECORD OF A HELD CHANGE OR DELETE FOR THE SUPERVISOR.
      *****************************************************************
       2500-CHECK-DUAL-CONTROL.
           MOVE 'N' TO WS-APPROVAL-NEEDED-SW.
           MOVE SPACE TO WS-APPROVAL-REASON.
           MOVE ZERO TO WS-PRIOR-AMOUNT.
           IF CA-TRANS-CHANGE OF DFHCOMMAREA
               OR CA-TRANS-DELETE OF DFHCOMMAREA
               EXEC CICS READ FILE('MASTER')
                   INTO(MASTER-RECORD)
                   RIDFLD(CA-ACCOUNT-KEY OF DFHCOMMAREA)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP-NORMAL
                   MOVE MR-AMOUNT TO WS-PRIOR-AMOUNT
               END-IF
           END-IF.
           IF CA-TRANS-DELETE OF DFHCOMMAREA
               MOVE 'Y' TO WS-APPROVAL-NEEDED-SW
               MOVE 'D' TO WS-APPROVAL-REASON
               GO TO 2500-EXIT
           END-IF.
           IF CA-TRANS-ADD OF DFHCOMMAREA
               MOVE CA-AMOUNT OF DFHCOMMAREA TO WS-AMOUNT-CHANGE
           ELSE
               IF NOT CA-TRANS-CHANGE OF DFHCOMMAREA
                   OR NOT WS-RESP-NORMAL
                   GO TO 2500-EXIT
               END-IF
               IF CA-AMOUNT OF DFHCOMMAREA > WS-PRIOR-AMOUNT
                   COMPUTE WS-AMOUNT-CHANGE =
                       CA-AMOUNT OF DFHCOMMAREA - WS-PRIOR-AMOUNT
               ELSE
                   COMPUTE WS-AMOUNT-CHANGE =
                       WS-PRIOR-AMOUNT - CA-AMOUNT OF DFHCOMMAREA
               END-IF
           END-IF.
           PERFORM 2550-READ-THRESHOLD THRU 2550-EXIT.
           IF WS-AMOUNT-CHANGE > WS-APPROVAL-THRESHOLD
               MOVE 'Y' TO WS-APPROVAL-NEEDED-SW
               MOVE 'T' TO WS-APPROVAL-REASON
           END-IF.
       2500-EXIT.
           EXIT.

      *****************************************************************
      * THE THRESHOLD COMES FROM THE APPROVAL RECORD OF MNTCTL.  IF
      * THE RECORD CANNOT BE READ THE THRESHOLD IS TAKEN AS ZERO, SO
      * ANY AMOUNT WAITS FOR A SUPERVISOR RATHER THAN NONE DOES.
      *****************************************************************
       2550-READ-THRESHOLD.
           MOVE ZERO TO WS-APPROVAL-THRESHOLD.
           EXEC CICS READ FILE('MNTCTL')
               INTO(MAINT-CONTROL-RECORD)
               RIDFLD(WS-CONTROL-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF NOT WS-RESP-NORMAL
               GO TO 2550-EXIT
           END-IF.
           IF MC-APPROVAL-THRESHOLD NUMERIC
               MOVE MC-APPROVAL-THRESHOLD TO WS-APPROVAL-THRESHOLD
           END-IF.
       2550-EXIT.
           EXIT.

      *****************************************************************
      * PARK THE REQUEST ON THE APPROVAL QUEUE INSTEAD OF APPLYING
      * IT.  THE AFTER VALUES SHOWN ARE THE REQUESTED VALUES; NOTHING
      * HAS CHANGED ON THE MASTER.
      *****************************************************************
       2700-QUEUE-FOR-APPROVAL.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-TODAY)
               TIME(WS-NOW)
           END-EXEC.
           MOVE SPACES TO APPROVAL-RECORD.
           MOVE WS-TODAY TO AQ-REQUEST-DATE.
           MOVE WS-NOW TO AQ-REQUEST-TIME.
           MOVE EIBTASKN TO AQ-REQUEST-TASK.
           MOVE 'P' TO AQ-REQUEST-STATUS.
           MOVE WS-APPROVAL-REASON TO AQ-APPROVAL-REASON.
           MOVE WS-OPERATOR-ID TO AQ-MAKER-ID.
           MOVE WS-PRIOR-AMOUNT TO AQ-PRIOR-AMOUNT.
           MOVE DFHCOMMAREA TO AQ-REQUEST-IMAGE.
           MOVE ZERO TO AQ-DECIDED-DATE.
           MOVE ZERO TO AQ-DECIDED-TIME.
           MOVE ZERO TO AQ-RESULT-CODE.
           EXEC CICS WRITE FILE('APPRQUE')
               FROM(APPROVAL-RECORD)
               RIDFLD(AQ-REQUEST-KEY)
               RESP(WS-RESP)
           END-EXEC.
           MOVE DFHCOMMAREA TO WS-AFTER-COMMAREA.
           IF NOT WS-RESP-NORMAL
               MOVE 'APPROVAL QUEUE UNAVAILABLE - NOTHING APPLIED'
                   TO CA-RESPONSE-MESSAGE OF WS-AFTER-COMMAREA
               GO TO 2700-EXIT
           END-IF.
           IF AQ-REASON-DELETE
               MOVE 'DELETE HELD FOR SUPERVISOR APPROVAL (APPR)'
                   TO CA-RESPONSE-MESSAGE OF WS-AFTER-COMMAREA
           ELSE
               MOVE 'AMOUNT OVER LIMIT - HELD FOR SUPERVISOR APPROVAL'
                   TO CA-RESPONSE-MESSAGE OF WS-AFTER-COMMAREA
           END-IF.
       2700-EXIT.
           EXIT.

       3000-DRIVE-CICSDEMO.
           PERFORM 3050-SAVE-BEFORE-VALUES THRU 3050-EXIT.
           CALL 'CICSDEMO' USING
               BY REFERENCE DFHEIBLK
               BY REFERENCE DFHCOMMAREA
           END-CALL.
           MOVE EIBRESP TO WS-AUDIT-RESP.
           MOVE EIBRESP2 TO WS-AUDIT-RESP2.
           MOVE DFHCOMMAREA TO WS-AFTER-COMMAREA.
           PERFORM 3300-WRITE-AUDIT-RECORD THRU 3300-EXIT.
           IF CA-REQUEST-OK OF DFHCOMMAREA
               AND (CA-TRANS-ADD OF DFHCOMMAREA
                    OR CA-TRANS-CHANGE OF DFHCOMMAREA)
               PERFORM 3100-STAMP-ONLINE-CHANGE THRU 3100-EXIT
               PERFORM 3200-WRITE-JOURNAL THRU 3200-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

      *****************************************************************
      * START THE HISTORY JOURNAL ENTRY WITH THE MASTER VALUES AS THEY
      * STAND BEFORE CICSDEMO APPLIES A CHANGE.  AN ADD HAS NO BEFORE
      * VALUES AND KEEPS A BLANK ENTRY.
      *****************************************************************
       3050-SAVE-BEFORE-VALUES.
           MOVE SPACES TO JOURNAL-RECORD.
           IF NOT CA-TRANS-CHANGE OF DFHCOMMAREA
               GO TO 3050-EXIT
           END-IF.
           EXEC CICS READ FILE('MASTER')
               INTO(MASTER-RECORD)
               RIDFLD(CA-ACCOUNT-KEY OF DFHCOMMAREA)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP-NORMAL
               MOVE MR-CLASSIFICATION-CODE TO JR-BEFORE-CLASS
               MOVE MR-AMOUNT TO JR-BEFORE-AMOUNT
               MOVE MR-EFFECTIVE-DATE TO JR-BEFORE-EFF-DATE
           END-IF.
       3050-EXIT.
           EXIT.

      *****************************************************************
      * STAMP THE MASTER RECORD CICSDEMO JUST ADDED OR CHANGED AS AN
      * ONLINE CHANGE.  CICSDEMO HAS ALREADY COMMITTED THE VALUES, SO
      * A FAILURE HERE ONLY LOSES THE STAMP - THE OPERATOR IS TOLD,
      * SINCE WITHOUT IT TONIGHT'S FEED COULD OVERWRITE THE CHANGE.
      *****************************************************************
       3100-STAMP-ONLINE-CHANGE.
           EXEC CICS READ FILE('MASTER')
               INTO(MASTER-RECORD)
               RIDFLD(CA-ACCOUNT-KEY OF DFHCOMMAREA)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.
           IF NOT WS-RESP-NORMAL
               GO TO 3100-FAILED
           END-IF.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-TODAY)
               TIME(WS-NOW)
           END-EXEC.
           MOVE 'O' TO MR-LAST-CHANGE-ORIGIN.
           MOVE WS-OPERATOR-ID TO MR-LAST-CHANGED-BY.
           MOVE WS-TODAY TO MR-LAST-CHANGED-DATE.
           MOVE WS-NOW TO MR-LAST-CHANGED-TIME.
           EXEC CICS REWRITE FILE('MASTER')
               FROM(MASTER-RECORD)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP-NORMAL
               GO TO 3100-EXIT
           END-IF.
       3100-FAILED.
           MOVE 'APPLIED, BUT ONLINE-CHANGE STAMP FAILED - TELL OPERATIO
      -    'NS' TO CA-RESPONSE-MESSAGE OF WS-AFTER-COMMAREA.
       3100-EXIT.
           EXIT.

      *****************************************************************
      * FINISH AND WRITE THE HISTORY JOURNAL ENTRY WITH THE VALUES
      * CICSDEMO LEFT ON THE MASTER (THE REQUESTED VALUES IF THE
      * MASTER CANNOT BE READ BACK).  ONLINE MAINTENANCE BELONGS TO NO
      * BATCH CYCLE, SO IT CARRIES TODAY'S DATE AND CYCLE ZERO.  THE
      * KEY SORTS AN ACCOUNT'S ENTRIES NEWEST FIRST (SEE JRNLREC); A
      * DUPLICATE KEY CAN ONLY MEAN A SECOND CHANGE TO THE SAME
      * ACCOUNT WITHIN THE SAME SECOND - THE SEQUENCE IS COUNTED DOWN
      * AND THE WRITE TRIED AGAIN.  THE CHANGE ITSELF IS ALREADY
      * COMMITTED, SO A FAILURE ONLY LOSES THE ENTRY AND THE OPERATOR
      * IS TOLD.
      *****************************************************************
       3200-WRITE-JOURNAL.
           EXEC CICS READ FILE('MASTER')
               INTO(MASTER-RECORD)
               RIDFLD(CA-ACCOUNT-KEY OF DFHCOMMAREA)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP-NORMAL
               MOVE MR-CLASSIFICATION-CODE TO JR-AFTER-CLASS
               MOVE MR-AMOUNT TO JR-AFTER-AMOUNT
               MOVE MR-EFFECTIVE-DATE TO JR-AFTER-EFF-DATE
           ELSE
               MOVE CA-CLASSIFICATION-CODE OF DFHCOMMAREA
                   TO JR-AFTER-CLASS
               MOVE CA-AMOUNT OF DFHCOMMAREA TO JR-AFTER-AMOUNT
               MOVE CA-EFFECTIVE-DATE OF DFHCOMMAREA
                   TO JR-AFTER-EFF-DATE
           END-IF.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-TODAY)
               TIME(WS-NOW)
           END-EXEC.
           MOVE WS-TODAY TO WS-JOURNAL-DATE.
           MOVE WS-NOW TO WS-JOURNAL-TIME.
           MOVE CA-ACCOUNT-KEY OF DFHCOMMAREA TO JR-ACCOUNT-KEY.
           COMPUTE JR-REVERSE-DATE = 99999999 - WS-JOURNAL-DATE.
           COMPUTE JR-REVERSE-TIME = 999999 - WS-JOURNAL-TIME.
           MOVE 9999 TO JR-REVERSE-SEQ.
           MOVE WS-JOURNAL-DATE TO JR-CHANGE-DATE.
           MOVE WS-JOURNAL-TIME TO JR-CHANGE-TIME.
           MOVE WS-JOURNAL-DATE TO JR-BUSINESS-DATE.
           MOVE ZERO TO JR-CYCLE-NUMBER.
           MOVE 'O' TO JR-ORIGIN.
           IF CA-TRANS-ADD OF DFHCOMMAREA
               MOVE 'A' TO JR-ACTION
           ELSE
               MOVE 'C' TO JR-ACTION
           END-IF.
           MOVE WS-OPERATOR-ID TO JR-CHANGED-BY.
       3200-WRITE.
           EXEC CICS WRITE FILE('ACCTJRNL')
               FROM(JOURNAL-RECORD)
               RIDFLD(JR-JOURNAL-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP-DUPREC
               AND JR-REVERSE-SEQ > ZERO
               SUBTRACT 1 FROM JR-REVERSE-SEQ
               GO TO 3200-WRITE
           END-IF.
           IF WS-RESP-NORMAL
               GO TO 3200-EXIT
           END-IF.
           MOVE 'APPLIED, BUT HISTORY JOURNAL WRITE FAILED - TELL OPERAT
      -    'IONS' TO CA-RESPONSE-MESSAGE OF WS-AFTER-COMMAREA.
       3200-EXIT.
           EXIT.

      *****************************************************************
      * LOG THE CICSDEMO CALL TO THE AUDIT LOG - THE COMMAREA AS KEYED
      * AND AS CICSDEMO RETURNED IT, WITH THE EIBRESP/EIBRESP2 SAVED
      * STRAIGHT AFTER THE CALL.  THE MAKER IS SET IN BOTH IMAGES; A
      * REQUEST APPLIED HERE NEEDED NO CHECKER.  THE AUDT QUEUE IS
      * THE AUDITLOG DATASET MOCKAUDJ REPORTS FROM ONCE IT HAS BEEN
      * SWITCHED OUT OF THE REGION.  A FAILED WRITE DOES NOT UNDO THE
      * CALL - THE OPERATOR IS TOLD SO THE GAP CAN BE ACCOUNTED FOR.
      *****************************************************************
       3300-WRITE-AUDIT-RECORD.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-TODAY)
               TIME(WS-NOW)
           END-EXEC.
           MOVE WS-TODAY TO AU-AUDIT-DATE.
           MOVE WS-NOW TO WS-AUDIT-TIME.
           COMPUTE AU-AUDIT-TIME = WS-AUDIT-TIME * 100.
           MOVE WS-OPERATOR-ID TO CA-MAKER-ID OF WS-AFTER-COMMAREA.
           MOVE WS-BEFORE-COMMAREA TO AU-BEFORE-IMAGE.
           MOVE WS-AFTER-COMMAREA TO AU-AFTER-IMAGE.
           MOVE WS-AUDIT-RESP-X TO AU-EIBRESP.
           MOVE WS-AUDIT-RESP2-X TO AU-EIBRESP2.
           EXEC CICS WRITEQ TD QUEUE('AUDT')
               FROM(WS-AUDIT-RECORD)
               LENGTH(WS-AUDIT-LENGTH)
               RESP(WS-RESP)
           END-EXEC.
           IF NOT WS-RESP-NORMAL
               MOVE 'AUDIT LOG WRITE FAILED - TELL OPERATIONS'
                   TO CA-RESPONSE-MESSAGE OF WS-AFTER-COMMAREA
           END-IF.
       3300-EXIT.
           EXIT.

       4000-FORMAT-RESPONSE.
           MOVE SPACES TO BEFOREFO.
           MOVE SPACES TO AFTERFO.
