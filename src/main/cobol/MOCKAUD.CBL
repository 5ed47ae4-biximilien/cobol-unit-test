      * AUTHOR:    R MCALLISTER
      * DATE:      22 AUG 2026
      * PURPOSE:   DAILY MAINTENANCE-ACTIVITY REPORT FROM THE CICSDEMO
      *            AUDIT LOG (AUDITREC LAYOUT, WRITTEN BY CICSMNT FOR
      *            EACH CICSDEMO CALL AND BY CICSAPPR FOR EACH APPROVAL
      *            OR DECLINE, AND BY THE CICSDRIV TEST DRIVER).
      *            PASS ONE PRINTS A DETAIL SECTION SHOWING ONLY THE
      *            COMMAREA FIELDS THAT ACTUALLY CHANGED BETWEEN THE
      *            BEFORE AND AFTER IMAGES OF EACH CALL, THEN THE CALL
      *            COUNTS BY TRANSACTION CODE.  PASS TWO RE-READS THE
      *            LOG FOR THE EXCEPTION SECTION - CALLS WHERE EIBRESP
      *            WAS NON-ZERO OR THE REQUEST CAME BACK NOT-FOUND (04)
      *            OR INVALID (08).  EACH CALL'S DETAIL ENDS WITH THE
      *            MAKER ID FROM THE BEFORE IMAGE AND (FOR A DUAL-
      *            CONTROL REQUEST) THE CHECKER ID FROM THE AFTER
      *            IMAGE.  A LAST SECTION LISTS THE MAINTENANCE
      *            REQUESTS STILL WAITING ON THE APPRQUE FILE FOR A
      *            SUPERVISOR'S APPROVAL IN CICSAPPR.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOCKAUD.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-FILE-STATUS.

       SELECT APPROVAL-QUEUE-FILE ASSIGN TO APPRQUE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AQ-REQUEST-KEY
           FILE STATUS IS WS-APPROVAL-FILE-STATUS.

       SELECT REPORT-FILE ASSIGN TO RPTFILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-FILE-STATUS.
       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD                PIC X(500).

       FD APPROVAL-QUEUE-FILE.
       01 APPROVAL-RECORD.
           COPY APPRREC.

       FD REPORT-FILE.
       01 REPORT-RECORD                   PIC X(133).

       01  WS-FILE-STATUS.
           05  WS-AUDIT-FILE-STATUS   PIC X(02).
           05  WS-REPORT-FILE-STATUS  PIC X(02).
           05  WS-APPROVAL-FILE-STATUS
                                      PIC X(02).

       01  WS-AUDIT-RECORD.
           COPY AUDITREC.
               88  WS-END-OF-FILE             VALUE 'Y'.
           05  WS-CALL-HEADED-SW      PIC X(01) VALUE 'N'.
               88  WS-CALL-HEADED             VALUE 'Y'.
           05  WS-QUEUE-EOF-SW        PIC X(01) VALUE 'N'.
               88  WS-QUEUE-END               VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-CALL-COUNT          PIC 9(07) VALUE ZERO.
           05  WS-DELR-COUNT          PIC 9(07) VALUE ZERO.
           05  WS-OTHER-COUNT         PIC 9(07) VALUE ZERO.
           05  WS-EXCEPTION-COUNT     PIC 9(07) VALUE ZERO.
           05  WS-PENDING-COUNT       PIC 9(07) VALUE ZERO.

       01  WS-WORK-AREAS.
           05  WS-EIBRESP-TEXT        PIC X(11) VALUE SPACES.
           05  EL-MESSAGE             PIC X(60).
           05  FILLER                 PIC X(29) VALUE SPACES.

       01  WS-PENDING-HEADING.
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  FILLER                 PIC X(09) VALUE 'KEYED ON'.
           05  FILLER                 PIC X(07) VALUE 'AT'.
           05  FILLER                 PIC X(05) VALUE 'TRANS'.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  FILLER                 PIC X(11) VALUE 'ACCOUNT'.
           05  FILLER                 PIC X(12) VALUE '   REQUESTED'.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  FILLER                 PIC X(12) VALUE '  WHEN KEYED'.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(09) VALUE 'MAKER'.
           05  FILLER                 PIC X(06) VALUE 'REASON'.

       01  WS-PENDING-LINE.
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  PL-DATE                PIC X(08).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  PL-TIME                PIC X(06).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  PL-TRANS               PIC X(04).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  PL-ACCOUNT             PIC X(10).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  PL-AMOUNT              PIC Z(08)9.99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  PL-PRIOR-AMOUNT        PIC Z(08)9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  PL-MAKER               PIC X(08).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  PL-REASON              PIC X(10).
           05  FILLER                 PIC X(49) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
               UNTIL WS-END-OF-FILE.
           PERFORM 3000-WRITE-COUNTS THRU 3000-EXIT.
           PERFORM 4000-EXCEPTION-PASS THRU 4000-EXIT.
           PERFORM 5000-PENDING-APPROVALS THRU 5000-EXIT.
           PERFORM 9999-END THRU 9999-EXIT.
           GOBACK
           .
           EXIT.

      *****************************************************************
      * ONE AUDIT RECORD = ONE CICSDEMO CALL, OR ONE DECLINED REQUEST
      * THAT NEVER REACHED CICSDEMO.  COUNT IT BY TRANSACTION CODE AND
      * PRINT A DETAIL LINE FOR EACH COMMAREA FIELD THE CALL
      * ACTUALLY CHANGED.  AN INQUIRY THAT CHANGED NOTHING PRINTS NO
      * DETAIL LINES AT ALL.
      *****************************************************************
           END-IF.
           MOVE 'N' TO WS-CALL-HEADED-SW.
           PERFORM 1100-COMPARE-FIELDS THRU 1100-EXIT.
           PERFORM 1300-WRITE-MAKER-CHECKER THRU 1300-EXIT.
           PERFORM 0200-READ-AUDIT-LOG THRU 0200-EXIT.
       1000-EXIT.
           EXIT.
       1200-EXIT.
           EXIT.

      *****************************************************************
      * WHO DID IT - THE MAKER (BEFORE COLUMN) AND CHECKER (AFTER
      * COLUMN) THE ONLINE CALLER PUT IN THE COMMAREA.  THE CHECKER
      * COMES FROM THE AFTER IMAGE - AN APPROVAL'S OR DECLINE'S BEFORE
      * IMAGE IS THE REQUEST AS THE MAKER KEYED IT.  PRINTED FOR
      * EVERY MAINTENANCE CALL THAT CARRIES A MAKER, SO A REFUSED
      * DELETE OR CHANGE IS ATTRIBUTED AS WELL AS AN APPLIED ONE.
      *****************************************************************
       1300-WRITE-MAKER-CHECKER.
           IF CA-TRANS-INQUIRY OF WS-BEFORE-IMAGE
               OR CA-MAKER-ID OF WS-BEFORE-IMAGE = SPACES
               GO TO 1300-EXIT
           END-IF.
           MOVE 'MAKER/CHECKER' TO DL-FIELD.
           MOVE CA-MAKER-ID OF WS-BEFORE-IMAGE TO DL-BEFORE.
           MOVE CA-CHECKER-ID OF WS-AFTER-IMAGE TO DL-AFTER.
           PERFORM 1200-WRITE-CHANGE-LINE THRU 1200-EXIT.
       1300-EXIT.
           EXIT.

       3000-WRITE-COUNTS.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
       4100-EXIT.
           EXIT.

      *****************************************************************
      * REQUESTS STILL WAITING FOR A SUPERVISOR AT END OF DAY.  THE
      * QUEUE KEEPS DECIDED REQUESTS AS THE APPROVAL TRAIL, SO ONLY
      * THE PENDING ONES ARE LISTED.  A QUEUE THAT HAS NEVER HELD A
      * REQUEST (STATUS 35 ON THE EMPTY CLUSTER) LISTS NOTHING.
      *****************************************************************
       5000-PENDING-APPROVALS.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE 'REQUESTS AWAITING SUPERVISOR APPROVAL' TO SL-TITLE.
           WRITE REPORT-RECORD FROM WS-SECTION-LINE.
           WRITE REPORT-RECORD FROM WS-PENDING-HEADING.
           OPEN INPUT APPROVAL-QUEUE-FILE.
           IF WS-APPROVAL-FILE-STATUS = '35'
               GO TO 5000-TOTAL
           END-IF.
           IF WS-APPROVAL-FILE-STATUS NOT = '00'
               DISPLAY 'MOCKAUD - UNABLE TO OPEN APPROVAL-QUEUE-FILE, '
                   'STATUS=' WS-APPROVAL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 5100-READ-QUEUE THRU 5100-EXIT.
           PERFORM 5200-LIST-PENDING THRU 5200-EXIT
               UNTIL WS-QUEUE-END.
           CLOSE APPROVAL-QUEUE-FILE.
       5000-TOTAL.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE 'TOTAL AWAITING' TO CL-LABEL.
           MOVE WS-PENDING-COUNT TO CL-COUNT.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
       5000-EXIT.
           EXIT.

       5100-READ-QUEUE.
           READ APPROVAL-QUEUE-FILE
               AT END
                   MOVE 'Y' TO WS-QUEUE-EOF-SW
           END-READ.
           IF WS-QUEUE-END
               GO TO 5100-EXIT
           END-IF.
           IF WS-APPROVAL-FILE-STATUS NOT = '00'
               DISPLAY 'MOCKAUD - READ APPROVAL-QUEUE-FILE FAILED, '
                   'STATUS=' WS-APPROVAL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       5100-EXIT.
           EXIT.

       5200-LIST-PENDING.
           IF NOT AQ-PENDING
               GO TO 5200-NEXT
           END-IF.
           MOVE AQ-REQUEST-IMAGE TO WS-BEFORE-IMAGE.
           MOVE AQ-REQUEST-DATE TO PL-DATE.
           MOVE AQ-REQUEST-TIME TO PL-TIME.
           MOVE CA-TRANS-CODE OF WS-BEFORE-IMAGE TO PL-TRANS.
           MOVE CA-ACCOUNT-KEY OF WS-BEFORE-IMAGE TO PL-ACCOUNT.
           MOVE CA-AMOUNT OF WS-BEFORE-IMAGE TO PL-AMOUNT.
           MOVE AQ-PRIOR-AMOUNT TO PL-PRIOR-AMOUNT.
           MOVE AQ-MAKER-ID TO PL-MAKER.
           IF AQ-REASON-DELETE
               MOVE 'DELETE' TO PL-REASON
           ELSE
               MOVE 'OVER LIMIT' TO PL-REASON
           END-IF.
           WRITE REPORT-RECORD FROM WS-PENDING-LINE.
           ADD 1 TO WS-PENDING-COUNT.
       5200-NEXT.
           PERFORM 5100-READ-QUEUE THRU 5100-EXIT.
       5200-EXIT.
           EXIT.

       9999-END.
           CLOSE AUDIT-LOG-FILE.
           CLOSE REPORT-FILE.
