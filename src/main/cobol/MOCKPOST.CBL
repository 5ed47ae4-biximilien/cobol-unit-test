      *            CAN REOPEN THE ACCOUNT IF THE CLOSURE WAS WRONG)
      *            AND THEN DELETED, REPORTED IN ITS OWN SECTION OF
      *            THE POSTING REPORT.
      *            A FEED UPDATE TO AN ACCOUNT MAINTAINED ONLINE
      *            (CICSMNT) SINCE THE LAST CYCLE COMPLETED IS NOT
      *            APPLIED: IT IS HELD ON THE COLLHELD FILE (COLLREC
      *            LAYOUT) AND LISTED IN ITS OWN SECTION OF THE POSTING
      *            REPORT WITH THE ONLINE VALUES BESIDE THE FEED
      *            VALUES, FOR THE MOCKCOLR CARD RUN TO RELEASE OR
      *            DISCARD.  HOLDS STILL AWAITING A DECISION ARE
      *            CARRIED FORWARD FROM THE PRIOR COLLHELD GENERATION.
      *            EVERY ADD AND CHANGE POSTED HERE IS STAMPED AS A
      *            BATCH CHANGE BY MOCKPOST.
      *            EVERY ADD, CHANGE AND CLOSURE APPLIED IS ALSO
      *            WRITTEN TO THE ACCOUNT HISTORY JOURNAL (ACCTJRNL,
      *            JRNLREC LAYOUT) WITH THE VALUES BEFORE AND AFTER,
      *            UNDER THE RUN CONTROL BUSINESS DATE AND CYCLE.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOCKPOST.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATS-FILE-STATUS.

       SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-RUNCTL-STATUS.

       SELECT PRIOR-HOLD-FILE ASSIGN TO COLLPRIR
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRIOR-HOLD-STATUS.

       SELECT HOLD-OUTPUT-FILE ASSIGN TO COLLHELD
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HOLD-FILE-STATUS.

       SELECT JOURNAL-FILE ASSIGN TO ACCTJRNL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS JR-JOURNAL-KEY
           FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD STATS-FILE.
       01 STATS-RECORD                    PIC X(80).

       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-RECORD.
           COPY RUNCTL.

       FD PRIOR-HOLD-FILE.
       01 PRIOR-HOLD-RECORD               PIC X(100).

       FD HOLD-OUTPUT-FILE.
       01 HOLD-OUTPUT-RECORD              PIC X(100).

       FD JOURNAL-FILE.
       01 JOURNAL-RECORD.
           COPY JRNLREC.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           05  WS-REPORT-FILE-STATUS  PIC X(02).
           05  WS-ARCHIVE-FILE-STATUS PIC X(02).
           05  WS-STATS-FILE-STATUS   PIC X(02).
           05  WS-RUNCTL-STATUS       PIC X(02).
           05  WS-PRIOR-HOLD-STATUS   PIC X(02).
           05  WS-HOLD-FILE-STATUS    PIC X(02).
           05  WS-JOURNAL-STATUS      PIC X(02).

       01  WS-STATS-RECORD.
           COPY STATREC.

       01  WS-HOLD-RECORD.
           COPY COLLREC.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-END-OF-FILE             VALUE 'Y'.
               88  WS-MASTER-FOUND            VALUE 'Y'.
           05  WS-CLOSURE-HEADED-SW   PIC X(01) VALUE 'N'.
               88  WS-CLOSURE-HEADED          VALUE 'Y'.
           05  WS-PRIOR-EOF-SW        PIC X(01) VALUE 'N'.
               88  WS-END-OF-PRIOR            VALUE 'Y'.
           05  WS-HOLD-EOF-SW         PIC X(01) VALUE 'N'.
               88  WS-END-OF-HOLDS            VALUE 'Y'.
           05  WS-COLLISION-SW        PIC X(01) VALUE 'N'.
               88  WS-COLLISION               VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-RECORD-COUNT        PIC 9(07) VALUE ZERO.
           05  WS-NO-CHANGE-COUNT     PIC 9(07) VALUE ZERO.
           05  WS-CLOSED-COUNT        PIC 9(07) VALUE ZERO.
           05  WS-CLOSE-NOTFND-COUNT  PIC 9(07) VALUE ZERO.
           05  WS-HELD-COUNT          PIC 9(07) VALUE ZERO.
           05  WS-CARRIED-COUNT       PIC 9(07) VALUE ZERO.

       01  WS-WORK-AREAS.
           05  WS-EFFECTIVE-DATE      PIC 9(08).

      *****************************************************************
      * CUT-OFF FOR ONLINE MAINTENANCE - THE DATE AND TIME THE LAST
      * CYCLE WAS MARKED COMPLETE (RN-COMPLETED-STAMP).  ZERO WHEN NO
      * CYCLE HAS COMPLETED SINCE THE STAMP WAS INTRODUCED, SO EVERY
      * ONLINE CHANGE COUNTS AS RECENT.
      *****************************************************************
       01  WS-CUTOFF-AREAS.
           05  WS-BUSINESS-DATE       PIC 9(08) VALUE ZERO.
           05  WS-CYCLE-NUMBER        PIC 9(05) VALUE ZERO.
           05  WS-CUTOFF-DATE         PIC 9(08) VALUE ZERO.
           05  WS-CUTOFF-TIME         PIC 9(06) VALUE ZERO.

       01  WS-CLOCK-AREAS.
           05  WS-CLOCK-DATE          PIC 9(08).
           05  WS-CLOCK-TIME          PIC 9(08).
           05  FILLER REDEFINES WS-CLOCK-TIME.
               10  WS-CLOCK-HHMMSS    PIC 9(06).
               10  FILLER             PIC 9(02).

       01  WS-HEADING-LINE-1.
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  FILLER                 PIC X(40)
           05  CL-RESULT              PIC X(35).
           05  FILLER                 PIC X(61) VALUE SPACES.

       01  WS-HOLD-SECTION-LINE.
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  HS-TEXT                PIC X(60).

       01  WS-HOLD-HEADING-LINE-1.
           05  FILLER                 PIC X(25) VALUE SPACES.
           05  FILLER                 PIC X(30)
               VALUE '----- ONLINE VALUES KEPT -----'.
           05  FILLER                 PIC X(24) VALUE SPACES.
           05  FILLER                 PIC X(30)
               VALUE '---- FEED VALUES HELD ----'.

       01  WS-HOLD-HEADING-LINE-2.
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  FILLER                 PIC X(10) VALUE 'ACCOUNT'.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(08) VALUE 'HELD ON'.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(02) VALUE 'CL'.
           05  FILLER                 PIC X(09) VALUE SPACES.
           05  FILLER                 PIC X(06) VALUE 'AMOUNT'.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(08) VALUE 'EFF DATE'.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(08) VALUE 'OPERATOR'.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(10) VALUE 'CHANGED ON'.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  FILLER                 PIC X(02) VALUE 'CL'.
           05  FILLER                 PIC X(09) VALUE SPACES.
           05  FILLER                 PIC X(06) VALUE 'AMOUNT'.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(08) VALUE 'EFF DATE'.

       01  WS-HOLD-DETAIL-LINE.
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  HD-ACCOUNT-KEY         PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  HD-HOLD-DATE           PIC 9(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  HD-ONLINE-CLASS        PIC X(02).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  HD-ONLINE-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  HD-ONLINE-EFF-DATE     PIC 9(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  HD-ONLINE-BY           PIC X(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  HD-ONLINE-DATE         PIC 9(08).
           05  FILLER                 PIC X(06) VALUE SPACES.
           05  HD-FEED-CLASS          PIC X(02).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  HD-FEED-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  HD-FEED-EFF-DATE       PIC 9(08).
           05  FILLER                 PIC X(21) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0100-OPEN-FILES THRU 0100-EXIT.
           PERFORM 0150-READ-RUN-CONTROL THRU 0150-EXIT.
           PERFORM 0160-CARRY-PRIOR-HOLDS THRU 0160-EXIT.
           PERFORM 0300-WRITE-HEADINGS THRU 0300-EXIT.
           PERFORM 0200-READ-EXTRACT THRU 0200-EXIT.
           PERFORM 1000-POST-RECORD THRU 1000-EXIT
               UNTIL WS-END-OF-FILE.
           PERFORM 2000-REPORT-HOLDS THRU 2000-EXIT.
           PERFORM 3000-WRITE-REPORT THRU 3000-EXIT.
           PERFORM 9999-END THRU 9999-EXIT.
           GOBACK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT HOLD-OUTPUT-FILE.
           IF WS-HOLD-FILE-STATUS NOT = '00'
               DISPLAY 'MOCKPOST - UNABLE TO OPEN HOLD-OUTPUT-FILE, '
                   'STATUS=' WS-HOLD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = '35'
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           IF WS-JOURNAL-STATUS NOT = '00'
               DISPLAY 'MOCKPOST - UNABLE TO OPEN JOURNAL-FILE, '
                   'STATUS=' WS-JOURNAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       0100-EXIT.
           EXIT.

       0150-READ-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'MOCKPOST - UNABLE TO OPEN RUN-CONTROL-FILE, '
                   'STATUS=' WS-RUNCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ RUN-CONTROL-FILE
               AT END
                   DISPLAY 'MOCKPOST - RUN-CONTROL-FILE IS EMPTY'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE RN-BUSINESS-DATE TO WS-BUSINESS-DATE.
           MOVE RN-CYCLE-NUMBER TO WS-CYCLE-NUMBER.
           IF RN-COMPLETED-DATE NUMERIC
               AND RN-COMPLETED-TIME NUMERIC
               MOVE RN-COMPLETED-DATE TO WS-CUTOFF-DATE
               MOVE RN-COMPLETED-TIME TO WS-CUTOFF-TIME
           END-IF.
           CLOSE RUN-CONTROL-FILE.
       0150-EXIT.
           EXIT.

      *****************************************************************
      * CARRY FORWARD THE HOLDS STILL AWAITING A MOCKCOLR DECISION, SO
      * EACH COLLHELD GENERATION IS THE COMPLETE OUTSTANDING SET.  A
      * HOLD STAMPED WITH THIS CYCLE'S NUMBER CAN ONLY COME FROM AN
      * EARLIER RUN OF THIS SAME STEP - IT IS DROPPED HERE AND HELD
      * AFRESH BELOW, SO A RERUN OF POSTSTEP DOES NOT DOUBLE IT.  AN
      * EMPTY OR NEVER-CATALOGED PRIOR GENERATION IS NOT AN ERROR.
      *****************************************************************
       0160-CARRY-PRIOR-HOLDS.
           OPEN INPUT PRIOR-HOLD-FILE.
           IF WS-PRIOR-HOLD-STATUS = '35'
               GO TO 0160-EXIT
           END-IF.
           IF WS-PRIOR-HOLD-STATUS NOT = '00'
               DISPLAY 'MOCKPOST - UNABLE TO OPEN PRIOR-HOLD-FILE, '
                   'STATUS=' WS-PRIOR-HOLD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0170-CARRY-ONE-HOLD THRU 0170-EXIT
               UNTIL WS-END-OF-PRIOR.
           CLOSE PRIOR-HOLD-FILE.
       0160-EXIT.
           EXIT.

       0170-CARRY-ONE-HOLD.
           READ PRIOR-HOLD-FILE INTO WS-HOLD-RECORD
               AT END
                   MOVE 'Y' TO WS-PRIOR-EOF-SW
           END-READ.
           IF WS-END-OF-PRIOR
               GO TO 0170-EXIT
           END-IF.
           IF WS-PRIOR-HOLD-STATUS NOT = '00'
               DISPLAY 'MOCKPOST - READ PRIOR-HOLD-FILE FAILED, '
                   'STATUS=' WS-PRIOR-HOLD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF CO-HOLD-CYCLE-NUMBER = WS-CYCLE-NUMBER
               GO TO 0170-EXIT
           END-IF.
           PERFORM 1450-WRITE-HOLD THRU 1450-EXIT.
           ADD 1 TO WS-CARRIED-COUNT.
       0170-EXIT.
           EXIT.

       0300-WRITE-HEADINGS.
           WRITE REPORT-RECORD FROM WS-HEADING-LINE-1.
       0300-EXIT.
           MOVE OR-AMOUNT TO MR-AMOUNT.
           MOVE OR-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE.
           MOVE WS-EFFECTIVE-DATE TO MR-EFFECTIVE-DATE.
           PERFORM 1500-STAMP-BATCH-CHANGE THRU 1500-EXIT.
           WRITE MASTER-RECORD
               INVALID KEY
                   DISPLAY 'MOCKPOST - WRITE MASTER-FILE FAILED, KEY='
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-WRITE.
           MOVE SPACES TO JOURNAL-RECORD.
           MOVE 'F' TO JR-ORIGIN.
           MOVE 'A' TO JR-ACTION.
           PERFORM 1650-JOURNAL-AFTER THRU 1650-EXIT.
           PERFORM 1700-WRITE-JOURNAL THRU 1700-EXIT.
           ADD 1 TO WS-ADD-COUNT.
       1100-EXIT.
           EXIT.
               ADD 1 TO WS-NO-CHANGE-COUNT
               GO TO 1200-EXIT
           END-IF.
           PERFORM 1400-CHECK-COLLISION THRU 1400-EXIT.
           IF WS-COLLISION
               PERFORM 1420-HOLD-UPDATE THRU 1420-EXIT
               GO TO 1200-EXIT
           END-IF.
           PERFORM 1600-JOURNAL-BEFORE THRU 1600-EXIT.
           MOVE OR-CLASSIFICATION-CODE TO MR-CLASSIFICATION-CODE.
           MOVE OR-AMOUNT TO MR-AMOUNT.
           MOVE WS-EFFECTIVE-DATE TO MR-EFFECTIVE-DATE.
           PERFORM 1500-STAMP-BATCH-CHANGE THRU 1500-EXIT.
           REWRITE MASTER-RECORD
               INVALID KEY
                   DISPLAY 'MOCKPOST - REWRITE MASTER-FILE FAILED, '
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE.
           MOVE 'F' TO JR-ORIGIN.
           MOVE 'C' TO JR-ACTION.
           PERFORM 1650-JOURNAL-AFTER THRU 1650-EXIT.
           PERFORM 1700-WRITE-JOURNAL THRU 1700-EXIT.
           ADD 1 TO WS-CHANGE-COUNT.
       1200-EXIT.
           EXIT.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1600-JOURNAL-BEFORE THRU 1600-EXIT.
           DELETE MASTER-FILE
               INVALID KEY
                   DISPLAY 'MOCKPOST - DELETE MASTER-FILE FAILED, '
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-DELETE.
           MOVE 'C' TO JR-ORIGIN.
           MOVE 'D' TO JR-ACTION.
           PERFORM 1700-WRITE-JOURNAL THRU 1700-EXIT.
           MOVE 'CLOSED AND ARCHIVED' TO CL-RESULT.
           WRITE REPORT-RECORD FROM WS-CLOSURE-DETAIL-LINE.
           ADD 1 TO WS-CLOSED-COUNT.
       1300-EXIT.
           EXIT.

      *****************************************************************
      * A FEED UPDATE COLLIDES WITH ONLINE MAINTENANCE WHEN THE MASTER
      * WAS LAST CHANGED ONLINE AFTER THE LAST CYCLE WAS MARKED
      * COMPLETE - THE OPERATOR'S CORRECTION HAS NOT YET BEEN SEEN BY
      * A CYCLE, AND APPLYING THE FEED WOULD SILENTLY UNDO IT.  A
      * STAMP THAT IS NOT NUMERIC IS TREATED AS RECENT RATHER THAN
      * LET THE FEED OVERWRITE AN ONLINE CHANGE.
      *****************************************************************
       1400-CHECK-COLLISION.
           MOVE 'N' TO WS-COLLISION-SW.
           IF NOT MR-CHANGED-ONLINE
               GO TO 1400-EXIT
           END-IF.
           IF MR-LAST-CHANGED-DATE NOT NUMERIC
               OR MR-LAST-CHANGED-TIME NOT NUMERIC
               MOVE 'Y' TO WS-COLLISION-SW
               GO TO 1400-EXIT
           END-IF.
           IF MR-LAST-CHANGED-DATE > WS-CUTOFF-DATE
               MOVE 'Y' TO WS-COLLISION-SW
               GO TO 1400-EXIT
           END-IF.
           IF MR-LAST-CHANGED-DATE = WS-CUTOFF-DATE
               AND MR-LAST-CHANGED-TIME > WS-CUTOFF-TIME
               MOVE 'Y' TO WS-COLLISION-SW
           END-IF.
       1400-EXIT.
           EXIT.

      *****************************************************************
      * HOLD THE FEED UPDATE INSTEAD OF APPLYING IT.  THE MASTER IS
      * LEFT EXACTLY AS THE OPERATOR LEFT IT; THE HOLD RECORD KEEPS
      * BOTH SETS OF VALUES AND THE ONLINE STAMP FOR MOCKCOLR.
      *****************************************************************
       1420-HOLD-UPDATE.
           MOVE SPACES TO WS-HOLD-RECORD.
           MOVE OR-ACCOUNT-KEY TO CO-ACCOUNT-KEY.
           MOVE WS-BUSINESS-DATE TO CO-HOLD-BUSINESS-DATE.
           MOVE WS-CYCLE-NUMBER TO CO-HOLD-CYCLE-NUMBER.
           MOVE OR-CLASSIFICATION-CODE TO CO-FEED-CLASS-CODE.
           MOVE OR-AMOUNT TO CO-FEED-AMOUNT.
           MOVE WS-EFFECTIVE-DATE TO CO-FEED-EFFECTIVE-DATE.
           MOVE MR-CLASSIFICATION-CODE TO CO-ONLINE-CLASS-CODE.
           MOVE MR-AMOUNT TO CO-ONLINE-AMOUNT.
           MOVE MR-EFFECTIVE-DATE TO CO-ONLINE-EFFECTIVE-DATE.
           MOVE MR-LAST-CHANGED-BY TO CO-ONLINE-CHANGED-BY.
           MOVE MR-LAST-CHANGED-DATE TO CO-ONLINE-CHANGED-DATE.
           MOVE MR-LAST-CHANGED-TIME TO CO-ONLINE-CHANGED-TIME.
           PERFORM 1450-WRITE-HOLD THRU 1450-EXIT.
           ADD 1 TO WS-HELD-COUNT.
       1420-EXIT.
           EXIT.

       1450-WRITE-HOLD.
           WRITE HOLD-OUTPUT-RECORD FROM WS-HOLD-RECORD.
           IF WS-HOLD-FILE-STATUS NOT = '00'
               DISPLAY 'MOCKPOST - WRITE HOLD-OUTPUT-FILE FAILED, '
                   'STATUS=' WS-HOLD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1450-EXIT.
           EXIT.

       1500-STAMP-BATCH-CHANGE.
           ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CLOCK-TIME FROM TIME.
           MOVE 'B' TO MR-LAST-CHANGE-ORIGIN.
           MOVE 'MOCKPOST' TO MR-LAST-CHANGED-BY.
           MOVE WS-CLOCK-DATE TO MR-LAST-CHANGED-DATE.
           MOVE WS-CLOCK-HHMMSS TO MR-LAST-CHANGED-TIME.
       1500-EXIT.
           EXIT.

      *****************************************************************
      * ACCOUNT HISTORY JOURNAL.  1600 STARTS AN ENTRY FROM THE MASTER
      * RECORD AS IT STANDS BEFORE THE CHANGE, 1650 TAKES THE VALUES
      * IT WAS LEFT WITH, AND 1700 STAMPS AND WRITES THE ENTRY ONCE
      * THE MASTER ITSELF HAS BEEN UPDATED.  AN ADD STARTS FROM A
      * BLANK ENTRY (NO BEFORE VALUES); A CLOSURE HAS NO AFTER VALUES.
      *****************************************************************
       1600-JOURNAL-BEFORE.
           MOVE SPACES TO JOURNAL-RECORD.
           MOVE MR-CLASSIFICATION-CODE TO JR-BEFORE-CLASS.
           MOVE MR-AMOUNT TO JR-BEFORE-AMOUNT.
           MOVE MR-EFFECTIVE-DATE TO JR-BEFORE-EFF-DATE.
       1600-EXIT.
           EXIT.

       1650-JOURNAL-AFTER.
           MOVE MR-CLASSIFICATION-CODE TO JR-AFTER-CLASS.
           MOVE MR-AMOUNT TO JR-AFTER-AMOUNT.
           MOVE MR-EFFECTIVE-DATE TO JR-AFTER-EFF-DATE.
       1650-EXIT.
           EXIT.

      *****************************************************************
      * THE KEY SORTS AN ACCOUNT'S ENTRIES NEWEST FIRST (SEE JRNLREC).
      * A DUPLICATE KEY CAN ONLY MEAN A SECOND CHANGE TO THE SAME
      * ACCOUNT WITHIN THE SAME SECOND - THE SEQUENCE IS COUNTED DOWN
      * AND THE WRITE TRIED AGAIN.
      *****************************************************************
       1700-WRITE-JOURNAL.
           ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CLOCK-TIME FROM TIME.
           MOVE MR-ACCOUNT-KEY TO JR-ACCOUNT-KEY.
           COMPUTE JR-REVERSE-DATE = 99999999 - WS-CLOCK-DATE.
           COMPUTE JR-REVERSE-TIME = 999999 - WS-CLOCK-HHMMSS.
           MOVE 9999 TO JR-REVERSE-SEQ.
           MOVE WS-CLOCK-DATE TO JR-CHANGE-DATE.
           MOVE WS-CLOCK-HHMMSS TO JR-CHANGE-TIME.
           MOVE WS-BUSINESS-DATE TO JR-BUSINESS-DATE.
           MOVE WS-CYCLE-NUMBER TO JR-CYCLE-NUMBER.
           MOVE 'MOCKPOST' TO JR-CHANGED-BY.
       1700-WRITE.
           WRITE JOURNAL-RECORD.
           IF WS-JOURNAL-STATUS = '22'
               AND JR-REVERSE-SEQ > ZERO
               SUBTRACT 1 FROM JR-REVERSE-SEQ
               GO TO 1700-WRITE
           END-IF.
           IF WS-JOURNAL-STATUS NOT = '00'
               DISPLAY 'MOCKPOST - WRITE JOURNAL-FILE FAILED, KEY='
                   MR-ACCOUNT-KEY ' STATUS=' WS-JOURNAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1700-EXIT.
           EXIT.

      *****************************************************************
      * ONLINE MAINTENANCE COLLISIONS SECTION.  THE HOLD FILE IS READ
      * BACK ONCE POSTING IS FINISHED SO THE SECTION PRINTS WHOLE
      * RATHER THAN INTERLEAVED WITH THE CLOSURE LINES: TONIGHT'S NEW
      * HOLDS FIRST, THEN THE COUNT OF EARLIER HOLDS STILL AWAITING A
      * MOCKCOLR DECISION.
      *****************************************************************
       2000-REPORT-HOLDS.
           IF WS-HELD-COUNT = ZERO
               AND WS-CARRIED-COUNT = ZERO
               GO TO 2000-EXIT
           END-IF.
           CLOSE HOLD-OUTPUT-FILE.
           OPEN INPUT HOLD-OUTPUT-FILE.
           IF WS-HOLD-FILE-STATUS NOT = '00'
               DISPLAY 'MOCKPOST - UNABLE TO REOPEN HOLD-OUTPUT-FILE, '
                   'STATUS=' WS-HOLD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'FEED UPDATES HELD - ACCOUNT MAINTAINED ONLINE SINCE LAS
      -    'T CYCLE' TO HS-TEXT.
           WRITE REPORT-RECORD FROM WS-HOLD-SECTION-LINE.
           WRITE REPORT-RECORD FROM WS-HOLD-HEADING-LINE-1.
           WRITE REPORT-RECORD FROM WS-HOLD-HEADING-LINE-2.
           PERFORM 2100-REPORT-ONE-HOLD THRU 2100-EXIT
               UNTIL WS-END-OF-HOLDS.
           IF WS-CARRIED-COUNT > ZERO
               MOVE 'EARLIER HOLDS OPEN' TO TL-LABEL
               MOVE WS-CARRIED-COUNT TO TL-COUNT
               WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           END-IF.
       2000-EXIT.
           EXIT.

       2100-REPORT-ONE-HOLD.
           READ HOLD-OUTPUT-FILE INTO WS-HOLD-RECORD
               AT END
                   MOVE 'Y' TO WS-HOLD-EOF-SW
           END-READ.
           IF WS-END-OF-HOLDS
               GO TO 2100-EXIT
           END-IF.
           IF CO-HOLD-CYCLE-NUMBER NOT = WS-CYCLE-NUMBER
               GO TO 2100-EXIT
           END-IF.
           MOVE CO-ACCOUNT-KEY TO HD-ACCOUNT-KEY.
           MOVE CO-HOLD-BUSINESS-DATE TO HD-HOLD-DATE.
           MOVE CO-ONLINE-CLASS-CODE TO HD-ONLINE-CLASS.
           MOVE ZERO TO HD-ONLINE-AMOUNT.
           IF CO-ONLINE-AMOUNT NUMERIC
               MOVE CO-ONLINE-AMOUNT TO HD-ONLINE-AMOUNT
           END-IF.
           MOVE CO-ONLINE-EFFECTIVE-DATE TO HD-ONLINE-EFF-DATE.
           MOVE CO-ONLINE-CHANGED-BY TO HD-ONLINE-BY.
           MOVE CO-ONLINE-CHANGED-DATE TO HD-ONLINE-DATE.
           MOVE CO-FEED-CLASS-CODE TO HD-FEED-CLASS.
           MOVE CO-FEED-AMOUNT TO HD-FEED-AMOUNT.
           MOVE CO-FEED-EFFECTIVE-DATE TO HD-FEED-EFF-DATE.
           WRITE REPORT-RECORD FROM WS-HOLD-DETAIL-LINE.
       2100-EXIT.
           EXIT.

       3000-WRITE-REPORT.
           MOVE 'RECORDS READ' TO TL-LABEL.
           MOVE WS-RECORD-COUNT TO TL-COUNT.
           MOVE 'CLOSE NOT ON MASTER' TO TL-LABEL.
           MOVE WS-CLOSE-NOTFND-COUNT TO TL-COUNT.
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE 'HELD - ONLINE CHANGE' TO TL-LABEL.
           MOVE WS-HELD-COUNT TO TL-COUNT.
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
           IF WS-CLOSE-NOTFND-COUNT > ZERO
               OR WS-HELD-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       3000-EXIT.
           MOVE 'CLOSE NOT FOUND' TO ST-STAT-NAME.
           MOVE WS-CLOSE-NOTFND-COUNT TO ST-STAT-COUNT.
           PERFORM 9850-PUT-ONE-STAT THRU 9850-EXIT.
           MOVE 'HELD ONLINE CHANGE' TO ST-STAT-NAME.
           MOVE WS-HELD-COUNT TO ST-STAT-COUNT.
           PERFORM 9850-PUT-ONE-STAT THRU 9850-EXIT.
           CLOSE STATS-FILE.
       9800-EXIT.
           EXIT.
           CLOSE MASTER-FILE.
           CLOSE REPORT-FILE.
           CLOSE ARCHIVE-OUTPUT-FILE.
           CLOSE HOLD-OUTPUT-FILE.
           CLOSE JOURNAL-FILE.
       9999-EXIT.
           EXIT.
