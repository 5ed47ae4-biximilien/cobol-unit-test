      **********************************************************************
      * AUTHOR:    R MCALLISTER
      * DATE:      15 OCT 2026
      * PURPOSE:   RELEASE OR DISCARD THE FEED UPDATES MOCKPOST HELD
      *            BACK BECAUSE THE ACCOUNT HAD BEEN MAINTAINED ONLINE
      *            SINCE THE LAST CYCLE COMPLETED (COLLREC LAYOUT, THE
      *            CURRENT PROD.MOCK.COLLHELD GENERATION SORTED BY
      *            ACCOUNT AND NEWEST HOLD FIRST).  READS 80-BYTE
      *            CONTROL CARDS - ACTION IN COLUMNS 1-8 (RELEASE OR
      *            DISCARD), ACCOUNT KEY IN COLUMNS 10-19:
      *                RELEASE  APPLY THE HELD FEED CLASSIFICATION,
      *                         AMOUNT AND EFFECTIVE DATE TO THE
      *                         MASTER, STAMPED AS A BATCH CHANGE BY
      *                         MOCKCOLR AND WRITTEN TO THE ACCOUNT
      *                         HISTORY JOURNAL (ACCTJRNL, JRNLREC
      *                         LAYOUT) UNDER THE RUN CONTROL
      *                         BUSINESS DATE AND CYCLE.
      *                DISCARD  DROP THE HELD UPDATE AND KEEP THE
      *                         ONLINE VALUES.
      *            ONLY THE NEWEST HOLD FOR AN ACCOUNT IS ACTED ON;
      *            OLDER HOLDS FOR THE SAME ACCOUNT ARE SUPERSEDED AND
      *            DROPPED.  A RELEASE IS REFUSED, AND THE HOLD DROPPED,
      *            IF THE MASTER NO LONGER CARRIES THE LAST-CHANGE
      *            STAMP IT HAD WHEN THE UPDATE WAS HELD - SOMEONE HAS
      *            CHANGED THE ACCOUNT SINCE, AND THE HELD VALUES WOULD
      *            OVERWRITE THAT CHANGE IN TURN.  A HOLD WITH NO CARD
      *            IS CARRIED FORWARD UNCHANGED TO COLLOUT (THE NEXT
      *            COLLHELD GENERATION) TO AWAIT A LATER RUN.  THE
      *            ACTIVITY REPORT SHOWS EVERY HOLD'S OUTCOME AND ANY
      *            CARD THAT MATCHED NO HOLD.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOCKCOLR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT DECISION-CARD-FILE ASSIGN TO COLLCRDS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CARD-FILE-STATUS.

       SELECT HOLD-INPUT-FILE ASSIGN TO COLLIN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HOLD-IN-STATUS.

       SELECT HOLD-OUTPUT-FILE ASSIGN TO COLLOUT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HOLD-OUT-STATUS.

       SELECT MASTER-FILE ASSIGN TO MASTER
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MR-ACCOUNT-KEY
           FILE STATUS IS WS-MASTER-FILE-STATUS.

       SELECT REPORT-FILE ASSIGN TO RPTFILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-FILE-STATUS.

       SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-RUNCTL-STATUS.

       SELECT JOURNAL-FILE ASSIGN TO ACCTJRNL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS JR-JOURNAL-KEY
           FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD DECISION-CARD-FILE.
       01 DECISION-CARD.
           05  DC-ACTION               PIC X(08).
               88  DC-RELEASE                  VALUE 'RELEASE'.
               88  DC-DISCARD                  VALUE 'DISCARD'.
           05  FILLER                  PIC X(01).
           05  DC-ACCOUNT-KEY          PIC X(10).
           05  FILLER                  PIC X(61).

       FD HOLD-INPUT-FILE.
       01 HOLD-INPUT-RECORD.
           COPY COLLREC.

       FD HOLD-OUTPUT-FILE.
       01 HOLD-OUTPUT-RECORD           PIC X(100).

       FD MASTER-FILE.
       01 MASTER-RECORD.
           COPY INPTREC REPLACING LEADING ==IR-== BY ==MR-==.

       FD REPORT-FILE.
       01 REPORT-RECORD                PIC X(133).

       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-RECORD.
           COPY RUNCTL.

       FD JOURNAL-FILE.
       01 JOURNAL-RECORD.
           COPY JRNLREC.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           05  WS-CARD-FILE-STATUS    PIC X(02).
           05  WS-HOLD-IN-STATUS      PIC X(02).
           05  WS-HOLD-OUT-STATUS     PIC X(02).
           05  WS-MASTER-FILE-STATUS  PIC X(02).
           05  WS-REPORT-FILE-STATUS  PIC X(02).
           05  WS-RUNCTL-STATUS       PIC X(02).
           05  WS-JOURNAL-STATUS      PIC X(02).

       01  WS-SWITCHES.
           05  WS-CARD-EOF-SW         PIC X(01) VALUE 'N'.
               88  WS-END-OF-CARDS            VALUE 'Y'.
           05  WS-HOLD-EOF-SW         PIC X(01) VALUE 'N'.
               88  WS-END-OF-HOLDS            VALUE 'Y'.
           05  WS-MASTER-FOUND-SW     PIC X(01) VALUE 'N'.
               88  WS-MASTER-FOUND            VALUE 'Y'.

      *****************************************************************
      * ONE ENTRY PER ACCEPTED DECISION CARD.  THE STATUS GOES FROM
      * PENDING TO USED WHEN THE CARD MEETS ITS ACCOUNT'S NEWEST HOLD;
      * A CARD STILL PENDING AT END OF RUN MATCHED NO HOLD.
      *****************************************************************
       01  WS-REQUEST-TABLE-AREAS.
           05  WS-REQUEST-USED        PIC S9(04) COMP VALUE ZERO.
           05  WS-REQUEST-IDX         PIC S9(04) COMP VALUE ZERO.
           05  WS-MATCH-IDX           PIC S9(04) COMP VALUE ZERO.
           05  WS-REQUEST-ENTRY OCCURS 200 TIMES.
               10  WS-RQ-ACCOUNT-KEY  PIC X(10).
               10  WS-RQ-ACTION       PIC X(08).
                   88  WS-RQ-RELEASE          VALUE 'RELEASE'.
                   88  WS-RQ-DISCARD          VALUE 'DISCARD'.
               10  WS-RQ-STATUS       PIC X(01).
                   88  WS-RQ-PENDING          VALUE 'P'.
                   88  WS-RQ-USED             VALUE 'U'.

       01  WS-COUNTERS.
           05  WS-CARD-COUNT          PIC 9(05) VALUE ZERO.
           05  WS-CARD-REJECT-COUNT   PIC 9(05) VALUE ZERO.
           05  WS-HOLD-COUNT          PIC 9(05) VALUE ZERO.
           05  WS-RELEASED-COUNT      PIC 9(05) VALUE ZERO.
           05  WS-DISCARDED-COUNT     PIC 9(05) VALUE ZERO.
           05  WS-CARRIED-COUNT       PIC 9(05) VALUE ZERO.
           05  WS-SUPERSEDED-COUNT    PIC 9(05) VALUE ZERO.
           05  WS-REFUSED-COUNT       PIC 9(05) VALUE ZERO.

       01  WS-WORK-AREAS.
           05  WS-PREV-ACCOUNT-KEY    PIC X(10) VALUE SPACES.
           05  WS-FIND-KEY            PIC X(10) VALUE SPACES.

       01  WS-CYCLE-AREAS.
           05  WS-BUSINESS-DATE       PIC 9(08) VALUE ZERO.
           05  WS-CYCLE-NUMBER        PIC 9(05) VALUE ZERO.

       01  WS-CLOCK-AREAS.
           05  WS-CLOCK-DATE          PIC 9(08).
           05  WS-CLOCK-TIME          PIC 9(08).
           05  FILLER REDEFINES WS-CLOCK-TIME.
               10  WS-CLOCK-HHMMSS    PIC 9(06).
               10  FILLER             PIC 9(02).

       01  WS-HEADING-LINE-1.
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  FILLER                 PIC X(45)
               VALUE 'MOCKCOLR HELD FEED UPDATE RELEASE REPORT'.

       01  WS-HEADING-LINE-2.
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  FILLER                 PIC X(10) VALUE 'ACCOUNT'.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(08) VALUE 'HELD ON'.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(08) VALUE 'ACTION'.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(06) VALUE 'RESULT'.

       01  WS-DETAIL-LINE.
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  DL-ACCOUNT-KEY         PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DL-HOLD-DATE           PIC X(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DL-ACTION              PIC X(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DL-RESULT              PIC X(45).
           05  FILLER                 PIC X(51) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  TL-LABEL               PIC X(20).
           05  TL-COUNT               PIC ZZ,ZZ9.
           05  FILLER                 PIC X(102) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0100-OPEN-FILES THRU 0100-EXIT.
           PERFORM 0150-READ-RUN-CONTROL THRU 0150-EXIT.
           PERFORM 0300-WRITE-HEADINGS THRU 0300-EXIT.
           PERFORM 1000-LOAD-REQUEST-TABLE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-HOLD THRU 2000-EXIT
               UNTIL WS-END-OF-HOLDS.
           PERFORM 3000-REPORT-UNMATCHED THRU 3000-EXIT.
           PERFORM 4000-WRITE-TOTALS THRU 4000-EXIT.
           PERFORM 9999-END THRU 9999-EXIT.
           GOBACK
           .

      *****************************************************************
      * AN EMPTY OR NEVER-CATALOGED HOLD GENERATION IS NOT AN ERROR -
      * THERE IS SIMPLY NOTHING HELD, AND ANY CARD IS REPORTED AS
      * MATCHING NO HOLD.
      *****************************************************************
       0100-OPEN-FILES.
           OPEN INPUT DECISION-CARD-FILE.
           IF WS-CARD-FILE-STATUS NOT = '00'
               DISPLAY 'MOCKCOLR - UNABLE TO OPEN DECISION-CARD-FILE, '
                   'STATUS=' WS-CARD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT HOLD-INPUT-FILE.
           IF WS-HOLD-IN-STATUS = '35'
               MOVE 'Y' TO WS-HOLD-EOF-SW
           ELSE
               IF WS-HOLD-IN-STATUS NOT = '00'
                   DISPLAY 'MOCKCOLR - UNABLE TO OPEN HOLD-INPUT-FILE, '
                       'STATUS=' WS-HOLD-IN-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT HOLD-OUTPUT-FILE.
           IF WS-HOLD-OUT-STATUS NOT = '00'
               DISPLAY 'MOCKCOLR - UNABLE TO OPEN HOLD-OUTPUT-FILE, '
                   'STATUS=' WS-HOLD-OUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O MASTER-FILE.
           IF WS-MASTER-FILE-STATUS NOT = '00'
               DISPLAY 'MOCKCOLR - UNABLE TO OPEN MASTER-FILE, '
                   'STATUS=' WS-MASTER-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'MOCKCOLR - UNABLE TO OPEN REPORT-FILE, '
                   'STATUS=' WS-REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = '35'
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           IF WS-JOURNAL-STATUS NOT = '00'
               DISPLAY 'MOCKCOLR - UNABLE TO OPEN JOURNAL-FILE, '
                   'STATUS=' WS-JOURNAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       0100-EXIT.
           EXIT.

       0150-READ-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'MOCKCOLR - UNABLE TO OPEN RUN-CONTROL-FILE, '
                   'STATUS=' WS-RUNCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ RUN-CONTROL-FILE
               AT END
                   DISPLAY 'MOCKCOLR - RUN-CONTROL-FILE IS EMPTY'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE RN-BUSINESS-DATE TO WS-BUSINESS-DATE.
           MOVE RN-CYCLE-NUMBER TO WS-CYCLE-NUMBER.
           CLOSE RUN-CONTROL-FILE.
       0150-EXIT.
           EXIT.

       0300-WRITE-HEADINGS.
           WRITE REPORT-RECORD FROM WS-HEADING-LINE-1.
           WRITE REPORT-RECORD FROM WS-HEADING-LINE-2.
       0300-EXIT.
           EXIT.

       1000-LOAD-REQUEST-TABLE.
           PERFORM 1100-LOAD-ONE-CARD THRU 1100-EXIT
               UNTIL WS-END-OF-CARDS.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * A CARD WITH AN UNKNOWN ACTION, NO ACCOUNT, OR A SECOND CARD
      * FOR AN ACCOUNT ALREADY CARDED IS REJECTED ON THE REPORT - THE
      * FIRST DECISION FOR AN ACCOUNT STANDS.
      *****************************************************************
       1100-LOAD-ONE-CARD.
           READ DECISION-CARD-FILE
               AT END
                   MOVE 'Y' TO WS-CARD-EOF-SW
           END-READ.
           IF WS-END-OF-CARDS
               GO TO 1100-EXIT
           END-IF.
           IF WS-CARD-FILE-STATUS NOT = '00'
               DISPLAY 'MOCKCOLR - READ DECISION-CARD-FILE FAILED, '
                   'STATUS=' WS-CARD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF DECISION-CARD = SPACES
               GO TO 1100-EXIT
           END-IF.
           ADD 1 TO WS-CARD-COUNT.
           MOVE DC-ACCOUNT-KEY TO DL-ACCOUNT-KEY.
           MOVE SPACES TO DL-HOLD-DATE.
           MOVE DC-ACTION TO DL-ACTION.
           IF NOT DC-RELEASE AND NOT DC-DISCARD
               MOVE 'CARD REJECTED - ACTION MUST BE RELEASE/DISCARD'
                   TO DL-RESULT
               PERFORM 1900-REJECT-CARD THRU 1900-EXIT
               GO TO 1100-EXIT
           END-IF.
           IF DC-ACCOUNT-KEY = SPACES
               MOVE 'CARD REJECTED - ACCOUNT KEY REQUIRED' TO DL-RESULT
               PERFORM 1900-REJECT-CARD THRU 1900-EXIT
               GO TO 1100-EXIT
           END-IF.
           MOVE DC-ACCOUNT-KEY TO WS-FIND-KEY.
           PERFORM 2500-FIND-REQUEST THRU 2500-EXIT.
           IF WS-MATCH-IDX > ZERO
               MOVE 'CARD REJECTED - ACCOUNT ALREADY CARDED'
                   TO DL-RESULT
               PERFORM 1900-REJECT-CARD THRU 1900-EXIT
               GO TO 1100-EXIT
           END-IF.
           IF WS-REQUEST-USED >= 200
               MOVE 'CARD REJECTED - OVER 200 CARDS, SPLIT THE RUN'
                   TO DL-RESULT
               PERFORM 1900-REJECT-CARD THRU 1900-EXIT
               GO TO 1100-EXIT
           END-IF.
           ADD 1 TO WS-REQUEST-USED.
           MOVE DC-ACCOUNT-KEY
               TO WS-RQ-ACCOUNT-KEY (WS-REQUEST-USED).
           MOVE DC-ACTION TO WS-RQ-ACTION (WS-REQUEST-USED).
           MOVE 'P' TO WS-RQ-STATUS (WS-REQUEST-USED).
       1100-EXIT.
           EXIT.

       1900-REJECT-CARD.
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE.
           ADD 1 TO WS-CARD-REJECT-COUNT.
       1900-EXIT.
           EXIT.

      *****************************************************************
      * ONE HELD UPDATE.  THE INPUT IS IN ACCOUNT SEQUENCE WITH THE
      * NEWEST HOLD FIRST, SO A REPEAT OF THE PREVIOUS ACCOUNT IS AN
      * OLDER HOLD THE NEWER ONE SUPERSEDES.
      *****************************************************************
       2000-PROCESS-HOLD.
           READ HOLD-INPUT-FILE
               AT END
                   MOVE 'Y' TO WS-HOLD-EOF-SW
           END-READ.
           IF WS-END-OF-HOLDS
               GO TO 2000-EXIT
           END-IF.
           IF WS-HOLD-IN-STATUS NOT = '00'
               DISPLAY 'MOCKCOLR - READ HOLD-INPUT-FILE FAILED, '
                   'STATUS=' WS-HOLD-IN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-HOLD-COUNT.
           MOVE CO-ACCOUNT-KEY TO DL-ACCOUNT-KEY.
           MOVE CO-HOLD-BUSINESS-DATE TO DL-HOLD-DATE.
           MOVE SPACES TO DL-ACTION.
           IF CO-ACCOUNT-KEY = WS-PREV-ACCOUNT-KEY
               MOVE 'SUPERSEDED BY A LATER HOLD - DROPPED'
                   TO DL-RESULT
               WRITE REPORT-RECORD FROM WS-DETAIL-LINE
               ADD 1 TO WS-SUPERSEDED-COUNT
               GO TO 2000-EXIT
           END-IF.
           MOVE CO-ACCOUNT-KEY TO WS-PREV-ACCOUNT-KEY.
           MOVE CO-ACCOUNT-KEY TO WS-FIND-KEY.
           PERFORM 2500-FIND-REQUEST THRU 2500-EXIT.
           IF WS-MATCH-IDX = ZERO
               PERFORM 2400-CARRY-HOLD THRU 2400-EXIT
               GO TO 2000-EXIT
           END-IF.
           MOVE 'U' TO WS-RQ-STATUS (WS-MATCH-IDX).
           MOVE WS-RQ-ACTION (WS-MATCH-IDX) TO DL-ACTION.
           IF WS-RQ-DISCARD (WS-MATCH-IDX)
               MOVE 'DISCARDED - ONLINE VALUES KEPT' TO DL-RESULT
               WRITE REPORT-RECORD FROM WS-DETAIL-LINE
               ADD 1 TO WS-DISCARDED-COUNT
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2200-RELEASE-HOLD THRU 2200-EXIT.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * APPLY THE HELD FEED VALUES - ONLY IF THE MASTER STILL CARRIES
      * THE LAST-CHANGE STAMP IT HAD WHEN MOCKPOST HELD THE UPDATE.
      *****************************************************************
       2200-RELEASE-HOLD.
           MOVE CO-ACCOUNT-KEY TO MR-ACCOUNT-KEY.
           MOVE 'N' TO WS-MASTER-FOUND-SW.
           READ MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-MASTER-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-MASTER-FOUND-SW
           END-READ.
           IF NOT WS-MASTER-FOUND
               MOVE 'REFUSED - ACCOUNT NO LONGER ON MASTER'
                   TO DL-RESULT
               WRITE REPORT-RECORD FROM WS-DETAIL-LINE
               ADD 1 TO WS-REFUSED-COUNT
               GO TO 2200-EXIT
           END-IF.
           IF NOT MR-CHANGED-ONLINE
               OR MR-LAST-CHANGED-BY NOT = CO-ONLINE-CHANGED-BY
               OR MR-LAST-CHANGED-DATE NOT = CO-ONLINE-CHANGED-DATE
               OR MR-LAST-CHANGED-TIME NOT = CO-ONLINE-CHANGED-TIME
               MOVE 'REFUSED - MASTER CHANGED SINCE THE HOLD'
                   TO DL-RESULT
               WRITE REPORT-RECORD FROM WS-DETAIL-LINE
               ADD 1 TO WS-REFUSED-COUNT
               GO TO 2200-EXIT
           END-IF.
           MOVE SPACES TO JOURNAL-RECORD.
           MOVE MR-CLASSIFICATION-CODE TO JR-BEFORE-CLASS.
           MOVE MR-AMOUNT TO JR-BEFORE-AMOUNT.
           MOVE MR-EFFECTIVE-DATE TO JR-BEFORE-EFF-DATE.
           MOVE CO-FEED-CLASS-CODE TO MR-CLASSIFICATION-CODE.
           MOVE CO-FEED-AMOUNT TO MR-AMOUNT.
           MOVE CO-FEED-EFFECTIVE-DATE TO MR-EFFECTIVE-DATE.
           ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CLOCK-TIME FROM TIME.
           MOVE 'B' TO MR-LAST-CHANGE-ORIGIN.
           MOVE 'MOCKCOLR' TO MR-LAST-CHANGED-BY.
           MOVE WS-CLOCK-DATE TO MR-LAST-CHANGED-DATE.
           MOVE WS-CLOCK-HHMMSS TO MR-LAST-CHANGED-TIME.
           REWRITE MASTER-RECORD
               INVALID KEY
                   DISPLAY 'MOCKCOLR - REWRITE MASTER-FILE FAILED, '
                       'KEY=' MR-ACCOUNT-KEY
                       ' STATUS=' WS-MASTER-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE.
           PERFORM 2300-WRITE-JOURNAL THRU 2300-EXIT.
           MOVE 'RELEASED - FEED VALUES APPLIED' TO DL-RESULT.
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE.
           ADD 1 TO WS-RELEASED-COUNT.
       2200-EXIT.
           EXIT.

      *****************************************************************
      * JOURNAL THE RELEASE - 2200 SAVED THE ONLINE VALUES IT REPLACED
      * AHEAD OF THE REWRITE.  THE KEY SORTS AN ACCOUNT'S ENTRIES
      * NEWEST FIRST (SEE JRNLREC); A DUPLICATE KEY CAN ONLY MEAN A
      * SECOND CHANGE TO THE SAME ACCOUNT WITHIN THE SAME SECOND - THE
      * SEQUENCE IS COUNTED DOWN AND THE WRITE TRIED AGAIN.
      *****************************************************************
       2300-WRITE-JOURNAL.
           MOVE MR-ACCOUNT-KEY TO JR-ACCOUNT-KEY.
           COMPUTE JR-REVERSE-DATE = 99999999 - WS-CLOCK-DATE.
           COMPUTE JR-REVERSE-TIME = 999999 - WS-CLOCK-HHMMSS.
           MOVE 9999 TO JR-REVERSE-SEQ.
           MOVE WS-CLOCK-DATE TO JR-CHANGE-DATE.
           MOVE WS-CLOCK-HHMMSS TO JR-CHANGE-TIME.
           MOVE WS-BUSINESS-DATE TO JR-BUSINESS-DATE.
           MOVE WS-CYCLE-NUMBER TO JR-CYCLE-NUMBER.
           MOVE 'H' TO JR-ORIGIN.
           MOVE 'C' TO JR-ACTION.
           MOVE 'MOCKCOLR' TO JR-CHANGED-BY.
           MOVE MR-CLASSIFICATION-CODE TO JR-AFTER-CLASS.
           MOVE MR-AMOUNT TO JR-AFTER-AMOUNT.
           MOVE MR-EFFECTIVE-DATE TO JR-AFTER-EFF-DATE.
       2300-WRITE.
           WRITE JOURNAL-RECORD.
           IF WS-JOURNAL-STATUS = '22'
               AND JR-REVERSE-SEQ > ZERO
               SUBTRACT 1 FROM JR-REVERSE-SEQ
               GO TO 2300-WRITE
           END-IF.
           IF WS-JOURNAL-STATUS NOT = '00'
               DISPLAY 'MOCKCOLR - WRITE JOURNAL-FILE FAILED, KEY='
                   MR-ACCOUNT-KEY ' STATUS=' WS-JOURNAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       2300-EXIT.
           EXIT.

       2400-CARRY-HOLD.
           WRITE HOLD-OUTPUT-RECORD FROM HOLD-INPUT-RECORD.
           IF WS-HOLD-OUT-STATUS NOT = '00'
               DISPLAY 'MOCKCOLR - WRITE HOLD-OUTPUT-FILE FAILED, '
                   'STATUS=' WS-HOLD-OUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'NO DECISION CARDED - STILL HELD' TO DL-RESULT.
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE.
           ADD 1 TO WS-CARRIED-COUNT.
       2400-EXIT.
           EXIT.

      *****************************************************************
      * LOOK UP WS-FIND-KEY IN THE REQUEST TABLE.  WS-MATCH-IDX
      * IS THE MATCHING ENTRY, OR ZERO WHEN THE ACCOUNT IS NOT CARDED.
      *****************************************************************
       2500-FIND-REQUEST.
           MOVE ZERO TO WS-MATCH-IDX.
           MOVE ZERO TO WS-REQUEST-IDX.
           PERFORM 2550-MATCH-ONE-REQUEST THRU 2550-EXIT
               UNTIL WS-REQUEST-IDX >= WS-REQUEST-USED
                  OR WS-MATCH-IDX > ZERO.
       2500-EXIT.
           EXIT.

       2550-MATCH-ONE-REQUEST.
           ADD 1 TO WS-REQUEST-IDX.
           IF WS-RQ-ACCOUNT-KEY (WS-REQUEST-IDX) = WS-FIND-KEY
               MOVE WS-REQUEST-IDX TO WS-MATCH-IDX
           END-IF.
       2550-EXIT.
           EXIT.

       3000-REPORT-UNMATCHED.
           MOVE ZERO TO WS-REQUEST-IDX.
           PERFORM 3100-REPORT-ONE-REQUEST THRU 3100-EXIT
               UNTIL WS-REQUEST-IDX >= WS-REQUEST-USED.
       3000-EXIT.
           EXIT.

       3100-REPORT-ONE-REQUEST.
           ADD 1 TO WS-REQUEST-IDX.
           IF WS-RQ-USED (WS-REQUEST-IDX)
               GO TO 3100-EXIT
           END-IF.
           MOVE WS-RQ-ACCOUNT-KEY (WS-REQUEST-IDX) TO DL-ACCOUNT-KEY.
           MOVE SPACES TO DL-HOLD-DATE.
           MOVE WS-RQ-ACTION (WS-REQUEST-IDX) TO DL-ACTION.
           MOVE 'CARD REJECTED - NO HELD UPDATE FOR ACCOUNT'
               TO DL-RESULT.
           PERFORM 1900-REJECT-CARD THRU 1900-EXIT.
       3100-EXIT.
           EXIT.

       4000-WRITE-TOTALS.
           MOVE 'CARDS READ' TO TL-LABEL.
           MOVE WS-CARD-COUNT TO TL-COUNT.
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE 'CARDS REJECTED' TO TL-LABEL.
           MOVE WS-CARD-REJECT-COUNT TO TL-COUNT.
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE 'HOLDS READ' TO TL-LABEL.
           MOVE WS-HOLD-COUNT TO TL-COUNT.
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE 'RELEASED' TO TL-LABEL.
           MOVE WS-RELEASED-COUNT TO TL-COUNT.
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE 'DISCARDED' TO TL-LABEL.
           MOVE WS-DISCARDED-COUNT TO TL-COUNT.
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE 'RELEASE REFUSED' TO TL-LABEL.
           MOVE WS-REFUSED-COUNT TO TL-COUNT.
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE 'SUPERSEDED' TO TL-LABEL.
           MOVE WS-SUPERSEDED-COUNT TO TL-COUNT.
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE 'STILL HELD' TO TL-LABEL.
           MOVE WS-CARRIED-COUNT TO TL-COUNT.
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
           IF WS-CARD-REJECT-COUNT > 0 OR WS-REFUSED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       4000-EXIT.
           EXIT.

       9999-END.
           CLOSE DECISION-CARD-FILE.
           IF WS-HOLD-IN-STATUS NOT = '35'
               CLOSE HOLD-INPUT-FILE
           END-IF.
           CLOSE HOLD-OUTPUT-FILE.
           CLOSE MASTER-FILE.
           CLOSE REPORT-FILE.
           CLOSE JOURNAL-FILE.
       9999-EXIT.
           EXIT.
