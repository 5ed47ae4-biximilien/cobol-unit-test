      **********************************************************************
      * AUTHOR:    R MCALLISTER
      * DATE:      15 OCT 2026
      * PURPOSE:   POSTED-DETAIL HISTORY HOUSEKEEPING.  BROWSES THE
      *            DUPHIST KSDS MOCKDEMO CHECKS FOR RETRANSMITTED
      *            DETAILS, WORKS OUT EACH ENTRY'S AGE IN NIGHTLY
      *            CYCLES FROM THE RUN CONTROL CYCLE NUMBER, DELETES
      *            THE ENTRIES PAST THE RETENTION WINDOW AND RESTAMPS
      *            THE AGE ON THE REST, THEN PRINTS A REPORT OF THE
      *            COUNTS.  RUNS OUTSIDE THE NIGHTLY WINDOW ON ANY
      *            SCHEDULE - MOCKDEMO IGNORES EXPIRED ENTRIES ITSELF,
      *            SO WHEN THIS RUNS DECIDES ONLY HOW LARGE THE FILE
      *            GROWS, NEVER WHAT IS DETECTED.
      *            WHEN THE HISTIN DD NAMES A GENERATION OF THE OLD
      *            SEQUENTIAL POSTED-DETAIL HISTORY (PROD.MOCK.POSTHIST)
      *            ITS ENTRIES ARE LOADED FIRST, EACH STAMPED WITH THE
      *            CYCLE ITS CARRIED AGE POINTS BACK TO.  HISTIN IS
      *            DUMMY IN NORMAL RUNNING.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOCKHSKP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT DUP-HISTORY-FILE ASSIGN TO DUPHIST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DF-HISTORY-KEY
           FILE STATUS IS WS-DUP-HIST-STATUS.

       SELECT HISTORY-INPUT-FILE ASSIGN TO HISTIN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HIST-IN-STATUS.

       SELECT REPORT-FILE ASSIGN TO RPTFILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-FILE-STATUS.

       SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD DUP-HISTORY-FILE.
       01 DUP-HISTORY-RECORD.
           COPY DUPHREC REPLACING LEADING ==DH-== BY ==DF-==.

       FD HISTORY-INPUT-FILE.
       01 HISTORY-INPUT-RECORD            PIC X(80).

       FD REPORT-FILE.
       01 REPORT-RECORD                   PIC X(133).

       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-RECORD.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           05  WS-DUP-HIST-STATUS     PIC X(02).
           05  WS-HIST-IN-STATUS      PIC X(02).
           05  WS-REPORT-FILE-STATUS  PIC X(02).
           05  WS-RUNCTL-STATUS       PIC X(02).

       01  WS-HISTORY-RECORD.
           COPY DUPHREC.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-END-OF-FILE             VALUE 'Y'.
           05  WS-HIST-EOF-SW         PIC X(01) VALUE 'N'.
               88  WS-END-OF-HISTORY          VALUE 'Y'.
           05  WS-NO-HIST-SW          PIC X(01) VALUE 'N'.
               88  WS-NO-HISTORY-FILE         VALUE 'Y'.
           05  WS-RESTAMP-SW          PIC X(01) VALUE 'N'.
               88  WS-RESTAMP-NEEDED          VALUE 'Y'.

      *****************************************************************
      * THE RETENTION WINDOW IN NIGHTLY CYCLES.  MUST AGREE WITH
      * WS-MAX-HIST-CYCLES IN MOCKDEMO, WHICH STOPS TREATING AN ENTRY
      * AS A DUPLICATE ONCE IT IS THIS OLD.
      *****************************************************************
       01  WS-RETENTION-AREAS.
           05  WS-MAX-HIST-CYCLES     PIC 9(02) VALUE 5.
           05  WS-ENTRY-AGE           PIC S9(05) VALUE ZERO.

       01  WS-CYCLE-AREAS.
           05  WS-BUSINESS-DATE       PIC 9(08) VALUE ZERO.
           05  WS-CYCLE-NUMBER        PIC 9(05) VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-CONVERT-READ-COUNT  PIC 9(07) VALUE ZERO.
           05  WS-CONVERTED-COUNT     PIC 9(07) VALUE ZERO.
           05  WS-CONVERT-AGED-COUNT  PIC 9(07) VALUE ZERO.
           05  WS-CONVERT-DUP-COUNT   PIC 9(07) VALUE ZERO.
           05  WS-READ-COUNT          PIC 9(07) VALUE ZERO.
           05  WS-KEPT-COUNT          PIC 9(07) VALUE ZERO.
           05  WS-AGED-COUNT          PIC 9(07) VALUE ZERO.
           05  WS-DELETED-COUNT       PIC 9(07) VALUE ZERO.

       01  WS-HEADING-LINE-1.
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  FILLER                 PIC X(45)
               VALUE 'MOCKHSKP POSTED-DETAIL HISTORY HOUSEKEEPING'.

       01  WS-CYCLE-LINE.
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  FILLER                 PIC X(15)
               VALUE 'AS OF CYCLE    '.
           05  CY-CYCLE-NUMBER        PIC 9(05).
           05  FILLER                 PIC X(17)
               VALUE '  BUSINESS DATE  '.
           05  CY-BUSINESS-DATE       PIC 9(08).
           05  FILLER                 PIC X(18)
               VALUE '  RETENTION      '.
           05  CY-RETENTION           PIC Z9.
           05  FILLER                 PIC X(07) VALUE ' CYCLES'.
           05  FILLER                 PIC X(56) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  TL-LABEL               PIC X(25).
           05  TL-COUNT               PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(94) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0100-OPEN-FILES THRU 0100-EXIT.
           PERFORM 0160-READ-RUN-CONTROL THRU 0160-EXIT.
           PERFORM 1000-CONVERT-HISTORY THRU 1000-EXIT
               UNTIL WS-END-OF-HISTORY.
           PERFORM 2000-START-BROWSE THRU 2000-EXIT.
           PERFORM 2100-AGE-ONE-ENTRY THRU 2100-EXIT
               UNTIL WS-END-OF-FILE.
           PERFORM 3000-WRITE-REPORT THRU 3000-EXIT.
           PERFORM 9999-END THRU 9999-EXIT.
           GOBACK
           .

      *****************************************************************
      * DUPHIST IS ABSENT (STATUS 35) ONLY BEFORE MOCKDEMO HAS EVER
      * RUN AGAINST IT; IT IS CREATED EMPTY SO A CONVERSION RUN CAN
      * LOAD IT AHEAD OF THE FIRST CYCLE.  HISTIN MAY BE ABSENT TOO.
      *****************************************************************
       0100-OPEN-FILES.
           OPEN I-O DUP-HISTORY-FILE.
           IF WS-DUP-HIST-STATUS = '35'
               OPEN OUTPUT DUP-HISTORY-FILE
               IF WS-DUP-HIST-STATUS = '00'
                   CLOSE DUP-HISTORY-FILE
                   OPEN I-O DUP-HISTORY-FILE
               END-IF
           END-IF.
           IF WS-DUP-HIST-STATUS NOT = '00'
               DISPLAY 'MOCKHSKP - UNABLE TO OPEN DUP-HISTORY-FILE, '
                   'STATUS=' WS-DUP-HIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT HISTORY-INPUT-FILE.
           IF WS-HIST-IN-STATUS = '35'
               MOVE 'Y' TO WS-NO-HIST-SW
               MOVE 'Y' TO WS-HIST-EOF-SW
           ELSE
               IF WS-HIST-IN-STATUS NOT = '00'
                   DISPLAY 'MOCKHSKP - UNABLE TO OPEN HISTORY-INPUT-'
                       'FILE, STATUS=' WS-HIST-IN-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'MOCKHSKP - UNABLE TO OPEN REPORT-FILE, '
                   'STATUS=' WS-REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       0100-EXIT.
           EXIT.

      *****************************************************************
      * THE CYCLE NUMBER IS THE LAST CYCLE MOCKCTL OPENED - AN ENTRY
      * EXTRACTED IN IT IS AGE ZERO.
      *****************************************************************
       0160-READ-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'MOCKHSKP - UNABLE TO OPEN RUN-CONTROL-FILE, '
                   'STATUS=' WS-RUNCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ RUN-CONTROL-FILE
               AT END
                   DISPLAY 'MOCKHSKP - RUN-CONTROL-FILE IS EMPTY'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE RN-BUSINESS-DATE TO WS-BUSINESS-DATE.
           MOVE RN-CYCLE-NUMBER TO WS-CYCLE-NUMBER.
           CLOSE RUN-CONTROL-FILE.
       0160-EXIT.
           EXIT.

      *****************************************************************
      * LOAD ONE ENTRY OF AN OLD SEQUENTIAL HISTORY GENERATION.  ITS
      * CARRIED AGE COUNTS THE CYCLES SINCE EXTRACTION AS OF THE RUN
      * THAT WROTE IT - THE LAST CYCLE OPENED - SO THE EXTRACT CYCLE
      * IS THAT CYCLE LESS THE AGE.  ENTRIES ALREADY PAST RETENTION
      * ARE LEFT BEHIND, AND A KEY ALREADY ON DUPHIST (A CONVERSION
      * RUN TWICE, OR A DETAIL MOCKDEMO HAS SINCE EXTRACTED AGAIN)
      * KEEPS THE ENTRY ALREADY THERE.
      *****************************************************************
       1000-CONVERT-HISTORY.
           READ HISTORY-INPUT-FILE INTO WS-HISTORY-RECORD
               AT END
                   MOVE 'Y' TO WS-HIST-EOF-SW
           END-READ.
           IF WS-END-OF-HISTORY
               GO TO 1000-EXIT
           END-IF.
           IF WS-HIST-IN-STATUS NOT = '00'
               DISPLAY 'MOCKHSKP - READ HISTORY-INPUT-FILE FAILED, '
                   'STATUS=' WS-HIST-IN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-CONVERT-READ-COUNT.
           IF DH-CYCLE-AGE NOT NUMERIC
               MOVE ZERO TO DH-CYCLE-AGE
           END-IF.
           IF DH-CYCLE-AGE >= WS-MAX-HIST-CYCLES
               ADD 1 TO WS-CONVERT-AGED-COUNT
               GO TO 1000-EXIT
           END-IF.
           IF DH-CYCLE-AGE > WS-CYCLE-NUMBER
               MOVE ZERO TO DH-EXTRACT-CYCLE
           ELSE
               COMPUTE DH-EXTRACT-CYCLE =
                   WS-CYCLE-NUMBER - DH-CYCLE-AGE
           END-IF.
           MOVE SPACES TO DH-EXTRACT-SOURCE.
           MOVE ZERO TO DH-EXTRACT-SEQ.
           WRITE DUP-HISTORY-RECORD FROM WS-HISTORY-RECORD.
           IF WS-DUP-HIST-STATUS = '22'
               ADD 1 TO WS-CONVERT-DUP-COUNT
               GO TO 1000-EXIT
           END-IF.
           IF WS-DUP-HIST-STATUS NOT = '00'
               DISPLAY 'MOCKHSKP - WRITE DUP-HISTORY-FILE FAILED, KEY='
                   DH-ACCOUNT-KEY ' STATUS=' WS-DUP-HIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-CONVERTED-COUNT.
       1000-EXIT.
           EXIT.

       2000-START-BROWSE.
           MOVE LOW-VALUES TO DF-HISTORY-KEY.
           START DUP-HISTORY-FILE
               KEY IS NOT LESS THAN DF-HISTORY-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-START.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * AGE ONE ENTRY FROM ITS EXTRACT CYCLE.  AN ENTRY AT OR PAST THE
      * RETENTION WINDOW IS DELETED; ANY OTHER IS REWRITTEN ONLY WHEN
      * ITS RECORDED AGE HAS CHANGED.  AN ENTRY WITH NO EXTRACT CYCLE
      * IS TAKEN AS EXTRACTED IN THE CURRENT ONE, SO IT AGES OUT IN
      * TURN RATHER THAN STAYING FOREVER.
      *****************************************************************
       2100-AGE-ONE-ENTRY.
           READ DUP-HISTORY-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF WS-END-OF-FILE
               GO TO 2100-EXIT
           END-IF.
           IF WS-DUP-HIST-STATUS NOT = '00'
               DISPLAY 'MOCKHSKP - READ DUP-HISTORY-FILE FAILED, '
                   'STATUS=' WS-DUP-HIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-READ-COUNT.
           MOVE 'N' TO WS-RESTAMP-SW.
           IF DF-EXTRACT-CYCLE NOT NUMERIC
               MOVE WS-CYCLE-NUMBER TO DF-EXTRACT-CYCLE
               MOVE 'Y' TO WS-RESTAMP-SW
           END-IF.
           COMPUTE WS-ENTRY-AGE = WS-CYCLE-NUMBER - DF-EXTRACT-CYCLE.
           IF WS-ENTRY-AGE < ZERO
               MOVE ZERO TO WS-ENTRY-AGE
           END-IF.
           IF WS-ENTRY-AGE >= WS-MAX-HIST-CYCLES
               PERFORM 2200-DELETE-ENTRY THRU 2200-EXIT
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-KEPT-COUNT.
           IF DF-CYCLE-AGE NOT NUMERIC
               OR DF-CYCLE-AGE NOT = WS-ENTRY-AGE
               MOVE 'Y' TO WS-RESTAMP-SW
           END-IF.
           IF NOT WS-RESTAMP-NEEDED
               GO TO 2100-EXIT
           END-IF.
           MOVE WS-ENTRY-AGE TO DF-CYCLE-AGE.
           REWRITE DUP-HISTORY-RECORD.
           IF WS-DUP-HIST-STATUS NOT = '00'
               DISPLAY 'MOCKHSKP - REWRITE DUP-HISTORY-FILE FAILED, '
                   'KEY=' DF-ACCOUNT-KEY ' STATUS=' WS-DUP-HIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-AGED-COUNT.
       2100-EXIT.
           EXIT.

       2200-DELETE-ENTRY.
           DELETE DUP-HISTORY-FILE.
           IF WS-DUP-HIST-STATUS NOT = '00'
               DISPLAY 'MOCKHSKP - DELETE DUP-HISTORY-FILE FAILED, '
                   'KEY=' DF-ACCOUNT-KEY ' STATUS=' WS-DUP-HIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-DELETED-COUNT.
       2200-EXIT.
           EXIT.

       3000-WRITE-REPORT.
           WRITE REPORT-RECORD FROM WS-HEADING-LINE-1.
           MOVE WS-CYCLE-NUMBER TO CY-CYCLE-NUMBER.
           MOVE WS-BUSINESS-DATE TO CY-BUSINESS-DATE.
           MOVE WS-MAX-HIST-CYCLES TO CY-RETENTION.
           WRITE REPORT-RECORD FROM WS-CYCLE-LINE.
           IF WS-CONVERT-READ-COUNT > ZERO
               MOVE 'OLD HISTORY ENTRIES READ' TO TL-LABEL
               MOVE WS-CONVERT-READ-COUNT TO TL-COUNT
               WRITE REPORT-RECORD FROM WS-TOTAL-LINE
               MOVE 'CONVERTED TO DUPHIST' TO TL-LABEL
               MOVE WS-CONVERTED-COUNT TO TL-COUNT
               WRITE REPORT-RECORD FROM WS-TOTAL-LINE
               MOVE 'PAST RETENTION, DROPPED' TO TL-LABEL
               MOVE WS-CONVERT-AGED-COUNT TO TL-COUNT
               WRITE REPORT-RECORD FROM WS-TOTAL-LINE
               MOVE 'ALREADY ON DUPHIST' TO TL-LABEL
               MOVE WS-CONVERT-DUP-COUNT TO TL-COUNT
               WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           END-IF.
           MOVE 'ENTRIES READ' TO TL-LABEL.
           MOVE WS-READ-COUNT TO TL-COUNT.
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE 'ENTRIES RETAINED' TO TL-LABEL.
           MOVE WS-KEPT-COUNT TO TL-COUNT.
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE 'RETAINED, AGE RESTAMPED' TO TL-LABEL.
           MOVE WS-AGED-COUNT TO TL-COUNT.
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE 'ENTRIES DELETED' TO TL-LABEL.
           MOVE WS-DELETED-COUNT TO TL-COUNT.
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
       3000-EXIT.
           EXIT.

       9999-END.
           CLOSE DUP-HISTORY-FILE.
           IF NOT WS-NO-HISTORY-FILE
               CLOSE HISTORY-INPUT-FILE
           END-IF.
           CLOSE REPORT-FILE.
       9999-EXIT.
           EXIT.
