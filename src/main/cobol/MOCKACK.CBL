      **********************************************************************
      * AUTHOR:    R MCALLISTER
      * DATE:      15 OCT 2026
      * PURPOSE:   FEED ACKNOWLEDGEMENT AND REJECT RETURN FILE BUILDER,
      *            RUN AFTER MOCKDEMO IN THE NIGHTLY CYCLE.  READS THE
      *            ONE ACK HEADER PER FEED SEGMENT MOCKDEMO WROTE AT
      *            END OF RUN (ACKREC LAYOUT) AND, BEHIND EACH ACCEPTED
      *            SEGMENT'S HEADER, WRITES ONE REJ DETAIL PER DETAIL OF
      *            THAT SEGMENT ON THE NIGHT'S SUSPENSE GENERATION -
      *            ACCOUNT KEY, AMOUNT AS SENT AND REJECT REASON - SO
      *            THE SOURCE CAN CORRECT AND RESEND THEM.  A SEGMENT
      *            MOCKDEMO BYPASSED FOR BEING OUT OF BALANCE CARRIES A
      *            WHOLE-SEGMENT REJECTION ON ITS HEADER AND NO
      *            DETAILS.  THE COMBINED FILE CARRIES THE SOURCE
      *            SYSTEM IN COLUMNS 1-8 OF EVERY RECORD; MOCKJOB'S
      *            ACKSPLIT STEP SPLITS IT INTO ONE RETURN FILE PER
      *            SOURCE.  SUSPENSE RECORDS THAT ARE NOT THE SOURCE'S
      *            NEWS TONIGHT ARE LEFT OUT: REJECTS RELEASED FROM THE
      *            PENDING SWEEP (SOURCE 'PENDING') AND MOCKRCYC
      *            RECYCLED DETAILS THAT FAILED AGAIN (IR-RECYCLE-CYCLE
      *            STAMPED) WERE ACKNOWLEDGED THE NIGHT THEY ARRIVED.
      *            PRINTS A CONTROL REPORT OF WHAT WAS RETURNED TO EACH
      *            SOURCE.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOCKACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT ACK-SUMMARY-FILE ASSIGN TO ACKSUMM
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUMMARY-FILE-STATUS.

       SELECT SUSPENSE-INPUT-FILE ASSIGN TO SUSPIN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUSPENSE-FILE-STATUS.

       SELECT ACK-RETURN-FILE ASSIGN TO ACKOUT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RETURN-FILE-STATUS.

       SELECT REPORT-FILE ASSIGN TO RPTFILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD ACK-SUMMARY-FILE.
       01 ACK-SUMMARY-RECORD              PIC X(100).

       FD SUSPENSE-INPUT-FILE.
       01 SUSPENSE-INPUT-RECORD.
           COPY SUSPREC.

       FD ACK-RETURN-FILE.
       01 ACK-RETURN-RECORD               PIC X(100).

       FD REPORT-FILE.
       01 REPORT-RECORD                   PIC X(133).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           05  WS-SUMMARY-FILE-STATUS PIC X(02).
           05  WS-SUSPENSE-FILE-STATUS PIC X(02).
           05  WS-RETURN-FILE-STATUS  PIC X(02).
           05  WS-REPORT-FILE-STATUS  PIC X(02).

       01  WS-ACK-HEADER.
           COPY ACKREC.

       01  WS-ACK-DETAIL.
           COPY ACKREC REPLACING LEADING ==AK-== BY ==AD-==.

       01  WS-REJECT-DETAIL.
           COPY INPTREC REPLACING LEADING ==IR-== BY ==RJ-==.

       01  WS-SWITCHES.
           05  WS-SUMMARY-EOF-SW      PIC X(01) VALUE 'N'.
               88  WS-END-OF-SUMMARY          VALUE 'Y'.
           05  WS-SUSPENSE-EOF-SW     PIC X(01) VALUE 'N'.
               88  WS-END-OF-SUSPENSE         VALUE 'Y'.
           05  WS-NO-SUSPENSE-SW      PIC X(01) VALUE 'N'.
               88  WS-NO-SUSPENSE-FILE        VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-SEGMENT-COUNT       PIC 9(05) VALUE ZERO.
           05  WS-SEG-REJECTED-COUNT  PIC 9(05) VALUE ZERO.
           05  WS-REJECT-LINE-COUNT   PIC 9(07) VALUE ZERO.
           05  WS-SEG-LINE-COUNT      PIC 9(07) VALUE ZERO.
           05  WS-UNMATCHED-COUNT     PIC 9(07) VALUE ZERO.
           05  WS-MISMATCH-COUNT      PIC 9(05) VALUE ZERO.

       01  WS-HEADING-LINE-1.
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  FILLER                 PIC X(45)
               VALUE 'MOCKACK FEED ACKNOWLEDGEMENT CONTROL REPORT'.
           05  FILLER                 PIC X(14)
               VALUE 'PROCESS DATE '.
           05  HL-PROCESS-DATE        PIC X(08) VALUE SPACES.

       01  WS-HEADING-LINE-2.
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  FILLER                 PIC X(08) VALUE 'SOURCE'.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(08) VALUE 'FEED DTE'.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(06) VALUE 'STATUS'.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  FILLER                 PIC X(07) VALUE 'TRAILER'.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(08) VALUE 'RECEIVED'.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(08) VALUE 'ACCEPTED'.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  FILLER                 PIC X(06) VALUE 'PENDED'.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(08) VALUE 'REJECTED'.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(08) VALUE 'RETURNED'.

       01  WS-DETAIL-LINE.
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  DL-SOURCE              PIC X(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DL-FEED-DATE           PIC 9(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DL-STATUS              PIC X(08).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DL-TRAILER-COUNT       PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DL-RECEIVED-COUNT      PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DL-ACCEPTED-COUNT      PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DL-PENDED-COUNT        PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DL-REJECTED-COUNT      PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DL-RETURNED-COUNT      PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DL-NOTE                PIC X(30).
           05  FILLER                 PIC X(08) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  TL-LABEL               PIC X(40).
           05  TL-COUNT               PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(79) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0100-OPEN-FILES THRU 0100-EXIT.
           PERFORM 0200-READ-SUSPENSE THRU 0200-EXIT.
           PERFORM 0250-READ-SUMMARY THRU 0250-EXIT.
           PERFORM 0300-WRITE-HEADINGS THRU 0300-EXIT.
           PERFORM 1000-ACKNOWLEDGE-SEGMENT THRU 1000-EXIT
               UNTIL WS-END-OF-SUMMARY.
           PERFORM 3000-COUNT-UNMATCHED THRU 3000-EXIT
               UNTIL WS-END-OF-SUSPENSE.
           PERFORM 4000-WRITE-TOTALS THRU 4000-EXIT.
           PERFORM 9999-END THRU 9999-EXIT.
           GOBACK
           .

      *****************************************************************
      * THE SUSPENSE GENERATION IS EMPTY ON A NIGHT WITH NO REJECTS -
      * STATUS 35 THERE MEANS NO DETAILS TO RETURN, NOT A BROKEN RUN.
      *****************************************************************
       0100-OPEN-FILES.
           OPEN INPUT ACK-SUMMARY-FILE.
           IF WS-SUMMARY-FILE-STATUS NOT = '00'
               DISPLAY 'MOCKACK - UNABLE TO OPEN ACK-SUMMARY-FILE, '
                   'STATUS=' WS-SUMMARY-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT SUSPENSE-INPUT-FILE.
           IF WS-SUSPENSE-FILE-STATUS = '35'
               MOVE 'Y' TO WS-NO-SUSPENSE-SW
               MOVE 'Y' TO WS-SUSPENSE-EOF-SW
           ELSE
               IF WS-SUSPENSE-FILE-STATUS NOT = '00'
                   DISPLAY 'MOCKACK - UNABLE TO OPEN '
                       'SUSPENSE-INPUT-FILE, STATUS='
                       WS-SUSPENSE-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT ACK-RETURN-FILE.
           IF WS-RETURN-FILE-STATUS NOT = '00'
               DISPLAY 'MOCKACK - UNABLE TO OPEN ACK-RETURN-FILE, '
                   'STATUS=' WS-RETURN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'MOCKACK - UNABLE TO OPEN REPORT-FILE, '
                   'STATUS=' WS-REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       0100-EXIT.
           EXIT.

      *****************************************************************
      * READ THE NEXT SUSPENSE RECORD THAT BELONGS ON A RETURN FILE,
      * PASSING OVER PENDING-SWEEP REJECTS AND RECYCLED DETAILS.
      *****************************************************************
       0200-READ-SUSPENSE.
           IF WS-END-OF-SUSPENSE
               GO TO 0200-EXIT
           END-IF.
           READ SUSPENSE-INPUT-FILE
               AT END
                   MOVE 'Y' TO WS-SUSPENSE-EOF-SW
           END-READ.
           IF WS-END-OF-SUSPENSE
               GO TO 0200-EXIT
           END-IF.
           IF WS-SUSPENSE-FILE-STATUS NOT = '00'
               DISPLAY 'MOCKACK - READ SUSPENSE-INPUT-FILE FAILED, '
                   'STATUS=' WS-SUSPENSE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SR-DETAIL-RECORD TO WS-REJECT-DETAIL.
           IF SR-SOURCE-SYSTEM = 'PENDING'
               GO TO 0200-READ-SUSPENSE
           END-IF.
           IF RJ-RECYCLE-CYCLE NUMERIC
               GO TO 0200-READ-SUSPENSE
           END-IF.
       0200-EXIT.
           EXIT.

       0250-READ-SUMMARY.
           READ ACK-SUMMARY-FILE INTO WS-ACK-HEADER
               AT END
                   MOVE 'Y' TO WS-SUMMARY-EOF-SW
           END-READ.
           IF WS-END-OF-SUMMARY
               GO TO 0250-EXIT
           END-IF.
           IF WS-SUMMARY-FILE-STATUS NOT = '00'
               DISPLAY 'MOCKACK - READ ACK-SUMMARY-FILE FAILED, '
                   'STATUS=' WS-SUMMARY-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       0250-EXIT.
           EXIT.

       0300-WRITE-HEADINGS.
           IF NOT WS-END-OF-SUMMARY
               MOVE AK-PROCESS-DATE TO HL-PROCESS-DATE
           END-IF.
           WRITE REPORT-RECORD FROM WS-HEADING-LINE-1.
           WRITE REPORT-RECORD FROM WS-HEADING-LINE-2.
       0300-EXIT.
           EXIT.

      *****************************************************************
      * RETURN ONE SEGMENT: ITS ACK HEADER, THEN - FOR AN ACCEPTED
      * SEGMENT - ITS REJECTS.  MOCKDEMO WROTE SUSPENSE IN FEED ORDER,
      * SO THE SEGMENT'S REJECTS ARE THE RUN OF SUSPENSE RECORDS
      * CARRYING ITS SOURCE SYSTEM AT THE FRONT OF WHAT IS LEFT.  A
      * BYPASSED SEGMENT WAS NEVER EDITED AND HAS NONE.  A REJECT LINE
      * COUNT DIFFERENT FROM THE HEADER'S REJECTED COUNT (A RESTARTED
      * MOCKDEMO REWRITES THE REJECTS SINCE ITS LAST CHECKPOINT, OR A
      * SOURCE SENT TWO SEGMENTS BACK TO BACK) IS FLAGGED ON THE
      * CONTROL REPORT FOR OPERATIONS TO CHECK BEFORE RELEASE.
      *****************************************************************
       1000-ACKNOWLEDGE-SEGMENT.
           ADD 1 TO WS-SEGMENT-COUNT.
           MOVE ZERO TO WS-SEG-LINE-COUNT.
           WRITE ACK-RETURN-RECORD FROM WS-ACK-HEADER.
           PERFORM 1500-CHECK-RETURN-WRITE THRU 1500-EXIT.
           IF AK-SEGMENT-ACCEPTED
               PERFORM 2000-RETURN-REJECT THRU 2000-EXIT
                   UNTIL WS-END-OF-SUSPENSE
                      OR SR-SOURCE-SYSTEM NOT = AK-SOURCE-SYSTEM
           ELSE
               ADD 1 TO WS-SEG-REJECTED-COUNT
           END-IF.
           PERFORM 1200-PRINT-SEGMENT THRU 1200-EXIT.
           PERFORM 0250-READ-SUMMARY THRU 0250-EXIT.
       1000-EXIT.
           EXIT.

       1200-PRINT-SEGMENT.
           MOVE SPACES TO DL-NOTE.
           MOVE AK-SOURCE-SYSTEM TO DL-SOURCE.
           MOVE AK-FEED-RUN-DATE TO DL-FEED-DATE.
           MOVE AK-TRAILER-COUNT TO DL-TRAILER-COUNT.
           MOVE AK-RECEIVED-COUNT TO DL-RECEIVED-COUNT.
           MOVE AK-ACCEPTED-COUNT TO DL-ACCEPTED-COUNT.
           MOVE AK-PENDED-COUNT TO DL-PENDED-COUNT.
           MOVE AK-REJECTED-COUNT TO DL-REJECTED-COUNT.
           MOVE WS-SEG-LINE-COUNT TO DL-RETURNED-COUNT.
           IF AK-SEGMENT-ACCEPTED
               MOVE 'ACCEPTED' TO DL-STATUS
               IF WS-SEG-LINE-COUNT NOT = AK-REJECTED-COUNT
                   MOVE '** REJECT LINES DO NOT AGREE' TO DL-NOTE
                   ADD 1 TO WS-MISMATCH-COUNT
               END-IF
           ELSE
               MOVE 'REJECTED' TO DL-STATUS
               IF AK-OUT-OF-BALANCE
                   MOVE 'OUT OF BALANCE - RETRANSMIT' TO DL-NOTE
               END-IF
               IF AK-MISSING-TRAILER
                   MOVE 'NO TRAILER - RETRANSMIT' TO DL-NOTE
               END-IF
               IF AK-MISSING-HEADER
                   MOVE 'NO HEADER - RETRANSMIT' TO DL-NOTE
               END-IF
               IF AK-FEED-UNPROVEN
                   MOVE 'FEED UNPROVEN - RETRANSMIT' TO DL-NOTE
               END-IF
           END-IF.
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE.
       1200-EXIT.
           EXIT.

       1500-CHECK-RETURN-WRITE.
           IF WS-RETURN-FILE-STATUS NOT = '00'
               DISPLAY 'MOCKACK - WRITE ACK-RETURN-FILE FAILED, '
                   'STATUS=' WS-RETURN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1500-EXIT.
           EXIT.

      *****************************************************************
      * THE AMOUNT GOES BACK EXACTLY AS IT ARRIVED - ON AN AMT REJECT
      * IT IS NOT NUMERIC, SO IT IS TAKEN BYTE FOR BYTE FROM THE
      * DETAIL RATHER THAN MOVED AS A NUMBER.
      *****************************************************************
       2000-RETURN-REJECT.
           MOVE SPACES TO WS-ACK-DETAIL.
           MOVE SR-SOURCE-SYSTEM TO AD-SOURCE-SYSTEM.
           MOVE 'REJ' TO AD-RECORD-TYPE.
           MOVE RJ-ACCOUNT-KEY TO AD-ACCOUNT-KEY.
           MOVE SR-DETAIL-RECORD (13:11) TO AD-AMOUNT.
           MOVE RJ-EFFECTIVE-DATE TO AD-EFFECTIVE-DATE.
           MOVE SR-REJECT-REASON TO AD-REJECT-REASON.
           WRITE ACK-RETURN-RECORD FROM WS-ACK-DETAIL.
           PERFORM 1500-CHECK-RETURN-WRITE THRU 1500-EXIT.
           ADD 1 TO WS-SEG-LINE-COUNT.
           ADD 1 TO WS-REJECT-LINE-COUNT.
           PERFORM 0200-READ-SUSPENSE THRU 0200-EXIT.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * SUSPENSE RECORDS LEFT OVER AFTER THE LAST SEGMENT MATCHED NO
      * ACKNOWLEDGED SEGMENT IN FEED ORDER - COUNTED FOR THE CONTROL
      * REPORT, NOT RETURNED.
      *****************************************************************
       3000-COUNT-UNMATCHED.
           ADD 1 TO WS-UNMATCHED-COUNT.
           PERFORM 0200-READ-SUSPENSE THRU 0200-EXIT.
       3000-EXIT.
           EXIT.

       4000-WRITE-TOTALS.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE 'SEGMENTS ACKNOWLEDGED' TO TL-LABEL.
           MOVE WS-SEGMENT-COUNT TO TL-COUNT.
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE 'SEGMENTS REJECTED FOR RETRANSMISSION' TO TL-LABEL.
           MOVE WS-SEG-REJECTED-COUNT TO TL-COUNT.
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE 'REJECTED DETAILS RETURNED' TO TL-LABEL.
           MOVE WS-REJECT-LINE-COUNT TO TL-COUNT.
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE 'SEGMENTS WITH REJECT COUNT DISAGREEING' TO TL-LABEL.
           MOVE WS-MISMATCH-COUNT TO TL-COUNT.
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE 'SUSPENSE RECORDS MATCHING NO SEGMENT' TO TL-LABEL.
           MOVE WS-UNMATCHED-COUNT TO TL-COUNT.
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
           IF WS-MISMATCH-COUNT > ZERO
                   OR WS-UNMATCHED-COUNT > ZERO
               DISPLAY 'MOCKACK - REJECT DETAILS DO NOT AGREE WITH '
                   'THE ACKNOWLEDGEMENT COUNTS, SEE CONTROL REPORT'
               MOVE 4 TO RETURN-CODE
           END-IF.
       4000-EXIT.
           EXIT.

       9999-END.
           CLOSE ACK-SUMMARY-FILE.
           IF NOT WS-NO-SUSPENSE-FILE
               CLOSE SUSPENSE-INPUT-FILE
           END-IF.
           CLOSE ACK-RETURN-FILE.
           CLOSE REPORT-FILE.
       9999-EXIT.
           EXIT.
