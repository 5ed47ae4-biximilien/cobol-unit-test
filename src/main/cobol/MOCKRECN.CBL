      *                PROVES THE T TRAILER TOTALS AGAINST THE LINES
      *                ACTUALLY READ;
      *              - COMPARES EACH CLASSIFICATION'S GL COUNT AND
      *                AMOUNT AGAINST ITS MT-MTD-COUNT/MT-MTD-AMOUNT
      *                PLUS ANY MOCKRCLS RECLASSIFICATION ADJUSTMENT
      *                (WHOSE SIGNED TRANSFER LINES ARRIVE ON THEIR
      *                OWN GLINTF GENERATION);
      *              - READS THE CURRENT OUTSTANDING GL EXCEPTION
      *                GENERATION (GLEXCP, WRITTEN NIGHTLY BY
      *                MOCKGLAK FROM THE LEDGER'S ACKNOWLEDGEMENTS) -
      *                A POSTING LINE OF THE MONTH THE LEDGER REJECTED
      *                AND NO LATER TRANSMISSION HAS MADE GOOD IS A
      *                BREAK ON ITS CLASSIFICATION EVEN WHEN THE MTD
      *                AND GL FIGURES TIE, SINCE THE MONEY NEVER
      *                REACHED THE LEDGER.
      *            THE MASTER KSDS IS ALSO READ IN KEY SEQUENCE AND
      *            ITS PER-CLASSIFICATION TOTALS PRINTED FOR
      *            REFERENCE, BUT THEY ARE NOT PART OF THE VERDICT:
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GL-FILE-STATUS.

       SELECT GL-EXCEPTION-FILE ASSIGN TO GLEXCP
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GLX-FILE-STATUS.

       SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-RUNCTL-STATUS.
       FD GL-INTERFACE-FILE.
       01 GL-INTERFACE-RECORD             PIC X(80).

       FD GL-EXCEPTION-FILE.
       01 GL-EXCEPTION-RECORD             PIC X(120).

       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-RECORD.
           COPY RUNCTL.
           05  WS-MASTER-FILE-STATUS  PIC X(02).
           05  WS-MTD-FILE-STATUS     PIC X(02).
           05  WS-GL-FILE-STATUS      PIC X(02).
           05  WS-GLX-FILE-STATUS     PIC X(02).
           05  WS-RUNCTL-STATUS       PIC X(02).
           05  WS-REPORT-FILE-STATUS  PIC X(02).

               88  WS-ENTRY-BREAK             VALUE 'Y'.
           05  WS-GL-IN-MONTH-SW      PIC X(01) VALUE 'N'.
               88  WS-GL-IN-MONTH             VALUE 'Y'.
           05  WS-GLX-EOF-SW          PIC X(01) VALUE 'N'.
               88  WS-END-OF-GLX              VALUE 'Y'.
           05  WS-GLX-IN-MONTH-SW     PIC X(01) VALUE 'N'.
               88  WS-GLX-IN-MONTH            VALUE 'Y'.

      *****************************************************************
      * ONE SLOT PER CLASSIFICATION SEEN ON ANY OF THE THREE SIDES.
               10  WS-CT-CLASS-CODE   PIC X(02).
               10  WS-CT-MAST-COUNT   PIC 9(07).
               10  WS-CT-MAST-AMOUNT  PIC 9(13)V99.
               10  WS-CT-MTD-COUNT    PIC S9(09).
               10  WS-CT-MTD-AMOUNT   PIC S9(13)V99.
               10  WS-CT-GL-COUNT     PIC S9(09).
               10  WS-CT-GL-AMOUNT    PIC S9(13)V99.
               10  WS-CT-GLX-COUNT    PIC 9(05).

       01  WS-COUNTERS.
           05  WS-MASTER-READ-COUNT   PIC 9(07) VALUE ZERO.
           05  WS-BREAK-COUNT         PIC 9(05) VALUE ZERO.
           05  WS-GLX-OPEN-COUNT      PIC 9(05) VALUE ZERO.

       01  WS-EXCEPTION-RECORD.
           COPY GLXREC.

      *****************************************************************
      * GL INTERFACE LINE PARSING.  MOCKGLX WRITES FIXED-IMAGE FIELDS
           05  WS-BUSINESS-DATE       PIC 9(08) VALUE ZERO.
           05  WS-BUSINESS-DATE-X REDEFINES WS-BUSINESS-DATE
                                      PIC X(08).
           05  WS-GLX-RUN-DATE        PIC 9(08) VALUE ZERO.
           05  WS-GLX-RUN-DATE-X REDEFINES WS-GLX-RUN-DATE
                                      PIC X(08).

       01  WS-HEADING-LINE-1.
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  FILLER                 PIC X(08) VALUE 'MAST AMT'.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  FILLER                 PIC X(07) VALUE 'MTD CNT'.
           05  FILLER                 PIC X(12) VALUE SPACES.
           05  FILLER                 PIC X(07) VALUE 'MTD AMT'.
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  FILLER                 PIC X(06) VALUE 'GL CNT'.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DL-MAST-AMOUNT         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DL-MTD-COUNT           PIC -Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DL-MTD-AMOUNT          PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DL-GL-COUNT            PIC -Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  DL-GL-AMOUNT           PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DL-STATUS              PIC X(14).
           05  FILLER                 PIC X(23) VALUE SPACES.

       01  WS-MESSAGE-LINE.
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  ML-TEXT                PIC X(75).
           05  FILLER                 PIC X(53) VALUE SPACES.

       01  WS-GLX-DETAIL-LINE.
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  FILLER                 PIC X(22)
               VALUE 'OUTSTANDING GL REJECT '.
           05  RL-RUN-DATE            PIC 9(08).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  RL-HEADER-TAG          PIC X(22).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  RL-GL-ACCOUNT          PIC X(08).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  RL-CLASS-CODE          PIC X(02).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  RL-AMOUNT              PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  RL-REASON              PIC X(30).
           05  FILLER                 PIC X(13) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  TL-LABEL               PIC X(20).
               UNTIL WS-END-OF-MTD.
           PERFORM 3000-ACCUMULATE-GL THRU 3000-EXIT
               UNTIL WS-END-OF-GL.
           PERFORM 3500-ACCUMULATE-GL-EXCEPTIONS THRU 3500-EXIT.
           PERFORM 4000-PROVE-GL-TRAILERS THRU 4000-EXIT.
           PERFORM 5000-COMPARE-AND-REPORT THRU 5000-EXIT.
           PERFORM 9999-END THRU 9999-EXIT.
                   MOVE ZERO TO WS-CT-MTD-AMOUNT (WS-CLASS-IDX)
                   MOVE ZERO TO WS-CT-GL-COUNT (WS-CLASS-IDX)
                   MOVE ZERO TO WS-CT-GL-AMOUNT (WS-CLASS-IDX)
                   MOVE ZERO TO WS-CT-GLX-COUNT (WS-CLASS-IDX)
               END-IF
           END-IF.
       0500-EXIT.
           PERFORM 0500-FIND-CLASS-SLOT THRU 0500-EXIT.
           MOVE MT-MTD-COUNT TO WS-CT-MTD-COUNT (WS-CLASS-IDX).
           MOVE MT-MTD-AMOUNT TO WS-CT-MTD-AMOUNT (WS-CLASS-IDX).
           IF MT-ADJ-COUNT NUMERIC
               ADD MT-ADJ-COUNT TO WS-CT-MTD-COUNT (WS-CLASS-IDX)
           END-IF.
           IF MT-ADJ-AMOUNT NUMERIC
               ADD MT-ADJ-AMOUNT TO WS-CT-MTD-AMOUNT (WS-CLASS-IDX)
           END-IF.
       2000-EXIT.
           EXIT.

       3200-EXIT.
           EXIT.

      *****************************************************************
      * OUTSTANDING GL EXCEPTIONS WHOSE TRANSMISSION RUN DATE FALLS IN
      * THE MONTH BEING CLOSED, COUNTED AGAINST THEIR CLASSIFICATION.
      * GLEXCP IS SEEDED EMPTY, SO A MISSING GENERATION MEANS NOTHING
      * HAS EVER BEEN REJECTED.
      *****************************************************************
       3500-ACCUMULATE-GL-EXCEPTIONS.
           OPEN INPUT GL-EXCEPTION-FILE.
           IF WS-GLX-FILE-STATUS = '35'
               GO TO 3500-EXIT
           END-IF.
           IF WS-GLX-FILE-STATUS NOT = '00'
               DISPLAY 'MOCKRECN - UNABLE TO OPEN GL-EXCEPTION-FILE, '
                   'STATUS=' WS-GLX-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-GLX-EOF-SW.
           PERFORM 3550-TALLY-GL-EXCEPTION THRU 3550-EXIT
               UNTIL WS-END-OF-GLX.
           CLOSE GL-EXCEPTION-FILE.
       3500-EXIT.
           EXIT.

       3550-TALLY-GL-EXCEPTION.
           PERFORM 3600-READ-GL-EXCEPTION THRU 3600-EXIT.
           IF WS-END-OF-GLX
               OR NOT WS-GLX-IN-MONTH
               GO TO 3550-EXIT
           END-IF.
           ADD 1 TO WS-GLX-OPEN-COUNT.
           MOVE GX-CLASS-CODE TO WS-LOOKUP-CLASS.
           PERFORM 0500-FIND-CLASS-SLOT THRU 0500-EXIT.
           ADD 1 TO WS-CT-GLX-COUNT (WS-CLASS-IDX).
       3550-EXIT.
           EXIT.

      *****************************************************************
      * NEXT OUTSTANDING EXCEPTION, FLAGGED WHEN ITS TRANSMISSION RUN
      * DATE FALLS IN THE MONTH BEING CLOSED - THOSE OF OTHER MONTHS
      * ARE PASSED OVER BY THE CALLERS.
      *****************************************************************
       3600-READ-GL-EXCEPTION.
           MOVE 'N' TO WS-GLX-IN-MONTH-SW.
           READ GL-EXCEPTION-FILE INTO WS-EXCEPTION-RECORD
               AT END
                   MOVE 'Y' TO WS-GLX-EOF-SW
           END-READ.
           IF WS-END-OF-GLX
               GO TO 3600-EXIT
           END-IF.
           IF WS-GLX-FILE-STATUS NOT = '00'
               DISPLAY 'MOCKRECN - READ GL-EXCEPTION-FILE FAILED, '
                   'STATUS=' WS-GLX-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE GX-RUN-DATE TO WS-GLX-RUN-DATE.
           IF WS-GLX-RUN-DATE-X (1:6) = WS-CLOSE-MONTH
               MOVE 'Y' TO WS-GLX-IN-MONTH-SW
           END-IF.
       3600-EXIT.
           EXIT.

      *****************************************************************
      * FILE-INTEGRITY PROOF OF THE GL GENERATIONS THEMSELVES - THE
      * SUMMED TRAILER CLAIMS MUST EQUAL THE D LINES ACTUALLY READ,
           MOVE ZERO TO WS-CLASS-IDX.
           PERFORM 5100-JUDGE-ONE-CLASS THRU 5100-EXIT
               UNTIL WS-CLASS-IDX >= WS-CLASS-USED.
           IF WS-GLX-OPEN-COUNT > ZERO
               PERFORM 5200-LIST-GL-EXCEPTIONS THRU 5200-EXIT
           END-IF.
           MOVE 'CLASSIFICATIONS' TO TL-LABEL.
           MOVE WS-CLASS-USED TO TL-COUNT.
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE 'GL LINES REJECTED' TO TL-LABEL.
           MOVE WS-GLX-OPEN-COUNT TO TL-COUNT.
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE 'BREAKS FOUND' TO TL-LABEL.
           MOVE WS-BREAK-COUNT TO TL-COUNT.
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
               MOVE '** BREAK **' TO DL-STATUS
               ADD 1 TO WS-BREAK-COUNT
           ELSE
               IF WS-CT-GLX-COUNT (WS-CLASS-IDX) > ZERO
                   MOVE '**GL REJECT**' TO DL-STATUS
                   ADD 1 TO WS-BREAK-COUNT
               ELSE
                   MOVE 'IN BALANCE' TO DL-STATUS
               END-IF
           END-IF.
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE.
       5100-EXIT.
           EXIT.

      *****************************************************************
      * ONE LINE PER OUTSTANDING REJECT OF THE MONTH, SO THE CLOSE
      * TEAM CAN SEE WHICH TRANSMISSION STILL NEEDS A CORRECTION RUN
      * (MOCKGLAK'S AGED LIST CARRIES THE FULL DETAIL).
      *****************************************************************
       5200-LIST-GL-EXCEPTIONS.
           OPEN INPUT GL-EXCEPTION-FILE.
           IF WS-GLX-FILE-STATUS NOT = '00'
               DISPLAY 'MOCKRECN - UNABLE TO OPEN GL-EXCEPTION-FILE, '
                   'STATUS=' WS-GLX-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-GLX-EOF-SW.
           PERFORM 5250-LIST-ONE-EXCEPTION THRU 5250-EXIT
               UNTIL WS-END-OF-GLX.
           CLOSE GL-EXCEPTION-FILE.
       5200-EXIT.
           EXIT.

       5250-LIST-ONE-EXCEPTION.
           PERFORM 3600-READ-GL-EXCEPTION THRU 3600-EXIT.
           IF WS-END-OF-GLX
               OR NOT WS-GLX-IN-MONTH
               GO TO 5250-EXIT
           END-IF.
           MOVE GX-RUN-DATE TO RL-RUN-DATE.
           MOVE GX-HEADER-TAG TO RL-HEADER-TAG.
           MOVE GX-GL-ACCOUNT TO RL-GL-ACCOUNT.
           MOVE GX-CLASS-CODE TO RL-CLASS-CODE.
           MOVE GX-LINE-AMOUNT TO RL-AMOUNT.
           MOVE GX-REJECT-REASON TO RL-REASON.
           WRITE REPORT-RECORD FROM WS-GLX-DETAIL-LINE.
       5250-EXIT.
           EXIT.

       9999-END.
           CLOSE MASTER-FILE.
           CLOSE MTD-SUMMARY-FILE.
