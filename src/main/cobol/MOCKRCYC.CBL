      *            UPSTREAM HEADER AND TRAILER (CTLREC LAYOUT), WITH THE
      *            TRAILER'S DETAIL COUNT AND AMOUNT HASH ADJUSTED FOR
      *            THE RECYCLED DETAILS SO MOCKDEMO'S RUN BALANCING
      *            STILL PROVES THE FILE.  THE SUSPENSE RECORDS ARE
      *            READ FROM PROD.MOCK.SUSPCORR, THE KEYED COPY OF THE
      *            PRIOR NIGHT'S GENERATION THAT OPERATORS WORK THROUGH
      *            THE CICSSUSP CORRECTION TRANSACTION, AND EACH IS
      *            DISPOSED OF BY ITS CORRECTION STATUS:
      *              - CORRECTED RECORDS RECYCLE INTO THE MERGED FEED
      *                WITH THE OPERATOR'S CORRECTED VALUES;
      *              - WRITTEN-OFF RECORDS DROP TO THE WRITE-OFF
      *                REPORT WITH THE OPERATOR WHO WROTE THEM OFF;
      *              - UNTOUCHED RECORDS ARE HELD, CARRIED UNCHANGED TO
      *                THE HELD-SUSPENSE GENERATION SO THEY RELOAD INTO
      *                TONIGHT'S CORRECTION FILE BESIDE MOCKDEMO'S NEW
      *                REJECTS.
      *            AN UNTOUCHED RECORD THAT HAS ALREADY FAILED
      *            WS-MAX-CYCLES EDITS, OR AN UNTOUCHED DUPLICATE,
      *            DROPS OFF TO THE AGED-REJECTS REPORT INSTEAD OF
      *            BEING HELD.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOCKRCYC.
       FILE-CONTROL.

       SELECT SUSPENSE-INPUT-FILE ASSIGN TO SUSPIN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SR-SUSPENSE-SEQ
           FILE STATUS IS WS-SUSPENSE-FILE-STATUS.

       SELECT HELD-OUTPUT-FILE ASSIGN TO SUSPHELD
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HELD-FILE-STATUS.

       SELECT FEED-INPUT-FILE ASSIGN TO INFILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FEED-FILE-STATUS.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-FILE-STATUS.

       SELECT WRITEOFF-REPORT-FILE ASSIGN TO WOFFRPT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WOFF-FILE-STATUS.

       SELECT STATS-FILE ASSIGN TO STATS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATS-FILE-STATUS.
       01 SUSPENSE-INPUT-RECORD.
           COPY SUSPREC.

       FD HELD-OUTPUT-FILE.
       01 HELD-OUTPUT-RECORD              PIC X(250).

       FD FEED-INPUT-FILE.
       01 FEED-INPUT-RECORD               PIC X(200).

       FD AGED-REPORT-FILE.
       01 AGED-REPORT-RECORD              PIC X(133).

       FD WRITEOFF-REPORT-FILE.
       01 WRITEOFF-REPORT-RECORD          PIC X(133).

       FD STATS-FILE.
       01 STATS-RECORD                    PIC X(80).

           05  WS-MERGED-FILE-STATUS  PIC X(02).
           05  WS-REPORT-FILE-STATUS  PIC X(02).
           05  WS-STATS-FILE-STATUS   PIC X(02).
           05  WS-HELD-FILE-STATUS    PIC X(02).
           05  WS-WOFF-FILE-STATUS    PIC X(02).

       01  WS-STATS-RECORD.
           COPY STATREC.
           05  WS-RECYCLE-COUNT       PIC 9(07) VALUE ZERO.
           05  WS-AGED-COUNT          PIC 9(07) VALUE ZERO.
           05  WS-FEED-COUNT          PIC 9(07) VALUE ZERO.
           05  WS-SUSPENSE-COUNT      PIC 9(07) VALUE ZERO.
           05  WS-HELD-COUNT          PIC 9(07) VALUE ZERO.
           05  WS-WRITEOFF-COUNT      PIC 9(07) VALUE ZERO.

       01  WS-ACCUMULATORS.
           05  WS-RECYCLE-AMOUNT      PIC 9(13)V99 VALUE ZERO.
           05  WS-WRITEOFF-AMOUNT     PIC 9(13)V99 VALUE ZERO.

       01  WS-HEADING-LINE-1.
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  TL-COUNT               PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(99) VALUE SPACES.

       01  WS-WOFF-HEADING-LINE-1.
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  FILLER                 PIC X(40)
               VALUE 'MOCKRCYC SUSPENSE WRITE-OFF REPORT'.

       01  WS-WOFF-HEADING-LINE-2.
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  FILLER                 PIC X(10) VALUE 'ACCOUNT'.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(08) VALUE 'SOURCE'.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(06) VALUE 'REASON'.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(06) VALUE 'CYCLES'.
           05  FILLER                 PIC X(06) VALUE SPACES.
           05  FILLER                 PIC X(06) VALUE 'AMOUNT'.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  FILLER                 PIC X(08) VALUE 'OPERATOR'.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(08) VALUE 'DATE'.

       01  WS-WOFF-DETAIL-LINE.
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  WL-ACCOUNT-KEY         PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WL-SOURCE              PIC X(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WL-REASON              PIC X(03).
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  WL-CYCLES              PIC Z9.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  WL-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WL-OPERATOR            PIC X(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WL-DATE                PIC X(08).
           05  FILLER                 PIC X(58) VALUE SPACES.

       01  WS-WOFF-TOTAL-LINE.
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  FILLER                 PIC X(20)
               VALUE 'RECORDS WRITTEN OFF'.
           05  WT-COUNT               PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WT-AMOUNT              PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(76) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT HELD-OUTPUT-FILE.
           IF WS-HELD-FILE-STATUS NOT = '00'
               DISPLAY 'MOCKRCYC - UNABLE TO OPEN HELD-OUTPUT-FILE, '
                   'STATUS=' WS-HELD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT WRITEOFF-REPORT-FILE.
           IF WS-WOFF-FILE-STATUS NOT = '00'
               DISPLAY 'MOCKRCYC - UNABLE TO OPEN '
                   'WRITEOFF-REPORT-FILE, STATUS=' WS-WOFF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       0100-EXIT.
           EXIT.

               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-SUSPENSE-COUNT.
       0200-EXIT.
           EXIT.

       0300-WRITE-HEADINGS.
           WRITE AGED-REPORT-RECORD FROM WS-HEADING-LINE-1.
           WRITE AGED-REPORT-RECORD FROM WS-HEADING-LINE-2.
           WRITE WRITEOFF-REPORT-RECORD FROM WS-WOFF-HEADING-LINE-1.
           WRITE WRITEOFF-REPORT-RECORD FROM WS-WOFF-HEADING-LINE-2.
       0300-EXIT.
           EXIT.

           EXIT.

      *****************************************************************
      * DISPOSE OF ONE SUSPENSE RECORD BY ITS CORRECTION STATUS.  A
      * CORRECTED RECORD IS RE-ISSUED INTO THE MERGED FEED CARRYING
      * THE OPERATOR'S CORRECTED VALUES (CICSSUSP REWROTE THEM INTO
      * SR-DETAIL-RECORD); THE CYCLE COUNT RIDES IN THE DETAIL'S
      * IR-RECYCLE-CYCLE FIELD SO MOCKDEMO CARRIES IT FORWARD IF THE
      * RECORD REJECTS AGAIN.  A WRITTEN-OFF RECORD DROPS TO THE
      * WRITE-OFF REPORT.  AN UNTOUCHED RECORD IS HELD FOR THE
      * OPERATORS UNLESS IT HAS ALREADY FAILED WS-MAX-CYCLES EDITS OR
      * IS A DUPLICATE - THE ORIGINAL OF A DUPLICATE ALREADY POSTED,
      * SO NOBODY IS GOING TO CORRECT THE COPY - AND THOSE DROP TO
      * THE AGED-REJECTS REPORT.  A DUPLICATE THE OPERATOR EXPLICITLY
      * CORRECTED IS RECYCLED LIKE ANY OTHER CORRECTION.
      *****************************************************************
       2000-RECYCLE-SUSPENSE.
           IF SR-CYCLE-COUNT NOT NUMERIC
               MOVE 1 TO SR-CYCLE-COUNT
           END-IF.
           IF SR-WRITTEN-OFF
               PERFORM 2200-REPORT-WRITE-OFF THRU 2200-EXIT
               GO TO 2000-NEXT
           END-IF.
           IF SR-CORRECTED
               MOVE SR-DETAIL-RECORD TO WS-RECYCLE-DETAIL
               MOVE SR-CYCLE-COUNT TO RD-RECYCLE-CYCLE
               MOVE WS-RECYCLE-DETAIL TO MERGED-OUTPUT-RECORD
               IF RD-AMOUNT NUMERIC
                   ADD RD-AMOUNT TO WS-RECYCLE-AMOUNT
               END-IF
               GO TO 2000-NEXT
           END-IF.
           IF SR-CYCLE-COUNT >= WS-MAX-CYCLES
               OR SR-REASON-DUPLICATE
               PERFORM 2100-REPORT-AGED-REJECT THRU 2100-EXIT
           ELSE
               PERFORM 2300-HOLD-SUSPENSE THRU 2300-EXIT
           END-IF.
       2000-NEXT.
           PERFORM 0200-READ-SUSPENSE THRU 0200-EXIT.
       2000-EXIT.
           EXIT.
       2100-EXIT.
           EXIT.

       2200-REPORT-WRITE-OFF.
           MOVE SR-DETAIL-RECORD TO WS-RECYCLE-DETAIL.
           MOVE RD-ACCOUNT-KEY TO WL-ACCOUNT-KEY.
           MOVE SR-SOURCE-SYSTEM TO WL-SOURCE.
           MOVE SR-REJECT-REASON TO WL-REASON.
           MOVE SR-CYCLE-COUNT TO WL-CYCLES.
           IF RD-AMOUNT NUMERIC
               MOVE RD-AMOUNT TO WL-AMOUNT
               ADD RD-AMOUNT TO WS-WRITEOFF-AMOUNT
           ELSE
               MOVE ZERO TO WL-AMOUNT
           END-IF.
           MOVE SR-CORRECTED-BY TO WL-OPERATOR.
           MOVE SR-CORRECTED-DATE TO WL-DATE.
           WRITE WRITEOFF-REPORT-RECORD FROM WS-WOFF-DETAIL-LINE.
           ADD 1 TO WS-WRITEOFF-COUNT.
       2200-EXIT.
           EXIT.

      *****************************************************************
      * CARRY AN UNTOUCHED RECORD FORWARD AS IT STANDS.  THE
      * CORRECTION AREA GOES OUT BLANK SO TONIGHT'S SUSPLOAD STEP
      * RE-KEYS IT ALONGSIDE MOCKDEMO'S NEW REJECTS.  THE CYCLE COUNT
      * IS NOT ADVANCED - A HELD RECORD HAS NOT FAILED ANOTHER EDIT.
      *****************************************************************
       2300-HOLD-SUSPENSE.
           MOVE SPACES TO SR-CORRECTION-AREA.
           WRITE HELD-OUTPUT-RECORD FROM SUSPENSE-INPUT-RECORD.
           IF WS-HELD-FILE-STATUS NOT = '00'
               DISPLAY 'MOCKRCYC - WRITE HELD-OUTPUT-FILE FAILED, '
                   'STATUS=' WS-HELD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-HELD-COUNT.
       2300-EXIT.
           EXIT.

      *****************************************************************
      * COPY THE REST OF THE UPSTREAM FEED THROUGH.  THE RECYCLED
      * DETAILS WERE INSERTED INTO THE FIRST SOURCE SEGMENT (RIGHT
       4000-WRITE-TOTALS.
           MOVE WS-AGED-COUNT TO TL-COUNT.
           WRITE AGED-REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE WS-WRITEOFF-COUNT TO WT-COUNT.
           MOVE WS-WRITEOFF-AMOUNT TO WT-AMOUNT.
           WRITE WRITEOFF-REPORT-RECORD FROM WS-WOFF-TOTAL-LINE.
       4000-EXIT.
           EXIT.

           MOVE WS-AGED-COUNT TO ST-STAT-COUNT.
           MOVE ZERO TO ST-STAT-AMOUNT.
           PERFORM 9850-PUT-ONE-STAT THRU 9850-EXIT.
           MOVE 'SUSPENSE READ' TO ST-STAT-NAME.
           MOVE WS-SUSPENSE-COUNT TO ST-STAT-COUNT.
           MOVE ZERO TO ST-STAT-AMOUNT.
           PERFORM 9850-PUT-ONE-STAT THRU 9850-EXIT.
           MOVE 'HELD' TO ST-STAT-NAME.
           MOVE WS-HELD-COUNT TO ST-STAT-COUNT.
           MOVE ZERO TO ST-STAT-AMOUNT.
           PERFORM 9850-PUT-ONE-STAT THRU 9850-EXIT.
           MOVE 'WRITTEN OFF' TO ST-STAT-NAME.
           MOVE WS-WRITEOFF-COUNT TO ST-STAT-COUNT.
           MOVE WS-WRITEOFF-AMOUNT TO ST-STAT-AMOUNT.
           PERFORM 9850-PUT-ONE-STAT THRU 9850-EXIT.
           CLOSE STATS-FILE.
       9800-EXIT.
           EXIT.
           CLOSE FEED-INPUT-FILE.
           CLOSE MERGED-OUTPUT-FILE.
           CLOSE AGED-REPORT-FILE.
           CLOSE HELD-OUTPUT-FILE.
           CLOSE WRITEOFF-REPORT-FILE.
       9999-EXIT.
           EXIT.
