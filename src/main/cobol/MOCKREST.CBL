      *            KEY IS REQUESTED IS WRITTEN BACK INTO THE MASTER
      *            KSDS.  THE ACTIVITY REPORT SHOWS EACH REQUESTED KEY
      *            AS RESTORED, ALREADY ON THE MASTER, OR NOT IN THE
      *            ARCHIVE GENERATION.  A RESTORED RECORD IS STAMPED AS
      *            A BATCH CHANGE BY MOCKREST, AND WRITTEN TO THE
      *            ACCOUNT HISTORY JOURNAL (ACCTJRNL, JRNLREC LAYOUT)
      *            UNDER THE RUN CONTROL BUSINESS DATE AND CYCLE.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOCKREST.
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
           05  WS-ARCHIVE-FILE-STATUS PIC X(02).
           05  WS-MASTER-FILE-STATUS  PIC X(02).
           05  WS-REPORT-FILE-STATUS  PIC X(02).
           05  WS-RUNCTL-STATUS       PIC X(02).
           05  WS-JOURNAL-STATUS      PIC X(02).

       01  WS-SWITCHES.
           05  WS-CARD-EOF-SW         PIC X(01) VALUE 'N'.
           05  WS-DUPLICATE-COUNT     PIC 9(05) VALUE ZERO.
           05  WS-NOT-FOUND-COUNT     PIC 9(05) VALUE ZERO.

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

       0000-MAINLINE.
           PERFORM 0100-OPEN-FILES THRU 0100-EXIT.
           PERFORM 0150-READ-RUN-CONTROL THRU 0150-EXIT.
           PERFORM 0300-WRITE-HEADINGS THRU 0300-EXIT.
           PERFORM 1000-LOAD-REQUEST-TABLE THRU 1000-EXIT.
           PERFORM 2000-SCAN-ARCHIVE THRU 2000-EXIT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = '35'
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           IF WS-JOURNAL-STATUS NOT = '00'
               DISPLAY 'MOCKREST - UNABLE TO OPEN JOURNAL-FILE, '
                   'STATUS=' WS-JOURNAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       0100-EXIT.
           EXIT.

       0150-READ-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'MOCKREST - UNABLE TO OPEN RUN-CONTROL-FILE, '
                   'STATUS=' WS-RUNCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ RUN-CONTROL-FILE
               AT END
                   DISPLAY 'MOCKREST - RUN-CONTROL-FILE IS EMPTY'
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

       2200-RESTORE-RECORD.
           MOVE ARCHIVE-INPUT-RECORD TO MASTER-RECORD.
           ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CLOCK-TIME FROM TIME.
           MOVE 'B' TO MR-LAST-CHANGE-ORIGIN.
           MOVE 'MOCKREST' TO MR-LAST-CHANGED-BY.
           MOVE WS-CLOCK-DATE TO MR-LAST-CHANGED-DATE.
           MOVE WS-CLOCK-HHMMSS TO MR-LAST-CHANGED-TIME.
           WRITE MASTER-RECORD
               INVALID KEY
                   MOVE 'D' TO WS-RQ-STATUS (WS-REQUEST-IDX)
                   ADD 1 TO WS-DUPLICATE-COUNT
                   GO TO 2200-EXIT
           END-WRITE.
           PERFORM 2300-WRITE-JOURNAL THRU 2300-EXIT.
           MOVE 'R' TO WS-RQ-STATUS (WS-REQUEST-IDX).
           ADD 1 TO WS-RESTORED-COUNT.
       2200-EXIT.
           EXIT.

      *****************************************************************
      * JOURNAL THE RESTORE AS AN ADD WITH THE VALUES THE ACCOUNT CAME
      * BACK WITH.  THE KEY SORTS AN ACCOUNT'S ENTRIES NEWEST FIRST
      * (SEE JRNLREC); A DUPLICATE KEY CAN ONLY MEAN A SECOND CHANGE TO
      * THE SAME ACCOUNT WITHIN THE SAME SECOND - THE SEQUENCE IS
      * COUNTED DOWN AND THE WRITE TRIED AGAIN.
      *****************************************************************
       2300-WRITE-JOURNAL.
           MOVE SPACES TO JOURNAL-RECORD.
           MOVE MR-ACCOUNT-KEY TO JR-ACCOUNT-KEY.
           COMPUTE JR-REVERSE-DATE = 99999999 - WS-CLOCK-DATE.
           COMPUTE JR-REVERSE-TIME = 999999 - WS-CLOCK-HHMMSS.
           MOVE 9999 TO JR-REVERSE-SEQ.
           MOVE WS-CLOCK-DATE TO JR-CHANGE-DATE.
           MOVE WS-CLOCK-HHMMSS TO JR-CHANGE-TIME.
           MOVE WS-BUSINESS-DATE TO JR-BUSINESS-DATE.
           MOVE WS-CYCLE-NUMBER TO JR-CYCLE-NUMBER.
           MOVE 'R' TO JR-ORIGIN.
           MOVE 'A' TO JR-ACTION.
           MOVE 'MOCKREST' TO JR-CHANGED-BY.
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
               DISPLAY 'MOCKREST - WRITE JOURNAL-FILE FAILED, KEY='
                   MR-ACCOUNT-KEY ' STATUS=' WS-JOURNAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       2300-EXIT.
           EXIT.

       3000-REPORT-RESULTS.
           MOVE ZERO TO WS-REQUEST-IDX.
           PERFORM 3100-REPORT-ONE-REQUEST THRU 3100-EXIT
           CLOSE ARCHIVE-INPUT-FILE.
           CLOSE MASTER-FILE.
           CLOSE REPORT-FILE.
           CLOSE JOURNAL-FILE.
       9999-EXIT.
           EXIT.
