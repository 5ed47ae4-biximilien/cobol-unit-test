      *            BY CLASSIFICATION FOR THE RECORDS REMOVED.  MOCKREST
      *            IS THE RESTORE PATH FOR PULLING AN ARCHIVED ACCOUNT
      *            BACK IF THE BUSINESS REOPENS IT.
      *            EVERY PURGED ACCOUNT IS WRITTEN TO THE ACCOUNT
      *            HISTORY JOURNAL (ACCTJRNL, JRNLREC LAYOUT) UNDER THE
      *            RUN CONTROL BUSINESS DATE AND CYCLE, SO ITS HISTORY
      *            STAYS VISIBLE ONLINE AFTER IT LEAVES THE MASTER.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOCKPURG.
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
       01 REPORT-RECORD                   PIC X(133).

       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-RECORD.
           COPY RUNCTL.

       FD JOURNAL-FILE.
       01 JOURNAL-RECORD.
           COPY JRNLREC.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           05  WS-MASTER-FILE-STATUS  PIC X(02).
           05  WS-ARCHIVE-FILE-STATUS PIC X(02).
           05  WS-REPORT-FILE-STATUS  PIC X(02).
           05  WS-RUNCTL-STATUS       PIC X(02).
           05  WS-JOURNAL-STATUS      PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH          PIC X(01) VALUE 'N'.
           05  WS-CUTOFF-DATE-X REDEFINES WS-CUTOFF-DATE
                                      PIC X(08).

       01  WS-CYCLE-AREAS.
           05  WS-BUSINESS-DATE       PIC 9(08) VALUE ZERO.
           05  WS-CYCLE-NUMBER        PIC 9(05) VALUE ZERO.

       01  WS-CLOCK-AREAS.
           05  WS-CLOCK-DATE          PIC 9(08).
           05  WS-CLOCK-TIME          PIC 9(08).
           05  FILLER REDEFINES WS-CLOCK-TIME.
               10  WS-CLOCK-HHMMSS    PIC 9(06).
               10  FILLER             PIC 9(02).

       01  WS-COUNTERS.
           05  WS-READ-COUNT          PIC 9(07) VALUE ZERO.
           05  WS-PURGED-COUNT        PIC 9(07) VALUE ZERO.
       0000-MAINLINE.
           PERFORM 0100-OPEN-FILES THRU 0100-EXIT.
           PERFORM 0150-SET-CUTOFF-DATE THRU 0150-EXIT.
           PERFORM 0160-READ-RUN-CONTROL THRU 0160-EXIT.
           PERFORM 0200-READ-MASTER THRU 0200-EXIT.
           PERFORM 1000-PROCESS-RECORD THRU 1000-EXIT
               UNTIL WS-END-OF-FILE.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = '35'
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           IF WS-JOURNAL-STATUS NOT = '00'
               DISPLAY 'MOCKPURG - UNABLE TO OPEN JOURNAL-FILE, '
                   'STATUS=' WS-JOURNAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       0100-EXIT.
           EXIT.

       0150-EXIT.
           EXIT.

      *****************************************************************
      * THE BUSINESS DATE AND CYCLE NUMBER ONLY LABEL THE HISTORY
      * JOURNAL ENTRIES - THE CUTOFF STAYS ON THE CALENDAR DATE.
      *****************************************************************
       0160-READ-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'MOCKPURG - UNABLE TO OPEN RUN-CONTROL-FILE, '
                   'STATUS=' WS-RUNCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ RUN-CONTROL-FILE
               AT END
                   DISPLAY 'MOCKPURG - RUN-CONTROL-FILE IS EMPTY'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE RN-BUSINESS-DATE TO WS-BUSINESS-DATE.
           MOVE RN-CYCLE-NUMBER TO WS-CYCLE-NUMBER.
           CLOSE RUN-CONTROL-FILE.
       0160-EXIT.
           EXIT.

       0200-READ-MASTER.
           READ MASTER-FILE NEXT
               AT END
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1300-WRITE-JOURNAL THRU 1300-EXIT.
           DELETE MASTER-FILE.
           IF WS-MASTER-FILE-STATUS NOT = '00'
               DISPLAY 'MOCKPURG - DELETE MASTER-FILE FAILED, KEY='
       1250-EXIT.
           EXIT.

      *****************************************************************
      * JOURNAL THE PURGE WITH THE VALUES THE ACCOUNT LEFT THE MASTER
      * WITH.  THE KEY SORTS AN ACCOUNT'S ENTRIES NEWEST FIRST (SEE
      * JRNLREC); A DUPLICATE KEY CAN ONLY MEAN A SECOND CHANGE TO THE
      * SAME ACCOUNT WITHIN THE SAME SECOND - THE SEQUENCE IS COUNTED
      * DOWN AND THE WRITE TRIED AGAIN.
      *****************************************************************
       1300-WRITE-JOURNAL.
           MOVE SPACES TO JOURNAL-RECORD.
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
           MOVE 'P' TO JR-ORIGIN.
           MOVE 'D' TO JR-ACTION.
           MOVE 'MOCKPURG' TO JR-CHANGED-BY.
           MOVE MR-CLASSIFICATION-CODE TO JR-BEFORE-CLASS.
           MOVE MR-AMOUNT TO JR-BEFORE-AMOUNT.
           MOVE MR-EFFECTIVE-DATE TO JR-BEFORE-EFF-DATE.
       1300-WRITE.
           WRITE JOURNAL-RECORD.
           IF WS-JOURNAL-STATUS = '22'
               AND JR-REVERSE-SEQ > ZERO
               SUBTRACT 1 FROM JR-REVERSE-SEQ
               GO TO 1300-WRITE
           END-IF.
           IF WS-JOURNAL-STATUS NOT = '00'
               DISPLAY 'MOCKPURG - WRITE JOURNAL-FILE FAILED, KEY='
                   MR-ACCOUNT-KEY ' STATUS=' WS-JOURNAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1300-EXIT.
           EXIT.

       3000-WRITE-REPORT.
           WRITE REPORT-RECORD FROM WS-HEADING-LINE-1.
           MOVE WS-CUTOFF-DATE TO CO-CUTOFF-DATE.
           CLOSE MASTER-FILE.
           CLOSE ARCHIVE-OUTPUT-FILE.
           CLOSE REPORT-FILE.
           CLOSE JOURNAL-FILE.
       9999-EXIT.
           EXIT.
