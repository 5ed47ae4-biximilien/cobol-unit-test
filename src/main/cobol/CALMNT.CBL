      **********************************************************************
      * AUTHOR:    R MCALLISTER
      * DATE:      15 OCT 2026
      * PURPOSE:   BATCH MAINTENANCE OF THE BUSINESS-DAY CALENDAR
      *            (CALREC LAYOUT, KEYED ON THE EIGHT-BYTE DATE).
      *            READS 80-BYTE CONTROL CARDS - ACTION IN COLUMN 1
      *            (A=ADD, C=CHANGE, D=DELETE), DATE (YYYYMMDD) IN
      *            COLUMNS 3-10, DAY TYPE IN COLUMN 12 (H=HOLIDAY,
      *            W=WORKING DAY) AND DESCRIPTION IN COLUMNS 14-43 -
      *            AND APPLIES EACH TO THE CALENDAR, PRINTING AN
      *            ACTIVITY REPORT OF WHAT WAS APPLIED AND WHAT WAS
      *            REJECTED.  ONLY EXCEPTIONS ARE CARDED: MONDAY TO
      *            FRIDAY ARE BUSINESS DAYS UNLESS CARDED AS HOLIDAYS,
      *            SATURDAY AND SUNDAY ARE NOT UNLESS CARDED AS WORKING
      *            DAYS, SO A HOLIDAY CARDED ON A WEEKEND OR A WORKING
      *            DAY CARDED ON A WEEKDAY IS REJECTED AS A KEYING
      *            ERROR (USUALLY THE WRONG YEAR).  ON A CHANGE CARD A
      *            BLANK TYPE OR DESCRIPTION LEAVES THE FIELD AS IT
      *            STANDS.  A RUN AGAINST A NEWLY DEFINED, EMPTY
      *            CLUSTER (OPEN I-O FAILS WITH STATUS 35) SWITCHES TO
      *            INITIAL-LOAD MODE AND ACCEPTS ADDS ONLY.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT MAINT-CARD-FILE ASSIGN TO CALCRDS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CARD-FILE-STATUS.

       SELECT BUS-CALENDAR-FILE ASSIGN TO CALFILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DY-CAL-DATE
           FILE STATUS IS WS-CAL-FILE-STATUS.

       SELECT REPORT-FILE ASSIGN TO RPTFILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD MAINT-CARD-FILE.
       01 MAINT-CARD.
           05  MC-ACTION               PIC X(01).
               88  MC-ADD                      VALUE 'A'.
               88  MC-CHANGE                   VALUE 'C'.
               88  MC-DELETE                   VALUE 'D'.
           05  FILLER                  PIC X(01).
           05  MC-CAL-DATE             PIC X(08).
           05  MC-CAL-DATE-N REDEFINES MC-CAL-DATE
                                       PIC 9(08).
           05  FILLER                  PIC X(01).
           05  MC-DAY-TYPE             PIC X(01).
               88  MC-TYPE-VALID               VALUE 'H' 'W'.
           05  FILLER                  PIC X(01).
           05  MC-DESCRIPTION          PIC X(30).
           05  FILLER                  PIC X(37).

       FD BUS-CALENDAR-FILE.
       01 BUS-CALENDAR-RECORD.
           COPY CALREC.

       FD REPORT-FILE.
       01 REPORT-RECORD                PIC X(133).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           05  WS-CARD-FILE-STATUS    PIC X(02).
           05  WS-CAL-FILE-STATUS     PIC X(02).
           05  WS-REPORT-FILE-STATUS  PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-END-OF-CARDS            VALUE 'Y'.
           05  WS-LOAD-MODE-SW        PIC X(01) VALUE 'N'.
               88  WS-LOAD-MODE               VALUE 'Y'.
           05  WS-DATE-VALID-SW       PIC X(01) VALUE 'Y'.
               88  WS-DATE-VALID              VALUE 'Y'.
           05  WS-TYPE-VALID-SW       PIC X(01) VALUE 'Y'.
               88  WS-TYPE-VALID              VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-CARD-COUNT          PIC 9(05) VALUE ZERO.
           05  WS-APPLIED-COUNT       PIC 9(05) VALUE ZERO.
           05  WS-REJECT-COUNT        PIC 9(05) VALUE ZERO.

       01  WS-DATE-CALC-AREAS.
           05  WS-CALC-DATE.
               10  WS-CALC-YEAR       PIC 9(04).
               10  WS-CALC-MM         PIC 9(02).
               10  WS-CALC-DD         PIC 9(02).
           05  WS-CALC-DATE-N REDEFINES WS-CALC-DATE
                                      PIC 9(08).
           05  WS-MAX-DAY             PIC 9(02) VALUE ZERO.
           05  WS-YEAR-QUOT           PIC 9(04) VALUE ZERO.
           05  WS-YEAR-REM            PIC 9(04) VALUE ZERO.
           05  WS-LEAP-YEAR-SW        PIC X(01) VALUE 'N'.
               88  WS-LEAP-YEAR               VALUE 'Y'.
           05  WS-DOW-YEAR            PIC 9(04) VALUE ZERO.
           05  WS-DOW-WORK            PIC 9(05) VALUE ZERO.
           05  WS-DOW-QUOT            PIC 9(05) VALUE ZERO.
           05  WS-DAY-OF-WEEK         PIC 9(01) VALUE ZERO.
               88  WS-WEEKEND                 VALUE 0 6.

       01  WS-MONTH-DAY-VALUES.
           05  FILLER                 PIC X(24)
               VALUE '312831303130313130313031'.

       01  WS-MONTH-DAY-TABLE REDEFINES WS-MONTH-DAY-VALUES.
           05  WS-MONTH-DAYS          PIC 9(02) OCCURS 12 TIMES.

      *****************************************************************
      * PER-MONTH OFFSETS FOR THE DAY-OF-WEEK CALCULATION IN
      * 2600-GET-DAY-OF-WEEK (0 = SUNDAY THROUGH 6 = SATURDAY).
      *****************************************************************
       01  WS-DOW-OFFSET-VALUES.
           05  FILLER                 PIC X(12) VALUE '032503514624'.

       01  WS-DOW-OFFSET-TABLE REDEFINES WS-DOW-OFFSET-VALUES.
           05  WS-DOW-OFFSET          PIC 9(01) OCCURS 12 TIMES.

       01  WS-HEADING-LINE-1.
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  FILLER                 PIC X(45)
               VALUE 'CALMNT BUSINESS-DAY CALENDAR MAINTENANCE'.

       01  WS-HEADING-LINE-2.
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  FILLER                 PIC X(06) VALUE 'ACTION'.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(08) VALUE 'DATE'.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(04) VALUE 'TYPE'.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(06) VALUE 'RESULT'.

       01  WS-DETAIL-LINE.
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  DL-ACTION              PIC X(01).
           05  FILLER                 PIC X(07) VALUE SPACES.
           05  DL-CAL-DATE            PIC X(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  DL-DAY-TYPE            PIC X(01).
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  DL-RESULT              PIC X(45).
           05  FILLER                 PIC X(59) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  TL-LABEL               PIC X(16).
           05  TL-COUNT               PIC ZZ,ZZ9.
           05  FILLER                 PIC X(106) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0100-OPEN-FILES THRU 0100-EXIT.
           PERFORM 0300-WRITE-HEADINGS THRU 0300-EXIT.
           PERFORM 0200-READ-CARD THRU 0200-EXIT.
           PERFORM 1000-APPLY-CARD THRU 1000-EXIT
               UNTIL WS-END-OF-CARDS.
           PERFORM 4000-WRITE-TOTALS THRU 4000-EXIT.
           PERFORM 9999-END THRU 9999-EXIT.
           GOBACK
           .

       0100-OPEN-FILES.
           OPEN INPUT MAINT-CARD-FILE.
           IF WS-CARD-FILE-STATUS NOT = '00'
               DISPLAY 'CALMNT - UNABLE TO OPEN MAINT-CARD-FILE, '
                   'STATUS=' WS-CARD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O BUS-CALENDAR-FILE.
           IF WS-CAL-FILE-STATUS = '35'
               MOVE 'Y' TO WS-LOAD-MODE-SW
               OPEN OUTPUT BUS-CALENDAR-FILE
           END-IF.
           IF WS-CAL-FILE-STATUS NOT = '00'
               DISPLAY 'CALMNT - UNABLE TO OPEN BUS-CALENDAR-FILE, '
                   'STATUS=' WS-CAL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'CALMNT - UNABLE TO OPEN REPORT-FILE, STATUS='
                   WS-REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       0100-EXIT.
           EXIT.

       0200-READ-CARD.
           READ MAINT-CARD-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF WS-END-OF-CARDS
               GO TO 0200-EXIT
           END-IF.
           IF WS-CARD-FILE-STATUS NOT = '00'
               DISPLAY 'CALMNT - READ MAINT-CARD-FILE FAILED, '
                   'STATUS=' WS-CARD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-CARD-COUNT.
       0200-EXIT.
           EXIT.

       0300-WRITE-HEADINGS.
           WRITE REPORT-RECORD FROM WS-HEADING-LINE-1.
           WRITE REPORT-RECORD FROM WS-HEADING-LINE-2.
       0300-EXIT.
           EXIT.

       1000-APPLY-CARD.
           MOVE MC-ACTION TO DL-ACTION.
           MOVE MC-CAL-DATE TO DL-CAL-DATE.
           MOVE MC-DAY-TYPE TO DL-DAY-TYPE.
           PERFORM 2400-EDIT-CARD-DATE THRU 2400-EXIT.
           IF NOT WS-DATE-VALID
               PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
               GO TO 1000-NEXT
           END-IF.
           IF MC-ADD
               PERFORM 2100-ADD-DATE THRU 2100-EXIT
               GO TO 1000-NEXT
           END-IF.
           IF WS-LOAD-MODE
               MOVE 'REJECTED - ADDS ONLY ON INITIAL LOAD'
                   TO DL-RESULT
               PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
               GO TO 1000-NEXT
           END-IF.
           IF MC-CHANGE
               PERFORM 2200-CHANGE-DATE THRU 2200-EXIT
               GO TO 1000-NEXT
           END-IF.
           IF MC-DELETE
               PERFORM 2300-DELETE-DATE THRU 2300-EXIT
               GO TO 1000-NEXT
           END-IF.
           MOVE 'REJECTED - ACTION MUST BE A, C OR D' TO DL-RESULT.
           PERFORM 2900-WRITE-REJECT THRU 2900-EXIT.
       1000-NEXT.
           PERFORM 0200-READ-CARD THRU 0200-EXIT.
       1000-EXIT.
           EXIT.

       2100-ADD-DATE.
           IF NOT MC-TYPE-VALID
               MOVE 'REJECTED - TYPE MUST BE H OR W' TO DL-RESULT
               PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           MOVE SPACES TO BUS-CALENDAR-RECORD.
           MOVE MC-CAL-DATE-N TO DY-CAL-DATE.
           MOVE MC-DAY-TYPE TO DY-DAY-TYPE.
           MOVE MC-DESCRIPTION TO DY-DESCRIPTION.
           PERFORM 2500-EDIT-DAY-TYPE THRU 2500-EXIT.
           IF NOT WS-TYPE-VALID
               PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           WRITE BUS-CALENDAR-RECORD
               INVALID KEY
                   MOVE 'REJECTED - DATE ALREADY ON FILE'
                       TO DL-RESULT
                   PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
                   GO TO 2100-EXIT
           END-WRITE.
           MOVE 'ADDED' TO DL-RESULT.
           PERFORM 2800-WRITE-APPLIED THRU 2800-EXIT.
       2100-EXIT.
           EXIT.

      *****************************************************************
      * A CHANGE CARD WITH A BLANK TYPE OR DESCRIPTION LEAVES THAT
      * FIELD AS IT STANDS, SO A HOLIDAY CAN BE RENAMED WITHOUT
      * RE-KEYING ITS TYPE.  THE MERGED RECORD IS EDITED AGAINST THE
      * DAY OF THE WEEK BEFORE THE REWRITE, AS ON AN ADD.
      *****************************************************************
       2200-CHANGE-DATE.
           MOVE MC-CAL-DATE-N TO DY-CAL-DATE.
           READ BUS-CALENDAR-FILE
               INVALID KEY
                   MOVE 'REJECTED - DATE NOT ON FILE' TO DL-RESULT
                   PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
                   GO TO 2200-EXIT
           END-READ.
           IF MC-DAY-TYPE NOT = SPACES
               IF NOT MC-TYPE-VALID
                   MOVE 'REJECTED - TYPE MUST BE H OR W' TO DL-RESULT
                   PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
                   GO TO 2200-EXIT
               END-IF
               MOVE MC-DAY-TYPE TO DY-DAY-TYPE
           END-IF.
           IF MC-DESCRIPTION NOT = SPACES
               MOVE MC-DESCRIPTION TO DY-DESCRIPTION
           END-IF.
           PERFORM 2500-EDIT-DAY-TYPE THRU 2500-EXIT.
           IF NOT WS-TYPE-VALID
               PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
               GO TO 2200-EXIT
           END-IF.
           REWRITE BUS-CALENDAR-RECORD
               INVALID KEY
                   MOVE 'REJECTED - REWRITE FAILED' TO DL-RESULT
                   PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
                   GO TO 2200-EXIT
           END-REWRITE.
           MOVE 'CHANGED' TO DL-RESULT.
           PERFORM 2800-WRITE-APPLIED THRU 2800-EXIT.
       2200-EXIT.
           EXIT.

       2300-DELETE-DATE.
           MOVE MC-CAL-DATE-N TO DY-CAL-DATE.
           DELETE BUS-CALENDAR-FILE
               INVALID KEY
                   MOVE 'REJECTED - DATE NOT ON FILE' TO DL-RESULT
                   PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
                   GO TO 2300-EXIT
           END-DELETE.
           MOVE 'DELETED' TO DL-RESULT.
           PERFORM 2800-WRITE-APPLIED THRU 2800-EXIT.
       2300-EXIT.
           EXIT.

      *****************************************************************
      * EVERY CARD MUST CARRY A REAL CALENDAR DATE - NUMERIC, MONTH
      * 01-12 AND A DAY THAT EXISTS IN THE MONTH, FEBRUARY PER THE
      * LEAP-YEAR RULE.  THE CALLER WRITES THE REJECT LINE.
      *****************************************************************
       2400-EDIT-CARD-DATE.
           MOVE 'Y' TO WS-DATE-VALID-SW.
           IF MC-CAL-DATE NOT NUMERIC
               MOVE 'REJECTED - DATE NOT YYYYMMDD' TO DL-RESULT
               MOVE 'N' TO WS-DATE-VALID-SW
               GO TO 2400-EXIT
           END-IF.
           MOVE MC-CAL-DATE-N TO WS-CALC-DATE-N.
           IF WS-CALC-MM < 1 OR WS-CALC-MM > 12
               MOVE 'REJECTED - DATE NOT A REAL DATE' TO DL-RESULT
               MOVE 'N' TO WS-DATE-VALID-SW
               GO TO 2400-EXIT
           END-IF.
           MOVE WS-MONTH-DAYS (WS-CALC-MM) TO WS-MAX-DAY.
           IF WS-CALC-MM = 2
               PERFORM 2650-CHECK-LEAP-YEAR THRU 2650-EXIT
               IF WS-LEAP-YEAR
                   MOVE 29 TO WS-MAX-DAY
               END-IF
           END-IF.
           IF WS-CALC-DD < 1 OR WS-CALC-DD > WS-MAX-DAY
               MOVE 'REJECTED - DATE NOT A REAL DATE' TO DL-RESULT
               MOVE 'N' TO WS-DATE-VALID-SW
           END-IF.
       2400-EXIT.
           EXIT.

      *****************************************************************
      * ONLY EXCEPTIONS BELONG ON THE CALENDAR.  A HOLIDAY ON A
      * WEEKEND OR A WORKING DAY ON A WEEKDAY WOULD CHANGE NOTHING,
      * AND IS ALMOST ALWAYS A MIS-KEYED DATE - REJECT IT SO THE
      * INTENDED DATE IS CARDED INSTEAD.
      *****************************************************************
       2500-EDIT-DAY-TYPE.
           MOVE 'Y' TO WS-TYPE-VALID-SW.
           MOVE DY-CAL-DATE TO WS-CALC-DATE-N.
           PERFORM 2600-GET-DAY-OF-WEEK THRU 2600-EXIT.
           IF DY-HOLIDAY AND WS-WEEKEND
               MOVE 'REJECTED - HOLIDAY FALLS ON A WEEKEND'
                   TO DL-RESULT
               MOVE 'N' TO WS-TYPE-VALID-SW
           END-IF.
           IF DY-WORKING-DAY AND NOT WS-WEEKEND
               MOVE 'REJECTED - WORKING DAY FALLS ON A WEEKDAY'
                   TO DL-RESULT
               MOVE 'N' TO WS-TYPE-VALID-SW
           END-IF.
       2500-EXIT.
           EXIT.

      *****************************************************************
      * DAY OF THE WEEK FOR WS-CALC-DATE, 0 = SUNDAY THROUGH
      * 6 = SATURDAY.  JANUARY AND FEBRUARY COUNT AS THE END OF THE
      * PRIOR YEAR SO THE LEAP DAY FALLS LAST; THE YEAR PLUS ITS LEAP
      * DAYS (EVERY 4TH YEAR, LESS CENTURIES, PLUS EVERY 400TH) PLUS
      * THE MONTH OFFSET AND THE DAY, MODULO 7, GIVES THE WEEKDAY.
      *****************************************************************
       2600-GET-DAY-OF-WEEK.
           MOVE WS-CALC-YEAR TO WS-DOW-YEAR.
           IF WS-CALC-MM < 3
               SUBTRACT 1 FROM WS-DOW-YEAR
           END-IF.
           COMPUTE WS-DOW-WORK = WS-DOW-YEAR + WS-CALC-DD
               + WS-DOW-OFFSET (WS-CALC-MM).
           DIVIDE WS-DOW-YEAR BY 4 GIVING WS-DOW-QUOT.
           ADD WS-DOW-QUOT TO WS-DOW-WORK.
           DIVIDE WS-DOW-YEAR BY 100 GIVING WS-DOW-QUOT.
           SUBTRACT WS-DOW-QUOT FROM WS-DOW-WORK.
           DIVIDE WS-DOW-YEAR BY 400 GIVING WS-DOW-QUOT.
           ADD WS-DOW-QUOT TO WS-DOW-WORK.
           DIVIDE WS-DOW-WORK BY 7 GIVING WS-DOW-QUOT
               REMAINDER WS-DAY-OF-WEEK.
       2600-EXIT.
           EXIT.

       2650-CHECK-LEAP-YEAR.
           MOVE 'N' TO WS-LEAP-YEAR-SW.
           DIVIDE WS-CALC-YEAR BY 4 GIVING WS-YEAR-QUOT
               REMAINDER WS-YEAR-REM.
           IF WS-YEAR-REM NOT = ZERO
               GO TO 2650-EXIT
           END-IF.
           DIVIDE WS-CALC-YEAR BY 100 GIVING WS-YEAR-QUOT
               REMAINDER WS-YEAR-REM.
           IF WS-YEAR-REM NOT = ZERO
               MOVE 'Y' TO WS-LEAP-YEAR-SW
               GO TO 2650-EXIT
           END-IF.
           DIVIDE WS-CALC-YEAR BY 400 GIVING WS-YEAR-QUOT
               REMAINDER WS-YEAR-REM.
           IF WS-YEAR-REM = ZERO
               MOVE 'Y' TO WS-LEAP-YEAR-SW
           END-IF.
       2650-EXIT.
           EXIT.

       2800-WRITE-APPLIED.
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE.
           ADD 1 TO WS-APPLIED-COUNT.
       2800-EXIT.
           EXIT.

       2900-WRITE-REJECT.
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE.
           ADD 1 TO WS-REJECT-COUNT.
       2900-EXIT.
           EXIT.

       4000-WRITE-TOTALS.
           MOVE 'CARDS READ' TO TL-LABEL.
           MOVE WS-CARD-COUNT TO TL-COUNT.
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE 'CARDS APPLIED' TO TL-LABEL.
           MOVE WS-APPLIED-COUNT TO TL-COUNT.
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE 'CARDS REJECTED' TO TL-LABEL.
           MOVE WS-REJECT-COUNT TO TL-COUNT.
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
           IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       4000-EXIT.
           EXIT.

       9999-END.
           CLOSE MAINT-CARD-FILE.
           CLOSE BUS-CALENDAR-FILE.
           CLOSE REPORT-FILE.
       9999-EXIT.
           EXIT.
