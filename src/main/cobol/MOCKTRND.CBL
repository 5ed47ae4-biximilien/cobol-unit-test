      *            RECORD'S MTD FIGURES INTO THE PRIOR-MONTH FIELDS AND
      *            ZEROES MTD FOR THE NEW PERIOD, SO THE JOB IS RUN
      *            ONCE, AT CLOSE, AFTER THE LAST NIGHTLY MOCKJOB OF
      *            THE MONTH.  MONTH END IS THE LAST BUSINESS DAY OF
      *            THE MONTH ON THE BUSINESS-DAY CALENDAR (CALREC), NOT
      *            THE LAST CALENDAR DAY: THE RUN IS REFUSED (RC 16,
      *            NOTHING ROLLED) UNLESS THE RUN CONTROL RECORD SHOWS
      *            THAT DAY'S CYCLE COMPLETE, AND THE REPORT HEADING
      *            CARRIES THE PERIOD-END DATE AND THE NUMBER OF
      *            BUSINESS DAYS IN THE PERIOD.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOCKTRND.
           RECORD KEY IS CF-CLASS-CODE
           FILE STATUS IS WS-CLASS-FILE-STATUS.

       SELECT BUS-CALENDAR-FILE ASSIGN TO CALFILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DY-CAL-DATE
           FILE STATUS IS WS-CAL-FILE-STATUS.

       SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-RUNCTL-STATUS.

       SELECT REPORT-FILE ASSIGN TO RPTFILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-FILE-STATUS.
       01 CLASS-REF-RECORD.
           COPY CLASREC REPLACING LEADING ==CL-== BY ==CF-==.

       FD BUS-CALENDAR-FILE.
       01 BUS-CALENDAR-RECORD.
           COPY CALREC.

       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-RECORD.
           COPY RUNCTL.

       FD REPORT-FILE.
       01 REPORT-RECORD                   PIC X(133).

       01  WS-FILE-STATUS.
           05  WS-MTD-FILE-STATUS     PIC X(02).
           05  WS-CLASS-FILE-STATUS   PIC X(02).
           05  WS-CAL-FILE-STATUS     PIC X(02).
           05  WS-RUNCTL-STATUS       PIC X(02).
           05  WS-REPORT-FILE-STATUS  PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-END-OF-FILE             VALUE 'Y'.
           05  WS-NO-CALENDAR-SW      PIC X(01) VALUE 'N'.
               88  WS-NO-CALENDAR             VALUE 'Y'.
           05  WS-BUSINESS-DAY-SW     PIC X(01) VALUE 'N'.
               88  WS-BUSINESS-DAY            VALUE 'Y'.

      *****************************************************************
      * THE PERIOD BEING CLOSED - THE RUN CONTROL RECORD'S BUSINESS
      * DATE, WHICH MUST BE THE MONTH'S LAST BUSINESS DAY - AND THE
      * BUSINESS DAYS FROM THE FIRST OF THE MONTH THROUGH IT.
      *****************************************************************
       01  WS-PERIOD-AREAS.
           05  WS-PERIOD-END-DATE     PIC 9(08) VALUE ZERO.
           05  FILLER REDEFINES WS-PERIOD-END-DATE.
               10  WS-PERIOD-YEAR     PIC 9(04).
               10  WS-PERIOD-MM       PIC 9(02).
               10  WS-PERIOD-DD       PIC 9(02).
           05  WS-PERIOD-CYCLE-STATUS PIC X(01) VALUE SPACE.
               88  WS-PERIOD-CYCLE-COMPLETE   VALUE 'C'.
           05  WS-MONTH-END-DATE      PIC 9(08) VALUE ZERO.
           05  WS-BUSINESS-DAY-COUNT  PIC 9(02) VALUE ZERO.

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
      * 0490-GET-DAY-OF-WEEK (0 = SUNDAY THROUGH 6 = SATURDAY).
      *****************************************************************
       01  WS-DOW-OFFSET-VALUES.
           05  FILLER                 PIC X(12) VALUE '032503514624'.

       01  WS-DOW-OFFSET-TABLE REDEFINES WS-DOW-OFFSET-VALUES.
           05  WS-DOW-OFFSET          PIC 9(01) OCCURS 12 TIMES.

       01  WS-WORK-AREAS.
           05  WS-DESCRIPTION         PIC X(30).
           05  FILLER                 PIC X(45)
               VALUE 'MOCKTRND MONTH-END CLASSIFICATION TREND'.

       01  WS-PERIOD-LINE.
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  FILLER                 PIC X(14)
               VALUE 'PERIOD ENDING '.
           05  PL-PERIOD-END-DATE     PIC 9(08).
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  FILLER                 PIC X(14)
               VALUE 'BUSINESS DAYS '.
           05  PL-BUSINESS-DAYS       PIC Z9.
           05  FILLER                 PIC X(87) VALUE SPACES.

       01  WS-HEADING-LINE-2.
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  FILLER                 PIC X(05) VALUE 'CLASS'.

       0000-MAINLINE.
           PERFORM 0100-OPEN-FILES THRU 0100-EXIT.
           PERFORM 0150-CHECK-PERIOD-END THRU 0150-EXIT.
           PERFORM 0300-WRITE-HEADINGS THRU 0300-EXIT.
           PERFORM 0200-READ-MTD THRU 0200-EXIT.
           PERFORM 1000-REPORT-RECORD THRU 1000-EXIT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT BUS-CALENDAR-FILE.
           IF WS-CAL-FILE-STATUS = '35'
               MOVE 'Y' TO WS-NO-CALENDAR-SW
           ELSE
               IF WS-CAL-FILE-STATUS NOT = '00'
                   DISPLAY 'MOCKTRND - UNABLE TO OPEN '
                       'BUS-CALENDAR-FILE, STATUS='
                       WS-CAL-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'MOCKTRND - UNABLE TO OPEN RUN-CONTROL-FILE, '
                   'STATUS=' WS-RUNCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ RUN-CONTROL-FILE
               AT END
                   DISPLAY 'MOCKTRND - RUN-CONTROL-FILE IS EMPTY'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE RN-BUSINESS-DATE TO WS-PERIOD-END-DATE.
           MOVE RN-CYCLE-STATUS TO WS-PERIOD-CYCLE-STATUS.
           CLOSE RUN-CONTROL-FILE.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'MOCKTRND - UNABLE TO OPEN REPORT-FILE, '
       0100-EXIT.
           EXIT.

      *****************************************************************
      * THE CLOSE BELONGS AFTER THE MONTH'S LAST BUSINESS DAY HAS
      * CYCLED.  THAT DAY'S CYCLE MUST BE COMPLETE ON THE RUN CONTROL
      * RECORD, AND THE NEXT BUSINESS DAY AFTER IT MUST FALL IN A LATER
      * MONTH - OTHERWISE THE RUN IS REFUSED BEFORE ANYTHING IS ROLLED,
      * NAMING THE BUSINESS DATE THE CLOSE IS DUE AFTER.  A MONTH
      * WHOSE LAST CALENDAR DAYS ARE A WEEKEND OR HOLIDAY THEREFORE
      * CLOSES ON THE FRIDAY (OR EARLIER) CYCLE.
      *****************************************************************
       0150-CHECK-PERIOD-END.
           IF NOT WS-PERIOD-CYCLE-COMPLETE
               DISPLAY 'MOCKTRND - CYCLE FOR BUSINESS DATE '
                   WS-PERIOD-END-DATE ' NOT COMPLETE - '
                   'MONTH NOT CLOSED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-PERIOD-END-DATE TO WS-CALC-DATE-N.
           MOVE WS-CALC-DATE-N TO WS-MONTH-END-DATE.
           PERFORM 0400-NEXT-BUSINESS-DATE THRU 0400-EXIT.
           PERFORM 0160-STEP-TO-MONTH-END THRU 0160-EXIT
               UNTIL WS-CALC-MM NOT = WS-PERIOD-MM.
           IF WS-MONTH-END-DATE NOT = WS-PERIOD-END-DATE
               DISPLAY 'MOCKTRND - BUSINESS DATE '
                   WS-PERIOD-END-DATE ' IS NOT THE LAST BUSINESS '
                   'DAY OF THE MONTH - CLOSE IS DUE AFTER THE CYCLE '
                   'FOR ' WS-MONTH-END-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-PERIOD-END-DATE TO WS-CALC-DATE-N.
           MOVE 1 TO WS-CALC-DD.
           MOVE ZERO TO WS-BUSINESS-DAY-COUNT.
           PERFORM 0170-COUNT-ONE-DAY THRU 0170-EXIT
               UNTIL WS-CALC-DATE-N > WS-PERIOD-END-DATE.
       0150-EXIT.
           EXIT.

       0160-STEP-TO-MONTH-END.
           MOVE WS-CALC-DATE-N TO WS-MONTH-END-DATE.
           PERFORM 0400-NEXT-BUSINESS-DATE THRU 0400-EXIT.
       0160-EXIT.
           EXIT.

       0170-COUNT-ONE-DAY.
           PERFORM 0480-TEST-BUSINESS-DAY THRU 0480-EXIT.
           IF WS-BUSINESS-DAY
               ADD 1 TO WS-BUSINESS-DAY-COUNT
           END-IF.
           PERFORM 0450-ADD-ONE-DAY THRU 0450-EXIT.
       0170-EXIT.
           EXIT.

       0200-READ-MTD.
           READ MTD-SUMMARY-FILE
               AT END

       0300-WRITE-HEADINGS.
           WRITE REPORT-RECORD FROM WS-HEADING-LINE-1.
           MOVE WS-PERIOD-END-DATE TO PL-PERIOD-END-DATE.
           MOVE WS-BUSINESS-DAY-COUNT TO PL-BUSINESS-DAYS.
           WRITE REPORT-RECORD FROM WS-PERIOD-LINE.
           WRITE REPORT-RECORD FROM WS-HEADING-LINE-2.
       0300-EXIT.
           EXIT.

      *****************************************************************
      * ADVANCE WS-CALC-DATE TO THE NEXT BUSINESS DAY AFTER IT.
      *****************************************************************
       0400-NEXT-BUSINESS-DATE.
           MOVE 'N' TO WS-BUSINESS-DAY-SW.
           PERFORM 0420-STEP-ONE-DAY THRU 0420-EXIT
               UNTIL WS-BUSINESS-DAY.
       0400-EXIT.
           EXIT.

       0420-STEP-ONE-DAY.
           PERFORM 0450-ADD-ONE-DAY THRU 0450-EXIT.
           PERFORM 0480-TEST-BUSINESS-DAY THRU 0480-EXIT.
       0420-EXIT.
           EXIT.

      *****************************************************************
      * ADD ONE DAY TO WS-CALC-DATE, ROLLING MONTH AND YEAR ENDS,
      * FEBRUARY PER THE LEAP-YEAR RULE (DIVISIBLE BY 4, EXCEPT
      * CENTURY YEARS NOT DIVISIBLE BY 400).
      *****************************************************************
       0450-ADD-ONE-DAY.
           MOVE WS-MONTH-DAYS (WS-CALC-MM) TO WS-MAX-DAY.
           IF WS-CALC-MM = 2
               PERFORM 0470-CHECK-LEAP-YEAR THRU 0470-EXIT
               IF WS-LEAP-YEAR
                   MOVE 29 TO WS-MAX-DAY
               END-IF
           END-IF.
           IF WS-CALC-DD < WS-MAX-DAY
               ADD 1 TO WS-CALC-DD
           ELSE
               MOVE 1 TO WS-CALC-DD
               IF WS-CALC-MM < 12
                   ADD 1 TO WS-CALC-MM
               ELSE
                   MOVE 1 TO WS-CALC-MM
                   ADD 1 TO WS-CALC-YEAR
               END-IF
           END-IF.
       0450-EXIT.
           EXIT.

       0470-CHECK-LEAP-YEAR.
           MOVE 'N' TO WS-LEAP-YEAR-SW.
           DIVIDE WS-CALC-YEAR BY 4 GIVING WS-YEAR-QUOT
               REMAINDER WS-YEAR-REM.
           IF WS-YEAR-REM NOT = ZERO
               GO TO 0470-EXIT
           END-IF.
           DIVIDE WS-CALC-YEAR BY 100 GIVING WS-YEAR-QUOT
               REMAINDER WS-YEAR-REM.
           IF WS-YEAR-REM NOT = ZERO
               MOVE 'Y' TO WS-LEAP-YEAR-SW
               GO TO 0470-EXIT
           END-IF.
           DIVIDE WS-CALC-YEAR BY 400 GIVING WS-YEAR-QUOT
               REMAINDER WS-YEAR-REM.
           IF WS-YEAR-REM = ZERO
               MOVE 'Y' TO WS-LEAP-YEAR-SW
           END-IF.
       0470-EXIT.
           EXIT.

      *****************************************************************
      * IS WS-CALC-DATE A BUSINESS DAY?  MONDAY TO FRIDAY ARE AND THE
      * WEEKEND IS NOT, UNLESS THE CALENDAR CARRIES THE DATE - A
      * HOLIDAY RECORD TAKES IT OUT, A WORKING-DAY RECORD PUTS IT IN.
      * AN EMPTY CALENDAR (STATUS 35 AT OPEN) MEANS NO HOLIDAYS.
      *****************************************************************
       0480-TEST-BUSINESS-DAY.
           PERFORM 0490-GET-DAY-OF-WEEK THRU 0490-EXIT.
           IF WS-WEEKEND
               MOVE 'N' TO WS-BUSINESS-DAY-SW
           ELSE
               MOVE 'Y' TO WS-BUSINESS-DAY-SW
           END-IF.
           IF WS-NO-CALENDAR
               GO TO 0480-EXIT
           END-IF.
           MOVE WS-CALC-DATE-N TO DY-CAL-DATE.
           READ BUS-CALENDAR-FILE
               INVALID KEY
                   GO TO 0480-EXIT
           END-READ.
           IF WS-CAL-FILE-STATUS NOT = '00'
               DISPLAY 'MOCKTRND - READ BUS-CALENDAR-FILE FAILED, '
                   'STATUS=' WS-CAL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF DY-HOLIDAY
               MOVE 'N' TO WS-BUSINESS-DAY-SW
           END-IF.
           IF DY-WORKING-DAY
               MOVE 'Y' TO WS-BUSINESS-DAY-SW
           END-IF.
       0480-EXIT.
           EXIT.

      *****************************************************************
      * DAY OF THE WEEK FOR WS-CALC-DATE, 0 = SUNDAY THROUGH
      * 6 = SATURDAY.  JANUARY AND FEBRUARY COUNT AS THE END OF THE
      * PRIOR YEAR SO THE LEAP DAY FALLS LAST; THE YEAR PLUS ITS LEAP
      * DAYS (EVERY 4TH YEAR, LESS CENTURIES, PLUS EVERY 400TH) PLUS
      * THE MONTH OFFSET AND THE DAY, MODULO 7, GIVES THE WEEKDAY.
      *****************************************************************
       0490-GET-DAY-OF-WEEK.
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
       0490-EXIT.
           EXIT.

      *****************************************************************
      * PRINT ONE CLASSIFICATION'S MTD/PRIOR COMPARISON AND ROLL THE
      * PERIOD - MTD BECOMES PRIOR AND MTD IS ZEROED FOR THE NEW
      * MONTH, ALONG WITH ANY RECLASSIFICATION ADJUSTMENT MOCKRCLS
      * CARRIED FOR THE CLOSED MONTH.  MOVEMENT IS THE MTD AMOUNT'S
      * CHANGE FROM PRIOR AS A PERCENTAGE OF PRIOR; A CLASSIFICATION
      * WITH NO PRIOR ACTIVITY SHOWS ZERO MOVEMENT RATHER THAN
      * DIVIDING BY ZERO.
      *****************************************************************
       1000-REPORT-RECORD.
           PERFORM 1100-GET-DESCRIPTION THRU 1100-EXIT.
           MOVE MT-MTD-AMOUNT TO MT-PRIOR-AMOUNT.
           MOVE ZERO TO MT-MTD-COUNT.
           MOVE ZERO TO MT-MTD-AMOUNT.
           MOVE ZERO TO MT-ADJ-COUNT.
           MOVE ZERO TO MT-ADJ-AMOUNT.
           REWRITE MTD-SUMMARY-RECORD
               INVALID KEY
                   DISPLAY 'MOCKTRND - REWRITE MTD-SUMMARY-FILE '
       9999-END.
           CLOSE MTD-SUMMARY-FILE.
           CLOSE CLASS-REF-FILE.
           IF NOT WS-NO-CALENDAR
               CLOSE BUS-CALENDAR-FILE
           END-IF.
           CLOSE REPORT-FILE.
       9999-EXIT.
           EXIT.
