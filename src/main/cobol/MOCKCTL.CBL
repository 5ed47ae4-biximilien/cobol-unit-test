      *                         BUSINESS DATE - SO THE SAME INFILE
      *                         GENERATION CANNOT BE CYCLED TWICE AND
      *                         CATCH-UP RUNS MUST GO CYCLE FOR CYCLE.
      *                         ALSO REFUSED IF THE DATE IS NOT A
      *                         BUSINESS DAY ON THE BUSINESS-DAY
      *                         CALENDAR (CALREC - WEEKDAYS LESS
      *                         CARDED HOLIDAYS, PLUS CARDED WORKING
      *                         WEEKEND DAYS), OR IF IT WOULD SKIP A
      *                         BUSINESS DAY NOT YET CYCLED.  EVERY
      *                         REFUSAL NAMES THE NEXT BUSINESS DATE
      *                         EXPECTED.
      *                END      MARK THE OPEN CYCLE COMPLETE AND
      *                         STAMP THE DATE AND TIME IT COMPLETED
      *                         (MOCKPOST'S CUT-OFF FOR ONLINE
      *                         MAINTENANCE).  REFUSED IF NO CYCLE IS
      *                         OPEN.
      *                RESTART  FLAG THE OPEN CYCLE FOR RESTART;
      *                         MOCKDEMO CONSUMES AND CLEARS THE FLAG.
      *                         REFUSED IF NO CYCLE IS OPEN.
      *            DATE FROM THE RECORD'S BUSINESS DATE INSTEAD OF THE
      *            SYSTEM DATE, SO AFTER AN OUTAGE OPERATIONS RERUNS
      *            THE MISSED CYCLES UNDER THEIR CORRECT DATES.
      *            WHILE THAT CATCH-UP IS IN PROGRESS (THE NEXT
      *            BUSINESS DATE AFTER THE ONE JUST STARTED OR ENDED IS
      *            ALREADY BEHIND THE WALL CLOCK), START AND END BOTH
      *            TELL OPERATIONS THE NEXT BUSINESS DATE EXPECTED.  AN
      *            EMPTY CALENDAR (STATUS 35) MEANS NO HOLIDAYS CARDED -
      *            WEEKDAYS ONLY.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOCKCTL.
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-RUNCTL-FILE-STATUS.

       SELECT BUS-CALENDAR-FILE ASSIGN TO CALFILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DY-CAL-DATE
           FILE STATUS IS WS-CAL-FILE-STATUS.

       SELECT REPORT-FILE ASSIGN TO RPTFILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-FILE-STATUS.
       01 RUN-CONTROL-RECORD.
           COPY RUNCTL.

       FD BUS-CALENDAR-FILE.
       01 BUS-CALENDAR-RECORD.
           COPY CALREC.

       FD REPORT-FILE.
       01 REPORT-RECORD                PIC X(133).

       01  WS-FILE-STATUS.
           05  WS-CARD-FILE-STATUS    PIC X(02).
           05  WS-RUNCTL-FILE-STATUS  PIC X(02).
           05  WS-CAL-FILE-STATUS     PIC X(02).
           05  WS-REPORT-FILE-STATUS  PIC X(02).

       01  WS-SWITCHES.
               88  WS-CARD-FOUND              VALUE 'Y'.
           05  WS-FIRST-TIME-SW       PIC X(01) VALUE 'N'.
               88  WS-FIRST-TIME              VALUE 'Y'.
           05  WS-NO-CALENDAR-SW      PIC X(01) VALUE 'N'.
               88  WS-NO-CALENDAR             VALUE 'Y'.
           05  WS-BUSINESS-DAY-SW     PIC X(01) VALUE 'N'.
               88  WS-BUSINESS-DAY            VALUE 'Y'.

      *****************************************************************
      * THE NEXT BUSINESS DATE A START CARD SHOULD CARRY - ZERO UNTIL
      * WORKED OUT, SO A REFUSAL THAT HAS NOTHING TO SAY ABOUT DATES
      * (E.G. A CYCLE LEFT OPEN) PRINTS NO EXPECTED-DATE LINE.
      *****************************************************************
       01  WS-BUSINESS-DAY-AREAS.
           05  WS-EXPECTED-DATE       PIC 9(08) VALUE ZERO.

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
      * 6400-GET-DAY-OF-WEEK (0 = SUNDAY THROUGH 6 = SATURDAY).
      *****************************************************************
       01  WS-DOW-OFFSET-VALUES.
           05  FILLER                 PIC X(12) VALUE '032503514624'.

       01  WS-DOW-OFFSET-TABLE REDEFINES WS-DOW-OFFSET-VALUES.
           05  WS-DOW-OFFSET          PIC 9(01) OCCURS 12 TIMES.

      *****************************************************************
      * WIDE ENOUGH FOR THE LONGEST REFUSAL LINE - THE START-REFUSED
       01  WS-DISPLAY-FIELDS.
           05  WS-CYCLE-DISPLAY       PIC 9(05).

       01  WS-CLOCK-AREAS.
           05  WS-CLOCK-DATE          PIC 9(08).
           05  WS-CLOCK-TIME          PIC 9(08).
           05  FILLER REDEFINES WS-CLOCK-TIME.
               10  WS-CLOCK-HHMMSS    PIC 9(06).
               10  FILLER             PIC 9(02).

       PROCEDURE DIVISION.

       0000-MAINLINE.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT BUS-CALENDAR-FILE.
           IF WS-CAL-FILE-STATUS = '35'
               MOVE 'Y' TO WS-NO-CALENDAR-SW
               MOVE 'NO BUSINESS-DAY CALENDAR ON FILE - WEEKDAYS ONLY'
                   TO RL-TEXT
               PERFORM 8700-WRITE-REPORT-LINE THRU 8700-EXIT
               MOVE SPACES TO RL-TEXT
           ELSE
               IF WS-CAL-FILE-STATUS NOT = '00'
                   DISPLAY 'MOCKCTL - UNABLE TO OPEN '
                       'BUS-CALENDAR-FILE, STATUS='
                       WS-CAL-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN I-O RUN-CONTROL-FILE.
           IF WS-RUNCTL-FILE-STATUS = '35'
               MOVE 'Y' TO WS-FIRST-TIME-SW
      * OPEN A NEW CYCLE.  THE PRIOR CYCLE MUST HAVE COMPLETED AND THE
      * CARDED BUSINESS DATE MUST MOVE FORWARD - A START FOR A DATE AT
      * OR BEFORE THE LAST COMPLETED CYCLE MEANS SOMEONE IS ABOUT TO
      * RUN THE SAME INPUT GENERATION TWICE, AND IS REFUSED.  IT MUST
      * ALSO BE A BUSINESS DAY, AND EXACTLY THE NEXT ONE AFTER THE
      * LAST COMPLETED CYCLE - A LATER DATE WOULD LEAVE A BUSINESS
      * DAY'S FEED NEVER CYCLED.  A DAY THE BUSINESS GENUINELY DID
      * NOT TRADE IS CARDED AS A HOLIDAY THROUGH CALMNT FIRST.
      *****************************************************************
       1000-START-CYCLE.
           PERFORM 1100-EDIT-BUSINESS-DATE THRU 1100-EXIT.
           IF WS-FIRST-TIME
               PERFORM 1300-EDIT-BUSINESS-DAY THRU 1300-EXIT
               PERFORM 1200-LOAD-FIRST-CYCLE THRU 1200-EXIT
               MOVE CC-BUSINESS-DATE-N TO WS-CALC-DATE-N
               PERFORM 7000-REPORT-CATCH-UP THRU 7000-EXIT
               GO TO 1000-EXIT
           END-IF.
           IF RN-CYCLE-STARTED
               END-STRING
               PERFORM 8500-FAIL-RUN THRU 8500-EXIT
           END-IF.
           MOVE RN-BUSINESS-DATE TO WS-CALC-DATE-N.
           PERFORM 6000-NEXT-BUSINESS-DATE THRU 6000-EXIT.
           MOVE WS-CALC-DATE-N TO WS-EXPECTED-DATE.
           PERFORM 1300-EDIT-BUSINESS-DAY THRU 1300-EXIT.
           IF CC-BUSINESS-DATE NOT > RN-BUSINESS-DATE
               STRING 'START REFUSED - BUSINESS DATE '
                          CC-BUSINESS-DATE
               END-STRING
               PERFORM 8500-FAIL-RUN THRU 8500-EXIT
           END-IF.
           IF CC-BUSINESS-DATE-N > WS-EXPECTED-DATE
               STRING 'START REFUSED - BUSINESS DATE '
                          CC-BUSINESS-DATE
                          ' WOULD SKIP UNCYCLED BUSINESS DATE '
                          WS-EXPECTED-DATE
                      DELIMITED BY SIZE
                   INTO RL-TEXT
               END-STRING
               PERFORM 8500-FAIL-RUN THRU 8500-EXIT
           END-IF.
           MOVE CC-BUSINESS-DATE-N TO RN-BUSINESS-DATE.
           ADD 1 TO RN-CYCLE-NUMBER.
           MOVE 'S' TO RN-CYCLE-STATUS.
               INTO RL-TEXT
           END-STRING.
           PERFORM 8700-WRITE-REPORT-LINE THRU 8700-EXIT.
           MOVE CC-BUSINESS-DATE-N TO WS-CALC-DATE-N.
           PERFORM 7000-REPORT-CATCH-UP THRU 7000-EXIT.
       1000-EXIT.
           EXIT.

                   TO RL-TEXT
               PERFORM 8500-FAIL-RUN THRU 8500-EXIT
           END-IF.
           MOVE CC-BUSINESS-DATE-N TO WS-CALC-DATE-N.
           IF WS-CALC-MM < 1 OR WS-CALC-MM > 12
               MOVE 'START REFUSED - BUSINESS DATE NOT A REAL DATE'
                   TO RL-TEXT
               PERFORM 8500-FAIL-RUN THRU 8500-EXIT
           END-IF.
           MOVE WS-MONTH-DAYS (WS-CALC-MM) TO WS-MAX-DAY.
           IF WS-CALC-MM = 2
               PERFORM 6500-CHECK-LEAP-YEAR THRU 6500-EXIT
               IF WS-LEAP-YEAR
                   MOVE 29 TO WS-MAX-DAY
               END-IF
           END-IF.
           IF WS-CALC-DD < 1 OR WS-CALC-DD > WS-MAX-DAY
               MOVE 'START REFUSED - BUSINESS DATE NOT A REAL DATE'
                   TO RL-TEXT
               PERFORM 8500-FAIL-RUN THRU 8500-EXIT
       1200-EXIT.
           EXIT.

      *****************************************************************
      * THE CARDED DATE MUST BE A BUSINESS DAY.  ON THE VERY FIRST
      * START THERE IS NO LAST COMPLETED CYCLE TO COUNT FROM, SO THE
      * REFUSAL OFFERS THE NEXT BUSINESS DAY AFTER THE CARDED DATE.
      *****************************************************************
       1300-EDIT-BUSINESS-DAY.
           MOVE CC-BUSINESS-DATE-N TO WS-CALC-DATE-N.
           PERFORM 6300-TEST-BUSINESS-DAY THRU 6300-EXIT.
           IF WS-BUSINESS-DAY
               GO TO 1300-EXIT
           END-IF.
           IF WS-EXPECTED-DATE = ZERO
               PERFORM 6000-NEXT-BUSINESS-DATE THRU 6000-EXIT
               MOVE WS-CALC-DATE-N TO WS-EXPECTED-DATE
           END-IF.
           STRING 'START REFUSED - BUSINESS DATE '
                      CC-BUSINESS-DATE
                      ' IS NOT A BUSINESS DAY'
                  DELIMITED BY SIZE
               INTO RL-TEXT
           END-STRING.
           PERFORM 8500-FAIL-RUN THRU 8500-EXIT.
       1300-EXIT.
           EXIT.

       2000-END-CYCLE.
           IF WS-FIRST-TIME OR NOT RN-CYCLE-STARTED
               MOVE 'END REFUSED - NO CYCLE IS OPEN' TO RL-TEXT
           END-IF.
           MOVE 'C' TO RN-CYCLE-STATUS.
           MOVE 'N' TO RN-RESTART-FLAG.
           ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CLOCK-TIME FROM TIME.
           MOVE WS-CLOCK-DATE TO RN-COMPLETED-DATE.
           MOVE WS-CLOCK-HHMMSS TO RN-COMPLETED-TIME.
           PERFORM 8000-REWRITE-RUN-CONTROL THRU 8000-EXIT.
           MOVE RN-CYCLE-NUMBER TO WS-CYCLE-DISPLAY.
           STRING 'CYCLE ' WS-CYCLE-DISPLAY ' MARKED COMPLETE FOR '
               INTO RL-TEXT
           END-STRING.
           PERFORM 8700-WRITE-REPORT-LINE THRU 8700-EXIT.
           MOVE RN-BUSINESS-DATE TO WS-CALC-DATE-N.
           PERFORM 7000-REPORT-CATCH-UP THRU 7000-EXIT.
       2000-EXIT.
           EXIT.

       3000-EXIT.
           EXIT.

      *****************************************************************
      * ADVANCE WS-CALC-DATE TO THE NEXT BUSINESS DAY AFTER IT.
      *****************************************************************
       6000-NEXT-BUSINESS-DATE.
           MOVE 'N' TO WS-BUSINESS-DAY-SW.
           PERFORM 6100-STEP-ONE-DAY THRU 6100-EXIT
               UNTIL WS-BUSINESS-DAY.
       6000-EXIT.
           EXIT.

       6100-STEP-ONE-DAY.
           PERFORM 6200-ADD-ONE-DAY THRU 6200-EXIT.
           PERFORM 6300-TEST-BUSINESS-DAY THRU 6300-EXIT.
       6100-EXIT.
           EXIT.

      *****************************************************************
      * ADD ONE DAY TO WS-CALC-DATE, ROLLING MONTH AND YEAR ENDS,
      * FEBRUARY PER THE LEAP-YEAR RULE.
      *****************************************************************
       6200-ADD-ONE-DAY.
           MOVE WS-MONTH-DAYS (WS-CALC-MM) TO WS-MAX-DAY.
           IF WS-CALC-MM = 2
               PERFORM 6500-CHECK-LEAP-YEAR THRU 6500-EXIT
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
       6200-EXIT.
           EXIT.

      *****************************************************************
      * IS WS-CALC-DATE A BUSINESS DAY?  MONDAY TO FRIDAY ARE AND THE
      * WEEKEND IS NOT, UNLESS THE CALENDAR CARRIES THE DATE - A
      * HOLIDAY RECORD TAKES IT OUT, A WORKING-DAY RECORD PUTS IT IN.
      *****************************************************************
       6300-TEST-BUSINESS-DAY.
           PERFORM 6400-GET-DAY-OF-WEEK THRU 6400-EXIT.
           IF WS-WEEKEND
               MOVE 'N' TO WS-BUSINESS-DAY-SW
           ELSE
               MOVE 'Y' TO WS-BUSINESS-DAY-SW
           END-IF.
           IF WS-NO-CALENDAR
               GO TO 6300-EXIT
           END-IF.
           MOVE WS-CALC-DATE-N TO DY-CAL-DATE.
           READ BUS-CALENDAR-FILE
               INVALID KEY
                   GO TO 6300-EXIT
           END-READ.
           IF WS-CAL-FILE-STATUS NOT = '00'
               DISPLAY 'MOCKCTL - READ BUS-CALENDAR-FILE FAILED, '
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
       6300-EXIT.
           EXIT.

      *****************************************************************
      * DAY OF THE WEEK FOR WS-CALC-DATE, 0 = SUNDAY THROUGH
      * 6 = SATURDAY.  JANUARY AND FEBRUARY COUNT AS THE END OF THE
      * PRIOR YEAR SO THE LEAP DAY FALLS LAST; THE YEAR PLUS ITS LEAP
      * DAYS (EVERY 4TH YEAR, LESS CENTURIES, PLUS EVERY 400TH) PLUS
      * THE MONTH OFFSET AND THE DAY, MODULO 7, GIVES THE WEEKDAY.
      *****************************************************************
       6400-GET-DAY-OF-WEEK.
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
       6400-EXIT.
           EXIT.

       6500-CHECK-LEAP-YEAR.
           MOVE 'N' TO WS-LEAP-YEAR-SW.
           DIVIDE WS-CALC-YEAR BY 4 GIVING WS-YEAR-QUOT
               REMAINDER WS-YEAR-REM.
           IF WS-YEAR-REM NOT = ZERO
               GO TO 6500-EXIT
           END-IF.
           DIVIDE WS-CALC-YEAR BY 100 GIVING WS-YEAR-QUOT
               REMAINDER WS-YEAR-REM.
           IF WS-YEAR-REM NOT = ZERO
               MOVE 'Y' TO WS-LEAP-YEAR-SW
               GO TO 6500-EXIT
           END-IF.
           DIVIDE WS-CALC-YEAR BY 400 GIVING WS-YEAR-QUOT
               REMAINDER WS-YEAR-REM.
           IF WS-YEAR-REM = ZERO
               MOVE 'Y' TO WS-LEAP-YEAR-SW
           END-IF.
       6500-EXIT.
           EXIT.

      *****************************************************************
      * CATCH-UP CHECK AFTER A CYCLE IS STARTED OR ENDED, FOR THE
      * CYCLE'S BUSINESS DATE IN WS-CALC-DATE.  IF THE NEXT
      * BUSINESS DATE AFTER THIS CYCLE IS ALREADY BEHIND THE WALL
      * CLOCK, THE SCHEDULE IS CATCHING UP AFTER AN OUTAGE - TELL
      * OPERATIONS WHICH DATE TO CARD ON THE NEXT SUBMISSION.  ON A
      * NORMAL NIGHT (EVEN PAST MIDNIGHT) THE NEXT BUSINESS DATE IS
      * TODAY OR LATER AND NOTHING IS PRINTED.
      *****************************************************************
       7000-REPORT-CATCH-UP.
           ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
           PERFORM 6000-NEXT-BUSINESS-DATE THRU 6000-EXIT.
           IF WS-CALC-DATE-N NOT < WS-CLOCK-DATE
               GO TO 7000-EXIT
           END-IF.
           MOVE SPACES TO RL-TEXT.
           STRING 'CATCH-UP IN PROGRESS - NEXT BUSINESS DATE '
                      'EXPECTED IS ' WS-CALC-DATE-N
                  DELIMITED BY SIZE
               INTO RL-TEXT
           END-STRING.
           PERFORM 8700-WRITE-REPORT-LINE THRU 8700-EXIT.
           DISPLAY 'MOCKCTL - ' RL-TEXT.
       7000-EXIT.
           EXIT.

       8000-REWRITE-RUN-CONTROL.
           REWRITE RUN-CONTROL-RECORD.
           IF WS-RUNCTL-FILE-STATUS NOT = '00'

      *****************************************************************
      * A REFUSED OR UNUSABLE CARD ENDS THE RUN RC 16 WITHOUT TOUCHING
      * THE RUN CONTROL RECORD, SO THE SCHEDULE HOLDS THE CYCLE.  A
      * START REFUSED ON ITS DATE ALSO NAMES THE NEXT BUSINESS DATE
      * EXPECTED, SO OPERATIONS CAN RE-CARD WITHOUT WORKING IT OUT.
      *****************************************************************
       8500-FAIL-RUN.
           PERFORM 8700-WRITE-REPORT-LINE THRU 8700-EXIT.
           DISPLAY 'MOCKCTL - ' RL-TEXT.
           IF WS-EXPECTED-DATE > ZERO
               MOVE SPACES TO RL-TEXT
               STRING 'NEXT BUSINESS DATE EXPECTED IS '
                          WS-EXPECTED-DATE
                      DELIMITED BY SIZE
                   INTO RL-TEXT
               END-STRING
               PERFORM 8700-WRITE-REPORT-LINE THRU 8700-EXIT
               DISPLAY 'MOCKCTL - ' RL-TEXT
           END-IF.
           CLOSE CONTROL-CARD-FILE.
           CLOSE REPORT-FILE.
           IF NOT WS-NO-CALENDAR
               CLOSE BUS-CALENDAR-FILE
           END-IF.
           IF NOT WS-FIRST-TIME
               CLOSE RUN-CONTROL-FILE
           END-IF.
           CLOSE CONTROL-CARD-FILE.
           CLOSE RUN-CONTROL-FILE.
           CLOSE REPORT-FILE.
           IF NOT WS-NO-CALENDAR
               CLOSE BUS-CALENDAR-FILE
           END-IF.
       9999-EXIT.
           EXIT.
