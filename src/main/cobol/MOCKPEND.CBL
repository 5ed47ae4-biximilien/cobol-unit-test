      *            CLASSIFICATION CODE (DESCRIPTIONS FROM THE
      *            CLASSIFICATION REFERENCE FILE) AND BY AGING BUCKET
      *            OF EFFECTIVE DATE RELATIVE TO THE CYCLE'S BUSINESS
      *            DATE, COUNTED IN BUSINESS DAYS ON THE BUSINESS-DAY
      *            CALENDAR (CALREC) - NEXT 7 BUSINESS DAYS, 8-30,
      *            31-90, BEYOND 90 - SO A DETAIL DATED ON A WEEKEND OR
      *            HOLIDAY AGES FROM THE NEXT BUSINESS DAY, WHEN
      *            MOCKDEMO WILL ACTUALLY RELEASE IT - AND A
      *            STALE-CARRY SECTION FLAGGING EVERY RECORD THAT HAS
      *            BEEN CARRIED FORWARD MORE THAN WS-MAX-SWEEPS
      *            NIGHTLY SWEEPS (IR-SWEEP-CYCLE, STAMPED BY
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
       01 CLASS-REF-RECORD.
           COPY CLASREC REPLACING LEADING ==CL-== BY ==CF-==.

       FD BUS-CALENDAR-FILE.
       01 BUS-CALENDAR-RECORD.
           COPY CALREC.

       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-RECORD.
           COPY RUNCTL.
       01  WS-FILE-STATUS.
           05  WS-PENDING-FILE-STATUS PIC X(02).
           05  WS-CLASS-FILE-STATUS   PIC X(02).
           05  WS-CAL-FILE-STATUS     PIC X(02).
           05  WS-RUNCTL-STATUS       PIC X(02).
           05  WS-REPORT-FILE-STATUS  PIC X(02).

               88  WS-CLASS-FOUND             VALUE 'Y'.
           05  WS-STALE-HEADED-SW     PIC X(01) VALUE 'N'.
               88  WS-STALE-HEADED            VALUE 'Y'.
           05  WS-NO-CALENDAR-SW      PIC X(01) VALUE 'N'.
               88  WS-NO-CALENDAR             VALUE 'Y'.
           05  WS-BUSINESS-DAY-SW     PIC X(01) VALUE 'N'.
               88  WS-BUSINESS-DAY            VALUE 'Y'.

       01  WS-LIMITS.
           05  WS-MAX-SWEEPS          PIC 9(02) VALUE 14.

      *****************************************************************
      * AGING BUCKET BOUNDARY DATES, COMPUTED ONCE FROM THE BUSINESS
      * DATE: BUCKET 1 RUNS THROUGH BUSINESS DATE + 7 BUSINESS DAYS,
      * BUCKET 2 THROUGH + 30, BUCKET 3 THROUGH + 90, BUCKET 4 IS
      * EVERYTHING BEYOND.  EACH LIMIT IS ITSELF A BUSINESS DAY, SO A
      * DETAIL DATED ON THE WEEKEND OR HOLIDAY JUST PAST A LIMIT
      * FALLS IN THE NEXT BUCKET - THE BUCKET OF THE BUSINESS DAY IT
      * WILL BE RELEASED ON.
      *****************************************************************
       01  WS-BUCKET-AREAS.
           05  WS-BUCKET-LIMIT-1      PIC 9(08) VALUE ZERO.
               10  WS-BK-AMOUNT       PIC 9(13)V99.

       01  WS-BUCKET-LABEL-VALUES.
           05  FILLER                 PIC X(20)
               VALUE 'NEXT 7 BUS DAYS'.
           05  FILLER                 PIC X(20)
               VALUE '8 - 30 BUS DAYS'.
           05  FILLER                 PIC X(20)
               VALUE '31 - 90 BUS DAYS'.
           05  FILLER                 PIC X(20)
               VALUE 'BEYOND 90 BUS DAYS'.

       01  WS-BUCKET-LABEL-TABLE REDEFINES WS-BUCKET-LABEL-VALUES.
           05  WS-BUCKET-LABEL        PIC X(20) OCCURS 4 TIMES.

       01  WS-DATE-CALC-AREAS.
           05  WS-CALC-DATE.
           05  WS-YEAR-REM           PIC 9(04) VALUE ZERO.
           05  WS-LEAP-YEAR-SW       PIC X(01) VALUE 'N'.
               88  WS-LEAP-YEAR              VALUE 'Y'.
           05  WS-DOW-YEAR           PIC 9(04) VALUE ZERO.
           05  WS-DOW-WORK           PIC 9(05) VALUE ZERO.
           05  WS-DOW-QUOT           PIC 9(05) VALUE ZERO.
           05  WS-DAY-OF-WEEK        PIC 9(01) VALUE ZERO.
               88  WS-WEEKEND                VALUE 0 6.

       01  WS-MONTH-DAY-VALUES.
           05  FILLER                 PIC X(24)
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

       01  WS-COUNTERS.
           05  WS-READ-COUNT          PIC 9(07) VALUE ZERO.
           05  WS-STALE-COUNT         PIC 9(07) VALUE ZERO.

       01  WS-BUCKET-HEADING-LINE.
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  FILLER                 PIC X(20) VALUE 'AGING BUCKET'.
           05  FILLER                 PIC X(06) VALUE SPACES.
           05  FILLER                 PIC X(05) VALUE 'COUNT'.
           05  FILLER                 PIC X(10) VALUE SPACES.

       01  WS-BUCKET-DETAIL-LINE.
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  BD-LABEL               PIC X(20).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  BD-COUNT               PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  BD-AMOUNT              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(78) VALUE SPACES.

       01  WS-STALE-HEADING-LINE.
           05  FILLER                 PIC X(05) VALUE SPACES.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT BUS-CALENDAR-FILE.
           IF WS-CAL-FILE-STATUS = '35'
               MOVE 'Y' TO WS-NO-CALENDAR-SW
           ELSE
               IF WS-CAL-FILE-STATUS NOT = '00'
                   DISPLAY 'MOCKPEND - UNABLE TO OPEN '
                       'BUS-CALENDAR-FILE, STATUS='
                       WS-CAL-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'MOCKPEND - UNABLE TO OPEN RUN-CONTROL-FILE, '
       0150-SET-BUCKET-LIMITS.
           MOVE WS-BUSINESS-DATE TO WS-CALC-DATE-N.
           MOVE 7 TO WS-ADD-DAY-COUNT.
           PERFORM 0400-ADD-BUSINESS-DAYS THRU 0400-EXIT.
           MOVE WS-CALC-DATE-N TO WS-BUCKET-LIMIT-1.
           MOVE 23 TO WS-ADD-DAY-COUNT.
           PERFORM 0400-ADD-BUSINESS-DAYS THRU 0400-EXIT.
           MOVE WS-CALC-DATE-N TO WS-BUCKET-LIMIT-2.
           MOVE 60 TO WS-ADD-DAY-COUNT.
           PERFORM 0400-ADD-BUSINESS-DAYS THRU 0400-EXIT.
           MOVE WS-CALC-DATE-N TO WS-BUCKET-LIMIT-3.
           MOVE 1 TO WS-BUCKET-IDX.
           PERFORM 0170-CLEAR-ONE-BUCKET THRU 0170-EXIT
           EXIT.

      *****************************************************************
      * ADD WS-ADD-DAY-COUNT BUSINESS DAYS TO WS-CALC-DATE.  ONE
      * CALENDAR DAY AT A TIME, COUNTING ONLY THE DAYS 0480 PASSES AS
      * BUSINESS DAYS - THE COUNTS INVOLVED ARE SMALL.
      *****************************************************************
       0400-ADD-BUSINESS-DAYS.
           MOVE WS-ADD-DAY-COUNT TO WS-DAYS-LEFT.
           PERFORM 0420-STEP-ONE-DAY THRU 0420-EXIT
               UNTIL WS-DAYS-LEFT = ZERO.
       0400-EXIT.
           EXIT.

       0420-STEP-ONE-DAY.
           PERFORM 0450-ADD-ONE-DAY THRU 0450-EXIT.
           PERFORM 0480-TEST-BUSINESS-DAY THRU 0480-EXIT.
           IF WS-BUSINESS-DAY
               SUBTRACT 1 FROM WS-DAYS-LEFT
           END-IF.
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
                   ADD 1 TO WS-CALC-YEAR
               END-IF
           END-IF.
       0450-EXIT.
           EXIT.

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
               DISPLAY 'MOCKPEND - READ BUS-CALENDAR-FILE FAILED, '
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

       1000-PROCESS-RECORD.
           IF IR-AMOUNT NUMERIC
               ADD IR-AMOUNT TO WS-TOTAL-AMOUNT
               CLOSE PENDING-INPUT-FILE
           END-IF.
           CLOSE CLASS-REF-FILE.
           IF NOT WS-NO-CALENDAR
               CLOSE BUS-CALENDAR-FILE
           END-IF.
           CLOSE REPORT-FILE.
       9999-EXIT.
           EXIT.
