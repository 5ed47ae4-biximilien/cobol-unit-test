      **********************************************************************
      * AUTHOR:    R MCALLISTER
      * DATE:      15 OCT 2026
      * PURPOSE:   WEEKLY FEED VOLUME TREND REPORT.  READS THE CURRENT
      *            PROD.MOCK.VOLHIST GENERATION (VOLHREC LAYOUT - ONE
      *            RECORD PER SOURCE SYSTEM PER NIGHTLY CYCLE, KEPT BY
      *            MOCKVOLC'S VOLUME CHECK) AND PRINTS, FOR EACH SOURCE,
      *            THE LAST 13 WEEKS OLDEST FIRST: CYCLES RUN, DETAILS
      *            AND AMOUNT HASH RECEIVED, AVERAGE DETAILS PER CYCLE
      *            WITH ITS PERCENTAGE MOVEMENT ON THE WEEK BEFORE, AND
      *            THE CYCLES THE CHECK BREACHED OR THE OPERATOR
      *            OVERRODE.  WEEKS END ON THE RUN CONTROL BUSINESS
      *            DATE AND RUN BACK SEVEN DAYS AT A TIME.  BREACHED
      *            CYCLES ARE INCLUDED IN THE FIGURES - THE REPORT
      *            SHOWS WHAT EACH SOURCE ACTUALLY SENT.  REPORTING
      *            ONLY; NOTHING IS UPDATED.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOCKVOLR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT VOLUME-HIST-FILE ASSIGN TO VOLHIST
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VOLHIST-STATUS.

       SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-RUNCTL-STATUS.

       SELECT REPORT-FILE ASSIGN TO RPTFILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD VOLUME-HIST-FILE.
       01 VOLUME-HIST-RECORD              PIC X(80).

       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-RECORD.
           COPY RUNCTL.

       FD REPORT-FILE.
       01 REPORT-RECORD                   PIC X(133).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           05  WS-VOLHIST-STATUS      PIC X(02).
           05  WS-RUNCTL-STATUS       PIC X(02).
           05  WS-REPORT-FILE-STATUS  PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-END-OF-FILE             VALUE 'Y'.

       01  WS-RUN-DATE-AREAS.
           05  WS-BUSINESS-DATE       PIC 9(08) VALUE ZERO.

       01  WS-VOLUME-RECORD.
           COPY VOLHREC.

      *****************************************************************
      * THE 13 REPORT WEEKS, WEEK 1 ENDING ON THE BUSINESS DATE AND
      * WEEK 13 THE OLDEST.  EACH RUNS FROM ITS START DATE TO ITS END
      * DATE INCLUSIVE.
      *****************************************************************
       01  WS-WEEK-TABLE-AREAS.
           05  WS-WEEK-COUNT          PIC S9(04) COMP VALUE 13.
           05  WS-WEEK-IDX            PIC S9(04) COMP VALUE ZERO.
           05  WS-PRIOR-WEEK-IDX      PIC S9(04) COMP VALUE ZERO.
           05  WS-WEEK-ENTRY OCCURS 13 TIMES.
               10  WS-WK-START-DATE   PIC 9(08).
               10  WS-WK-END-DATE     PIC 9(08).

      *****************************************************************
      * WEEKLY FIGURES BY SOURCE, IN ORDER OF FIRST APPEARANCE ON THE
      * HISTORY.  THE HISTORY NEVER HOLDS MORE THAN MOCKVOLC'S 50
      * SOURCES.
      *****************************************************************
       01  WS-SOURCE-TABLE-AREAS.
           05  WS-SRC-USED            PIC S9(04) COMP VALUE ZERO.
           05  WS-SRC-IDX             PIC S9(04) COMP VALUE ZERO.
           05  WS-SRC-MATCH-IDX       PIC S9(04) COMP VALUE ZERO.
           05  WS-SRC-ENTRY OCCURS 50 TIMES.
               10  WS-SR-SOURCE       PIC X(08).
               10  WS-SR-WEEK OCCURS 13 TIMES.
                   15  WS-SR-CYCLES       PIC 9(03).
                   15  WS-SR-COUNT        PIC 9(11).
                   15  WS-SR-AMOUNT       PIC 9(15)V99.
                   15  WS-SR-BREACHED     PIC 9(03).
                   15  WS-SR-OVERRIDDEN   PIC 9(03).

       01  WS-WORK-AREAS.
           05  WS-AVG-COUNT           PIC 9(09) VALUE ZERO.
           05  WS-PRIOR-AVG-COUNT     PIC 9(09) VALUE ZERO.
           05  WS-MOVEMENT-PCT        PIC S9(05)V9 VALUE ZERO.
           05  WS-SOURCE-CYCLES       PIC 9(05) VALUE ZERO.
           05  WS-SOURCE-COUNT        PIC 9(11) VALUE ZERO.
           05  WS-SOURCE-AMOUNT       PIC 9(15)V99 VALUE ZERO.

       01  WS-DATE-CALC-AREAS.
           05  WS-CALC-DATE.
               10  WS-CALC-YEAR       PIC 9(04).
               10  WS-CALC-MM         PIC 9(02).
               10  WS-CALC-DD         PIC 9(02).
           05  WS-CALC-DATE-N REDEFINES WS-CALC-DATE
                                      PIC 9(08).
           05  WS-SUB-DAY-COUNT       PIC 9(03) VALUE ZERO.
           05  WS-DAYS-LEFT           PIC 9(03) VALUE ZERO.
           05  WS-YEAR-QUOT           PIC 9(04) VALUE ZERO.
           05  WS-YEAR-REM            PIC 9(04) VALUE ZERO.
           05  WS-LEAP-YEAR-SW        PIC X(01) VALUE 'N'.
               88  WS-LEAP-YEAR               VALUE 'Y'.

       01  WS-MONTH-DAY-VALUES.
           05  FILLER                 PIC X(24)
               VALUE '312831303130313130313031'.

       01  WS-MONTH-DAY-TABLE REDEFINES WS-MONTH-DAY-VALUES.
           05  WS-MONTH-DAYS          PIC 9(02) OCCURS 12 TIMES.

       01  WS-COUNTERS.
           05  WS-READ-COUNT          PIC 9(07) VALUE ZERO.
           05  WS-OUTSIDE-COUNT       PIC 9(07) VALUE ZERO.

       01  WS-HEADING-LINE-1.
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  FILLER                 PIC X(50)
               VALUE 'MOCKVOLR WEEKLY FEED VOLUME TREND BY SOURCE'.

       01  WS-DATE-LINE.
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  FILLER                 PIC X(20)
               VALUE '13 WEEKS ENDING     '.
           05  HL-BUSINESS-DATE       PIC 9(08).
           05  FILLER                 PIC X(100) VALUE SPACES.

       01  WS-SOURCE-HEADING-LINE.
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  FILLER                 PIC X(15)
               VALUE 'SOURCE SYSTEM  '.
           05  SH-SOURCE              PIC X(08).
           05  FILLER                 PIC X(105) VALUE SPACES.

       01  WS-COLUMN-HEADING-LINE.
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  FILLER                 PIC X(10) VALUE 'WEEK FROM'.
           05  FILLER                 PIC X(10) VALUE 'WEEK TO'.
           05  FILLER                 PIC X(06) VALUE 'CYCLES'.
           05  FILLER                 PIC X(10) VALUE SPACES.
           05  FILLER                 PIC X(07) VALUE 'DETAILS'.
           05  FILLER                 PIC X(13) VALUE SPACES.
           05  FILLER                 PIC X(11) VALUE 'AMOUNT HASH'.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  FILLER                 PIC X(12) VALUE 'AVG / CYCLE'.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  FILLER                 PIC X(07) VALUE 'MOVE %'.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  FILLER                 PIC X(08) VALUE 'BREACHED'.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(10) VALUE 'OVERRIDDEN'.
           05  FILLER                 PIC X(12) VALUE SPACES.

       01  WS-WEEK-LINE.
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  WL-START-DATE          PIC 9(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WL-END-DATE            PIC 9(08).
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  WL-CYCLES              PIC ZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WL-COUNT               PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WL-AMOUNT              PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WL-AVG-COUNT           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WL-MOVEMENT            PIC ----,--9.9.
           05  FILLER                 PIC X(06) VALUE SPACES.
           05  WL-BREACHED            PIC ZZ9.
           05  FILLER                 PIC X(09) VALUE SPACES.
           05  WL-OVERRIDDEN          PIC ZZ9.
           05  FILLER                 PIC X(16) VALUE SPACES.

       01  WS-SOURCE-TOTAL-LINE.
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  FILLER                 PIC X(18)
               VALUE '13-WEEK TOTAL     '.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  TT-TOT-CYCLES          PIC ZZZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  TT-TOT-COUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  TT-TOT-AMOUNT          PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(62) VALUE SPACES.

       01  WS-MESSAGE-LINE.
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  ML-TEXT                PIC X(75).
           05  FILLER                 PIC X(53) VALUE SPACES.

       01  WS-BLANK-LINE              PIC X(133) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  TL-LABEL               PIC X(30).
           05  TL-COUNT               PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(89) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0100-OPEN-FILES THRU 0100-EXIT.
           PERFORM 0200-SET-WEEKS THRU 0200-EXIT.
           PERFORM 0300-WRITE-HEADINGS THRU 0300-EXIT.
           PERFORM 1000-LOAD-ONE-RECORD THRU 1000-EXIT
               UNTIL WS-END-OF-FILE.
           MOVE ZERO TO WS-SRC-IDX.
           PERFORM 2000-REPORT-ONE-SOURCE THRU 2000-EXIT
               UNTIL WS-SRC-IDX >= WS-SRC-USED.
           PERFORM 4000-WRITE-TOTALS THRU 4000-EXIT.
           PERFORM 9999-END THRU 9999-EXIT.
           GOBACK
           .

      *****************************************************************
      * AN EMPTY OR NEVER-CATALOGED HISTORY PRINTS AN EMPTY REPORT.
      *****************************************************************
       0100-OPEN-FILES.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'MOCKVOLR - UNABLE TO OPEN RUN-CONTROL-FILE, '
                   'STATUS=' WS-RUNCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ RUN-CONTROL-FILE
               AT END
                   DISPLAY 'MOCKVOLR - RUN-CONTROL-FILE IS EMPTY'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE RN-BUSINESS-DATE TO WS-BUSINESS-DATE.
           CLOSE RUN-CONTROL-FILE.
           OPEN INPUT VOLUME-HIST-FILE.
           IF WS-VOLHIST-STATUS = '35'
               MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
               IF WS-VOLHIST-STATUS NOT = '00'
                   DISPLAY 'MOCKVOLR - UNABLE TO OPEN VOLUME-HIST-FILE,'
                       ' STATUS=' WS-VOLHIST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'MOCKVOLR - UNABLE TO OPEN REPORT-FILE, '
                   'STATUS=' WS-REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       0100-EXIT.
           EXIT.

       0200-SET-WEEKS.
           MOVE WS-BUSINESS-DATE TO WS-CALC-DATE-N.
           MOVE 1 TO WS-WEEK-IDX.
           PERFORM 0250-SET-ONE-WEEK THRU 0250-EXIT
               UNTIL WS-WEEK-IDX > WS-WEEK-COUNT.
       0200-EXIT.
           EXIT.

       0250-SET-ONE-WEEK.
           MOVE WS-CALC-DATE-N TO WS-WK-END-DATE (WS-WEEK-IDX).
           MOVE 6 TO WS-SUB-DAY-COUNT.
           PERFORM 0400-SUBTRACT-DAYS THRU 0400-EXIT.
           MOVE WS-CALC-DATE-N TO WS-WK-START-DATE (WS-WEEK-IDX).
           MOVE 1 TO WS-SUB-DAY-COUNT.
           PERFORM 0400-SUBTRACT-DAYS THRU 0400-EXIT.
           ADD 1 TO WS-WEEK-IDX.
       0250-EXIT.
           EXIT.

       0300-WRITE-HEADINGS.
           WRITE REPORT-RECORD FROM WS-HEADING-LINE-1.
           MOVE WS-BUSINESS-DATE TO HL-BUSINESS-DATE.
           WRITE REPORT-RECORD FROM WS-DATE-LINE.
       0300-EXIT.
           EXIT.

      *****************************************************************
      * SUBTRACT WS-SUB-DAY-COUNT DAYS FROM WS-CALC-DATE, ROLLING BACK
      * OVER MONTH AND YEAR ENDS, FEBRUARY PER THE LEAP-YEAR RULE
      * (DIVISIBLE BY 4, EXCEPT CENTURY YEARS NOT DIVISIBLE BY 400).
      * ONE DAY AT A TIME - THE COUNTS INVOLVED ARE SMALL.
      *****************************************************************
       0400-SUBTRACT-DAYS.
           MOVE WS-SUB-DAY-COUNT TO WS-DAYS-LEFT.
           PERFORM 0450-SUBTRACT-ONE-DAY THRU 0450-EXIT
               UNTIL WS-DAYS-LEFT = ZERO.
       0400-EXIT.
           EXIT.

       0450-SUBTRACT-ONE-DAY.
           IF WS-CALC-DD > 1
               SUBTRACT 1 FROM WS-CALC-DD
           ELSE
               IF WS-CALC-MM > 1
                   SUBTRACT 1 FROM WS-CALC-MM
               ELSE
                   MOVE 12 TO WS-CALC-MM
                   SUBTRACT 1 FROM WS-CALC-YEAR
               END-IF
               MOVE WS-MONTH-DAYS (WS-CALC-MM) TO WS-CALC-DD
               IF WS-CALC-MM = 2
                   PERFORM 0470-CHECK-LEAP-YEAR THRU 0470-EXIT
                   IF WS-LEAP-YEAR
                       MOVE 29 TO WS-CALC-DD
                   END-IF
               END-IF
           END-IF.
           SUBTRACT 1 FROM WS-DAYS-LEFT.
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
      * ADD ONE HISTORY RECORD TO ITS SOURCE'S WEEK.  A RECORD OUTSIDE
      * THE 13 WEEKS IS COUNTED BUT NOT REPORTED.
      *****************************************************************
       1000-LOAD-ONE-RECORD.
           READ VOLUME-HIST-FILE INTO WS-VOLUME-RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF WS-END-OF-FILE
               GO TO 1000-EXIT
           END-IF.
           IF WS-VOLHIST-STATUS NOT = '00'
               DISPLAY 'MOCKVOLR - READ VOLUME-HIST-FILE FAILED, '
                   'STATUS=' WS-VOLHIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-READ-COUNT.
           IF VH-BUSINESS-DATE > WS-WK-END-DATE (1)
               OR VH-BUSINESS-DATE < WS-WK-START-DATE (WS-WEEK-COUNT)
               ADD 1 TO WS-OUTSIDE-COUNT
               GO TO 1000-EXIT
           END-IF.
           MOVE 1 TO WS-WEEK-IDX.
           PERFORM 1100-NEXT-WEEK THRU 1100-EXIT
               UNTIL VH-BUSINESS-DATE >= WS-WK-START-DATE (WS-WEEK-IDX).
           PERFORM 1200-FIND-SOURCE THRU 1200-EXIT.
           ADD 1 TO WS-SR-CYCLES (WS-SRC-MATCH-IDX, WS-WEEK-IDX).
           ADD VH-DETAIL-COUNT
               TO WS-SR-COUNT (WS-SRC-MATCH-IDX, WS-WEEK-IDX).
           ADD VH-AMOUNT-HASH
               TO WS-SR-AMOUNT (WS-SRC-MATCH-IDX, WS-WEEK-IDX).
           IF VH-BREACHED
               ADD 1 TO WS-SR-BREACHED (WS-SRC-MATCH-IDX, WS-WEEK-IDX)
           END-IF.
           IF VH-OVERRIDDEN
               ADD 1
                   TO WS-SR-OVERRIDDEN (WS-SRC-MATCH-IDX, WS-WEEK-IDX)
           END-IF.
       1000-EXIT.
           EXIT.

       1100-NEXT-WEEK.
           ADD 1 TO WS-WEEK-IDX.
       1100-EXIT.
           EXIT.

      *****************************************************************
      * FIND THE RECORD'S SOURCE, ADDING IT WITH ZEROED WEEKS THE
      * FIRST TIME IT IS SEEN.
      *****************************************************************
       1200-FIND-SOURCE.
           MOVE ZERO TO WS-SRC-MATCH-IDX.
           MOVE ZERO TO WS-SRC-IDX.
           PERFORM 1250-SCAN-ONE-SOURCE THRU 1250-EXIT
               UNTIL WS-SRC-IDX >= WS-SRC-USED
                  OR WS-SRC-MATCH-IDX > ZERO.
           IF WS-SRC-MATCH-IDX > ZERO
               GO TO 1200-EXIT
           END-IF.
           IF WS-SRC-USED >= 50
               DISPLAY 'MOCKVOLR - MORE THAN 50 SOURCE SYSTEMS ON THE '
                   'HISTORY'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-SRC-USED.
           MOVE WS-SRC-USED TO WS-SRC-MATCH-IDX.
           MOVE VH-SOURCE-SYSTEM TO WS-SR-SOURCE (WS-SRC-MATCH-IDX).
           MOVE 1 TO WS-PRIOR-WEEK-IDX.
           PERFORM 1300-CLEAR-ONE-WEEK THRU 1300-EXIT
               UNTIL WS-PRIOR-WEEK-IDX > WS-WEEK-COUNT.
       1200-EXIT.
           EXIT.

       1250-SCAN-ONE-SOURCE.
           ADD 1 TO WS-SRC-IDX.
           IF WS-SR-SOURCE (WS-SRC-IDX) = VH-SOURCE-SYSTEM
               MOVE WS-SRC-IDX TO WS-SRC-MATCH-IDX
           END-IF.
       1250-EXIT.
           EXIT.

       1300-CLEAR-ONE-WEEK.
           MOVE ZERO
               TO WS-SR-CYCLES (WS-SRC-MATCH-IDX, WS-PRIOR-WEEK-IDX)
                  WS-SR-COUNT (WS-SRC-MATCH-IDX, WS-PRIOR-WEEK-IDX)
                  WS-SR-AMOUNT (WS-SRC-MATCH-IDX, WS-PRIOR-WEEK-IDX)
                  WS-SR-BREACHED (WS-SRC-MATCH-IDX, WS-PRIOR-WEEK-IDX)
                  WS-SR-OVERRIDDEN
                      (WS-SRC-MATCH-IDX, WS-PRIOR-WEEK-IDX).
           ADD 1 TO WS-PRIOR-WEEK-IDX.
       1300-EXIT.
           EXIT.

      *****************************************************************
      * ONE BLOCK PER SOURCE, OLDEST WEEK FIRST, THEN ITS 13-WEEK
      * TOTAL.
      *****************************************************************
       2000-REPORT-ONE-SOURCE.
           ADD 1 TO WS-SRC-IDX.
           WRITE REPORT-RECORD FROM WS-BLANK-LINE.
           MOVE WS-SR-SOURCE (WS-SRC-IDX) TO SH-SOURCE.
           WRITE REPORT-RECORD FROM WS-SOURCE-HEADING-LINE.
           WRITE REPORT-RECORD FROM WS-COLUMN-HEADING-LINE.
           MOVE ZERO TO WS-SOURCE-CYCLES.
           MOVE ZERO TO WS-SOURCE-COUNT.
           MOVE ZERO TO WS-SOURCE-AMOUNT.
           MOVE WS-WEEK-COUNT TO WS-WEEK-IDX.
           PERFORM 2100-REPORT-ONE-WEEK THRU 2100-EXIT
               UNTIL WS-WEEK-IDX < 1.
           MOVE WS-SOURCE-CYCLES TO TT-TOT-CYCLES.
           MOVE WS-SOURCE-COUNT TO TT-TOT-COUNT.
           MOVE WS-SOURCE-AMOUNT TO TT-TOT-AMOUNT.
           WRITE REPORT-RECORD FROM WS-SOURCE-TOTAL-LINE.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * MOVEMENT IS THE CHANGE IN AVERAGE DETAILS PER CYCLE ON THE
      * WEEK BEFORE, AS A PERCENTAGE OF THE WEEK BEFORE, SO A SHORT
      * HOLIDAY WEEK DOES NOT READ AS A DROP IN VOLUME.  A WEEK WITH
      * NO PRIOR-WEEK VOLUME SHOWS ZERO MOVEMENT RATHER THAN DIVIDING
      * BY ZERO.
      *****************************************************************
       2100-REPORT-ONE-WEEK.
           MOVE WS-WK-START-DATE (WS-WEEK-IDX) TO WL-START-DATE.
           MOVE WS-WK-END-DATE (WS-WEEK-IDX) TO WL-END-DATE.
           MOVE WS-SR-CYCLES (WS-SRC-IDX, WS-WEEK-IDX) TO WL-CYCLES.
           MOVE WS-SR-COUNT (WS-SRC-IDX, WS-WEEK-IDX) TO WL-COUNT.
           MOVE WS-SR-AMOUNT (WS-SRC-IDX, WS-WEEK-IDX) TO WL-AMOUNT.
           MOVE WS-SR-BREACHED (WS-SRC-IDX, WS-WEEK-IDX)
               TO WL-BREACHED.
           MOVE WS-SR-OVERRIDDEN (WS-SRC-IDX, WS-WEEK-IDX)
               TO WL-OVERRIDDEN.
           ADD WS-SR-CYCLES (WS-SRC-IDX, WS-WEEK-IDX)
               TO WS-SOURCE-CYCLES.
           ADD WS-SR-COUNT (WS-SRC-IDX, WS-WEEK-IDX)
               TO WS-SOURCE-COUNT.
           ADD WS-SR-AMOUNT (WS-SRC-IDX, WS-WEEK-IDX)
               TO WS-SOURCE-AMOUNT.
           MOVE ZERO TO WS-AVG-COUNT.
           IF WS-SR-CYCLES (WS-SRC-IDX, WS-WEEK-IDX) > ZERO
               DIVIDE WS-SR-COUNT (WS-SRC-IDX, WS-WEEK-IDX)
                   BY WS-SR-CYCLES (WS-SRC-IDX, WS-WEEK-IDX)
                   GIVING WS-AVG-COUNT ROUNDED
           END-IF.
           MOVE WS-AVG-COUNT TO WL-AVG-COUNT.
           MOVE ZERO TO WS-PRIOR-AVG-COUNT.
           MOVE ZERO TO WS-MOVEMENT-PCT.
           IF WS-WEEK-IDX < WS-WEEK-COUNT
               COMPUTE WS-PRIOR-WEEK-IDX = WS-WEEK-IDX + 1
               IF WS-SR-CYCLES (WS-SRC-IDX, WS-PRIOR-WEEK-IDX) > ZERO
                   DIVIDE WS-SR-COUNT (WS-SRC-IDX, WS-PRIOR-WEEK-IDX)
                       BY WS-SR-CYCLES (WS-SRC-IDX, WS-PRIOR-WEEK-IDX)
                       GIVING WS-PRIOR-AVG-COUNT ROUNDED
               END-IF
           END-IF.
           IF WS-PRIOR-AVG-COUNT > ZERO
               COMPUTE WS-MOVEMENT-PCT ROUNDED =
                   ((WS-AVG-COUNT - WS-PRIOR-AVG-COUNT) * 100)
                       / WS-PRIOR-AVG-COUNT
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-MOVEMENT-PCT
               END-COMPUTE
           END-IF.
           MOVE WS-MOVEMENT-PCT TO WL-MOVEMENT.
           WRITE REPORT-RECORD FROM WS-WEEK-LINE.
           SUBTRACT 1 FROM WS-WEEK-IDX.
       2100-EXIT.
           EXIT.

       4000-WRITE-TOTALS.
           WRITE REPORT-RECORD FROM WS-BLANK-LINE.
           IF WS-SRC-USED = ZERO
               MOVE 'NO FEED VOLUME HISTORY IN THE LAST 13 WEEKS'
                   TO ML-TEXT
               WRITE REPORT-RECORD FROM WS-MESSAGE-LINE
           END-IF.
           MOVE 'HISTORY RECORDS READ' TO TL-LABEL.
           MOVE WS-READ-COUNT TO TL-COUNT.
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE '  OUTSIDE THE 13 WEEKS' TO TL-LABEL.
           MOVE WS-OUTSIDE-COUNT TO TL-COUNT.
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE 'SOURCE SYSTEMS REPORTED' TO TL-LABEL.
           MOVE WS-SRC-USED TO TL-COUNT.
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
       4000-EXIT.
           EXIT.

       9999-END.
           IF WS-VOLHIST-STATUS NOT = '35'
               CLOSE VOLUME-HIST-FILE
           END-IF.
           CLOSE REPORT-FILE.
       9999-EXIT.
           EXIT.
