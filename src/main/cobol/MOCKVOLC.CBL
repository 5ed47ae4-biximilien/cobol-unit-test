      **********************************************************************
      * AUTHOR:    R MCALLISTER
      * DATE:      15 OCT 2026
      * PURPOSE:   FEED VOLUME CHECK, RUN BETWEEN MOCKDEMO AND POSTING.
      *            MOCKCYCE PROVES THE NIGHT'S RECORD FLOW IS
      *            INTERNALLY CONSISTENT, BUT A SOURCE THAT SENT A
      *            TENTH OF ITS USUAL FILE, OR RESENT YESTERDAY'S,
      *            BALANCES PERFECTLY.  THIS PROGRAM TAKES EACH SOURCE
      *            SYSTEM'S DETAIL COUNT AND AMOUNT HASH FROM
      *            MOCKDEMO'S SOURCE DETAILS STATISTICS ON TONIGHT'S
      *            CYCLE STATISTICS GENERATION (STATREC LAYOUT, LAST
      *            OCCURRENCE PER SOURCE) AND COMPARES THEM WITH THE
      *            SOURCE'S TRAILING AVERAGE OVER ITS LAST 20 ACCEPTED
      *            CYCLES ON THE ROLLING VOLUME HISTORY (VOLHREC
      *            LAYOUT, PROD.MOCK.VOLHIST).  A SOURCE IS OUTSIDE
      *            TOLERANCE WHEN:
      *              - ITS COUNT OR AMOUNT HASH IS FURTHER FROM THE
      *                AVERAGE THAN THE SOURCE'S LIMIT PERCENTAGE;
      *              - ITS COUNT AND HASH ARE IDENTICAL TO ITS LAST
      *                ACCEPTED CYCLE (A RESENT FILE); OR
      *              - IT SENT NOTHING TONIGHT BUT SENT DETAILS ON ITS
      *                LAST ACCEPTED CYCLE.
      *            FEWER THAN 5 ACCEPTED CYCLES OF HISTORY IS NO
      *            BASELINE - THE SOURCE IS REPORTED BUT NOT HELD (THE
      *            RESENT AND SILENT TESTS STILL APPLY).  80-BYTE
      *            CONTROL CARDS (VOLCARDS):
      *                LIMIT    SOURCE   CCC AAA
      *                         COUNT AND AMOUNT LIMIT PERCENTAGES
      *                         (COLUMNS 19-21 AND 23-25, 001-999) FOR
      *                         THE SOURCE IN COLUMNS 10-17, OR FOR
      *                         EVERY UNCARDED SOURCE WHEN THE SOURCE
      *                         IS '*'.  999 TURNS THAT MEASURE'S
      *                         TOLERANCE TEST OFF.  WITHOUT A '*'
      *                         CARD THE DEFAULT IS 050 050.
      *                OVERRIDE SOURCE   YYYYMMDD
      *                         ACCEPT TONIGHT'S FIGURES FOR THE SOURCE
      *                         (OR EVERY SOURCE, '*') DESPITE A
      *                         BREACH.  THE DATE IN COLUMNS 19-26 MUST
      *                         BE TONIGHT'S BUSINESS DATE, SO A CARD
      *                         LEFT IN THE DECK NEVER CARRIES OVER TO
      *                         A LATER NIGHT.
      *            A BAD CARD IS REPORTED AND IGNORED.  THE NEW VOLHIST
      *            GENERATION IS THE PRIOR ONE LESS ANYTHING OLDER
      *            THAN 98 DAYS OR DATED TONIGHT OR LATER (SO A RERUN
      *            REPLACES RATHER THAN DOUBLES TONIGHT), PLUS ONE
      *            RECORD PER SOURCE CHECKED TONIGHT WITH ITS RESULT.
      *            A BREACHED CYCLE IS KEPT FOR THE TREND REPORT BUT
      *            LEFT OUT OF LATER AVERAGES.  RC 8 WHEN ANY SOURCE IS
      *            OUTSIDE TOLERANCE WITHOUT AN OVERRIDE - MOCKJOB HOLDS
      *            POSTING AND EVERYTHING AFTER IT ON THAT.  RC 2 WHEN
      *            AN OVERRIDE WAS APPLIED OR A CARD WAS REJECTED.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOCKVOLC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT VOLUME-CARD-FILE ASSIGN TO VOLCARDS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CARD-FILE-STATUS.

       SELECT STATS-FILE ASSIGN TO STATS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATS-FILE-STATUS.

       SELECT PRIOR-HIST-FILE ASSIGN TO VOLPRIOR
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRIOR-HIST-STATUS.

       SELECT HIST-OUTPUT-FILE ASSIGN TO VOLHIST
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HIST-OUT-STATUS.

       SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-RUNCTL-STATUS.

       SELECT REPORT-FILE ASSIGN TO RPTFILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD VOLUME-CARD-FILE.
       01 VOLUME-CARD.
           05  VC-ACTION               PIC X(08).
               88  VC-LIMIT                    VALUE 'LIMIT'.
               88  VC-OVERRIDE                 VALUE 'OVERRIDE'.
           05  FILLER                  PIC X(01).
           05  VC-SOURCE-SYSTEM        PIC X(08).
           05  FILLER                  PIC X(01).
           05  VC-LIMIT-FIELDS.
               10  VC-COUNT-PCT        PIC X(03).
               10  VC-COUNT-PCT-N REDEFINES VC-COUNT-PCT
                                       PIC 9(03).
               10  FILLER              PIC X(01).
               10  VC-AMOUNT-PCT       PIC X(03).
               10  VC-AMOUNT-PCT-N REDEFINES VC-AMOUNT-PCT
                                       PIC 9(03).
               10  FILLER              PIC X(01).
           05  VC-OVERRIDE-FIELDS REDEFINES VC-LIMIT-FIELDS.
               10  VC-OVERRIDE-DATE    PIC X(08).
               10  VC-OVERRIDE-DATE-N REDEFINES VC-OVERRIDE-DATE
                                       PIC 9(08).
           05  FILLER                  PIC X(54).

       FD STATS-FILE.
       01 STATS-INPUT-RECORD              PIC X(80).

       FD PRIOR-HIST-FILE.
       01 PRIOR-HIST-RECORD               PIC X(80).

       FD HIST-OUTPUT-FILE.
       01 HIST-OUTPUT-RECORD              PIC X(80).

       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-RECORD.
           COPY RUNCTL.

       FD REPORT-FILE.
       01 REPORT-RECORD                   PIC X(133).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           05  WS-CARD-FILE-STATUS    PIC X(02).
           05  WS-STATS-FILE-STATUS   PIC X(02).
           05  WS-PRIOR-HIST-STATUS   PIC X(02).
           05  WS-HIST-OUT-STATUS     PIC X(02).
           05  WS-RUNCTL-STATUS       PIC X(02).
           05  WS-REPORT-FILE-STATUS  PIC X(02).

       01  WS-SWITCHES.
           05  WS-CARD-EOF-SW         PIC X(01) VALUE 'N'.
               88  WS-END-OF-CARDS            VALUE 'Y'.
           05  WS-STATS-EOF-SW        PIC X(01) VALUE 'N'.
               88  WS-END-OF-STATS            VALUE 'Y'.
           05  WS-PRIOR-EOF-SW        PIC X(01) VALUE 'N'.
               88  WS-END-OF-PRIOR            VALUE 'Y'.
           05  WS-DEFAULT-CARDED-SW   PIC X(01) VALUE 'N'.
               88  WS-DEFAULT-CARDED          VALUE 'Y'.
           05  WS-LAST-FOUND-SW       PIC X(01) VALUE 'N'.
               88  WS-LAST-FOUND              VALUE 'Y'.
           05  WS-COUNT-BREACH-SW     PIC X(01) VALUE 'N'.
               88  WS-COUNT-BREACH            VALUE 'Y'.
           05  WS-AMOUNT-BREACH-SW    PIC X(01) VALUE 'N'.
               88  WS-AMOUNT-BREACH           VALUE 'Y'.

       01  WS-RUN-DATE-AREAS.
           05  WS-BUSINESS-DATE       PIC 9(08) VALUE ZERO.
           05  WS-CYCLE-NUMBER        PIC 9(05) VALUE ZERO.
           05  WS-RETAIN-DATE         PIC 9(08) VALUE ZERO.

       01  WS-STATS-RECORD.
           COPY STATREC.

       01  WS-VOLUME-RECORD.
           COPY VOLHREC.

      *****************************************************************
      * TOLERANCE LIMITS.  THE DEFAULT APPLIES TO EVERY SOURCE WITHOUT
      * ITS OWN LIMIT CARD; A '*' LIMIT CARD REPLACES IT.
      *****************************************************************
       01  WS-LIMIT-AREAS.
           05  WS-DEFAULT-COUNT-PCT   PIC 9(03) VALUE 50.
           05  WS-DEFAULT-AMOUNT-PCT  PIC 9(03) VALUE 50.
           05  WS-NOT-CHECKED-PCT     PIC 9(03) VALUE 999.
           05  WS-LIMIT-USED          PIC S9(04) COMP VALUE ZERO.
           05  WS-LIMIT-IDX           PIC S9(04) COMP VALUE ZERO.
           05  WS-LIMIT-MATCH-IDX     PIC S9(04) COMP VALUE ZERO.
           05  WS-LIMIT-ENTRY OCCURS 50 TIMES.
               10  WS-LM-SOURCE       PIC X(08).
               10  WS-LM-COUNT-PCT    PIC 9(03).
               10  WS-LM-AMOUNT-PCT   PIC 9(03).

      *****************************************************************
      * OVERRIDE CARDS ACCEPTED FOR TONIGHT.  AN OVERRIDE THAT MEETS
      * NO BREACH IS REPORTED AT THE END AS NOT NEEDED.
      *****************************************************************
       01  WS-OVERRIDE-AREAS.
           05  WS-OVR-USED            PIC S9(04) COMP VALUE ZERO.
           05  WS-OVR-IDX             PIC S9(04) COMP VALUE ZERO.
           05  WS-OVR-MATCH-IDX       PIC S9(04) COMP VALUE ZERO.
           05  WS-OVR-ENTRY OCCURS 50 TIMES.
               10  WS-OV-SOURCE       PIC X(08).
               10  WS-OV-USED-SW      PIC X(01).
                   88  WS-OV-USED             VALUE 'Y'.

      *****************************************************************
      * THE RETAINED VOLUME HISTORY, OLDEST CYCLE FIRST, AS READ FROM
      * THE PRIOR GENERATION.  98 DAYS OF UP TO 50 SOURCES FITS WELL
      * INSIDE 6000 SLOTS; A FULL TABLE ENDS THE RUN RC 16 RATHER THAN
      * SILENTLY SHORTEN THE HISTORY.
      *****************************************************************
       01  WS-HIST-TABLE-AREAS.
           05  WS-HT-USED             PIC S9(04) COMP VALUE ZERO.
           05  WS-HT-IDX              PIC S9(04) COMP VALUE ZERO.
           05  WS-HT-MAX              PIC S9(04) COMP VALUE 6000.
           05  WS-HT-ENTRY OCCURS 6000 TIMES.
               10  WS-HT-BUSINESS-DATE    PIC 9(08).
               10  WS-HT-CYCLE-NUMBER     PIC 9(05).
               10  WS-HT-SOURCE           PIC X(08).
               10  WS-HT-COUNT            PIC 9(09).
               10  WS-HT-AMOUNT           PIC 9(13)V99.
               10  WS-HT-RESULT           PIC X(01).

      *****************************************************************
      * ONE ENTRY PER SOURCE TONIGHT - EACH SOURCE ON THE SOURCE
      * DETAILS STATISTICS, THEN EACH SOURCE ON THE HISTORY THAT SENT
      * NOTHING (ABSENT).  AN ABSENT SOURCE WHOSE LAST ACCEPTED CYCLE
      * WAS ALSO EMPTY, OR WHOSE TESTS ARE BOTH TURNED OFF, IS DROPPED
      * - NEITHER REPORTED NOR WRITTEN - SO A RETIRED SOURCE AGES OFF
      * THE HISTORY.
      *****************************************************************
       01  WS-TONIGHT-TABLE-AREAS.
           05  WS-TN-USED             PIC S9(04) COMP VALUE ZERO.
           05  WS-TN-IDX              PIC S9(04) COMP VALUE ZERO.
           05  WS-TN-MATCH-IDX        PIC S9(04) COMP VALUE ZERO.
           05  WS-TN-ENTRY OCCURS 50 TIMES.
               10  WS-TN-SOURCE           PIC X(08).
               10  WS-TN-COUNT            PIC 9(09).
               10  WS-TN-AMOUNT           PIC 9(13)V99.
               10  WS-TN-ABSENT-SW        PIC X(01).
                   88  WS-TN-ABSENT               VALUE 'Y'.
               10  WS-TN-DROP-SW          PIC X(01).
                   88  WS-TN-DROPPED              VALUE 'Y'.
               10  WS-TN-COUNT-PCT        PIC 9(03).
               10  WS-TN-AMOUNT-PCT       PIC 9(03).
               10  WS-TN-BASE-CYCLES      PIC 9(03).
               10  WS-TN-AVERAGE-SW       PIC X(01).
                   88  WS-TN-HAS-AVERAGE          VALUE 'Y'.
               10  WS-TN-AVG-COUNT        PIC 9(09).
               10  WS-TN-AVG-AMOUNT       PIC 9(13)V99.
               10  WS-TN-DEV-COUNT        PIC S9(07)V9.
               10  WS-TN-DEV-AMOUNT       PIC S9(07)V9.
               10  WS-TN-RESULT           PIC X(01).
               10  WS-TN-REASON           PIC X(28).

      *****************************************************************
      * BASELINE WORK AREAS FOR THE SOURCE BEING CHECKED.
      *****************************************************************
       01  WS-BASELINE-AREAS.
           05  WS-BASE-MAX-CYCLES     PIC 9(03) VALUE 20.
           05  WS-BASE-MIN-CYCLES     PIC 9(03) VALUE 5.
           05  WS-BASE-CYCLES         PIC 9(03) VALUE ZERO.
           05  WS-BASE-SUM-COUNT      PIC 9(11) VALUE ZERO.
           05  WS-BASE-SUM-AMOUNT     PIC 9(15)V99 VALUE ZERO.
           05  WS-LAST-COUNT          PIC 9(09) VALUE ZERO.
           05  WS-LAST-AMOUNT         PIC 9(13)V99 VALUE ZERO.
           05  WS-FIND-SOURCE         PIC X(08) VALUE SPACES.
           05  WS-MAX-DEVIATION       PIC S9(07)V9 VALUE 9999999.9.

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
           05  WS-RETAIN-DAYS         PIC 9(03) VALUE 98.

       01  WS-MONTH-DAY-VALUES.
           05  FILLER                 PIC X(24)
               VALUE '312831303130313130313031'.

       01  WS-MONTH-DAY-TABLE REDEFINES WS-MONTH-DAY-VALUES.
           05  WS-MONTH-DAYS          PIC 9(02) OCCURS 12 TIMES.

       01  WS-COUNTERS.
           05  WS-CARD-COUNT          PIC 9(05) VALUE ZERO.
           05  WS-CARD-REJECT-COUNT   PIC 9(05) VALUE ZERO.
           05  WS-PRIOR-READ-COUNT    PIC 9(07) VALUE ZERO.
           05  WS-AGED-OFF-COUNT      PIC 9(07) VALUE ZERO.
           05  WS-REPLACED-COUNT      PIC 9(07) VALUE ZERO.
           05  WS-HIST-WRITTEN-COUNT  PIC 9(07) VALUE ZERO.
           05  WS-CHECKED-COUNT       PIC 9(05) VALUE ZERO.
           05  WS-WITHIN-COUNT        PIC 9(05) VALUE ZERO.
           05  WS-NO-BASELINE-COUNT   PIC 9(05) VALUE ZERO.
           05  WS-NOT-CHECKED-COUNT   PIC 9(05) VALUE ZERO.
           05  WS-BREACHED-COUNT      PIC 9(05) VALUE ZERO.
           05  WS-OVERRIDDEN-COUNT    PIC 9(05) VALUE ZERO.

       01  WS-HEADING-LINE-1.
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  FILLER                 PIC X(50)
               VALUE 'MOCKVOLC FEED VOLUME CHECK BY SOURCE'.

       01  WS-DATE-LINE.
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  FILLER                 PIC X(14)
               VALUE 'BUSINESS DATE '.
           05  HL-BUSINESS-DATE       PIC 9(08).
           05  FILLER                 PIC X(08) VALUE '  CYCLE '.
           05  HL-CYCLE-NUMBER        PIC 9(05).
           05  FILLER                 PIC X(93) VALUE SPACES.

       01  WS-SECTION-LINE.
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  SC-TITLE               PIC X(60).
           05  FILLER                 PIC X(68) VALUE SPACES.

       01  WS-CARD-LINE.
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  CD-CARD-IMAGE          PIC X(26).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  CD-RESULT              PIC X(50).
           05  FILLER                 PIC X(50) VALUE SPACES.

       01  WS-CHECK-HEADING-LINE.
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  FILLER                 PIC X(08) VALUE 'SOURCE'.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  FILLER                 PIC X(06) VALUE 'FIGURE'.
           05  FILLER                 PIC X(14) VALUE SPACES.
           05  FILLER                 PIC X(07) VALUE 'TONIGHT'.
           05  FILLER                 PIC X(10) VALUE SPACES.
           05  FILLER                 PIC X(12) VALUE 'TRAILING AVG'.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(10) VALUE 'DEVIATION%'.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(06) VALUE 'LIMIT%'.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(06) VALUE 'CYCLES'.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(08) VALUE 'RESULT'.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(28) VALUE 'REASON'.
           05  FILLER                 PIC X(02) VALUE SPACES.

       01  WS-COUNT-LINE.
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  CL-SOURCE              PIC X(08).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  FILLER                 PIC X(06) VALUE 'COUNT'.
           05  FILLER                 PIC X(10) VALUE SPACES.
           05  CL-TONIGHT             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(11) VALUE SPACES.
           05  CL-AVERAGE             PIC ZZZ,ZZZ,ZZ9.
           05  CL-AVERAGE-X REDEFINES CL-AVERAGE
                                      PIC X(11).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  CL-DEVIATION           PIC -------9.9.
           05  CL-DEVIATION-X REDEFINES CL-DEVIATION
                                      PIC X(10).
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  CL-LIMIT               PIC ZZ9.
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  CL-CYCLES              PIC ZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  CL-RESULT              PIC X(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  CL-REASON              PIC X(28).
           05  FILLER                 PIC X(02) VALUE SPACES.

       01  WS-AMOUNT-LINE.
           05  FILLER                 PIC X(14) VALUE SPACES.
           05  FILLER                 PIC X(06) VALUE 'AMOUNT'.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  AL-TONIGHT             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  AL-AVERAGE             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  AL-AVERAGE-X REDEFINES AL-AVERAGE
                                      PIC X(20).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  AL-DEVIATION           PIC -------9.9.
           05  AL-DEVIATION-X REDEFINES AL-DEVIATION
                                      PIC X(10).
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  AL-LIMIT               PIC ZZ9.
           05  FILLER                 PIC X(50) VALUE SPACES.

       01  WS-MESSAGE-LINE.
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  ML-TEXT                PIC X(75).
           05  FILLER                 PIC X(53) VALUE SPACES.

       01  WS-LIMIT-MESSAGE.
           05  FILLER                 PIC X(32)
               VALUE 'DEFAULT LIMITS - COUNT PERCENT '.
           05  LM-COUNT-PCT           PIC 9(03).
           05  FILLER                 PIC X(17)
               VALUE ', AMOUNT PERCENT '.
           05  LM-AMOUNT-PCT          PIC 9(03).

       01  WS-UNUSED-MESSAGE.
           05  FILLER                 PIC X(13)
               VALUE 'OVERRIDE FOR '.
           05  UM-SOURCE              PIC X(08).
           05  FILLER                 PIC X(31)
               VALUE ' NOT NEEDED - NO BREACH TONIGHT'.

       01  WS-TOTAL-LINE.
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  TL-LABEL               PIC X(30).
           05  TL-COUNT               PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(89) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0100-OPEN-FILES THRU 0100-EXIT.
           PERFORM 0150-SET-RETAIN-DATE THRU 0150-EXIT.
           PERFORM 0300-WRITE-HEADINGS THRU 0300-EXIT.
           PERFORM 0500-LOAD-PRIOR-HISTORY THRU 0500-EXIT.
           PERFORM 1000-LOAD-CARDS THRU 1000-EXIT.
           PERFORM 1500-LOAD-TONIGHT THRU 1500-EXIT.
           PERFORM 1700-ADD-ABSENT-SOURCES THRU 1700-EXIT.
           PERFORM 2000-CHECK-SOURCES THRU 2000-EXIT.
           PERFORM 3000-WRITE-HISTORY THRU 3000-EXIT.
           PERFORM 4000-WRITE-TOTALS THRU 4000-EXIT.
           PERFORM 9999-END THRU 9999-EXIT.
           GOBACK
           .

      *****************************************************************
      * AN EMPTY OR NEVER-CATALOGED PRIOR HISTORY GENERATION IS NOT AN
      * ERROR - EVERY SOURCE SIMPLY HAS NO BASELINE YET.
      *****************************************************************
       0100-OPEN-FILES.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'MOCKVOLC - UNABLE TO OPEN RUN-CONTROL-FILE, '
                   'STATUS=' WS-RUNCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ RUN-CONTROL-FILE
               AT END
                   DISPLAY 'MOCKVOLC - RUN-CONTROL-FILE IS EMPTY'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE RN-BUSINESS-DATE TO WS-BUSINESS-DATE.
           MOVE RN-CYCLE-NUMBER TO WS-CYCLE-NUMBER.
           CLOSE RUN-CONTROL-FILE.
           OPEN INPUT VOLUME-CARD-FILE.
           IF WS-CARD-FILE-STATUS NOT = '00'
               DISPLAY 'MOCKVOLC - UNABLE TO OPEN VOLUME-CARD-FILE, '
                   'STATUS=' WS-CARD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT STATS-FILE.
           IF WS-STATS-FILE-STATUS NOT = '00'
               DISPLAY 'MOCKVOLC - UNABLE TO OPEN STATS-FILE, '
                   'STATUS=' WS-STATS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT PRIOR-HIST-FILE.
           IF WS-PRIOR-HIST-STATUS = '35'
               MOVE 'Y' TO WS-PRIOR-EOF-SW
           ELSE
               IF WS-PRIOR-HIST-STATUS NOT = '00'
                   DISPLAY 'MOCKVOLC - UNABLE TO OPEN PRIOR-HIST-FILE, '
                       'STATUS=' WS-PRIOR-HIST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT HIST-OUTPUT-FILE.
           IF WS-HIST-OUT-STATUS NOT = '00'
               DISPLAY 'MOCKVOLC - UNABLE TO OPEN HIST-OUTPUT-FILE, '
                   'STATUS=' WS-HIST-OUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'MOCKVOLC - UNABLE TO OPEN REPORT-FILE, '
                   'STATUS=' WS-REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       0100-EXIT.
           EXIT.

       0150-SET-RETAIN-DATE.
           MOVE WS-BUSINESS-DATE TO WS-CALC-DATE-N.
           MOVE WS-RETAIN-DAYS TO WS-SUB-DAY-COUNT.
           PERFORM 0400-SUBTRACT-DAYS THRU 0400-EXIT.
           MOVE WS-CALC-DATE-N TO WS-RETAIN-DATE.
       0150-EXIT.
           EXIT.

       0300-WRITE-HEADINGS.
           WRITE REPORT-RECORD FROM WS-HEADING-LINE-1.
           MOVE WS-BUSINESS-DATE TO HL-BUSINESS-DATE.
           MOVE WS-CYCLE-NUMBER TO HL-CYCLE-NUMBER.
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
      * EACH VOLHIST GENERATION IS THE WHOLE ROLLING HISTORY, SO THE
      * PRIOR ONE SEEDS THE TABLE.  A CYCLE OLDER THAN THE RETENTION
      * DATE AGES OFF; ONE DATED TONIGHT OR LATER IS FROM AN EARLIER
      * RUN OF THIS SAME CYCLE AND IS REPLACED BY TONIGHT'S CHECK.
      *****************************************************************
       0500-LOAD-PRIOR-HISTORY.
           PERFORM 0550-LOAD-ONE-HISTORY THRU 0550-EXIT
               UNTIL WS-END-OF-PRIOR.
       0500-EXIT.
           EXIT.

       0550-LOAD-ONE-HISTORY.
           READ PRIOR-HIST-FILE INTO WS-VOLUME-RECORD
               AT END
                   MOVE 'Y' TO WS-PRIOR-EOF-SW
           END-READ.
           IF WS-END-OF-PRIOR
               GO TO 0550-EXIT
           END-IF.
           IF WS-PRIOR-HIST-STATUS NOT = '00'
               DISPLAY 'MOCKVOLC - READ PRIOR-HIST-FILE FAILED, '
                   'STATUS=' WS-PRIOR-HIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-PRIOR-READ-COUNT.
           IF VH-BUSINESS-DATE < WS-RETAIN-DATE
               ADD 1 TO WS-AGED-OFF-COUNT
               GO TO 0550-EXIT
           END-IF.
           IF VH-BUSINESS-DATE >= WS-BUSINESS-DATE
               ADD 1 TO WS-REPLACED-COUNT
               GO TO 0550-EXIT
           END-IF.
           IF WS-HT-USED >= WS-HT-MAX
               DISPLAY 'MOCKVOLC - HISTORY TABLE FULL AT '
                   WS-HT-MAX ' ENTRIES'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-HT-USED.
           MOVE WS-HT-USED TO WS-HT-IDX.
           MOVE VH-BUSINESS-DATE TO WS-HT-BUSINESS-DATE (WS-HT-IDX).
           MOVE VH-CYCLE-NUMBER TO WS-HT-CYCLE-NUMBER (WS-HT-IDX).
           MOVE VH-SOURCE-SYSTEM TO WS-HT-SOURCE (WS-HT-IDX).
           MOVE VH-DETAIL-COUNT TO WS-HT-COUNT (WS-HT-IDX).
           MOVE VH-AMOUNT-HASH TO WS-HT-AMOUNT (WS-HT-IDX).
           MOVE VH-CHECK-RESULT TO WS-HT-RESULT (WS-HT-IDX).
       0550-EXIT.
           EXIT.

      *****************************************************************
      * THE CONTROL CARDS ARE LISTED AS READ, EACH WITH ITS OUTCOME.
      *****************************************************************
       1000-LOAD-CARDS.
           PERFORM 1100-LOAD-ONE-CARD THRU 1100-EXIT
               UNTIL WS-END-OF-CARDS.
           MOVE WS-DEFAULT-COUNT-PCT TO LM-COUNT-PCT.
           MOVE WS-DEFAULT-AMOUNT-PCT TO LM-AMOUNT-PCT.
           MOVE WS-LIMIT-MESSAGE TO ML-TEXT.
           WRITE REPORT-RECORD FROM WS-MESSAGE-LINE.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * A CARD WITH AN UNKNOWN ACTION, NO SOURCE, A PERCENTAGE OUTSIDE
      * 001-999, AN OVERRIDE DATE THAT IS NOT TONIGHT'S BUSINESS DATE,
      * OR A SECOND CARD OF THE SAME KIND FOR A SOURCE IS REJECTED ON
      * THE REPORT - THE FIRST CARD FOR A SOURCE STANDS.
      *****************************************************************
       1100-LOAD-ONE-CARD.
           READ VOLUME-CARD-FILE
               AT END
                   MOVE 'Y' TO WS-CARD-EOF-SW
           END-READ.
           IF WS-END-OF-CARDS
               GO TO 1100-EXIT
           END-IF.
           IF WS-CARD-FILE-STATUS NOT = '00'
               DISPLAY 'MOCKVOLC - READ VOLUME-CARD-FILE FAILED, '
                   'STATUS=' WS-CARD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF VOLUME-CARD = SPACES
               GO TO 1100-EXIT
           END-IF.
           ADD 1 TO WS-CARD-COUNT.
           IF WS-CARD-COUNT = 1
               MOVE 'CONTROL CARDS' TO SC-TITLE
               WRITE REPORT-RECORD FROM WS-SECTION-LINE
           END-IF.
           MOVE VOLUME-CARD TO CD-CARD-IMAGE.
           IF NOT VC-LIMIT AND NOT VC-OVERRIDE
               MOVE 'CARD REJECTED - ACTION MUST BE LIMIT/OVERRIDE'
                   TO CD-RESULT
               PERFORM 1900-REJECT-CARD THRU 1900-EXIT
               GO TO 1100-EXIT
           END-IF.
           IF VC-SOURCE-SYSTEM = SPACES
               MOVE 'CARD REJECTED - SOURCE SYSTEM REQUIRED'
                   TO CD-RESULT
               PERFORM 1900-REJECT-CARD THRU 1900-EXIT
               GO TO 1100-EXIT
           END-IF.
           IF VC-OVERRIDE
               PERFORM 1300-LOAD-OVERRIDE-CARD THRU 1300-EXIT
           ELSE
               PERFORM 1200-LOAD-LIMIT-CARD THRU 1200-EXIT
           END-IF.
       1100-EXIT.
           EXIT.

       1200-LOAD-LIMIT-CARD.
           IF VC-COUNT-PCT NOT NUMERIC
               OR VC-AMOUNT-PCT NOT NUMERIC
               OR VC-COUNT-PCT-N = ZERO
               OR VC-AMOUNT-PCT-N = ZERO
               MOVE 'CARD REJECTED - PERCENTAGES MUST BE 001-999'
                   TO CD-RESULT
               PERFORM 1900-REJECT-CARD THRU 1900-EXIT
               GO TO 1200-EXIT
           END-IF.
           IF VC-SOURCE-SYSTEM = '*'
               IF WS-DEFAULT-CARDED
                   MOVE 'CARD REJECTED - DEFAULT LIMIT ALREADY CARDED'
                       TO CD-RESULT
                   PERFORM 1900-REJECT-CARD THRU 1900-EXIT
                   GO TO 1200-EXIT
               END-IF
               MOVE 'Y' TO WS-DEFAULT-CARDED-SW
               MOVE VC-COUNT-PCT-N TO WS-DEFAULT-COUNT-PCT
               MOVE VC-AMOUNT-PCT-N TO WS-DEFAULT-AMOUNT-PCT
               MOVE 'ACCEPTED - DEFAULT LIMITS' TO CD-RESULT
               WRITE REPORT-RECORD FROM WS-CARD-LINE
               GO TO 1200-EXIT
           END-IF.
           MOVE VC-SOURCE-SYSTEM TO WS-FIND-SOURCE.
           PERFORM 2500-FIND-LIMIT THRU 2500-EXIT.
           IF WS-LIMIT-MATCH-IDX > ZERO
               MOVE 'CARD REJECTED - SOURCE ALREADY CARDED'
                   TO CD-RESULT
               PERFORM 1900-REJECT-CARD THRU 1900-EXIT
               GO TO 1200-EXIT
           END-IF.
           IF WS-LIMIT-USED >= 50
               MOVE 'CARD REJECTED - OVER 50 LIMIT CARDS' TO CD-RESULT
               PERFORM 1900-REJECT-CARD THRU 1900-EXIT
               GO TO 1200-EXIT
           END-IF.
           ADD 1 TO WS-LIMIT-USED.
           MOVE VC-SOURCE-SYSTEM TO WS-LM-SOURCE (WS-LIMIT-USED).
           MOVE VC-COUNT-PCT-N TO WS-LM-COUNT-PCT (WS-LIMIT-USED).
           MOVE VC-AMOUNT-PCT-N TO WS-LM-AMOUNT-PCT (WS-LIMIT-USED).
           MOVE 'ACCEPTED' TO CD-RESULT.
           WRITE REPORT-RECORD FROM WS-CARD-LINE.
       1200-EXIT.
           EXIT.

       1300-LOAD-OVERRIDE-CARD.
           IF VC-OVERRIDE-DATE NOT NUMERIC
               OR VC-OVERRIDE-DATE-N NOT = WS-BUSINESS-DATE
               MOVE 'CARD REJECTED - DATE IS NOT THE BUSINESS DATE'
                   TO CD-RESULT
               PERFORM 1900-REJECT-CARD THRU 1900-EXIT
               GO TO 1300-EXIT
           END-IF.
           MOVE VC-SOURCE-SYSTEM TO WS-FIND-SOURCE.
           PERFORM 2600-FIND-OVERRIDE THRU 2600-EXIT.
           IF WS-OVR-MATCH-IDX > ZERO
               MOVE 'CARD REJECTED - SOURCE ALREADY OVERRIDDEN'
                   TO CD-RESULT
               PERFORM 1900-REJECT-CARD THRU 1900-EXIT
               GO TO 1300-EXIT
           END-IF.
           IF WS-OVR-USED >= 50
               MOVE 'CARD REJECTED - OVER 50 OVERRIDE CARDS'
                   TO CD-RESULT
               PERFORM 1900-REJECT-CARD THRU 1900-EXIT
               GO TO 1300-EXIT
           END-IF.
           ADD 1 TO WS-OVR-USED.
           MOVE VC-SOURCE-SYSTEM TO WS-OV-SOURCE (WS-OVR-USED).
           MOVE 'N' TO WS-OV-USED-SW (WS-OVR-USED).
           MOVE 'ACCEPTED' TO CD-RESULT.
           WRITE REPORT-RECORD FROM WS-CARD-LINE.
       1300-EXIT.
           EXIT.

       1900-REJECT-CARD.
           WRITE REPORT-RECORD FROM WS-CARD-LINE.
           ADD 1 TO WS-CARD-REJECT-COUNT.
       1900-EXIT.
           EXIT.

      *****************************************************************
      * TONIGHT'S FIGURES - MOCKDEMO'S SOURCE DETAILS STATISTICS.  A
      * RESTARTED MOCKDEMO APPENDS THEM AGAIN, SO A SOURCE ALREADY IN
      * THE TABLE TAKES THE LATER RECORD'S FIGURES.
      *****************************************************************
       1500-LOAD-TONIGHT.
           PERFORM 1550-LOAD-ONE-STAT THRU 1550-EXIT
               UNTIL WS-END-OF-STATS.
       1500-EXIT.
           EXIT.

       1550-LOAD-ONE-STAT.
           READ STATS-FILE INTO WS-STATS-RECORD
               AT END
                   MOVE 'Y' TO WS-STATS-EOF-SW
           END-READ.
           IF WS-END-OF-STATS
               GO TO 1550-EXIT
           END-IF.
           IF WS-STATS-FILE-STATUS NOT = '00'
               DISPLAY 'MOCKVOLC - READ STATS-FILE FAILED, STATUS='
                   WS-STATS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF ST-PROGRAM NOT = 'MOCKDEMO'
               OR ST-STAT-NAME NOT = 'SOURCE DETAILS'
               OR ST-SOURCE-SYSTEM = SPACES
               GO TO 1550-EXIT
           END-IF.
           IF ST-STAT-COUNT NOT NUMERIC
               OR ST-STAT-AMOUNT NOT NUMERIC
               DISPLAY 'MOCKVOLC - UNPARSEABLE STATISTICS RECORD: '
                   STATS-INPUT-RECORD
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ST-SOURCE-SYSTEM TO WS-FIND-SOURCE.
           PERFORM 2700-FIND-TONIGHT THRU 2700-EXIT.
           IF WS-TN-MATCH-IDX = ZERO
               PERFORM 1800-ADD-TONIGHT-ENTRY THRU 1800-EXIT
           END-IF.
           MOVE ST-STAT-COUNT TO WS-TN-COUNT (WS-TN-MATCH-IDX).
           MOVE ST-STAT-AMOUNT TO WS-TN-AMOUNT (WS-TN-MATCH-IDX).
       1550-EXIT.
           EXIT.

      *****************************************************************
      * A SOURCE ON THE RETAINED HISTORY WITH NO FIGURES TONIGHT IS
      * ADDED AS ABSENT WITH A ZERO COUNT AND HASH.
      *****************************************************************
       1700-ADD-ABSENT-SOURCES.
           MOVE ZERO TO WS-HT-IDX.
           PERFORM 1750-CHECK-ONE-HISTORY THRU 1750-EXIT
               UNTIL WS-HT-IDX >= WS-HT-USED.
       1700-EXIT.
           EXIT.

       1750-CHECK-ONE-HISTORY.
           ADD 1 TO WS-HT-IDX.
           MOVE WS-HT-SOURCE (WS-HT-IDX) TO WS-FIND-SOURCE.
           PERFORM 2700-FIND-TONIGHT THRU 2700-EXIT.
           IF WS-TN-MATCH-IDX > ZERO
               GO TO 1750-EXIT
           END-IF.
           PERFORM 1800-ADD-TONIGHT-ENTRY THRU 1800-EXIT.
           MOVE 'Y' TO WS-TN-ABSENT-SW (WS-TN-MATCH-IDX).
       1750-EXIT.
           EXIT.

       1800-ADD-TONIGHT-ENTRY.
           IF WS-TN-USED >= 50
               DISPLAY 'MOCKVOLC - MORE THAN 50 SOURCE SYSTEMS, '
                   'SOURCE ' WS-FIND-SOURCE ' NOT CHECKED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-TN-USED.
           MOVE WS-TN-USED TO WS-TN-MATCH-IDX.
           MOVE WS-FIND-SOURCE TO WS-TN-SOURCE (WS-TN-MATCH-IDX).
           MOVE ZERO TO WS-TN-COUNT (WS-TN-MATCH-IDX).
           MOVE ZERO TO WS-TN-AMOUNT (WS-TN-MATCH-IDX).
           MOVE 'N' TO WS-TN-ABSENT-SW (WS-TN-MATCH-IDX).
           MOVE 'N' TO WS-TN-DROP-SW (WS-TN-MATCH-IDX).
           MOVE 'N' TO WS-TN-AVERAGE-SW (WS-TN-MATCH-IDX).
           MOVE ZERO TO WS-TN-BASE-CYCLES (WS-TN-MATCH-IDX).
           MOVE ZERO TO WS-TN-AVG-COUNT (WS-TN-MATCH-IDX).
           MOVE ZERO TO WS-TN-AVG-AMOUNT (WS-TN-MATCH-IDX).
           MOVE ZERO TO WS-TN-DEV-COUNT (WS-TN-MATCH-IDX).
           MOVE ZERO TO WS-TN-DEV-AMOUNT (WS-TN-MATCH-IDX).
           MOVE SPACES TO WS-TN-RESULT (WS-TN-MATCH-IDX).
           MOVE SPACES TO WS-TN-REASON (WS-TN-MATCH-IDX).
       1800-EXIT.
           EXIT.

      *****************************************************************
      * CHECK EACH SOURCE AND PRINT ITS TWO REPORT LINES.
      *****************************************************************
       2000-CHECK-SOURCES.
           MOVE 'VOLUME CHECK BY SOURCE' TO SC-TITLE.
           WRITE REPORT-RECORD FROM WS-SECTION-LINE.
           WRITE REPORT-RECORD FROM WS-CHECK-HEADING-LINE.
           MOVE ZERO TO WS-TN-IDX.
           PERFORM 2100-CHECK-ONE-SOURCE THRU 2100-EXIT
               UNTIL WS-TN-IDX >= WS-TN-USED.
           IF WS-CHECKED-COUNT = ZERO
               MOVE 'NO SOURCE DETAILS STATISTICS AND NO HISTORY'
                   TO ML-TEXT
               WRITE REPORT-RECORD FROM WS-MESSAGE-LINE
           END-IF.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * THE TESTS IN ORDER: BOTH MEASURES TURNED OFF; SILENT SOURCE;
      * RESENT FILE; TOO LITTLE HISTORY; THEN THE TOLERANCE TEST ON
      * EACH MEASURE AGAINST THE TRAILING AVERAGE.  A BREACH IS
      * OVERRIDDEN WHEN AN OVERRIDE CARD NAMES THE SOURCE OR '*'.
      *****************************************************************
       2100-CHECK-ONE-SOURCE.
           ADD 1 TO WS-TN-IDX.
           PERFORM 2200-SET-LIMITS THRU 2200-EXIT.
           PERFORM 2300-SCAN-BASELINE THRU 2300-EXIT.
           IF WS-TN-COUNT-PCT (WS-TN-IDX) = WS-NOT-CHECKED-PCT
               AND WS-TN-AMOUNT-PCT (WS-TN-IDX) = WS-NOT-CHECKED-PCT
               IF WS-TN-ABSENT (WS-TN-IDX)
                   MOVE 'Y' TO WS-TN-DROP-SW (WS-TN-IDX)
                   GO TO 2100-EXIT
               END-IF
               MOVE 'U' TO WS-TN-RESULT (WS-TN-IDX)
               MOVE 'NOT CHECKED - LIMIT 999'
                   TO WS-TN-REASON (WS-TN-IDX)
               GO TO 2100-REPORT
           END-IF.
           IF WS-TN-ABSENT (WS-TN-IDX)
               IF NOT WS-LAST-FOUND
                   OR WS-LAST-COUNT = ZERO
                   MOVE 'Y' TO WS-TN-DROP-SW (WS-TN-IDX)
                   GO TO 2100-EXIT
               END-IF
               MOVE 'B' TO WS-TN-RESULT (WS-TN-IDX)
               MOVE 'NO DETAILS TONIGHT' TO WS-TN-REASON (WS-TN-IDX)
               GO TO 2100-REPORT
           END-IF.
           IF WS-LAST-FOUND
               AND WS-TN-COUNT (WS-TN-IDX) > ZERO
               AND WS-TN-COUNT (WS-TN-IDX) = WS-LAST-COUNT
               AND WS-TN-AMOUNT (WS-TN-IDX) = WS-LAST-AMOUNT
               MOVE 'B' TO WS-TN-RESULT (WS-TN-IDX)
               MOVE 'SAME FIGURES AS LAST CYCLE'
                   TO WS-TN-REASON (WS-TN-IDX)
               GO TO 2100-REPORT
           END-IF.
           IF WS-BASE-CYCLES < WS-BASE-MIN-CYCLES
               MOVE 'N' TO WS-TN-RESULT (WS-TN-IDX)
               MOVE 'NO BASELINE - UNDER 5 CYCLES'
                   TO WS-TN-REASON (WS-TN-IDX)
               GO TO 2100-REPORT
           END-IF.
           PERFORM 2400-TEST-TOLERANCE THRU 2400-EXIT.
       2100-REPORT.
           IF WS-TN-RESULT (WS-TN-IDX) = 'B'
               PERFORM 2800-APPLY-OVERRIDE THRU 2800-EXIT
           END-IF.
           PERFORM 2900-REPORT-SOURCE THRU 2900-EXIT.
       2100-EXIT.
           EXIT.

       2200-SET-LIMITS.
           MOVE WS-TN-SOURCE (WS-TN-IDX) TO WS-FIND-SOURCE.
           PERFORM 2500-FIND-LIMIT THRU 2500-EXIT.
           IF WS-LIMIT-MATCH-IDX > ZERO
               MOVE WS-LM-COUNT-PCT (WS-LIMIT-MATCH-IDX)
                   TO WS-TN-COUNT-PCT (WS-TN-IDX)
               MOVE WS-LM-AMOUNT-PCT (WS-LIMIT-MATCH-IDX)
                   TO WS-TN-AMOUNT-PCT (WS-TN-IDX)
           ELSE
               MOVE WS-DEFAULT-COUNT-PCT TO WS-TN-COUNT-PCT (WS-TN-IDX)
               MOVE WS-DEFAULT-AMOUNT-PCT
                   TO WS-TN-AMOUNT-PCT (WS-TN-IDX)
           END-IF.
       2200-EXIT.
           EXIT.

      *****************************************************************
      * WALK THE HISTORY NEWEST FIRST, SUMMING THE SOURCE'S LAST 20
      * CYCLES THAT WERE NOT BREACHED.  THE FIRST ONE FOUND IS ALSO
      * THE LAST ACCEPTED CYCLE FOR THE RESENT AND SILENT TESTS.
      *****************************************************************
       2300-SCAN-BASELINE.
           MOVE ZERO TO WS-BASE-CYCLES.
           MOVE ZERO TO WS-BASE-SUM-COUNT.
           MOVE ZERO TO WS-BASE-SUM-AMOUNT.
           MOVE ZERO TO WS-LAST-COUNT.
           MOVE ZERO TO WS-LAST-AMOUNT.
           MOVE 'N' TO WS-LAST-FOUND-SW.
           MOVE WS-HT-USED TO WS-HT-IDX.
           PERFORM 2350-SCAN-ONE-HISTORY THRU 2350-EXIT
               UNTIL WS-HT-IDX < 1
                  OR WS-BASE-CYCLES >= WS-BASE-MAX-CYCLES.
           MOVE WS-BASE-CYCLES TO WS-TN-BASE-CYCLES (WS-TN-IDX).
       2300-EXIT.
           EXIT.

       2350-SCAN-ONE-HISTORY.
           MOVE WS-HT-RESULT (WS-HT-IDX) TO VH-CHECK-RESULT.
           IF WS-HT-SOURCE (WS-HT-IDX) NOT = WS-TN-SOURCE (WS-TN-IDX)
               OR NOT VH-IN-BASELINE
               SUBTRACT 1 FROM WS-HT-IDX
               GO TO 2350-EXIT
           END-IF.
           IF NOT WS-LAST-FOUND
               MOVE 'Y' TO WS-LAST-FOUND-SW
               MOVE WS-HT-COUNT (WS-HT-IDX) TO WS-LAST-COUNT
               MOVE WS-HT-AMOUNT (WS-HT-IDX) TO WS-LAST-AMOUNT
           END-IF.
           ADD 1 TO WS-BASE-CYCLES.
           ADD WS-HT-COUNT (WS-HT-IDX) TO WS-BASE-SUM-COUNT.
           ADD WS-HT-AMOUNT (WS-HT-IDX) TO WS-BASE-SUM-AMOUNT.
           SUBTRACT 1 FROM WS-HT-IDX.
       2350-EXIT.
           EXIT.

      *****************************************************************
      * DEVIATION IS (TONIGHT - AVERAGE) * 100 / AVERAGE, SIGNED.  A
      * ZERO AVERAGE GIVES NO BASELINE FOR THAT MEASURE; A LIMIT OF
      * 999 SKIPS THE MEASURE'S TEST BUT STILL SHOWS ITS DEVIATION.
      *****************************************************************
       2400-TEST-TOLERANCE.
           MOVE 'N' TO WS-COUNT-BREACH-SW.
           MOVE 'N' TO WS-AMOUNT-BREACH-SW.
           DIVIDE WS-BASE-SUM-COUNT BY WS-BASE-CYCLES
               GIVING WS-TN-AVG-COUNT (WS-TN-IDX) ROUNDED.
           DIVIDE WS-BASE-SUM-AMOUNT BY WS-BASE-CYCLES
               GIVING WS-TN-AVG-AMOUNT (WS-TN-IDX) ROUNDED.
           IF WS-TN-AVG-COUNT (WS-TN-IDX) = ZERO
               MOVE 'N' TO WS-TN-RESULT (WS-TN-IDX)
               MOVE 'NO BASELINE - ZERO AVERAGE'
                   TO WS-TN-REASON (WS-TN-IDX)
               GO TO 2400-EXIT
           END-IF.
           MOVE 'Y' TO WS-TN-AVERAGE-SW (WS-TN-IDX).
           COMPUTE WS-TN-DEV-COUNT (WS-TN-IDX) ROUNDED =
               (WS-TN-COUNT (WS-TN-IDX) - WS-TN-AVG-COUNT (WS-TN-IDX))
               * 100 / WS-TN-AVG-COUNT (WS-TN-IDX)
               ON SIZE ERROR
                   MOVE WS-MAX-DEVIATION
                       TO WS-TN-DEV-COUNT (WS-TN-IDX)
           END-COMPUTE.
           IF WS-TN-COUNT-PCT (WS-TN-IDX) NOT = WS-NOT-CHECKED-PCT
               IF WS-TN-DEV-COUNT (WS-TN-IDX)
                       > WS-TN-COUNT-PCT (WS-TN-IDX)
                   OR WS-TN-DEV-COUNT (WS-TN-IDX) <
                       ZERO - WS-TN-COUNT-PCT (WS-TN-IDX)
                   MOVE 'Y' TO WS-COUNT-BREACH-SW
               END-IF
           END-IF.
           IF WS-TN-AVG-AMOUNT (WS-TN-IDX) > ZERO
               COMPUTE WS-TN-DEV-AMOUNT (WS-TN-IDX) ROUNDED =
                   (WS-TN-AMOUNT (WS-TN-IDX)
                       - WS-TN-AVG-AMOUNT (WS-TN-IDX))
                   * 100 / WS-TN-AVG-AMOUNT (WS-TN-IDX)
                   ON SIZE ERROR
                       MOVE WS-MAX-DEVIATION
                           TO WS-TN-DEV-AMOUNT (WS-TN-IDX)
               END-COMPUTE
               IF WS-TN-AMOUNT-PCT (WS-TN-IDX) NOT = WS-NOT-CHECKED-PCT
                   IF WS-TN-DEV-AMOUNT (WS-TN-IDX)
                           > WS-TN-AMOUNT-PCT (WS-TN-IDX)
                       OR WS-TN-DEV-AMOUNT (WS-TN-IDX) <
                           ZERO - WS-TN-AMOUNT-PCT (WS-TN-IDX)
                       MOVE 'Y' TO WS-AMOUNT-BREACH-SW
                   END-IF
               END-IF
           END-IF.
           MOVE 'B' TO WS-TN-RESULT (WS-TN-IDX).
           IF WS-COUNT-BREACH AND WS-AMOUNT-BREACH
               MOVE 'OUTSIDE TOLERANCE - BOTH'
                   TO WS-TN-REASON (WS-TN-IDX)
               GO TO 2400-EXIT
           END-IF.
           IF WS-COUNT-BREACH
               MOVE 'OUTSIDE TOLERANCE - COUNT'
                   TO WS-TN-REASON (WS-TN-IDX)
               GO TO 2400-EXIT
           END-IF.
           IF WS-AMOUNT-BREACH
               MOVE 'OUTSIDE TOLERANCE - AMOUNT'
                   TO WS-TN-REASON (WS-TN-IDX)
               GO TO 2400-EXIT
           END-IF.
           MOVE 'W' TO WS-TN-RESULT (WS-TN-IDX).
           MOVE 'WITHIN TOLERANCE' TO WS-TN-REASON (WS-TN-IDX).
       2400-EXIT.
           EXIT.

      *****************************************************************
      * LOOK UP WS-FIND-SOURCE.  THE MATCH INDEX IS ZERO WHEN THE
      * SOURCE IS NOT IN THE TABLE.
      *****************************************************************
       2500-FIND-LIMIT.
           MOVE ZERO TO WS-LIMIT-MATCH-IDX.
           MOVE ZERO TO WS-LIMIT-IDX.
           PERFORM 2550-SCAN-ONE-LIMIT THRU 2550-EXIT
               UNTIL WS-LIMIT-IDX >= WS-LIMIT-USED
                  OR WS-LIMIT-MATCH-IDX > ZERO.
       2500-EXIT.
           EXIT.

       2550-SCAN-ONE-LIMIT.
           ADD 1 TO WS-LIMIT-IDX.
           IF WS-LM-SOURCE (WS-LIMIT-IDX) = WS-FIND-SOURCE
               MOVE WS-LIMIT-IDX TO WS-LIMIT-MATCH-IDX
           END-IF.
       2550-EXIT.
           EXIT.

       2600-FIND-OVERRIDE.
           MOVE ZERO TO WS-OVR-MATCH-IDX.
           MOVE ZERO TO WS-OVR-IDX.
           PERFORM 2650-SCAN-ONE-OVERRIDE THRU 2650-EXIT
               UNTIL WS-OVR-IDX >= WS-OVR-USED
                  OR WS-OVR-MATCH-IDX > ZERO.
       2600-EXIT.
           EXIT.

       2650-SCAN-ONE-OVERRIDE.
           ADD 1 TO WS-OVR-IDX.
           IF WS-OV-SOURCE (WS-OVR-IDX) = WS-FIND-SOURCE
               MOVE WS-OVR-IDX TO WS-OVR-MATCH-IDX
           END-IF.
       2650-EXIT.
           EXIT.

       2700-FIND-TONIGHT.
           MOVE ZERO TO WS-TN-MATCH-IDX.
           MOVE ZERO TO WS-TN-IDX.
           PERFORM 2750-SCAN-ONE-TONIGHT THRU 2750-EXIT
               UNTIL WS-TN-IDX >= WS-TN-USED
                  OR WS-TN-MATCH-IDX > ZERO.
       2700-EXIT.
           EXIT.

       2750-SCAN-ONE-TONIGHT.
           ADD 1 TO WS-TN-IDX.
           IF WS-TN-SOURCE (WS-TN-IDX) = WS-FIND-SOURCE
               MOVE WS-TN-IDX TO WS-TN-MATCH-IDX
           END-IF.
       2750-EXIT.
           EXIT.

      *****************************************************************
      * A SOURCE'S OWN OVERRIDE CARD IS USED BEFORE A '*' CARD.
      *****************************************************************
       2800-APPLY-OVERRIDE.
           MOVE WS-TN-SOURCE (WS-TN-IDX) TO WS-FIND-SOURCE.
           PERFORM 2600-FIND-OVERRIDE THRU 2600-EXIT.
           IF WS-OVR-MATCH-IDX = ZERO
               MOVE '*' TO WS-FIND-SOURCE
               PERFORM 2600-FIND-OVERRIDE THRU 2600-EXIT
           END-IF.
           IF WS-OVR-MATCH-IDX = ZERO
               GO TO 2800-EXIT
           END-IF.
           MOVE 'Y' TO WS-OV-USED-SW (WS-OVR-MATCH-IDX).
           MOVE 'O' TO WS-TN-RESULT (WS-TN-IDX).
       2800-EXIT.
           EXIT.

       2900-REPORT-SOURCE.
           ADD 1 TO WS-CHECKED-COUNT.
           MOVE WS-TN-SOURCE (WS-TN-IDX) TO CL-SOURCE.
           MOVE WS-TN-COUNT (WS-TN-IDX) TO CL-TONIGHT.
           MOVE WS-TN-AMOUNT (WS-TN-IDX) TO AL-TONIGHT.
           MOVE WS-TN-COUNT-PCT (WS-TN-IDX) TO CL-LIMIT.
           MOVE WS-TN-AMOUNT-PCT (WS-TN-IDX) TO AL-LIMIT.
           MOVE WS-TN-BASE-CYCLES (WS-TN-IDX) TO CL-CYCLES.
           MOVE WS-TN-REASON (WS-TN-IDX) TO CL-REASON.
           IF WS-TN-HAS-AVERAGE (WS-TN-IDX)
               MOVE WS-TN-AVG-COUNT (WS-TN-IDX) TO CL-AVERAGE
               MOVE WS-TN-AVG-AMOUNT (WS-TN-IDX) TO AL-AVERAGE
               MOVE WS-TN-DEV-COUNT (WS-TN-IDX) TO CL-DEVIATION
               MOVE WS-TN-DEV-AMOUNT (WS-TN-IDX) TO AL-DEVIATION
           ELSE
               MOVE SPACES TO CL-AVERAGE-X
               MOVE SPACES TO AL-AVERAGE-X
               MOVE SPACES TO CL-DEVIATION-X
               MOVE SPACES TO AL-DEVIATION-X
           END-IF.
           IF WS-TN-HAS-AVERAGE (WS-TN-IDX)
               AND WS-TN-AVG-AMOUNT (WS-TN-IDX) = ZERO
               MOVE SPACES TO AL-DEVIATION-X
           END-IF.
           MOVE WS-TN-RESULT (WS-TN-IDX) TO VH-CHECK-RESULT.
           IF VH-WITHIN-TOLERANCE
               MOVE 'WITHIN' TO CL-RESULT
               ADD 1 TO WS-WITHIN-COUNT
           END-IF.
           IF VH-NO-BASELINE
               MOVE 'NO BASE' TO CL-RESULT
               ADD 1 TO WS-NO-BASELINE-COUNT
           END-IF.
           IF VH-NOT-CHECKED
               MOVE 'NOT CHKD' TO CL-RESULT
               ADD 1 TO WS-NOT-CHECKED-COUNT
           END-IF.
           IF VH-OVERRIDDEN
               MOVE 'OVERRIDE' TO CL-RESULT
               ADD 1 TO WS-OVERRIDDEN-COUNT
           END-IF.
           IF VH-BREACHED
               MOVE 'BREACH' TO CL-RESULT
               ADD 1 TO WS-BREACHED-COUNT
               DISPLAY 'MOCKVOLC - SOURCE ' WS-TN-SOURCE (WS-TN-IDX)
                   ' OUTSIDE TOLERANCE: ' WS-TN-REASON (WS-TN-IDX)
           END-IF.
           WRITE REPORT-RECORD FROM WS-COUNT-LINE.
           WRITE REPORT-RECORD FROM WS-AMOUNT-LINE.
       2900-EXIT.
           EXIT.

      *****************************************************************
      * THE NEW GENERATION - THE RETAINED HISTORY IN ITS ORIGINAL
      * ORDER, THEN ONE RECORD PER SOURCE CHECKED TONIGHT.
      *****************************************************************
       3000-WRITE-HISTORY.
           MOVE ZERO TO WS-HT-IDX.
           PERFORM 3100-WRITE-ONE-RETAINED THRU 3100-EXIT
               UNTIL WS-HT-IDX >= WS-HT-USED.
           MOVE ZERO TO WS-TN-IDX.
           PERFORM 3200-WRITE-ONE-TONIGHT THRU 3200-EXIT
               UNTIL WS-TN-IDX >= WS-TN-USED.
       3000-EXIT.
           EXIT.

       3100-WRITE-ONE-RETAINED.
           ADD 1 TO WS-HT-IDX.
           MOVE SPACES TO WS-VOLUME-RECORD.
           MOVE WS-HT-BUSINESS-DATE (WS-HT-IDX) TO VH-BUSINESS-DATE.
           MOVE WS-HT-CYCLE-NUMBER (WS-HT-IDX) TO VH-CYCLE-NUMBER.
           MOVE WS-HT-SOURCE (WS-HT-IDX) TO VH-SOURCE-SYSTEM.
           MOVE WS-HT-COUNT (WS-HT-IDX) TO VH-DETAIL-COUNT.
           MOVE WS-HT-AMOUNT (WS-HT-IDX) TO VH-AMOUNT-HASH.
           MOVE WS-HT-RESULT (WS-HT-IDX) TO VH-CHECK-RESULT.
           PERFORM 3500-PUT-HISTORY THRU 3500-EXIT.
       3100-EXIT.
           EXIT.

       3200-WRITE-ONE-TONIGHT.
           ADD 1 TO WS-TN-IDX.
           IF WS-TN-DROPPED (WS-TN-IDX)
               GO TO 3200-EXIT
           END-IF.
           MOVE SPACES TO WS-VOLUME-RECORD.
           MOVE WS-BUSINESS-DATE TO VH-BUSINESS-DATE.
           MOVE WS-CYCLE-NUMBER TO VH-CYCLE-NUMBER.
           MOVE WS-TN-SOURCE (WS-TN-IDX) TO VH-SOURCE-SYSTEM.
           MOVE WS-TN-COUNT (WS-TN-IDX) TO VH-DETAIL-COUNT.
           MOVE WS-TN-AMOUNT (WS-TN-IDX) TO VH-AMOUNT-HASH.
           MOVE WS-TN-RESULT (WS-TN-IDX) TO VH-CHECK-RESULT.
           PERFORM 3500-PUT-HISTORY THRU 3500-EXIT.
       3200-EXIT.
           EXIT.

       3500-PUT-HISTORY.
           WRITE HIST-OUTPUT-RECORD FROM WS-VOLUME-RECORD.
           IF WS-HIST-OUT-STATUS NOT = '00'
               DISPLAY 'MOCKVOLC - WRITE HIST-OUTPUT-FILE FAILED, '
                   'STATUS=' WS-HIST-OUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-HIST-WRITTEN-COUNT.
       3500-EXIT.
           EXIT.

       4000-WRITE-TOTALS.
           MOVE ZERO TO WS-OVR-IDX.
           PERFORM 4100-REPORT-ONE-OVERRIDE THRU 4100-EXIT
               UNTIL WS-OVR-IDX >= WS-OVR-USED.
           MOVE 'CARDS READ' TO TL-LABEL.
           MOVE WS-CARD-COUNT TO TL-COUNT.
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE 'CARDS REJECTED' TO TL-LABEL.
           MOVE WS-CARD-REJECT-COUNT TO TL-COUNT.
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE 'SOURCES CHECKED' TO TL-LABEL.
           MOVE WS-CHECKED-COUNT TO TL-COUNT.
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE '  WITHIN TOLERANCE' TO TL-LABEL.
           MOVE WS-WITHIN-COUNT TO TL-COUNT.
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE '  NO BASELINE' TO TL-LABEL.
           MOVE WS-NO-BASELINE-COUNT TO TL-COUNT.
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE '  NOT CHECKED' TO TL-LABEL.
           MOVE WS-NOT-CHECKED-COUNT TO TL-COUNT.
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE '  OVERRIDDEN' TO TL-LABEL.
           MOVE WS-OVERRIDDEN-COUNT TO TL-COUNT.
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE '  OUTSIDE TOLERANCE' TO TL-LABEL.
           MOVE WS-BREACHED-COUNT TO TL-COUNT.
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE 'HISTORY RECORDS READ' TO TL-LABEL.
           MOVE WS-PRIOR-READ-COUNT TO TL-COUNT.
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE '  AGED OFF' TO TL-LABEL.
           MOVE WS-AGED-OFF-COUNT TO TL-COUNT.
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE '  REPLACED BY THIS RUN' TO TL-LABEL.
           MOVE WS-REPLACED-COUNT TO TL-COUNT.
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE 'HISTORY RECORDS WRITTEN' TO TL-LABEL.
           MOVE WS-HIST-WRITTEN-COUNT TO TL-COUNT.
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
           IF WS-BREACHED-COUNT > ZERO
               DISPLAY 'MOCKVOLC - ' WS-BREACHED-COUNT
                   ' SOURCE(S) OUTSIDE TOLERANCE, POSTING HELD - SEE '
                   'REPORT'
               MOVE 8 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF.
           IF WS-OVERRIDDEN-COUNT > ZERO
               OR WS-CARD-REJECT-COUNT > ZERO
               MOVE 2 TO RETURN-CODE
           END-IF.
       4000-EXIT.
           EXIT.

       4100-REPORT-ONE-OVERRIDE.
           ADD 1 TO WS-OVR-IDX.
           IF WS-OV-USED (WS-OVR-IDX)
               GO TO 4100-EXIT
           END-IF.
           MOVE WS-OV-SOURCE (WS-OVR-IDX) TO UM-SOURCE.
           MOVE WS-UNUSED-MESSAGE TO ML-TEXT.
           WRITE REPORT-RECORD FROM WS-MESSAGE-LINE.
       4100-EXIT.
           EXIT.

       9999-END.
           CLOSE VOLUME-CARD-FILE.
           CLOSE STATS-FILE.
           IF WS-PRIOR-HIST-STATUS NOT = '35'
               CLOSE PRIOR-HIST-FILE
           END-IF.
           CLOSE HIST-OUTPUT-FILE.
           CLOSE REPORT-FILE.
       9999-EXIT.
           EXIT.
