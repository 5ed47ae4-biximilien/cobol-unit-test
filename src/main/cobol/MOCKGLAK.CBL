      **********************************************************************
      * AUTHOR:    R MCALLISTER
      * DATE:      15 OCT 2026
      * PURPOSE:   GL ACKNOWLEDGEMENT PROCESSING.  THE GENERAL LEDGER
      *            RETURNS AN ACKNOWLEDGEMENT FILE FOR EACH GL
      *            INTERFACE TRANSMISSION IT LOADS (INBOUND
      *            PROD.MOCK.GLACK GENERATIONS), ACCEPTING OR
      *            REJECTING EACH POSTING LINE:
      *              H|RUN DATE[|TAG]   - THE TRANSMISSION'S OWN H
      *                                   HEADER ECHOED BACK (TAG IS
      *                                   REVERSAL OF YYYYMMDD,
      *                                   CORRECTION OF YYYYMMDD OR
      *                                   RECLASSIFICATION, ABSENT ON A
      *                                   NORMAL NIGHTLY FILE)
      *              A|GL ACCT|CLASS|A OR R|REASON TEXT
      *                                 - ONE PER POSTING LINE
      *                                   (A = ACCEPTED, R = REJECTED)
      *              T|...              - IGNORED
      *            THIS PROGRAM:
      *              - LOADS EVERY GL INTERFACE GENERATION STILL
      *                CATALOGED (GLFILE, THE WHOLE GDG BASE) INTO A
      *                TABLE KEYED BY HEADER RUN DATE, HEADER TAG, GL
      *                ACCOUNT AND CLASSIFICATION, SO EACH ACK LINE CAN
      *                BE MATCHED TO THE EXACT GENERATION AND POSTING
      *                LINE IT ANSWERS.  ACK LINES THAT MATCH NOTHING
      *                PRINT ON THE REPORT AND END THE STEP RC 4;
      *              - CARRIES FORWARD THE OUTSTANDING GL EXCEPTIONS
      *                FROM THE PRIOR PROD.MOCK.GLEXCP GENERATION
      *                (GLXREC LAYOUT), ADDS A NEW ONE FOR EACH
      *                REJECTED LINE NOT ALREADY OUTSTANDING, AND
      *                CLEARS AN EXCEPTION WHEN A LATER NORMAL,
      *                REVERSAL OR CORRECTION TRANSMISSION CARRYING THE
      *                SAME CLASSIFICATION FOR THE SAME BUSINESS DATE
      *                IS ACCEPTED (THE GL ACCOUNT MAY DIFFER - A
      *                CORRECTION OFTEN EXISTS PRECISELY TO FIX IT);
      *              - WRITES THE SURVIVING SET TO THE NEW GLEXCP
      *                GENERATION AND PRINTS IT AS A DAILY AGED LIST
      *                (UP TO 7 DAYS, 8-30, 31-90, OVER 90, MEASURED
      *                FROM THE TRANSMISSION'S RUN DATE).
      *            EVERY ACK GENERATION STILL CATALOGED IS REREAD EACH
      *            NIGHT, OLDEST FIRST, SO THE OUTCOME DOES NOT DEPEND
      *            ON WHICH NIGHT AN ACK ARRIVED: A REJECTION ALREADY
      *            OUTSTANDING IS NOT ADDED TWICE, AND ONLY THE NET
      *            CHANGE AGAINST THE PRIOR GENERATION IS REPORTED AS
      *            NEW OR CLEARED.  RERUNNING THE STEP IS HARMLESS.
      *            MOCKRECN REFUSES TO CALL A MONTH IN BALANCE WHILE
      *            ANY OF ITS LINES REMAIN ON GLEXCP.  RC 4 WHEN ANY
      *            EXCEPTION IS OUTSTANDING OR AN ACK LINE IS
      *            UNMATCHED.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOCKGLAK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT GL-ACK-FILE ASSIGN TO GLACK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACK-FILE-STATUS.

       SELECT GL-INTERFACE-FILE ASSIGN TO GLFILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GL-FILE-STATUS.

       SELECT PRIOR-EXCP-FILE ASSIGN TO GLXPRIOR
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRIOR-EXCP-STATUS.

       SELECT EXCP-OUTPUT-FILE ASSIGN TO GLEXCP
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXCP-FILE-STATUS.

       SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-RUNCTL-STATUS.

       SELECT REPORT-FILE ASSIGN TO RPTFILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD GL-ACK-FILE.
       01 GL-ACK-RECORD                   PIC X(80).

       FD GL-INTERFACE-FILE.
       01 GL-INTERFACE-RECORD             PIC X(80).

       FD PRIOR-EXCP-FILE.
       01 PRIOR-EXCP-RECORD               PIC X(120).

       FD EXCP-OUTPUT-FILE.
       01 EXCP-OUTPUT-RECORD              PIC X(120).

       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-RECORD.
           COPY RUNCTL.

       FD REPORT-FILE.
       01 REPORT-RECORD                   PIC X(133).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           05  WS-ACK-FILE-STATUS     PIC X(02).
           05  WS-GL-FILE-STATUS      PIC X(02).
           05  WS-PRIOR-EXCP-STATUS   PIC X(02).
           05  WS-EXCP-FILE-STATUS    PIC X(02).
           05  WS-RUNCTL-STATUS       PIC X(02).
           05  WS-REPORT-FILE-STATUS  PIC X(02).

       01  WS-SWITCHES.
           05  WS-ACK-EOF-SW          PIC X(01) VALUE 'N'.
               88  WS-END-OF-ACK              VALUE 'Y'.
           05  WS-GL-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-END-OF-GL               VALUE 'Y'.
           05  WS-PRIOR-EOF-SW        PIC X(01) VALUE 'N'.
               88  WS-END-OF-PRIOR            VALUE 'Y'.
           05  WS-GL-HEADER-SW        PIC X(01) VALUE 'N'.
               88  WS-GL-HEADER-OK            VALUE 'Y'.
           05  WS-ACK-HEADER-SW       PIC X(01) VALUE 'N'.
               88  WS-ACK-HEADER-OK           VALUE 'Y'.
           05  WS-GL-LINE-FOUND-SW    PIC X(01) VALUE 'N'.
               88  WS-GL-LINE-FOUND           VALUE 'Y'.
           05  WS-EXCP-FOUND-SW       PIC X(01) VALUE 'N'.
               88  WS-EXCP-FOUND              VALUE 'Y'.
           05  WS-UNMATCHED-HEADED-SW PIC X(01) VALUE 'N'.
               88  WS-UNMATCHED-HEADED        VALUE 'Y'.
           05  WS-SECTION-EMPTY-SW    PIC X(01) VALUE 'Y'.
               88  WS-SECTION-EMPTY           VALUE 'Y'.

       01  WS-RUN-DATE-AREAS.
           05  WS-BUSINESS-DATE       PIC 9(08) VALUE ZERO.

      *****************************************************************
      * THE KEY OF ONE POSTING LINE - THE TRANSMISSION (H HEADER RUN
      * DATE AND TAG) PLUS GL ACCOUNT AND CLASSIFICATION.  LAID OUT
      * THE SAME AS GX-TRANSMISSION-KEY SO TABLE ENTRIES COMPARE AS
      * ONE GROUP.
      *****************************************************************
       01  WS-WORK-KEY.
           05  WS-WK-RUN-DATE         PIC 9(08).
           05  WS-WK-HEADER-TAG       PIC X(24).
           05  WS-WK-GL-ACCOUNT       PIC X(08).
           05  WS-WK-CLASS-CODE       PIC X(02).

      *****************************************************************
      * EVERY D LINE OF EVERY CATALOGED GL INTERFACE GENERATION.  THE
      * BASE IS LIMIT(45) AND A NIGHT CARRIES AT MOST ONE LINE PER
      * CLASSIFICATION, SO 3000 SLOTS HOLD THE WHOLE BASE WITH ROOM
      * FOR REVERSAL, CORRECTION AND RECLASSIFICATION GENERATIONS.  A
      * RERUN THAT CATALOGED A SECOND GENERATION UNDER THE SAME HEADER
      * OVERLAYS THE FIRST - THE LATER FILE IS THE ONE TRANSMITTED.
      *****************************************************************
       01  WS-GL-TABLE-AREAS.
           05  WS-GT-USED             PIC S9(04) COMP VALUE ZERO.
           05  WS-GT-IDX              PIC S9(04) COMP VALUE ZERO.
           05  WS-GT-MAX              PIC S9(04) COMP VALUE 3000.
           05  WS-GT-ENTRY OCCURS 3000 TIMES.
               10  WS-GT-KEY.
                   15  WS-GT-RUN-DATE     PIC 9(08).
                   15  WS-GT-HEADER-TAG   PIC X(24).
                   15  WS-GT-GL-ACCOUNT   PIC X(08).
                   15  WS-GT-CLASS-CODE   PIC X(02).
               10  WS-GT-REFERS-TO-DATE   PIC 9(08).
               10  WS-GT-COUNT            PIC S9(07).
               10  WS-GT-AMOUNT           PIC S9(11)V99.

      *****************************************************************
      * THE EXCEPTIONS BEING WORKED THIS RUN - THOSE CARRIED IN FROM
      * THE PRIOR GENERATION ('L') AND THOSE FIRST SEEN TONIGHT
      * ('N').  A CLEARED ENTRY STAYS IN THE TABLE (STATE 'C') SO A
      * REJECTION REREAD FROM AN OLDER ACK GENERATION CAN REINSTATE
      * IT WITH ITS ORIGINAL FIRST-REJECTED DATE, AND SO THE REPORT
      * CAN LIST WHAT WAS CLEARED.
      *****************************************************************
       01  WS-EXCP-TABLE-AREAS.
           05  WS-XT-USED             PIC S9(04) COMP VALUE ZERO.
           05  WS-XT-IDX              PIC S9(04) COMP VALUE ZERO.
           05  WS-XT-MAX              PIC S9(04) COMP VALUE 2000.
           05  WS-XT-ENTRY OCCURS 2000 TIMES.
               10  WS-XT-KEY.
                   15  WS-XT-RUN-DATE     PIC 9(08).
                   15  WS-XT-HEADER-TAG   PIC X(24).
                   15  WS-XT-GL-ACCOUNT   PIC X(08).
                   15  WS-XT-CLASS-CODE   PIC X(02).
               10  WS-XT-REFERS-TO-DATE   PIC 9(08).
               10  WS-XT-COUNT            PIC S9(07).
               10  WS-XT-AMOUNT           PIC S9(11)V99.
               10  WS-XT-REASON           PIC X(30).
               10  WS-XT-FIRST-DATE       PIC 9(08).
               10  WS-XT-CLEARED-RUN-DATE PIC 9(08).
               10  WS-XT-CLEARED-TAG      PIC X(24).
               10  WS-XT-ORIGIN           PIC X(01).
                   88  WS-XT-CARRIED-IN           VALUE 'L'.
                   88  WS-XT-NEW-TONIGHT          VALUE 'N'.
               10  WS-XT-STATE            PIC X(01).
                   88  WS-XT-OUTSTANDING          VALUE 'O'.
                   88  WS-XT-CLEARED              VALUE 'C'.

       01  WS-EXCEPTION-RECORD.
           COPY GLXREC.

      *****************************************************************
      * GL INTERFACE AND ACK LINE PARSING.  THE INTERFACE FIELDS ARE
      * THE FIXED IMAGES MOCKGLX WRITES (SEE MOCKRECN): COUNTS
      * 9(07), AMOUNTS 9(11).99, WITH A LEADING SIGN COLUMN ('-' OR
      * BLANK) ON THE SIGNED LINES OF A REVERSAL, CORRECTION OR
      * RECLASSIFICATION GENERATION.
      *****************************************************************
       01  WS-GL-PARSE-AREAS.
           05  WS-GL-REC-TYPE         PIC X(01).
           05  WS-GL-FIELD-2          PIC X(30).
           05  WS-GL-FIELD-3          PIC X(30).
           05  WS-GL-FIELD-4          PIC X(30).
           05  WS-GL-FIELD-5          PIC X(30).
           05  WS-GL-NEG-SW           PIC X(01) VALUE 'N'.
               88  WS-GL-NEGATIVE             VALUE 'Y'.
           05  WS-GL-AMOUNT-X.
               10  WS-GL-AMT-INT      PIC 9(11).
               10  FILLER             PIC X(01).
               10  WS-GL-AMT-DEC      PIC 9(02).
           05  WS-GL-COUNT-X          PIC 9(07).
           05  WS-GL-WORK-AMOUNT      PIC S9(11)V99 VALUE ZERO.
           05  WS-GL-WORK-COUNT       PIC S9(07) VALUE ZERO.
           05  WS-GLH-RUN-DATE        PIC 9(08) VALUE ZERO.
           05  WS-GLH-HEADER-TAG      PIC X(24) VALUE SPACES.
           05  WS-GLH-REFERS-TO-DATE  PIC 9(08) VALUE ZERO.

       01  WS-ACK-PARSE-AREAS.
           05  WS-AK-REC-TYPE         PIC X(01).
           05  WS-AK-FIELD-2          PIC X(30).
           05  WS-AK-FIELD-3          PIC X(30).
           05  WS-AK-FIELD-4          PIC X(30).
           05  WS-AK-FIELD-5          PIC X(30).
           05  WS-ACK-RUN-DATE        PIC 9(08) VALUE ZERO.
           05  WS-ACK-HEADER-TAG      PIC X(24) VALUE SPACES.
           05  WS-ACK-REFERS-TO-DATE  PIC 9(08) VALUE ZERO.
           05  WS-ACK-STATUS          PIC X(01) VALUE SPACE.
               88  WS-ACK-ACCEPTED            VALUE 'A'.
               88  WS-ACK-REJECTED            VALUE 'R'.
           05  WS-UNMATCHED-REASON    PIC X(30) VALUE SPACES.

      *****************************************************************
      * A HEADER'S BUSINESS DATE - THE DATE A REVERSAL OR CORRECTION
      * TAG NAMES, OTHERWISE THE HEADER RUN DATE ITSELF.
      *****************************************************************
       01  WS-REFERS-TO-AREAS.
           05  WS-RT-RUN-DATE         PIC 9(08) VALUE ZERO.
           05  WS-RT-HEADER-TAG       PIC X(24) VALUE SPACES.
           05  WS-RT-REFERS-TO-DATE   PIC 9(08) VALUE ZERO.

      *****************************************************************
      * AGE BUCKET BOUNDARY DATES, COMPUTED ONCE FROM THE BUSINESS
      * DATE: BUCKET 1 IS A RUN DATE NO MORE THAN 7 DAYS BACK, BUCKET
      * 2 UP TO 30, BUCKET 3 UP TO 90, BUCKET 4 EVERYTHING OLDER.
      *****************************************************************
       01  WS-BUCKET-AREAS.
           05  WS-BUCKET-LIMIT-1      PIC 9(08) VALUE ZERO.
           05  WS-BUCKET-LIMIT-2      PIC 9(08) VALUE ZERO.
           05  WS-BUCKET-LIMIT-3      PIC 9(08) VALUE ZERO.
           05  WS-BUCKET-IDX          PIC S9(04) COMP VALUE ZERO.
           05  WS-BUCKET-ENTRY OCCURS 4 TIMES.
               10  WS-BK-COUNT        PIC 9(07).
               10  WS-BK-AMOUNT       PIC S9(13)V99.

       01  WS-BUCKET-LABEL-VALUES.
           05  FILLER                 PIC X(12) VALUE 'UP TO 7 DAYS'.
           05  FILLER                 PIC X(12) VALUE '8 - 30 DAYS'.
           05  FILLER                 PIC X(12) VALUE '31 - 90 DAYS'.
           05  FILLER                 PIC X(12) VALUE 'OVER 90 DAYS'.

       01  WS-BUCKET-LABEL-TABLE REDEFINES WS-BUCKET-LABEL-VALUES.
           05  WS-BUCKET-LABEL        PIC X(12) OCCURS 4 TIMES.

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
           05  WS-GL-LINE-COUNT       PIC 9(07) VALUE ZERO.
           05  WS-ACK-LINE-COUNT      PIC 9(07) VALUE ZERO.
           05  WS-ACCEPTED-COUNT      PIC 9(07) VALUE ZERO.
           05  WS-REJECTED-COUNT      PIC 9(07) VALUE ZERO.
           05  WS-UNMATCHED-COUNT     PIC 9(07) VALUE ZERO.
           05  WS-CARRIED-IN-COUNT    PIC 9(07) VALUE ZERO.
           05  WS-NEW-COUNT           PIC 9(07) VALUE ZERO.
           05  WS-CLEARED-COUNT       PIC 9(07) VALUE ZERO.
           05  WS-OUTSTANDING-COUNT   PIC 9(07) VALUE ZERO.

       01  WS-ACCUMULATORS.
           05  WS-OUTSTANDING-AMOUNT  PIC S9(13)V99 VALUE ZERO.

       01  WS-HEADING-LINE-1.
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  FILLER                 PIC X(50)
               VALUE 'MOCKGLAK GL ACKNOWLEDGEMENTS AND EXCEPTIONS'.

       01  WS-DATE-LINE.
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  FILLER                 PIC X(14)
               VALUE 'BUSINESS DATE '.
           05  HL-BUSINESS-DATE       PIC 9(08).
           05  FILLER                 PIC X(106) VALUE SPACES.

       01  WS-SECTION-LINE.
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  SL-TITLE               PIC X(60).
           05  FILLER                 PIC X(68) VALUE SPACES.

       01  WS-UNMATCHED-HEADING-LINE.
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  FILLER                 PIC X(08) VALUE 'RUN DATE'.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  FILLER                 PIC X(22) VALUE 'TRANSMISSION'.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  FILLER                 PIC X(08) VALUE 'GL ACCT'.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  FILLER                 PIC X(05) VALUE 'CLASS'.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  FILLER                 PIC X(03) VALUE 'A/R'.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(07) VALUE 'PROBLEM'.

       01  WS-UNMATCHED-LINE.
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  UL-RUN-DATE            PIC X(08).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  UL-HEADER-TAG          PIC X(22).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  UL-GL-ACCOUNT          PIC X(08).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  UL-CLASS-CODE          PIC X(02).
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  UL-STATUS              PIC X(01).
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  UL-REASON              PIC X(30).
           05  FILLER                 PIC X(46) VALUE SPACES.

       01  WS-EXCP-HEADING-LINE.
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  FILLER                 PIC X(08) VALUE 'RUN DATE'.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  FILLER                 PIC X(22) VALUE 'TRANSMISSION'.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  FILLER                 PIC X(08) VALUE 'GL ACCT'.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  FILLER                 PIC X(05) VALUE 'CLASS'.
           05  FILLER                 PIC X(06) VALUE SPACES.
           05  FILLER                 PIC X(05) VALUE 'COUNT'.
           05  FILLER                 PIC X(13) VALUE SPACES.
           05  FILLER                 PIC X(06) VALUE 'AMOUNT'.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  FILLER                 PIC X(08) VALUE 'REJECTED'.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  FILLER                 PIC X(30) VALUE 'REASON / NOTE'.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  FILLER                 PIC X(03) VALUE 'AGE'.

       01  WS-EXCP-DETAIL-LINE.
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  XL-RUN-DATE            PIC 9(08).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  XL-HEADER-TAG          PIC X(22).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  XL-GL-ACCOUNT          PIC X(08).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  XL-CLASS-CODE          PIC X(02).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  XL-COUNT               PIC -Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  XL-AMOUNT              PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  XL-FIRST-DATE          PIC 9(08).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  XL-NOTE                PIC X(30).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  XL-AGE                 PIC X(12).
           05  FILLER                 PIC X(02) VALUE SPACES.

       01  WS-CLEARED-NOTE.
           05  FILLER                 PIC X(11) VALUE 'CLEARED BY '.
           05  CN-RUN-DATE            PIC 9(08).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  CN-HEADER-TAG          PIC X(10).

       01  WS-MESSAGE-LINE.
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  ML-TEXT                PIC X(75).
           05  FILLER                 PIC X(53) VALUE SPACES.

       01  WS-BUCKET-DETAIL-LINE.
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  BD-LABEL               PIC X(16).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  BD-COUNT               PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  BD-AMOUNT              PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(81) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  TL-LABEL               PIC X(30).
           05  TL-COUNT               PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(89) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0100-OPEN-FILES THRU 0100-EXIT.
           PERFORM 0150-SET-BUCKET-LIMITS THRU 0150-EXIT.
           PERFORM 0300-WRITE-HEADINGS THRU 0300-EXIT.
           PERFORM 0200-LOAD-GL-LINE THRU 0200-EXIT
               UNTIL WS-END-OF-GL.
           PERFORM 0500-LOAD-PRIOR-EXCEPTIONS THRU 0500-EXIT.
           PERFORM 1000-PROCESS-ACK-LINE THRU 1000-EXIT
               UNTIL WS-END-OF-ACK.
           PERFORM 2000-REPORT-NEW THRU 2000-EXIT.
           PERFORM 2200-REPORT-CLEARED THRU 2200-EXIT.
           PERFORM 3000-WRITE-OUTSTANDING THRU 3000-EXIT.
           PERFORM 4000-WRITE-TOTALS THRU 4000-EXIT.
           PERFORM 9999-END THRU 9999-EXIT.
           GOBACK
           .

       0100-OPEN-FILES.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'MOCKGLAK - UNABLE TO OPEN RUN-CONTROL-FILE, '
                   'STATUS=' WS-RUNCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ RUN-CONTROL-FILE
               AT END
                   DISPLAY 'MOCKGLAK - RUN-CONTROL-FILE IS EMPTY'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE RN-BUSINESS-DATE TO WS-BUSINESS-DATE.
           CLOSE RUN-CONTROL-FILE.
           OPEN INPUT GL-INTERFACE-FILE.
           IF WS-GL-FILE-STATUS NOT = '00'
               DISPLAY 'MOCKGLAK - UNABLE TO OPEN GL-INTERFACE-FILE, '
                   'STATUS=' WS-GL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT GL-ACK-FILE.
           IF WS-ACK-FILE-STATUS NOT = '00'
               DISPLAY 'MOCKGLAK - UNABLE TO OPEN GL-ACK-FILE, '
                   'STATUS=' WS-ACK-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT EXCP-OUTPUT-FILE.
           IF WS-EXCP-FILE-STATUS NOT = '00'
               DISPLAY 'MOCKGLAK - UNABLE TO OPEN EXCP-OUTPUT-FILE, '
                   'STATUS=' WS-EXCP-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'MOCKGLAK - UNABLE TO OPEN REPORT-FILE, '
                   'STATUS=' WS-REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       0100-EXIT.
           EXIT.

       0150-SET-BUCKET-LIMITS.
           MOVE WS-BUSINESS-DATE TO WS-CALC-DATE-N.
           MOVE 7 TO WS-SUB-DAY-COUNT.
           PERFORM 0400-SUBTRACT-DAYS THRU 0400-EXIT.
           MOVE WS-CALC-DATE-N TO WS-BUCKET-LIMIT-1.
           MOVE 23 TO WS-SUB-DAY-COUNT.
           PERFORM 0400-SUBTRACT-DAYS THRU 0400-EXIT.
           MOVE WS-CALC-DATE-N TO WS-BUCKET-LIMIT-2.
           MOVE 60 TO WS-SUB-DAY-COUNT.
           PERFORM 0400-SUBTRACT-DAYS THRU 0400-EXIT.
           MOVE WS-CALC-DATE-N TO WS-BUCKET-LIMIT-3.
           MOVE 1 TO WS-BUCKET-IDX.
           PERFORM 0170-CLEAR-ONE-BUCKET THRU 0170-EXIT
               UNTIL WS-BUCKET-IDX > 4.
       0150-EXIT.
           EXIT.

       0170-CLEAR-ONE-BUCKET.
           MOVE ZERO TO WS-BK-COUNT (WS-BUCKET-IDX).
           MOVE ZERO TO WS-BK-AMOUNT (WS-BUCKET-IDX).
           ADD 1 TO WS-BUCKET-IDX.
       0170-EXIT.
           EXIT.

      *****************************************************************
      * ONE PASS OVER THE CONCATENATED GL INTERFACE GENERATIONS.  EACH
      * H HEADER SETS THE TRANSMISSION KEY FOR THE D LINES BEHIND IT;
      * T LINES ARE NOT NEEDED HERE (MOCKRECN PROVES THEM).
      *****************************************************************
       0200-LOAD-GL-LINE.
           READ GL-INTERFACE-FILE
               AT END
                   MOVE 'Y' TO WS-GL-EOF-SW
           END-READ.
           IF WS-END-OF-GL
               GO TO 0200-EXIT
           END-IF.
           IF WS-GL-FILE-STATUS NOT = '00'
               DISPLAY 'MOCKGLAK - READ GL-INTERFACE-FILE FAILED, '
                   'STATUS=' WS-GL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-GL-FIELD-2 WS-GL-FIELD-3
               WS-GL-FIELD-4 WS-GL-FIELD-5.
           UNSTRING GL-INTERFACE-RECORD DELIMITED BY '|'
               INTO WS-GL-REC-TYPE
                    WS-GL-FIELD-2
                    WS-GL-FIELD-3
                    WS-GL-FIELD-4
                    WS-GL-FIELD-5
           END-UNSTRING.
           IF WS-GL-REC-TYPE = 'H'
               MOVE 'N' TO WS-GL-HEADER-SW
               IF WS-GL-FIELD-2 (1:8) NUMERIC
                   MOVE 'Y' TO WS-GL-HEADER-SW
                   MOVE WS-GL-FIELD-2 (1:8) TO WS-GLH-RUN-DATE
                   MOVE WS-GL-FIELD-3 TO WS-GLH-HEADER-TAG
                   MOVE WS-GLH-RUN-DATE TO WS-RT-RUN-DATE
                   MOVE WS-GLH-HEADER-TAG TO WS-RT-HEADER-TAG
                   PERFORM 0800-DERIVE-REFERS-TO THRU 0800-EXIT
                   MOVE WS-RT-REFERS-TO-DATE TO WS-GLH-REFERS-TO-DATE
               END-IF
               GO TO 0200-EXIT
           END-IF.
           IF WS-GL-REC-TYPE = 'D'
               AND WS-GL-HEADER-OK
               PERFORM 0250-STORE-GL-DETAIL THRU 0250-EXIT
           END-IF.
       0200-EXIT.
           EXIT.

       0250-STORE-GL-DETAIL.
           MOVE 'N' TO WS-GL-NEG-SW.
           IF WS-GL-FIELD-5 (1:1) = '-'
               MOVE 'Y' TO WS-GL-NEG-SW
               MOVE WS-GL-FIELD-5 (2:14) TO WS-GL-AMOUNT-X
           ELSE
               IF WS-GL-FIELD-5 (1:1) = SPACE
                   MOVE WS-GL-FIELD-5 (2:14) TO WS-GL-AMOUNT-X
               ELSE
                   MOVE WS-GL-FIELD-5 (1:14) TO WS-GL-AMOUNT-X
               END-IF
           END-IF.
           IF WS-GL-AMT-INT NOT NUMERIC
               OR WS-GL-AMT-DEC NOT NUMERIC
               DISPLAY 'MOCKGLAK - UNPARSEABLE GL DETAIL LINE: '
                   GL-INTERFACE-RECORD
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-GL-WORK-AMOUNT =
               WS-GL-AMT-INT + (WS-GL-AMT-DEC / 100).
           IF WS-GL-NEGATIVE
               COMPUTE WS-GL-WORK-AMOUNT = ZERO - WS-GL-WORK-AMOUNT
           END-IF.
           MOVE 'N' TO WS-GL-NEG-SW.
           IF WS-GL-FIELD-4 (1:1) = '-'
               MOVE 'Y' TO WS-GL-NEG-SW
               MOVE WS-GL-FIELD-4 (2:7) TO WS-GL-COUNT-X
           ELSE
               IF WS-GL-FIELD-4 (1:1) = SPACE
                   MOVE WS-GL-FIELD-4 (2:7) TO WS-GL-COUNT-X
               ELSE
                   MOVE WS-GL-FIELD-4 (1:7) TO WS-GL-COUNT-X
               END-IF
           END-IF.
           IF WS-GL-COUNT-X NOT NUMERIC
               DISPLAY 'MOCKGLAK - UNPARSEABLE GL DETAIL LINE: '
                   GL-INTERFACE-RECORD
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-GL-NEGATIVE
               COMPUTE WS-GL-WORK-COUNT = ZERO - WS-GL-COUNT-X
           ELSE
               MOVE WS-GL-COUNT-X TO WS-GL-WORK-COUNT
           END-IF.
           ADD 1 TO WS-GL-LINE-COUNT.
           MOVE WS-GLH-RUN-DATE TO WS-WK-RUN-DATE.
           MOVE WS-GLH-HEADER-TAG TO WS-WK-HEADER-TAG.
           MOVE WS-GL-FIELD-2 (1:8) TO WS-WK-GL-ACCOUNT.
           MOVE WS-GL-FIELD-3 (1:2) TO WS-WK-CLASS-CODE.
           PERFORM 0600-FIND-GL-LINE THRU 0600-EXIT.
           IF NOT WS-GL-LINE-FOUND
               IF WS-GT-USED >= WS-GT-MAX
                   DISPLAY 'MOCKGLAK - GL LINE TABLE FULL AT '
                       WS-GT-MAX ' ENTRIES'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-GT-USED
               MOVE WS-GT-USED TO WS-GT-IDX
               MOVE WS-WORK-KEY TO WS-GT-KEY (WS-GT-IDX)
           END-IF.
           MOVE WS-GLH-REFERS-TO-DATE
               TO WS-GT-REFERS-TO-DATE (WS-GT-IDX).
           MOVE WS-GL-WORK-COUNT TO WS-GT-COUNT (WS-GT-IDX).
           MOVE WS-GL-WORK-AMOUNT TO WS-GT-AMOUNT (WS-GT-IDX).
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
      * EACH GLEXCP GENERATION IS THE COMPLETE OUTSTANDING SET, SO THE
      * PRIOR ONE SEEDS THE TABLE.  AN EMPTY OR NEVER-CATALOGED PRIOR
      * GENERATION IS NOT AN ERROR.
      *****************************************************************
       0500-LOAD-PRIOR-EXCEPTIONS.
           OPEN INPUT PRIOR-EXCP-FILE.
           IF WS-PRIOR-EXCP-STATUS = '35'
               GO TO 0500-EXIT
           END-IF.
           IF WS-PRIOR-EXCP-STATUS NOT = '00'
               DISPLAY 'MOCKGLAK - UNABLE TO OPEN PRIOR-EXCP-FILE, '
                   'STATUS=' WS-PRIOR-EXCP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0550-LOAD-ONE-EXCEPTION THRU 0550-EXIT
               UNTIL WS-END-OF-PRIOR.
           CLOSE PRIOR-EXCP-FILE.
       0500-EXIT.
           EXIT.

       0550-LOAD-ONE-EXCEPTION.
           READ PRIOR-EXCP-FILE INTO WS-EXCEPTION-RECORD
               AT END
                   MOVE 'Y' TO WS-PRIOR-EOF-SW
           END-READ.
           IF WS-END-OF-PRIOR
               GO TO 0550-EXIT
           END-IF.
           IF WS-PRIOR-EXCP-STATUS NOT = '00'
               DISPLAY 'MOCKGLAK - READ PRIOR-EXCP-FILE FAILED, '
                   'STATUS=' WS-PRIOR-EXCP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-XT-USED >= WS-XT-MAX
               DISPLAY 'MOCKGLAK - EXCEPTION TABLE FULL AT '
                   WS-XT-MAX ' ENTRIES'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-XT-USED.
           MOVE WS-XT-USED TO WS-XT-IDX.
           MOVE GX-TRANSMISSION-KEY TO WS-XT-KEY (WS-XT-IDX).
           MOVE GX-REFERS-TO-DATE TO WS-XT-REFERS-TO-DATE (WS-XT-IDX).
           MOVE GX-LINE-COUNT TO WS-XT-COUNT (WS-XT-IDX).
           MOVE GX-LINE-AMOUNT TO WS-XT-AMOUNT (WS-XT-IDX).
           MOVE GX-REJECT-REASON TO WS-XT-REASON (WS-XT-IDX).
           MOVE GX-FIRST-REJECTED-DATE
               TO WS-XT-FIRST-DATE (WS-XT-IDX).
           MOVE ZERO TO WS-XT-CLEARED-RUN-DATE (WS-XT-IDX).
           MOVE SPACES TO WS-XT-CLEARED-TAG (WS-XT-IDX).
           MOVE 'L' TO WS-XT-ORIGIN (WS-XT-IDX).
           MOVE 'O' TO WS-XT-STATE (WS-XT-IDX).
           ADD 1 TO WS-CARRIED-IN-COUNT.
       0550-EXIT.
           EXIT.

      *****************************************************************
      * FIND THE GL TABLE SLOT WHOSE KEY EQUALS WS-WORK-KEY, LEAVING
      * WS-GT-IDX POINTING AT IT.
      *****************************************************************
       0600-FIND-GL-LINE.
           MOVE 'N' TO WS-GL-LINE-FOUND-SW.
           MOVE ZERO TO WS-GT-IDX.
           PERFORM 0650-SCAN-GL-TABLE THRU 0650-EXIT
               UNTIL WS-GL-LINE-FOUND
                  OR WS-GT-IDX >= WS-GT-USED.
       0600-EXIT.
           EXIT.

       0650-SCAN-GL-TABLE.
           ADD 1 TO WS-GT-IDX.
           IF WS-GT-KEY (WS-GT-IDX) = WS-WORK-KEY
               MOVE 'Y' TO WS-GL-LINE-FOUND-SW
           END-IF.
       0650-EXIT.
           EXIT.

      *****************************************************************
      * FIND THE EXCEPTION TABLE SLOT WHOSE KEY EQUALS WS-WORK-KEY,
      * OUTSTANDING OR CLEARED, LEAVING WS-XT-IDX POINTING AT IT.
      *****************************************************************
       0700-FIND-EXCEPTION.
           MOVE 'N' TO WS-EXCP-FOUND-SW.
           MOVE ZERO TO WS-XT-IDX.
           PERFORM 0750-SCAN-EXCEPTION-TABLE THRU 0750-EXIT
               UNTIL WS-EXCP-FOUND
                  OR WS-XT-IDX >= WS-XT-USED.
       0700-EXIT.
           EXIT.

       0750-SCAN-EXCEPTION-TABLE.
           ADD 1 TO WS-XT-IDX.
           IF WS-XT-KEY (WS-XT-IDX) = WS-WORK-KEY
               MOVE 'Y' TO WS-EXCP-FOUND-SW
           END-IF.
       0750-EXIT.
           EXIT.

       0800-DERIVE-REFERS-TO.
           MOVE WS-RT-RUN-DATE TO WS-RT-REFERS-TO-DATE.
           IF WS-RT-HEADER-TAG (1:12) = 'REVERSAL OF '
               AND WS-RT-HEADER-TAG (13:8) NUMERIC
               MOVE WS-RT-HEADER-TAG (13:8) TO WS-RT-REFERS-TO-DATE
           END-IF.
           IF WS-RT-HEADER-TAG (1:14) = 'CORRECTION OF '
               AND WS-RT-HEADER-TAG (15:8) NUMERIC
               MOVE WS-RT-HEADER-TAG (15:8) TO WS-RT-REFERS-TO-DATE
           END-IF.
       0800-EXIT.
           EXIT.

      *****************************************************************
      * ONE PASS OVER THE CONCATENATED ACK GENERATIONS, OLDEST FIRST.
      * AN H LINE NAMES THE TRANSMISSION THE A LINES BEHIND IT ANSWER.
      *****************************************************************
       1000-PROCESS-ACK-LINE.
           READ GL-ACK-FILE
               AT END
                   MOVE 'Y' TO WS-ACK-EOF-SW
           END-READ.
           IF WS-END-OF-ACK
               GO TO 1000-EXIT
           END-IF.
           IF WS-ACK-FILE-STATUS NOT = '00'
               DISPLAY 'MOCKGLAK - READ GL-ACK-FILE FAILED, '
                   'STATUS=' WS-ACK-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-AK-FIELD-2 WS-AK-FIELD-3
               WS-AK-FIELD-4 WS-AK-FIELD-5.
           UNSTRING GL-ACK-RECORD DELIMITED BY '|'
               INTO WS-AK-REC-TYPE
                    WS-AK-FIELD-2
                    WS-AK-FIELD-3
                    WS-AK-FIELD-4
                    WS-AK-FIELD-5
           END-UNSTRING.
           IF WS-AK-REC-TYPE = 'H'
               PERFORM 1100-START-ACK-HEADER THRU 1100-EXIT
               GO TO 1000-EXIT
           END-IF.
           IF WS-AK-REC-TYPE = 'A'
               PERFORM 1200-APPLY-ACK-LINE THRU 1200-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

       1100-START-ACK-HEADER.
           MOVE 'N' TO WS-ACK-HEADER-SW.
           MOVE ZERO TO WS-ACK-RUN-DATE.
           MOVE WS-AK-FIELD-3 TO WS-ACK-HEADER-TAG.
           IF WS-AK-FIELD-2 (1:8) NOT NUMERIC
               GO TO 1100-EXIT
           END-IF.
           MOVE 'Y' TO WS-ACK-HEADER-SW.
           MOVE WS-AK-FIELD-2 (1:8) TO WS-ACK-RUN-DATE.
           MOVE WS-ACK-RUN-DATE TO WS-RT-RUN-DATE.
           MOVE WS-ACK-HEADER-TAG TO WS-RT-HEADER-TAG.
           PERFORM 0800-DERIVE-REFERS-TO THRU 0800-EXIT.
           MOVE WS-RT-REFERS-TO-DATE TO WS-ACK-REFERS-TO-DATE.
       1100-EXIT.
           EXIT.

       1200-APPLY-ACK-LINE.
           ADD 1 TO WS-ACK-LINE-COUNT.
           MOVE WS-AK-FIELD-4 (1:1) TO WS-ACK-STATUS.
           MOVE WS-ACK-RUN-DATE TO WS-WK-RUN-DATE.
           MOVE WS-ACK-HEADER-TAG TO WS-WK-HEADER-TAG.
           MOVE WS-AK-FIELD-2 (1:8) TO WS-WK-GL-ACCOUNT.
           MOVE WS-AK-FIELD-3 (1:2) TO WS-WK-CLASS-CODE.
           IF NOT WS-ACK-HEADER-OK
               MOVE 'NO VALID H HEADER ABOVE IT' TO WS-UNMATCHED-REASON
               PERFORM 1500-REPORT-UNMATCHED THRU 1500-EXIT
               GO TO 1200-EXIT
           END-IF.
           IF NOT WS-ACK-ACCEPTED
               AND NOT WS-ACK-REJECTED
               MOVE 'STATUS NOT A OR R' TO WS-UNMATCHED-REASON
               PERFORM 1500-REPORT-UNMATCHED THRU 1500-EXIT
               GO TO 1200-EXIT
           END-IF.
           PERFORM 0600-FIND-GL-LINE THRU 0600-EXIT.
           IF NOT WS-GL-LINE-FOUND
               MOVE 'NO SUCH LINE ON ANY GLINTF' TO WS-UNMATCHED-REASON
               PERFORM 1500-REPORT-UNMATCHED THRU 1500-EXIT
               GO TO 1200-EXIT
           END-IF.
           IF WS-ACK-ACCEPTED
               ADD 1 TO WS-ACCEPTED-COUNT
               MOVE ZERO TO WS-XT-IDX
               PERFORM 1300-CLEAR-ONE-EXCEPTION THRU 1300-EXIT
                   UNTIL WS-XT-IDX >= WS-XT-USED
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               PERFORM 1400-RAISE-EXCEPTION THRU 1400-EXIT
           END-IF.
       1200-EXIT.
           EXIT.

      *****************************************************************
      * AN ACCEPTED LINE MAKES GOOD EVERY OUTSTANDING EXCEPTION FOR THE
      * SAME CLASSIFICATION AND BUSINESS DATE FROM THE SAME OR AN
      * EARLIER TRANSMISSION - A LATER NORMAL, REVERSAL OR CORRECTION
      * RUN, OR THE LEDGER ACCEPTING THE ORIGINAL LINE ON A RETRY.
      * AN ACCEPTANCE FROM AN EARLIER TRANSMISSION NEVER CLEARS A
      * LATER ONE'S REJECTION.
      *****************************************************************
       1300-CLEAR-ONE-EXCEPTION.
           ADD 1 TO WS-XT-IDX.
           IF NOT WS-XT-OUTSTANDING (WS-XT-IDX)
               GO TO 1300-EXIT
           END-IF.
           IF WS-XT-CLASS-CODE (WS-XT-IDX) NOT = WS-WK-CLASS-CODE
               OR WS-XT-REFERS-TO-DATE (WS-XT-IDX)
                   NOT = WS-ACK-REFERS-TO-DATE
               OR WS-XT-RUN-DATE (WS-XT-IDX) > WS-ACK-RUN-DATE
               GO TO 1300-EXIT
           END-IF.
           MOVE 'C' TO WS-XT-STATE (WS-XT-IDX).
           MOVE WS-ACK-RUN-DATE TO WS-XT-CLEARED-RUN-DATE (WS-XT-IDX).
           MOVE WS-ACK-HEADER-TAG TO WS-XT-CLEARED-TAG (WS-XT-IDX).
       1300-EXIT.
           EXIT.

      *****************************************************************
      * A REJECTED LINE ALREADY OUTSTANDING IS LEFT AS IT IS.  ONE
      * CLEARED EARLIER IN THIS RUN (AN ACK GENERATION REREAD OUT OF
      * STEP) IS REINSTATED WITH ITS ORIGINAL FIRST-REJECTED DATE.
      *****************************************************************
       1400-RAISE-EXCEPTION.
           PERFORM 0700-FIND-EXCEPTION THRU 0700-EXIT.
           IF WS-EXCP-FOUND
               MOVE 'O' TO WS-XT-STATE (WS-XT-IDX)
               GO TO 1400-EXIT
           END-IF.
           IF WS-XT-USED >= WS-XT-MAX
               DISPLAY 'MOCKGLAK - EXCEPTION TABLE FULL AT '
                   WS-XT-MAX ' ENTRIES'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-XT-USED.
           MOVE WS-XT-USED TO WS-XT-IDX.
           MOVE WS-WORK-KEY TO WS-XT-KEY (WS-XT-IDX).
           MOVE WS-GT-REFERS-TO-DATE (WS-GT-IDX)
               TO WS-XT-REFERS-TO-DATE (WS-XT-IDX).
           MOVE WS-GT-COUNT (WS-GT-IDX) TO WS-XT-COUNT (WS-XT-IDX).
           MOVE WS-GT-AMOUNT (WS-GT-IDX) TO WS-XT-AMOUNT (WS-XT-IDX).
           MOVE WS-AK-FIELD-5 TO WS-XT-REASON (WS-XT-IDX).
           MOVE WS-BUSINESS-DATE TO WS-XT-FIRST-DATE (WS-XT-IDX).
           MOVE ZERO TO WS-XT-CLEARED-RUN-DATE (WS-XT-IDX).
           MOVE SPACES TO WS-XT-CLEARED-TAG (WS-XT-IDX).
           MOVE 'N' TO WS-XT-ORIGIN (WS-XT-IDX).
           MOVE 'O' TO WS-XT-STATE (WS-XT-IDX).
       1400-EXIT.
           EXIT.

      *****************************************************************
      * AN ACK LINE THIS PROGRAM CANNOT TIE TO A TRANSMISSION.  IT IS
      * LISTED EVERY NIGHT ITS ACK GENERATION IS STILL CATALOGED, SO
      * THE PROBLEM STAYS IN FRONT OF THE GL TEAM UNTIL RESOLVED.
      *****************************************************************
       1500-REPORT-UNMATCHED.
           ADD 1 TO WS-UNMATCHED-COUNT.
           IF NOT WS-UNMATCHED-HEADED
               MOVE 'Y' TO WS-UNMATCHED-HEADED-SW
               MOVE 'ACK LINES NOT MATCHED TO A GL TRANSMISSION'
                   TO SL-TITLE
               WRITE REPORT-RECORD FROM WS-SECTION-LINE
               WRITE REPORT-RECORD FROM WS-UNMATCHED-HEADING-LINE
           END-IF.
           MOVE WS-AK-FIELD-2 (1:8) TO UL-GL-ACCOUNT.
           MOVE WS-AK-FIELD-3 (1:2) TO UL-CLASS-CODE.
           MOVE WS-ACK-STATUS TO UL-STATUS.
           MOVE WS-UNMATCHED-REASON TO UL-REASON.
           IF WS-ACK-HEADER-OK
               MOVE WS-WK-RUN-DATE TO UL-RUN-DATE
           ELSE
               MOVE SPACES TO UL-RUN-DATE
           END-IF.
           MOVE WS-WK-HEADER-TAG TO UL-HEADER-TAG.
           WRITE REPORT-RECORD FROM WS-UNMATCHED-LINE.
       1500-EXIT.
           EXIT.

      *****************************************************************
      * NET CHANGE AGAINST THE PRIOR GENERATION.  AN EXCEPTION BOTH
      * RAISED AND CLEARED WITHIN THIS RUN IS NOT A CHANGE AND IS NOT
      * LISTED.
      *****************************************************************
       2000-REPORT-NEW.
           MOVE 'NEW GL EXCEPTIONS (REJECTED BY THE LEDGER)'
               TO SL-TITLE.
           WRITE REPORT-RECORD FROM WS-SECTION-LINE.
           WRITE REPORT-RECORD FROM WS-EXCP-HEADING-LINE.
           MOVE 'Y' TO WS-SECTION-EMPTY-SW.
           MOVE ZERO TO WS-XT-IDX.
           PERFORM 2100-REPORT-ONE-NEW THRU 2100-EXIT
               UNTIL WS-XT-IDX >= WS-XT-USED.
           IF WS-SECTION-EMPTY
               MOVE 'NONE' TO ML-TEXT
               WRITE REPORT-RECORD FROM WS-MESSAGE-LINE
           END-IF.
       2000-EXIT.
           EXIT.

       2100-REPORT-ONE-NEW.
           ADD 1 TO WS-XT-IDX.
           IF NOT WS-XT-NEW-TONIGHT (WS-XT-IDX)
               OR NOT WS-XT-OUTSTANDING (WS-XT-IDX)
               GO TO 2100-EXIT
           END-IF.
           MOVE 'N' TO WS-SECTION-EMPTY-SW.
           ADD 1 TO WS-NEW-COUNT.
           PERFORM 2500-FORMAT-EXCEPTION THRU 2500-EXIT.
           MOVE WS-XT-REASON (WS-XT-IDX) TO XL-NOTE.
           WRITE REPORT-RECORD FROM WS-EXCP-DETAIL-LINE.
       2100-EXIT.
           EXIT.

       2200-REPORT-CLEARED.
           MOVE 'GL EXCEPTIONS CLEARED' TO SL-TITLE.
           WRITE REPORT-RECORD FROM WS-SECTION-LINE.
           WRITE REPORT-RECORD FROM WS-EXCP-HEADING-LINE.
           MOVE 'Y' TO WS-SECTION-EMPTY-SW.
           MOVE ZERO TO WS-XT-IDX.
           PERFORM 2300-REPORT-ONE-CLEARED THRU 2300-EXIT
               UNTIL WS-XT-IDX >= WS-XT-USED.
           IF WS-SECTION-EMPTY
               MOVE 'NONE' TO ML-TEXT
               WRITE REPORT-RECORD FROM WS-MESSAGE-LINE
           END-IF.
       2200-EXIT.
           EXIT.

       2300-REPORT-ONE-CLEARED.
           ADD 1 TO WS-XT-IDX.
           IF NOT WS-XT-CARRIED-IN (WS-XT-IDX)
               OR NOT WS-XT-CLEARED (WS-XT-IDX)
               GO TO 2300-EXIT
           END-IF.
           MOVE 'N' TO WS-SECTION-EMPTY-SW.
           ADD 1 TO WS-CLEARED-COUNT.
           PERFORM 2500-FORMAT-EXCEPTION THRU 2500-EXIT.
           MOVE WS-XT-CLEARED-RUN-DATE (WS-XT-IDX) TO CN-RUN-DATE.
           MOVE WS-XT-CLEARED-TAG (WS-XT-IDX) TO CN-HEADER-TAG.
           MOVE WS-CLEARED-NOTE TO XL-NOTE.
           WRITE REPORT-RECORD FROM WS-EXCP-DETAIL-LINE.
       2300-EXIT.
           EXIT.

       2500-FORMAT-EXCEPTION.
           MOVE WS-XT-RUN-DATE (WS-XT-IDX) TO XL-RUN-DATE.
           MOVE WS-XT-HEADER-TAG (WS-XT-IDX) TO XL-HEADER-TAG.
           MOVE WS-XT-GL-ACCOUNT (WS-XT-IDX) TO XL-GL-ACCOUNT.
           MOVE WS-XT-CLASS-CODE (WS-XT-IDX) TO XL-CLASS-CODE.
           MOVE WS-XT-COUNT (WS-XT-IDX) TO XL-COUNT.
           MOVE WS-XT-AMOUNT (WS-XT-IDX) TO XL-AMOUNT.
           MOVE WS-XT-FIRST-DATE (WS-XT-IDX) TO XL-FIRST-DATE.
           MOVE SPACES TO XL-AGE.
       2500-EXIT.
           EXIT.

      *****************************************************************
      * THE DAILY AGED LIST - EVERY EXCEPTION STILL OUTSTANDING,
      * WRITTEN TO THE NEW GLEXCP GENERATION AND PRINTED WITH ITS AGE
      * BUCKET, THEN THE BUCKET TOTALS.
      *****************************************************************
       3000-WRITE-OUTSTANDING.
           MOVE 'OUTSTANDING GL EXCEPTIONS - AGED LIST' TO SL-TITLE.
           WRITE REPORT-RECORD FROM WS-SECTION-LINE.
           WRITE REPORT-RECORD FROM WS-EXCP-HEADING-LINE.
           MOVE ZERO TO WS-XT-IDX.
           PERFORM 3100-WRITE-ONE-OUTSTANDING THRU 3100-EXIT
               UNTIL WS-XT-IDX >= WS-XT-USED.
           IF WS-OUTSTANDING-COUNT = ZERO
               MOVE 'NONE' TO ML-TEXT
               WRITE REPORT-RECORD FROM WS-MESSAGE-LINE
           END-IF.
           MOVE 1 TO WS-BUCKET-IDX.
           PERFORM 3200-WRITE-ONE-BUCKET THRU 3200-EXIT
               UNTIL WS-BUCKET-IDX > 4.
       3000-EXIT.
           EXIT.

       3100-WRITE-ONE-OUTSTANDING.
           ADD 1 TO WS-XT-IDX.
           IF NOT WS-XT-OUTSTANDING (WS-XT-IDX)
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-OUTSTANDING-COUNT.
           ADD WS-XT-AMOUNT (WS-XT-IDX) TO WS-OUTSTANDING-AMOUNT.
           MOVE SPACES TO WS-EXCEPTION-RECORD.
           MOVE WS-XT-KEY (WS-XT-IDX) TO GX-TRANSMISSION-KEY.
           MOVE WS-XT-REFERS-TO-DATE (WS-XT-IDX) TO GX-REFERS-TO-DATE.
           MOVE WS-XT-COUNT (WS-XT-IDX) TO GX-LINE-COUNT.
           MOVE WS-XT-AMOUNT (WS-XT-IDX) TO GX-LINE-AMOUNT.
           MOVE WS-XT-REASON (WS-XT-IDX) TO GX-REJECT-REASON.
           MOVE WS-XT-FIRST-DATE (WS-XT-IDX) TO GX-FIRST-REJECTED-DATE.
           WRITE EXCP-OUTPUT-RECORD FROM WS-EXCEPTION-RECORD.
           IF WS-EXCP-FILE-STATUS NOT = '00'
               DISPLAY 'MOCKGLAK - WRITE EXCP-OUTPUT-FILE FAILED, '
                   'STATUS=' WS-EXCP-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-XT-RUN-DATE (WS-XT-IDX) >= WS-BUCKET-LIMIT-1
               MOVE 1 TO WS-BUCKET-IDX
           ELSE
               IF WS-XT-RUN-DATE (WS-XT-IDX) >= WS-BUCKET-LIMIT-2
                   MOVE 2 TO WS-BUCKET-IDX
               ELSE
                   IF WS-XT-RUN-DATE (WS-XT-IDX) >= WS-BUCKET-LIMIT-3
                       MOVE 3 TO WS-BUCKET-IDX
                   ELSE
                       MOVE 4 TO WS-BUCKET-IDX
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO WS-BK-COUNT (WS-BUCKET-IDX).
           ADD WS-XT-AMOUNT (WS-XT-IDX) TO WS-BK-AMOUNT (WS-BUCKET-IDX).
           PERFORM 2500-FORMAT-EXCEPTION THRU 2500-EXIT.
           MOVE WS-XT-REASON (WS-XT-IDX) TO XL-NOTE.
           MOVE WS-BUCKET-LABEL (WS-BUCKET-IDX) TO XL-AGE.
           WRITE REPORT-RECORD FROM WS-EXCP-DETAIL-LINE.
       3100-EXIT.
           EXIT.

       3200-WRITE-ONE-BUCKET.
           MOVE WS-BUCKET-LABEL (WS-BUCKET-IDX) TO BD-LABEL.
           MOVE WS-BK-COUNT (WS-BUCKET-IDX) TO BD-COUNT.
           MOVE WS-BK-AMOUNT (WS-BUCKET-IDX) TO BD-AMOUNT.
           WRITE REPORT-RECORD FROM WS-BUCKET-DETAIL-LINE.
           ADD 1 TO WS-BUCKET-IDX.
       3200-EXIT.
           EXIT.

       4000-WRITE-TOTALS.
           MOVE 'GL INTERFACE LINES LOADED' TO TL-LABEL.
           MOVE WS-GL-LINE-COUNT TO TL-COUNT.
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE 'ACK LINES READ' TO TL-LABEL.
           MOVE WS-ACK-LINE-COUNT TO TL-COUNT.
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE '  ACCEPTED' TO TL-LABEL.
           MOVE WS-ACCEPTED-COUNT TO TL-COUNT.
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE '  REJECTED' TO TL-LABEL.
           MOVE WS-REJECTED-COUNT TO TL-COUNT.
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE '  UNMATCHED' TO TL-LABEL.
           MOVE WS-UNMATCHED-COUNT TO TL-COUNT.
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE 'EXCEPTIONS CARRIED IN' TO TL-LABEL.
           MOVE WS-CARRIED-IN-COUNT TO TL-COUNT.
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE 'EXCEPTIONS NEW' TO TL-LABEL.
           MOVE WS-NEW-COUNT TO TL-COUNT.
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE 'EXCEPTIONS CLEARED' TO TL-LABEL.
           MOVE WS-CLEARED-COUNT TO TL-COUNT.
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE 'EXCEPTIONS OUTSTANDING' TO TL-LABEL.
           MOVE WS-OUTSTANDING-COUNT TO TL-COUNT.
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
           IF WS-OUTSTANDING-COUNT > ZERO
               OR WS-UNMATCHED-COUNT > ZERO
               DISPLAY 'MOCKGLAK - ' WS-OUTSTANDING-COUNT
                   ' GL EXCEPTION(S) OUTSTANDING, ' WS-UNMATCHED-COUNT
                   ' ACK LINE(S) UNMATCHED, SEE REPORT'
               MOVE 4 TO RETURN-CODE
           END-IF.
       4000-EXIT.
           EXIT.

       9999-END.
           CLOSE GL-ACK-FILE.
           CLOSE GL-INTERFACE-FILE.
           CLOSE EXCP-OUTPUT-FILE.
           CLOSE REPORT-FILE.
       9999-EXIT.
           EXIT.
