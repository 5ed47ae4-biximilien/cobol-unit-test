      **********************************************************************
      * AUTHOR:    R MCALLISTER
      * DATE:      15 OCT 2026
      * PURPOSE:   ONLINE SUSPENSE CORRECTION TRANSACTION.  LISTS THE
      *            CURRENT SUSPENSE GENERATION FROM SUSPCORR, THE KEYED
      *            COPY MOCKJOB'S SUSPLOAD STEP BUILDS EACH NIGHT, ON
      *            THE SUSPM1 MAP, OPTIONALLY FILTERED BY REJECT REASON
      *            (SR-REJECT-REASON) AND SOURCE SYSTEM
      *            (SR-SOURCE-SYSTEM).  PF8 PAGES FORWARD AND PF7
      *            BACKWARD FROM THE SEQUENCE-NUMBER RANGE CARRIED IN
      *            THE SUSPCOMM COMMAREA.  A ROW NUMBER IN THE SELECT
      *            FIELD BRINGS THAT REJECT INTO THE CORRECTION AREA,
      *            WHERE THE OPERATOR MAY OVERTYPE THE CLASSIFICATION
      *            CODE, AMOUNT AND EFFECTIVE DATE AND KEY AN ACTION:
      *              C - CORRECTED.  THE RECORD MUST PASS THE SAME
      *                  AMOUNT, EFFECTIVE-DATE AND CLASSIFICATION
      *                  EDITS MOCKDEMO'S 0250-EDIT-INPUT-RECORD
      *                  APPLIES (CLOSURES SKIP THE CLASSIFICATION
      *                  EDIT, AS THEY DO IN MOCKDEMO) BEFORE IT IS
      *                  MARKED, SO A CORRECTION CANNOT SIMPLY FAIL
      *                  AGAIN TONIGHT FOR THE SAME REASON.
      *              W - WRITTEN OFF.  NO EDITS; THE RECORD LEAVES
      *                  SUSPENSE TONIGHT ON MOCKRCYC'S WRITE-OFF
      *                  REPORT.
      *            THE SIGNED-ON OPERATOR (ASSIGN USERID) AND TODAY'S
      *            DATE ARE STAMPED ON THE RECORD WITH THE ACTION.
      *            MOCKRCYC RECYCLES ONLY CORRECTED RECORDS, DROPS
      *            WRITTEN-OFF ONES TO ITS WRITE-OFF REPORT AND HOLDS
      *            THE REST.  THE DUPLICATE EDIT NEEDS THE POSTING
      *            HISTORY AND IS LEFT TO MOCKDEMO ON THE RECYCLE.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CICSSUSP.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY DFHEIBLK.
           COPY SUSPCOMM.
           COPY SUSPMAPS.

       01  SUSPENSE-RECORD.
           COPY SUSPREC.

       01  WS-SUSP-DETAIL.
           COPY INPTREC REPLACING LEADING ==IR-== BY ==SD-==.

       01  CLASS-REF-RECORD.
           COPY CLASREC REPLACING LEADING ==CL-== BY ==CF-==.

       01  WS-ROW-DISPLAY.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-ROW-SEQ              PIC Z(06)9.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-ROW-ACCOUNT          PIC X(10).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-ROW-REASON           PIC X(03).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-ROW-SOURCE           PIC X(08).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-ROW-CLASS            PIC X(02).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-ROW-AMOUNT           PIC Z(08)9.99.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-ROW-EFF-DATE         PIC X(08).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-ROW-STATUS           PIC X(01).
           05  FILLER                  PIC X(03)   VALUE SPACE.

      *****************************************************************
      * ONE SCREEN ROW = THE ROW NUMBER THE OPERATOR KEYS IN THE
      * SELECT FIELD PLUS THE FORMATTED RECORD TEXT.  THE NUMBER IS
      * STAMPED IN 7000-FORMAT-PAGE, AFTER A BACKWARD PAGE HAS BEEN
      * REVERSED INTO ASCENDING ORDER.
      *****************************************************************
       01  WS-ROW-TABLE-AREAS.
           05  WS-ROW-ENTRY OCCURS 10 TIMES.
               10  WS-RL-NUMBER        PIC Z9.
               10  WS-RL-TEXT          PIC X(62).
           05  WS-REV-LINE             PIC X(62) OCCURS 10 TIMES.
           05  WS-REV-SEQ              PIC 9(07) OCCURS 10 TIMES.

       01  WS-BROWSE-AREAS.
           05  WS-BROWSE-SEQ           PIC 9(07)   VALUE ZERO.
           05  WS-SKIP-SEQ             PIC 9(07)   VALUE ZERO.
           05  WS-SAVED-COMMAREA       PIC X(200)  VALUE SPACES.
           05  WS-ROW-IDX              PIC S9(04)  COMP VALUE ZERO.
           05  WS-REV-IDX              PIC S9(04)  COMP VALUE ZERO.
           05  WS-MOVE-IDX             PIC S9(04)  COMP VALUE ZERO.
           05  WS-SELECT-NUM           PIC 9(02)   VALUE ZERO.
           05  WS-MESSAGE              PIC X(79)   VALUE SPACES.

       01  WS-CORRECTION-AREAS.
           05  WS-OPERATOR-ID          PIC X(08)   VALUE SPACES.
           05  WS-ABSTIME              PIC S9(15)  COMP-3 VALUE ZERO.
           05  WS-TODAY                PIC X(08)   VALUE SPACES.
           05  WS-SEQ-DISPLAY          PIC 9(07)   VALUE ZERO.
           05  WS-EDIT-MESSAGE         PIC X(60)   VALUE SPACES.

       01  WS-AMOUNT-EDIT-AREAS.
           05  WS-AMOUNT-INTEGER       PIC 9(11).
           05  WS-AMOUNT-DECIMAL REDEFINES WS-AMOUNT-INTEGER
                                       PIC 9(09)V99.

       01  WS-DATE-EDIT-AREAS.
           05  WS-CLASS-START-DATE     PIC 9(08).
           05  WS-CLASS-STOP-DATE      PIC 9(08).
           05  WS-EDIT-YEAR            PIC 9(04).
           05  WS-YEAR-QUOT            PIC 9(04).
           05  WS-YEAR-REM             PIC 9(04).
           05  WS-MAX-DAY              PIC 9(02).
           05  WS-LEAP-YEAR-SW         PIC X(01).
               88  WS-LEAP-YEAR                VALUE 'Y'.

       01  WS-MONTH-DAY-VALUES.
           05  FILLER                  PIC X(24)
               VALUE '312831303130313130313031'.

       01  WS-MONTH-DAY-TABLE REDEFINES WS-MONTH-DAY-VALUES.
           05  WS-MONTH-DAYS           PIC 9(02) OCCURS 12 TIMES.

      *****************************************************************
      * EXEC CICS RESP() VALUES TESTED HERE - THE STANDARD
      * DFHRESP(NORMAL/NOTFND/ENDFILE) CODES.
      *****************************************************************
       01  WS-RESPONSE-AREAS.
           05  WS-RESP                 PIC S9(08)  COMP VALUE ZERO.
               88  WS-RESP-NORMAL              VALUE 0.
               88  WS-RESP-NOTFND              VALUE 13.
               88  WS-RESP-ENDFILE             VALUE 20.

       01  WS-SWITCHES.
           05  WS-BROWSE-DONE-SW       PIC X(01)   VALUE 'N'.
               88  WS-BROWSE-DONE              VALUE 'Y'.
           05  WS-CLASS-VALID-SW       PIC X(01)   VALUE 'N'.
               88  WS-CLASS-VALID              VALUE 'Y'.
           05  WS-DATE-VALID-SW        PIC X(01)   VALUE 'N'.
               88  WS-DATE-VALID               VALUE 'Y'.

       LINKAGE SECTION.

       01  DFHCOMMAREA                 PIC X(200).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           EXEC CICS HANDLE AID
               CLEAR(9999-END)
               PF3(9999-END)
               PF7(5000-PAGE-BACKWARD)
               PF8(4000-PAGE-FORWARD)
           END-EXEC.
           EXEC CICS HANDLE CONDITION
               MAPFAIL(0150-MAP-FAIL)
           END-EXEC.
           IF EIBCALEN = 0
               GO TO 0100-SEND-INITIAL-MAP
           END-IF.
           MOVE DFHCOMMAREA TO SUSP-COMMAREA.
           EXEC CICS RECEIVE MAP('SUSPM1') MAPSET('SUSPMAP')
               INTO(SUSPM1I)
           END-EXEC.
           IF SACTFI NOT = SPACES AND SACTFI NOT = LOW-VALUES
               GO TO 6500-APPLY-ACTION
           END-IF.
           IF SSELFI NOT = SPACES AND SSELFI NOT = LOW-VALUES
               GO TO 6000-SELECT-ROW
           END-IF.
           IF SRSNFL > ZERO OR SSRCFL > ZERO
               GO TO 1000-SET-FILTER
           END-IF.
           PERFORM 7500-REDISPLAY-PAGE THRU 7500-EXIT.
           MOVE 'KEY A ROW NUMBER TO SELECT, OR A REASON/SOURCE FILTER'
               TO WS-MESSAGE.
           GO TO 8000-SEND-MAP.

      *****************************************************************
      * FIRST ENTRY TO THE TRANSACTION - LIST THE FIRST PAGE OF THE
      * WHOLE SUSPENSE FILE, UNFILTERED.
      *****************************************************************
       0100-SEND-INITIAL-MAP.
           MOVE SPACES TO SUSP-COMMAREA.
           MOVE ZERO TO SC-TOP-SEQ.
           MOVE ZERO TO SC-BOTTOM-SEQ.
           MOVE ZERO TO SC-ROW-COUNT.
           MOVE ZERO TO SC-SELECTED-SEQ.
           MOVE ZERO TO WS-BROWSE-SEQ.
           PERFORM 3000-FILL-PAGE-FORWARD THRU 3000-EXIT.
           GO TO 8000-SEND-MAP.
       0100-EXIT.
           EXIT.

      *****************************************************************
      * OPERATOR PRESSED ENTER WITHOUT MODIFYING ANY FIELD - REFRESH
      * THE PAGE THEY WERE ON INSTEAD OF LETTING MAPFAIL ABEND THE
      * TASK.
      *****************************************************************
       0150-MAP-FAIL.
           PERFORM 7500-REDISPLAY-PAGE THRU 7500-EXIT.
           MOVE 'KEY A ROW NUMBER TO SELECT, OR A REASON/SOURCE FILTER'
               TO WS-MESSAGE.
           GO TO 8000-SEND-MAP.
       0150-EXIT.
           EXIT.

      *****************************************************************
      * A NEW REASON AND/OR SOURCE FILTER WAS KEYED.  A BLANK FIELD
      * MEANS NO FILTER ON THAT COLUMN.  THE LIST RESTARTS FROM THE
      * TOP OF THE FILE UNDER THE NEW FILTER AND ANY SELECTION IS
      * DROPPED.
      *****************************************************************
       1000-SET-FILTER.
           IF SRSNFL > ZERO
               MOVE SRSNFI TO SC-FILTER-REASON
               IF SC-FILTER-REASON = LOW-VALUES
                   MOVE SPACES TO SC-FILTER-REASON
               END-IF
           END-IF.
           IF SSRCFL > ZERO
               MOVE SSRCFI TO SC-FILTER-SOURCE
               IF SC-FILTER-SOURCE = LOW-VALUES
                   MOVE SPACES TO SC-FILTER-SOURCE
               END-IF
           END-IF.
           IF SC-FILTER-REASON NOT = SPACES
               AND SC-FILTER-REASON NOT = 'AMT'
               AND SC-FILTER-REASON NOT = 'DTE'
               AND SC-FILTER-REASON NOT = 'CLS'
               AND SC-FILTER-REASON NOT = 'DUP'
               AND SC-FILTER-REASON NOT = 'CLO'
               MOVE SPACES TO SC-FILTER-REASON
               MOVE ZERO TO SC-SELECTED-SEQ
               MOVE ZERO TO WS-BROWSE-SEQ
               PERFORM 3000-FILL-PAGE-FORWARD THRU 3000-EXIT
               MOVE 'REASON MUST BE AMT, DTE, CLS, DUP, CLO OR BLANK'
                   TO WS-MESSAGE
               GO TO 8000-SEND-MAP
           END-IF.
           MOVE ZERO TO SC-SELECTED-SEQ.
           MOVE ZERO TO WS-BROWSE-SEQ.
           PERFORM 3000-FILL-PAGE-FORWARD THRU 3000-EXIT.
           GO TO 8000-SEND-MAP.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * FILL A PAGE READING FORWARD FROM WS-BROWSE-SEQ, SKIPPING ANY
      * RECORD OUTSIDE THE FILTER.  THE KEY IS A PLAIN SEQUENCE
      * NUMBER, SO PAGE-FORWARD SIMPLY STARTS ONE PAST THE BOTTOM ROW.
      *****************************************************************
       3000-FILL-PAGE-FORWARD.
           MOVE ZERO TO SC-TOP-SEQ.
           MOVE ZERO TO SC-BOTTOM-SEQ.
           MOVE ZERO TO SC-ROW-COUNT.
           PERFORM 3050-CLEAR-ROWS THRU 3050-EXIT.
           MOVE ZERO TO WS-ROW-IDX.
           MOVE 'N' TO WS-BROWSE-DONE-SW.
           EXEC CICS STARTBR FILE('SUSPCORR')
               RIDFLD(WS-BROWSE-SEQ)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP-NOTFND OR WS-RESP-ENDFILE
               PERFORM 7000-FORMAT-PAGE THRU 7000-EXIT
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-READ-NEXT-ROW THRU 3100-EXIT
               UNTIL WS-ROW-IDX >= 10 OR WS-BROWSE-DONE.
           EXEC CICS ENDBR FILE('SUSPCORR')
           END-EXEC.
           MOVE WS-ROW-IDX TO SC-ROW-COUNT.
           PERFORM 7000-FORMAT-PAGE THRU 7000-EXIT.
       3000-EXIT.
           EXIT.

       3050-CLEAR-ROWS.
           PERFORM 3060-CLEAR-ONE-ROW THRU 3060-EXIT
               VARYING WS-MOVE-IDX FROM 1 BY 1
               UNTIL WS-MOVE-IDX > 10.
       3050-EXIT.
           EXIT.

       3060-CLEAR-ONE-ROW.
           MOVE SPACES TO WS-ROW-ENTRY (WS-MOVE-IDX).
           MOVE SPACES TO WS-REV-LINE (WS-MOVE-IDX).
           MOVE ZERO TO WS-REV-SEQ (WS-MOVE-IDX).
           MOVE ZERO TO SC-ROW-SEQ (WS-MOVE-IDX).
       3060-EXIT.
           EXIT.

       3100-READ-NEXT-ROW.
           EXEC CICS READNEXT FILE('SUSPCORR')
               INTO(SUSPENSE-RECORD)
               RIDFLD(WS-BROWSE-SEQ)
               RESP(WS-RESP)
           END-EXEC.
           IF NOT WS-RESP-NORMAL
               MOVE 'Y' TO WS-BROWSE-DONE-SW
               GO TO 3100-EXIT
           END-IF.
           IF SC-FILTER-REASON NOT = SPACES
               AND SR-REJECT-REASON NOT = SC-FILTER-REASON
               GO TO 3100-EXIT
           END-IF.
           IF SC-FILTER-SOURCE NOT = SPACES
               AND SR-SOURCE-SYSTEM NOT = SC-FILTER-SOURCE
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-ROW-IDX.
           MOVE SR-SUSPENSE-SEQ TO SC-ROW-SEQ (WS-ROW-IDX).
           PERFORM 3200-FORMAT-ROW THRU 3200-EXIT.
           MOVE WS-ROW-DISPLAY TO WS-RL-TEXT (WS-ROW-IDX).
       3100-EXIT.
           EXIT.

       3200-FORMAT-ROW.
           MOVE SR-DETAIL-RECORD TO WS-SUSP-DETAIL.
           MOVE SR-SUSPENSE-SEQ TO WS-ROW-SEQ.
           MOVE SD-ACCOUNT-KEY TO WS-ROW-ACCOUNT.
           MOVE SR-REJECT-REASON TO WS-ROW-REASON.
           MOVE SR-SOURCE-SYSTEM TO WS-ROW-SOURCE.
           MOVE SD-CLASSIFICATION-CODE TO WS-ROW-CLASS.
           IF SD-AMOUNT NUMERIC
               MOVE SD-AMOUNT TO WS-ROW-AMOUNT
           ELSE
               MOVE ZERO TO WS-ROW-AMOUNT
           END-IF.
           MOVE SD-EFFECTIVE-DATE TO WS-ROW-EFF-DATE.
           MOVE SR-CORRECTION-STATUS TO WS-ROW-STATUS.
       3200-EXIT.
           EXIT.

      *****************************************************************
      * FILL A PAGE READING BACKWARD FROM THE TOP ROW OF THE CURRENT
      * PAGE.  THE BROWSE POSITIONS ON THE TOP ROW ITSELF, SO ANY
      * RECORD AT OR PAST IT IS PASSED OVER; ROWS COME BACK IN
      * DESCENDING ORDER AND ARE REVERSED FOR THE SCREEN.
      *****************************************************************
       3500-FILL-PAGE-BACKWARD.
           MOVE SC-TOP-SEQ TO WS-BROWSE-SEQ.
           MOVE SC-TOP-SEQ TO WS-SKIP-SEQ.
           MOVE ZERO TO SC-TOP-SEQ.
           MOVE ZERO TO SC-BOTTOM-SEQ.
           MOVE ZERO TO SC-ROW-COUNT.
           PERFORM 3050-CLEAR-ROWS THRU 3050-EXIT.
           MOVE ZERO TO WS-REV-IDX.
           MOVE 'N' TO WS-BROWSE-DONE-SW.
           EXEC CICS STARTBR FILE('SUSPCORR')
               RIDFLD(WS-BROWSE-SEQ)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           IF NOT WS-RESP-NORMAL
               GO TO 3500-EXIT
           END-IF.
           PERFORM 3600-READ-PREV-ROW THRU 3600-EXIT
               UNTIL WS-REV-IDX >= 10 OR WS-BROWSE-DONE.
           EXEC CICS ENDBR FILE('SUSPCORR')
           END-EXEC.
           PERFORM 3700-REVERSE-ROWS THRU 3700-EXIT.
       3500-EXIT.
           EXIT.

       3600-READ-PREV-ROW.
           EXEC CICS READPREV FILE('SUSPCORR')
               INTO(SUSPENSE-RECORD)
               RIDFLD(WS-BROWSE-SEQ)
               RESP(WS-RESP)
           END-EXEC.
           IF NOT WS-RESP-NORMAL
               MOVE 'Y' TO WS-BROWSE-DONE-SW
               GO TO 3600-EXIT
           END-IF.
           IF SR-SUSPENSE-SEQ NOT < WS-SKIP-SEQ
               GO TO 3600-EXIT
           END-IF.
           IF SC-FILTER-REASON NOT = SPACES
               AND SR-REJECT-REASON NOT = SC-FILTER-REASON
               GO TO 3600-EXIT
           END-IF.
           IF SC-FILTER-SOURCE NOT = SPACES
               AND SR-SOURCE-SYSTEM NOT = SC-FILTER-SOURCE
               GO TO 3600-EXIT
           END-IF.
           ADD 1 TO WS-REV-IDX.
           MOVE SR-SUSPENSE-SEQ TO WS-REV-SEQ (WS-REV-IDX).
           PERFORM 3200-FORMAT-ROW THRU 3200-EXIT.
           MOVE WS-ROW-DISPLAY TO WS-REV-LINE (WS-REV-IDX).
       3600-EXIT.
           EXIT.

       3700-REVERSE-ROWS.
           MOVE ZERO TO WS-ROW-IDX.
           MOVE WS-REV-IDX TO WS-MOVE-IDX.
           PERFORM 3750-REVERSE-ONE-ROW THRU 3750-EXIT
               UNTIL WS-MOVE-IDX < 1.
           MOVE WS-ROW-IDX TO SC-ROW-COUNT.
           PERFORM 7000-FORMAT-PAGE THRU 7000-EXIT.
       3700-EXIT.
           EXIT.

       3750-REVERSE-ONE-ROW.
           ADD 1 TO WS-ROW-IDX.
           MOVE WS-REV-LINE (WS-MOVE-IDX)
               TO WS-RL-TEXT (WS-ROW-IDX).
           MOVE WS-REV-SEQ (WS-MOVE-IDX)
               TO SC-ROW-SEQ (WS-ROW-IDX).
           SUBTRACT 1 FROM WS-MOVE-IDX.
       3750-EXIT.
           EXIT.

       4000-PAGE-FORWARD.
           IF SC-ROW-COUNT = ZERO
               PERFORM 7500-REDISPLAY-PAGE THRU 7500-EXIT
               MOVE 'NO PAGE DISPLAYED TO PAGE FROM' TO WS-MESSAGE
               GO TO 8000-SEND-MAP
           END-IF.
           MOVE SUSP-COMMAREA TO WS-SAVED-COMMAREA.
           COMPUTE WS-BROWSE-SEQ = SC-BOTTOM-SEQ + 1.
           PERFORM 3000-FILL-PAGE-FORWARD THRU 3000-EXIT.
           IF SC-ROW-COUNT = ZERO
               MOVE WS-SAVED-COMMAREA TO SUSP-COMMAREA
               PERFORM 7500-REDISPLAY-PAGE THRU 7500-EXIT
               MOVE 'AT END OF FILE' TO WS-MESSAGE
           ELSE
               MOVE ZERO TO SC-SELECTED-SEQ
           END-IF.
           GO TO 8000-SEND-MAP.
       4000-EXIT.
           EXIT.

       5000-PAGE-BACKWARD.
           IF SC-ROW-COUNT = ZERO
               PERFORM 7500-REDISPLAY-PAGE THRU 7500-EXIT
               MOVE 'NO PAGE DISPLAYED TO PAGE FROM' TO WS-MESSAGE
               GO TO 8000-SEND-MAP
           END-IF.
           MOVE SUSP-COMMAREA TO WS-SAVED-COMMAREA.
           PERFORM 3500-FILL-PAGE-BACKWARD THRU 3500-EXIT.
           IF SC-ROW-COUNT = ZERO
               MOVE WS-SAVED-COMMAREA TO SUSP-COMMAREA
               PERFORM 7500-REDISPLAY-PAGE THRU 7500-EXIT
               MOVE 'AT TOP OF FILE' TO WS-MESSAGE
           ELSE
               MOVE ZERO TO SC-SELECTED-SEQ
           END-IF.
           GO TO 8000-SEND-MAP.
       5000-EXIT.
           EXIT.

      *****************************************************************
      * ROW SELECTION - REMEMBER THE ROW'S KEY IN THE COMMAREA AND
      * BRING THE RECORD INTO THE CORRECTION AREA BELOW THE LIST.
      *****************************************************************
       6000-SELECT-ROW.
           IF SSELFI NOT NUMERIC
               PERFORM 7500-REDISPLAY-PAGE THRU 7500-EXIT
               MOVE 'SELECT MUST BE A ROW NUMBER FROM 1 TO 10'
                   TO WS-MESSAGE
               GO TO 8000-SEND-MAP
           END-IF.
           MOVE SSELFI TO WS-SELECT-NUM.
           IF WS-SELECT-NUM < 1 OR WS-SELECT-NUM > SC-ROW-COUNT
               PERFORM 7500-REDISPLAY-PAGE THRU 7500-EXIT
               MOVE 'SELECTED ROW IS NOT ON THE SCREEN' TO WS-MESSAGE
               GO TO 8000-SEND-MAP
           END-IF.
           MOVE SC-ROW-SEQ (WS-SELECT-NUM) TO SC-SELECTED-SEQ.
           PERFORM 7500-REDISPLAY-PAGE THRU 7500-EXIT.
           MOVE 'OVERTYPE CLASS/AMOUNT/DATE AS NEEDED, KEY C OR W AND PR
      -    'ESS ENTER' TO WS-MESSAGE.
           GO TO 8000-SEND-MAP.
       6000-EXIT.
           EXIT.

      *****************************************************************
      * APPLY THE OPERATOR'S ACTION TO THE SELECTED RECORD.  THE
      * RECORD IS READ FOR UPDATE AND A CORRECTION IS EDITED AGAINST
      * THE OVERTYPED VALUES BEFORE ANYTHING IS REWRITTEN; A FIELD
      * THE OPERATOR DID NOT TOUCH COMES BACK EMPTY (THE MAP IS
      * ASSEMBLED WITH FRSET) AND KEEPS ITS VALUE FROM THE RECORD.
      *****************************************************************
       6500-APPLY-ACTION.
           IF SC-SELECTED-SEQ = ZERO
               PERFORM 7500-REDISPLAY-PAGE THRU 7500-EXIT
               MOVE 'SELECT A ROW BEFORE KEYING AN ACTION'
                   TO WS-MESSAGE
               GO TO 8000-SEND-MAP
           END-IF.
           IF SACTFI NOT = 'C' AND SACTFI NOT = 'W'
               PERFORM 7500-REDISPLAY-PAGE THRU 7500-EXIT
               MOVE 'ACTION MUST BE C (CORRECTED) OR W (WRITE OFF)'
                   TO WS-MESSAGE
               GO TO 8000-SEND-MAP
           END-IF.
           MOVE SC-SELECTED-SEQ TO WS-BROWSE-SEQ.
           EXEC CICS READ FILE('SUSPCORR')
               INTO(SUSPENSE-RECORD)
               RIDFLD(WS-BROWSE-SEQ)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.
           IF NOT WS-RESP-NORMAL
               MOVE ZERO TO SC-SELECTED-SEQ
               PERFORM 7500-REDISPLAY-PAGE THRU 7500-EXIT
               MOVE 'SELECTED RECORD IS NO LONGER ON THE SUSPENSE FILE'
                   TO WS-MESSAGE
               GO TO 8000-SEND-MAP
           END-IF.
           MOVE SR-DETAIL-RECORD TO WS-SUSP-DETAIL.
           IF SACTFI = 'C'
               PERFORM 6550-TAKE-CORRECTIONS THRU 6550-EXIT
               IF WS-EDIT-MESSAGE = SPACES
                   PERFORM 6600-EDIT-CORRECTION THRU 6600-EXIT
               END-IF
               IF WS-EDIT-MESSAGE NOT = SPACES
                   EXEC CICS UNLOCK FILE('SUSPCORR')
                   END-EXEC
                   PERFORM 7500-REDISPLAY-PAGE THRU 7500-EXIT
                   MOVE WS-EDIT-MESSAGE TO WS-MESSAGE
                   GO TO 8000-SEND-MAP
               END-IF
               MOVE WS-SUSP-DETAIL TO SR-DETAIL-RECORD
           END-IF.
           MOVE SACTFI TO SR-CORRECTION-STATUS.
           EXEC CICS ASSIGN USERID(WS-OPERATOR-ID)
           END-EXEC.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-TODAY)
           END-EXEC.
           MOVE WS-OPERATOR-ID TO SR-CORRECTED-BY.
           MOVE WS-TODAY TO SR-CORRECTED-DATE.
           EXEC CICS REWRITE FILE('SUSPCORR')
               FROM(SUSPENSE-RECORD)
               RESP(WS-RESP)
           END-EXEC.
           PERFORM 7500-REDISPLAY-PAGE THRU 7500-EXIT.
           MOVE SR-SUSPENSE-SEQ TO WS-SEQ-DISPLAY.
           IF NOT WS-RESP-NORMAL
               MOVE 'UPDATE OF THE SUSPENSE RECORD FAILED - RETRY'
                   TO WS-MESSAGE
           ELSE
               IF SR-CORRECTED
                   STRING 'RECORD ' WS-SEQ-DISPLAY
                       ' MARKED CORRECTED - RECYCLES TONIGHT'
                       DELIMITED BY SIZE INTO WS-MESSAGE
                   END-STRING
               ELSE
                   STRING 'RECORD ' WS-SEQ-DISPLAY
                       ' WRITTEN OFF - LEAVES SUSPENSE TONIGHT'
                       DELIMITED BY SIZE INTO WS-MESSAGE
                   END-STRING
               END-IF
           END-IF.
           GO TO 8000-SEND-MAP.
       6500-EXIT.
           EXIT.

       6550-TAKE-CORRECTIONS.
           MOVE SPACES TO WS-EDIT-MESSAGE.
           IF SCLSFI NOT = SPACES AND SCLSFI NOT = LOW-VALUES
               MOVE SCLSFI TO SD-CLASSIFICATION-CODE
           END-IF.
           IF SAMTFI NOT = SPACES AND SAMTFI NOT = LOW-VALUES
               IF SAMTFI NOT NUMERIC
                   MOVE 'AMOUNT MUST BE NUMERIC' TO WS-EDIT-MESSAGE
                   GO TO 6550-EXIT
               END-IF
               MOVE SAMTFI TO WS-AMOUNT-INTEGER
               MOVE WS-AMOUNT-DECIMAL TO SD-AMOUNT
           END-IF.
           IF SEFDFI NOT = SPACES AND SEFDFI NOT = LOW-VALUES
               MOVE SEFDFI TO SD-EFFECTIVE-DATE
           END-IF.
       6550-EXIT.
           EXIT.

      *****************************************************************
      * THE EDITS OF MOCKDEMO'S 0250-EDIT-INPUT-RECORD, IN THE SAME
      * ORDER: AMOUNT NUMERIC, EFFECTIVE DATE A REAL CENTURY 19/20
      * DATE, AND (EXCEPT ON A CLOSURE) A CLASSIFICATION CODE ON THE
      * REFERENCE FILE AND EFFECTIVE AS OF THE DETAIL'S OWN DATE.
      *****************************************************************
       6600-EDIT-CORRECTION.
           MOVE SPACES TO WS-EDIT-MESSAGE.
           IF SD-AMOUNT NOT NUMERIC
               MOVE 'AMOUNT IS STILL NOT NUMERIC - KEY A CORRECT AMOUNT'
                   TO WS-EDIT-MESSAGE
               GO TO 6600-EXIT
           END-IF.
           PERFORM 6610-EDIT-EFFECTIVE-DATE THRU 6610-EXIT.
           IF NOT WS-DATE-VALID
               MOVE 'EFFECTIVE DATE IS NOT A VALID CCYYMMDD DATE'
                   TO WS-EDIT-MESSAGE
               GO TO 6600-EXIT
           END-IF.
           IF SD-TRANS-CLOSURE
               GO TO 6600-EXIT
           END-IF.
           PERFORM 6630-VALIDATE-CLASS-CODE THRU 6630-EXIT.
           IF NOT WS-CLASS-VALID
               MOVE 'CLASSIFICATION IS UNKNOWN OR NOT EFFECTIVE ON THAT 
      -        'DATE' TO WS-EDIT-MESSAGE
           END-IF.
       6600-EXIT.
           EXIT.

       6610-EDIT-EFFECTIVE-DATE.
           MOVE 'N' TO WS-DATE-VALID-SW.
           IF SD-EFFECTIVE-DATE NOT NUMERIC
               GO TO 6610-EXIT
           END-IF.
           IF SD-EFF-DATE-CC NOT = 19 AND SD-EFF-DATE-CC NOT = 20
               GO TO 6610-EXIT
           END-IF.
           IF SD-EFF-DATE-MM < 1 OR SD-EFF-DATE-MM > 12
               GO TO 6610-EXIT
           END-IF.
           MOVE WS-MONTH-DAYS (SD-EFF-DATE-MM) TO WS-MAX-DAY.
           IF SD-EFF-DATE-MM = 2
               COMPUTE WS-EDIT-YEAR =
                   (SD-EFF-DATE-CC * 100) + SD-EFF-DATE-YY
               PERFORM 6620-CHECK-LEAP-YEAR THRU 6620-EXIT
               IF WS-LEAP-YEAR
                   MOVE 29 TO WS-MAX-DAY
               END-IF
           END-IF.
           IF SD-EFF-DATE-DD < 1 OR SD-EFF-DATE-DD > WS-MAX-DAY
               GO TO 6610-EXIT
           END-IF.
           MOVE 'Y' TO WS-DATE-VALID-SW.
       6610-EXIT.
           EXIT.

       6620-CHECK-LEAP-YEAR.
           MOVE 'N' TO WS-LEAP-YEAR-SW.
           DIVIDE WS-EDIT-YEAR BY 4 GIVING WS-YEAR-QUOT
               REMAINDER WS-YEAR-REM.
           IF WS-YEAR-REM NOT = ZERO
               GO TO 6620-EXIT
           END-IF.
           DIVIDE WS-EDIT-YEAR BY 100 GIVING WS-YEAR-QUOT
               REMAINDER WS-YEAR-REM.
           IF WS-YEAR-REM NOT = ZERO
               MOVE 'Y' TO WS-LEAP-YEAR-SW
               GO TO 6620-EXIT
           END-IF.
           DIVIDE WS-EDIT-YEAR BY 400 GIVING WS-YEAR-QUOT
               REMAINDER WS-YEAR-REM.
           IF WS-YEAR-REM = ZERO
               MOVE 'Y' TO WS-LEAP-YEAR-SW
           END-IF.
       6620-EXIT.
           EXIT.

      *****************************************************************
      * SAME WINDOW RULES AS MOCKDEMO'S 0270-VALIDATE-CLASS-CODE: A
      * ZERO OR SPACE-FILLED START/STOP DATE IS NO BOUND, AND A CODE
      * WITH NO BOUND ON EITHER SIDE FALLS BACK TO THE ACTIVE FLAG.
      *****************************************************************
       6630-VALIDATE-CLASS-CODE.
           MOVE 'N' TO WS-CLASS-VALID-SW.
           MOVE SD-CLASSIFICATION-CODE TO CF-CLASS-CODE.
           EXEC CICS READ FILE('CLASREF')
               INTO(CLASS-REF-RECORD)
               RIDFLD(CF-CLASS-CODE)
               RESP(WS-RESP)
           END-EXEC.
           IF NOT WS-RESP-NORMAL
               GO TO 6630-EXIT
           END-IF.
           IF CF-START-DATE NUMERIC
               MOVE CF-START-DATE TO WS-CLASS-START-DATE
           ELSE
               MOVE ZERO TO WS-CLASS-START-DATE
           END-IF.
           IF CF-STOP-DATE NUMERIC
               MOVE CF-STOP-DATE TO WS-CLASS-STOP-DATE
           ELSE
               MOVE ZERO TO WS-CLASS-STOP-DATE
           END-IF.
           IF WS-CLASS-START-DATE = ZERO
               AND WS-CLASS-STOP-DATE = ZERO
               IF CF-ACTIVE
                   MOVE 'Y' TO WS-CLASS-VALID-SW
               END-IF
               GO TO 6630-EXIT
           END-IF.
           MOVE 'Y' TO WS-CLASS-VALID-SW.
           IF WS-CLASS-START-DATE > ZERO
               AND SD-EFFECTIVE-DATE < WS-CLASS-START-DATE
               MOVE 'N' TO WS-CLASS-VALID-SW
           END-IF.
           IF WS-CLASS-STOP-DATE > ZERO
               AND SD-EFFECTIVE-DATE > WS-CLASS-STOP-DATE
               MOVE 'N' TO WS-CLASS-VALID-SW
           END-IF.
       6630-EXIT.
           EXIT.

       7000-FORMAT-PAGE.
           MOVE SPACES TO SUSPM1O.
           IF SC-ROW-COUNT > 0
               MOVE SC-ROW-SEQ (1) TO SC-TOP-SEQ
               MOVE SC-ROW-SEQ (SC-ROW-COUNT) TO SC-BOTTOM-SEQ
           END-IF.
           MOVE ZERO TO WS-MOVE-IDX.
           PERFORM 7100-NUMBER-ONE-ROW THRU 7100-EXIT
               UNTIL WS-MOVE-IDX >= SC-ROW-COUNT.
           MOVE WS-ROW-ENTRY (1) TO SROW01FO.
           MOVE WS-ROW-ENTRY (2) TO SROW02FO.
           MOVE WS-ROW-ENTRY (3) TO SROW03FO.
           MOVE WS-ROW-ENTRY (4) TO SROW04FO.
           MOVE WS-ROW-ENTRY (5) TO SROW05FO.
           MOVE WS-ROW-ENTRY (6) TO SROW06FO.
           MOVE WS-ROW-ENTRY (7) TO SROW07FO.
           MOVE WS-ROW-ENTRY (8) TO SROW08FO.
           MOVE WS-ROW-ENTRY (9) TO SROW09FO.
           MOVE WS-ROW-ENTRY (10) TO SROW10FO.
           MOVE SC-FILTER-REASON TO SRSNFO.
           MOVE SC-FILTER-SOURCE TO SSRCFO.
           IF SC-ROW-COUNT = ZERO
               MOVE 'NO SUSPENSE RECORDS TO DISPLAY' TO SMSGFO
           END-IF.
       7000-EXIT.
           EXIT.

       7100-NUMBER-ONE-ROW.
           ADD 1 TO WS-MOVE-IDX.
           MOVE WS-MOVE-IDX TO WS-RL-NUMBER (WS-MOVE-IDX).
       7100-EXIT.
           EXIT.

      *****************************************************************
      * RE-FILL THE PAGE THE OPERATOR WAS ON FROM ITS TOP ROW, THEN
      * SHOW THE SELECTED RECORD (IF ANY) IN THE CORRECTION AREA WITH
      * ITS CURRENT VALUES IN THE OVERTYPE FIELDS.
      *****************************************************************
       7500-REDISPLAY-PAGE.
           MOVE SC-TOP-SEQ TO WS-BROWSE-SEQ.
           PERFORM 3000-FILL-PAGE-FORWARD THRU 3000-EXIT.
           IF SC-SELECTED-SEQ = ZERO
               GO TO 7500-EXIT
           END-IF.
           MOVE SC-SELECTED-SEQ TO WS-BROWSE-SEQ.
           EXEC CICS READ FILE('SUSPCORR')
               INTO(SUSPENSE-RECORD)
               RIDFLD(WS-BROWSE-SEQ)
               RESP(WS-RESP)
           END-EXEC.
           IF NOT WS-RESP-NORMAL
               MOVE ZERO TO SC-SELECTED-SEQ
               GO TO 7500-EXIT
           END-IF.
           PERFORM 3200-FORMAT-ROW THRU 3200-EXIT.
           MOVE WS-ROW-DISPLAY TO SCURFO.
           MOVE SD-CLASSIFICATION-CODE TO SCLSFO.
           IF SD-AMOUNT NUMERIC
               MOVE SD-AMOUNT TO WS-AMOUNT-DECIMAL
               MOVE WS-AMOUNT-INTEGER TO SAMTFO
           END-IF.
           MOVE SD-EFFECTIVE-DATE TO SEFDFO.
       7500-EXIT.
           EXIT.

       8000-SEND-MAP.
           IF WS-MESSAGE NOT = SPACES
               MOVE WS-MESSAGE TO SMSGFO
           END-IF.
           EXEC CICS SEND MAP('SUSPM1') MAPSET('SUSPMAP')
               FROM(SUSPM1O)
               ERASE
           END-EXEC.
           EXEC CICS RETURN
               TRANSID('SUSP')
               COMMAREA(SUSP-COMMAREA)
               LENGTH(200)
           END-EXEC.

       9999-END.
           EXEC CICS SEND TEXT
               FROM('SUSPENSE CORRECTION ENDED')
               ERASE
           END-EXEC.
           EXEC CICS RETURN
           END-EXEC.
       9999-EXIT.
           EXIT.
