      **********************************************************************
      * AUTHOR:    R MCALLISTER
      * DATE:      15 OCT 2026
      * PURPOSE:   ONLINE ACCOUNT HISTORY INQUIRY.  SHOWS AN ACCOUNT'S
      *            CHANGES FROM THE ACCTJRNL HISTORY JOURNAL (JRNLREC
      *            LAYOUT), NEWEST FIRST, SEVEN TO A PAGE ON THE HISTM1
      *            MAP - WHEN EACH CHANGE WAS MADE, WHETHER IT CAME
      *            FROM FEED POSTING, A CLOSURE, ONLINE MAINTENANCE, A
      *            RESTORE, A PURGE, A RECLASSIFICATION OR A HELD
      *            UPDATE RELEASED, WHO OR WHAT MADE IT, THE BUSINESS
      *            DATE AND CYCLE, AND THE CLASSIFICATION, AMOUNT AND
      *            EFFECTIVE DATE BEFORE AND AFTER.  THE JOURNAL IS
      *            NEVER PURGED WITH THE MASTER, SO A CLOSED OR
      *            ARCHIVED ACCOUNT STILL SHOWS ITS HISTORY; THE STATUS
      *            FIELD SAYS WHETHER THE ACCOUNT IS ON THE MASTER
      *            TODAY.  THE OPERATOR KEYS ANY ACCOUNT KEY, OR
      *            ARRIVES FROM THE CICSBRWS BROWSE (PF5 ON A SELECTED
      *            ROW), WHICH TRANSFERS CONTROL HERE WITH THE ACCOUNT
      *            IN THE HISTCOMM COMMAREA.  PF8 PAGES TO OLDER
      *            CHANGES AND PF7 TO NEWER ONES FROM THE JOURNAL KEYS
      *            CARRIED IN THE COMMAREA.  INQUIRY ONLY.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CICSHIST.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY DFHEIBLK.
           COPY HISTCOMM.
           COPY HISTMAPS.

       01  MASTER-RECORD.
           COPY INPTREC REPLACING LEADING ==IR-== BY ==MR-==.

       01  JOURNAL-RECORD.
           COPY JRNLREC.

      *****************************************************************
      * EACH CHANGE TAKES TWO SCREEN LINES.  THE COLUMNS LINE UP WITH
      * THE TWO HEADING LINES OF THE HISTM1 MAP.  A BEFORE OR AFTER
      * AREA IS LEFT BLANK WHEN THE JOURNAL HAS NO VALUES FOR IT (THE
      * BEFORE SIDE OF AN ADD, THE AFTER SIDE OF A DELETE).
      *****************************************************************
       01  WS-LINE-A.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-LA-CHANGE-DATE       PIC 9(08).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-LA-CHANGE-TIME       PIC 9(06).
           05  FILLER                  PIC X(02)   VALUE SPACE.
           05  WS-LA-ORIGIN            PIC X(16).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-LA-ACTION            PIC X(07).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-LA-CHANGED-BY        PIC X(08).
           05  FILLER                  PIC X(02)   VALUE SPACE.
           05  WS-LA-BUSINESS-DATE     PIC 9(08).
           05  FILLER                  PIC X(02)   VALUE SPACE.
           05  WS-LA-CYCLE-NUMBER      PIC ZZZZ9.
           05  FILLER                  PIC X(11)   VALUE SPACE.

       01  WS-LINE-B.
           05  FILLER                  PIC X(03)   VALUE SPACE.
           05  FILLER                  PIC X(07)   VALUE 'BEFORE'.
           05  WS-LB-BEFORE-AREA.
               10  WS-LB-BEFORE-CLASS  PIC X(02).
               10  FILLER              PIC X(01)   VALUE SPACE.
               10  WS-LB-BEFORE-AMOUNT PIC Z(08)9.99.
               10  FILLER              PIC X(01)   VALUE SPACE.
               10  WS-LB-BEFORE-EFF-DATE
                                       PIC X(08).
           05  FILLER                  PIC X(03)   VALUE SPACE.
           05  FILLER                  PIC X(06)   VALUE 'AFTER'.
           05  WS-LB-AFTER-AREA.
               10  WS-LB-AFTER-CLASS   PIC X(02).
               10  FILLER              PIC X(01)   VALUE SPACE.
               10  WS-LB-AFTER-AMOUNT  PIC Z(08)9.99.
               10  FILLER              PIC X(01)   VALUE SPACE.
               10  WS-LB-AFTER-EFF-DATE
                                       PIC X(08).
           05  FILLER                  PIC X(12)   VALUE SPACE.

      *****************************************************************
      * ONE PAGE OF FORMATTED CHANGES WITH THEIR JOURNAL KEYS, NEWEST
      * FIRST.  A PF7 PAGE IS READ BACKWARD INTO THE WS-REV TABLE AND
      * REVERSED INTO THE PAGE TABLE.
      *****************************************************************
       01  WS-ENTRY-TABLE-AREAS.
           05  WS-ENTRY OCCURS 7 TIMES.
               10  WS-EN-KEY           PIC X(28).
               10  WS-EN-LINE-A        PIC X(79).
               10  WS-EN-LINE-B        PIC X(79).
           05  WS-REV-ENTRY OCCURS 7 TIMES.
               10  WS-RV-KEY           PIC X(28).
               10  WS-RV-LINE-A        PIC X(79).
               10  WS-RV-LINE-B        PIC X(79).

       01  WS-BROWSE-AREAS.
           05  WS-BROWSE-KEY.
               10  WS-BROWSE-ACCOUNT   PIC X(10).
               10  WS-BROWSE-REST      PIC X(18).
           05  WS-SKIP-KEY             PIC X(28)   VALUE SPACES.
           05  WS-ACCOUNT-REQ          PIC X(10)   VALUE SPACES.
           05  WS-SAVED-COMMAREA       PIC X(200)  VALUE SPACES.
           05  WS-ROW-IDX              PIC S9(04)  COMP VALUE ZERO.
           05  WS-REV-IDX              PIC S9(04)  COMP VALUE ZERO.
           05  WS-MOVE-IDX             PIC S9(04)  COMP VALUE ZERO.

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
           05  WS-SKIP-FIRST-SW        PIC X(01)   VALUE 'N'.
               88  WS-SKIP-FIRST               VALUE 'Y'.

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
           MOVE DFHCOMMAREA TO HIST-COMMAREA.
           IF HC-FROM-BROWSE
               MOVE HC-ACCOUNT-KEY TO WS-ACCOUNT-REQ
               GO TO 0200-SHOW-ACCOUNT
           END-IF.
           EXEC CICS RECEIVE MAP('HISTM1') MAPSET('HISTMAP')
               INTO(HISTM1I)
           END-EXEC.
           IF HACCTFI = SPACES OR HACCTFI = LOW-VALUES
               MOVE SPACES TO HISTM1O
               MOVE 'ENTER AN ACCOUNT KEY TO SHOW ITS HISTORY'
                   TO HMSGFO
               GO TO 8000-SEND-MAP
           END-IF.
           MOVE HACCTFI TO WS-ACCOUNT-REQ.
           GO TO 0200-SHOW-ACCOUNT.

      *****************************************************************
      * FIRST ENTRY TO THE TRANSACTION - SHOW THE OPERATOR A BLANK
      * INQUIRY MAP AND WAIT FOR THE RETURN TRIP.
      *****************************************************************
       0100-SEND-INITIAL-MAP.
           MOVE SPACES TO HIST-COMMAREA.
           MOVE ZERO TO HC-ENTRY-COUNT.
           EXEC CICS SEND MAP('HISTM1') MAPSET('HISTMAP')
               MAPONLY ERASE
           END-EXEC.
           EXEC CICS RETURN
               TRANSID('HIST')
               COMMAREA(HIST-COMMAREA)
               LENGTH(200)
           END-EXEC.
       0100-EXIT.
           EXIT.

      *****************************************************************
      * OPERATOR PRESSED ENTER WITHOUT MODIFYING ANY FIELD - RE-SHOW
      * THE MAP WITH A PROMPT INSTEAD OF LETTING MAPFAIL ABEND THE
      * TASK.
      *****************************************************************
       0150-MAP-FAIL.
           MOVE SPACES TO HISTM1O.
           MOVE 'ENTER AN ACCOUNT KEY TO SHOW ITS HISTORY' TO HMSGFO.
           GO TO 8000-SEND-MAP.
       0150-EXIT.
           EXIT.

      *****************************************************************
      * SHOW THE NEWEST PAGE OF THE REQUESTED ACCOUNT'S HISTORY - THE
      * JOURNAL KEY SORTS AN ACCOUNT'S CHANGES NEWEST FIRST, SO THE
      * BROWSE STARTS AT THE ACCOUNT KEY ITSELF.
      *****************************************************************
       0200-SHOW-ACCOUNT.
           MOVE WS-ACCOUNT-REQ TO WS-BROWSE-ACCOUNT.
           MOVE LOW-VALUES TO WS-BROWSE-REST.
           MOVE 'N' TO WS-SKIP-FIRST-SW.
           PERFORM 3000-FILL-PAGE-FORWARD THRU 3000-EXIT.
           GO TO 8000-SEND-MAP.
       0200-EXIT.
           EXIT.

      *****************************************************************
      * FILL A PAGE READING FORWARD (TOWARD OLDER CHANGES) FROM
      * WS-BROWSE-KEY UNTIL THE PAGE IS FULL OR THE JOURNAL MOVES ON
      * TO ANOTHER ACCOUNT.  A PF8 REQUEST RE-POSITIONS ON THE OLDEST
      * CHANGE OF THE CURRENT PAGE AND SKIPS IT.
      *****************************************************************
       3000-FILL-PAGE-FORWARD.
           MOVE SPACES TO HIST-COMMAREA.
           MOVE WS-BROWSE-ACCOUNT TO HC-ACCOUNT-KEY.
           MOVE ZERO TO HC-ENTRY-COUNT.
           PERFORM 3050-CLEAR-ROWS THRU 3050-EXIT.
           MOVE ZERO TO WS-ROW-IDX.
           MOVE 'N' TO WS-BROWSE-DONE-SW.
           EXEC CICS STARTBR FILE('ACCTJRNL')
               RIDFLD(WS-BROWSE-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP-NOTFND OR WS-RESP-ENDFILE
               PERFORM 7000-FORMAT-PAGE THRU 7000-EXIT
               GO TO 3000-EXIT
           END-IF.
           IF NOT WS-RESP-NORMAL
               PERFORM 7000-FORMAT-PAGE THRU 7000-EXIT
               MOVE 'HISTORY JOURNAL IS NOT AVAILABLE - TRY AGAIN LATER'
                   TO HMSGFO
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-READ-NEXT-ENTRY THRU 3100-EXIT
               UNTIL WS-ROW-IDX >= 7 OR WS-BROWSE-DONE.
           EXEC CICS ENDBR FILE('ACCTJRNL')
           END-EXEC.
           MOVE WS-ROW-IDX TO HC-ENTRY-COUNT.
           PERFORM 7000-FORMAT-PAGE THRU 7000-EXIT.
       3000-EXIT.
           EXIT.

       3050-CLEAR-ROWS.
           PERFORM 3060-CLEAR-ONE-ROW THRU 3060-EXIT
               VARYING WS-MOVE-IDX FROM 1 BY 1
               UNTIL WS-MOVE-IDX > 7.
       3050-EXIT.
           EXIT.

       3060-CLEAR-ONE-ROW.
           MOVE SPACES TO WS-ENTRY (WS-MOVE-IDX).
           MOVE SPACES TO WS-REV-ENTRY (WS-MOVE-IDX).
       3060-EXIT.
           EXIT.

       3100-READ-NEXT-ENTRY.
           EXEC CICS READNEXT FILE('ACCTJRNL')
               INTO(JOURNAL-RECORD)
               RIDFLD(WS-BROWSE-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF NOT WS-RESP-NORMAL
               MOVE 'Y' TO WS-BROWSE-DONE-SW
               GO TO 3100-EXIT
           END-IF.
           IF JR-ACCOUNT-KEY NOT = HC-ACCOUNT-KEY
               MOVE 'Y' TO WS-BROWSE-DONE-SW
               GO TO 3100-EXIT
           END-IF.
           IF WS-SKIP-FIRST
               MOVE 'N' TO WS-SKIP-FIRST-SW
               IF JR-JOURNAL-KEY = WS-SKIP-KEY
                   GO TO 3100-EXIT
               END-IF
           END-IF.
           ADD 1 TO WS-ROW-IDX.
           MOVE JR-JOURNAL-KEY TO WS-EN-KEY (WS-ROW-IDX).
           PERFORM 3200-FORMAT-ENTRY THRU 3200-EXIT.
           MOVE WS-LINE-A TO WS-EN-LINE-A (WS-ROW-IDX).
           MOVE WS-LINE-B TO WS-EN-LINE-B (WS-ROW-IDX).
       3100-EXIT.
           EXIT.

       3200-FORMAT-ENTRY.
           MOVE JR-CHANGE-DATE TO WS-LA-CHANGE-DATE.
           MOVE JR-CHANGE-TIME TO WS-LA-CHANGE-TIME.
           PERFORM 3250-DESCRIBE-CHANGE THRU 3250-EXIT.
           MOVE JR-CHANGED-BY TO WS-LA-CHANGED-BY.
           MOVE JR-BUSINESS-DATE TO WS-LA-BUSINESS-DATE.
           MOVE JR-CYCLE-NUMBER TO WS-LA-CYCLE-NUMBER.
           MOVE SPACES TO WS-LB-BEFORE-AREA.
           IF JR-BEFORE-VALUES NOT = SPACES
               MOVE JR-BEFORE-CLASS TO WS-LB-BEFORE-CLASS
               IF JR-BEFORE-AMOUNT NUMERIC
                   MOVE JR-BEFORE-AMOUNT TO WS-LB-BEFORE-AMOUNT
               ELSE
                   MOVE ZERO TO WS-LB-BEFORE-AMOUNT
               END-IF
               MOVE JR-BEFORE-EFF-DATE TO WS-LB-BEFORE-EFF-DATE
           END-IF.
           MOVE SPACES TO WS-LB-AFTER-AREA.
           IF JR-AFTER-VALUES NOT = SPACES
               MOVE JR-AFTER-CLASS TO WS-LB-AFTER-CLASS
               IF JR-AFTER-AMOUNT NUMERIC
                   MOVE JR-AFTER-AMOUNT TO WS-LB-AFTER-AMOUNT
               ELSE
                   MOVE ZERO TO WS-LB-AFTER-AMOUNT
               END-IF
               MOVE JR-AFTER-EFF-DATE TO WS-LB-AFTER-EFF-DATE
           END-IF.
       3200-EXIT.
           EXIT.

       3250-DESCRIBE-CHANGE.
           MOVE SPACES TO WS-LA-ORIGIN.
           IF JR-FEED-POSTING
               MOVE 'FEED POSTING' TO WS-LA-ORIGIN
           END-IF.
           IF JR-CLOSURE
               MOVE 'FEED CLOSURE' TO WS-LA-ORIGIN
           END-IF.
           IF JR-ONLINE
               MOVE 'ONLINE MAINT' TO WS-LA-ORIGIN
           END-IF.
           IF JR-RESTORE
               MOVE 'ARCHIVE RESTORE' TO WS-LA-ORIGIN
           END-IF.
           IF JR-PURGE
               MOVE 'ARCHIVE PURGE' TO WS-LA-ORIGIN
           END-IF.
           IF JR-RECLASSIFICATION
               MOVE 'RECLASSIFICATION' TO WS-LA-ORIGIN
           END-IF.
           IF JR-HOLD-RELEASE
               MOVE 'HELD FEED UPDATE' TO WS-LA-ORIGIN
           END-IF.
           MOVE SPACES TO WS-LA-ACTION.
           IF JR-ADDED
               MOVE 'ADDED' TO WS-LA-ACTION
           END-IF.
           IF JR-CHANGED
               MOVE 'CHANGED' TO WS-LA-ACTION
           END-IF.
           IF JR-DELETED
               MOVE 'DELETED' TO WS-LA-ACTION
           END-IF.
       3250-EXIT.
           EXIT.

      *****************************************************************
      * FILL A PAGE READING BACKWARD (TOWARD NEWER CHANGES) FROM THE
      * NEWEST CHANGE OF THE CURRENT PAGE.  THE FIRST READPREV
      * RETURNS THAT CHANGE ITSELF AND IS SKIPPED.  ENTRIES COME BACK
      * OLDEST FIRST, SO THEY ARE COLLECTED IN THE WS-REV TABLE AND
      * REVERSED FOR THE SCREEN.
      *****************************************************************
       3500-FILL-PAGE-BACKWARD.
           MOVE HC-TOP-KEY TO WS-BROWSE-KEY.
           MOVE HC-TOP-KEY TO WS-SKIP-KEY.
           MOVE HC-ACCOUNT-KEY TO WS-ACCOUNT-REQ.
           MOVE SPACES TO HIST-COMMAREA.
           MOVE WS-ACCOUNT-REQ TO HC-ACCOUNT-KEY.
           MOVE ZERO TO HC-ENTRY-COUNT.
           PERFORM 3050-CLEAR-ROWS THRU 3050-EXIT.
           MOVE ZERO TO WS-REV-IDX.
           MOVE 'N' TO WS-BROWSE-DONE-SW.
           MOVE 'Y' TO WS-SKIP-FIRST-SW.
           EXEC CICS STARTBR FILE('ACCTJRNL')
               RIDFLD(WS-BROWSE-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           IF NOT WS-RESP-NORMAL
               GO TO 3500-EXIT
           END-IF.
           PERFORM 3600-READ-PREV-ENTRY THRU 3600-EXIT
               UNTIL WS-REV-IDX >= 7 OR WS-BROWSE-DONE.
           EXEC CICS ENDBR FILE('ACCTJRNL')
           END-EXEC.
           PERFORM 3700-REVERSE-ROWS THRU 3700-EXIT.
       3500-EXIT.
           EXIT.

       3600-READ-PREV-ENTRY.
           EXEC CICS READPREV FILE('ACCTJRNL')
               INTO(JOURNAL-RECORD)
               RIDFLD(WS-BROWSE-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF NOT WS-RESP-NORMAL
               MOVE 'Y' TO WS-BROWSE-DONE-SW
               GO TO 3600-EXIT
           END-IF.
           IF JR-ACCOUNT-KEY NOT = HC-ACCOUNT-KEY
               MOVE 'Y' TO WS-BROWSE-DONE-SW
               GO TO 3600-EXIT
           END-IF.
           IF WS-SKIP-FIRST
               MOVE 'N' TO WS-SKIP-FIRST-SW
               IF JR-JOURNAL-KEY = WS-SKIP-KEY
                   GO TO 3600-EXIT
               END-IF
           END-IF.
           ADD 1 TO WS-REV-IDX.
           MOVE JR-JOURNAL-KEY TO WS-RV-KEY (WS-REV-IDX).
           PERFORM 3200-FORMAT-ENTRY THRU 3200-EXIT.
           MOVE WS-LINE-A TO WS-RV-LINE-A (WS-REV-IDX).
           MOVE WS-LINE-B TO WS-RV-LINE-B (WS-REV-IDX).
       3600-EXIT.
           EXIT.

       3700-REVERSE-ROWS.
           MOVE ZERO TO WS-ROW-IDX.
           MOVE WS-REV-IDX TO WS-MOVE-IDX.
           PERFORM 3750-REVERSE-ONE-ROW THRU 3750-EXIT
               UNTIL WS-MOVE-IDX < 1.
           MOVE WS-ROW-IDX TO HC-ENTRY-COUNT.
           PERFORM 7000-FORMAT-PAGE THRU 7000-EXIT.
       3700-EXIT.
           EXIT.

       3750-REVERSE-ONE-ROW.
           ADD 1 TO WS-ROW-IDX.
           MOVE WS-REV-ENTRY (WS-MOVE-IDX) TO WS-ENTRY (WS-ROW-IDX).
           SUBTRACT 1 FROM WS-MOVE-IDX.
       3750-EXIT.
           EXIT.

      *****************************************************************
      * PF8 - OLDER CHANGES.  IF THERE ARE NONE THE PAGE THE OPERATOR
      * WAS ON IS RE-FILLED RATHER THAN LEAVING A BLANK SCREEN AND A
      * WIPED COMMAREA.
      *****************************************************************
       4000-PAGE-FORWARD.
           IF HC-BOTTOM-KEY = SPACES OR HC-BOTTOM-KEY = LOW-VALUES
               MOVE SPACES TO HISTM1O
               MOVE 'NO HISTORY DISPLAYED - ENTER AN ACCOUNT KEY FIRST'
                   TO HMSGFO
               GO TO 8000-SEND-MAP
           END-IF.
           MOVE HIST-COMMAREA TO WS-SAVED-COMMAREA.
           MOVE HC-BOTTOM-KEY TO WS-BROWSE-KEY.
           MOVE HC-BOTTOM-KEY TO WS-SKIP-KEY.
           MOVE 'Y' TO WS-SKIP-FIRST-SW.
           PERFORM 3000-FILL-PAGE-FORWARD THRU 3000-EXIT.
           IF HC-ENTRY-COUNT = ZERO
               PERFORM 4500-REDISPLAY-PAGE THRU 4500-EXIT
               MOVE 'AT OLDEST CHANGE' TO HMSGFO
           END-IF.
           GO TO 8000-SEND-MAP.
       4000-EXIT.
           EXIT.

       4500-REDISPLAY-PAGE.
           MOVE WS-SAVED-COMMAREA TO HIST-COMMAREA.
           MOVE HC-TOP-KEY TO WS-BROWSE-KEY.
           MOVE 'N' TO WS-SKIP-FIRST-SW.
           PERFORM 3000-FILL-PAGE-FORWARD THRU 3000-EXIT.
       4500-EXIT.
           EXIT.

      *****************************************************************
      * PF7 - NEWER CHANGES.  FEWER THAN A PAGE OF NEWER CHANGES MEANS
      * THE OPERATOR HAS REACHED THE TOP, SO THE NEWEST PAGE IS SHOWN
      * IN FULL INSTEAD OF A SHORT ONE.
      *****************************************************************
       5000-PAGE-BACKWARD.
           IF HC-TOP-KEY = SPACES OR HC-TOP-KEY = LOW-VALUES
               MOVE SPACES TO HISTM1O
               MOVE 'NO HISTORY DISPLAYED - ENTER AN ACCOUNT KEY FIRST'
                   TO HMSGFO
               GO TO 8000-SEND-MAP
           END-IF.
           PERFORM 3500-FILL-PAGE-BACKWARD THRU 3500-EXIT.
           IF HC-ENTRY-COUNT < 7
               MOVE HC-ACCOUNT-KEY TO WS-BROWSE-ACCOUNT
               MOVE LOW-VALUES TO WS-BROWSE-REST
               MOVE 'N' TO WS-SKIP-FIRST-SW
               PERFORM 3000-FILL-PAGE-FORWARD THRU 3000-EXIT
               MOVE 'AT NEWEST CHANGE' TO HMSGFO
           END-IF.
           GO TO 8000-SEND-MAP.
       5000-EXIT.
           EXIT.

       7000-FORMAT-PAGE.
           MOVE SPACES TO HISTM1O.
           MOVE HC-ACCOUNT-KEY TO HACCTFO.
           PERFORM 7200-CHECK-MASTER THRU 7200-EXIT.
           IF HC-ENTRY-COUNT > 0
               MOVE WS-EN-KEY (1) TO HC-TOP-KEY
               MOVE WS-EN-KEY (HC-ENTRY-COUNT) TO HC-BOTTOM-KEY
           END-IF.
           MOVE WS-EN-LINE-A (1) TO HL01FO.
           MOVE WS-EN-LINE-B (1) TO HL02FO.
           MOVE WS-EN-LINE-A (2) TO HL03FO.
           MOVE WS-EN-LINE-B (2) TO HL04FO.
           MOVE WS-EN-LINE-A (3) TO HL05FO.
           MOVE WS-EN-LINE-B (3) TO HL06FO.
           MOVE WS-EN-LINE-A (4) TO HL07FO.
           MOVE WS-EN-LINE-B (4) TO HL08FO.
           MOVE WS-EN-LINE-A (5) TO HL09FO.
           MOVE WS-EN-LINE-B (5) TO HL10FO.
           MOVE WS-EN-LINE-A (6) TO HL11FO.
           MOVE WS-EN-LINE-B (6) TO HL12FO.
           MOVE WS-EN-LINE-A (7) TO HL13FO.
           MOVE WS-EN-LINE-B (7) TO HL14FO.
           IF HC-ENTRY-COUNT = ZERO
               MOVE 'NO HISTORY ON FILE FOR THIS ACCOUNT' TO HMSGFO
           END-IF.
       7000-EXIT.
           EXIT.

      *****************************************************************
      * THE JOURNAL OUTLIVES THE MASTER RECORD, SO SAY WHETHER THE
      * ACCOUNT IS STILL ON THE MASTER.
      *****************************************************************
       7200-CHECK-MASTER.
           EXEC CICS READ FILE('MASTER')
               INTO(MASTER-RECORD)
               RIDFLD(HC-ACCOUNT-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP-NORMAL
               MOVE 'ON MASTER' TO HSTATFO
               GO TO 7200-EXIT
           END-IF.
           IF WS-RESP-NOTFND
               MOVE 'NOT ON MASTER - CLOSED OR ARCHIVED' TO HSTATFO
           ELSE
               MOVE 'MASTER FILE NOT AVAILABLE' TO HSTATFO
           END-IF.
       7200-EXIT.
           EXIT.

       8000-SEND-MAP.
           EXEC CICS SEND MAP('HISTM1') MAPSET('HISTMAP')
               FROM(HISTM1O)
               ERASE
           END-EXEC.
           EXEC CICS RETURN
               TRANSID('HIST')
               COMMAREA(HIST-COMMAREA)
               LENGTH(200)
           END-EXEC.

       9999-END.
           EXEC CICS SEND TEXT
               FROM('ACCOUNT HISTORY INQUIRY ENDED')
               ERASE
           END-EXEC.
           EXEC CICS RETURN
           END-EXEC.
       9999-EXIT.
           EXIT.
