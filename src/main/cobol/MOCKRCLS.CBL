      **********************************************************************
      * AUTHOR:    R MCALLISTER
      * DATE:      15 OCT 2026
      * PURPOSE:   MASS RECLASSIFICATION OF THE MASTER ACCOUNTS LEFT ON
      *            A RETIRED CLASSIFICATION CODE.  ONCE CLASMNT CARDS A
      *            STOP DATE, EVERY FEED UPDATE FOR AN ACCOUNT STILL ON
      *            THE OLD CODE REJECTS CLS; THIS RUN MOVES THE WHOLE
      *            POPULATION TO ITS REPLACEMENT CODE IN ONE PASS
      *            INSTEAD OF RE-KEYING EACH ACCOUNT ONLINE.  READS
      *            80-BYTE CONTROL CARDS:
      *                FIRST CARD  SIMULATE OR LIVE IN COLUMNS 1-8.
      *                            A RUN WITHOUT ONE IS REFUSED RC 16
      *                            RATHER THAN GUESS AT THE MODE.
      *                RECLASS     ONE PER MAPPING - OLD CODE IN
      *                            COLUMNS 10-11, NEW CODE IN 13-14,
      *                            EFFECTIVE DATE (YYYYMMDD) IN 16-23.
      *            A MAPPING IS REJECTED IF THE OLD CODE IS NOT ON THE
      *            REFERENCE FILE, THE NEW CODE IS NOT VALID ON THE
      *            EFFECTIVE DATE (SAME WINDOW RULES AS MOCKDEMO), OR
      *            THE EFFECTIVE DATE IS LATER THAN THE RUN CONTROL
      *            BUSINESS DATE - A FUTURE MAPPING IS CARDED AGAIN ON
      *            OR AFTER ITS DATE.  EACH ACCEPTED MAPPING BROWSES THE
      *            MASTER THROUGH THE CLASSIFICATION ALTERNATE INDEX
      *            (THE MASTCLAS PATH) FOR EVERY ACCOUNT ON THE OLD
      *            CODE AND REPORTS IT.  SIMULATE STOPS THERE AND
      *            OPENS NOTHING FOR UPDATE.  LIVE ALSO:
      *              - REWRITES EACH ACCOUNT ON THE NEW CODE, STAMPED
      *                AS A BATCH CHANGE BY MOCKRCLS, AND WRITES IT TO
      *                THE ACCOUNT HISTORY JOURNAL (ACCTJRNL, JRNLREC
      *                LAYOUT) UNDER THE RUN CONTROL BUSINESS DATE AND
      *                CYCLE;
      *              - WRITES A GL TRANSFER FILE IN THE MOCKGLX
      *                POSTING-LINE FORMAT (H|RUN DATE|RECLASSIFICATION
      *                HEADER, SIGNED D LINES, SIGNED T TRAILER) - THE
      *                ACCOUNTS' BALANCES OUT OF THE OLD CODE'S GL
      *                ACCOUNT AND INTO THE NEW CODE'S, AN UNMAPPED
      *                CODE POSTING TO SUSPENSE AS IN MOCKGLX;
      *              - CARRIES THE SAME SIGNED COUNT AND AMOUNT INTO
      *                THE MONTH-TO-DATE ADJUSTMENT OF BOTH CODES, SO
      *                MOCKRECN STILL TIES AT MONTH END.
      *            ENDS RC 4 WHEN A CARD WAS REJECTED OR A TRANSFER
      *            WENT TO SUSPENSE.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOCKRCLS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT RECLASS-CARD-FILE ASSIGN TO RCLSCRDS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CARD-FILE-STATUS.

       SELECT MASTER-FILE ASSIGN TO MASTER
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MR-ACCOUNT-KEY
           ALTERNATE RECORD KEY IS MR-CLASSIFICATION-CODE
               WITH DUPLICATES
           FILE STATUS IS WS-MASTER-FILE-STATUS.

       SELECT CLASS-REF-FILE ASSIGN TO CLASFILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CF-CLASS-CODE
           FILE STATUS IS WS-CLASS-FILE-STATUS.

       SELECT MTD-SUMMARY-FILE ASSIGN TO MTDFILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MT-CLASS-CODE
           FILE STATUS IS WS-MTD-FILE-STATUS.

       SELECT GL-INTERFACE-FILE ASSIGN TO GLFILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GL-FILE-STATUS.

       SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-RUNCTL-STATUS.

       SELECT REPORT-FILE ASSIGN TO RPTFILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-FILE-STATUS.

       SELECT JOURNAL-FILE ASSIGN TO ACCTJRNL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS JR-JOURNAL-KEY
           FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD RECLASS-CARD-FILE.
       01 RECLASS-CARD.
           05  RM-ACTION               PIC X(08).
               88  RM-SIMULATE                 VALUE 'SIMULATE'.
               88  RM-LIVE                     VALUE 'LIVE'.
               88  RM-RECLASS                  VALUE 'RECLASS'.
           05  FILLER                  PIC X(01).
           05  RM-OLD-CLASS-CODE       PIC X(02).
           05  FILLER                  PIC X(01).
           05  RM-NEW-CLASS-CODE       PIC X(02).
           05  FILLER                  PIC X(01).
           05  RM-EFFECTIVE-DATE       PIC X(08).
           05  RM-EFFECTIVE-DATE-N REDEFINES RM-EFFECTIVE-DATE
                                       PIC 9(08).
           05  FILLER                  PIC X(57).

       FD MASTER-FILE.
       01 MASTER-RECORD.
           COPY INPTREC REPLACING LEADING ==IR-== BY ==MR-==.

       FD CLASS-REF-FILE.
       01 CLASS-REF-RECORD.
           COPY CLASREC REPLACING LEADING ==CL-== BY ==CF-==.

       FD MTD-SUMMARY-FILE.
       01 MTD-SUMMARY-RECORD.
           COPY MTDREC.

       FD GL-INTERFACE-FILE.
       01 GL-INTERFACE-RECORD             PIC X(80).

       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-RECORD.
           COPY RUNCTL.

       FD REPORT-FILE.
       01 REPORT-RECORD                   PIC X(133).

       FD JOURNAL-FILE.
       01 JOURNAL-RECORD.
           COPY JRNLREC.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           05  WS-CARD-FILE-STATUS    PIC X(02).
           05  WS-MASTER-FILE-STATUS  PIC X(02).
           05  WS-CLASS-FILE-STATUS   PIC X(02).
           05  WS-MTD-FILE-STATUS     PIC X(02).
           05  WS-GL-FILE-STATUS      PIC X(02).
           05  WS-RUNCTL-STATUS       PIC X(02).
           05  WS-REPORT-FILE-STATUS  PIC X(02).
           05  WS-JOURNAL-STATUS      PIC X(02).

       01  WS-SWITCHES.
           05  WS-CARD-EOF-SW         PIC X(01) VALUE 'N'.
               88  WS-END-OF-CARDS            VALUE 'Y'.
           05  WS-RUN-MODE            PIC X(01) VALUE 'S'.
               88  WS-SIMULATE-MODE           VALUE 'S'.
               88  WS-LIVE-MODE               VALUE 'L'.
           05  WS-CARD-VALID-SW       PIC X(01) VALUE 'Y'.
               88  WS-CARD-VALID              VALUE 'Y'.
           05  WS-CLASS-VALID-SW      PIC X(01) VALUE 'N'.
               88  WS-CLASS-VALID             VALUE 'Y'.
           05  WS-CLASS-EOF-SW        PIC X(01) VALUE 'N'.
               88  WS-END-OF-CLASS            VALUE 'Y'.
           05  WS-MTD-FOUND-SW        PIC X(01) VALUE 'N'.
               88  WS-MTD-FOUND               VALUE 'Y'.
           05  WS-UNMAPPED-SW         PIC X(01) VALUE 'N'.
               88  WS-UNMAPPED-SEEN           VALUE 'Y'.

       01  WS-CLOCK-AREAS.
           05  WS-CLOCK-DATE          PIC 9(08).
           05  WS-CLOCK-TIME          PIC 9(08).
           05  FILLER REDEFINES WS-CLOCK-TIME.
               10  WS-CLOCK-HHMMSS    PIC 9(06).
               10  FILLER             PIC 9(02).

       01  WS-WORK-AREAS.
           05  WS-RUN-DATE            PIC 9(08) VALUE ZERO.
           05  WS-CYCLE-NUMBER        PIC 9(05) VALUE ZERO.
           05  WS-SUSPENSE-GL-ACCT    PIC X(08) VALUE '99999999'.
           05  WS-OLD-GL-ACCOUNT      PIC X(08) VALUE SPACES.
           05  WS-NEW-GL-ACCOUNT      PIC X(08) VALUE SPACES.
           05  WS-POST-GL-ACCOUNT     PIC X(08) VALUE SPACES.
           05  WS-POST-CLASS-CODE     PIC X(02) VALUE SPACES.
           05  WS-CLASS-START-DATE    PIC 9(08).
           05  WS-CLASS-STOP-DATE     PIC 9(08).

      *****************************************************************
      * PER-MAPPING TOTALS (CLEARED FOR EACH RECLASS CARD) AND THE
      * SIGNED FIGURES ONE TRANSFER LINE OR MTD ADJUSTMENT CARRIES.
      *****************************************************************
       01  WS-ACCUMULATORS.
           05  WS-MAP-COUNT           PIC 9(07) VALUE ZERO.
           05  WS-MAP-AMOUNT          PIC 9(11)V99 VALUE ZERO.
           05  WS-POSTED-COUNT        PIC S9(07) VALUE ZERO.
           05  WS-POSTED-AMOUNT       PIC S9(11)V99 VALUE ZERO.
           05  WS-LINE-COUNT          PIC 9(07) VALUE ZERO.
           05  WS-HASH-AMOUNT         PIC S9(13)V99 VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-CARD-COUNT          PIC 9(05) VALUE ZERO.
           05  WS-APPLIED-COUNT       PIC 9(05) VALUE ZERO.
           05  WS-REJECT-COUNT        PIC 9(05) VALUE ZERO.
           05  WS-ACCOUNT-COUNT       PIC 9(07) VALUE ZERO.

      *****************************************************************
      * GL LINE IMAGES - THE SAME SIGNED PICTURES MOCKGLX USES FOR ITS
      * BACK-OUT MODES, SO MOCKRECN PARSES THIS FILE UNCHANGED.
      *****************************************************************
       01  WS-GL-DISPLAY-AREAS.
           05  WS-COUNT-DISPLAY       PIC 9(07).
           05  WS-SIGNED-COUNT-DISP   PIC -9999999.
           05  WS-SIGNED-AMT-DISP     PIC -99999999999.99.
           05  WS-SIGNED-HASH-DISP    PIC -9999999999999.99.

       01  WS-HEADING-LINE-1.
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  FILLER                 PIC X(40)
               VALUE 'MOCKRCLS MASS RECLASSIFICATION REPORT - '.
           05  HL-MODE                PIC X(08).
           05  FILLER                 PIC X(05) VALUE ' RUN '.
           05  HL-RUN-DATE            PIC 9(08).

       01  WS-HEADING-LINE-2.
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  FILLER                 PIC X(07) VALUE 'ACCOUNT'.
           05  FILLER                 PIC X(07) VALUE SPACES.
           05  FILLER                 PIC X(04) VALUE 'FROM'.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(02) VALUE 'TO'.
           05  FILLER                 PIC X(12) VALUE SPACES.
           05  FILLER                 PIC X(06) VALUE 'AMOUNT'.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  FILLER                 PIC X(06) VALUE 'RESULT'.

       01  WS-CARD-LINE.
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  CL-CARD-IMAGE          PIC X(23).
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  CL-RESULT              PIC X(45).
           05  FILLER                 PIC X(57) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  DL-ACCOUNT-KEY         PIC X(10).
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  DL-OLD-CLASS-CODE      PIC X(02).
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  DL-NEW-CLASS-CODE      PIC X(02).
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  DL-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  DL-RESULT              PIC X(30).
           05  FILLER                 PIC X(55) VALUE SPACES.

       01  WS-MAP-TOTAL-LINE.
           05  FILLER                 PIC X(07) VALUE SPACES.
           05  FILLER                 PIC X(10) VALUE 'ACCOUNTS '.
           05  AL-COUNT               PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(09) VALUE '  AMOUNT '.
           05  AL-AMOUNT              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(81) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  TL-LABEL               PIC X(20).
           05  TL-COUNT               PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(99) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0100-OPEN-FILES THRU 0100-EXIT.
           PERFORM 0150-READ-RUN-CONTROL THRU 0150-EXIT.
           PERFORM 0200-READ-MODE-CARD THRU 0200-EXIT.
           PERFORM 0300-OPEN-FOR-MODE THRU 0300-EXIT.
           PERFORM 0400-WRITE-HEADINGS THRU 0400-EXIT.
           PERFORM 0250-READ-CARD THRU 0250-EXIT.
           PERFORM 1000-PROCESS-CARD THRU 1000-EXIT
               UNTIL WS-END-OF-CARDS.
           IF WS-LIVE-MODE
               PERFORM 3000-WRITE-TRAILER THRU 3000-EXIT
           END-IF.
           PERFORM 4000-WRITE-TOTALS THRU 4000-EXIT.
           PERFORM 9999-END THRU 9999-EXIT.
           GOBACK
           .

       0100-OPEN-FILES.
           OPEN INPUT RECLASS-CARD-FILE.
           IF WS-CARD-FILE-STATUS NOT = '00'
               DISPLAY 'MOCKRCLS - UNABLE TO OPEN RECLASS-CARD-FILE, '
                   'STATUS=' WS-CARD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CLASS-REF-FILE.
           IF WS-CLASS-FILE-STATUS NOT = '00'
               DISPLAY 'MOCKRCLS - UNABLE TO OPEN CLASS-REF-FILE, '
                   'STATUS=' WS-CLASS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'MOCKRCLS - UNABLE TO OPEN REPORT-FILE, '
                   'STATUS=' WS-REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       0100-EXIT.
           EXIT.

      *****************************************************************
      * THE GL HEADER CARRIES THE CYCLE'S BUSINESS DATE, NOT THE
      * SYSTEM DATE, SO THE TRANSFER FALLS IN THE SAME MONTH AS THE
      * MTD ADJUSTMENT WHEN MOCKRECN FILTERS THE GENERATIONS.
      *****************************************************************
       0150-READ-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'MOCKRCLS - UNABLE TO OPEN RUN-CONTROL-FILE, '
                   'STATUS=' WS-RUNCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ RUN-CONTROL-FILE
               AT END
                   DISPLAY 'MOCKRCLS - RUN-CONTROL-FILE IS EMPTY'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE RN-BUSINESS-DATE TO WS-RUN-DATE.
           MOVE RN-CYCLE-NUMBER TO WS-CYCLE-NUMBER.
           CLOSE RUN-CONTROL-FILE.
       0150-EXIT.
           EXIT.

      *****************************************************************
      * THE MODE IS NEVER DEFAULTED - A LIVE RUN UPDATES THE MASTER
      * AND SENDS MONEY TO THE GL, SO IT MUST BE ASKED FOR BY NAME.
      *****************************************************************
       0200-READ-MODE-CARD.
           PERFORM 0250-READ-CARD THRU 0250-EXIT.
           IF WS-END-OF-CARDS
               DISPLAY 'MOCKRCLS - NO CONTROL CARDS, FIRST CARD MUST '
                   'SAY SIMULATE OR LIVE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF RM-SIMULATE
               MOVE 'S' TO WS-RUN-MODE
               GO TO 0200-EXIT
           END-IF.
           IF RM-LIVE
               MOVE 'L' TO WS-RUN-MODE
               GO TO 0200-EXIT
           END-IF.
           DISPLAY 'MOCKRCLS - FIRST CARD MUST SAY SIMULATE OR LIVE, '
               'GOT: ' RM-ACTION.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       0200-EXIT.
           EXIT.

       0250-READ-CARD.
           READ RECLASS-CARD-FILE
               AT END
                   MOVE 'Y' TO WS-CARD-EOF-SW
           END-READ.
           IF WS-END-OF-CARDS
               GO TO 0250-EXIT
           END-IF.
           IF WS-CARD-FILE-STATUS NOT = '00'
               DISPLAY 'MOCKRCLS - READ RECLASS-CARD-FILE FAILED, '
                   'STATUS=' WS-CARD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-CARD-COUNT.
       0250-EXIT.
           EXIT.

      *****************************************************************
      * SIMULATE READS THE MASTER ONLY.  LIVE OPENS IT FOR UPDATE AND
      * ALSO OPENS THE MTD SUMMARY, THE GL TRANSFER FILE AND THE
      * HISTORY JOURNAL, WRITING THE TRANSFER FILE'S HEADER STRAIGHT
      * AWAY SO A LIVE RUN WHOSE CARDS ALL REJECT STILL SENDS A
      * WELL-FORMED EMPTY FILE.
      *****************************************************************
       0300-OPEN-FOR-MODE.
           IF WS-SIMULATE-MODE
               OPEN INPUT MASTER-FILE
           ELSE
               OPEN I-O MASTER-FILE
           END-IF.
           IF WS-MASTER-FILE-STATUS NOT = '00'
               DISPLAY 'MOCKRCLS - UNABLE TO OPEN MASTER-FILE, '
                   'STATUS=' WS-MASTER-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-SIMULATE-MODE
               GO TO 0300-EXIT
           END-IF.
           OPEN I-O MTD-SUMMARY-FILE.
           IF WS-MTD-FILE-STATUS NOT = '00'
               DISPLAY 'MOCKRCLS - UNABLE TO OPEN MTD-SUMMARY-FILE, '
                   'STATUS=' WS-MTD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT GL-INTERFACE-FILE.
           IF WS-GL-FILE-STATUS NOT = '00'
               DISPLAY 'MOCKRCLS - UNABLE TO OPEN GL-INTERFACE-FILE, '
                   'STATUS=' WS-GL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = '35'
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           IF WS-JOURNAL-STATUS NOT = '00'
               DISPLAY 'MOCKRCLS - UNABLE TO OPEN JOURNAL-FILE, '
                   'STATUS=' WS-JOURNAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO GL-INTERFACE-RECORD.
           STRING 'H|'                  DELIMITED BY SIZE
                  WS-RUN-DATE           DELIMITED BY SIZE
                  '|RECLASSIFICATION'   DELIMITED BY SIZE
               INTO GL-INTERFACE-RECORD
           END-STRING.
           PERFORM 2900-WRITE-GL-RECORD THRU 2900-EXIT.
       0300-EXIT.
           EXIT.

       0400-WRITE-HEADINGS.
           IF WS-LIVE-MODE
               MOVE 'LIVE' TO HL-MODE
           ELSE
               MOVE 'SIMULATE' TO HL-MODE
           END-IF.
           MOVE WS-RUN-DATE TO HL-RUN-DATE.
           WRITE REPORT-RECORD FROM WS-HEADING-LINE-1.
           WRITE REPORT-RECORD FROM WS-HEADING-LINE-2.
       0400-EXIT.
           EXIT.

      *****************************************************************
      * ONE MAPPING CARD: EDIT IT, THEN RECLASSIFY (OR, IN SIMULATE,
      * LIST) EVERY ACCOUNT ON THE OLD CODE.
      *****************************************************************
       1000-PROCESS-CARD.
           MOVE RECLASS-CARD (1:23) TO CL-CARD-IMAGE.
           PERFORM 1100-EDIT-CARD THRU 1100-EXIT.
           IF NOT WS-CARD-VALID
               WRITE REPORT-RECORD FROM WS-CARD-LINE
               ADD 1 TO WS-REJECT-COUNT
               GO TO 1000-NEXT
           END-IF.
           MOVE 'ACCEPTED' TO CL-RESULT.
           WRITE REPORT-RECORD FROM WS-CARD-LINE.
           ADD 1 TO WS-APPLIED-COUNT.
           PERFORM 2000-RECLASSIFY-CODE THRU 2000-EXIT.
       1000-NEXT.
           PERFORM 0250-READ-CARD THRU 0250-EXIT.
       1000-EXIT.
           EXIT.

       1100-EDIT-CARD.
           MOVE 'N' TO WS-CARD-VALID-SW.
           IF NOT RM-RECLASS
               MOVE 'REJECTED - ACTION MUST BE RECLASS'
                   TO CL-RESULT
               GO TO 1100-EXIT
           END-IF.
           IF RM-OLD-CLASS-CODE = SPACES
               OR RM-NEW-CLASS-CODE = SPACES
               MOVE 'REJECTED - OLD AND NEW CODE REQUIRED'
                   TO CL-RESULT
               GO TO 1100-EXIT
           END-IF.
           IF RM-OLD-CLASS-CODE = RM-NEW-CLASS-CODE
               MOVE 'REJECTED - OLD AND NEW CODE ARE THE SAME'
                   TO CL-RESULT
               GO TO 1100-EXIT
           END-IF.
           IF RM-EFFECTIVE-DATE NOT NUMERIC
               MOVE 'REJECTED - EFFECTIVE DATE NOT YYYYMMDD'
                   TO CL-RESULT
               GO TO 1100-EXIT
           END-IF.
           IF RM-EFFECTIVE-DATE-N > WS-RUN-DATE
               MOVE 'REJECTED - EFFECTIVE DATE AFTER BUSINESS DATE'
                   TO CL-RESULT
               GO TO 1100-EXIT
           END-IF.
           MOVE RM-OLD-CLASS-CODE TO CF-CLASS-CODE.
           READ CLASS-REF-FILE
               INVALID KEY
                   MOVE 'REJECTED - OLD CODE NOT ON FILE'
                       TO CL-RESULT
                   GO TO 1100-EXIT
           END-READ.
           MOVE CF-GL-ACCOUNT TO WS-OLD-GL-ACCOUNT.
           PERFORM 1200-VALIDATE-NEW-CODE THRU 1200-EXIT.
           IF NOT WS-CLASS-VALID
               MOVE 'REJECTED - NEW CODE NOT VALID ON EFFECTIVE DATE'
                   TO CL-RESULT
               GO TO 1100-EXIT
           END-IF.
           MOVE CF-GL-ACCOUNT TO WS-NEW-GL-ACCOUNT.
           MOVE 'Y' TO WS-CARD-VALID-SW.
       1100-EXIT.
           EXIT.

      *****************************************************************
      * SAME WINDOW RULES AS MOCKDEMO'S 0270-VALIDATE-CLASS-CODE,
      * JUDGED ON THE CARD'S EFFECTIVE DATE: A ZERO OR SPACE-FILLED
      * START/STOP DATE IS NO BOUND, AND A CODE WITH NO BOUND ON
      * EITHER SIDE FALLS BACK TO THE ACTIVE FLAG.
      *****************************************************************
       1200-VALIDATE-NEW-CODE.
           MOVE 'N' TO WS-CLASS-VALID-SW.
           MOVE RM-NEW-CLASS-CODE TO CF-CLASS-CODE.
           READ CLASS-REF-FILE
               INVALID KEY
                   GO TO 1200-EXIT
           END-READ.
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
               GO TO 1200-EXIT
           END-IF.
           MOVE 'Y' TO WS-CLASS-VALID-SW.
           IF WS-CLASS-START-DATE > ZERO
               AND RM-EFFECTIVE-DATE-N < WS-CLASS-START-DATE
               MOVE 'N' TO WS-CLASS-VALID-SW
           END-IF.
           IF WS-CLASS-STOP-DATE > ZERO
               AND RM-EFFECTIVE-DATE-N > WS-CLASS-STOP-DATE
               MOVE 'N' TO WS-CLASS-VALID-SW
           END-IF.
       1200-EXIT.
           EXIT.

      *****************************************************************
      * BROWSE THE MASTER ON THE CLASSIFICATION ALTERNATE KEY FROM THE
      * FIRST ACCOUNT ON THE OLD CODE.  A LIVE REWRITE MOVES THE
      * ACCOUNT OFF THE OLD CODE'S ALTERNATE-INDEX ENTRY, SO AFTER
      * EACH ONE THE BROWSE IS RE-STARTED ON THE OLD CODE AND PICKS UP
      * WHICHEVER ACCOUNT IS NOW FIRST THERE; SIMULATE JUST READS ON.
      *****************************************************************
       2000-RECLASSIFY-CODE.
           MOVE ZERO TO WS-MAP-COUNT.
           MOVE ZERO TO WS-MAP-AMOUNT.
           PERFORM 2050-START-OLD-CODE THRU 2050-EXIT.
           PERFORM 2100-RECLASSIFY-ACCOUNT THRU 2100-EXIT
               UNTIL WS-END-OF-CLASS.
           MOVE WS-MAP-COUNT TO AL-COUNT.
           MOVE WS-MAP-AMOUNT TO AL-AMOUNT.
           WRITE REPORT-RECORD FROM WS-MAP-TOTAL-LINE.
           IF WS-LIVE-MODE AND WS-MAP-COUNT > ZERO
               PERFORM 2500-POST-TRANSFER THRU 2500-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

       2050-START-OLD-CODE.
           MOVE 'N' TO WS-CLASS-EOF-SW.
           MOVE RM-OLD-CLASS-CODE TO MR-CLASSIFICATION-CODE.
           START MASTER-FILE
               KEY IS EQUAL TO MR-CLASSIFICATION-CODE
               INVALID KEY
                   MOVE 'Y' TO WS-CLASS-EOF-SW
           END-START.
       2050-EXIT.
           EXIT.

       2100-RECLASSIFY-ACCOUNT.
           READ MASTER-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-CLASS-EOF-SW
           END-READ.
           IF WS-END-OF-CLASS
               GO TO 2100-EXIT
           END-IF.
           IF WS-MASTER-FILE-STATUS NOT = '00'
               AND WS-MASTER-FILE-STATUS NOT = '02'
               DISPLAY 'MOCKRCLS - READ MASTER-FILE FAILED, STATUS='
                   WS-MASTER-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF MR-CLASSIFICATION-CODE NOT = RM-OLD-CLASS-CODE
               MOVE 'Y' TO WS-CLASS-EOF-SW
               GO TO 2100-EXIT
           END-IF.
           MOVE MR-ACCOUNT-KEY TO DL-ACCOUNT-KEY.
           MOVE RM-OLD-CLASS-CODE TO DL-OLD-CLASS-CODE.
           MOVE RM-NEW-CLASS-CODE TO DL-NEW-CLASS-CODE.
           IF MR-AMOUNT NUMERIC
               MOVE MR-AMOUNT TO DL-AMOUNT
               ADD MR-AMOUNT TO WS-MAP-AMOUNT
           ELSE
               MOVE ZERO TO DL-AMOUNT
           END-IF.
           ADD 1 TO WS-MAP-COUNT.
           ADD 1 TO WS-ACCOUNT-COUNT.
           IF WS-SIMULATE-MODE
               MOVE 'WOULD BE RECLASSIFIED' TO DL-RESULT
               WRITE REPORT-RECORD FROM WS-DETAIL-LINE
               GO TO 2100-EXIT
           END-IF.
           MOVE SPACES TO JOURNAL-RECORD.
           MOVE MR-CLASSIFICATION-CODE TO JR-BEFORE-CLASS.
           MOVE MR-AMOUNT TO JR-BEFORE-AMOUNT.
           MOVE MR-EFFECTIVE-DATE TO JR-BEFORE-EFF-DATE.
           ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CLOCK-TIME FROM TIME.
           MOVE RM-NEW-CLASS-CODE TO MR-CLASSIFICATION-CODE.
           MOVE 'B' TO MR-LAST-CHANGE-ORIGIN.
           MOVE 'MOCKRCLS' TO MR-LAST-CHANGED-BY.
           MOVE WS-CLOCK-DATE TO MR-LAST-CHANGED-DATE.
           MOVE WS-CLOCK-HHMMSS TO MR-LAST-CHANGED-TIME.
           REWRITE MASTER-RECORD
               INVALID KEY
                   DISPLAY 'MOCKRCLS - REWRITE MASTER-FILE FAILED, '
                       'KEY=' MR-ACCOUNT-KEY
                       ' STATUS=' WS-MASTER-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE.
           PERFORM 2150-WRITE-JOURNAL THRU 2150-EXIT.
           MOVE 'RECLASSIFIED' TO DL-RESULT.
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE.
           PERFORM 2050-START-OLD-CODE THRU 2050-EXIT.
       2100-EXIT.
           EXIT.

      *****************************************************************
      * JOURNAL THE RECLASSIFICATION - 2100 SAVED THE BEFORE VALUES
      * AHEAD OF THE REWRITE.  THE KEY SORTS AN ACCOUNT'S ENTRIES
      * NEWEST FIRST (SEE JRNLREC); A DUPLICATE KEY CAN ONLY MEAN A
      * SECOND CHANGE TO THE SAME ACCOUNT WITHIN THE SAME SECOND - THE
      * SEQUENCE IS COUNTED DOWN AND THE WRITE TRIED AGAIN.
      *****************************************************************
       2150-WRITE-JOURNAL.
           MOVE MR-ACCOUNT-KEY TO JR-ACCOUNT-KEY.
           COMPUTE JR-REVERSE-DATE = 99999999 - WS-CLOCK-DATE.
           COMPUTE JR-REVERSE-TIME = 999999 - WS-CLOCK-HHMMSS.
           MOVE 9999 TO JR-REVERSE-SEQ.
           MOVE WS-CLOCK-DATE TO JR-CHANGE-DATE.
           MOVE WS-CLOCK-HHMMSS TO JR-CHANGE-TIME.
           MOVE WS-RUN-DATE TO JR-BUSINESS-DATE.
           MOVE WS-CYCLE-NUMBER TO JR-CYCLE-NUMBER.
           MOVE 'X' TO JR-ORIGIN.
           MOVE 'C' TO JR-ACTION.
           MOVE 'MOCKRCLS' TO JR-CHANGED-BY.
           MOVE MR-CLASSIFICATION-CODE TO JR-AFTER-CLASS.
           MOVE MR-AMOUNT TO JR-AFTER-AMOUNT.
           MOVE MR-EFFECTIVE-DATE TO JR-AFTER-EFF-DATE.
       2150-WRITE.
           WRITE JOURNAL-RECORD.
           IF WS-JOURNAL-STATUS = '22'
               AND JR-REVERSE-SEQ > ZERO
               SUBTRACT 1 FROM JR-REVERSE-SEQ
               GO TO 2150-WRITE
           END-IF.
           IF WS-JOURNAL-STATUS NOT = '00'
               DISPLAY 'MOCKRCLS - WRITE JOURNAL-FILE FAILED, KEY='
                   MR-ACCOUNT-KEY ' STATUS=' WS-JOURNAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       2150-EXIT.
           EXIT.

      *****************************************************************
      * MOVE THE MAPPING'S ACCOUNTS OUT OF THE OLD CODE AND INTO THE
      * NEW ONE - A NEGATIVE TRANSFER LINE AND MTD ADJUSTMENT FOR THE
      * OLD CODE, A POSITIVE PAIR FOR THE NEW.
      *****************************************************************
       2500-POST-TRANSFER.
           MOVE RM-OLD-CLASS-CODE TO WS-POST-CLASS-CODE.
           MOVE WS-OLD-GL-ACCOUNT TO WS-POST-GL-ACCOUNT.
           COMPUTE WS-POSTED-COUNT = ZERO - WS-MAP-COUNT.
           COMPUTE WS-POSTED-AMOUNT = ZERO - WS-MAP-AMOUNT.
           PERFORM 2600-WRITE-TRANSFER-LINE THRU 2600-EXIT.
           PERFORM 2700-ADJUST-MTD THRU 2700-EXIT.
           MOVE RM-NEW-CLASS-CODE TO WS-POST-CLASS-CODE.
           MOVE WS-NEW-GL-ACCOUNT TO WS-POST-GL-ACCOUNT.
           MOVE WS-MAP-COUNT TO WS-POSTED-COUNT.
           MOVE WS-MAP-AMOUNT TO WS-POSTED-AMOUNT.
           PERFORM 2600-WRITE-TRANSFER-LINE THRU 2600-EXIT.
           PERFORM 2700-ADJUST-MTD THRU 2700-EXIT.
       2500-EXIT.
           EXIT.

      *****************************************************************
      * A CODE MISSING ITS GL ACCOUNT POSTS TO THE SUSPENSE ACCOUNT
      * AND FLAGS THE RUN RC 4, AS IN MOCKGLX'S 1100-GET-GL-ACCOUNT.
      *****************************************************************
       2600-WRITE-TRANSFER-LINE.
           IF WS-POST-GL-ACCOUNT = SPACES
               MOVE WS-SUSPENSE-GL-ACCT TO WS-POST-GL-ACCOUNT
               MOVE 'Y' TO WS-UNMAPPED-SW
               DISPLAY 'MOCKRCLS - NO GL ACCOUNT FOR CLASSIFICATION '
                   WS-POST-CLASS-CODE ', POSTED TO SUSPENSE'
           END-IF.
           MOVE WS-POSTED-COUNT TO WS-SIGNED-COUNT-DISP.
           MOVE WS-POSTED-AMOUNT TO WS-SIGNED-AMT-DISP.
           MOVE SPACES TO GL-INTERFACE-RECORD.
           STRING 'D|'                  DELIMITED BY SIZE
                  WS-POST-GL-ACCOUNT    DELIMITED BY SIZE
                  '|'                   DELIMITED BY SIZE
                  WS-POST-CLASS-CODE    DELIMITED BY SIZE
                  '|'                   DELIMITED BY SIZE
                  WS-SIGNED-COUNT-DISP  DELIMITED BY SIZE
                  '|'                   DELIMITED BY SIZE
                  WS-SIGNED-AMT-DISP    DELIMITED BY SIZE
               INTO GL-INTERFACE-RECORD
           END-STRING.
           PERFORM 2900-WRITE-GL-RECORD THRU 2900-EXIT.
           ADD 1 TO WS-LINE-COUNT.
           ADD WS-POSTED-AMOUNT TO WS-HASH-AMOUNT.
       2600-EXIT.
           EXIT.

      *****************************************************************
      * ROLL THE SIGNED TRANSFER INTO THE CODE'S MTD ADJUSTMENT,
      * ADDING THE SUMMARY RECORD IF THE CODE HAS NO POSTINGS YET THIS
      * PERIOD.  ADJUSTMENT COLUMNS STILL SPACES FROM BEFORE THEY
      * EXISTED START FROM ZERO.
      *****************************************************************
       2700-ADJUST-MTD.
           MOVE WS-POST-CLASS-CODE TO MT-CLASS-CODE.
           READ MTD-SUMMARY-FILE
               INVALID KEY
                   MOVE 'N' TO WS-MTD-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-MTD-FOUND-SW
           END-READ.
           IF NOT WS-MTD-FOUND
               MOVE SPACES TO MTD-SUMMARY-RECORD
               MOVE WS-POST-CLASS-CODE TO MT-CLASS-CODE
               MOVE ZERO TO MT-MTD-COUNT
               MOVE ZERO TO MT-MTD-AMOUNT
               MOVE ZERO TO MT-PRIOR-COUNT
               MOVE ZERO TO MT-PRIOR-AMOUNT
               MOVE WS-POSTED-COUNT TO MT-ADJ-COUNT
               MOVE WS-POSTED-AMOUNT TO MT-ADJ-AMOUNT
               WRITE MTD-SUMMARY-RECORD
                   INVALID KEY
                       DISPLAY 'MOCKRCLS - WRITE MTD-SUMMARY-FILE '
                           'FAILED, KEY=' MT-CLASS-CODE
                           ' STATUS=' WS-MTD-FILE-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-WRITE
               GO TO 2700-EXIT
           END-IF.
           IF MT-ADJ-COUNT NOT NUMERIC
               MOVE ZERO TO MT-ADJ-COUNT
           END-IF.
           IF MT-ADJ-AMOUNT NOT NUMERIC
               MOVE ZERO TO MT-ADJ-AMOUNT
           END-IF.
           ADD WS-POSTED-COUNT TO MT-ADJ-COUNT.
           ADD WS-POSTED-AMOUNT TO MT-ADJ-AMOUNT.
           REWRITE MTD-SUMMARY-RECORD
               INVALID KEY
                   DISPLAY 'MOCKRCLS - REWRITE MTD-SUMMARY-FILE '
                       'FAILED, KEY=' MT-CLASS-CODE
                       ' STATUS=' WS-MTD-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE.
       2700-EXIT.
           EXIT.

       2900-WRITE-GL-RECORD.
           WRITE GL-INTERFACE-RECORD.
           IF WS-GL-FILE-STATUS NOT = '00'
               DISPLAY 'MOCKRCLS - WRITE GL-INTERFACE-FILE FAILED, '
                   'STATUS=' WS-GL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       2900-EXIT.
           EXIT.

      *****************************************************************
      * TRAILER - LINE COUNT AND SIGNED HASH, AS ON MOCKGLX'S BACK-OUT
      * FILES.  THE PAIRED LINES NET TO ZERO, SO THE HASH IS ZERO
      * UNLESS A LINE WAS LOST.
      *****************************************************************
       3000-WRITE-TRAILER.
           MOVE WS-LINE-COUNT TO WS-COUNT-DISPLAY.
           MOVE WS-HASH-AMOUNT TO WS-SIGNED-HASH-DISP.
           MOVE SPACES TO GL-INTERFACE-RECORD.
           STRING 'T|'                  DELIMITED BY SIZE
                  WS-COUNT-DISPLAY      DELIMITED BY SIZE
                  '|'                   DELIMITED BY SIZE
                  WS-SIGNED-HASH-DISP   DELIMITED BY SIZE
               INTO GL-INTERFACE-RECORD
           END-STRING.
           PERFORM 2900-WRITE-GL-RECORD THRU 2900-EXIT.
       3000-EXIT.
           EXIT.

       4000-WRITE-TOTALS.
           MOVE 'CARDS READ' TO TL-LABEL.
           MOVE WS-CARD-COUNT TO TL-COUNT.
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE 'MAPPINGS APPLIED' TO TL-LABEL.
           MOVE WS-APPLIED-COUNT TO TL-COUNT.
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE 'MAPPINGS REJECTED' TO TL-LABEL.
           MOVE WS-REJECT-COUNT TO TL-COUNT.
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE 'ACCOUNTS SELECTED' TO TL-LABEL.
           MOVE WS-ACCOUNT-COUNT TO TL-COUNT.
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
           IF WS-REJECT-COUNT > ZERO OR WS-UNMAPPED-SEEN
               MOVE 4 TO RETURN-CODE
           END-IF.
       4000-EXIT.
           EXIT.

       9999-END.
           CLOSE RECLASS-CARD-FILE.
           CLOSE CLASS-REF-FILE.
           CLOSE MASTER-FILE.
           CLOSE REPORT-FILE.
           IF WS-LIVE-MODE
               CLOSE MTD-SUMMARY-FILE
               CLOSE GL-INTERFACE-FILE
               CLOSE JOURNAL-FILE
           END-IF.
       9999-EXIT.
           EXIT.
