           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-RUNCTL-STATUS.

       SELECT DUP-REPORT-FILE ASSIGN TO DUPRPT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DUP-RPT-STATUS.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATS-FILE-STATUS.

       SELECT ACK-SUMMARY-FILE ASSIGN TO ACKSUMM
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACK-SUMM-STATUS.

       SELECT MASTER-FILE ASSIGN TO MASTER
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CF-CLASS-CODE
           FILE STATUS IS WS-CLASS-FILE-STATUS.

       SELECT DUP-HISTORY-FILE ASSIGN TO DUPHIST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DF-HISTORY-KEY
           FILE STATUS IS WS-DUP-HIST-STATUS.

       SELECT PEND-ACCT-FILE ASSIGN TO PENDACCT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PF-ACCOUNT-KEY
           FILE STATUS IS WS-PEND-ACCT-STATUS.

       DATA DIVISION.
       FILE SECTION.

           COPY OUTPTREC.

       FD CHECKPOINT-FILE.
       01 CHECKPOINT-RECORD               PIC X(400).

       FD ERROR-LOG-FILE.
       01 ERROR-LOG-RECORD                PIC X(300).

       FD SUSPENSE-FILE.
       01 SUSPENSE-RECORD                 PIC X(250).

       FD PENDING-INPUT-FILE.
       01 PENDING-INPUT-RECORD            PIC X(200).
       01 RUN-CONTROL-RECORD.
           COPY RUNCTL.

       FD DUP-REPORT-FILE.
       01 DUP-REPORT-RECORD               PIC X(133).

       FD STATS-FILE.
       01 STATS-RECORD                    PIC X(80).

       FD ACK-SUMMARY-FILE.
       01 ACK-SUMMARY-RECORD              PIC X(100).

       FD MASTER-FILE.
       01 MASTER-RECORD.
           COPY INPTREC REPLACING LEADING ==IR-== BY ==MR-==.
       01 CLASS-REF-RECORD.
           COPY CLASREC REPLACING LEADING ==CL-== BY ==CF-==.

       FD DUP-HISTORY-FILE.
       01 DUP-HISTORY-RECORD.
           COPY DUPHREC REPLACING LEADING ==DH-== BY ==DF-==.

       FD PEND-ACCT-FILE.
       01 PEND-ACCT-RECORD.
           COPY PACCTREC REPLACING LEADING ==PA-== BY ==PF-==.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           05  WS-CLASS-FILE-STATUS   PIC X(02).
           05  WS-PENDING-IN-STATUS   PIC X(02).
           05  WS-PENDING-OUT-STATUS  PIC X(02).
           05  WS-DUP-HIST-STATUS     PIC X(02).
           05  WS-PEND-ACCT-STATUS    PIC X(02).
           05  WS-DUP-RPT-STATUS      PIC X(02).
           05  WS-RUNCTL-STATUS       PIC X(02).
           05  WS-STATS-FILE-STATUS   PIC X(02).
           05  WS-ACK-SUMM-STATUS     PIC X(02).

       01  WS-RECORD-AREAS.
           05  WS-INPUT-RECORD        PIC X(200).
       01  WS-OUTPUT-RECORD.
           COPY OUTPTREC.

       01  WS-ACK-RECORD.
           COPY ACKREC.

       01  WS-TEST-AREAS.
           05  WS-FIELD-A             PIC X(04) VALUE 'ORIG'.
           05  WS-FIELD-B             PIC X(04) VALUE 'ORIG'.
               88  WS-END-OF-PRESCAN          VALUE 'Y'.
           05  WS-SEG-ADVANCED-SW     PIC X(01) VALUE 'N'.
               88  WS-SEG-ADVANCED            VALUE 'Y'.
           05  WS-DUP-FOUND-SW        PIC X(01) VALUE 'N'.
               88  WS-DUP-FOUND               VALUE 'Y'.
           05  WS-ALREADY-EXTR-SW     PIC X(01) VALUE 'N'.
               88  WS-MASTER-FOUND            VALUE 'Y'.
           05  WS-PEND-ACCT-FOUND-SW  PIC X(01) VALUE 'N'.
               88  WS-PEND-ACCT-FOUND         VALUE 'Y'.

       01  WS-FILE-OPEN-SWITCHES.
           05  WS-INPUT-OPEN-SW       PIC X(01) VALUE 'N'.
               88  WS-CLASS-OPEN               VALUE 'Y'.
           05  WS-PENDOUT-OPEN-SW     PIC X(01) VALUE 'N'.
               88  WS-PENDOUT-OPEN             VALUE 'Y'.
           05  WS-DUPHIST-OPEN-SW     PIC X(01) VALUE 'N'.
               88  WS-DUPHIST-OPEN             VALUE 'Y'.
           05  WS-PENDACCT-OPEN-SW    PIC X(01) VALUE 'N'.
               88  WS-PENDACCT-OPEN            VALUE 'Y'.
           05  WS-DUPRPT-OPEN-SW      PIC X(01) VALUE 'N'.
               88  WS-DUPRPT-OPEN              VALUE 'Y'.
           05  WS-MASTER-OPEN-SW      PIC X(01) VALUE 'N'.
      * EACH SEGMENT IS BALANCED AGAINST ITS OWN TRAILER, SO AN
      * OUT-OF-BALANCE SOURCE FAILS ALONE - ITS DETAILS ARE BYPASSED
      * ON THE PROCESSING PASS WHILE THE BALANCED SOURCES RUN THROUGH.
      * THE ACCEPTED/PENDED/REJECTED COUNTS TALLY WHAT BECAME OF THE
      * SEGMENT'S OWN DETAILS FOR THE SOURCE'S ACKNOWLEDGEMENT
      * (0395-TALLY-SEGMENT); THE RECYCLE COUNT AND AMOUNT ARE THE
      * MOCKRCYC DETAILS FOLDED INTO THE SEGMENT, TALLIED BY THE
      * PRE-SCAN SO THE ACKNOWLEDGEMENT CAN BACK THEM OUT AGAIN.
      *****************************************************************
       01  WS-SEGMENT-TABLE-AREAS.
           05  WS-SEG-USED            PIC S9(04) COMP VALUE ZERO.
               10  WS-SG-TRL-COUNT    PIC 9(07).
               10  WS-SG-TRL-AMOUNT   PIC 9(13)V99.
               10  WS-SG-BYPASS-COUNT PIC 9(07).
               10  WS-SG-ACCEPTED     PIC 9(07).
               10  WS-SG-PENDED       PIC 9(07).
               10  WS-SG-REJECTED     PIC 9(07).
               10  WS-SG-RECYCLE-COUNT PIC 9(07).
               10  WS-SG-RECYCLE-AMOUNT PIC 9(13)V99.
               10  WS-SG-HDR-SW       PIC X(01).
                   88  WS-SG-FROM-HEADER      VALUE 'Y'.
               10  WS-SG-STATUS       PIC X(01).
                   88  WS-SG-NO-TRAILER       VALUE 'N'.

      *****************************************************************
      * PER-SOURCE RECEIVED TOTALS FOR THE SOURCE DETAILS STATISTICS
      * (9860-PUT-SOURCE-STAT).  A SOURCE SENDING MORE THAN ONE
      * SEGMENT TONIGHT IS SUMMED UNDER ITS FIRST SEGMENT.
      *****************************************************************
       01  WS-SOURCE-STAT-AREAS.
           05  WS-SRC-SCAN-IDX        PIC S9(04) COMP VALUE ZERO.
           05  WS-SRC-COUNT           PIC 9(09) VALUE ZERO.
           05  WS-SRC-AMOUNT          PIC 9(13)V99 VALUE ZERO.
           05  WS-SRC-SEEN-SW         PIC X(01) VALUE 'N'.
               88  WS-SRC-SEEN-BEFORE          VALUE 'Y'.

      *****************************************************************
      * POSTED-DETAIL HISTORY LOOKUP FOR DUPLICATE DETECTION.  AN
      * ENTRY'S AGE IS TONIGHT'S CYCLE NUMBER LESS THE CYCLE THAT
      * EXTRACTED IT; ENTRIES AT OR PAST THE RETENTION WINDOW ARE
      * IGNORED HERE EVEN IF HOUSEKEEPING HAS NOT YET DELETED THEM.
      * THE WINDOW MUST AGREE WITH MOCKHSKP'S.  THE EXTRACT SOURCE
      * AND SEQUENCE ARE THIS DETAIL'S OWN POSITION IN THE CYCLE -
      * THE SWEEP ORDINAL ON PENDIN OR THE FEED RECORD COUNT.
      *****************************************************************
       01  WS-HIST-LOOKUP-AREAS.
           05  WS-HIST-AGE            PIC S9(05) VALUE ZERO.
           05  WS-SWEEP-SEQ           PIC 9(07) VALUE ZERO.
           05  WS-EXTRACT-SOURCE      PIC X(01).
           05  WS-EXTRACT-SEQ         PIC 9(07).

       01  WS-HIST-LIMITS.
           05  WS-MAX-HIST-CYCLES     PIC 9(02) VALUE 5.

       01  WS-DUP-HEADING-LINE-1.
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  WS-ORPHAN-COUNT        PIC 9(07) VALUE ZERO.
           05  WS-SEG-DISPLAY-COUNT   PIC 9(02).
           05  WS-SEG-STATUS-TEXT     PIC X(14).
           05  WS-SEG-DISPOSITION     PIC X(01).
               88  WS-SEG-DISP-ACCEPTED       VALUE 'A'.
               88  WS-SEG-DISP-PENDED         VALUE 'P'.
               88  WS-SEG-DISP-REJECTED       VALUE 'R'.

      *****************************************************************
      * A CHECKPOINT RECORD NORMALLY CARRIES THE LAST INPUT RECORD
      * COUNTERS AS OF THAT POINT, SO A RESTARTED RUN CAN RESTORE
      * THEM AND ITS END-OF-RUN STATISTICS STILL COVER THE WHOLE
      * CYCLE - THE SKIP PASS REBUILDS ONLY THE RECORD COUNT AND
      * AMOUNT HASH, NOT WHAT BECAME OF EACH RECORD.  THE PER-SEGMENT
      * ACCEPTED/PENDED/REJECTED TALLIES FOR THE SOURCE
      * ACKNOWLEDGEMENTS RIDE ALONG THE SAME WAY, ONE ENTRY PER
      * SEGMENT TABLE ENTRY.
      *****************************************************************
       01  WS-CHECKPOINT-AREAS.
           05  WS-CHECKPOINT-RECORD.
               10  CR-HELD-COUNT          PIC 9(07).
               10  CR-DUP-COUNT           PIC 9(07).
               10  CR-CLOSURE-COUNT       PIC 9(07).
               10  CR-SEG-COUNTS OCCURS 10 TIMES.
                   15  CR-SG-ACCEPTED     PIC 9(07).
                   15  CR-SG-PENDED       PIC 9(07).
                   15  CR-SG-REJECTED     PIC 9(07).
               10  FILLER                 PIC X(87).

       01  WS-ERROR-AREAS.
           05  WS-ERR-OPERATION       PIC X(20).
           05  WS-RUN-DATE            PIC 9(08) VALUE ZERO.
           05  WS-RUN-DATE-X REDEFINES WS-RUN-DATE
                                      PIC X(08).
           05  WS-CYCLE-NUMBER        PIC 9(05) VALUE ZERO.

       01  WS-DATE-EDIT-AREAS.
           05  WS-CLASS-START-DATE    PIC 9(08).
           05  WS-MONTH-DAYS          PIC 9(02) OCCURS 12 TIMES.

      *****************************************************************
      * RESTART RECOVERY BOOKKEEPING.  THE SKIP COUNT IS THE FEED
      * POSITION OF THE ABENDED RUN'S LAST CHECKPOINT.  DETAILS IT
      * EXTRACTED PAST THAT POINT ARE PHYSICALLY ON THE EXTENDED
      * OUTFILE AND ON DUPHIST ALREADY, SO WHEN THE RESTART RE-READS
      * THEM THEY ARE ABSORBED BACK INTO THE COUNTERS
      * (0282-ABSORB-PRIOR-EXTRACT) INSTEAD OF BEING EXTRACTED AGAIN
      * OR REJECTED AS DUPLICATES.
      *****************************************************************
       01  WS-RESTART-AREAS.
           05  WS-RESTART-SKIP-COUNT  PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.

               PERFORM 9000-FILE-ERROR THRU 9000-EXIT
           END-IF.
           MOVE RN-BUSINESS-DATE TO WS-RUN-DATE.
           MOVE RN-CYCLE-NUMBER TO WS-CYCLE-NUMBER.
           IF RN-RESTART-PENDING
               MOVE 'Y' TO WS-RESTART-SW
               MOVE 'N' TO RN-RESTART-FLAG
           MOVE CR-HELD-COUNT TO WS-HELD-COUNT.
           MOVE CR-DUP-COUNT TO WS-DUP-COUNT.
           MOVE CR-CLOSURE-COUNT TO WS-CLOSURE-COUNT.
           IF CR-SG-ACCEPTED (1) NOT NUMERIC
               GO TO 0113-EXIT
           END-IF.
           MOVE ZERO TO WS-SEG-IDX.
           PERFORM 0116-RESTORE-SEG-COUNTS THRU 0116-EXIT
               UNTIL WS-SEG-IDX >= WS-SEG-USED.
       0113-EXIT.
           EXIT.

           MOVE WS-HELD-COUNT TO CR-HELD-COUNT.
           MOVE WS-DUP-COUNT TO CR-DUP-COUNT.
           MOVE WS-CLOSURE-COUNT TO CR-CLOSURE-COUNT.
           MOVE ZERO TO WS-SEG-IDX.
           PERFORM 0118-FILL-SEG-COUNTS THRU 0118-EXIT
               UNTIL WS-SEG-IDX >= WS-SEG-USED.
       0114-EXIT.
           EXIT.

       0115-EXIT.
           EXIT.

      *****************************************************************
      * THE PRE-SCAN HAS ALREADY REBUILT THE SEGMENT TABLE FROM THE
      * SAME FEED BY THE TIME THE CHECKPOINT IS READ, SO THE SEGMENT
      * ENTRIES LINE UP ONE FOR ONE WITH THE CHECKPOINTED TALLIES.
      *****************************************************************
       0116-RESTORE-SEG-COUNTS.
           ADD 1 TO WS-SEG-IDX.
           MOVE CR-SG-ACCEPTED (WS-SEG-IDX)
               TO WS-SG-ACCEPTED (WS-SEG-IDX).
           MOVE CR-SG-PENDED (WS-SEG-IDX)
               TO WS-SG-PENDED (WS-SEG-IDX).
           MOVE CR-SG-REJECTED (WS-SEG-IDX)
               TO WS-SG-REJECTED (WS-SEG-IDX).
       0116-EXIT.
           EXIT.

       0117-SKIP-ONE-RECORD.
           READ INPUT-FILE INTO WS-INPUT-RECORD
               AT END
       0117-EXIT.
           EXIT.

       0118-FILL-SEG-COUNTS.
           ADD 1 TO WS-SEG-IDX.
           MOVE WS-SG-ACCEPTED (WS-SEG-IDX)
               TO CR-SG-ACCEPTED (WS-SEG-IDX).
           MOVE WS-SG-PENDED (WS-SEG-IDX)
               TO CR-SG-PENDED (WS-SEG-IDX).
           MOVE WS-SG-REJECTED (WS-SEG-IDX)
               TO CR-SG-REJECTED (WS-SEG-IDX).
       0118-EXIT.
           EXIT.

      *****************************************************************
      * A RESTARTED RUN EXTENDS THE PRIOR RUN'S CHECKPOINT FILE SO THE
      * EARLIER CHECKPOINT RECORDS AREN'T LOST; A FRESH RUN STARTS IT.
      * THE PENDING FILE PAIR - PENDIN IS THE PRIOR NIGHT'S HELD
      * RECORDS, PENDOUT IS TONIGHT'S.  THE PENDIN GENERATION MAY
      * LEGITIMATELY BE ABSENT ON THE FIRST NIGHT (STATUS 35).  A
      * RESTARTED RUN EXTENDS PENDOUT LIKE THE OTHER OUTPUT FILES.
      * PENDACCT, THE PENDED-ACCOUNT FILE THE CLOSURE EDIT CHECKS
      * (0275-EDIT-CLOSURE), FOLLOWS THE SAME CONVENTION: A FRESH RUN
      * EMPTIES IT, WHILE A RESTARTED RUN KEEPS THE ABENDED RUN'S
      * ENTRIES - THE SWEEP IS SKIPPED ON RESTART, SO THE
      * CARRIED-FORWARD AND PRE-ABEND PENDED ACCOUNTS ARE KNOWN ONLY
      * FROM THERE, AND WITHOUT THEM A CLOSURE COULD DELETE A MASTER
      * RECORD OUT FROM UNDER A PENDED DETAIL.
      *****************************************************************
       0148-OPEN-PENDING.
           OPEN INPUT PENDING-INPUT-FILE.
               END-IF
           END-IF.
           IF WS-RESTART-REQUESTED AND WS-SWEEP-DONE
               OPEN EXTEND PENDING-OUTPUT-FILE
           ELSE
               OPEN OUTPUT PENDING-OUTPUT-FILE
               PERFORM 9000-FILE-ERROR THRU 9000-EXIT
           END-IF.
           MOVE 'Y' TO WS-PENDOUT-OPEN-SW.
           IF NOT WS-RESTART-REQUESTED OR NOT WS-SWEEP-DONE
               OPEN OUTPUT PEND-ACCT-FILE
               IF WS-PEND-ACCT-STATUS NOT = '00'
                   MOVE 'RESET PEND-ACCT' TO WS-ERR-OPERATION
                   MOVE WS-PEND-ACCT-STATUS TO WS-ERR-STATUS
                   PERFORM 9000-FILE-ERROR THRU 9000-EXIT
               END-IF
               CLOSE PEND-ACCT-FILE
           END-IF.
           OPEN I-O PEND-ACCT-FILE.
           IF WS-PEND-ACCT-STATUS NOT = '00'
               MOVE 'OPEN PEND-ACCT' TO WS-ERR-OPERATION
               MOVE WS-PEND-ACCT-STATUS TO WS-ERR-STATUS
               PERFORM 9000-FILE-ERROR THRU 9000-EXIT
           END-IF.
           MOVE 'Y' TO WS-PENDACCT-OPEN-SW.
       0148-EXIT.
           EXIT.

      *****************************************************************
      * OPEN THE POSTED-DETAIL HISTORY FILE AND THE DUPLICATES REPORT.
      * DUPHIST IS A KEYED FILE THAT PERSISTS FROM CYCLE TO CYCLE -
      * NOTHING IS LOADED OR CARRIED FORWARD HERE, AND A RESTARTED
      * RUN SIMPLY REOPENS IT WITH THE ABENDED RUN'S EXTRACTS ALREADY
      * ON IT, SO A DUPLICATE OF A PRE-ABEND EXTRACT STILL REJECTS
      * AFTER THE RECOVERY.  THE FILE IS ABSENT (STATUS 35) ONLY
      * BEFORE THE FIRST CYCLE EVER RUN, WHEN IT IS CREATED EMPTY.
      * AGING AND RETENTION ARE MOCKHSKP'S JOB, OUTSIDE THE WINDOW.
      *****************************************************************
       0150-OPEN-HISTORY.
           OPEN I-O DUP-HISTORY-FILE.
           IF WS-DUP-HIST-STATUS = '35'
               OPEN OUTPUT DUP-HISTORY-FILE
               IF WS-DUP-HIST-STATUS NOT = '00'
                   MOVE 'CREATE DUP-HISTORY' TO WS-ERR-OPERATION
                   MOVE WS-DUP-HIST-STATUS TO WS-ERR-STATUS
                   PERFORM 9000-FILE-ERROR THRU 9000-EXIT
               END-IF
               CLOSE DUP-HISTORY-FILE
               OPEN I-O DUP-HISTORY-FILE
           END-IF.
           IF WS-DUP-HIST-STATUS NOT = '00'
               MOVE 'OPEN DUP-HISTORY' TO WS-ERR-OPERATION
               MOVE WS-DUP-HIST-STATUS TO WS-ERR-STATUS
               PERFORM 9000-FILE-ERROR THRU 9000-EXIT
           END-IF.
           MOVE 'Y' TO WS-DUPHIST-OPEN-SW.
           OPEN OUTPUT DUP-REPORT-FILE.
           IF WS-DUP-RPT-STATUS NOT = '00'
               MOVE 'OPEN DUP-REPORT' TO WS-ERR-OPERATION
           MOVE 'Y' TO WS-DUPRPT-OPEN-SW.
           WRITE DUP-REPORT-RECORD FROM WS-DUP-HEADING-LINE-1.
           WRITE DUP-REPORT-RECORD FROM WS-DUP-HEADING-LINE-2.
       0150-EXIT.
           EXIT.

      *****************************************************************
      * SWEEP THE PRIOR NIGHT'S PENDING FILE.  RECORDS WHOSE EFFECTIVE
      * DATE HAS ARRIVED ARE RELEASED THROUGH THE NORMAL EDIT AND
      * EXTRACT PATH; THE REST CARRY FORWARD TO TONIGHT'S PENDING
      * GENERATION.  MOCKCTL STARTS CYCLES ONLY ON BUSINESS DAYS OF
      * THE BUSINESS-DAY CALENDAR, SO A DETAIL DATED ON A WEEKEND OR
      * HOLIDAY IS STILL AHEAD OF THE LAST CYCLE BEFORE IT AND IS
      * RELEASED BY THE FIRST CYCLE AFTER IT - THE NEXT BUSINESS DAY
      * - WITHOUT THE SWEEP CONSULTING THE CALENDAR ITSELF.  THE SAME
      * HOLDS FOR A NEW FEED DETAIL IN 1500-PROCESS-RECORD.
      * RELEASED RECORDS ARE DELIBERATELY KEPT OUT OF
      * WS-RECORD-COUNT AND THE AMOUNT HASH - THOSE BALANCE THE INFILE
      * TRAILER ONLY (SEE 0500-BALANCE-RUN).  AT COMPLETION THE SWEEP
      * WRITES THE SWEEP-DONE MARKER TO THE CHECKPOINT FILE; A
               MOVE WS-PENDING-IN-STATUS TO WS-ERR-STATUS
               PERFORM 9000-FILE-ERROR THRU 9000-EXIT
           END-IF.
           ADD 1 TO WS-SWEEP-SEQ.
           MOVE WS-INPUT-RECORD TO INPUT-RECORD.
           IF IR-EFFECTIVE-DATE > WS-RUN-DATE-X
               IF IR-SWEEP-CYCLE NUMERIC
           IF IR-AMOUNT NUMERIC
               ADD IR-AMOUNT TO WS-SG-READ-AMOUNT (WS-SEG-USED)
           END-IF.
           IF IR-RECYCLE-CYCLE NUMERIC
               ADD 1 TO WS-SG-RECYCLE-COUNT (WS-SEG-USED)
               IF IR-AMOUNT NUMERIC
                   ADD IR-AMOUNT TO WS-SG-RECYCLE-AMOUNT (WS-SEG-USED)
               END-IF
           END-IF.
       0185-EXIT.
           EXIT.

           MOVE ZERO TO WS-SG-TRL-COUNT (WS-SEG-USED).
           MOVE ZERO TO WS-SG-TRL-AMOUNT (WS-SEG-USED).
           MOVE ZERO TO WS-SG-BYPASS-COUNT (WS-SEG-USED).
           PERFORM 0197-CLEAR-SEG-TALLIES THRU 0197-EXIT.
           MOVE 'Y' TO WS-SG-HDR-SW (WS-SEG-USED).
           MOVE SPACE TO WS-SG-STATUS (WS-SEG-USED).
       0190-EXIT.
                   MOVE CT-AMOUNT-HASH
                       TO WS-SG-TRL-AMOUNT (WS-SEG-USED)
                   MOVE ZERO TO WS-SG-BYPASS-COUNT (WS-SEG-USED)
                   PERFORM 0197-CLEAR-SEG-TALLIES THRU 0197-EXIT
                   MOVE 'N' TO WS-SG-HDR-SW (WS-SEG-USED)
                   MOVE 'O' TO WS-SG-STATUS (WS-SEG-USED)
               END-IF
       0195-EXIT.
           EXIT.

       0197-CLEAR-SEG-TALLIES.
           MOVE ZERO TO WS-SG-ACCEPTED (WS-SEG-USED).
           MOVE ZERO TO WS-SG-PENDED (WS-SEG-USED).
           MOVE ZERO TO WS-SG-REJECTED (WS-SEG-USED).
           MOVE ZERO TO WS-SG-RECYCLE-COUNT (WS-SEG-USED).
           MOVE ZERO TO WS-SG-RECYCLE-AMOUNT (WS-SEG-USED).
       0197-EXIT.
           EXIT.

       0200-READ-INPUT-FILE.
           READ INPUT-FILE INTO WS-INPUT-RECORD
               AT END
           END-IF.
           IF WS-RECORD-INVALID
               ADD 1 TO WS-INVALID-COUNT
               MOVE 'R' TO WS-SEG-DISPOSITION
               PERFORM 0395-TALLY-SEGMENT THRU 0395-EXIT
               MOVE 'EDIT INPUT-RECORD' TO WS-ERR-OPERATION
               MOVE SPACES TO WS-ERR-STATUS
               PERFORM 9500-LOG-INVALID-RECORD THRU 9500-EXIT
               END-IF
               GO TO 0275-EXIT
           END-IF.
           MOVE IR-ACCOUNT-KEY TO PF-ACCOUNT-KEY.
           MOVE 'N' TO WS-PEND-ACCT-FOUND-SW.
           READ PEND-ACCT-FILE
               INVALID KEY
                   MOVE 'N' TO WS-PEND-ACCT-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PEND-ACCT-FOUND-SW
           END-READ.
           IF WS-PEND-ACCT-STATUS NOT = '00'
               AND WS-PEND-ACCT-STATUS NOT = '23'
               MOVE 'READ PEND-ACCT' TO WS-ERR-OPERATION
               MOVE WS-PEND-ACCT-STATUS TO WS-ERR-STATUS
               PERFORM 9000-FILE-ERROR THRU 9000-EXIT
           END-IF.
           IF WS-PEND-ACCT-FOUND
               MOVE 'Y' TO WS-RECORD-INVALID-SW
               IF WS-REJECT-REASON = SPACES
       0275-EXIT.
           EXIT.

      *****************************************************************
      * REJECT A DETAIL WHOSE ACCOUNT KEY / AMOUNT / EFFECTIVE DATE
      * COMBINATION ALREADY EXTRACTED IN A RECENT CYCLE (OR EARLIER
      * TRANSMISSION PROBLEM AND POSTING IT AGAIN WOULD DOUBLE THE MTD
      * AND GL TOTALS.  THE DROPPED DETAIL GOES TO SUSPENSE WITH THE
      * DUP REASON AND TO THE DUPLICATES REPORT SO THE RE-SEND CAN BE
      * CONFIRMED.  A HISTORY ENTRY OLDER THAN THE RETENTION WINDOW
      * IS NOT A DUPLICATE.  ON A RESTART, A TONIGHT'S ENTRY STAMPED
      * WITH THIS DETAIL'S OWN POSITION IS THE ABENDED RUN'S EXTRACT
      * OF THIS VERY DETAIL, NOT A RE-SEND: A FEED DETAIL IS ABSORBED
      * (0282-ABSORB-PRIOR-EXTRACT), AND A RELEASE BY A SWEEP BEING
      * RERUN FROM THE TOP - WHOSE OUTPUT GENERATIONS WERE REPLACED -
      * IS SIMPLY EXTRACTED AGAIN.
      *****************************************************************
       0280-CHECK-DUPLICATE.
           MOVE 'N' TO WS-DUP-FOUND-SW.
           MOVE IR-ACCOUNT-KEY TO DF-ACCOUNT-KEY.
           MOVE IR-AMOUNT TO DF-AMOUNT.
           MOVE IR-EFFECTIVE-DATE TO DF-EFFECTIVE-DATE.
           READ DUP-HISTORY-FILE INTO WS-HISTORY-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-DUP-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-DUP-FOUND-SW
           END-READ.
           IF WS-DUP-HIST-STATUS NOT = '00'
               AND WS-DUP-HIST-STATUS NOT = '23'
               MOVE 'READ DUP-HISTORY' TO WS-ERR-OPERATION
               MOVE WS-DUP-HIST-STATUS TO WS-ERR-STATUS
               PERFORM 9000-FILE-ERROR THRU 9000-EXIT
           END-IF.
           IF NOT WS-DUP-FOUND
               GO TO 0280-EXIT
           END-IF.
           IF DH-EXTRACT-CYCLE NOT NUMERIC
               MOVE WS-CYCLE-NUMBER TO DH-EXTRACT-CYCLE
           END-IF.
           COMPUTE WS-HIST-AGE = WS-CYCLE-NUMBER - DH-EXTRACT-CYCLE.
           IF WS-HIST-AGE >= WS-MAX-HIST-CYCLES
               MOVE 'N' TO WS-DUP-FOUND-SW
               GO TO 0280-EXIT
           END-IF.
           PERFORM 0288-SET-EXTRACT-POSITION THRU 0288-EXIT.
           IF WS-RESTART-REQUESTED
               AND WS-HIST-AGE = ZERO
               AND DH-EXTRACT-SOURCE = WS-EXTRACT-SOURCE
               AND DH-EXTRACT-SEQ = WS-EXTRACT-SEQ
               MOVE 'N' TO WS-DUP-FOUND-SW
               IF DH-FROM-FEED
                   PERFORM 0282-ABSORB-PRIOR-EXTRACT THRU 0282-EXIT
               END-IF
               GO TO 0280-EXIT
           END-IF.
           MOVE 'Y' TO WS-RECORD-INVALID-SW.
      *****************************************************************
      * RESTART RECOVERY - THIS DETAIL WAS EXTRACTED BY THE ABENDED
      * RUN AFTER ITS LAST CHECKPOINT: IT IS ALREADY ON THE EXTENDED
      * OUTFILE AND ON DUPHIST (WHICH IS WHY IT MATCHED A TONIGHT'S
      * ENTRY AT ITS OWN POSITION), BUT THE RESTORED COUNTERS STOP AT
      * THE CHECKPOINT.  ADD IT BACK INTO THE EXTRACT COUNTERS AND LET
      * THE PROCESSING LOOPS SKIP THE OUTFILE/DUPHIST/SUSPENSE
      * WRITES, SO THE STATISTICS COME OUT WHOLE-CYCLE AND NOTHING
      * DOUBLES OR FALSELY REJECTS.
      *****************************************************************
       0282-ABSORB-PRIOR-EXTRACT.
           MOVE 'Y' TO WS-ALREADY-EXTR-SW.
           ADD 1 TO WS-EXTRACT-COUNT.
           MOVE 'A' TO WS-SEG-DISPOSITION.
           PERFORM 0395-TALLY-SEGMENT THRU 0395-EXIT.
           IF IR-AMOUNT NUMERIC
               ADD IR-AMOUNT TO WS-EXTRACT-AMOUNT
           END-IF.
       0282-EXIT.
           EXIT.

      *****************************************************************
      * THIS DETAIL'S OWN POSITION IN THE CYCLE, AS STAMPED ON ITS
      * HISTORY ENTRY - ITS ORDINAL ON PENDIN WHILE THE SWEEP RUNS,
      * ITS FEED RECORD COUNT AFTERWARDS.  BOTH ARE THE SAME ON A
      * RESTART AS THEY WERE IN THE ABENDED RUN.
      *****************************************************************
       0288-SET-EXTRACT-POSITION.
           IF WS-SWEEP-DONE
               MOVE 'F' TO WS-EXTRACT-SOURCE
               MOVE WS-RECORD-COUNT TO WS-EXTRACT-SEQ
           ELSE
               MOVE 'S' TO WS-EXTRACT-SOURCE
               MOVE WS-SWEEP-SEQ TO WS-EXTRACT-SEQ
           END-IF.
       0288-EXIT.
           EXIT.

       0290-REPORT-DUPLICATE.
           MOVE WS-SEG-SOURCE TO DP-SOURCE.
           MOVE IR-AMOUNT TO DP-AMOUNT.
           MOVE IR-EFFECTIVE-DATE TO DP-EFF-DATE.
           MOVE WS-HIST-AGE TO DP-CYCLES-AGO.
           WRITE DUP-REPORT-RECORD FROM WS-DUP-DETAIL-LINE.
           IF WS-DUP-RPT-STATUS NOT = '00'
               MOVE 'WRITE DUP-REPORT' TO WS-ERR-OPERATION
               PERFORM 9000-FILE-ERROR THRU 9000-EXIT
           END-IF.
           ADD 1 TO WS-EXTRACT-COUNT.
           MOVE 'A' TO WS-SEG-DISPOSITION.
           PERFORM 0395-TALLY-SEGMENT THRU 0395-EXIT.
           IF IR-AMOUNT NUMERIC
               ADD IR-AMOUNT TO WS-EXTRACT-AMOUNT
           END-IF.
           EXIT.

      *****************************************************************
      * REMEMBER AN EXTRACTED DETAIL FOR DUPLICATE DETECTION ON
      * DUPHIST, FOR THE REST OF TONIGHT'S RUN AND THE NEXT FEW
      * CYCLES.  AN ENTRY ALREADY ON FILE UNDER THE SAME KEY HAS
      * EITHER AGED PAST THE RETENTION WINDOW (0280-CHECK-DUPLICATE
      * LET THE DETAIL THROUGH) OR IS A SWEEP BEING RERUN FROM THE TOP
      * MEETING ITS OWN EARLIER EXTRACT - EITHER WAY IT IS REPLACED.
      *****************************************************************
       0360-RECORD-HISTORY.
           PERFORM 0288-SET-EXTRACT-POSITION THRU 0288-EXIT.
           MOVE SPACES TO WS-HISTORY-RECORD.
           MOVE IR-ACCOUNT-KEY TO DH-ACCOUNT-KEY.
           MOVE IR-AMOUNT TO DH-AMOUNT.
           MOVE IR-EFFECTIVE-DATE TO DH-EFFECTIVE-DATE.
           MOVE ZERO TO DH-CYCLE-AGE.
           MOVE WS-CYCLE-NUMBER TO DH-EXTRACT-CYCLE.
           MOVE WS-EXTRACT-SOURCE TO DH-EXTRACT-SOURCE.
           MOVE WS-EXTRACT-SEQ TO DH-EXTRACT-SEQ.
           WRITE DUP-HISTORY-RECORD FROM WS-HISTORY-RECORD.
           IF WS-DUP-HIST-STATUS = '22'
               REWRITE DUP-HISTORY-RECORD FROM WS-HISTORY-RECORD
           END-IF.
           IF WS-DUP-HIST-STATUS NOT = '00'
               MOVE 'WRITE DUP-HISTORY' TO WS-ERR-OPERATION
               MOVE WS-DUP-HIST-STATUS TO WS-ERR-STATUS
               PERFORM 9000-FILE-ERROR THRU 9000-EXIT
           END-IF.
       0360-EXIT.
           EXIT.

      *****************************************************************
      * REMEMBER THE ACCOUNT AS HAVING FUTURE-DATED ACTIVITY SO A
      * CLOSURE ARRIVING TONIGHT REJECTS INSTEAD OF STRANDING THE
      * PENDED DETAIL.  AN ACCOUNT ALREADY ON PENDACCT (A SECOND
      * PENDED DETAIL, OR ONE THE ABENDED RUN NOTED BEFORE A RESTART)
      * NEEDS NOTHING MORE.
      *****************************************************************
       0390-NOTE-PENDED-ACCOUNT.
           MOVE SPACES TO PEND-ACCT-RECORD.
           MOVE IR-ACCOUNT-KEY TO PF-ACCOUNT-KEY.
           WRITE PEND-ACCT-RECORD.
           IF WS-PEND-ACCT-STATUS NOT = '00'
               AND WS-PEND-ACCT-STATUS NOT = '22'
               MOVE 'WRITE PEND-ACCT' TO WS-ERR-OPERATION
               MOVE WS-PEND-ACCT-STATUS TO WS-ERR-STATUS
               PERFORM 9000-FILE-ERROR THRU 9000-EXIT
           END-IF.
       0390-EXIT.
           EXIT.

      *****************************************************************
      * COUNT WHAT BECAME OF A DETAIL AGAINST ITS FEED SEGMENT FOR THE
      * SOURCE'S ACKNOWLEDGEMENT.  ONLY THE SOURCE'S OWN DETAILS
      * COUNT: A PENDING RELEASE (NO SEGMENT - THE SWEEP RUNS BEFORE
      * THE FIRST HEADER IS READ) AND A MOCKRCYC RECYCLED DETAIL
      * (IR-RECYCLE-CYCLE STAMPED) WERE ACKNOWLEDGED ON THE NIGHT
      * THEY FIRST ARRIVED.
      *****************************************************************
       0395-TALLY-SEGMENT.
           IF WS-CUR-SEG-IDX = ZERO
               GO TO 0395-EXIT
           END-IF.
           IF IR-RECYCLE-CYCLE NUMERIC
               GO TO 0395-EXIT
           END-IF.
           IF WS-SEG-DISP-ACCEPTED
               ADD 1 TO WS-SG-ACCEPTED (WS-CUR-SEG-IDX)
           END-IF.
           IF WS-SEG-DISP-PENDED
               ADD 1 TO WS-SG-PENDED (WS-CUR-SEG-IDX)
           END-IF.
           IF WS-SEG-DISP-REJECTED
               ADD 1 TO WS-SG-REJECTED (WS-CUR-SEG-IDX)
           END-IF.
       0395-EXIT.
           EXIT.

       0400-CHECKPOINT.
           ADD 1 TO WS-CHECKPOINT-COUNT.
           IF WS-CHECKPOINT-COUNT >= WS-CHECKPOINT-INTERVAL
                   MOVE INPUT-RECORD TO WS-INPUT-RECORD
                   PERFORM 0380-WRITE-PENDING THRU 0380-EXIT
                   ADD 1 TO WS-PENDED-COUNT
                   MOVE 'P' TO WS-SEG-DISPOSITION
                   PERFORM 0395-TALLY-SEGMENT THRU 0395-EXIT
               ELSE
                   PERFORM 0300-BUILD-OUTPUT-RECORD THRU 0300-EXIT
                   PERFORM 0350-WRITE-OUTPUT-FILE THRU 0350-EXIT
           IF NOT WS-NO-PENDING-FILE
               CLOSE PENDING-INPUT-FILE
           END-IF.
           IF WS-DUPHIST-OPEN
               CLOSE DUP-HISTORY-FILE
           END-IF.
           IF WS-PENDACCT-OPEN
               CLOSE PEND-ACCT-FILE
           END-IF.
           IF WS-DUPRPT-OPEN
               CLOSE DUP-REPORT-FILE
      * LAYOUT SO MOCKRCYC CAN RECYCLE IT INTO THE NEXT NIGHT'S FEED
      * ONCE THE SOURCE CORRECTS IT.  A DETAIL THAT CAME BACK THROUGH
      * THE RECYCLE CARRIES ITS PRIOR CYCLE COUNT IN IR-RECYCLE-CYCLE;
      * A FRESH REJECT STARTS AT CYCLE 1.  THE CORRECTION AREA GOES
      * OUT BLANK - AN UNTOUCHED RECORD AWAITING THE CICSSUSP
      * OPERATORS.
      *****************************************************************
       9550-WRITE-SUSPENSE.
           MOVE WS-INPUT-RECORD TO SR-DETAIL-RECORD.
           ELSE
               MOVE 1 TO SR-CYCLE-COUNT
           END-IF.
           MOVE SPACES TO SR-CORRECTION-AREA.
           WRITE SUSPENSE-RECORD FROM WS-SUSPENSE-RECORD.
           IF WS-SUSPENSE-FILE-STATUS NOT = '00'
               MOVE 'WRITE SUSPENSE-FILE' TO WS-ERR-OPERATION
      * FEED SEGMENTS PLUS ORPHANS, SO THE SHEET'S DISPOSITION
      * EQUATION (READ + RELEASED = EXTRACTED + REJECTED + PENDED +
      * BYPASSED) STILL PROVES ON A NIGHT A SOURCE FAILED ALONE.
      * THE SOURCE DETAILS STATISTICS THAT FOLLOW CARRY THE SOURCE
      * SYSTEM AND FEED MOCKVOLC'S VOLUME CHECK, NOT THE SHEET.
      *****************************************************************
       9800-WRITE-RUN-STATS.
           OPEN EXTEND STATS-FILE.
           MOVE WS-DUP-COUNT TO ST-STAT-COUNT.
           MOVE ZERO TO ST-STAT-AMOUNT.
           PERFORM 9850-PUT-ONE-STAT THRU 9850-EXIT.
           MOVE ZERO TO WS-SEG-IDX.
           PERFORM 9860-PUT-SOURCE-STAT THRU 9860-EXIT
               UNTIL WS-SEG-IDX >= WS-SEG-USED.
           CLOSE STATS-FILE.
       9800-EXIT.
           EXIT.
       9850-EXIT.
           EXIT.

      *****************************************************************
      * ONE SOURCE DETAILS STATISTIC PER SOURCE SYSTEM - THE DETAILS
      * AND AMOUNT HASH THE SOURCE ITSELF SENT TONIGHT, WITH THE
      * RECYCLED DETAILS BACKED OUT AS ON THE ACKNOWLEDGEMENT.  A
      * SEGMENT WITH NO HEADER HAS NO SOURCE AND IS LEFT OUT; A
      * SOURCE ALREADY WRITTEN FROM AN EARLIER SEGMENT IS SKIPPED.
      *****************************************************************
       9860-PUT-SOURCE-STAT.
           ADD 1 TO WS-SEG-IDX.
           IF WS-SG-SOURCE (WS-SEG-IDX) = SPACES
               GO TO 9860-EXIT
           END-IF.
           MOVE 'N' TO WS-SRC-SEEN-SW.
           MOVE ZERO TO WS-SRC-COUNT.
           MOVE ZERO TO WS-SRC-AMOUNT.
           MOVE ZERO TO WS-SRC-SCAN-IDX.
           PERFORM 9870-SUM-SOURCE-SEGMENT THRU 9870-EXIT
               UNTIL WS-SRC-SCAN-IDX >= WS-SEG-USED
                  OR WS-SRC-SEEN-BEFORE.
           IF WS-SRC-SEEN-BEFORE
               GO TO 9860-EXIT
           END-IF.
           MOVE SPACES TO WS-STATS-RECORD.
           MOVE 'MOCKDEMO' TO ST-PROGRAM.
           MOVE 'SOURCE DETAILS' TO ST-STAT-NAME.
           MOVE WS-SRC-COUNT TO ST-STAT-COUNT.
           MOVE WS-SRC-AMOUNT TO ST-STAT-AMOUNT.
           MOVE WS-SG-SOURCE (WS-SEG-IDX) TO ST-SOURCE-SYSTEM.
           PERFORM 9850-PUT-ONE-STAT THRU 9850-EXIT.
       9860-EXIT.
           EXIT.

       9870-SUM-SOURCE-SEGMENT.
           ADD 1 TO WS-SRC-SCAN-IDX.
           IF WS-SG-SOURCE (WS-SRC-SCAN-IDX)
                   NOT = WS-SG-SOURCE (WS-SEG-IDX)
               GO TO 9870-EXIT
           END-IF.
           IF WS-SRC-SCAN-IDX < WS-SEG-IDX
               MOVE 'Y' TO WS-SRC-SEEN-SW
               GO TO 9870-EXIT
           END-IF.
           ADD WS-SG-READ-COUNT (WS-SRC-SCAN-IDX) TO WS-SRC-COUNT.
           SUBTRACT WS-SG-RECYCLE-COUNT (WS-SRC-SCAN-IDX)
               FROM WS-SRC-COUNT.
           ADD WS-SG-READ-AMOUNT (WS-SRC-SCAN-IDX) TO WS-SRC-AMOUNT.
           SUBTRACT WS-SG-RECYCLE-AMOUNT (WS-SRC-SCAN-IDX)
               FROM WS-SRC-AMOUNT.
       9870-EXIT.
           EXIT.

      *****************************************************************
      * ONE ACKNOWLEDGEMENT HEADER (ACKREC LAYOUT) PER FEED SEGMENT
      * FOR MOCKACK, WHICH ADDS THE SEGMENT'S REJECTED DETAILS FROM
      * SUSPENSE AND SPLITS THE RESULT INTO ONE RETURN FILE PER
      * SOURCE.  A SEGMENT THAT FAILED ITS OWN TRAILER WAS BYPASSED
      * WHOLE AND IS ACKNOWLEDGED AS REJECTED SO THE SOURCE
      * RETRANSMITS IT; WHEN THE FEED AS A WHOLE DID NOT PROVE (RC 8 -
      * NOTHING GOES DOWNSTREAM TONIGHT) EVEN A BALANCED SEGMENT IS
      * ACKNOWLEDGED AS REJECTED.  THE TRAILER AND RECEIVED TOTALS
      * HAVE THE RECYCLED DETAILS BACKED OUT, SO THE SOURCE SEES ITS
      * OWN FIGURES.  WRITTEN ONLY HERE AT END OF RUN, SO A RESTART
      * DOES NOT DOUBLE IT.
      *****************************************************************
       9900-WRITE-ACK-SUMMARY.
           OPEN OUTPUT ACK-SUMMARY-FILE.
           IF WS-ACK-SUMM-STATUS NOT = '00'
               DISPLAY 'MOCKDEMO - UNABLE TO OPEN ACK-SUMMARY-FILE, '
                   'STATUS=' WS-ACK-SUMM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ZERO TO WS-SEG-IDX.
           PERFORM 9920-WRITE-ONE-ACK THRU 9920-EXIT
               UNTIL WS-SEG-IDX >= WS-SEG-USED.
           CLOSE ACK-SUMMARY-FILE.
       9900-EXIT.
           EXIT.

       9920-WRITE-ONE-ACK.
           ADD 1 TO WS-SEG-IDX.
           MOVE SPACES TO WS-ACK-RECORD.
           MOVE WS-SG-SOURCE (WS-SEG-IDX) TO AK-SOURCE-SYSTEM.
           MOVE 'ACK' TO AK-RECORD-TYPE.
           MOVE WS-RUN-DATE TO AK-PROCESS-DATE.
           MOVE WS-SG-RUN-DATE (WS-SEG-IDX) TO AK-FEED-RUN-DATE.
           MOVE ZERO TO AK-TRAILER-COUNT.
           MOVE ZERO TO AK-TRAILER-HASH.
           IF WS-SG-TRL-COUNT (WS-SEG-IDX)
                   > WS-SG-RECYCLE-COUNT (WS-SEG-IDX)
               SUBTRACT WS-SG-RECYCLE-COUNT (WS-SEG-IDX)
                   FROM WS-SG-TRL-COUNT (WS-SEG-IDX)
                   GIVING AK-TRAILER-COUNT
           END-IF.
           IF WS-SG-TRL-AMOUNT (WS-SEG-IDX)
                   > WS-SG-RECYCLE-AMOUNT (WS-SEG-IDX)
               SUBTRACT WS-SG-RECYCLE-AMOUNT (WS-SEG-IDX)
                   FROM WS-SG-TRL-AMOUNT (WS-SEG-IDX)
                   GIVING AK-TRAILER-HASH
           END-IF.
           SUBTRACT WS-SG-RECYCLE-COUNT (WS-SEG-IDX)
               FROM WS-SG-READ-COUNT (WS-SEG-IDX)
               GIVING AK-RECEIVED-COUNT.
           SUBTRACT WS-SG-RECYCLE-AMOUNT (WS-SEG-IDX)
               FROM WS-SG-READ-AMOUNT (WS-SEG-IDX)
               GIVING AK-RECEIVED-HASH.
           MOVE ZERO TO AK-ACCEPTED-COUNT.
           MOVE ZERO TO AK-PENDED-COUNT.
           MOVE ZERO TO AK-REJECTED-COUNT.
           IF WS-SG-BALANCED (WS-SEG-IDX)
                   AND NOT WS-OUT-OF-BALANCE
               MOVE 'A' TO AK-SEGMENT-STATUS
               MOVE WS-SG-ACCEPTED (WS-SEG-IDX) TO AK-ACCEPTED-COUNT
               MOVE WS-SG-PENDED (WS-SEG-IDX) TO AK-PENDED-COUNT
               MOVE WS-SG-REJECTED (WS-SEG-IDX) TO AK-REJECTED-COUNT
               GO TO 9920-WRITE
           END-IF.
           MOVE 'R' TO AK-SEGMENT-STATUS.
           IF WS-SG-BALANCED (WS-SEG-IDX)
               MOVE 'RUN' TO AK-SEGMENT-REASON
           ELSE
               IF WS-SG-NO-TRAILER (WS-SEG-IDX)
                   MOVE 'TRL' TO AK-SEGMENT-REASON
               ELSE
                   IF NOT WS-SG-FROM-HEADER (WS-SEG-IDX)
                       MOVE 'HDR' TO AK-SEGMENT-REASON
                   ELSE
                       MOVE 'OOB' TO AK-SEGMENT-REASON
                   END-IF
               END-IF
           END-IF.
       9920-WRITE.
           WRITE ACK-SUMMARY-RECORD FROM WS-ACK-RECORD.
           IF WS-ACK-SUMM-STATUS NOT = '00'
               DISPLAY 'MOCKDEMO - WRITE ACK-SUMMARY-FILE FAILED, '
                   'STATUS=' WS-ACK-SUMM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       9920-EXIT.
           EXIT.

       9999-END.
           PERFORM 9700-LOG-PENDING-TOTALS THRU 9700-EXIT.
           PERFORM 9800-WRITE-RUN-STATS THRU 9800-EXIT.
           PERFORM 9900-WRITE-ACK-SUMMARY THRU 9900-EXIT.
           MOVE WS-DUP-COUNT TO DT-COUNT.
           WRITE DUP-REPORT-RECORD FROM WS-DUP-TOTAL-LINE.
           CLOSE INPUT-FILE.
               CLOSE PENDING-INPUT-FILE
           END-IF.
           CLOSE PENDING-OUTPUT-FILE.
           CLOSE DUP-HISTORY-FILE.
           CLOSE PEND-ACCT-FILE.
           CLOSE DUP-REPORT-FILE.
           CLOSE ERROR-LOG-FILE.
       9999-EXIT.
