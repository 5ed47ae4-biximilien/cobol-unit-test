      *            PROGRAM READS THEM BACK AND PROVES THE RECORD FLOW
      *            ARITHMETICALLY, PRINTING EACH EQUATION WITH ITS TWO
      *            SIDES AND AN IN BALANCE / BROKEN VERDICT:
      *              - EVERY SUSPENSE RECORD MOCKRCYC READ WAS
      *                RECYCLED, HELD, WRITTEN OFF OR AGED OFF;
      *              - RECYCLED + NEW FEED DETAILS = DETAILS MOCKDEMO
      *                READ;
      *              - DETAILS READ + PENDING RELEASES = EXTRACTED +
      *                REJECTED + NEWLY PENDED + BYPASSED SEGMENTS;
      *              - EXTRACT COUNT = MOCKPOST READS = MOCKGLX READS;
      *              - POSTED ADDS + CHANGES + NO-CHANGES + CLOSURES
      *                + UPDATES HELD FOR ONLINE MAINTENANCE ACCOUNT
      *                FOR EVERY EXTRACT RECORD;
      *              - THE GL-ELIGIBLE COUNT AND AMOUNT MATCH WHAT
      *                MOCKGLX POSTED AND WHAT MOCKMTD ACCUMULATED.
      *            A STATISTIC A STEP NEVER WROTE (THE STEP FAILED OR
       0300-EXIT.
           EXIT.

      *****************************************************************
      * KEEP THE LAST OCCURRENCE OF EACH PROGRAM/STATISTIC PAIR.
      * STATISTICS BROKEN OUT BY FEED SOURCE (ST-SOURCE-SYSTEM SET)
      * ARE FOR MOCKVOLC'S VOLUME CHECK AND TAKE NO PART IN THE SHEET.
      *****************************************************************
       1000-LOAD-ONE-STAT.
           READ STATS-FILE INTO WS-STATS-RECORD
               AT END
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF ST-SOURCE-SYSTEM NOT = SPACES
               GO TO 1000-EXIT
           END-IF.
           MOVE ST-PROGRAM TO WS-GET-PROGRAM.
           MOVE ST-STAT-NAME TO WS-GET-NAME.
           PERFORM 1500-FIND-STAT THRU 1500-EXIT.
           EXIT.

       2000-PROVE-EQUATIONS.
           PERFORM 2050-PROVE-SUSPENSE-DISP THRU 2050-EXIT.
           PERFORM 2100-PROVE-FEED-INTO-EDIT THRU 2100-EXIT.
           PERFORM 2200-PROVE-DISPOSITION THRU 2200-EXIT.
           PERFORM 2300-PROVE-EXTRACT-TO-POST THRU 2300-EXIT.
       2000-EXIT.
           EXIT.

       2050-PROVE-SUSPENSE-DISP.
           MOVE 'N' TO WS-EQ-MISSING-SW.
           MOVE 'MOCKRCYC' TO WS-GET-PROGRAM.
           MOVE 'SUSPENSE READ' TO WS-GET-NAME.
           PERFORM 5000-GET-STAT THRU 5000-EXIT.
           MOVE WS-GOT-COUNT TO WS-LEFT-VALUE.
           MOVE 'RECYCLED' TO WS-GET-NAME.
           PERFORM 5000-GET-STAT THRU 5000-EXIT.
           MOVE WS-GOT-COUNT TO WS-RIGHT-VALUE.
           MOVE 'HELD' TO WS-GET-NAME.
           PERFORM 5000-GET-STAT THRU 5000-EXIT.
           ADD WS-GOT-COUNT TO WS-RIGHT-VALUE.
           MOVE 'WRITTEN OFF' TO WS-GET-NAME.
           PERFORM 5000-GET-STAT THRU 5000-EXIT.
           ADD WS-GOT-COUNT TO WS-RIGHT-VALUE.
           MOVE 'AGED OFF' TO WS-GET-NAME.
           PERFORM 5000-GET-STAT THRU 5000-EXIT.
           ADD WS-GOT-COUNT TO WS-RIGHT-VALUE.
           MOVE 'SUSP READ = RECYC + HELD + WOFF + AGED'
               TO EQ-TEXT.
           PERFORM 7000-JUDGE-EQUATION THRU 7000-EXIT.
       2050-EXIT.
           EXIT.

       2100-PROVE-FEED-INTO-EDIT.
           MOVE 'N' TO WS-EQ-MISSING-SW.
           MOVE 'MOCKRCYC' TO WS-GET-PROGRAM.
           MOVE 'CLOSE NOT FOUND' TO WS-GET-NAME.
           PERFORM 5000-GET-STAT THRU 5000-EXIT.
           ADD WS-GOT-COUNT TO WS-RIGHT-VALUE.
           MOVE 'HELD ONLINE CHANGE' TO WS-GET-NAME.
           PERFORM 5000-GET-STAT THRU 5000-EXIT.
           ADD WS-GOT-COUNT TO WS-RIGHT-VALUE.
           MOVE 'POST READ = ADD+CHG+NOCHG+CLOSED+HELD'
               TO EQ-TEXT.
           PERFORM 7000-JUDGE-EQUATION THRU 7000-EXIT.
       2400-EXIT.
