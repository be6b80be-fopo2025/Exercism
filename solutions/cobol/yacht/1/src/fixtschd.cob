      *                 paper grid. An odd player count gets
      *                 a BYE slot, so each round one player
      *                 sits out and the pairing still works.
      * 2026-10-05  DP  Schedules each league division as a
      *                 round-robin of its own, divisions in
      *                 code order, off the division code on
      *                 the master. Round numbers run in
      *                 step across the divisions -- round 1
      *                 of every division is the same league
      *                 week -- and match numbers carry on
      *                 from one division to the next within
      *                 a round, so each fixture stays unique
      *                 by round and match. Players not yet
      *                 placed are scheduled among themselves.
      *****************************************************

       ENVIRONMENT DIVISION.
           05 PM-HIGH-SCORE         PIC 9(03).
           05 PM-ACTIVE-FLAG        PIC X(01).
             88 PM-PLAYER-INACTIVE VALUE "I".
           05 FILLER                PIC X(10).
           05 PM-DIVISION-CODE      PIC X(02).
           05 FILLER                PIC X(07).

       FD  FIXTURE-FILE.
       01  FIXTURE-REC.
       01 FX-READ-COUNT             PIC 9(5) COMP VALUE 0.
       01 FX-SKIPPED-COUNT          PIC 9(5) COMP VALUE 0.
       01 FX-FIXTURE-COUNT          PIC 9(7) COMP VALUE 0.
       01 FX-SCHEDULED-COUNT        PIC 9(5) COMP VALUE 0.

      *    Every active player off the master with the division they
      *    play in, held so each division's slots can be filled in
      *    turn from one pass of the master.
       01 FX-PLAYER-COUNT           PIC 9(4) COMP VALUE 0.
       01 FX-PLAYER-TABLE.
         05 FX-PLAYER-ENTRY OCCURS 500 TIMES INDEXED BY FX-PLR-IDX.
           10 FX-PLR-ID             PIC X(10).
           10 FX-PLR-DIVISION       PIC X(02).

      *    The division codes in use, sorted into code order so the
      *    top division is scheduled and printed first; spaces, for
      *    players not yet placed, is a group of its own.
       01 FX-DIV-COUNT              PIC 9(4) COMP VALUE 0.
       01 FX-DIV-TABLE.
         05 FX-DIV-ENTRY OCCURS 100 TIMES INDEXED BY FX-DIV-IDX.
           10 FX-DIV-CODE           PIC X(02).
       01 FX-DIV-FOUND-SW           PIC X VALUE "N".
         88 FX-DIV-FOUND VALUE "Y".
       01 FX-CUR-DIVISION           PIC X(02) VALUE SPACES.
       01 FX-HOLD-DIVISION          PIC X(02) VALUE SPACES.
       01 FX-SWAPPED-SW             PIC X VALUE "N".
         88 FX-SWAPPED VALUE "Y".
       01 FX-SORT-I                 PIC 9(4) COMP VALUE 0.
       01 FX-SORT-LIMIT             PIC 9(4) COMP VALUE 0.

      *    Highest match number given out so far in each round,
      *    across all divisions, so the next division's pairings in
      *    that round number on from it.
       01 FX-ROUND-MATCH-TABLE.
         05 FX-ROUND-MATCH OCCURS 501 TIMES PIC 9(4) COMP.
       01 FX-ROUND-HIGH             PIC 9(4) COMP VALUE 0.

      *    Rotation slots for the circle pairing: slot 1 stays put
      *    and every other slot moves one place right between
       01 FX-HDR-LINE               PIC X(26)
         VALUE "LEAGUE FIXTURE SCHEDULE".

       01 FX-DIV-LINE.
         05 FILLER                  PIC X(09) VALUE "DIVISION ".
         05 FX-RPT-DIVISION         PIC X(02).
       01 FX-NO-DIV-LINE            PIC X(25)
         VALUE "NOT PLACED IN A DIVISION".

       01 FX-ROUND-LINE.
         05 FILLER                  PIC X(06) VALUE "ROUND ".
         05 FX-RPT-ROUND            PIC ZZ9.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-LOAD-MASTER THRU 2000-LOAD-MASTER-EXIT
             UNTIL FX-MASTER-EOF.
           PERFORM 2500-SORT-DIVISIONS THRU 2500-SORT-DIVISIONS-EXIT.
           IF FX-DIV-COUNT IS GREATER THAN 0
             SET FX-DIV-IDX TO 1
             PERFORM 2800-SCHEDULE-DIVISION
               THRU 2800-SCHEDULE-DIVISION-EXIT
               FX-DIV-COUNT TIMES
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           STOP RUN.

           IF FX-MASTER-STATUS IS EQUAL TO "35"
             MOVE "Y" TO FX-MASTER-EOF-SW
           END-IF.
           INITIALIZE FX-ROUND-MATCH-TABLE.
           OPEN OUTPUT FIXTURE-FILE.
           OPEN OUTPUT FIXTURE-RPT-FILE.
           WRITE FIXTURE-RPT-REC FROM FX-HDR-LINE.
               IF PM-PLAYER-INACTIVE
                 ADD 1 TO FX-SKIPPED-COUNT
               ELSE
                 ADD 1 TO FX-PLAYER-COUNT
                 SET FX-PLR-IDX TO FX-PLAYER-COUNT
                 MOVE PM-PLAYER-ID TO FX-PLR-ID(FX-PLR-IDX)
                 MOVE PM-DIVISION-CODE TO FX-PLR-DIVISION(FX-PLR-IDX)
                 PERFORM 2100-NOTE-DIVISION THRU 2100-NOTE-DIVISION-EXIT
               END-IF
           END-READ.
       2000-LOAD-MASTER-EXIT.
           EXIT.

      *    Adds the player's division to the list the first time a
      *    player in it is read.
       2100-NOTE-DIVISION.
           MOVE "N" TO FX-DIV-FOUND-SW.
           IF FX-DIV-COUNT IS GREATER THAN 0
             SET FX-DIV-IDX TO 1
             PERFORM 2110-COMPARE-DIVISION
               THRU 2110-COMPARE-DIVISION-EXIT
               FX-DIV-COUNT TIMES
           END-IF.
           IF NOT FX-DIV-FOUND
             ADD 1 TO FX-DIV-COUNT
             SET FX-DIV-IDX TO FX-DIV-COUNT
             MOVE PM-DIVISION-CODE TO FX-DIV-CODE(FX-DIV-IDX)
           END-IF.
       2100-NOTE-DIVISION-EXIT.
           EXIT.

       2110-COMPARE-DIVISION.
           IF PM-DIVISION-CODE IS EQUAL TO FX-DIV-CODE(FX-DIV-IDX)
             MOVE "Y" TO FX-DIV-FOUND-SW
           END-IF.
           SET FX-DIV-IDX UP BY 1.
       2110-COMPARE-DIVISION-EXIT.
           EXIT.

      *    Exchange sort, ascending on division code, repeating full
      *    sweeps until a sweep makes no swap.
       2500-SORT-DIVISIONS.
           IF FX-DIV-COUNT IS LESS THAN 2
             GO TO 2500-SORT-DIVISIONS-EXIT
           END-IF.
           MOVE "Y" TO FX-SWAPPED-SW.
           PERFORM 2600-SORT-SWEEP THRU 2600-SORT-SWEEP-EXIT
             UNTIL NOT FX-SWAPPED.
       2500-SORT-DIVISIONS-EXIT.
           EXIT.

       2600-SORT-SWEEP.
           MOVE "N" TO FX-SWAPPED-SW.
           COMPUTE FX-SORT-LIMIT = FX-DIV-COUNT - 1.
           MOVE 1 TO FX-SORT-I.
           PERFORM 2700-SORT-COMPARE THRU 2700-SORT-COMPARE-EXIT
             FX-SORT-LIMIT TIMES.
       2600-SORT-SWEEP-EXIT.
           EXIT.

       2700-SORT-COMPARE.
           SET FX-DIV-IDX TO FX-SORT-I.
           IF FX-DIV-CODE(FX-DIV-IDX) IS GREATER THAN
             FX-DIV-CODE(FX-DIV-IDX + 1)
             MOVE FX-DIV-CODE(FX-DIV-IDX) TO FX-HOLD-DIVISION
             MOVE FX-DIV-CODE(FX-DIV-IDX + 1) TO FX-DIV-CODE(FX-DIV-IDX)
             MOVE FX-HOLD-DIVISION TO FX-DIV-CODE(FX-DIV-IDX + 1)
             MOVE "Y" TO FX-SWAPPED-SW
           END-IF.
           ADD 1 TO FX-SORT-I.
       2700-SORT-COMPARE-EXIT.
           EXIT.

      *    Fills the rotation slots with one division's players, in
      *    master key order, and runs that division's round-robin.
      *    A shop with no divisions in use has the one unplaced
      *    group and prints no division heading.
       2800-SCHEDULE-DIVISION.
           MOVE FX-DIV-CODE(FX-DIV-IDX) TO FX-CUR-DIVISION.
           MOVE 0 TO FX-SLOT-COUNT.
           SET FX-PLR-IDX TO 1.
           PERFORM 2900-TAKE-PLAYER THRU 2900-TAKE-PLAYER-EXIT
             FX-PLAYER-COUNT TIMES.
           ADD FX-SLOT-COUNT TO FX-SCHEDULED-COUNT.
           IF FX-CUR-DIVISION IS NOT EQUAL TO SPACES
             MOVE FX-CUR-DIVISION TO FX-RPT-DIVISION
             WRITE FIXTURE-RPT-REC FROM FX-DIV-LINE
           ELSE
             IF FX-DIV-COUNT IS GREATER THAN 1
               WRITE FIXTURE-RPT-REC FROM FX-NO-DIV-LINE
             END-IF
           END-IF.
           PERFORM 3000-BUILD-SCHEDULE THRU 3000-BUILD-SCHEDULE-EXIT.
           SET FX-DIV-IDX UP BY 1.
       2800-SCHEDULE-DIVISION-EXIT.
           EXIT.

       2900-TAKE-PLAYER.
           IF FX-PLR-DIVISION(FX-PLR-IDX) IS EQUAL TO FX-CUR-DIVISION
             ADD 1 TO FX-SLOT-COUNT
             SET FX-SLOT-IDX TO FX-SLOT-COUNT
             MOVE FX-PLR-ID(FX-PLR-IDX) TO FX-SLOT(FX-SLOT-IDX)
           END-IF.
           SET FX-PLR-IDX UP BY 1.
       2900-TAKE-PLAYER-EXIT.
           EXIT.

      *    One round per league week. Fewer than two active players
      *    means nothing to schedule; an odd count pads the last
      *    slot with BYE so the pairing arithmetic stays even.
           END-IF.
           COMPUTE FX-ROUND-LIMIT = FX-SLOT-COUNT - 1.
           COMPUTE FX-PAIR-LIMIT = FX-SLOT-COUNT / 2.
           IF FX-ROUND-LIMIT IS GREATER THAN FX-ROUND-HIGH
             MOVE FX-ROUND-LIMIT TO FX-ROUND-HIGH
           END-IF.
           MOVE 0 TO FX-ROUND.
           PERFORM 3100-ONE-ROUND THRU 3100-ONE-ROUND-EXIT
             FX-ROUND-LIMIT TIMES.

       3100-ONE-ROUND.
           ADD 1 TO FX-ROUND.
           MOVE FX-ROUND TO FX-RPT-ROUND.
           WRITE FIXTURE-RPT-REC FROM FX-ROUND-LINE.
           MOVE 1 TO FX-PAIR-I.
               MOVE FX-SLOT(FX-PAIR-I) TO FX-RPT-BYE-ID
               WRITE FIXTURE-RPT-REC FROM FX-BYE-LINE
             ELSE
               ADD 1 TO FX-ROUND-MATCH(FX-ROUND)
               MOVE FX-ROUND-MATCH(FX-ROUND) TO FX-MATCH
               ADD 1 TO FX-FIXTURE-COUNT
               MOVE FX-ROUND TO FX-ROUND-NO
               MOVE FX-MATCH TO FX-MATCH-NO
           CLOSE FIXTURE-FILE.
           CLOSE FIXTURE-RPT-FILE.
           DISPLAY "FIXTSCHD PLAYERS=" FX-READ-COUNT
             " SCHEDULED=" FX-SCHEDULED-COUNT
             " DIVISIONS=" FX-DIV-COUNT
             " ROUNDS=" FX-ROUND-HIGH
             " FIXTURES=" FX-FIXTURE-COUNT.
       9000-TERMINATE-EXIT.
           EXIT.
