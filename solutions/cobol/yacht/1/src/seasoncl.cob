      *                 end of job, so the operations
      *                 report's schedule checks can see
      *                 the close-out actually ran.
      * 2026-10-02  DP  Each player's reset is journalled
      *                 through PMJRNLW, transaction code
      *                 "S", so the season totals zeroed
      *                 here can still be looked up as of
      *                 any date before the close.
      * 2026-10-05  DP  Promotion and relegation between the
      *                 league divisions: each division is
      *                 ranked on match points off MATCHRSL
      *                 the way LEAGUTBL ranks it, the top N
      *                 go up a division and the bottom N go
      *                 down (N off SEASPARM, default 2, cut
      *                 to half a small division), the new
      *                 division is stamped on the master
      *                 with the season reset, the move is
      *                 recorded on the player's SEASHIST
      *                 row, and a promotion and relegation
      *                 notice is printed on PROMRPT.
      * 2026-10-15  DP  Refuses to run unless the business-date
      *                 file BUSDTCTL keeps shows an open date,
      *                 so a stream run after the date was
      *                 closed, or with no date set, stops
      *                 before anything is touched.
      *****************************************************

       ENVIRONMENT DIVISION.
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SC-RPT-STATUS.

      *        The season's league results, for the division tables
      *        promotion and relegation are decided on; optional.
           SELECT MATCH-RESULT-FILE ASSIGN TO "MATCHRSL"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SC-RSLT-STATUS.

      *        Promotion and relegation notice for the noticeboard.
           SELECT PROMOTION-RPT-FILE ASSIGN TO "PROMRPT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SC-PROM-STATUS.

      *        BUSDTCTL's one-record business-date file; the run
      *        refuses to start unless it shows an open date.
           SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SC-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *        Byte-for-byte the same layout as PLAYERMNT's
           05 PM-HIGH-SCORE         PIC 9(03).
           05 PM-ACTIVE-FLAG        PIC X(01).
             88 PM-PLAYER-INACTIVE VALUE "I".
           05 FILLER                PIC X(10).
           05 PM-DIVISION-CODE      PIC X(02).
           05 FILLER                PIC X(07).

      *        One snapshot row per player per closed season: the
      *        season code up front, then the master record's
           05 SH-RUNNING-TOTAL      PIC 9(07).
           05 SH-HIGH-SCORE         PIC 9(03).
           05 SH-ACTIVE-FLAG        PIC X(01).
      *        The division the season was played in, the player's
      *        final place in it (zero when unranked), "P" promoted,
      *        "R" relegated or space, and the division the player
      *        starts the new season in.
           05 SH-DIVISION-CODE      PIC X(02).
           05 SH-DIVISION-RANK      PIC 9(03).
           05 SH-MOVE-CODE          PIC X(01).
           05 SH-NEW-DIVISION       PIC X(02).

      *        Season code, then how many players go up and down
      *        from each division; blank takes the default of two.
       FD  SEASON-PARM-FILE.
       01  SEASON-PARM-REC.
           05 SP-SEASON-CODE        PIC X(06).
           05 SP-MOVE-COUNT         PIC 9(02).
           05 FILLER                PIC X(72).

       FD  SEASON-RPT-FILE.
       01  SEASON-RPT-REC           PIC X(80).

      *        Byte-for-byte the same layout as MATCHRES's
      *        MATCH-RESULT-REC.
       FD  MATCH-RESULT-FILE.
       01  MATCH-RESULT-REC.
           05 MS-ROUND-NO           PIC 9(03).
           05 MS-MATCH-DATE         PIC X(08).
           05 MS-HOME-ID            PIC X(10).
           05 MS-AWAY-ID            PIC X(10).
           05 MS-HOME-TOTAL         PIC 9(03).
           05 MS-AWAY-TOTAL         PIC 9(03).
           05 MS-HOME-NET           PIC 9(04).
           05 MS-AWAY-NET           PIC 9(04).
           05 MS-RESULT             PIC X(04).

       FD  PROMOTION-RPT-FILE.
       01  PROMOTION-RPT-REC        PIC X(80).

      *        Byte-for-byte the same layout as BUSDTCTL's
      *        BUS-DATE-REC.
       FD  BUS-DATE-FILE.
       01  BUS-DATE-REC.
           05 BD-DATE-STATUS        PIC X(06).
           05 BD-BUSINESS-DATE      PIC X(08).
           05 BD-PRIOR-DATE         PIC X(08).
           05 BD-OPEN-STAMP         PIC X(14).
           05 BD-CLOSE-STAMP        PIC X(14).

       WORKING-STORAGE SECTION.
       01 SC-MASTER-STATUS          PIC XX VALUE "00".
       01 SC-HIST-STATUS            PIC XX VALUE "00".
       01 SC-PARM-STATUS            PIC XX VALUE "00".
       01 SC-RPT-STATUS             PIC XX VALUE "00".
       01 SC-RSLT-STATUS            PIC XX VALUE "00".
       01 SC-PROM-STATUS            PIC XX VALUE "00".
       01 SC-BUSDATE-STATUS         PIC XX VALUE "00".

      *    Set from the business-date file before anything opens;
      *    no open business date means no run.
       01 SC-BUS-DATE-SW            PIC X VALUE "N".
         88 SC-BUS-DATE-OPEN VALUE "Y".
       01 SC-BUSINESS-DATE          PIC X(08) VALUE SPACES.

       01 SC-MASTER-EOF-SW          PIC X VALUE "N".
         88 SC-MASTER-EOF VALUE "Y".
       01 SC-RANK-EOF-SW            PIC X VALUE "N".
         88 SC-RANK-EOF VALUE "Y".
       01 SC-RSLT-EOF-SW            PIC X VALUE "N".
         88 SC-RSLT-EOF VALUE "Y".

      *    The season being closed; a run without a parameter card
      *    stamps "UNKNWN" rather than abending, so the snapshot is

       01 SC-READ-COUNT             PIC 9(5) COMP VALUE 0.
       01 SC-RESET-COUNT            PIC 9(5) COMP VALUE 0.
       01 SC-PROMOTED-COUNT         PIC 9(5) COMP VALUE 0.
       01 SC-RELEGATED-COUNT        PIC 9(5) COMP VALUE 0.

      *    How many players go up from, and down from, each
      *    division at the close.
       01 SC-MOVE-COUNT             PIC 9(02) VALUE 2.

      *        Must stay byte-for-byte aligned with RUNLOGW's LINKAGE
      *        SECTION WS-RUNLOG-PARMS record.
         05 SC-RL-REJECT-COUNT      PIC 9(07).
         05 SC-RL-WORST-STATUS      PIC XX VALUE "00".

      *        Must stay byte-for-byte aligned with PMJRNLW's LINKAGE
      *        SECTION JW-JOURNAL-PARMS record.
       01 SC-JOURNAL-PARMS.
         05 SC-JP-PROGRAM-ID        PIC X(10) VALUE "SEASONCL".
         05 SC-JP-TRAN-CODE         PIC X(01).
         05 SC-JP-ACTION            PIC X(01).
         05 SC-JP-BEFORE-IMAGE      PIC X(65).
         05 SC-JP-AFTER-IMAGE       PIC X(65).

      *    Final-standings table built from a first pass of the
      *    master before the totals are zeroed, sorted the same way
      *    PLAYRSTD ranks the live table: average per game
      *    descending, high score as the tie-break. Inactive players
      *    are snapshotted and reset but do not rank. Each entry
      *    also carries the player's division, the league match
      *    points and wins off MATCHRSL, and the place and move
      *    the division table gives them.
       01 SC-TABLE-COUNT            PIC 9(4) COMP VALUE 0.
       01 SC-STANDINGS-TABLE.
         05 SC-ENTRY OCCURS 500 TIMES INDEXED BY SC-IDX.
           10 SC-GAMES-PLAYED       PIC 9(05).
           10 SC-AVERAGE            PIC 9(03)V99.
           10 SC-HIGH-SCORE         PIC 9(03).
           10 SC-DIVISION           PIC X(02).
           10 SC-POINTS             PIC 9(04).
           10 SC-WON                PIC 9(03).
           10 SC-DIV-RANK           PIC 9(03).
           10 SC-MOVE-CODE          PIC X(01).
           10 SC-NEW-DIVISION       PIC X(02).

       01 SC-HOLD-ENTRY.
         05 SC-HOLD-PLAYER-ID       PIC X(10).
         05 SC-HOLD-GAMES-PLAYED    PIC 9(05).
         05 SC-HOLD-AVERAGE         PIC 9(03)V99.
         05 SC-HOLD-HIGH-SCORE      PIC 9(03).
         05 SC-HOLD-DIVISION        PIC X(02).
         05 SC-HOLD-POINTS          PIC 9(04).
         05 SC-HOLD-WON             PIC 9(03).
         05 SC-HOLD-DIV-RANK        PIC 9(03).
         05 SC-HOLD-MOVE-CODE       PIC X(01).
         05 SC-HOLD-NEW-DIVISION    PIC X(02).

       01 SC-FOUND-SW               PIC X VALUE "N".
         88 SC-KEY-FOUND VALUE "Y".
       01 SC-LOOKUP-ID              PIC X(10) VALUE SPACES.
      *    W/D/L on a game played; F won by forfeit, N lost by
      *    forfeit -- scored the way LEAGUTBL scores them.
       01 SC-OUTCOME                PIC X(01) VALUE SPACE.

      *    Every division code an active player carries, sorted so
      *    the lowest code, the top division, comes first; the
      *    entry above a division is where its top players go, the
      *    entry below where its bottom players go. Each division
      *    also counts its ranked players.
       01 SC-DIV-COUNT              PIC 9(4) COMP VALUE 0.
       01 SC-DIV-TABLE.
         05 SC-DIV-ENTRY OCCURS 100 TIMES INDEXED BY SC-DIV-IDX.
           10 SC-DIV-CODE           PIC X(02).
           10 SC-DIV-RANKED         PIC 9(4) COMP.
       01 SC-HOLD-DIV-ENTRY.
         05 SC-HOLD-DIV-CODE        PIC X(02).
         05 SC-HOLD-DIV-RANKED      PIC 9(4) COMP.
       01 SC-DIV-FOUND-SW           PIC X VALUE "N".
         88 SC-DIV-FOUND VALUE "Y".
       01 SC-LOOKUP-DIVISION        PIC X(02) VALUE SPACES.
       01 SC-CUR-DIVISION           PIC X(02) VALUE SPACES.
       01 SC-DIV-POS                PIC 9(4) COMP VALUE 0.
       01 SC-DIV-LIMIT              PIC 9(4) COMP VALUE 0.
       01 SC-DIV-CUTOFF             PIC 9(4) COMP VALUE 0.
       01 SC-SWAPPED-SW             PIC X VALUE "N".
         88 SC-SWAPPED VALUE "Y".
       01 SC-SORT-I                 PIC 9(4) COMP VALUE 0.
         05 FILLER                  PIC X(09) VALUE "AVERAGE".
         05 FILLER                  PIC X(04) VALUE "HIGH".

       01 SC-PROM-HDR-1.
         05 FILLER                  PIC X(33)
           VALUE "PROMOTION AND RELEGATION  SEASON ".
         05 SC-PROM-SEASON-CODE     PIC X(06).
       01 SC-PROM-HDR-2.
         05 FILLER                  PIC X(29)
           VALUE "PLAYERS GOING UP/DOWN EACH: ".
         05 SC-PROM-MOVE-COUNT      PIC Z9.
       01 SC-PROM-DIV-LINE.
         05 FILLER                  PIC X(09) VALUE "DIVISION ".
         05 SC-PROM-DIVISION        PIC X(02).
       01 SC-PROM-COL-LINE.
         05 FILLER                  PIC X(06) VALUE "RANK".
         05 FILLER                  PIC X(12) VALUE "PLAYER".
         05 FILLER                  PIC X(22) VALUE "NAME".
         05 FILLER                  PIC X(06) VALUE "PTS".
         05 FILLER                  PIC X(05) VALUE "WON".
         05 FILLER                  PIC X(04) VALUE "MOVE".
       01 SC-PROM-LINE.
         05 SC-PROM-RANK            PIC ZZZ9.
         05 FILLER                  PIC X(02) VALUE SPACES.
         05 SC-PROM-PLAYER-ID       PIC X(10).
         05 FILLER                  PIC X(02) VALUE SPACES.
         05 SC-PROM-PLAYER-NAME     PIC X(20).
         05 FILLER                  PIC X(02) VALUE SPACES.
         05 SC-PROM-POINTS          PIC ZZZ9.
         05 FILLER                  PIC X(02) VALUE SPACES.
         05 SC-PROM-WON             PIC ZZ9.
         05 FILLER                  PIC X(02) VALUE SPACES.
         05 SC-PROM-MOVE            PIC X(13).
         05 SC-PROM-NEW-DIVISION    PIC X(02).
       01 SC-PROM-NONE-LINE         PIC X(40)
         VALUE "NO DIVISIONS IN USE -- NOBODY MOVES".
       01 SC-BLANK-LINE             PIC X(01) VALUE SPACE.

       01 SC-RPT-LINE.
         05 SC-RPT-RANK             PIC ZZZ9.
         05 FILLER                  PIC X(02) VALUE SPACES.
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0200-CHECK-BUSINESS-DATE
             THRU 0200-CHECK-BUSINESS-DATE-EXIT.
           IF NOT SC-BUS-DATE-OPEN
             DISPLAY "SEASONCL *** NO BUSINESS DATE OPEN"
               " - RUN REFUSED ***"
             DISPLAY "SEASONCL RUN BUSDTCTL WITH AN OPEN CARD FIRST"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 1500-RANK-MASTER THRU 1500-RANK-MASTER-EXIT
             UNTIL SC-RANK-EOF.
           PERFORM 6000-DIVISION-MOVES THRU 6000-DIVISION-MOVES-EXIT.
           PERFORM 1600-RESTART-MASTER THRU 1600-RESTART-MASTER-EXIT.
           PERFORM 2000-CLOSE-OUT-MASTER
             THRU 2000-CLOSE-OUT-MASTER-EXIT
             UNTIL SC-MASTER-EOF.
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           STOP RUN.

      *    The processing date comes from the business-date file
      *    BUSDTCTL keeps, not the clock. A missing file or a
      *    closed date leaves the switch off and the run refused.
       0200-CHECK-BUSINESS-DATE.
           OPEN INPUT BUS-DATE-FILE.
           IF SC-BUSDATE-STATUS IS EQUAL TO "35"
             GO TO 0200-CHECK-BUSINESS-DATE-EXIT
           END-IF.
           READ BUS-DATE-FILE
             AT END
               CONTINUE
             NOT AT END
               IF BD-DATE-STATUS IS EQUAL TO "OPEN"
                 MOVE "Y" TO SC-BUS-DATE-SW
                 MOVE BD-BUSINESS-DATE TO SC-BUSINESS-DATE
               END-IF
           END-READ.
           CLOSE BUS-DATE-FILE.
       0200-CHECK-BUSINESS-DATE-EXIT.
           EXIT.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO SC-RL-START-STAMP.
           PERFORM 1100-READ-PARM THRU 1100-READ-PARM-EXIT.
           OPEN I-O PLAYER-MASTER-FILE.
           IF SC-MASTER-STATUS IS EQUAL TO "35"
             MOVE "Y" TO SC-MASTER-EOF-SW
             MOVE "Y" TO SC-RANK-EOF-SW
           END-IF.
           OPEN EXTEND SEASON-HIST-FILE.
           IF SC-HIST-STATUS IS EQUAL TO "05" OR "35"
             OPEN OUTPUT SEASON-HIST-FILE
           END-IF.
           OPEN OUTPUT SEASON-RPT-FILE.
           OPEN OUTPUT PROMOTION-RPT-FILE.
           IF NOT SC-RANK-EOF
             MOVE LOW-VALUES TO PM-PLAYER-ID
             START PLAYER-MASTER-FILE
               KEY IS GREATER THAN OR EQUAL TO PM-PLAYER-ID
               INVALID KEY
                 MOVE "Y" TO SC-RANK-EOF-SW
             END-START
           END-IF.
       1000-INITIALIZE-EXIT.
                 IF SP-SEASON-CODE IS NOT EQUAL TO SPACES
                   MOVE SP-SEASON-CODE TO SC-SEASON-CODE
                 END-IF
                 IF SP-MOVE-COUNT IS NUMERIC
                   MOVE SP-MOVE-COUNT TO SC-MOVE-COUNT
                 END-IF
             END-READ
             CLOSE SEASON-PARM-FILE
           END-IF.
       1100-READ-PARM-EXIT.
           EXIT.

      *    First pass: the standings table and the division list are
      *    built before anything is written, so every player's move
      *    is known by the time the close-out pass snapshots and
      *    resets the record.
       1500-RANK-MASTER.
           READ PLAYER-MASTER-FILE NEXT RECORD
             AT END
               MOVE "Y" TO SC-RANK-EOF-SW
             NOT AT END
               PERFORM 3200-RANK-PLAYER THRU 3200-RANK-PLAYER-EXIT
               IF NOT PM-PLAYER-INACTIVE
                 AND PM-DIVISION-CODE IS NOT EQUAL TO SPACES
                 MOVE PM-DIVISION-CODE TO SC-LOOKUP-DIVISION
                 PERFORM 1510-FIND-DIVISION
                   THRU 1510-FIND-DIVISION-EXIT
                 IF NOT SC-DIV-FOUND
                   ADD 1 TO SC-DIV-COUNT
                   SET SC-DIV-IDX TO SC-DIV-COUNT
                   MOVE PM-DIVISION-CODE TO SC-DIV-CODE(SC-DIV-IDX)
                   MOVE 0 TO SC-DIV-RANKED(SC-DIV-IDX)
                 END-IF
               END-IF
           END-READ.
       1500-RANK-MASTER-EXIT.
           EXIT.

      *    Leaves SC-DIV-IDX sitting on the matching division when
      *    the found switch comes back "Y".
       1510-FIND-DIVISION.
           MOVE "N" TO SC-DIV-FOUND-SW.
           IF SC-DIV-COUNT IS GREATER THAN 0
             SET SC-DIV-IDX TO 1
             PERFORM 1520-COMPARE-DIVISION
               THRU 1520-COMPARE-DIVISION-EXIT
               SC-DIV-COUNT TIMES
           END-IF.
       1510-FIND-DIVISION-EXIT.
           EXIT.

       1520-COMPARE-DIVISION.
           IF SC-DIV-FOUND
             CONTINUE
           ELSE
             IF SC-LOOKUP-DIVISION IS EQUAL TO SC-DIV-CODE(SC-DIV-IDX)
               MOVE "Y" TO SC-DIV-FOUND-SW
             ELSE
               SET SC-DIV-IDX UP BY 1
             END-IF
           END-IF.
       1520-COMPARE-DIVISION-EXIT.
           EXIT.

      *    Back to the top of the master for the close-out pass.
       1600-RESTART-MASTER.
           IF SC-MASTER-EOF
             GO TO 1600-RESTART-MASTER-EXIT
           END-IF.
           MOVE LOW-VALUES TO PM-PLAYER-ID.
           START PLAYER-MASTER-FILE
             KEY IS GREATER THAN OR EQUAL TO PM-PLAYER-ID
             INVALID KEY
               MOVE "Y" TO SC-MASTER-EOF-SW
           END-START.
       1600-RESTART-MASTER-EXIT.
           EXIT.

       2000-CLOSE-OUT-MASTER.
           READ PLAYER-MASTER-FILE NEXT RECORD
             AT END
               ADD 1 TO SC-READ-COUNT
               PERFORM 3000-SNAPSHOT-PLAYER
                 THRU 3000-SNAPSHOT-PLAYER-EXIT
               PERFORM 3400-RESET-PLAYER THRU 3400-RESET-PLAYER-EXIT
           END-READ.
       2000-CLOSE-OUT-MASTER-EXIT.
           MOVE PM-RUNNING-TOTAL TO SH-RUNNING-TOTAL.
           MOVE PM-HIGH-SCORE TO SH-HIGH-SCORE.
           MOVE PM-ACTIVE-FLAG TO SH-ACTIVE-FLAG.
           MOVE PM-DIVISION-CODE TO SH-DIVISION-CODE.
           MOVE PM-PLAYER-ID TO SC-LOOKUP-ID.
           PERFORM 3100-FIND-ENTRY THRU 3100-FIND-ENTRY-EXIT.
           IF SC-KEY-FOUND
             MOVE SC-DIV-RANK(SC-IDX) TO SH-DIVISION-RANK
             MOVE SC-MOVE-CODE(SC-IDX) TO SH-MOVE-CODE
             MOVE SC-NEW-DIVISION(SC-IDX) TO SH-NEW-DIVISION
           ELSE
             MOVE 0 TO SH-DIVISION-RANK
             MOVE SPACE TO SH-MOVE-CODE
             MOVE PM-DIVISION-CODE TO SH-NEW-DIVISION
           END-IF.
           WRITE SEASON-HIST-REC.
       3000-SNAPSHOT-PLAYER-EXIT.
           EXIT.

      *    Leaves SC-IDX sitting on the matching entry when the
      *    found switch comes back "Y".
       3100-FIND-ENTRY.
           MOVE "N" TO SC-FOUND-SW.
           IF SC-TABLE-COUNT IS GREATER THAN 0
             SET SC-IDX TO 1
             PERFORM 3110-COMPARE-ENTRY THRU 3110-COMPARE-ENTRY-EXIT
               SC-TABLE-COUNT TIMES
           END-IF.
       3100-FIND-ENTRY-EXIT.
           EXIT.

       3110-COMPARE-ENTRY.
           IF SC-KEY-FOUND
             CONTINUE
           ELSE
             IF SC-LOOKUP-ID IS EQUAL TO SC-PLAYER-ID(SC-IDX)
               MOVE "Y" TO SC-FOUND-SW
             ELSE
               SET SC-IDX UP BY 1
             END-IF
           END-IF.
       3110-COMPARE-ENTRY-EXIT.
           EXIT.

       3200-RANK-PLAYER.
           IF PM-PLAYER-INACTIVE
             OR PM-GAMES-PLAYED IS EQUAL TO 0
             MOVE PM-HIGH-SCORE TO SC-HIGH-SCORE(SC-IDX)
             COMPUTE SC-AVERAGE(SC-IDX) ROUNDED =
               PM-RUNNING-TOTAL / PM-GAMES-PLAYED
             MOVE PM-DIVISION-CODE TO SC-DIVISION(SC-IDX)
             MOVE 0 TO SC-POINTS(SC-IDX)
             MOVE 0 TO SC-WON(SC-IDX)
             MOVE 0 TO SC-DIV-RANK(SC-IDX)
             MOVE SPACE TO SC-MOVE-CODE(SC-IDX)
             MOVE PM-DIVISION-CODE TO SC-NEW-DIVISION(SC-IDX)
           END-IF.
       3200-RANK-PLAYER-EXIT.
           EXIT.

      *    The lifetime high score survives the close; only the
      *    season accumulators go back to zero. A promoted or
      *    relegated player's new division goes on in the same
      *    rewrite, SC-IDX still sitting on the entry the snapshot
      *    found.
       3400-RESET-PLAYER.
           MOVE PM-MASTER-REC TO SC-JP-BEFORE-IMAGE.
           MOVE 0 TO PM-GAMES-PLAYED.
           MOVE 0 TO PM-RUNNING-TOTAL.
           IF SC-KEY-FOUND
             EVALUATE SC-MOVE-CODE(SC-IDX)
               WHEN "P"
                 MOVE SC-NEW-DIVISION(SC-IDX) TO PM-DIVISION-CODE
                 ADD 1 TO SC-PROMOTED-COUNT
               WHEN "R"
                 MOVE SC-NEW-DIVISION(SC-IDX) TO PM-DIVISION-CODE
                 ADD 1 TO SC-RELEGATED-COUNT
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-IF.
           REWRITE PM-MASTER-REC.
           IF SC-MASTER-STATUS IS EQUAL TO "00"
             MOVE "S" TO SC-JP-TRAN-CODE
             MOVE "C" TO SC-JP-ACTION
             MOVE PM-MASTER-REC TO SC-JP-AFTER-IMAGE
             CALL "PMJRNLW" USING SC-JOURNAL-PARMS
           END-IF.
           ADD 1 TO SC-RESET-COUNT.
       3400-RESET-PLAYER-EXIT.
           EXIT.
       5100-PRINT-ONE-PLAYER-EXIT.
           EXIT.

      *    Ranks every division on its league table, decides the
      *    moves and prints the notice, all before the close-out
      *    pass touches the master.
       6000-DIVISION-MOVES.
           PERFORM 6100-TALLY-RESULTS THRU 6100-TALLY-RESULTS-EXIT.
           PERFORM 6300-SORT-DIVISIONS THRU 6300-SORT-DIVISIONS-EXIT.
           PERFORM 6400-SORT-BY-DIVISION
             THRU 6400-SORT-BY-DIVISION-EXIT.
           IF SC-TABLE-COUNT IS GREATER THAN 0
             SET SC-IDX TO 1
             PERFORM 6500-COUNT-RANKED THRU 6500-COUNT-RANKED-EXIT
               SC-TABLE-COUNT TIMES
             MOVE HIGH-VALUES TO SC-CUR-DIVISION
             SET SC-IDX TO 1
             PERFORM 6600-DECIDE-MOVE THRU 6600-DECIDE-MOVE-EXIT
               SC-TABLE-COUNT TIMES
           END-IF.
           PERFORM 7000-PRINT-NOTICE THRU 7000-PRINT-NOTICE-EXIT.
       6000-DIVISION-MOVES-EXIT.
           EXIT.

      *    No results file just leaves every division ranked on the
      *    season average alone.
       6100-TALLY-RESULTS.
           OPEN INPUT MATCH-RESULT-FILE.
           IF SC-RSLT-STATUS IS EQUAL TO "35"
             GO TO 6100-TALLY-RESULTS-EXIT
           END-IF.
           PERFORM 6110-READ-RESULT THRU 6110-READ-RESULT-EXIT
             UNTIL SC-RSLT-EOF.
           CLOSE MATCH-RESULT-FILE.
       6100-TALLY-RESULTS-EXIT.
           EXIT.

      *    Each decided fixture posts once to each side, scored the
      *    way LEAGUTBL scores its table.
       6110-READ-RESULT.
           READ MATCH-RESULT-FILE
             AT END
               MOVE "Y" TO SC-RSLT-EOF-SW
             NOT AT END
               MOVE MS-HOME-ID TO SC-LOOKUP-ID
               EVALUATE MS-RESULT
                 WHEN "HOME"
                   MOVE "W" TO SC-OUTCOME
                 WHEN "AWAY"
                   MOVE "L" TO SC-OUTCOME
                 WHEN "FFTH"
                   MOVE "F" TO SC-OUTCOME
                 WHEN "FFTA"
                 WHEN "FFTD"
                   MOVE "N" TO SC-OUTCOME
                 WHEN OTHER
                   MOVE "D" TO SC-OUTCOME
               END-EVALUATE
               PERFORM 6200-POST-OUTCOME THRU 6200-POST-OUTCOME-EXIT
               MOVE MS-AWAY-ID TO SC-LOOKUP-ID
               EVALUATE MS-RESULT
                 WHEN "AWAY"
                   MOVE "W" TO SC-OUTCOME
                 WHEN "HOME"
                   MOVE "L" TO SC-OUTCOME
                 WHEN "FFTA"
                   MOVE "F" TO SC-OUTCOME
                 WHEN "FFTH"
                 WHEN "FFTD"
                   MOVE "N" TO SC-OUTCOME
                 WHEN OTHER
                   MOVE "D" TO SC-OUTCOME
               END-EVALUATE
               PERFORM 6200-POST-OUTCOME THRU 6200-POST-OUTCOME-EXIT
           END-READ.
       6110-READ-RESULT-EXIT.
           EXIT.

      *    A player not in the standings table -- inactive, or no
      *    games this season -- is not ranked and takes nothing.
       6200-POST-OUTCOME.
           PERFORM 3100-FIND-ENTRY THRU 3100-FIND-ENTRY-EXIT.
           IF NOT SC-KEY-FOUND
             GO TO 6200-POST-OUTCOME-EXIT
           END-IF.
           EVALUATE SC-OUTCOME
             WHEN "W"
               ADD 1 TO SC-WON(SC-IDX)
               ADD 2 TO SC-POINTS(SC-IDX)
             WHEN "D"
               ADD 1 TO SC-POINTS(SC-IDX)
             WHEN "F"
               ADD 2 TO SC-POINTS(SC-IDX)
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
       6200-POST-OUTCOME-EXIT.
           EXIT.

      *    Exchange sort of the division list into code order.
       6300-SORT-DIVISIONS.
           IF SC-DIV-COUNT IS LESS THAN 2
             GO TO 6300-SORT-DIVISIONS-EXIT
           END-IF.
           MOVE "Y" TO SC-SWAPPED-SW.
           PERFORM 6310-SORT-SWEEP THRU 6310-SORT-SWEEP-EXIT
             UNTIL NOT SC-SWAPPED.
       6300-SORT-DIVISIONS-EXIT.
           EXIT.

       6310-SORT-SWEEP.
           MOVE "N" TO SC-SWAPPED-SW.
           COMPUTE SC-SORT-LIMIT = SC-DIV-COUNT - 1.
           MOVE 1 TO SC-SORT-I.
           PERFORM 6320-SORT-COMPARE THRU 6320-SORT-COMPARE-EXIT
             SC-SORT-LIMIT TIMES.
       6310-SORT-SWEEP-EXIT.
           EXIT.

       6320-SORT-COMPARE.
           SET SC-DIV-IDX TO SC-SORT-I.
           IF SC-DIV-CODE(SC-DIV-IDX) IS GREATER THAN
             SC-DIV-CODE(SC-DIV-IDX + 1)
             MOVE SC-DIV-ENTRY(SC-DIV-IDX) TO SC-HOLD-DIV-ENTRY
             MOVE SC-DIV-ENTRY(SC-DIV-IDX + 1)
               TO SC-DIV-ENTRY(SC-DIV-IDX)
             MOVE SC-HOLD-DIV-ENTRY TO SC-DIV-ENTRY(SC-DIV-IDX + 1)
             MOVE "Y" TO SC-SWAPPED-SW
           END-IF.
           ADD 1 TO SC-SORT-I.
       6320-SORT-COMPARE-EXIT.
           EXIT.

      *    Exchange sort into division tables: division code
      *    ascending, then match points descending, wins, then the
      *    season average as the final tie-break.
       6400-SORT-BY-DIVISION.
           IF SC-TABLE-COUNT IS LESS THAN 2
             GO TO 6400-SORT-BY-DIVISION-EXIT
           END-IF.
           MOVE "Y" TO SC-SWAPPED-SW.
           PERFORM 6410-SORT-SWEEP THRU 6410-SORT-SWEEP-EXIT
             UNTIL NOT SC-SWAPPED.
       6400-SORT-BY-DIVISION-EXIT.
           EXIT.

       6410-SORT-SWEEP.
           MOVE "N" TO SC-SWAPPED-SW.
           COMPUTE SC-SORT-LIMIT = SC-TABLE-COUNT - 1.
           MOVE 1 TO SC-SORT-I.
           PERFORM 6420-SORT-COMPARE THRU 6420-SORT-COMPARE-EXIT
             SC-SORT-LIMIT TIMES.
       6410-SORT-SWEEP-EXIT.
           EXIT.

       6420-SORT-COMPARE.
           SET SC-IDX TO SC-SORT-I.
           IF SC-DIVISION(SC-IDX) IS GREATER THAN
               SC-DIVISION(SC-IDX + 1)
             OR (SC-DIVISION(SC-IDX) IS EQUAL TO SC-DIVISION(SC-IDX + 1)
               AND SC-POINTS(SC-IDX) IS LESS THAN
                 SC-POINTS(SC-IDX + 1))
             OR (SC-DIVISION(SC-IDX) IS EQUAL TO SC-DIVISION(SC-IDX + 1)
               AND SC-POINTS(SC-IDX) IS EQUAL TO SC-POINTS(SC-IDX + 1)
               AND SC-WON(SC-IDX) IS LESS THAN SC-WON(SC-IDX + 1))
             OR (SC-DIVISION(SC-IDX) IS EQUAL TO SC-DIVISION(SC-IDX + 1)
               AND SC-POINTS(SC-IDX) IS EQUAL TO SC-POINTS(SC-IDX + 1)
               AND SC-WON(SC-IDX) IS EQUAL TO SC-WON(SC-IDX + 1)
               AND SC-AVERAGE(SC-IDX) IS LESS THAN
                 SC-AVERAGE(SC-IDX + 1))
             MOVE SC-ENTRY(SC-IDX) TO SC-HOLD-ENTRY
             MOVE SC-ENTRY(SC-IDX + 1) TO SC-ENTRY(SC-IDX)
             MOVE SC-HOLD-ENTRY TO SC-ENTRY(SC-IDX + 1)
             MOVE "Y" TO SC-SWAPPED-SW
           END-IF.
           ADD 1 TO SC-SORT-I.
       6420-SORT-COMPARE-EXIT.
           EXIT.

       6500-COUNT-RANKED.
           IF SC-DIVISION(SC-IDX) IS NOT EQUAL TO SPACES
             MOVE SC-DIVISION(SC-IDX) TO SC-LOOKUP-DIVISION
             PERFORM 1510-FIND-DIVISION THRU 1510-FIND-DIVISION-EXIT
             IF SC-DIV-FOUND
               ADD 1 TO SC-DIV-RANKED(SC-DIV-IDX)
             END-IF
           END-IF.
           SET SC-IDX UP BY 1.
       6500-COUNT-RANKED-EXIT.
           EXIT.

      *    Walks the division tables top to bottom. The top division
      *    has nowhere to promote to and the bottom one nowhere to
      *    relegate to; a division too small to move N each way
      *    moves half its ranked players, so nobody is both promoted
      *    and relegated. Unplaced players take no place and no move.
       6600-DECIDE-MOVE.
           PERFORM 6610-DECIDE-ONE-MOVE THRU 6610-DECIDE-ONE-MOVE-EXIT.
           SET SC-IDX UP BY 1.
       6600-DECIDE-MOVE-EXIT.
           EXIT.

       6610-DECIDE-ONE-MOVE.
           IF SC-DIVISION(SC-IDX) IS EQUAL TO SPACES
             GO TO 6610-DECIDE-ONE-MOVE-EXIT
           END-IF.
           IF SC-DIVISION(SC-IDX) IS NOT EQUAL TO SC-CUR-DIVISION
             MOVE SC-DIVISION(SC-IDX) TO SC-CUR-DIVISION
             MOVE SC-DIVISION(SC-IDX) TO SC-LOOKUP-DIVISION
             PERFORM 1510-FIND-DIVISION THRU 1510-FIND-DIVISION-EXIT
             MOVE 0 TO SC-DIV-POS
             MOVE SC-MOVE-COUNT TO SC-DIV-LIMIT
             COMPUTE SC-DIV-CUTOFF = SC-DIV-LIMIT * 2
             IF SC-DIV-CUTOFF IS GREATER THAN SC-DIV-RANKED(SC-DIV-IDX)
               COMPUTE SC-DIV-LIMIT = SC-DIV-RANKED(SC-DIV-IDX) / 2
             END-IF
             COMPUTE SC-DIV-CUTOFF =
               SC-DIV-RANKED(SC-DIV-IDX) - SC-DIV-LIMIT
           END-IF.
           ADD 1 TO SC-DIV-POS.
           MOVE SC-DIV-POS TO SC-DIV-RANK(SC-IDX).
           IF SC-DIV-POS IS NOT GREATER THAN SC-DIV-LIMIT
             AND SC-DIV-IDX IS GREATER THAN 1
             MOVE "P" TO SC-MOVE-CODE(SC-IDX)
             MOVE SC-DIV-CODE(SC-DIV-IDX - 1) TO SC-NEW-DIVISION(SC-IDX)
           END-IF.
           IF SC-DIV-POS IS GREATER THAN SC-DIV-CUTOFF
             AND SC-DIV-IDX IS LESS THAN SC-DIV-COUNT
             MOVE "R" TO SC-MOVE-CODE(SC-IDX)
             MOVE SC-DIV-CODE(SC-DIV-IDX + 1) TO SC-NEW-DIVISION(SC-IDX)
           END-IF.
       6610-DECIDE-ONE-MOVE-EXIT.
           EXIT.

      *    One table per division with each player's move beside
      *    them, for the noticeboard.
       7000-PRINT-NOTICE.
           MOVE SC-SEASON-CODE TO SC-PROM-SEASON-CODE.
           WRITE PROMOTION-RPT-REC FROM SC-PROM-HDR-1.
           MOVE SC-MOVE-COUNT TO SC-PROM-MOVE-COUNT.
           WRITE PROMOTION-RPT-REC FROM SC-PROM-HDR-2.
           IF SC-DIV-COUNT IS EQUAL TO 0
             WRITE PROMOTION-RPT-REC FROM SC-PROM-NONE-LINE
             GO TO 7000-PRINT-NOTICE-EXIT
           END-IF.
           MOVE HIGH-VALUES TO SC-CUR-DIVISION.
           IF SC-TABLE-COUNT IS GREATER THAN 0
             SET SC-IDX TO 1
             PERFORM 7100-PRINT-ONE-MOVE THRU 7100-PRINT-ONE-MOVE-EXIT
               SC-TABLE-COUNT TIMES
           END-IF.
       7000-PRINT-NOTICE-EXIT.
           EXIT.

       7100-PRINT-ONE-MOVE.
           PERFORM 7110-PRINT-MOVE-LINE THRU 7110-PRINT-MOVE-LINE-EXIT.
           SET SC-IDX UP BY 1.
       7100-PRINT-ONE-MOVE-EXIT.
           EXIT.

       7110-PRINT-MOVE-LINE.
           IF SC-DIVISION(SC-IDX) IS EQUAL TO SPACES
             GO TO 7110-PRINT-MOVE-LINE-EXIT
           END-IF.
           IF SC-DIVISION(SC-IDX) IS NOT EQUAL TO SC-CUR-DIVISION
             MOVE SC-DIVISION(SC-IDX) TO SC-CUR-DIVISION
             WRITE PROMOTION-RPT-REC FROM SC-BLANK-LINE
             MOVE SC-CUR-DIVISION TO SC-PROM-DIVISION
             WRITE PROMOTION-RPT-REC FROM SC-PROM-DIV-LINE
             WRITE PROMOTION-RPT-REC FROM SC-PROM-COL-LINE
           END-IF.
           MOVE SC-DIV-RANK(SC-IDX) TO SC-PROM-RANK.
           MOVE SC-PLAYER-ID(SC-IDX) TO SC-PROM-PLAYER-ID.
           MOVE SC-PLAYER-NAME(SC-IDX) TO SC-PROM-PLAYER-NAME.
           MOVE SC-POINTS(SC-IDX) TO SC-PROM-POINTS.
           MOVE SC-WON(SC-IDX) TO SC-PROM-WON.
           EVALUATE SC-MOVE-CODE(SC-IDX)
             WHEN "P"
               MOVE "PROMOTED TO" TO SC-PROM-MOVE
               MOVE SC-NEW-DIVISION(SC-IDX) TO SC-PROM-NEW-DIVISION
             WHEN "R"
               MOVE "RELEGATED TO" TO SC-PROM-MOVE
               MOVE SC-NEW-DIVISION(SC-IDX) TO SC-PROM-NEW-DIVISION
             WHEN OTHER
               MOVE "STAYS" TO SC-PROM-MOVE
               MOVE SPACES TO SC-PROM-NEW-DIVISION
           END-EVALUATE.
           WRITE PROMOTION-RPT-REC FROM SC-PROM-LINE.
       7110-PRINT-MOVE-LINE-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE PLAYER-MASTER-FILE.
           CLOSE SEASON-HIST-FILE.
           CLOSE SEASON-RPT-FILE.
           CLOSE PROMOTION-RPT-FILE.
           MOVE SC-READ-COUNT TO SC-RL-READ-COUNT.
           MOVE SC-RESET-COUNT TO SC-RL-PROC-COUNT.
           MOVE 0 TO SC-RL-REJECT-COUNT.
           CALL "RUNLOGW" USING SC-RUNLOG-PARMS.
           DISPLAY "SEASONCL SEASON=" SC-SEASON-CODE
             " PLAYERS=" SC-READ-COUNT
             " RESET=" SC-RESET-COUNT
             " PROMOTED=" SC-PROMOTED-COUNT
             " RELEGATED=" SC-RELEGATED-COUNT.
       9000-TERMINATE-EXIT.
           EXIT.
