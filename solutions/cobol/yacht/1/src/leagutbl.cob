      *                 MATCHRES now settles fixtures on;
      *                 the table itself still ranks on the
      *                 recorded result either way.
      * 2026-09-28  DP  Fixtures FIXTPOST settles by forfeit
      *                 (FFTH/FFTA/FFTD) are counted in their
      *                 own FW/FL columns: a forfeit win takes
      *                 the two match points, a forfeit loss or
      *                 a double forfeit none. WON/DRN/LST and
      *                 the wins tie-break stay on games
      *                 actually played.
      * 2026-10-05  DP  Prints one table per league division,
      *                 divisions in code order, each player
      *                 placed by the division code on the
      *                 player master and ranked only against
      *                 their own division. Without divisions
      *                 in use the single table is unchanged.
      *****************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *        Read by key only, for the division each player on the
      *        results file plays in.
           SELECT PLAYER-MASTER-FILE ASSIGN TO "PLAYRMAS"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PM-PLAYER-ID
             FILE STATUS IS LG-MASTER-STATUS.

           SELECT MATCH-RESULT-FILE ASSIGN TO "MATCHRSL"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LG-RSLT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *        Byte-for-byte the same layout as PLAYERMNT's
      *        PM-MASTER-REC.
       FD  PLAYER-MASTER-FILE.
       01  PM-MASTER-REC.
           05 PM-PLAYER-ID          PIC X(10).
           05 PM-PLAYER-NAME        PIC X(20).
           05 PM-GAMES-PLAYED       PIC 9(05).
           05 PM-RUNNING-TOTAL      PIC 9(07).
           05 PM-HIGH-SCORE         PIC 9(03).
           05 PM-ACTIVE-FLAG        PIC X(01).
           05 FILLER                PIC X(10).
           05 PM-DIVISION-CODE      PIC X(02).
           05 FILLER                PIC X(07).

      *        Byte-for-byte the same layout as MATCHRES's
      *        MATCH-RESULT-REC.
       FD  MATCH-RESULT-FILE.
       01  LEAGUE-RPT-REC           PIC X(80).

       WORKING-STORAGE SECTION.
       01 LG-MASTER-STATUS          PIC XX VALUE "00".
       01 LG-RSLT-STATUS            PIC XX VALUE "00".
       01 LG-RPT-STATUS             PIC XX VALUE "00".

       01 LG-RSLT-EOF-SW            PIC X VALUE "N".
         88 LG-RSLT-EOF VALUE "Y".

       01 LG-MASTER-OPEN-SW         PIC X VALUE "N".
         88 LG-MASTER-OPEN VALUE "Y".

       01 LG-READ-COUNT             PIC 9(5) COMP VALUE 0.

      *    One entry per player seen on the results file, home or
      *    away: matches played, won, drawn, lost, and the match
      *    points the table ranks on, under the division the master
      *    places the player in (spaces when not placed or not on
      *    the master).
       01 LG-TABLE-COUNT            PIC 9(4) COMP VALUE 0.
       01 LG-LEAGUE-TABLE.
         05 LG-ENTRY OCCURS 500 TIMES INDEXED BY LG-IDX.
           10 LG-DIVISION           PIC X(02).
           10 LG-PLAYER-ID          PIC X(10).
           10 LG-PLAYED             PIC 9(03).
           10 LG-WON                PIC 9(03).
           10 LG-DRAWN              PIC 9(03).
           10 LG-LOST               PIC 9(03).
           10 LG-FFT-WON            PIC 9(03).
           10 LG-FFT-LOST           PIC 9(03).
           10 LG-POINTS             PIC 9(04).

       01 LG-FOUND-SW               PIC X VALUE "N".
         88 LG-KEY-FOUND VALUE "Y".
       01 LG-LOOKUP-ID              PIC X(10) VALUE SPACES.
      *    W/D/L on a game played; F won by forfeit, N lost by
      *    forfeit (a double forfeit is an N to both sides).
       01 LG-OUTCOME                PIC X(01) VALUE SPACE.

       01 LG-HOLD-ENTRY.
         05 LG-HOLD-DIVISION        PIC X(02).
         05 LG-HOLD-PLAYER-ID       PIC X(10).
         05 LG-HOLD-PLAYED          PIC 9(03).
         05 LG-HOLD-WON             PIC 9(03).
         05 LG-HOLD-DRAWN           PIC 9(03).
         05 LG-HOLD-LOST            PIC 9(03).
         05 LG-HOLD-FFT-WON         PIC 9(03).
         05 LG-HOLD-FFT-LOST        PIC 9(03).
         05 LG-HOLD-POINTS          PIC 9(04).
       01 LG-SWAPPED-SW             PIC X VALUE "N".
         88 LG-SWAPPED VALUE "Y".
       01 LG-SORT-I                 PIC 9(4) COMP VALUE 0.
       01 LG-SORT-LIMIT             PIC 9(4) COMP VALUE 0.
       01 LG-RANK                   PIC 9(4) COMP VALUE 0.
       01 LG-CUR-DIVISION           PIC X(02) VALUE SPACES.
      *    "Y" once any player on the table is in a division, so a
      *    shop not using divisions keeps its single plain table.
       01 LG-DIVISIONS-SW           PIC X VALUE "N".
         88 LG-DIVISIONS-IN-USE VALUE "Y".

       01 LG-HDR-LINE-1             PIC X(34)
         VALUE "LEAGUE TABLE  RANKED ON MATCH PTS".
         05 FILLER                  PIC X(06) VALUE "WON".
         05 FILLER                  PIC X(06) VALUE "DRN".
         05 FILLER                  PIC X(06) VALUE "LST".
         05 FILLER                  PIC X(06) VALUE "FW".
         05 FILLER                  PIC X(06) VALUE "FL".
         05 FILLER                  PIC X(04) VALUE "PTS".

       01 LG-DIV-LINE.
         05 FILLER                  PIC X(09) VALUE "DIVISION ".
         05 LG-RPT-DIVISION         PIC X(02).
       01 LG-NO-DIV-LINE            PIC X(25)
         VALUE "NOT PLACED IN A DIVISION".
       01 LG-BLANK-LINE             PIC X(01) VALUE SPACE.

       01 LG-RPT-LINE.
         05 LG-RPT-RANK             PIC ZZZ9.
         05 FILLER                  PIC X(02) VALUE SPACES.
         05 FILLER                  PIC X(02) VALUE SPACES.
         05 LG-RPT-LOST             PIC ZZZ9.
         05 FILLER                  PIC X(02) VALUE SPACES.
         05 LG-RPT-FFT-WON          PIC ZZZ9.
         05 FILLER                  PIC X(02) VALUE SPACES.
         05 LG-RPT-FFT-LOST         PIC ZZZ9.
         05 FILLER                  PIC X(02) VALUE SPACES.
         05 LG-RPT-POINTS           PIC ZZZ9.

       01 LG-LEGEND-LINE            PIC X(58)
         VALUE "FW/FL = FIXTURES WON/LOST BY FORFEIT, INCLUDED IN PLD".

       PROCEDURE DIVISION.

       0000-MAINLINE.
             MOVE "Y" TO LG-RSLT-EOF-SW
           END-IF.
           OPEN OUTPUT LEAGUE-RPT-FILE.
           OPEN INPUT PLAYER-MASTER-FILE.
           IF LG-MASTER-STATUS IS EQUAL TO "00"
             MOVE "Y" TO LG-MASTER-OPEN-SW
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      *    Each decided fixture posts once to each side: a win to
      *    one player and a loss to the other, or a draw to both.
      *    A forfeit posts the same way but to the forfeit columns;
      *    a double forfeit is a forfeit loss to both.
       2000-TALLY-RESULTS.
           READ MATCH-RESULT-FILE
             AT END
                   MOVE "W" TO LG-OUTCOME
                 WHEN "AWAY"
                   MOVE "L" TO LG-OUTCOME
                 WHEN "FFTH"
                   MOVE "F" TO LG-OUTCOME
                 WHEN "FFTA"
                 WHEN "FFTD"
                   MOVE "N" TO LG-OUTCOME
                 WHEN OTHER
                   MOVE "D" TO LG-OUTCOME
               END-EVALUATE
                   MOVE "W" TO LG-OUTCOME
                 WHEN "HOME"
                   MOVE "L" TO LG-OUTCOME
                 WHEN "FFTA"
                   MOVE "F" TO LG-OUTCOME
                 WHEN "FFTH"
                 WHEN "FFTD"
                   MOVE "N" TO LG-OUTCOME
                 WHEN OTHER
                   MOVE "D" TO LG-OUTCOME
               END-EVALUATE
             ADD 1 TO LG-TABLE-COUNT
             SET LG-IDX TO LG-TABLE-COUNT
             MOVE LG-LOOKUP-ID TO LG-PLAYER-ID(LG-IDX)
             PERFORM 3200-FIND-DIVISION THRU 3200-FIND-DIVISION-EXIT
             MOVE 0 TO LG-PLAYED(LG-IDX)
             MOVE 0 TO LG-WON(LG-IDX)
             MOVE 0 TO LG-DRAWN(LG-IDX)
             MOVE 0 TO LG-LOST(LG-IDX)
             MOVE 0 TO LG-FFT-WON(LG-IDX)
             MOVE 0 TO LG-FFT-LOST(LG-IDX)
             MOVE 0 TO LG-POINTS(LG-IDX)
           END-IF.
           ADD 1 TO LG-PLAYED(LG-IDX).
             WHEN "D"
               ADD 1 TO LG-DRAWN(LG-IDX)
               ADD 1 TO LG-POINTS(LG-IDX)
             WHEN "F"
               ADD 1 TO LG-FFT-WON(LG-IDX)
               ADD 2 TO LG-POINTS(LG-IDX)
             WHEN "N"
               ADD 1 TO LG-FFT-LOST(LG-IDX)
             WHEN OTHER
               ADD 1 TO LG-LOST(LG-IDX)
           END-EVALUATE.
       3110-COMPARE-ENTRY-EXIT.
           EXIT.

      *    Looked up once, when the player first appears on the
      *    results; an id no longer on the master (merged away) or
      *    a master that cannot be opened leaves the player in the
      *    unplaced group.
       3200-FIND-DIVISION.
           MOVE SPACES TO LG-DIVISION(LG-IDX).
           IF LG-MASTER-OPEN
             MOVE LG-LOOKUP-ID TO PM-PLAYER-ID
             READ PLAYER-MASTER-FILE
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE PM-DIVISION-CODE TO LG-DIVISION(LG-IDX)
             END-READ
           END-IF.
           IF LG-DIVISION(LG-IDX) IS NOT EQUAL TO SPACES
             MOVE "Y" TO LG-DIVISIONS-SW
           END-IF.
       3200-FIND-DIVISION-EXIT.
           EXIT.

      *    Exchange sort, ascending on division and within it
      *    descending on match points with wins as the tie-break;
      *    repeats full sweeps until a sweep makes no swap, the same
      *    way the standings programs rank.
       5000-SORT-TABLE.
           IF LG-TABLE-COUNT IS LESS THAN 2
             GO TO 5000-SORT-TABLE-EXIT

       5200-SORT-COMPARE.
           SET LG-IDX TO LG-SORT-I.
           IF LG-DIVISION(LG-IDX) IS GREATER THAN
               LG-DIVISION(LG-IDX + 1)
             OR (LG-DIVISION(LG-IDX) IS EQUAL TO LG-DIVISION(LG-IDX + 1)
               AND LG-POINTS(LG-IDX) IS LESS THAN
                 LG-POINTS(LG-IDX + 1))
             OR (LG-DIVISION(LG-IDX) IS EQUAL TO LG-DIVISION(LG-IDX + 1)
               AND LG-POINTS(LG-IDX) IS EQUAL TO LG-POINTS(LG-IDX + 1)
               AND LG-WON(LG-IDX) IS LESS THAN LG-WON(LG-IDX + 1))
             MOVE LG-ENTRY(LG-IDX) TO LG-HOLD-ENTRY
             MOVE LG-ENTRY(LG-IDX + 1) TO LG-ENTRY(LG-IDX)

       6000-PRINT-TABLE.
           WRITE LEAGUE-RPT-REC FROM LG-HDR-LINE-1.
           IF NOT LG-DIVISIONS-IN-USE
             WRITE LEAGUE-RPT-REC FROM LG-HDR-LINE-2
           END-IF.
           MOVE 0 TO LG-RANK.
           MOVE HIGH-VALUES TO LG-CUR-DIVISION.
           IF LG-TABLE-COUNT IS GREATER THAN 0
             SET LG-IDX TO 1
             PERFORM 6100-PRINT-ONE-PLAYER
               THRU 6100-PRINT-ONE-PLAYER-EXIT
               LG-TABLE-COUNT TIMES
           END-IF.
           WRITE LEAGUE-RPT-REC FROM LG-LEGEND-LINE.
       6000-PRINT-TABLE-EXIT.
           EXIT.

      *    With divisions in use, each division opens with its own
      *    heading and the rank starts again from one.
       6100-PRINT-ONE-PLAYER.
           IF LG-DIVISIONS-IN-USE
             AND LG-DIVISION(LG-IDX) IS NOT EQUAL TO LG-CUR-DIVISION
             MOVE LG-DIVISION(LG-IDX) TO LG-CUR-DIVISION
             MOVE 0 TO LG-RANK
             WRITE LEAGUE-RPT-REC FROM LG-BLANK-LINE
             IF LG-CUR-DIVISION IS EQUAL TO SPACES
               WRITE LEAGUE-RPT-REC FROM LG-NO-DIV-LINE
             ELSE
               MOVE LG-CUR-DIVISION TO LG-RPT-DIVISION
               WRITE LEAGUE-RPT-REC FROM LG-DIV-LINE
             END-IF
             WRITE LEAGUE-RPT-REC FROM LG-HDR-LINE-2
           END-IF.
           ADD 1 TO LG-RANK.
           MOVE LG-RANK TO LG-RPT-RANK.
           MOVE LG-PLAYER-ID(LG-IDX) TO LG-RPT-PLAYER-ID.
           MOVE LG-WON(LG-IDX) TO LG-RPT-WON.
           MOVE LG-DRAWN(LG-IDX) TO LG-RPT-DRAWN.
           MOVE LG-LOST(LG-IDX) TO LG-RPT-LOST.
           MOVE LG-FFT-WON(LG-IDX) TO LG-RPT-FFT-WON.
           MOVE LG-FFT-LOST(LG-IDX) TO LG-RPT-FFT-LOST.
           MOVE LG-POINTS(LG-IDX) TO LG-RPT-POINTS.
           WRITE LEAGUE-RPT-REC FROM LG-RPT-LINE.
           SET LG-IDX UP BY 1.
             CLOSE MATCH-RESULT-FILE
           END-IF.
           CLOSE LEAGUE-RPT-FILE.
           IF LG-MASTER-OPEN
             CLOSE PLAYER-MASTER-FILE
           END-IF.
           DISPLAY "LEAGUTBL RESULTS=" LG-READ-COUNT
             " PLAYERS=" LG-TABLE-COUNT.
       9000-TERMINATE-EXIT.
