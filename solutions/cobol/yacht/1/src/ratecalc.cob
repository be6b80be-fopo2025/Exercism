       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATECALC.
       AUTHOR. DATA-PROCESSING.
       INSTALLATION. GAME-NIGHT-SHOP.
       DATE-WRITTEN. 2026-09-21.
       DATE-COMPILED.

      *****************************************************
      * MODIFICATION HISTORY
      * 2026-09-21  DP  Original rating build: replays every
      *                 settled fixture on the match-results
      *                 file in the order MATCHRES appended
      *                 it and moves both players' ratings
      *                 Elo-fashion -- everyone starts at
      *                 1500, and a result moves the two
      *                 ratings by 32 times the gap between
      *                 what happened and what the ratings
      *                 expected, so beating a strong player
      *                 is worth more than beating a weak
      *                 one. Rewrites the rating master in
      *                 full each run, keyed by player id in
      *                 ascending order, with the rating-
      *                 history trail behind it -- one row
      *                 per player per fixture -- and a
      *                 ranked listing report.
      * 2026-09-28  DP  Fixtures settled by forfeit (FFTH/
      *                 FFTA/FFTD) are read but not rated: no
      *                 game was played, so neither rating
      *                 moves and no history row is written.
      *****************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GENERIC.
       OBJECT-COMPUTER. GENERIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MATCH-RESULT-FILE ASSIGN TO "MATCHRSL"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RA-RSLT-STATUS.

      *        One row per rated player, rebuilt whole each run the
      *        way HCAPCALC rebuilds the handicap master, so a
      *        result taken off the results file by a correction
      *        drops out of everyone's rating on the next run.
           SELECT RATING-MASTER-FILE ASSIGN TO "RATEMAS"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RA-RATE-STATUS.

      *        The rating-history trail: each player's rating
      *        before and after every fixture, in results order.
           SELECT RATING-HIST-FILE ASSIGN TO "RATEHIST"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RA-HIST-STATUS.

           SELECT RATING-RPT-FILE ASSIGN TO "RATERPT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RA-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  RATING-MASTER-FILE.
       01  RATING-MASTER-REC.
           05 RT-PLAYER-ID          PIC X(10).
           05 RT-RATING             PIC 9(04)V99.
           05 RT-PEAK-RATING        PIC 9(04)V99.
           05 RT-PLAYED             PIC 9(04).
           05 RT-WON                PIC 9(04).
           05 RT-DRAWN              PIC 9(04).
           05 RT-LOST               PIC 9(04).
           05 RT-LAST-DATE          PIC X(08).

      *        Outcome is from the row's own player's side: "W",
      *        "D" or "L".
       FD  RATING-HIST-FILE.
       01  RATING-HIST-REC.
           05 RH-PLAYER-ID          PIC X(10).
           05 RH-MATCH-DATE         PIC X(08).
           05 RH-ROUND-NO           PIC 9(03).
           05 RH-OPPONENT-ID        PIC X(10).
           05 RH-OUTCOME            PIC X(01).
           05 RH-OPP-RATING         PIC 9(04)V99.
           05 RH-RATING-BEFORE      PIC 9(04)V99.
           05 RH-RATING-AFTER       PIC 9(04)V99.

       FD  RATING-RPT-FILE.
       01  RATING-RPT-REC           PIC X(80).

       WORKING-STORAGE SECTION.
       01 RA-RSLT-STATUS            PIC XX VALUE "00".
       01 RA-RATE-STATUS            PIC XX VALUE "00".
       01 RA-HIST-STATUS            PIC XX VALUE "00".
       01 RA-RPT-STATUS             PIC XX VALUE "00".

       01 RA-RSLT-EOF-SW            PIC X VALUE "N".
         88 RA-RSLT-EOF VALUE "Y".

       01 RA-READ-COUNT             PIC 9(7) COMP VALUE 0.
       01 RA-RATED-COUNT            PIC 9(7) COMP VALUE 0.

      *    Where every new player starts, and how far one result can
      *    move a rating: a win the ratings called a coin toss is
      *    worth half of RA-K-FACTOR.
       01 RA-START-RATING           PIC 9(04)V99 VALUE 1500.
       01 RA-K-FACTOR               PIC 9(02) VALUE 32.

       01 RA-TABLE-COUNT            PIC 9(4) COMP VALUE 0.
       01 RA-RATING-TABLE.
         05 RA-ENTRY OCCURS 500 TIMES INDEXED BY RA-IDX.
           10 RA-PLAYER-ID          PIC X(10).
           10 RA-RATING             PIC 9(04)V99.
           10 RA-PEAK-RATING        PIC 9(04)V99.
           10 RA-PLAYED             PIC 9(04).
           10 RA-WON                PIC 9(04).
           10 RA-DRAWN              PIC 9(04).
           10 RA-LOST               PIC 9(04).
           10 RA-LAST-DATE          PIC X(08).
       01 RA-HOLD-ENTRY.
         05 RA-HOLD-PLAYER-ID       PIC X(10).
         05 RA-HOLD-RATING          PIC 9(04)V99.
         05 RA-HOLD-PEAK-RATING     PIC 9(04)V99.
         05 RA-HOLD-PLAYED          PIC 9(04).
         05 RA-HOLD-WON             PIC 9(04).
         05 RA-HOLD-DRAWN           PIC 9(04).
         05 RA-HOLD-LOST            PIC 9(04).
         05 RA-HOLD-LAST-DATE       PIC X(08).
       01 RA-SWAPPED-SW             PIC X VALUE "N".
         88 RA-SWAPPED VALUE "Y".
       01 RA-SORT-I                 PIC 9(4) COMP VALUE 0.
       01 RA-SORT-LIMIT             PIC 9(4) COMP VALUE 0.
       01 RA-SORT-ORDER             PIC X(01) VALUE "I".
         88 RA-SORT-BY-RATING VALUE "R".
       01 RA-RANK                   PIC 9(4) COMP VALUE 0.

       01 RA-FOUND-SW               PIC X VALUE "N".
         88 RA-KEY-FOUND VALUE "Y".
       01 RA-LOOKUP-ID              PIC X(10) VALUE SPACES.
       01 RA-HOME-IDX               PIC 9(4) COMP VALUE 0.
       01 RA-AWAY-IDX               PIC 9(4) COMP VALUE 0.

      *    The Elo arithmetic: the home side's expected score from
      *    the rating gap, its actual score (1, one half, or 0),
      *    and the points that pass between the two ratings. What
      *    one side gains the other loses.
       01 RA-HOME-BEFORE            PIC 9(04)V99 VALUE 0.
       01 RA-AWAY-BEFORE            PIC 9(04)V99 VALUE 0.
       01 RA-EXPONENT               PIC S9(03)V9(06) VALUE 0.
       01 RA-POWER                  PIC 9(09)V9(06) VALUE 0.
       01 RA-EXPECTED               PIC 9V9(06) VALUE 0.
       01 RA-ACTUAL                 PIC 9V9 VALUE 0.
       01 RA-SURPRISE               PIC S9V9(06) VALUE 0.
       01 RA-SHIFT                  PIC S9(03)V99 VALUE 0.

       01 RA-HDR-LINE-1.
         05 FILLER                  PIC X(38)
           VALUE "PLAYER RATINGS  RANKED  FIXTURES RATED".
         05 FILLER                  PIC X(01) VALUE SPACE.
         05 RA-HDR-RATED            PIC ZZZZZZ9.
       01 RA-HDR-LINE-2.
         05 FILLER                  PIC X(06) VALUE "RANK".
         05 FILLER                  PIC X(12) VALUE "PLAYER".
         05 FILLER                  PIC X(08) VALUE "RATING".
         05 FILLER                  PIC X(08) VALUE "PEAK".
         05 FILLER                  PIC X(06) VALUE "PLD".
         05 FILLER                  PIC X(06) VALUE "WON".
         05 FILLER                  PIC X(06) VALUE "DRN".
         05 FILLER                  PIC X(06) VALUE "LST".
         05 FILLER                  PIC X(11) VALUE "LAST PLAYED".

       01 RA-RPT-LINE.
         05 RA-RPT-RANK             PIC ZZZ9.
         05 FILLER                  PIC X(02) VALUE SPACES.
         05 RA-RPT-PLAYER-ID        PIC X(10).
         05 FILLER                  PIC X(02) VALUE SPACES.
         05 RA-RPT-RATING           PIC ZZZ9.
         05 FILLER                  PIC X(04) VALUE SPACES.
         05 RA-RPT-PEAK             PIC ZZZ9.
         05 FILLER                  PIC X(04) VALUE SPACES.
         05 RA-RPT-PLAYED           PIC ZZZ9.
         05 FILLER                  PIC X(02) VALUE SPACES.
         05 RA-RPT-WON              PIC ZZZ9.
         05 FILLER                  PIC X(02) VALUE SPACES.
         05 RA-RPT-DRAWN            PIC ZZZ9.
         05 FILLER                  PIC X(02) VALUE SPACES.
         05 RA-RPT-LOST             PIC ZZZ9.
         05 FILLER                  PIC X(02) VALUE SPACES.
         05 RA-RPT-LAST-DATE        PIC X(08).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-REPLAY-RESULTS THRU 2000-REPLAY-RESULTS-EXIT
             UNTIL RA-RSLT-EOF.
           MOVE "I" TO RA-SORT-ORDER.
           PERFORM 4000-SORT-PLAYERS THRU 4000-SORT-PLAYERS-EXIT.
           PERFORM 5000-WRITE-MASTER THRU 5000-WRITE-MASTER-EXIT.
           MOVE "R" TO RA-SORT-ORDER.
           PERFORM 4000-SORT-PLAYERS THRU 4000-SORT-PLAYERS-EXIT.
           PERFORM 6000-PRINT-RANKING THRU 6000-PRINT-RANKING-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT MATCH-RESULT-FILE.
           IF RA-RSLT-STATUS IS EQUAL TO "35"
             MOVE "Y" TO RA-RSLT-EOF-SW
           END-IF.
           OPEN OUTPUT RATING-MASTER-FILE.
           OPEN OUTPUT RATING-HIST-FILE.
           OPEN OUTPUT RATING-RPT-FILE.
       1000-INITIALIZE-EXIT.
           EXIT.

      *    The results file is in the order the fixtures settled,
      *    so replaying it front to back moves each rating in the
      *    order the games were played. A forfeit says nothing
      *    about playing strength and is passed over.
       2000-REPLAY-RESULTS.
           READ MATCH-RESULT-FILE
             AT END
               MOVE "Y" TO RA-RSLT-EOF-SW
               GO TO 2000-REPLAY-RESULTS-EXIT
           END-READ.
           ADD 1 TO RA-READ-COUNT.
           IF MS-RESULT(1:3) IS EQUAL TO "FFT"
             GO TO 2000-REPLAY-RESULTS-EXIT
           END-IF.
           PERFORM 3000-RATE-FIXTURE THRU 3000-RATE-FIXTURE-EXIT.
       2000-REPLAY-RESULTS-EXIT.
           EXIT.

      *    Expected score for the home side is
      *    1 / (1 + 10 ** ((away - home) / 400)); the shift is
      *    K times actual less expected, added to home and taken
      *    from away. Worked a step at a time so every
      *    intermediate keeps its six decimal places.
       3000-RATE-FIXTURE.
           ADD 1 TO RA-RATED-COUNT.
           MOVE MS-HOME-ID TO RA-LOOKUP-ID.
           PERFORM 3100-FIND-OR-ADD THRU 3100-FIND-OR-ADD-EXIT.
           SET RA-HOME-IDX TO RA-IDX.
           MOVE MS-AWAY-ID TO RA-LOOKUP-ID.
           PERFORM 3100-FIND-OR-ADD THRU 3100-FIND-OR-ADD-EXIT.
           SET RA-AWAY-IDX TO RA-IDX.
           MOVE RA-RATING(RA-HOME-IDX) TO RA-HOME-BEFORE.
           MOVE RA-RATING(RA-AWAY-IDX) TO RA-AWAY-BEFORE.
           SUBTRACT RA-HOME-BEFORE FROM RA-AWAY-BEFORE
             GIVING RA-EXPONENT.
           DIVIDE 400 INTO RA-EXPONENT.
           COMPUTE RA-POWER = 10 ** RA-EXPONENT.
           ADD 1 TO RA-POWER.
           DIVIDE RA-POWER INTO 1 GIVING RA-EXPECTED ROUNDED.
           EVALUATE MS-RESULT
             WHEN "HOME"
               MOVE 1 TO RA-ACTUAL
               ADD 1 TO RA-WON(RA-HOME-IDX)
               ADD 1 TO RA-LOST(RA-AWAY-IDX)
             WHEN "AWAY"
               MOVE 0 TO RA-ACTUAL
               ADD 1 TO RA-LOST(RA-HOME-IDX)
               ADD 1 TO RA-WON(RA-AWAY-IDX)
             WHEN OTHER
               MOVE 0.5 TO RA-ACTUAL
               ADD 1 TO RA-DRAWN(RA-HOME-IDX)
               ADD 1 TO RA-DRAWN(RA-AWAY-IDX)
           END-EVALUATE.
           SUBTRACT RA-EXPECTED FROM RA-ACTUAL GIVING RA-SURPRISE.
           MULTIPLY RA-K-FACTOR BY RA-SURPRISE
             GIVING RA-SHIFT ROUNDED.
           ADD RA-SHIFT TO RA-HOME-BEFORE
             GIVING RA-RATING(RA-HOME-IDX).
           SUBTRACT RA-SHIFT FROM RA-AWAY-BEFORE
             GIVING RA-RATING(RA-AWAY-IDX).
           SET RA-IDX TO RA-HOME-IDX.
           PERFORM 3200-POST-PLAYED THRU 3200-POST-PLAYED-EXIT.
           SET RA-IDX TO RA-AWAY-IDX.
           PERFORM 3200-POST-PLAYED THRU 3200-POST-PLAYED-EXIT.
           MOVE MS-MATCH-DATE TO RH-MATCH-DATE.
           MOVE MS-ROUND-NO TO RH-ROUND-NO.
           MOVE MS-HOME-ID TO RH-PLAYER-ID.
           MOVE MS-AWAY-ID TO RH-OPPONENT-ID.
           EVALUATE MS-RESULT
             WHEN "HOME"
               MOVE "W" TO RH-OUTCOME
             WHEN "AWAY"
               MOVE "L" TO RH-OUTCOME
             WHEN OTHER
               MOVE "D" TO RH-OUTCOME
           END-EVALUATE.
           MOVE RA-AWAY-BEFORE TO RH-OPP-RATING.
           MOVE RA-HOME-BEFORE TO RH-RATING-BEFORE.
           MOVE RA-RATING(RA-HOME-IDX) TO RH-RATING-AFTER.
           WRITE RATING-HIST-REC.
           MOVE MS-AWAY-ID TO RH-PLAYER-ID.
           MOVE MS-HOME-ID TO RH-OPPONENT-ID.
           EVALUATE MS-RESULT
             WHEN "HOME"
               MOVE "L" TO RH-OUTCOME
             WHEN "AWAY"
               MOVE "W" TO RH-OUTCOME
             WHEN OTHER
               MOVE "D" TO RH-OUTCOME
           END-EVALUATE.
           MOVE RA-HOME-BEFORE TO RH-OPP-RATING.
           MOVE RA-AWAY-BEFORE TO RH-RATING-BEFORE.
           MOVE RA-RATING(RA-AWAY-IDX) TO RH-RATING-AFTER.
           WRITE RATING-HIST-REC.
       3000-RATE-FIXTURE-EXIT.
           EXIT.

      *    Leaves RA-IDX on RA-LOOKUP-ID's entry, adding it at the
      *    starting rating if this is the player's first fixture.
       3100-FIND-OR-ADD.
           MOVE "N" TO RA-FOUND-SW.
           IF RA-TABLE-COUNT IS GREATER THAN 0
             SET RA-IDX TO 1
             PERFORM 3110-COMPARE-PLAYER THRU 3110-COMPARE-PLAYER-EXIT
               RA-TABLE-COUNT TIMES
           END-IF.
           IF NOT RA-KEY-FOUND
             ADD 1 TO RA-TABLE-COUNT
             SET RA-IDX TO RA-TABLE-COUNT
             MOVE RA-LOOKUP-ID TO RA-PLAYER-ID(RA-IDX)
             MOVE RA-START-RATING TO RA-RATING(RA-IDX)
             MOVE RA-START-RATING TO RA-PEAK-RATING(RA-IDX)
             MOVE 0 TO RA-PLAYED(RA-IDX)
             MOVE 0 TO RA-WON(RA-IDX)
             MOVE 0 TO RA-DRAWN(RA-IDX)
             MOVE 0 TO RA-LOST(RA-IDX)
             MOVE SPACES TO RA-LAST-DATE(RA-IDX)
           END-IF.
       3100-FIND-OR-ADD-EXIT.
           EXIT.

       3110-COMPARE-PLAYER.
           IF RA-KEY-FOUND
             CONTINUE
           ELSE
             IF RA-LOOKUP-ID IS EQUAL TO RA-PLAYER-ID(RA-IDX)
               MOVE "Y" TO RA-FOUND-SW
             ELSE
               SET RA-IDX UP BY 1
             END-IF
           END-IF.
       3110-COMPARE-PLAYER-EXIT.
           EXIT.

       3200-POST-PLAYED.
           ADD 1 TO RA-PLAYED(RA-IDX).
           MOVE MS-MATCH-DATE TO RA-LAST-DATE(RA-IDX).
           IF RA-RATING(RA-IDX) IS GREATER THAN RA-PEAK-RATING(RA-IDX)
             MOVE RA-RATING(RA-IDX) TO RA-PEAK-RATING(RA-IDX)
           END-IF.
       3200-POST-PLAYED-EXIT.
           EXIT.

      *    Exchange sort, ascending on player id for the master or
      *    descending on rating for the ranking, as RA-SORT-ORDER
      *    says.
       4000-SORT-PLAYERS.
           IF RA-TABLE-COUNT IS LESS THAN 2
             GO TO 4000-SORT-PLAYERS-EXIT
           END-IF.
           MOVE "Y" TO RA-SWAPPED-SW.
           PERFORM 4100-SORT-SWEEP THRU 4100-SORT-SWEEP-EXIT
             UNTIL NOT RA-SWAPPED.
       4000-SORT-PLAYERS-EXIT.
           EXIT.

       4100-SORT-SWEEP.
           MOVE "N" TO RA-SWAPPED-SW.
           COMPUTE RA-SORT-LIMIT = RA-TABLE-COUNT - 1.
           MOVE 1 TO RA-SORT-I.
           PERFORM 4200-SORT-COMPARE THRU 4200-SORT-COMPARE-EXIT
             RA-SORT-LIMIT TIMES.
       4100-SORT-SWEEP-EXIT.
           EXIT.

       4200-SORT-COMPARE.
           SET RA-IDX TO RA-SORT-I.
           IF (RA-SORT-BY-RATING
               AND RA-RATING(RA-IDX) IS LESS THAN
                 RA-RATING(RA-IDX + 1))
             OR (NOT RA-SORT-BY-RATING
               AND RA-PLAYER-ID(RA-IDX) IS GREATER THAN
                 RA-PLAYER-ID(RA-IDX + 1))
             MOVE RA-ENTRY(RA-IDX) TO RA-HOLD-ENTRY
             MOVE RA-ENTRY(RA-IDX + 1) TO RA-ENTRY(RA-IDX)
             MOVE RA-HOLD-ENTRY TO RA-ENTRY(RA-IDX + 1)
             MOVE "Y" TO RA-SWAPPED-SW
           END-IF.
           ADD 1 TO RA-SORT-I.
       4200-SORT-COMPARE-EXIT.
           EXIT.

       5000-WRITE-MASTER.
           IF RA-TABLE-COUNT IS GREATER THAN 0
             SET RA-IDX TO 1
             PERFORM 5100-WRITE-ONE-PLAYER
               THRU 5100-WRITE-ONE-PLAYER-EXIT
               RA-TABLE-COUNT TIMES
           END-IF.
       5000-WRITE-MASTER-EXIT.
           EXIT.

       5100-WRITE-ONE-PLAYER.
           MOVE RA-PLAYER-ID(RA-IDX) TO RT-PLAYER-ID.
           MOVE RA-RATING(RA-IDX) TO RT-RATING.
           MOVE RA-PEAK-RATING(RA-IDX) TO RT-PEAK-RATING.
           MOVE RA-PLAYED(RA-IDX) TO RT-PLAYED.
           MOVE RA-WON(RA-IDX) TO RT-WON.
           MOVE RA-DRAWN(RA-IDX) TO RT-DRAWN.
           MOVE RA-LOST(RA-IDX) TO RT-LOST.
           MOVE RA-LAST-DATE(RA-IDX) TO RT-LAST-DATE.
           WRITE RATING-MASTER-REC.
           SET RA-IDX UP BY 1.
       5100-WRITE-ONE-PLAYER-EXIT.
           EXIT.

       6000-PRINT-RANKING.
           MOVE RA-RATED-COUNT TO RA-HDR-RATED.
           WRITE RATING-RPT-REC FROM RA-HDR-LINE-1.
           WRITE RATING-RPT-REC FROM RA-HDR-LINE-2.
           MOVE 0 TO RA-RANK.
           IF RA-TABLE-COUNT IS GREATER THAN 0
             SET RA-IDX TO 1
             PERFORM 6100-PRINT-ONE-PLAYER
               THRU 6100-PRINT-ONE-PLAYER-EXIT
               RA-TABLE-COUNT TIMES
           END-IF.
       6000-PRINT-RANKING-EXIT.
           EXIT.

       6100-PRINT-ONE-PLAYER.
           ADD 1 TO RA-RANK.
           MOVE RA-RANK TO RA-RPT-RANK.
           MOVE RA-PLAYER-ID(RA-IDX) TO RA-RPT-PLAYER-ID.
           ADD ZERO TO RA-RATING(RA-IDX) GIVING RA-RPT-RATING
             ROUNDED.
           ADD ZERO TO RA-PEAK-RATING(RA-IDX) GIVING RA-RPT-PEAK
             ROUNDED.
           MOVE RA-PLAYED(RA-IDX) TO RA-RPT-PLAYED.
           MOVE RA-WON(RA-IDX) TO RA-RPT-WON.
           MOVE RA-DRAWN(RA-IDX) TO RA-RPT-DRAWN.
           MOVE RA-LOST(RA-IDX) TO RA-RPT-LOST.
           MOVE RA-LAST-DATE(RA-IDX) TO RA-RPT-LAST-DATE.
           WRITE RATING-RPT-REC FROM RA-RPT-LINE.
           SET RA-IDX UP BY 1.
       6100-PRINT-ONE-PLAYER-EXIT.
           EXIT.

       9000-TERMINATE.
           IF RA-RSLT-STATUS IS NOT EQUAL TO "35"
             CLOSE MATCH-RESULT-FILE
           END-IF.
           CLOSE RATING-MASTER-FILE.
           CLOSE RATING-HIST-FILE.
           CLOSE RATING-RPT-FILE.
           DISPLAY "RATECALC RESULTS=" RA-READ-COUNT
             " RATED=" RA-RATED-COUNT
             " PLAYERS=" RA-TABLE-COUNT.
       9000-TERMINATE-EXIT.
           EXIT.
