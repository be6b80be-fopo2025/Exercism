       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUPRES.
       AUTHOR. DATA-PROCESSING.
       INSTALLATION. GAME-NIGHT-SHOP.
       DATE-WRITTEN. 2026-09-18.
       DATE-COMPILED.

      *****************************************************
      * MODIFICATION HISTORY
      * 2026-09-18  DP  Original cup-results step: ties the
      *                 night's finished games on the game-
      *                 history file back to the cup ties of
      *                 the round named on the parameter
      *                 card, the way MATCHRES does for the
      *                 league, settles each tie on the
      *                 handicap-adjusted net totals, puts
      *                 the winner through to the next
      *                 round, and prints the whole bracket
      *                 round by round until the final
      *                 names the cup winner. A tied net
      *                 goes to the higher gross, and a tie
      *                 on both to the higher seed, so every
      *                 tie played produces a winner.
      *****************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GENERIC.
       OBJECT-COMPUTER. GENERIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUP-PARM-FILE ASSIGN TO "CUPRPARM"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CR-PARM-STATUS.

           SELECT GAME-HIST-FILE ASSIGN TO "GAMEHIST"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CR-HIST-STATUS.

      *        The handicap master HCAPCALC rebuilds from the game
      *        history; ties settle on the net totals it yields.
           SELECT HCAP-MASTER-FILE ASSIGN TO "HCAPMAS"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CR-HCAP-STATUS.

      *        The bracket CUPDRAW lays out; loaded whole, settled
      *        in memory, and written back whole, the way NIGHTCTL
      *        keeps its control file.
           SELECT CUP-BRACKET-FILE ASSIGN TO "CUPBRKT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CR-BRKT-STATUS.

           SELECT CUP-RPT-FILE ASSIGN TO "CUPRRPT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CR-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUP-PARM-FILE.
       01  CUP-PARM-REC.
           05 CQ-ROUND-NO           PIC 9(02).
           05 CQ-MATCH-DATE         PIC X(08).
           05 FILLER                PIC X(70).

      *        Byte-for-byte the same layout as YACHTBAT's
      *        GAME-HIST-REC.
       FD  GAME-HIST-FILE.
       01  GAME-HIST-REC.
           05 GH-PLAYER-ID         PIC X(10).
           05 GH-GAME-DATE         PIC X(08).
           05 GH-CAT-SCORE         PIC 99 OCCURS 12 TIMES.
           05 GH-UPPER-TOTAL       PIC 9(03).
           05 GH-BONUS             PIC 9(02).
           05 GH-GRAND-TOTAL       PIC 9(03).
      *        Spaces on games played before night control existed.
           05 GH-SESSION-ID        PIC 9(06).
      *        Spaces (standard rules) on games from before variant
      *        support; anything else names the house variant.
           05 GH-VARIANT-CODE      PIC X(06).

      *        Byte-for-byte HCAPCALC's HCAP-MASTER-REC.
       FD  HCAP-MASTER-FILE.
       01  HCAP-MASTER-REC.
           05 HM-PLAYER-ID          PIC X(10).
           05 HM-RECENT-GAMES       PIC 9(03).
           05 HM-RECENT-AVG         PIC 9(03)V99.
           05 HM-HANDICAP           PIC 9(03).

      *        Byte-for-byte the same layout as CUPDRAW's
      *        CUP-BRACKET-REC.
       FD  CUP-BRACKET-FILE.
       01  CUP-BRACKET-REC.
           05 CB-ROUND-NO           PIC 9(02).
           05 CB-TIE-NO             PIC 9(03).
           05 CB-HOME-ID            PIC X(10).
           05 CB-HOME-SEED          PIC 9(03).
           05 CB-AWAY-ID            PIC X(10).
           05 CB-AWAY-SEED          PIC 9(03).
           05 CB-MATCH-DATE         PIC X(08).
           05 CB-HOME-TOTAL         PIC 9(03).
           05 CB-AWAY-TOTAL         PIC 9(03).
           05 CB-HOME-NET           PIC 9(04).
           05 CB-AWAY-NET           PIC 9(04).
           05 CB-WINNER-ID          PIC X(10).
           05 CB-DECIDED-BY         PIC X(04).

       FD  CUP-RPT-FILE.
       01  CUP-RPT-REC              PIC X(80).

       WORKING-STORAGE SECTION.
       01 CR-PARM-STATUS            PIC XX VALUE "00".
       01 CR-HIST-STATUS            PIC XX VALUE "00".
       01 CR-HCAP-STATUS            PIC XX VALUE "00".
       01 CR-BRKT-STATUS            PIC XX VALUE "00".
       01 CR-RPT-STATUS             PIC XX VALUE "00".

       01 CR-HIST-EOF-SW            PIC X VALUE "N".
         88 CR-HIST-EOF VALUE "Y".
       01 CR-HCAP-EOF-SW            PIC X VALUE "N".
         88 CR-HCAP-EOF VALUE "Y".
       01 CR-BRKT-EOF-SW            PIC X VALUE "N".
         88 CR-BRKT-EOF VALUE "Y".

      *    The round being settled and the game night it was played;
      *    a missing or blank card settles nothing and just prints
      *    the bracket as it stands.
       01 CR-ROUND-NO               PIC 9(02) VALUE 0.
       01 CR-MATCH-DATE             PIC X(08) VALUE SPACES.

       01 CR-HIST-READ-COUNT        PIC 9(7) COMP VALUE 0.
       01 CR-DECIDED-COUNT          PIC 9(5) COMP VALUE 0.
       01 CR-UNPLAYED-COUNT         PIC 9(5) COMP VALUE 0.
       01 CR-WAITING-COUNT          PIC 9(5) COMP VALUE 0.
       01 CR-SKIPPED-COUNT          PIC 9(5) COMP VALUE 0.

      *    Finished grand totals for the night, one entry per player
      *    off the game-history file; a rerun that appended the same
      *    game twice just overwrites the entry with the same total.
       01 CR-SCORE-TABLE-COUNT      PIC 9(4) COMP VALUE 0.
       01 CR-SCORE-TABLE.
         05 CR-SCORE-ENTRY OCCURS 500 TIMES INDEXED BY CR-SCORE-IDX.
           10 CR-SCORE-PLAYER-ID    PIC X(10).
           10 CR-SCORE-TOTAL        PIC 9(03).

      *    Handicaps loaded whole from the handicap master at
      *    startup; a player with no row nets at gross.
       01 CR-HCAP-COUNT             PIC 9(4) COMP VALUE 0.
       01 CR-HCAP-TABLE.
         05 CR-HC-ENTRY OCCURS 500 TIMES INDEXED BY CR-HC-IDX.
           10 CR-HC-PLAYER-ID       PIC X(10).
           10 CR-HC-HANDICAP        PIC 9(03).
       01 CR-HCAP-VALUE             PIC 9(03) VALUE 0.

      *    The whole bracket, in round then tie order as CUPDRAW
      *    wrote it. A round's first tie sits at
      *    CR-ROUND-START(round) + 1, so the tie a winner goes
      *    through to is found by arithmetic.
       01 CR-TIE-COUNT              PIC 9(4) COMP VALUE 0.
       01 CR-TIE-TABLE.
         05 CR-TIE OCCURS 127 TIMES INDEXED BY CR-TI-IDX.
           10 CR-TI-ROUND-NO        PIC 9(02).
           10 CR-TI-TIE-NO          PIC 9(03).
           10 CR-TI-HOME-ID         PIC X(10).
           10 CR-TI-HOME-SEED       PIC 9(03).
           10 CR-TI-AWAY-ID         PIC X(10).
           10 CR-TI-AWAY-SEED       PIC 9(03).
           10 CR-TI-MATCH-DATE      PIC X(08).
           10 CR-TI-HOME-TOTAL      PIC 9(03).
           10 CR-TI-AWAY-TOTAL      PIC 9(03).
           10 CR-TI-HOME-NET        PIC 9(04).
           10 CR-TI-AWAY-NET        PIC 9(04).
           10 CR-TI-WINNER-ID       PIC X(10).
           10 CR-TI-DECIDED-BY      PIC X(04).
       01 CR-ROUND-START-TABLE.
         05 CR-ROUND-START OCCURS 8 TIMES PIC 9(04).
       01 CR-ROUND-COUNT            PIC 9(02) VALUE 0.
       01 CR-ROUND-I                PIC 9(02) VALUE 0.
       01 CR-NEXT-TIE               PIC 9(4) COMP VALUE 0.
       01 CR-WINNER-SEED            PIC 9(03) VALUE 0.
       01 CR-CHAMPION-ID            PIC X(10) VALUE SPACES.

       01 CR-FOUND-SW               PIC X VALUE "N".
         88 CR-KEY-FOUND VALUE "Y".
       01 CR-LOOKUP-ID              PIC X(10) VALUE SPACES.
       01 CR-HOME-TOTAL             PIC 9(03) VALUE 0.
       01 CR-AWAY-TOTAL             PIC 9(03) VALUE 0.
       01 CR-HOME-FOUND-SW          PIC X VALUE "N".
         88 CR-HOME-FOUND VALUE "Y".
       01 CR-AWAY-FOUND-SW          PIC X VALUE "N".
         88 CR-AWAY-FOUND VALUE "Y".
       01 CR-BYE-ID                 PIC X(10) VALUE "BYE".

       01 CR-HDR-LINE.
         05 FILLER                  PIC X(19)
           VALUE "CUP RESULTS  ROUND ".
         05 CR-HDR-ROUND            PIC Z9.
         05 FILLER                  PIC X(07) VALUE "  DATE ".
         05 CR-HDR-DATE             PIC X(08).

       01 CR-BRACKET-HDR            PIC X(40)
         VALUE "CUP BRACKET AS IT NOW STANDS".

       01 CR-ROUND-LINE.
         05 CR-RND-NAME             PIC X(14).
         05 FILLER                  PIC X(07) VALUE " ROUND ".
         05 CR-RND-NO               PIC Z9.

      *    Seed, id and gross slash net on each side, then the
      *    outcome: the winner and how the tie was decided, or why
      *    it has not been.
       01 CR-TIE-LINE.
         05 FILLER                  PIC X(01) VALUE SPACE.
         05 CR-TL-TIE-NO            PIC ZZ9.
         05 FILLER                  PIC X(01) VALUE SPACE.
         05 CR-TL-HOME-SEED         PIC X(05).
         05 CR-TL-HOME-ID           PIC X(10).
         05 FILLER                  PIC X(01) VALUE SPACE.
         05 CR-TL-HOME-SCORE        PIC X(08).
         05 FILLER                  PIC X(03) VALUE " V ".
         05 CR-TL-AWAY-SEED         PIC X(05).
         05 CR-TL-AWAY-ID           PIC X(10).
         05 FILLER                  PIC X(01) VALUE SPACE.
         05 CR-TL-AWAY-SCORE        PIC X(08).
         05 FILLER                  PIC X(01) VALUE SPACE.
         05 CR-TL-NOTE              PIC X(23).

       01 CR-SEED-EDIT.
         05 FILLER                  PIC X(01) VALUE "(".
         05 CR-SE-SEED              PIC ZZ9.
         05 FILLER                  PIC X(01) VALUE ")".

       01 CR-SCORE-EDIT.
         05 CR-SC-GROSS             PIC ZZ9.
         05 FILLER                  PIC X(01) VALUE "/".
         05 CR-SC-NET               PIC ZZZ9.

       01 CR-CHAMPION-LINE.
         05 FILLER                  PIC X(14) VALUE "CUP WINNER  ".
         05 CR-CH-PLAYER-ID         PIC X(10).

       01 CR-TRL-LINE.
         05 FILLER                  PIC X(08) VALUE "DECIDED ".
         05 CR-TRL-DECIDED          PIC ZZZZ9.
         05 FILLER                  PIC X(11) VALUE "  UNPLAYED ".
         05 CR-TRL-UNPLAYED         PIC ZZZZ9.
         05 FILLER                  PIC X(10) VALUE "  WAITING ".
         05 CR-TRL-WAITING          PIC ZZZZ9.
         05 FILLER                  PIC X(10) VALUE "  SKIPPED ".
         05 CR-TRL-SKIPPED          PIC ZZZZ9.

       01 CR-MSG-LINE               PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           IF CR-TIE-COUNT IS EQUAL TO 0
             MOVE "NO CUP BRACKET ON FILE - RUN THE CUP DRAW FIRST"
               TO CR-MSG-LINE
             WRITE CUP-RPT-REC FROM CR-MSG-LINE
           ELSE
             PERFORM 2000-LOAD-NIGHT-SCORES
               THRU 2000-LOAD-NIGHT-SCORES-EXIT
               UNTIL CR-HIST-EOF
             SET CR-TI-IDX TO 1
             PERFORM 3000-SETTLE-TIE THRU 3000-SETTLE-TIE-EXIT
               CR-TIE-COUNT TIMES
             PERFORM 5000-REWRITE-BRACKET
               THRU 5000-REWRITE-BRACKET-EXIT
             PERFORM 6000-PRINT-BRACKET THRU 6000-PRINT-BRACKET-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-READ-PARM THRU 1100-READ-PARM-EXIT.
           PERFORM 1200-LOAD-HANDICAPS THRU 1200-LOAD-HANDICAPS-EXIT.
           PERFORM 1300-LOAD-BRACKET THRU 1300-LOAD-BRACKET-EXIT.
           OPEN INPUT GAME-HIST-FILE.
           IF CR-HIST-STATUS IS EQUAL TO "35"
             MOVE "Y" TO CR-HIST-EOF-SW
           END-IF.
           OPEN OUTPUT CUP-RPT-FILE.
           MOVE CR-ROUND-NO TO CR-HDR-ROUND.
           MOVE CR-MATCH-DATE TO CR-HDR-DATE.
           WRITE CUP-RPT-REC FROM CR-HDR-LINE.
           IF CR-MATCH-DATE IS EQUAL TO SPACES
             MOVE "Y" TO CR-HIST-EOF-SW
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

       1100-READ-PARM.
           OPEN INPUT CUP-PARM-FILE.
           IF CR-PARM-STATUS IS EQUAL TO "35"
             CONTINUE
           ELSE
             READ CUP-PARM-FILE
               AT END
                 CONTINUE
               NOT AT END
                 MOVE CQ-ROUND-NO TO CR-ROUND-NO
                 MOVE CQ-MATCH-DATE TO CR-MATCH-DATE
             END-READ
             CLOSE CUP-PARM-FILE
           END-IF.
       1100-READ-PARM-EXIT.
           EXIT.

       1200-LOAD-HANDICAPS.
           OPEN INPUT HCAP-MASTER-FILE.
           IF CR-HCAP-STATUS IS EQUAL TO "35"
             MOVE "Y" TO CR-HCAP-EOF-SW
           ELSE
             PERFORM 1210-READ-HANDICAP THRU 1210-READ-HANDICAP-EXIT
               UNTIL CR-HCAP-EOF
             CLOSE HCAP-MASTER-FILE
           END-IF.
       1200-LOAD-HANDICAPS-EXIT.
           EXIT.

       1210-READ-HANDICAP.
           READ HCAP-MASTER-FILE
             AT END
               MOVE "Y" TO CR-HCAP-EOF-SW
             NOT AT END
               ADD 1 TO CR-HCAP-COUNT
               SET CR-HC-IDX TO CR-HCAP-COUNT
               MOVE HM-PLAYER-ID TO CR-HC-PLAYER-ID(CR-HC-IDX)
               MOVE HM-HANDICAP TO CR-HC-HANDICAP(CR-HC-IDX)
           END-READ.
       1210-READ-HANDICAP-EXIT.
           EXIT.

       1300-LOAD-BRACKET.
           OPEN INPUT CUP-BRACKET-FILE.
           IF CR-BRKT-STATUS IS EQUAL TO "35"
             MOVE "Y" TO CR-BRKT-EOF-SW
           ELSE
             PERFORM 1310-READ-TIE THRU 1310-READ-TIE-EXIT
               UNTIL CR-BRKT-EOF
             CLOSE CUP-BRACKET-FILE
           END-IF.
       1300-LOAD-BRACKET-EXIT.
           EXIT.

      *    The first tie seen for each round marks where that round
      *    starts in the table.
       1310-READ-TIE.
           READ CUP-BRACKET-FILE
             AT END
               MOVE "Y" TO CR-BRKT-EOF-SW
               GO TO 1310-READ-TIE-EXIT
           END-READ.
           ADD 1 TO CR-TIE-COUNT.
           SET CR-TI-IDX TO CR-TIE-COUNT.
           MOVE CUP-BRACKET-REC TO CR-TIE(CR-TI-IDX).
           IF CB-ROUND-NO IS GREATER THAN CR-ROUND-COUNT
             MOVE CB-ROUND-NO TO CR-ROUND-COUNT
             COMPUTE CR-ROUND-START(CR-ROUND-COUNT) = CR-TIE-COUNT - 1
           END-IF.
       1310-READ-TIE-EXIT.
           EXIT.

      *    Only games finished on the night named by the parameter
      *    card count toward the round; the rest of the history
      *    file belongs to other weeks.
       2000-LOAD-NIGHT-SCORES.
           READ GAME-HIST-FILE
             AT END
               MOVE "Y" TO CR-HIST-EOF-SW
             NOT AT END
               ADD 1 TO CR-HIST-READ-COUNT
               IF GH-GAME-DATE IS EQUAL TO CR-MATCH-DATE
                 PERFORM 2100-POST-SCORE THRU 2100-POST-SCORE-EXIT
               END-IF
           END-READ.
       2000-LOAD-NIGHT-SCORES-EXIT.
           EXIT.

       2100-POST-SCORE.
           MOVE GH-PLAYER-ID TO CR-LOOKUP-ID.
           PERFORM 2200-FIND-SCORE THRU 2200-FIND-SCORE-EXIT.
           IF NOT CR-KEY-FOUND
             ADD 1 TO CR-SCORE-TABLE-COUNT
             SET CR-SCORE-IDX TO CR-SCORE-TABLE-COUNT
             MOVE GH-PLAYER-ID TO CR-SCORE-PLAYER-ID(CR-SCORE-IDX)
           END-IF.
           MOVE GH-GRAND-TOTAL TO CR-SCORE-TOTAL(CR-SCORE-IDX).
       2100-POST-SCORE-EXIT.
           EXIT.

      *    Leaves CR-SCORE-IDX sitting on the matching entry when
      *    the found switch comes back "Y".
       2200-FIND-SCORE.
           MOVE "N" TO CR-FOUND-SW.
           IF CR-SCORE-TABLE-COUNT IS GREATER THAN 0
             SET CR-SCORE-IDX TO 1
             PERFORM 2210-COMPARE-SCORE THRU 2210-COMPARE-SCORE-EXIT
               CR-SCORE-TABLE-COUNT TIMES
           END-IF.
       2200-FIND-SCORE-EXIT.
           EXIT.

       2210-COMPARE-SCORE.
           IF CR-KEY-FOUND
             CONTINUE
           ELSE
             IF CR-LOOKUP-ID IS EQUAL TO
               CR-SCORE-PLAYER-ID(CR-SCORE-IDX)
               MOVE "Y" TO CR-FOUND-SW
             ELSE
               SET CR-SCORE-IDX UP BY 1
             END-IF
           END-IF.
       2210-COMPARE-SCORE-EXIT.
           EXIT.

       3000-SETTLE-TIE.
           IF CR-TI-ROUND-NO(CR-TI-IDX) IS EQUAL TO CR-ROUND-NO
             AND CR-MATCH-DATE IS NOT EQUAL TO SPACES
             PERFORM 3050-SETTLE-ONE THRU 3050-SETTLE-ONE-EXIT
           END-IF.
           SET CR-TI-IDX UP BY 1.
       3000-SETTLE-TIE-EXIT.
           EXIT.

      *    A tie of the card's round decides only when both players
      *    finished a game that night. A tie already decided is a
      *    rerun and changes nothing; a tie still waiting on an
      *    earlier round, or with a player missing, is reported and
      *    left open for a later night on the same round card.
       3050-SETTLE-ONE.
           IF CR-TI-WINNER-ID(CR-TI-IDX) IS NOT EQUAL TO SPACES
             ADD 1 TO CR-SKIPPED-COUNT
             GO TO 3050-SETTLE-ONE-EXIT
           END-IF.
           IF CR-TI-HOME-ID(CR-TI-IDX) IS EQUAL TO SPACES
             OR CR-TI-AWAY-ID(CR-TI-IDX) IS EQUAL TO SPACES
             ADD 1 TO CR-WAITING-COUNT
             MOVE "WAITING ON EARLIER TIE" TO CR-TL-NOTE
             PERFORM 6300-WRITE-TIE-LINE THRU 6300-WRITE-TIE-LINE-EXIT
             GO TO 3050-SETTLE-ONE-EXIT
           END-IF.
           MOVE "N" TO CR-HOME-FOUND-SW.
           MOVE "N" TO CR-AWAY-FOUND-SW.
           MOVE CR-TI-HOME-ID(CR-TI-IDX) TO CR-LOOKUP-ID.
           PERFORM 2200-FIND-SCORE THRU 2200-FIND-SCORE-EXIT.
           IF CR-KEY-FOUND
             MOVE "Y" TO CR-HOME-FOUND-SW
             MOVE CR-SCORE-TOTAL(CR-SCORE-IDX) TO CR-HOME-TOTAL
           END-IF.
           MOVE CR-TI-AWAY-ID(CR-TI-IDX) TO CR-LOOKUP-ID.
           PERFORM 2200-FIND-SCORE THRU 2200-FIND-SCORE-EXIT.
           IF CR-KEY-FOUND
             MOVE "Y" TO CR-AWAY-FOUND-SW
             MOVE CR-SCORE-TOTAL(CR-SCORE-IDX) TO CR-AWAY-TOTAL
           END-IF.
           IF CR-HOME-FOUND AND CR-AWAY-FOUND
             PERFORM 3100-DECIDE-TIE THRU 3100-DECIDE-TIE-EXIT
           ELSE
             ADD 1 TO CR-UNPLAYED-COUNT
             MOVE "UNPLAYED - REPLAY DUE" TO CR-TL-NOTE
             PERFORM 6300-WRITE-TIE-LINE THRU 6300-WRITE-TIE-LINE-EXIT
           END-IF.
       3050-SETTLE-ONE-EXIT.
           EXIT.

      *    Net total decides; level nets go to the higher gross, the
      *    player who actually rolled more; level on both goes to
      *    the higher seed, the lower seed number.
       3100-DECIDE-TIE.
           ADD 1 TO CR-DECIDED-COUNT.
           MOVE CR-MATCH-DATE TO CR-TI-MATCH-DATE(CR-TI-IDX).
           MOVE CR-HOME-TOTAL TO CR-TI-HOME-TOTAL(CR-TI-IDX).
           MOVE CR-AWAY-TOTAL TO CR-TI-AWAY-TOTAL(CR-TI-IDX).
           MOVE CR-TI-HOME-ID(CR-TI-IDX) TO CR-LOOKUP-ID.
           PERFORM 3300-FIND-HANDICAP THRU 3300-FIND-HANDICAP-EXIT.
           COMPUTE CR-TI-HOME-NET(CR-TI-IDX) =
             CR-HOME-TOTAL + CR-HCAP-VALUE.
           MOVE CR-TI-AWAY-ID(CR-TI-IDX) TO CR-LOOKUP-ID.
           PERFORM 3300-FIND-HANDICAP THRU 3300-FIND-HANDICAP-EXIT.
           COMPUTE CR-TI-AWAY-NET(CR-TI-IDX) =
             CR-AWAY-TOTAL + CR-HCAP-VALUE.
           EVALUATE TRUE
             WHEN CR-TI-HOME-NET(CR-TI-IDX) IS GREATER THAN
                 CR-TI-AWAY-NET(CR-TI-IDX)
               MOVE "NET" TO CR-TI-DECIDED-BY(CR-TI-IDX)
               PERFORM 3210-HOME-THROUGH THRU 3210-HOME-THROUGH-EXIT
             WHEN CR-TI-AWAY-NET(CR-TI-IDX) IS GREATER THAN
                 CR-TI-HOME-NET(CR-TI-IDX)
               MOVE "NET" TO CR-TI-DECIDED-BY(CR-TI-IDX)
               PERFORM 3220-AWAY-THROUGH THRU 3220-AWAY-THROUGH-EXIT
             WHEN CR-HOME-TOTAL IS GREATER THAN CR-AWAY-TOTAL
               MOVE "GRS" TO CR-TI-DECIDED-BY(CR-TI-IDX)
               PERFORM 3210-HOME-THROUGH THRU 3210-HOME-THROUGH-EXIT
             WHEN CR-AWAY-TOTAL IS GREATER THAN CR-HOME-TOTAL
               MOVE "GRS" TO CR-TI-DECIDED-BY(CR-TI-IDX)
               PERFORM 3220-AWAY-THROUGH THRU 3220-AWAY-THROUGH-EXIT
             WHEN CR-TI-HOME-SEED(CR-TI-IDX) IS LESS THAN
                 CR-TI-AWAY-SEED(CR-TI-IDX)
               MOVE "SEED" TO CR-TI-DECIDED-BY(CR-TI-IDX)
               PERFORM 3210-HOME-THROUGH THRU 3210-HOME-THROUGH-EXIT
             WHEN OTHER
               MOVE "SEED" TO CR-TI-DECIDED-BY(CR-TI-IDX)
               PERFORM 3220-AWAY-THROUGH THRU 3220-AWAY-THROUGH-EXIT
           END-EVALUATE.
           PERFORM 3400-PUT-THROUGH THRU 3400-PUT-THROUGH-EXIT.
           PERFORM 6400-SET-OUTCOME-NOTE
             THRU 6400-SET-OUTCOME-NOTE-EXIT.
           PERFORM 6300-WRITE-TIE-LINE THRU 6300-WRITE-TIE-LINE-EXIT.
       3100-DECIDE-TIE-EXIT.
           EXIT.

       3210-HOME-THROUGH.
           MOVE CR-TI-HOME-ID(CR-TI-IDX) TO CR-TI-WINNER-ID(CR-TI-IDX).
           MOVE CR-TI-HOME-SEED(CR-TI-IDX) TO CR-WINNER-SEED.
       3210-HOME-THROUGH-EXIT.
           EXIT.

       3220-AWAY-THROUGH.
           MOVE CR-TI-AWAY-ID(CR-TI-IDX) TO CR-TI-WINNER-ID(CR-TI-IDX).
           MOVE CR-TI-AWAY-SEED(CR-TI-IDX) TO CR-WINNER-SEED.
       3220-AWAY-THROUGH-EXIT.
           EXIT.

      *    Linear search of the handicap table for CR-LOOKUP-ID;
      *    no row means the player nets at gross.
       3300-FIND-HANDICAP.
           MOVE 0 TO CR-HCAP-VALUE.
           IF CR-HCAP-COUNT IS GREATER THAN 0
             SET CR-HC-IDX TO 1
             PERFORM 3310-COMPARE-HANDICAP
               THRU 3310-COMPARE-HANDICAP-EXIT
               CR-HCAP-COUNT TIMES
           END-IF.
       3300-FIND-HANDICAP-EXIT.
           EXIT.

       3310-COMPARE-HANDICAP.
           IF CR-LOOKUP-ID IS EQUAL TO CR-HC-PLAYER-ID(CR-HC-IDX)
             MOVE CR-HC-HANDICAP(CR-HC-IDX) TO CR-HCAP-VALUE
           END-IF.
           SET CR-HC-IDX UP BY 1.
       3310-COMPARE-HANDICAP-EXIT.
           EXIT.

      *    Tie T of a round feeds tie (T + 1) / 2 of the next, odd
      *    ties filling the home side and even ties the away side.
      *    The final's winner has nowhere further to go.
       3400-PUT-THROUGH.
           IF CR-TI-ROUND-NO(CR-TI-IDX) IS NOT LESS THAN CR-ROUND-COUNT
             GO TO 3400-PUT-THROUGH-EXIT
           END-IF.
           MOVE CR-TI-ROUND-NO(CR-TI-IDX) TO CR-ROUND-I.
           ADD 1 TO CR-ROUND-I.
           COMPUTE CR-NEXT-TIE = CR-ROUND-START(CR-ROUND-I)
             + ((CR-TI-TIE-NO(CR-TI-IDX) + 1) / 2).
           IF FUNCTION MOD(CR-TI-TIE-NO(CR-TI-IDX), 2) IS EQUAL TO 1
             MOVE CR-TI-WINNER-ID(CR-TI-IDX)
               TO CR-TI-HOME-ID(CR-NEXT-TIE)
             MOVE CR-WINNER-SEED TO CR-TI-HOME-SEED(CR-NEXT-TIE)
           ELSE
             MOVE CR-TI-WINNER-ID(CR-TI-IDX)
               TO CR-TI-AWAY-ID(CR-NEXT-TIE)
             MOVE CR-WINNER-SEED TO CR-TI-AWAY-SEED(CR-NEXT-TIE)
           END-IF.
       3400-PUT-THROUGH-EXIT.
           EXIT.

       5000-REWRITE-BRACKET.
           OPEN OUTPUT CUP-BRACKET-FILE.
           SET CR-TI-IDX TO 1.
           PERFORM 5100-WRITE-ONE-TIE THRU 5100-WRITE-ONE-TIE-EXIT
             CR-TIE-COUNT TIMES.
           CLOSE CUP-BRACKET-FILE.
       5000-REWRITE-BRACKET-EXIT.
           EXIT.

       5100-WRITE-ONE-TIE.
           MOVE CR-TIE(CR-TI-IDX) TO CUP-BRACKET-REC.
           WRITE CUP-BRACKET-REC.
           SET CR-TI-IDX UP BY 1.
       5100-WRITE-ONE-TIE-EXIT.
           EXIT.

      *    The whole bracket, round by round, with the score and
      *    winner of every tie decided so far and the cup winner
      *    once the final is in.
       6000-PRINT-BRACKET.
           MOVE SPACES TO CUP-RPT-REC.
           WRITE CUP-RPT-REC.
           WRITE CUP-RPT-REC FROM CR-BRACKET-HDR.
           MOVE 0 TO CR-ROUND-I.
           SET CR-TI-IDX TO 1.
           PERFORM 6100-PRINT-ONE-TIE THRU 6100-PRINT-ONE-TIE-EXIT
             CR-TIE-COUNT TIMES.
           IF CR-CHAMPION-ID IS NOT EQUAL TO SPACES
             MOVE SPACES TO CUP-RPT-REC
             WRITE CUP-RPT-REC
             MOVE CR-CHAMPION-ID TO CR-CH-PLAYER-ID
             WRITE CUP-RPT-REC FROM CR-CHAMPION-LINE
           END-IF.
       6000-PRINT-BRACKET-EXIT.
           EXIT.

       6100-PRINT-ONE-TIE.
           IF CR-TI-ROUND-NO(CR-TI-IDX) IS NOT EQUAL TO CR-ROUND-I
             MOVE CR-TI-ROUND-NO(CR-TI-IDX) TO CR-ROUND-I
             PERFORM 6200-WRITE-ROUND-LINE
               THRU 6200-WRITE-ROUND-LINE-EXIT
           END-IF.
           IF CR-TI-ROUND-NO(CR-TI-IDX) IS EQUAL TO CR-ROUND-COUNT
             MOVE CR-TI-WINNER-ID(CR-TI-IDX) TO CR-CHAMPION-ID
           END-IF.
           MOVE SPACES TO CR-TL-NOTE.
           IF CR-TI-WINNER-ID(CR-TI-IDX) IS NOT EQUAL TO SPACES
             PERFORM 6400-SET-OUTCOME-NOTE
               THRU 6400-SET-OUTCOME-NOTE-EXIT
           END-IF.
           PERFORM 6300-WRITE-TIE-LINE THRU 6300-WRITE-TIE-LINE-EXIT.
           SET CR-TI-IDX UP BY 1.
       6100-PRINT-ONE-TIE-EXIT.
           EXIT.

      *    The last three rounds go by name on the noticeboard.
       6200-WRITE-ROUND-LINE.
           MOVE SPACES TO CUP-RPT-REC.
           WRITE CUP-RPT-REC.
           EVALUATE CR-ROUND-COUNT - CR-ROUND-I
             WHEN 0
               MOVE "FINAL" TO CR-RND-NAME
             WHEN 1
               MOVE "SEMI-FINAL" TO CR-RND-NAME
             WHEN 2
               MOVE "QUARTER-FINAL" TO CR-RND-NAME
             WHEN OTHER
               MOVE SPACES TO CR-RND-NAME
           END-EVALUATE.
           MOVE CR-ROUND-I TO CR-RND-NO.
           WRITE CUP-RPT-REC FROM CR-ROUND-LINE.
       6200-WRITE-ROUND-LINE-EXIT.
           EXIT.

      *    Prints the tie at CR-TI-IDX; the caller has set the note.
       6300-WRITE-TIE-LINE.
           MOVE CR-TI-TIE-NO(CR-TI-IDX) TO CR-TL-TIE-NO.
           MOVE SPACES TO CR-TL-HOME-SEED.
           MOVE SPACES TO CR-TL-AWAY-SEED.
           MOVE SPACES TO CR-TL-HOME-SCORE.
           MOVE SPACES TO CR-TL-AWAY-SCORE.
           IF CR-TI-HOME-ID(CR-TI-IDX) IS EQUAL TO SPACES
             MOVE "TO COME" TO CR-TL-HOME-ID
           ELSE
             MOVE CR-TI-HOME-ID(CR-TI-IDX) TO CR-TL-HOME-ID
             IF CR-TI-HOME-ID(CR-TI-IDX) IS NOT EQUAL TO CR-BYE-ID
               MOVE CR-TI-HOME-SEED(CR-TI-IDX) TO CR-SE-SEED
               MOVE CR-SEED-EDIT TO CR-TL-HOME-SEED
             END-IF
           END-IF.
           IF CR-TI-AWAY-ID(CR-TI-IDX) IS EQUAL TO SPACES
             MOVE "TO COME" TO CR-TL-AWAY-ID
           ELSE
             MOVE CR-TI-AWAY-ID(CR-TI-IDX) TO CR-TL-AWAY-ID
             IF CR-TI-AWAY-ID(CR-TI-IDX) IS NOT EQUAL TO CR-BYE-ID
               MOVE CR-TI-AWAY-SEED(CR-TI-IDX) TO CR-SE-SEED
               MOVE CR-SEED-EDIT TO CR-TL-AWAY-SEED
             END-IF
           END-IF.
           IF CR-TI-MATCH-DATE(CR-TI-IDX) IS NOT EQUAL TO SPACES
             MOVE CR-TI-HOME-TOTAL(CR-TI-IDX) TO CR-SC-GROSS
             MOVE CR-TI-HOME-NET(CR-TI-IDX) TO CR-SC-NET
             MOVE CR-SCORE-EDIT TO CR-TL-HOME-SCORE
             MOVE CR-TI-AWAY-TOTAL(CR-TI-IDX) TO CR-SC-GROSS
             MOVE CR-TI-AWAY-NET(CR-TI-IDX) TO CR-SC-NET
             MOVE CR-SCORE-EDIT TO CR-TL-AWAY-SCORE
           END-IF.
           WRITE CUP-RPT-REC FROM CR-TIE-LINE.
       6300-WRITE-TIE-LINE-EXIT.
           EXIT.

       6400-SET-OUTCOME-NOTE.
           MOVE SPACES TO CR-TL-NOTE.
           STRING CR-TI-WINNER-ID(CR-TI-IDX) DELIMITED BY SPACE
             " ON " DELIMITED BY SIZE
             CR-TI-DECIDED-BY(CR-TI-IDX) DELIMITED BY SPACE
             INTO CR-TL-NOTE.
       6400-SET-OUTCOME-NOTE-EXIT.
           EXIT.

       9000-TERMINATE.
           IF CR-HIST-STATUS IS NOT EQUAL TO "35"
             CLOSE GAME-HIST-FILE
           END-IF.
           MOVE SPACES TO CUP-RPT-REC.
           WRITE CUP-RPT-REC.
           MOVE CR-DECIDED-COUNT TO CR-TRL-DECIDED.
           MOVE CR-UNPLAYED-COUNT TO CR-TRL-UNPLAYED.
           MOVE CR-WAITING-COUNT TO CR-TRL-WAITING.
           MOVE CR-SKIPPED-COUNT TO CR-TRL-SKIPPED.
           WRITE CUP-RPT-REC FROM CR-TRL-LINE.
           CLOSE CUP-RPT-FILE.
           DISPLAY "CUPRES ROUND=" CR-ROUND-NO
             " DATE=" CR-MATCH-DATE
             " DECIDED=" CR-DECIDED-COUNT
             " UNPLAYED=" CR-UNPLAYED-COUNT
             " WAITING=" CR-WAITING-COUNT
             " SKIPPED=" CR-SKIPPED-COUNT.
       9000-TERMINATE-EXIT.
           EXIT.
