       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCOREBRD.
       AUTHOR. DATA-PROCESSING.
       INSTALLATION. GAME-NIGHT-SHOP.
       DATE-WRITTEN. 2026-10-13.
       DATE-COMPILED.

      *****************************************************
      * MODIFICATION HISTORY
      * 2026-10-13  DP  Original live scoreboard: can be run
      *                 at any point during a game night. It
      *                 rebuilds every player's card so far
      *                 off the open night's checkpoint rows
      *                 and prints the standings as they
      *                 stand: categories played, points
      *                 banked, upper-section progress to
      *                 the bonus, the best total still
      *                 possible, handicap nets off the
      *                 handicap master, and a team section,
      *                 as YACHTBAT's end-of-match report
      *                 does for finished games. Reads only;
      *                 nothing it prints is posted.
      *****************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GENERIC.
       OBJECT-COMPUTER. GENERIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *        NIGHTCTL's one-record state file; the board is only
      *        for an open night, and only that night's checkpoint
      *        rows count.
           SELECT NIGHT-CTL-FILE ASSIGN TO "NIGHTCTL"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SB-NIGHT-STATUS.

      *        Every category YACHTBAT has scored so far tonight.
           SELECT YACHT-CKPT-FILE ASSIGN TO "YACHTCKP"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SB-CKPT-STATUS.

      *        YACHT's house-rules table, for the category slots,
      *        ceilings and bonus rule of a variant game.
           SELECT RULE-TABLE-FILE ASSIGN TO "RULETABL"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SB-RULE-STATUS.

           SELECT HCAP-MASTER-FILE ASSIGN TO "HCAPMAS"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SB-HCAP-STATUS.

      *        Read for each player's name and team code.
           SELECT PLAYER-MASTER-FILE ASSIGN TO "PLAYRMAS"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PM-PLAYER-ID
             FILE STATUS IS SB-MASTER-STATUS.

           SELECT TEAM-MASTER-FILE ASSIGN TO "TEAMMAS"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SB-TEAM-STATUS.

           SELECT SCORE-RPT-FILE ASSIGN TO "SCORERPT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SB-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *        Byte-for-byte the same layout as NIGHTCTL's
      *        NIGHT-CTL-REC.
       FD  NIGHT-CTL-FILE.
       01  NIGHT-CTL-REC.
           05 NK-NIGHT-STATUS       PIC X(06).
           05 NK-SESSION-ID         PIC 9(06).
           05 NK-OPEN-DATE          PIC X(08).
           05 NK-CLOSE-DATE         PIC X(08).

      *        Byte-for-byte the same layout as YACHTBAT's
      *        YACHT-CKPT-REC.
       FD  YACHT-CKPT-FILE.
       01  YACHT-CKPT-REC.
           05 CK-PLAYER-ID          PIC X(10).
           05 CK-CATEGORY           PIC X(15).
           05 CK-SCORE              PIC 99.
           05 CK-SESSION-ID         PIC 9(06).
           05 CK-VARIANT-CODE       PIC X(06).

      *        Byte-for-byte the same layout as YACHT's
      *        RULE-TABLE-REC.
       FD  RULE-TABLE-FILE.
       01  RULE-TABLE-REC.
           05 RT-VARIANT-CODE       PIC X(06).
           05 RT-ENTRY-TYPE         PIC X(01).
           05 RT-CAT-SEQ            PIC 9(02).
           05 RT-CAT-NAME           PIC X(15).
           05 RT-CAT-MAX            PIC 9(02).
           05 RT-BONUS-THRESHOLD    PIC 9(03).
           05 RT-BONUS-AMOUNT       PIC 9(02).

      *        Byte-for-byte the same layout as HCAPCALC's
      *        HCAP-MASTER-REC.
       FD  HCAP-MASTER-FILE.
       01  HCAP-MASTER-REC.
           05 HM-PLAYER-ID          PIC X(10).
           05 HM-RECENT-GAMES       PIC 9(03).
           05 HM-RECENT-AVG         PIC 9(03)V99.
           05 HM-HANDICAP           PIC 9(03).

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
           05 PM-CONTEST-WINS       PIC 9(03).
           05 PM-TEAM-CODE          PIC X(04).
           05 FILLER                PIC X(12).

      *        Byte-for-byte the same layout as PLAYERMNT's
      *        TEAM-MASTER-REC.
       FD  TEAM-MASTER-FILE.
       01  TEAM-MASTER-REC.
           05 TM-TEAM-CODE          PIC X(04).
           05 TM-TEAM-NAME          PIC X(20).

       FD  SCORE-RPT-FILE.
       01  SCORE-RPT-REC            PIC X(100).

       WORKING-STORAGE SECTION.
       01 SB-NIGHT-STATUS           PIC XX VALUE "00".
       01 SB-CKPT-STATUS            PIC XX VALUE "00".
       01 SB-RULE-STATUS            PIC XX VALUE "00".
       01 SB-HCAP-STATUS            PIC XX VALUE "00".
       01 SB-MASTER-STATUS          PIC XX VALUE "00".
       01 SB-TEAM-STATUS            PIC XX VALUE "00".
       01 SB-RPT-STATUS             PIC XX VALUE "00".

       01 SB-NIGHT-OPEN-SW          PIC X VALUE "N".
         88 SB-NIGHT-IS-OPEN VALUE "Y".
       01 SB-SESSION-ID             PIC 9(06) VALUE 0.
       01 SB-OPEN-DATE              PIC X(08) VALUE SPACES.
       01 SB-CLOCK-TIME             PIC X(06) VALUE SPACES.

       01 SB-EOF-SW                 PIC X VALUE "N".
         88 SB-EOF VALUE "Y".
       01 SB-MASTER-OPEN-SW         PIC X VALUE "N".
         88 SB-MASTER-OPEN VALUE "Y".
       01 SB-FOUND-SW               PIC X VALUE "N".
         88 SB-KEY-FOUND VALUE "Y".

      *    The standard game as YACHT builds it: bonus threshold and
      *    amount, then the twelve slots in card order with each
      *    category's ceiling. The first six slots are the upper
      *    section.
       01 SB-STD-RULES.
         05 FILLER PIC 9(03) VALUE 63.
         05 FILLER PIC 9(02) VALUE 35.
         05 FILLER PIC X(15) VALUE "ones".
         05 FILLER PIC 9(02) VALUE 5.
         05 FILLER PIC X(15) VALUE "twos".
         05 FILLER PIC 9(02) VALUE 10.
         05 FILLER PIC X(15) VALUE "threes".
         05 FILLER PIC 9(02) VALUE 15.
         05 FILLER PIC X(15) VALUE "fours".
         05 FILLER PIC 9(02) VALUE 20.
         05 FILLER PIC X(15) VALUE "fives".
         05 FILLER PIC 9(02) VALUE 25.
         05 FILLER PIC X(15) VALUE "sixes".
         05 FILLER PIC 9(02) VALUE 30.
         05 FILLER PIC X(15) VALUE "full house".
         05 FILLER PIC 9(02) VALUE 28.
         05 FILLER PIC X(15) VALUE "four of a kind".
         05 FILLER PIC 9(02) VALUE 24.
         05 FILLER PIC X(15) VALUE "little straight".
         05 FILLER PIC 9(02) VALUE 30.
         05 FILLER PIC X(15) VALUE "big straight".
         05 FILLER PIC 9(02) VALUE 30.
         05 FILLER PIC X(15) VALUE "choice".
         05 FILLER PIC 9(02) VALUE 30.
         05 FILLER PIC X(15) VALUE "yacht".
         05 FILLER PIC 9(02) VALUE 50.

      *    One rule set per variant met on the rule-table file,
      *    each begun as a copy of the standard game and overlaid
      *    the way YACHT overlays it. Entry 1 is the standard game,
      *    which spaces and "STD" both select.
       01 SB-RULE-COUNT             PIC 9(4) COMP VALUE 1.
       01 SB-RULE-LIMIT             PIC 9(4) COMP VALUE 20.
       01 SB-RULE-TABLE.
         05 SB-VR-ENTRY OCCURS 20 TIMES INDEXED BY SB-VR-IDX.
           10 SB-VR-CODE            PIC X(06).
           10 SB-VR-RULES.
             15 SB-VR-THRESHOLD     PIC 9(03).
             15 SB-VR-AMOUNT        PIC 9(02).
             15 SB-VR-CAT OCCURS 12 TIMES.
               20 SB-VR-NAME        PIC X(15).
               20 SB-VR-MAX         PIC 9(02).
       01 SB-LOOKUP-VARIANT         PIC X(06) VALUE SPACES.

      *    One card per player seen on tonight's checkpoint rows. A
      *    category met a second time means the player has started
      *    another card, so the board shows the latest card and
      *    counts the cards begun.
       01 SB-PLAYER-COUNT           PIC 9(4) COMP VALUE 0.
       01 SB-PLAYER-LIMIT           PIC 9(4) COMP VALUE 50.
       01 SB-PLAYER-TABLE.
         05 SB-PL-ENTRY OCCURS 50 TIMES INDEXED BY SB-PL-IDX.
           10 SB-PL-PLAYER-ID       PIC X(10).
           10 SB-PL-NAME            PIC X(20).
           10 SB-PL-TEAM-CODE       PIC X(04).
           10 SB-PL-RULE-NO         PIC 9(02).
           10 SB-PL-CARD-NO         PIC 9(02).
           10 SB-PL-CATS            PIC 9(02).
           10 SB-PL-CARD OCCURS 12 TIMES.
             15 SB-PL-SCORE         PIC 9(02).
             15 SB-PL-PLAYED        PIC X(01).
           10 SB-PL-UPPER           PIC 9(03).
           10 SB-PL-BONUS-STATE     PIC X(01).
           10 SB-PL-BONUS-NEED      PIC 9(03).
           10 SB-PL-BANKED          PIC 9(04).
           10 SB-PL-BEST            PIC 9(04).
           10 SB-PL-HANDICAP        PIC 9(03).
           10 SB-PL-NET             PIC 9(04).
           10 SB-PL-BEST-NET        PIC 9(04).
      *    Same length as one SB-PL-ENTRY; the rank sort's hold area.
       01 SB-PL-HOLD-ENTRY          PIC X(102).

       01 SB-CAT-IDX                PIC 99 COMP VALUE 0.
       01 SB-UPPER-OPEN             PIC 9(03) VALUE 0.
       01 SB-OPEN-MAX               PIC 9(04) VALUE 0.
       01 SB-LOWER                  PIC 9(04) VALUE 0.
       01 SB-FINISHED-COUNT         PIC 9(4) COMP VALUE 0.

       01 SB-SWAPPED-SW             PIC X VALUE "N".
         88 SB-SWAPPED VALUE "Y".
       01 SB-SORT-IDX               PIC 9(4) COMP VALUE 0.
       01 SB-SORT-LIMIT             PIC 9(4) COMP VALUE 0.
       01 SB-RANK                   PIC 9(4) COMP VALUE 0.

       01 SB-READ-COUNT             PIC 9(7) COMP VALUE 0.
       01 SB-SESSION-ROWS           PIC 9(7) COMP VALUE 0.
       01 SB-UNPLACED-ROWS          PIC 9(7) COMP VALUE 0.

      *    Handicaps loaded whole from the handicap master; a
      *    player without a row plays off scratch.
       01 SB-HCAP-COUNT             PIC 9(4) COMP VALUE 0.
       01 SB-HCAP-TABLE.
         05 SB-HC-ENTRY OCCURS 500 TIMES INDEXED BY SB-HC-IDX.
           10 SB-HC-PLAYER-ID       PIC X(10).
           10 SB-HC-HANDICAP        PIC 9(03).

      *    Team names off the team master, and one totals slot per
      *    team among tonight's players: points banked so far and
      *    the best the team can still reach.
       01 SB-TEAM-NAME-COUNT        PIC 9(4) COMP VALUE 0.
       01 SB-TEAM-NAME-TABLE.
         05 SB-TN-ENTRY OCCURS 100 TIMES INDEXED BY SB-TN-IDX.
           10 SB-TN-TEAM-CODE       PIC X(04).
           10 SB-TN-TEAM-NAME       PIC X(20).
       01 SB-TEAM-TOT-COUNT         PIC 9(4) COMP VALUE 0.
       01 SB-TEAM-TOT-TABLE.
         05 SB-TT-ENTRY OCCURS 50 TIMES INDEXED BY SB-TT-IDX.
           10 SB-TT-TEAM-CODE       PIC X(04).
           10 SB-TT-PLAYERS         PIC 9(03).
           10 SB-TT-BANKED          PIC 9(05).
           10 SB-TT-BEST            PIC 9(05).
       01 SB-LOOKUP-TEAM            PIC X(04) VALUE SPACES.
       01 SB-TEAM-RPT-NAME          PIC X(20) VALUE SPACES.
       01 SB-LEAD-TEAM-CODE         PIC X(04) VALUE SPACES.
       01 SB-LEAD-TEAM-BANKED       PIC 9(05) VALUE 0.
       01 SB-LEAD-TEAM-BEST         PIC 9(05) VALUE 0.

       01 SB-HDR-LINE-1.
         05 FILLER                  PIC X(24)
           VALUE "LIVE SCOREBOARD SESSION ".
         05 SB-HDR-SESSION          PIC 9(06).
         05 FILLER                  PIC X(09) VALUE "  OPENED ".
         05 SB-HDR-OPEN-DATE        PIC X(08).
         05 FILLER                  PIC X(08) VALUE "  AS AT ".
         05 SB-HDR-HH               PIC X(02).
         05 FILLER                  PIC X(01) VALUE ":".
         05 SB-HDR-MM               PIC X(02).

       01 SB-HDR-LINE-2.
         05 FILLER                  PIC X(34)
           VALUE "RK PLAYER     NAME             CD ".
         05 FILLER                  PIC X(32)
           VALUE "CATS UPPER    BONUS      BANKED ".
         05 FILLER                  PIC X(24)
           VALUE "HCP  NET   BEST BEST-NET".

       01 SB-PLAYER-LINE.
         05 SB-RPT-RANK             PIC Z9.
         05 FILLER                  PIC X(01) VALUE SPACE.
         05 SB-RPT-PLAYER-ID        PIC X(10).
         05 FILLER                  PIC X(01) VALUE SPACE.
         05 SB-RPT-NAME             PIC X(16).
         05 FILLER                  PIC X(01) VALUE SPACE.
         05 SB-RPT-CARD-NO          PIC Z9.
         05 FILLER                  PIC X(01) VALUE SPACE.
         05 SB-RPT-CATS             PIC Z9.
         05 FILLER                  PIC X(03) VALUE "/12".
         05 FILLER                  PIC X(01) VALUE SPACE.
         05 SB-RPT-UPPER            PIC ZZ9.
         05 FILLER                  PIC X(01) VALUE "/".
         05 SB-RPT-THRESHOLD        PIC ZZ9.
         05 FILLER                  PIC X(01) VALUE SPACE.
         05 SB-RPT-BONUS            PIC X(10).
         05 FILLER                  PIC X(01) VALUE SPACE.
         05 SB-RPT-BANKED           PIC ZZZ9.
         05 FILLER                  PIC X(03) VALUE SPACES.
         05 SB-RPT-HANDICAP         PIC ZZ9.
         05 FILLER                  PIC X(01) VALUE SPACE.
         05 SB-RPT-NET              PIC ZZZ9.
         05 FILLER                  PIC X(03) VALUE SPACES.
         05 SB-RPT-BEST             PIC ZZZ9.
         05 FILLER                  PIC X(05) VALUE SPACES.
         05 SB-RPT-BEST-NET         PIC ZZZ9.

       01 SB-BONUS-AMOUNT-OUT       PIC Z9.
       01 SB-BONUS-NEED-OUT         PIC ZZ9.

       01 SB-LEADER-LINE.
         05 FILLER                  PIC X(14) VALUE "LEADER ON NET ".
         05 SB-LD-PLAYER-ID         PIC X(10).
         05 FILLER                  PIC X(09) VALUE "  BANKED ".
         05 SB-LD-BANKED            PIC ZZZ9.
         05 FILLER                  PIC X(06) VALUE "  NET ".
         05 SB-LD-NET               PIC ZZZ9.

       01 SB-COUNT-LINE.
         05 FILLER                  PIC X(17) VALUE "PLAYERS ON BOARD ".
         05 SB-CT-PLAYERS           PIC ZZZ9.
         05 FILLER                  PIC X(12) VALUE "  FINISHED ".
         05 SB-CT-FINISHED          PIC ZZZ9.
         05 FILLER                  PIC X(16) VALUE "  ROWS TONIGHT ".
         05 SB-CT-ROWS              PIC ZZZZZZ9.

       01 SB-TEAM-LINE.
         05 FILLER                  PIC X(05) VALUE "TEAM ".
         05 SB-TM-TEAM-CODE         PIC X(04).
         05 FILLER                  PIC X(01) VALUE SPACE.
         05 SB-TM-TEAM-NAME         PIC X(20).
         05 FILLER                  PIC X(09) VALUE " PLAYERS ".
         05 SB-TM-PLAYERS           PIC Z9.
         05 FILLER                  PIC X(09) VALUE "  BANKED ".
         05 SB-TM-BANKED            PIC ZZZZ9.
         05 FILLER                  PIC X(07) VALUE "  BEST ".
         05 SB-TM-BEST              PIC ZZZZ9.

       01 SB-TEAM-LEADER-LINE.
         05 FILLER                  PIC X(12) VALUE "TEAM LEADER ".
         05 SB-TL-TEAM-CODE         PIC X(04).
         05 FILLER                  PIC X(01) VALUE SPACE.
         05 SB-TL-TEAM-NAME         PIC X(20).
         05 FILLER                  PIC X(09) VALUE "  BANKED ".
         05 SB-TL-BANKED            PIC ZZZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0100-CHECK-NIGHT THRU 0100-CHECK-NIGHT-EXIT.
           IF NOT SB-NIGHT-IS-OPEN
             DISPLAY "SCOREBRD *** NO NIGHT OPEN - RUN REFUSED ***"
             DISPLAY "SCOREBRD RUN NIGHTCTL WITH AN OPEN CARD FIRST"
             STOP RUN
           END-IF.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-LOAD-CHECKPOINTS
             THRU 2000-LOAD-CHECKPOINTS-EXIT.
           IF SB-PLAYER-COUNT IS GREATER THAN 0
             SET SB-PL-IDX TO 1
             PERFORM 3000-FIGURE-PLAYER THRU 3000-FIGURE-PLAYER-EXIT
               SB-PLAYER-COUNT TIMES
           END-IF.
           PERFORM 4000-RANK-PLAYERS THRU 4000-RANK-PLAYERS-EXIT.
           PERFORM 5000-PRINT-STANDINGS THRU 5000-PRINT-STANDINGS-EXIT.
           PERFORM 6000-TEAM-SECTION THRU 6000-TEAM-SECTION-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           STOP RUN.

      *    The same check YACHTBAT makes: a board for a closed night
      *    would be last week's checkpoints or an empty file.
       0100-CHECK-NIGHT.
           OPEN INPUT NIGHT-CTL-FILE.
           IF SB-NIGHT-STATUS IS EQUAL TO "35"
             GO TO 0100-CHECK-NIGHT-EXIT
           END-IF.
           READ NIGHT-CTL-FILE
             AT END
               CONTINUE
             NOT AT END
               IF NK-NIGHT-STATUS IS EQUAL TO "OPEN"
                 MOVE "Y" TO SB-NIGHT-OPEN-SW
                 MOVE NK-SESSION-ID TO SB-SESSION-ID
                 MOVE NK-OPEN-DATE TO SB-OPEN-DATE
               END-IF
           END-READ.
           CLOSE NIGHT-CTL-FILE.
       0100-CHECK-NIGHT-EXIT.
           EXIT.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO SB-CLOCK-TIME.
           MOVE SPACES TO SB-VR-CODE(1).
           MOVE SB-STD-RULES TO SB-VR-RULES(1).
           PERFORM 1100-LOAD-RULES THRU 1100-LOAD-RULES-EXIT.
           PERFORM 1200-LOAD-HANDICAPS THRU 1200-LOAD-HANDICAPS-EXIT.
           PERFORM 1300-LOAD-TEAM-NAMES THRU 1300-LOAD-TEAM-NAMES-EXIT.
           OPEN INPUT PLAYER-MASTER-FILE.
           IF SB-MASTER-STATUS IS EQUAL TO "35"
             CONTINUE
           ELSE
             MOVE "Y" TO SB-MASTER-OPEN-SW
           END-IF.
           OPEN OUTPUT SCORE-RPT-FILE.
           MOVE SB-SESSION-ID TO SB-HDR-SESSION.
           MOVE SB-OPEN-DATE TO SB-HDR-OPEN-DATE.
           MOVE SB-CLOCK-TIME(1:2) TO SB-HDR-HH.
           MOVE SB-CLOCK-TIME(3:2) TO SB-HDR-MM.
           WRITE SCORE-RPT-REC FROM SB-HDR-LINE-1.
           MOVE SPACES TO SCORE-RPT-REC.
           WRITE SCORE-RPT-REC.
       1000-INITIALIZE-EXIT.
           EXIT.

      *    A missing rule table leaves only the standard game; a
      *    variant with no rows on it then plays standard, exactly
      *    as YACHT falls back.
       1100-LOAD-RULES.
           OPEN INPUT RULE-TABLE-FILE.
           IF SB-RULE-STATUS IS EQUAL TO "35"
             GO TO 1100-LOAD-RULES-EXIT
           END-IF.
           MOVE "N" TO SB-EOF-SW.
           PERFORM 1110-READ-RULE THRU 1110-READ-RULE-EXIT
             UNTIL SB-EOF.
           CLOSE RULE-TABLE-FILE.
       1100-LOAD-RULES-EXIT.
           EXIT.

       1110-READ-RULE.
           READ RULE-TABLE-FILE
             AT END
               MOVE "Y" TO SB-EOF-SW
               GO TO 1110-READ-RULE-EXIT
           END-READ.
           IF RT-VARIANT-CODE IS EQUAL TO SPACES
             OR RT-VARIANT-CODE IS EQUAL TO "STD"
             GO TO 1110-READ-RULE-EXIT
           END-IF.
           MOVE RT-VARIANT-CODE TO SB-LOOKUP-VARIANT.
           PERFORM 1120-FIND-VARIANT THRU 1120-FIND-VARIANT-EXIT.
           IF NOT SB-KEY-FOUND
             IF SB-RULE-COUNT IS NOT LESS THAN SB-RULE-LIMIT
               GO TO 1110-READ-RULE-EXIT
             END-IF
             ADD 1 TO SB-RULE-COUNT
             SET SB-VR-IDX TO SB-RULE-COUNT
             MOVE RT-VARIANT-CODE TO SB-VR-CODE(SB-VR-IDX)
             MOVE SB-STD-RULES TO SB-VR-RULES(SB-VR-IDX)
           END-IF.
           IF RT-ENTRY-TYPE IS EQUAL TO "H"
             MOVE RT-BONUS-THRESHOLD TO SB-VR-THRESHOLD(SB-VR-IDX)
             MOVE RT-BONUS-AMOUNT TO SB-VR-AMOUNT(SB-VR-IDX)
           END-IF.
           IF RT-ENTRY-TYPE IS EQUAL TO "C"
             AND RT-CAT-SEQ IS GREATER THAN 0
             AND RT-CAT-SEQ IS LESS THAN 13
             MOVE RT-CAT-NAME TO SB-VR-NAME(SB-VR-IDX, RT-CAT-SEQ)
             MOVE RT-CAT-MAX TO SB-VR-MAX(SB-VR-IDX, RT-CAT-SEQ)
           END-IF.
       1110-READ-RULE-EXIT.
           EXIT.

      *    Leaves SB-VR-IDX on SB-LOOKUP-VARIANT's rule set when the
      *    found switch comes back "Y"; the standard game is entry 1
      *    and is not searched for.
       1120-FIND-VARIANT.
           MOVE "N" TO SB-FOUND-SW.
           IF SB-RULE-COUNT IS GREATER THAN 1
             SET SB-VR-IDX TO 2
             COMPUTE SB-SORT-LIMIT = SB-RULE-COUNT - 1
             PERFORM 1130-COMPARE-VARIANT THRU 1130-COMPARE-VARIANT-EXIT
               SB-SORT-LIMIT TIMES
           END-IF.
       1120-FIND-VARIANT-EXIT.
           EXIT.

       1130-COMPARE-VARIANT.
           IF SB-KEY-FOUND
             CONTINUE
           ELSE
             IF SB-LOOKUP-VARIANT IS EQUAL TO SB-VR-CODE(SB-VR-IDX)
               MOVE "Y" TO SB-FOUND-SW
             ELSE
               SET SB-VR-IDX UP BY 1
             END-IF
           END-IF.
       1130-COMPARE-VARIANT-EXIT.
           EXIT.

      *    A missing handicap master nets every player at gross.
       1200-LOAD-HANDICAPS.
           OPEN INPUT HCAP-MASTER-FILE.
           IF SB-HCAP-STATUS IS EQUAL TO "35"
             GO TO 1200-LOAD-HANDICAPS-EXIT
           END-IF.
           MOVE "N" TO SB-EOF-SW.
           PERFORM 1210-READ-HANDICAP THRU 1210-READ-HANDICAP-EXIT
             UNTIL SB-EOF.
           CLOSE HCAP-MASTER-FILE.
       1200-LOAD-HANDICAPS-EXIT.
           EXIT.

       1210-READ-HANDICAP.
           READ HCAP-MASTER-FILE
             AT END
               MOVE "Y" TO SB-EOF-SW
             NOT AT END
               IF SB-HCAP-COUNT IS LESS THAN 500
                 ADD 1 TO SB-HCAP-COUNT
                 SET SB-HC-IDX TO SB-HCAP-COUNT
                 MOVE HM-PLAYER-ID TO SB-HC-PLAYER-ID(SB-HC-IDX)
                 MOVE HM-HANDICAP TO SB-HC-HANDICAP(SB-HC-IDX)
               END-IF
           END-READ.
       1210-READ-HANDICAP-EXIT.
           EXIT.

      *    A missing team master prints team codes with blank names.
       1300-LOAD-TEAM-NAMES.
           OPEN INPUT TEAM-MASTER-FILE.
           IF SB-TEAM-STATUS IS EQUAL TO "35"
             GO TO 1300-LOAD-TEAM-NAMES-EXIT
           END-IF.
           MOVE "N" TO SB-EOF-SW.
           PERFORM 1310-READ-TEAM-NAME THRU 1310-READ-TEAM-NAME-EXIT
             UNTIL SB-EOF.
           CLOSE TEAM-MASTER-FILE.
       1300-LOAD-TEAM-NAMES-EXIT.
           EXIT.

       1310-READ-TEAM-NAME.
           READ TEAM-MASTER-FILE
             AT END
               MOVE "Y" TO SB-EOF-SW
             NOT AT END
               IF SB-TEAM-NAME-COUNT IS LESS THAN 100
                 ADD 1 TO SB-TEAM-NAME-COUNT
                 SET SB-TN-IDX TO SB-TEAM-NAME-COUNT
                 MOVE TM-TEAM-CODE TO SB-TN-TEAM-CODE(SB-TN-IDX)
                 MOVE TM-TEAM-NAME TO SB-TN-TEAM-NAME(SB-TN-IDX)
               END-IF
           END-READ.
       1310-READ-TEAM-NAME-EXIT.
           EXIT.

      *    Only rows stamped with the open session count, as in
      *    YACHTBAT's restart load.
       2000-LOAD-CHECKPOINTS.
           OPEN INPUT YACHT-CKPT-FILE.
           IF SB-CKPT-STATUS IS EQUAL TO "35"
             GO TO 2000-LOAD-CHECKPOINTS-EXIT
           END-IF.
           MOVE "N" TO SB-EOF-SW.
           PERFORM 2100-READ-CHECKPOINT THRU 2100-READ-CHECKPOINT-EXIT
             UNTIL SB-EOF.
           CLOSE YACHT-CKPT-FILE.
       2000-LOAD-CHECKPOINTS-EXIT.
           EXIT.

       2100-READ-CHECKPOINT.
           READ YACHT-CKPT-FILE
             AT END
               MOVE "Y" TO SB-EOF-SW
               GO TO 2100-READ-CHECKPOINT-EXIT
           END-READ.
           ADD 1 TO SB-READ-COUNT.
           IF CK-SESSION-ID IS NOT NUMERIC
             GO TO 2100-READ-CHECKPOINT-EXIT
           END-IF.
           IF CK-SESSION-ID IS NOT EQUAL TO SB-SESSION-ID
             GO TO 2100-READ-CHECKPOINT-EXIT
           END-IF.
           ADD 1 TO SB-SESSION-ROWS.
           PERFORM 2200-FIND-PLAYER THRU 2200-FIND-PLAYER-EXIT.
           IF NOT SB-KEY-FOUND
             IF SB-PLAYER-COUNT IS NOT LESS THAN SB-PLAYER-LIMIT
               ADD 1 TO SB-UNPLACED-ROWS
               GO TO 2100-READ-CHECKPOINT-EXIT
             END-IF
             PERFORM 2300-ADD-PLAYER THRU 2300-ADD-PLAYER-EXIT
           END-IF.
           PERFORM 2400-POST-ROW THRU 2400-POST-ROW-EXIT.
       2100-READ-CHECKPOINT-EXIT.
           EXIT.

      *    Leaves SB-PL-IDX on CK-PLAYER-ID's card when the found
      *    switch comes back "Y".
       2200-FIND-PLAYER.
           MOVE "N" TO SB-FOUND-SW.
           IF SB-PLAYER-COUNT IS GREATER THAN 0
             SET SB-PL-IDX TO 1
             PERFORM 2210-COMPARE-PLAYER THRU 2210-COMPARE-PLAYER-EXIT
               SB-PLAYER-COUNT TIMES
           END-IF.
       2200-FIND-PLAYER-EXIT.
           EXIT.

       2210-COMPARE-PLAYER.
           IF SB-KEY-FOUND
             CONTINUE
           ELSE
             IF CK-PLAYER-ID IS EQUAL TO SB-PL-PLAYER-ID(SB-PL-IDX)
               MOVE "Y" TO SB-FOUND-SW
             ELSE
               SET SB-PL-IDX UP BY 1
             END-IF
           END-IF.
       2210-COMPARE-PLAYER-EXIT.
           EXIT.

      *    A new card takes its rule set from the variant the row
      *    was scored under; a variant not on the rule table plays
      *    standard, as YACHT plays it.
       2300-ADD-PLAYER.
           ADD 1 TO SB-PLAYER-COUNT.
           SET SB-PL-IDX TO SB-PLAYER-COUNT.
           INITIALIZE SB-PL-ENTRY(SB-PL-IDX).
           MOVE CK-PLAYER-ID TO SB-PL-PLAYER-ID(SB-PL-IDX).
           MOVE 1 TO SB-PL-RULE-NO(SB-PL-IDX).
           IF CK-VARIANT-CODE IS NOT EQUAL TO SPACES
             AND CK-VARIANT-CODE IS NOT EQUAL TO "STD"
             MOVE CK-VARIANT-CODE TO SB-LOOKUP-VARIANT
             PERFORM 1120-FIND-VARIANT THRU 1120-FIND-VARIANT-EXIT
             IF SB-KEY-FOUND
               SET SB-PL-RULE-NO(SB-PL-IDX) TO SB-VR-IDX
             END-IF
           END-IF.
           PERFORM 2500-START-CARD THRU 2500-START-CARD-EXIT.
       2300-ADD-PLAYER-EXIT.
           EXIT.

      *    Places the row's score in its slot on the player's card.
      *    A category already on the card starts the player's next
      *    card; a name the rule set does not know is not placed.
       2400-POST-ROW.
           SET SB-VR-IDX TO SB-PL-RULE-NO(SB-PL-IDX).
           MOVE 0 TO SB-CAT-IDX.
           MOVE 1 TO SB-SORT-IDX.
           PERFORM 2410-COMPARE-CATEGORY THRU 2410-COMPARE-CATEGORY-EXIT
             12 TIMES.
           IF SB-CAT-IDX IS EQUAL TO 0
             ADD 1 TO SB-UNPLACED-ROWS
             GO TO 2400-POST-ROW-EXIT
           END-IF.
           IF SB-PL-PLAYED(SB-PL-IDX, SB-CAT-IDX) IS EQUAL TO "Y"
             PERFORM 2500-START-CARD THRU 2500-START-CARD-EXIT
           END-IF.
           MOVE CK-SCORE TO SB-PL-SCORE(SB-PL-IDX, SB-CAT-IDX).
           MOVE "Y" TO SB-PL-PLAYED(SB-PL-IDX, SB-CAT-IDX).
           ADD 1 TO SB-PL-CATS(SB-PL-IDX).
       2400-POST-ROW-EXIT.
           EXIT.

       2410-COMPARE-CATEGORY.
           IF SB-CAT-IDX IS EQUAL TO 0
             AND CK-CATEGORY IS EQUAL TO
               SB-VR-NAME(SB-VR-IDX, SB-SORT-IDX)
             MOVE SB-SORT-IDX TO SB-CAT-IDX
           END-IF.
           ADD 1 TO SB-SORT-IDX.
       2410-COMPARE-CATEGORY-EXIT.
           EXIT.

       2500-START-CARD.
           ADD 1 TO SB-PL-CARD-NO(SB-PL-IDX).
           MOVE 0 TO SB-PL-CATS(SB-PL-IDX).
           MOVE 1 TO SB-SORT-IDX.
           PERFORM 2510-CLEAR-SLOT THRU 2510-CLEAR-SLOT-EXIT 12 TIMES.
       2500-START-CARD-EXIT.
           EXIT.

       2510-CLEAR-SLOT.
           MOVE 0 TO SB-PL-SCORE(SB-PL-IDX, SB-SORT-IDX).
           MOVE "N" TO SB-PL-PLAYED(SB-PL-IDX, SB-SORT-IDX).
           ADD 1 TO SB-SORT-IDX.
       2510-CLEAR-SLOT-EXIT.
           EXIT.

      *    Works out one card's position: the upper section against
      *    the bonus threshold, the points banked, and the best
      *    total still possible -- every open slot at its ceiling,
      *    plus the bonus if the open upper slots can still reach
      *    it. Then the handicap nets and the name and team off the
      *    master.
       3000-FIGURE-PLAYER.
           SET SB-VR-IDX TO SB-PL-RULE-NO(SB-PL-IDX).
           MOVE 0 TO SB-PL-UPPER(SB-PL-IDX).
           MOVE 0 TO SB-UPPER-OPEN.
           MOVE 0 TO SB-LOWER.
           MOVE 0 TO SB-OPEN-MAX.
           MOVE 1 TO SB-CAT-IDX.
           PERFORM 3100-ADD-SLOT THRU 3100-ADD-SLOT-EXIT 12 TIMES.
           MOVE 0 TO SB-PL-BONUS-NEED(SB-PL-IDX).
           IF SB-PL-UPPER(SB-PL-IDX) IS NOT LESS THAN
             SB-VR-THRESHOLD(SB-VR-IDX)
             MOVE "M" TO SB-PL-BONUS-STATE(SB-PL-IDX)
             COMPUTE SB-PL-BANKED(SB-PL-IDX) =
               SB-PL-UPPER(SB-PL-IDX) + SB-LOWER
               + SB-VR-AMOUNT(SB-VR-IDX)
             COMPUTE SB-PL-BEST(SB-PL-IDX) =
               SB-PL-BANKED(SB-PL-IDX) + SB-OPEN-MAX
           ELSE
             COMPUTE SB-PL-BANKED(SB-PL-IDX) =
               SB-PL-UPPER(SB-PL-IDX) + SB-LOWER
             COMPUTE SB-PL-BEST(SB-PL-IDX) =
               SB-PL-BANKED(SB-PL-IDX) + SB-OPEN-MAX
             IF SB-PL-UPPER(SB-PL-IDX) + SB-UPPER-OPEN
               IS NOT LESS THAN SB-VR-THRESHOLD(SB-VR-IDX)
               MOVE "O" TO SB-PL-BONUS-STATE(SB-PL-IDX)
               COMPUTE SB-PL-BONUS-NEED(SB-PL-IDX) =
                 SB-VR-THRESHOLD(SB-VR-IDX) - SB-PL-UPPER(SB-PL-IDX)
               ADD SB-VR-AMOUNT(SB-VR-IDX) TO SB-PL-BEST(SB-PL-IDX)
             ELSE
               MOVE "X" TO SB-PL-BONUS-STATE(SB-PL-IDX)
             END-IF
           END-IF.
           IF SB-PL-CATS(SB-PL-IDX) IS EQUAL TO 12
             ADD 1 TO SB-FINISHED-COUNT
           END-IF.
           PERFORM 3200-FIND-HANDICAP THRU 3200-FIND-HANDICAP-EXIT.
           COMPUTE SB-PL-NET(SB-PL-IDX) =
             SB-PL-BANKED(SB-PL-IDX) + SB-PL-HANDICAP(SB-PL-IDX).
           COMPUTE SB-PL-BEST-NET(SB-PL-IDX) =
             SB-PL-BEST(SB-PL-IDX) + SB-PL-HANDICAP(SB-PL-IDX).
           PERFORM 3300-READ-MASTER THRU 3300-READ-MASTER-EXIT.
           SET SB-PL-IDX UP BY 1.
       3000-FIGURE-PLAYER-EXIT.
           EXIT.

       3100-ADD-SLOT.
           IF SB-PL-PLAYED(SB-PL-IDX, SB-CAT-IDX) IS EQUAL TO "Y"
             IF SB-CAT-IDX IS LESS THAN 7
               ADD SB-PL-SCORE(SB-PL-IDX, SB-CAT-IDX)
                 TO SB-PL-UPPER(SB-PL-IDX)
             ELSE
               ADD SB-PL-SCORE(SB-PL-IDX, SB-CAT-IDX) TO SB-LOWER
             END-IF
           ELSE
             ADD SB-VR-MAX(SB-VR-IDX, SB-CAT-IDX) TO SB-OPEN-MAX
             IF SB-CAT-IDX IS LESS THAN 7
               ADD SB-VR-MAX(SB-VR-IDX, SB-CAT-IDX) TO SB-UPPER-OPEN
             END-IF
           END-IF.
           ADD 1 TO SB-CAT-IDX.
       3100-ADD-SLOT-EXIT.
           EXIT.

      *    No handicap row means scratch.
       3200-FIND-HANDICAP.
           MOVE 0 TO SB-PL-HANDICAP(SB-PL-IDX).
           IF SB-HCAP-COUNT IS GREATER THAN 0
             SET SB-HC-IDX TO 1
             PERFORM 3210-COMPARE-HANDICAP
               THRU 3210-COMPARE-HANDICAP-EXIT
               SB-HCAP-COUNT TIMES
           END-IF.
       3200-FIND-HANDICAP-EXIT.
           EXIT.

       3210-COMPARE-HANDICAP.
           IF SB-PL-PLAYER-ID(SB-PL-IDX) IS EQUAL TO
             SB-HC-PLAYER-ID(SB-HC-IDX)
             MOVE SB-HC-HANDICAP(SB-HC-IDX)
               TO SB-PL-HANDICAP(SB-PL-IDX)
           END-IF.
           SET SB-HC-IDX UP BY 1.
       3210-COMPARE-HANDICAP-EXIT.
           EXIT.

       3300-READ-MASTER.
           MOVE SPACES TO SB-PL-NAME(SB-PL-IDX).
           MOVE SPACES TO SB-PL-TEAM-CODE(SB-PL-IDX).
           IF NOT SB-MASTER-OPEN
             GO TO 3300-READ-MASTER-EXIT
           END-IF.
           MOVE SB-PL-PLAYER-ID(SB-PL-IDX) TO PM-PLAYER-ID.
           READ PLAYER-MASTER-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE PM-PLAYER-NAME TO SB-PL-NAME(SB-PL-IDX)
               MOVE PM-TEAM-CODE TO SB-PL-TEAM-CODE(SB-PL-IDX)
           END-READ.
       3300-READ-MASTER-EXIT.
           EXIT.

      *    Exchange sort, best net banked first; the best net still
      *    possible breaks a tie.
       4000-RANK-PLAYERS.
           IF SB-PLAYER-COUNT IS LESS THAN 2
             GO TO 4000-RANK-PLAYERS-EXIT
           END-IF.
           MOVE "Y" TO SB-SWAPPED-SW.
           PERFORM 4100-SORT-SWEEP THRU 4100-SORT-SWEEP-EXIT
             UNTIL NOT SB-SWAPPED.
       4000-RANK-PLAYERS-EXIT.
           EXIT.

       4100-SORT-SWEEP.
           MOVE "N" TO SB-SWAPPED-SW.
           COMPUTE SB-SORT-LIMIT = SB-PLAYER-COUNT - 1.
           MOVE 1 TO SB-SORT-IDX.
           PERFORM 4200-SORT-COMPARE THRU 4200-SORT-COMPARE-EXIT
             SB-SORT-LIMIT TIMES.
       4100-SORT-SWEEP-EXIT.
           EXIT.

       4200-SORT-COMPARE.
           IF SB-PL-NET(SB-SORT-IDX) IS LESS THAN
             SB-PL-NET(SB-SORT-IDX + 1)
             OR (SB-PL-NET(SB-SORT-IDX) IS EQUAL TO
               SB-PL-NET(SB-SORT-IDX + 1)
             AND SB-PL-BEST-NET(SB-SORT-IDX) IS LESS THAN
               SB-PL-BEST-NET(SB-SORT-IDX + 1))
             MOVE SB-PL-ENTRY(SB-SORT-IDX) TO SB-PL-HOLD-ENTRY
             MOVE SB-PL-ENTRY(SB-SORT-IDX + 1)
               TO SB-PL-ENTRY(SB-SORT-IDX)
             MOVE SB-PL-HOLD-ENTRY TO SB-PL-ENTRY(SB-SORT-IDX + 1)
             MOVE "Y" TO SB-SWAPPED-SW
           END-IF.
           ADD 1 TO SB-SORT-IDX.
       4200-SORT-COMPARE-EXIT.
           EXIT.

       5000-PRINT-STANDINGS.
           IF SB-PLAYER-COUNT IS EQUAL TO 0
             MOVE "NO CATEGORIES SCORED YET TONIGHT" TO SCORE-RPT-REC
             WRITE SCORE-RPT-REC
             GO TO 5000-PRINT-STANDINGS-EXIT
           END-IF.
           WRITE SCORE-RPT-REC FROM SB-HDR-LINE-2.
           MOVE 0 TO SB-RANK.
           SET SB-PL-IDX TO 1.
           PERFORM 5100-PRINT-ONE-PLAYER THRU 5100-PRINT-ONE-PLAYER-EXIT
             SB-PLAYER-COUNT TIMES.
           MOVE SPACES TO SCORE-RPT-REC.
           WRITE SCORE-RPT-REC.
           MOVE SB-PL-PLAYER-ID(1) TO SB-LD-PLAYER-ID.
           MOVE SB-PL-BANKED(1) TO SB-LD-BANKED.
           MOVE SB-PL-NET(1) TO SB-LD-NET.
           WRITE SCORE-RPT-REC FROM SB-LEADER-LINE.
       5000-PRINT-STANDINGS-EXIT.
           EXIT.

      *    The bonus column reads "MADE +35" once the upper section
      *    has reached the threshold, "NEED 12" while the open upper
      *    slots can still get there, and "OUT" once they cannot.
       5100-PRINT-ONE-PLAYER.
           ADD 1 TO SB-RANK.
           SET SB-VR-IDX TO SB-PL-RULE-NO(SB-PL-IDX).
           MOVE SB-RANK TO SB-RPT-RANK.
           MOVE SB-PL-PLAYER-ID(SB-PL-IDX) TO SB-RPT-PLAYER-ID.
           MOVE SB-PL-NAME(SB-PL-IDX) TO SB-RPT-NAME.
           MOVE SB-PL-CARD-NO(SB-PL-IDX) TO SB-RPT-CARD-NO.
           MOVE SB-PL-CATS(SB-PL-IDX) TO SB-RPT-CATS.
           MOVE SB-PL-UPPER(SB-PL-IDX) TO SB-RPT-UPPER.
           MOVE SB-VR-THRESHOLD(SB-VR-IDX) TO SB-RPT-THRESHOLD.
           MOVE SPACES TO SB-RPT-BONUS.
           EVALUATE SB-PL-BONUS-STATE(SB-PL-IDX)
             WHEN "M"
               MOVE SB-VR-AMOUNT(SB-VR-IDX) TO SB-BONUS-AMOUNT-OUT
               STRING "MADE +" DELIMITED BY SIZE
                 SB-BONUS-AMOUNT-OUT DELIMITED BY SIZE
                 INTO SB-RPT-BONUS
             WHEN "O"
               MOVE SB-PL-BONUS-NEED(SB-PL-IDX) TO SB-BONUS-NEED-OUT
               STRING "NEED " DELIMITED BY SIZE
                 SB-BONUS-NEED-OUT DELIMITED BY SIZE
                 INTO SB-RPT-BONUS
             WHEN OTHER
               MOVE "OUT" TO SB-RPT-BONUS
           END-EVALUATE.
           MOVE SB-PL-BANKED(SB-PL-IDX) TO SB-RPT-BANKED.
           MOVE SB-PL-HANDICAP(SB-PL-IDX) TO SB-RPT-HANDICAP.
           MOVE SB-PL-NET(SB-PL-IDX) TO SB-RPT-NET.
           MOVE SB-PL-BEST(SB-PL-IDX) TO SB-RPT-BEST.
           MOVE SB-PL-BEST-NET(SB-PL-IDX) TO SB-RPT-BEST-NET.
           WRITE SCORE-RPT-REC FROM SB-PLAYER-LINE.
           SET SB-PL-IDX UP BY 1.
       5100-PRINT-ONE-PLAYER-EXIT.
           EXIT.

      *    Gross points banked and the best still possible, summed
      *    onto the team each player's master record carries;
      *    players without a team stay individual only. Teams print
      *    in the order their best-placed player stands.
       6000-TEAM-SECTION.
           IF SB-PLAYER-COUNT IS GREATER THAN 0
             SET SB-PL-IDX TO 1
             PERFORM 6100-POST-TEAM-TOTAL THRU 6100-POST-TEAM-TOTAL-EXIT
               SB-PLAYER-COUNT TIMES
           END-IF.
           IF SB-TEAM-TOT-COUNT IS EQUAL TO 0
             GO TO 6000-TEAM-SECTION-EXIT
           END-IF.
           MOVE SPACES TO SCORE-RPT-REC.
           WRITE SCORE-RPT-REC.
           SET SB-TT-IDX TO 1.
           PERFORM 6200-PRINT-ONE-TEAM THRU 6200-PRINT-ONE-TEAM-EXIT
             SB-TEAM-TOT-COUNT TIMES.
           MOVE SB-LEAD-TEAM-CODE TO SB-TL-TEAM-CODE.
           MOVE SB-LEAD-TEAM-CODE TO SB-LOOKUP-TEAM.
           PERFORM 6300-FIND-TEAM-NAME THRU 6300-FIND-TEAM-NAME-EXIT.
           MOVE SB-TEAM-RPT-NAME TO SB-TL-TEAM-NAME.
           MOVE SB-LEAD-TEAM-BANKED TO SB-TL-BANKED.
           WRITE SCORE-RPT-REC FROM SB-TEAM-LEADER-LINE.
       6000-TEAM-SECTION-EXIT.
           EXIT.

       6100-POST-TEAM-TOTAL.
           IF SB-PL-TEAM-CODE(SB-PL-IDX) IS EQUAL TO SPACES
             GO TO 6100-POST-TEAM-TOTAL-BUMP
           END-IF.
           MOVE SB-PL-TEAM-CODE(SB-PL-IDX) TO SB-LOOKUP-TEAM.
           PERFORM 6110-FIND-TEAM-SLOT THRU 6110-FIND-TEAM-SLOT-EXIT.
           IF NOT SB-KEY-FOUND
             IF SB-TEAM-TOT-COUNT IS NOT LESS THAN 50
               GO TO 6100-POST-TEAM-TOTAL-BUMP
             END-IF
             ADD 1 TO SB-TEAM-TOT-COUNT
             SET SB-TT-IDX TO SB-TEAM-TOT-COUNT
             MOVE SB-LOOKUP-TEAM TO SB-TT-TEAM-CODE(SB-TT-IDX)
             MOVE 0 TO SB-TT-PLAYERS(SB-TT-IDX)
             MOVE 0 TO SB-TT-BANKED(SB-TT-IDX)
             MOVE 0 TO SB-TT-BEST(SB-TT-IDX)
           END-IF.
           ADD 1 TO SB-TT-PLAYERS(SB-TT-IDX).
           ADD SB-PL-BANKED(SB-PL-IDX) TO SB-TT-BANKED(SB-TT-IDX).
           ADD SB-PL-BEST(SB-PL-IDX) TO SB-TT-BEST(SB-TT-IDX).
       6100-POST-TEAM-TOTAL-BUMP.
           SET SB-PL-IDX UP BY 1.
       6100-POST-TEAM-TOTAL-EXIT.
           EXIT.

      *    Leaves SB-TT-IDX on SB-LOOKUP-TEAM's slot when the found
      *    switch comes back "Y".
       6110-FIND-TEAM-SLOT.
           MOVE "N" TO SB-FOUND-SW.
           IF SB-TEAM-TOT-COUNT IS GREATER THAN 0
             SET SB-TT-IDX TO 1
             PERFORM 6120-COMPARE-TEAM-SLOT
               THRU 6120-COMPARE-TEAM-SLOT-EXIT
               SB-TEAM-TOT-COUNT TIMES
           END-IF.
       6110-FIND-TEAM-SLOT-EXIT.
           EXIT.

       6120-COMPARE-TEAM-SLOT.
           IF SB-KEY-FOUND
             CONTINUE
           ELSE
             IF SB-LOOKUP-TEAM IS EQUAL TO SB-TT-TEAM-CODE(SB-TT-IDX)
               MOVE "Y" TO SB-FOUND-SW
             ELSE
               SET SB-TT-IDX UP BY 1
             END-IF
           END-IF.
       6120-COMPARE-TEAM-SLOT-EXIT.
           EXIT.

       6200-PRINT-ONE-TEAM.
           MOVE SB-TT-TEAM-CODE(SB-TT-IDX) TO SB-TM-TEAM-CODE.
           MOVE SB-TT-TEAM-CODE(SB-TT-IDX) TO SB-LOOKUP-TEAM.
           PERFORM 6300-FIND-TEAM-NAME THRU 6300-FIND-TEAM-NAME-EXIT.
           MOVE SB-TEAM-RPT-NAME TO SB-TM-TEAM-NAME.
           MOVE SB-TT-PLAYERS(SB-TT-IDX) TO SB-TM-PLAYERS.
           MOVE SB-TT-BANKED(SB-TT-IDX) TO SB-TM-BANKED.
           MOVE SB-TT-BEST(SB-TT-IDX) TO SB-TM-BEST.
           WRITE SCORE-RPT-REC FROM SB-TEAM-LINE.
           IF SB-TT-BANKED(SB-TT-IDX) IS GREATER THAN
             SB-LEAD-TEAM-BANKED
             MOVE SB-TT-BANKED(SB-TT-IDX) TO SB-LEAD-TEAM-BANKED
             MOVE SB-TT-TEAM-CODE(SB-TT-IDX) TO SB-LEAD-TEAM-CODE
           END-IF.
           SET SB-TT-IDX UP BY 1.
       6200-PRINT-ONE-TEAM-EXIT.
           EXIT.

      *    An unknown code prints with a blank name.
       6300-FIND-TEAM-NAME.
           MOVE SPACES TO SB-TEAM-RPT-NAME.
           IF SB-TEAM-NAME-COUNT IS GREATER THAN 0
             SET SB-TN-IDX TO 1
             PERFORM 6310-COMPARE-TEAM-NAME
               THRU 6310-COMPARE-TEAM-NAME-EXIT
               SB-TEAM-NAME-COUNT TIMES
           END-IF.
       6300-FIND-TEAM-NAME-EXIT.
           EXIT.

       6310-COMPARE-TEAM-NAME.
           IF SB-LOOKUP-TEAM IS EQUAL TO SB-TN-TEAM-CODE(SB-TN-IDX)
             MOVE SB-TN-TEAM-NAME(SB-TN-IDX) TO SB-TEAM-RPT-NAME
           END-IF.
           SET SB-TN-IDX UP BY 1.
       6310-COMPARE-TEAM-NAME-EXIT.
           EXIT.

       9000-TERMINATE.
           MOVE SPACES TO SCORE-RPT-REC.
           WRITE SCORE-RPT-REC.
           MOVE SB-PLAYER-COUNT TO SB-CT-PLAYERS.
           MOVE SB-FINISHED-COUNT TO SB-CT-FINISHED.
           MOVE SB-SESSION-ROWS TO SB-CT-ROWS.
           WRITE SCORE-RPT-REC FROM SB-COUNT-LINE.
           IF SB-UNPLACED-ROWS IS GREATER THAN 0
             MOVE SPACES TO SCORE-RPT-REC
             STRING "*** " DELIMITED BY SIZE
               "ROWS NOT ON ANY CARD (UNKNOWN CATEGORY OR "
               DELIMITED BY SIZE
               "PLAYER TABLE FULL) ***" DELIMITED BY SIZE
               INTO SCORE-RPT-REC
             WRITE SCORE-RPT-REC
           END-IF.
           IF SB-MASTER-OPEN
             CLOSE PLAYER-MASTER-FILE
           END-IF.
           CLOSE SCORE-RPT-FILE.
           DISPLAY "SCOREBRD SESSION=" SB-SESSION-ID
             " ROWS=" SB-SESSION-ROWS
             " PLAYERS=" SB-PLAYER-COUNT
             " FINISHED=" SB-FINISHED-COUNT.
       9000-TERMINATE-EXIT.
           EXIT.
