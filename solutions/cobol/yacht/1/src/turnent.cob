       IDENTIFICATION DIVISION.
       PROGRAM-ID. TURNENT.
       AUTHOR. DATA-PROCESSING.
       INSTALLATION. GAME-NIGHT-SHOP.
       DATE-WRITTEN. 2026-10-14.
       DATE-COMPILED.

      *****************************************************
      * MODIFICATION HISTORY
      * 2026-10-14  DP  Original scorekeeper's turn entry:
      *                 keys the night's turns at the table
      *                 instead of in a text editor. Each
      *                 field is checked as it is keyed --
      *                 player against the player master,
      *                 new-game flag, mode, dice, reroll
      *                 mask and category, the same rules
      *                 YACHTEDT and YACHT apply -- and a
      *                 category the player has already
      *                 scored this session is flagged for
      *                 the scorekeeper to confirm or drop.
      *                 Accepted turns are appended to
      *                 YACHTRAW for YACHTEDT as before. Will
      *                 not start unless NIGHTCTL shows an
      *                 open night.
      * 2026-10-15  DP  Replays the turns already on YACHTRAW
      *                 into the already-scored table before
      *                 appending, so a second sitting warns on
      *                 categories keyed at the first one and
      *                 not yet through YACHTBAT.
      *****************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GENERIC.
       OBJECT-COMPUTER. GENERIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *        NIGHTCTL's one-record state file; turns are only
      *        keyed for an open night.
           SELECT NIGHT-CTL-FILE ASSIGN TO "NIGHTCTL"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TE-NIGHT-STATUS.

      *        The raw turn file YACHTEDT edits; read first for the
      *        turns already keyed tonight, then opened EXTEND so a
      *        second sitting adds to them.
           SELECT RAW-TRANS-FILE ASSIGN TO "YACHTRAW"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TE-RAW-STATUS.

      *        Categories YACHTBAT has already scored tonight, read
      *        for the already-used warning.
           SELECT YACHT-CKPT-FILE ASSIGN TO "YACHTCKP"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TE-CKPT-STATUS.

           SELECT PLAYER-MASTER-FILE ASSIGN TO "PLAYRMAS"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PM-PLAYER-ID
             FILE STATUS IS TE-MASTER-STATUS.

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
      *        YACHT-TRANS-REC.
       FD  RAW-TRANS-FILE.
       01  RAW-TRANS-REC.
           05 TR-PLAYER-ID          PIC X(10).
           05 TR-CATEGORY           PIC X(15).
           05 TR-DICE               PIC 9(05).
           05 TR-REROLL-MASK        PIC X(05).
           05 TR-MODE               PIC X(01).
           05 TR-NEW-GAME           PIC X(01).
           05 FILLER                PIC X(23).

      *        Byte-for-byte the same layout as YACHTBAT's
      *        YACHT-CKPT-REC.
       FD  YACHT-CKPT-FILE.
       01  YACHT-CKPT-REC.
           05 CK-PLAYER-ID          PIC X(10).
           05 CK-CATEGORY           PIC X(15).
           05 CK-SCORE              PIC 99.
           05 CK-SESSION-ID         PIC 9(06).
           05 CK-VARIANT-CODE       PIC X(06).

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
             88 PM-PLAYER-INACTIVE VALUE "I".
           05 FILLER                PIC X(19).

       WORKING-STORAGE SECTION.
       01 TE-NIGHT-STATUS           PIC XX VALUE "00".
       01 TE-RAW-STATUS             PIC XX VALUE "00".
       01 TE-CKPT-STATUS            PIC XX VALUE "00".
       01 TE-MASTER-STATUS          PIC XX VALUE "00".

       01 TE-NIGHT-OPEN-SW          PIC X VALUE "N".
         88 TE-NIGHT-IS-OPEN VALUE "Y".
       01 TE-SESSION-ID             PIC 9(06) VALUE 0.

       01 TE-EOF-SW                 PIC X VALUE "N".
         88 TE-EOF VALUE "Y".
       01 TE-END-ENTRY-SW           PIC X VALUE "N".
         88 TE-END-OF-ENTRY VALUE "Y".
       01 TE-FIELD-OK-SW            PIC X VALUE "N".
         88 TE-FIELD-OK VALUE "Y".
       01 TE-FOUND-SW               PIC X VALUE "N".
         88 TE-KEY-FOUND VALUE "Y".

      *    A field keyed wrong is asked for again; after this many
      *    tries the turn is dropped and the scorekeeper starts it
      *    over from the player id.
       01 TE-TRIES                  PIC 9(4) COMP VALUE 0.
       01 TE-TRY-LIMIT              PIC 9(4) COMP VALUE 3.

      *    What the scorekeeper keys, before it is moved onto the
      *    turn record.
       01 TE-IN-PLAYER              PIC X(10) VALUE SPACES.
       01 TE-IN-NEW-GAME            PIC X(01) VALUE SPACES.
       01 TE-IN-MODE                PIC X(01) VALUE SPACES.
       01 TE-IN-DICE                PIC X(05) VALUE SPACES.
       01 TE-IN-MASK                PIC X(05) VALUE SPACES.
       01 TE-IN-CATEGORY            PIC X(15) VALUE SPACES.
       01 TE-IN-REPLY               PIC X(01) VALUE SPACES.
       01 TE-PLAYER-NAME            PIC X(20) VALUE SPACES.

       01 TE-CHAR-IDX               PIC 9(4) COMP VALUE 0.
       01 TE-BAD-CHARS              PIC 9(4) COMP VALUE 0.
       01 TE-REROLL-CHARS           PIC 9(4) COMP VALUE 0.

       01 TE-KEYED-COUNT            PIC 9(5) COMP VALUE 0.
       01 TE-REPLAYED-COUNT         PIC 9(5) COMP VALUE 0.
       01 TE-WRITTEN-COUNT          PIC 9(5) COMP VALUE 0.
       01 TE-DROPPED-COUNT          PIC 9(5) COMP VALUE 0.
       01 TE-WARNED-COUNT           PIC 9(5) COMP VALUE 0.

      *    The same twelve category names YACHTEDT accepts, in the
      *    same order.
       01 TE-CATEGORY-NAMES.
         05 FILLER PIC X(15) VALUE "ones".
         05 FILLER PIC X(15) VALUE "twos".
         05 FILLER PIC X(15) VALUE "threes".
         05 FILLER PIC X(15) VALUE "fours".
         05 FILLER PIC X(15) VALUE "fives".
         05 FILLER PIC X(15) VALUE "sixes".
         05 FILLER PIC X(15) VALUE "full house".
         05 FILLER PIC X(15) VALUE "four of a kind".
         05 FILLER PIC X(15) VALUE "little straight".
         05 FILLER PIC X(15) VALUE "big straight".
         05 FILLER PIC X(15) VALUE "choice".
         05 FILLER PIC X(15) VALUE "yacht".
       01 TE-CATEGORY-TABLE REDEFINES TE-CATEGORY-NAMES.
         05 TE-CAT-NAME PIC X(15) OCCURS 12 TIMES
           INDEXED BY TE-CAT-IDX.

      *    Every player/category scored on the player's current card
      *    this session: seeded from the open session's checkpoint
      *    rows and the turns already on YACHTRAW, then added to as
      *    "S" turns are written. A category met again on the
      *    checkpoint file, or a new-game turn, starts the player's
      *    next card and clears the player's rows (player id set
      *    to spaces).
       01 TE-USED-COUNT             PIC 9(4) COMP VALUE 0.
       01 TE-USED-LIMIT             PIC 9(4) COMP VALUE 600.
       01 TE-USED-TABLE.
         05 TE-US-ENTRY OCCURS 600 TIMES INDEXED BY TE-US-IDX.
           10 TE-US-PLAYER-ID       PIC X(10).
           10 TE-US-CATEGORY        PIC X(15).
       01 TE-LOOKUP-PLAYER          PIC X(10) VALUE SPACES.
       01 TE-LOOKUP-CATEGORY        PIC X(15) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0100-CHECK-NIGHT THRU 0100-CHECK-NIGHT-EXIT.
           IF NOT TE-NIGHT-IS-OPEN
             DISPLAY "TURNENT *** NO NIGHT OPEN - RUN REFUSED ***"
             DISPLAY "TURNENT RUN NIGHTCTL WITH AN OPEN CARD FIRST"
             STOP RUN
           END-IF.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-KEY-TURN THRU 2000-KEY-TURN-EXIT
             UNTIL TE-END-OF-ENTRY.
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           STOP RUN.

      *    The same check YACHTBAT makes before it will score.
       0100-CHECK-NIGHT.
           OPEN INPUT NIGHT-CTL-FILE.
           IF TE-NIGHT-STATUS IS EQUAL TO "35"
             GO TO 0100-CHECK-NIGHT-EXIT
           END-IF.
           READ NIGHT-CTL-FILE
             AT END
               CONTINUE
             NOT AT END
               IF NK-NIGHT-STATUS IS EQUAL TO "OPEN"
                 MOVE "Y" TO TE-NIGHT-OPEN-SW
                 MOVE NK-SESSION-ID TO TE-SESSION-ID
               END-IF
           END-READ.
           CLOSE NIGHT-CTL-FILE.
       0100-CHECK-NIGHT-EXIT.
           EXIT.

      *    Without the player master no id can be checked, so the
      *    screen will not start.
       1000-INITIALIZE.
           OPEN INPUT PLAYER-MASTER-FILE.
           IF TE-MASTER-STATUS IS NOT EQUAL TO "00"
             DISPLAY "TURNENT *** PLAYRMAS NOT AVAILABLE - STATUS "
               TE-MASTER-STATUS " - RUN REFUSED ***"
             STOP RUN
           END-IF.
           PERFORM 1100-LOAD-CHECKPOINTS
             THRU 1100-LOAD-CHECKPOINTS-EXIT.
           PERFORM 1200-REPLAY-RAW-TURNS
             THRU 1200-REPLAY-RAW-TURNS-EXIT.
           OPEN EXTEND RAW-TRANS-FILE.
           IF TE-RAW-STATUS IS EQUAL TO "05" OR "35"
             OPEN OUTPUT RAW-TRANS-FILE
           END-IF.
           DISPLAY "TURNENT TURN ENTRY FOR SESSION " TE-SESSION-ID.
           IF TE-REPLAYED-COUNT IS GREATER THAN 0
             DISPLAY "TURNENT " TE-REPLAYED-COUNT
               " TURNS ALREADY KEYED TONIGHT"
           END-IF.
           DISPLAY "TURNENT KEY END AT PLAYER ID TO FINISH".
       1000-INITIALIZE-EXIT.
           EXIT.

       1100-LOAD-CHECKPOINTS.
           OPEN INPUT YACHT-CKPT-FILE.
           IF TE-CKPT-STATUS IS EQUAL TO "35"
             GO TO 1100-LOAD-CHECKPOINTS-EXIT
           END-IF.
           MOVE "N" TO TE-EOF-SW.
           PERFORM 1110-READ-CHECKPOINT THRU 1110-READ-CHECKPOINT-EXIT
             UNTIL TE-EOF.
           CLOSE YACHT-CKPT-FILE.
       1100-LOAD-CHECKPOINTS-EXIT.
           EXIT.

      *    Only rows stamped with the open session count, as in
      *    YACHTBAT's restart load.
       1110-READ-CHECKPOINT.
           READ YACHT-CKPT-FILE
             AT END
               MOVE "Y" TO TE-EOF-SW
               GO TO 1110-READ-CHECKPOINT-EXIT
           END-READ.
           IF CK-SESSION-ID IS NOT NUMERIC
             GO TO 1110-READ-CHECKPOINT-EXIT
           END-IF.
           IF CK-SESSION-ID IS NOT EQUAL TO TE-SESSION-ID
             GO TO 1110-READ-CHECKPOINT-EXIT
           END-IF.
           MOVE CK-PLAYER-ID TO TE-LOOKUP-PLAYER.
           MOVE CK-CATEGORY TO TE-LOOKUP-CATEGORY.
           PERFORM 7000-FIND-USED THRU 7000-FIND-USED-EXIT.
           IF TE-KEY-FOUND
             PERFORM 7200-CLEAR-PLAYER THRU 7200-CLEAR-PLAYER-EXIT
           END-IF.
           PERFORM 7300-ADD-USED THRU 7300-ADD-USED-EXIT.
       1110-READ-CHECKPOINT-EXIT.
           EXIT.

      *    YACHTEDT takes the whole of YACHTRAW into the night's
      *    YACHTIN, so every turn on it is tonight's: each is put
      *    through the table the same way as a turn keyed now,
      *    turns scored by YACHTBAT already being found on the
      *    checkpoint rows and so not added twice.
       1200-REPLAY-RAW-TURNS.
           OPEN INPUT RAW-TRANS-FILE.
           IF TE-RAW-STATUS IS EQUAL TO "35"
             GO TO 1200-REPLAY-RAW-TURNS-EXIT
           END-IF.
           MOVE "N" TO TE-EOF-SW.
           PERFORM 1210-READ-RAW-TURN THRU 1210-READ-RAW-TURN-EXIT
             UNTIL TE-EOF.
           CLOSE RAW-TRANS-FILE.
       1200-REPLAY-RAW-TURNS-EXIT.
           EXIT.

       1210-READ-RAW-TURN.
           READ RAW-TRANS-FILE
             AT END
               MOVE "Y" TO TE-EOF-SW
               GO TO 1210-READ-RAW-TURN-EXIT
           END-READ.
           ADD 1 TO TE-REPLAYED-COUNT.
           PERFORM 2900-NOTE-TURN THRU 2900-NOTE-TURN-EXIT.
       1210-READ-RAW-TURN-EXIT.
           EXIT.

      *    One turn, field by field. END (or nothing) at the player
      *    id finishes the sitting; a field still wrong after the
      *    allowed tries drops the turn without writing it.
       2000-KEY-TURN.
           PERFORM 2100-GET-PLAYER THRU 2100-GET-PLAYER-EXIT.
           IF TE-END-OF-ENTRY
             GO TO 2000-KEY-TURN-EXIT
           END-IF.
           ADD 1 TO TE-KEYED-COUNT.
           IF NOT TE-FIELD-OK
             GO TO 2000-KEY-TURN-DROP
           END-IF.
           PERFORM 2200-GET-NEW-GAME THRU 2200-GET-NEW-GAME-EXIT.
           IF NOT TE-FIELD-OK
             GO TO 2000-KEY-TURN-DROP
           END-IF.
           PERFORM 2300-GET-MODE THRU 2300-GET-MODE-EXIT.
           IF NOT TE-FIELD-OK
             GO TO 2000-KEY-TURN-DROP
           END-IF.
           PERFORM 2400-GET-DICE THRU 2400-GET-DICE-EXIT.
           IF NOT TE-FIELD-OK
             GO TO 2000-KEY-TURN-DROP
           END-IF.
           PERFORM 2500-GET-MASK THRU 2500-GET-MASK-EXIT.
           IF NOT TE-FIELD-OK
             GO TO 2000-KEY-TURN-DROP
           END-IF.
           PERFORM 2600-GET-CATEGORY THRU 2600-GET-CATEGORY-EXIT.
           IF NOT TE-FIELD-OK
             GO TO 2000-KEY-TURN-DROP
           END-IF.
           PERFORM 2700-CHECK-USED THRU 2700-CHECK-USED-EXIT.
           IF NOT TE-FIELD-OK
             GO TO 2000-KEY-TURN-DROP
           END-IF.
           PERFORM 2800-WRITE-TURN THRU 2800-WRITE-TURN-EXIT.
           GO TO 2000-KEY-TURN-EXIT.
       2000-KEY-TURN-DROP.
           ADD 1 TO TE-DROPPED-COUNT.
           DISPLAY "TURNENT TURN DROPPED - NOT WRITTEN, KEY IT AGAIN".
       2000-KEY-TURN-EXIT.
           EXIT.

       2100-GET-PLAYER.
           MOVE 0 TO TE-TRIES.
           MOVE "N" TO TE-FIELD-OK-SW.
           PERFORM 2110-ASK-PLAYER THRU 2110-ASK-PLAYER-EXIT
             UNTIL TE-FIELD-OK
               OR TE-END-OF-ENTRY
               OR TE-TRIES IS NOT LESS THAN TE-TRY-LIMIT.
       2100-GET-PLAYER-EXIT.
           EXIT.

      *    A player no longer active is still taken, as YACHTEDT
      *    takes them, but the scorekeeper is told.
       2110-ASK-PLAYER.
           ADD 1 TO TE-TRIES.
           DISPLAY "PLAYER ID: ".
           MOVE SPACES TO TE-IN-PLAYER.
           ACCEPT TE-IN-PLAYER.
           IF TE-IN-PLAYER IS EQUAL TO SPACES
             OR TE-IN-PLAYER IS EQUAL TO "END"
             OR TE-IN-PLAYER IS EQUAL TO "end"
             MOVE "Y" TO TE-END-ENTRY-SW
             GO TO 2110-ASK-PLAYER-EXIT
           END-IF.
           MOVE TE-IN-PLAYER TO PM-PLAYER-ID.
           READ PLAYER-MASTER-FILE
             INVALID KEY
               DISPLAY "  *** " TE-IN-PLAYER
                 " IS NOT ON THE PLAYER MASTER"
             NOT INVALID KEY
               MOVE "Y" TO TE-FIELD-OK-SW
               MOVE PM-PLAYER-NAME TO TE-PLAYER-NAME
               DISPLAY "  " TE-PLAYER-NAME
               IF PM-PLAYER-INACTIVE
                 DISPLAY "  *** NOTE: PLAYER IS MARKED INACTIVE"
               END-IF
           END-READ.
       2110-ASK-PLAYER-EXIT.
           EXIT.

       2200-GET-NEW-GAME.
           MOVE 0 TO TE-TRIES.
           MOVE "N" TO TE-FIELD-OK-SW.
           PERFORM 2210-ASK-NEW-GAME THRU 2210-ASK-NEW-GAME-EXIT
             UNTIL TE-FIELD-OK
               OR TE-TRIES IS NOT LESS THAN TE-TRY-LIMIT.
       2200-GET-NEW-GAME-EXIT.
           EXIT.

      *    Nothing keyed is the usual answer, carried as "N".
       2210-ASK-NEW-GAME.
           ADD 1 TO TE-TRIES.
           DISPLAY "NEW GAME (Y/N): ".
           MOVE SPACES TO TE-IN-NEW-GAME.
           ACCEPT TE-IN-NEW-GAME.
           INSPECT TE-IN-NEW-GAME CONVERTING "yn" TO "YN".
           IF TE-IN-NEW-GAME IS EQUAL TO SPACE
             MOVE "N" TO TE-IN-NEW-GAME
           END-IF.
           IF TE-IN-NEW-GAME IS EQUAL TO "Y" OR "N"
             MOVE "Y" TO TE-FIELD-OK-SW
           ELSE
             DISPLAY "  *** ANSWER Y OR N"
           END-IF.
       2210-ASK-NEW-GAME-EXIT.
           EXIT.

       2300-GET-MODE.
           MOVE 0 TO TE-TRIES.
           MOVE "N" TO TE-FIELD-OK-SW.
           PERFORM 2310-ASK-MODE THRU 2310-ASK-MODE-EXIT
             UNTIL TE-FIELD-OK
               OR TE-TRIES IS NOT LESS THAN TE-TRY-LIMIT.
       2300-GET-MODE-EXIT.
           EXIT.

      *    The calls a scorekeeper makes: score, reroll or evaluate.
      *    "L" is YACHTBAT's own replay call and is never keyed.
       2310-ASK-MODE.
           ADD 1 TO TE-TRIES.
           DISPLAY "MODE (S=SCORE R=REROLL E=EVALUATE): ".
           MOVE SPACES TO TE-IN-MODE.
           ACCEPT TE-IN-MODE.
           INSPECT TE-IN-MODE CONVERTING "sre" TO "SRE".
           IF TE-IN-MODE IS EQUAL TO SPACE
             MOVE "S" TO TE-IN-MODE
           END-IF.
           IF TE-IN-MODE IS EQUAL TO "S" OR "R" OR "E"
             MOVE "Y" TO TE-FIELD-OK-SW
           ELSE
             DISPLAY "  *** MODE MUST BE S, R OR E"
           END-IF.
       2310-ASK-MODE-EXIT.
           EXIT.

       2400-GET-DICE.
           MOVE 0 TO TE-TRIES.
           MOVE "N" TO TE-FIELD-OK-SW.
           PERFORM 2410-ASK-DICE THRU 2410-ASK-DICE-EXIT
             UNTIL TE-FIELD-OK
               OR TE-TRIES IS NOT LESS THAN TE-TRY-LIMIT.
       2400-GET-DICE-EXIT.
           EXIT.

      *    Five dice, each a face 1 to 6 -- YACHT's VALIDATE-DICE
      *    rule, caught here instead of as a return code overnight.
       2410-ASK-DICE.
           ADD 1 TO TE-TRIES.
           DISPLAY "DICE (FIVE FACES 1-6, E.G. 35523): ".
           MOVE SPACES TO TE-IN-DICE.
           ACCEPT TE-IN-DICE.
           MOVE 0 TO TE-BAD-CHARS.
           MOVE 1 TO TE-CHAR-IDX.
           PERFORM 2420-CHECK-DIE THRU 2420-CHECK-DIE-EXIT 5 TIMES.
           IF TE-BAD-CHARS IS EQUAL TO 0
             MOVE "Y" TO TE-FIELD-OK-SW
           ELSE
             DISPLAY "  *** DICE MUST BE FIVE DIGITS 1 TO 6"
           END-IF.
       2410-ASK-DICE-EXIT.
           EXIT.

       2420-CHECK-DIE.
           IF TE-IN-DICE(TE-CHAR-IDX:1) IS LESS THAN "1"
             OR TE-IN-DICE(TE-CHAR-IDX:1) IS GREATER THAN "6"
             ADD 1 TO TE-BAD-CHARS
           END-IF.
           ADD 1 TO TE-CHAR-IDX.
       2420-CHECK-DIE-EXIT.
           EXIT.

      *    Only a reroll call carries a mask: "R" in each position to
      *    be rolled again, a space (or "K") in each kept one, and at
      *    least one "R". Score and evaluate calls go out blank.
       2500-GET-MASK.
           MOVE SPACES TO TE-IN-MASK.
           MOVE "Y" TO TE-FIELD-OK-SW.
           IF TE-IN-MODE IS NOT EQUAL TO "R"
             GO TO 2500-GET-MASK-EXIT
           END-IF.
           MOVE 0 TO TE-TRIES.
           MOVE "N" TO TE-FIELD-OK-SW.
           PERFORM 2510-ASK-MASK THRU 2510-ASK-MASK-EXIT
             UNTIL TE-FIELD-OK
               OR TE-TRIES IS NOT LESS THAN TE-TRY-LIMIT.
       2500-GET-MASK-EXIT.
           EXIT.

       2510-ASK-MASK.
           ADD 1 TO TE-TRIES.
           DISPLAY "REROLL MASK (R=ROLL AGAIN K=KEEP, E.G. KRRKK): ".
           MOVE SPACES TO TE-IN-MASK.
           ACCEPT TE-IN-MASK.
           INSPECT TE-IN-MASK CONVERTING "rk" TO "RK".
           INSPECT TE-IN-MASK REPLACING ALL "K" BY SPACE.
           MOVE 0 TO TE-BAD-CHARS.
           MOVE 0 TO TE-REROLL-CHARS.
           MOVE 1 TO TE-CHAR-IDX.
           PERFORM 2520-CHECK-MASK-CHAR THRU 2520-CHECK-MASK-CHAR-EXIT
             5 TIMES.
           IF TE-BAD-CHARS IS EQUAL TO 0
             AND TE-REROLL-CHARS IS GREATER THAN 0
             MOVE "Y" TO TE-FIELD-OK-SW
           ELSE
             DISPLAY "  *** MASK IS R OR K IN EACH OF FIVE PLACES,"
               " AT LEAST ONE R"
           END-IF.
       2510-ASK-MASK-EXIT.
           EXIT.

       2520-CHECK-MASK-CHAR.
           IF TE-IN-MASK(TE-CHAR-IDX:1) IS EQUAL TO "R"
             ADD 1 TO TE-REROLL-CHARS
           ELSE
             IF TE-IN-MASK(TE-CHAR-IDX:1) IS NOT EQUAL TO SPACE
               ADD 1 TO TE-BAD-CHARS
             END-IF
           END-IF.
           ADD 1 TO TE-CHAR-IDX.
       2520-CHECK-MASK-CHAR-EXIT.
           EXIT.

       2600-GET-CATEGORY.
           MOVE 0 TO TE-TRIES.
           MOVE "N" TO TE-FIELD-OK-SW.
           PERFORM 2610-ASK-CATEGORY THRU 2610-ASK-CATEGORY-EXIT
             UNTIL TE-FIELD-OK
               OR TE-TRIES IS NOT LESS THAN TE-TRY-LIMIT.
       2600-GET-CATEGORY-EXIT.
           EXIT.

      *    Keyed in either case; carried in the lower case YACHT's
      *    rule table uses.
       2610-ASK-CATEGORY.
           ADD 1 TO TE-TRIES.
           DISPLAY "CATEGORY (E.G. FULL HOUSE): ".
           MOVE SPACES TO TE-IN-CATEGORY.
           ACCEPT TE-IN-CATEGORY.
           INSPECT TE-IN-CATEGORY CONVERTING
             "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
             TO "abcdefghijklmnopqrstuvwxyz".
           MOVE "N" TO TE-FOUND-SW.
           SET TE-CAT-IDX TO 1.
           PERFORM 2620-COMPARE-CATEGORY THRU 2620-COMPARE-CATEGORY-EXIT
             12 TIMES.
           IF TE-KEY-FOUND
             MOVE "Y" TO TE-FIELD-OK-SW
           ELSE
             DISPLAY "  *** NOT A CATEGORY: ONES TWOS THREES FOURS"
               " FIVES SIXES"
             DISPLAY "      FULL HOUSE, FOUR OF A KIND, LITTLE"
               " STRAIGHT, BIG STRAIGHT, CHOICE, YACHT"
           END-IF.
       2610-ASK-CATEGORY-EXIT.
           EXIT.

       2620-COMPARE-CATEGORY.
           IF TE-IN-CATEGORY IS EQUAL TO TE-CAT-NAME(TE-CAT-IDX)
             MOVE "Y" TO TE-FOUND-SW
           END-IF.
           SET TE-CAT-IDX UP BY 1.
       2620-COMPARE-CATEGORY-EXIT.
           EXIT.

      *    Only a scoring call uses a category up, and a new-game
      *    turn starts a clean card. A category already scored is
      *    not refused outright -- the scorekeeper may be keying the
      *    player's next game -- but must be confirmed.
       2700-CHECK-USED.
           MOVE "Y" TO TE-FIELD-OK-SW.
           IF TE-IN-MODE IS NOT EQUAL TO "S"
             OR TE-IN-NEW-GAME IS EQUAL TO "Y"
             GO TO 2700-CHECK-USED-EXIT
           END-IF.
           MOVE TE-IN-PLAYER TO TE-LOOKUP-PLAYER.
           MOVE TE-IN-CATEGORY TO TE-LOOKUP-CATEGORY.
           PERFORM 7000-FIND-USED THRU 7000-FIND-USED-EXIT.
           IF NOT TE-KEY-FOUND
             GO TO 2700-CHECK-USED-EXIT
           END-IF.
           ADD 1 TO TE-WARNED-COUNT.
           DISPLAY "  *** WARNING: " TE-IN-PLAYER " HAS ALREADY SCORED "
             TE-IN-CATEGORY " THIS SESSION".
           DISPLAY "KEEP THIS TURN ANYWAY (Y/N): ".
           MOVE SPACES TO TE-IN-REPLY.
           ACCEPT TE-IN-REPLY.
           IF TE-IN-REPLY IS NOT EQUAL TO "Y"
             AND TE-IN-REPLY IS NOT EQUAL TO "y"
             MOVE "N" TO TE-FIELD-OK-SW
           END-IF.
       2700-CHECK-USED-EXIT.
           EXIT.

       2800-WRITE-TURN.
           MOVE SPACES TO RAW-TRANS-REC.
           MOVE TE-IN-PLAYER TO TR-PLAYER-ID.
           MOVE TE-IN-CATEGORY TO TR-CATEGORY.
           MOVE TE-IN-DICE TO TR-DICE.
           MOVE TE-IN-MASK TO TR-REROLL-MASK.
           MOVE TE-IN-MODE TO TR-MODE.
           MOVE TE-IN-NEW-GAME TO TR-NEW-GAME.
           DISPLAY "  TURN WRITTEN " TR-PLAYER-ID " " TR-CATEGORY
             " " TR-DICE " " TR-MODE.
           PERFORM 2900-NOTE-TURN THRU 2900-NOTE-TURN-EXIT.
           WRITE RAW-TRANS-REC.
           ADD 1 TO TE-WRITTEN-COUNT.
       2800-WRITE-TURN-EXIT.
           EXIT.

      *    Posts the turn on RAW-TRANS-REC to the already-scored
      *    table: a new-game turn starts a clean card and a scoring
      *    call uses its category up.
       2900-NOTE-TURN.
           MOVE TR-PLAYER-ID TO TE-LOOKUP-PLAYER.
           MOVE TR-CATEGORY TO TE-LOOKUP-CATEGORY.
           IF TR-NEW-GAME IS EQUAL TO "Y"
             PERFORM 7200-CLEAR-PLAYER THRU 7200-CLEAR-PLAYER-EXIT
           END-IF.
           IF TR-MODE IS EQUAL TO "S"
             PERFORM 7000-FIND-USED THRU 7000-FIND-USED-EXIT
             IF NOT TE-KEY-FOUND
               PERFORM 7300-ADD-USED THRU 7300-ADD-USED-EXIT
             END-IF
           END-IF.
       2900-NOTE-TURN-EXIT.
           EXIT.

      *    Leaves TE-US-IDX on the TE-LOOKUP-PLAYER/TE-LOOKUP-CATEGORY
      *    row when the found switch comes back "Y".
       7000-FIND-USED.
           MOVE "N" TO TE-FOUND-SW.
           IF TE-USED-COUNT IS GREATER THAN 0
             SET TE-US-IDX TO 1
             PERFORM 7100-COMPARE-USED THRU 7100-COMPARE-USED-EXIT
               TE-USED-COUNT TIMES
           END-IF.
       7000-FIND-USED-EXIT.
           EXIT.

       7100-COMPARE-USED.
           IF TE-KEY-FOUND
             CONTINUE
           ELSE
             IF TE-LOOKUP-PLAYER IS EQUAL TO TE-US-PLAYER-ID(TE-US-IDX)
               AND TE-LOOKUP-CATEGORY IS EQUAL TO
                 TE-US-CATEGORY(TE-US-IDX)
               MOVE "Y" TO TE-FOUND-SW
             ELSE
               SET TE-US-IDX UP BY 1
             END-IF
           END-IF.
       7100-COMPARE-USED-EXIT.
           EXIT.

       7200-CLEAR-PLAYER.
           IF TE-USED-COUNT IS GREATER THAN 0
             SET TE-US-IDX TO 1
             PERFORM 7210-CLEAR-ONE THRU 7210-CLEAR-ONE-EXIT
               TE-USED-COUNT TIMES
           END-IF.
       7200-CLEAR-PLAYER-EXIT.
           EXIT.

       7210-CLEAR-ONE.
           IF TE-LOOKUP-PLAYER IS EQUAL TO TE-US-PLAYER-ID(TE-US-IDX)
             MOVE SPACES TO TE-US-PLAYER-ID(TE-US-IDX)
           END-IF.
           SET TE-US-IDX UP BY 1.
       7210-CLEAR-ONE-EXIT.
           EXIT.

      *    A full table stops taking rows; the warning is then only
      *    missed for the overflow, never given wrongly.
       7300-ADD-USED.
           IF TE-USED-COUNT IS NOT LESS THAN TE-USED-LIMIT
             GO TO 7300-ADD-USED-EXIT
           END-IF.
           ADD 1 TO TE-USED-COUNT.
           SET TE-US-IDX TO TE-USED-COUNT.
           MOVE TE-LOOKUP-PLAYER TO TE-US-PLAYER-ID(TE-US-IDX).
           MOVE TE-LOOKUP-CATEGORY TO TE-US-CATEGORY(TE-US-IDX).
       7300-ADD-USED-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE RAW-TRANS-FILE.
           CLOSE PLAYER-MASTER-FILE.
           DISPLAY "TURNENT SESSION=" TE-SESSION-ID
             " KEYED=" TE-KEYED-COUNT
             " WRITTEN=" TE-WRITTEN-COUNT
             " DROPPED=" TE-DROPPED-COUNT
             " WARNED=" TE-WARNED-COUNT.
       9000-TERMINATE-EXIT.
           EXIT.
