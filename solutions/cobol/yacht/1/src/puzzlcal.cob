       IDENTIFICATION DIVISION.
       PROGRAM-ID. PUZZLCAL.
       AUTHOR. DATA-PROCESSING.
       INSTALLATION. GAME-NIGHT-SHOP.
       DATE-WRITTEN. 2026-10-07.
       DATE-COMPILED.

      *****************************************************
      * MODIFICATION HISTORY
      * 2026-10-07  DP  Original puzzle calibration: reads
      *                 the puzzle-history file back, now
      *                 that each row carries the phrase and
      *                 sentence keys the day's puzzle was
      *                 set from, and works out per pool
      *                 entry how often it was tried and how
      *                 often it was solved -- isogram
      *                 verdicts for phrases, pangram for
      *                 sentences. The difficulty index is
      *                 the percentage of tries that failed,
      *                 banded easy, medium or hard, and an
      *                 entry every try solved is flagged.
      *                 Rewrites the calibration file PUZZLSET
      *                 balances its draw on in full each
      *                 run, in pool and key order, with a
      *                 listing report behind it.
      * 2026-10-15  DP  Refuses to run unless the business-date
      *                 file BUSDTCTL keeps shows an open date,
      *                 so a stream run after the date was
      *                 closed, or with no date set, stops
      *                 before anything is touched.
      * 2026-10-15  DP  Counts the distinct days each entry was
      *                 set on and the distinct players who
      *                 tried it, and carries both on the
      *                 calibration file. An entry is flagged
      *                 all-solved for PUZZLSET to retire only
      *                 once every try solved it on at least
      *                 the minimum days by at least the
      *                 minimum players -- one day's clean
      *                 sheet no longer retires an entry for
      *                 good.
      *****************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GENERIC.
       OBJECT-COMPUTER. GENERIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PUZZLE-HIST-FILE ASSIGN TO "PUZZLHST"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PC-HIST-STATUS.

      *        One row per pool entry with a traced puzzle on file;
      *        PUZZLSET loads it whole at startup, so rebuilding the
      *        file each run keeps the draw on the latest outcomes.
           SELECT PUZZLE-CAL-FILE ASSIGN TO "PUZZCALB"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PC-CAL-STATUS.

           SELECT PUZZLE-CAL-RPT-FILE ASSIGN TO "PUZZCRPT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PC-RPT-STATUS.

      *        BUSDTCTL's one-record business-date file; the run
      *        refuses to start unless it shows an open date.
           SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PC-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *        Byte-for-byte the same layout as PUZZLDAY's
      *        PUZZLE-HIST-REC.
       FD  PUZZLE-HIST-FILE.
       01  PUZZLE-HIST-REC.
           05 PH-PLAYER-ID           PIC X(10).
           05 PH-PUZZLE-DATE         PIC X(08).
           05 PH-YACHT-RESULT        PIC 99.
           05 PH-ISOGRAM-VERDICT     PIC X(04).
           05 PH-PANGRAM-VERDICT     PIC X(04).
           05 PH-PHRASE-KEY          PIC X(05).
           05 PH-SENTENCE-KEY        PIC X(05).

      *        Byte-for-byte the same layout as PUZZLSET's
      *        PUZZLE-CAL-REC. Pool "P" phrase or "S" sentence; band
      *        "E" easy, "M" medium or "H" hard; all-solved "Y" when
      *        no try of the entry has ever failed and it has been
      *        set on enough days to enough players to be sure of
      *        it. Players are counted up to the retire minimum.
       FD  PUZZLE-CAL-FILE.
       01  PUZZLE-CAL-REC.
           05 PX-POOL                PIC X(01).
           05 PX-KEY                 PIC X(05).
           05 PX-TRIES               PIC 9(05).
           05 PX-SOLVED              PIC 9(05).
           05 PX-DIFFICULTY          PIC 9(03).
           05 PX-BAND                PIC X(01).
           05 PX-ALL-SOLVED          PIC X(01).
           05 PX-LAST-DATE           PIC X(08).
           05 PX-DATES               PIC 9(05).
           05 PX-PLAYERS             PIC 9(05).

       FD  PUZZLE-CAL-RPT-FILE.
       01  PUZZLE-CAL-RPT-REC       PIC X(80).

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
       01 PC-HIST-STATUS            PIC XX VALUE "00".
       01 PC-CAL-STATUS             PIC XX VALUE "00".
       01 PC-RPT-STATUS             PIC XX VALUE "00".
       01 PC-BUSDATE-STATUS         PIC XX VALUE "00".

      *    Set from the business-date file before anything opens;
      *    no open business date means no run.
       01 PC-BUS-DATE-SW            PIC X VALUE "N".
         88 PC-BUS-DATE-OPEN VALUE "Y".
       01 PC-BUSINESS-DATE          PIC X(08) VALUE SPACES.

       01 PC-HIST-EOF-SW            PIC X VALUE "N".
         88 PC-HIST-EOF VALUE "Y".

      *    Band limits on the difficulty index: at or under the easy
      *    limit is easy, at or over the hard limit is hard, and
      *    anything between is medium.
       01 PC-EASY-LIMIT             PIC 9(03) VALUE 33.
       01 PC-HARD-LIMIT             PIC 9(03) VALUE 67.

      *    An entry every try has solved is only flagged for
      *    retirement once it has been set on this many different
      *    days and tried by this many different players.
       01 PC-RETIRE-DATES           PIC 9(05) VALUE 3.
       01 PC-RETIRE-PLAYERS         PIC 9(05) VALUE 5.

       01 PC-READ-COUNT             PIC 9(7) COMP VALUE 0.
       01 PC-UNTRACED-COUNT         PIC 9(7) COMP VALUE 0.

      *    One entry per pool entry seen on the history: tries,
      *    solves, the latest puzzle date it was set on, how many
      *    days it has been set on, and the first few players to
      *    try it -- enough to count up to the retire minimum.
      *    The history is appended a day at a time, so a row dated
      *    after the entry's latest date is a new day; a row out
      *    of date order is not counted again, which can only
      *    delay a retirement.
       01 PC-TABLE-COUNT            PIC 9(4) COMP VALUE 0.
       01 PC-TABLE-LIMIT            PIC 9(4) COMP VALUE 1000.
       01 PC-CAL-TABLE.
         05 PC-ENTRY OCCURS 1000 TIMES INDEXED BY PC-IDX.
           10 PC-POOL               PIC X(01).
           10 PC-KEY                PIC X(05).
           10 PC-TRIES              PIC 9(05).
           10 PC-SOLVED             PIC 9(05).
           10 PC-LAST-DATE          PIC X(08).
           10 PC-DATES              PIC 9(05).
           10 PC-PLAYERS            PIC 9(05).
           10 PC-PLAYER-SEEN        PIC X(10) OCCURS 5 TIMES.

       01 PC-HOLD-ENTRY             PIC X(84).

       01 PC-PLAYER-I               PIC 9(4) COMP VALUE 0.
       01 PC-PLAYER-SW              PIC X VALUE "N".
         88 PC-PLAYER-SEEN-BEFORE VALUE "Y".
       01 PC-OVERFLOW-COUNT         PIC 9(7) COMP VALUE 0.

       01 PC-FOUND-SW               PIC X VALUE "N".
         88 PC-KEY-FOUND VALUE "Y".
       01 PC-LOOKUP-POOL            PIC X(01) VALUE SPACE.
       01 PC-LOOKUP-KEY             PIC X(05) VALUE SPACES.
       01 PC-LOOKUP-VERDICT         PIC X(04) VALUE SPACES.

       01 PC-SWAPPED-SW             PIC X VALUE "N".
         88 PC-SWAPPED VALUE "Y".
       01 PC-SORT-I                 PIC 9(4) COMP VALUE 0.
       01 PC-SORT-LIMIT             PIC 9(4) COMP VALUE 0.

       01 PC-FAILED                 PIC 9(05) VALUE 0.
       01 PC-WORK-PCT               PIC 9(07) VALUE 0.
       01 PC-EASY-COUNT             PIC 9(5) COMP VALUE 0.
       01 PC-MEDIUM-COUNT           PIC 9(5) COMP VALUE 0.
       01 PC-HARD-COUNT             PIC 9(5) COMP VALUE 0.
       01 PC-ALL-SOLVED-COUNT       PIC 9(5) COMP VALUE 0.
       01 PC-RETIRE-COUNT           PIC 9(5) COMP VALUE 0.

      *        Must stay byte-for-byte aligned with RUNLOGW's LINKAGE
      *        SECTION WS-RUNLOG-PARMS record.
       01 PC-RUNLOG-PARMS.
         05 PC-RL-PROGRAM-ID        PIC X(10) VALUE "PUZZLCAL".
         05 PC-RL-START-STAMP       PIC X(14).
         05 PC-RL-READ-COUNT        PIC 9(07).
         05 PC-RL-PROC-COUNT        PIC 9(07).
         05 PC-RL-REJECT-COUNT      PIC 9(07).
         05 PC-RL-WORST-STATUS      PIC XX VALUE "00".

       01 PC-HDR-LINE-1             PIC X(40)
         VALUE "PUZZLE POOL DIFFICULTY CALIBRATION".
       01 PC-HDR-LINE-2.
         05 FILLER                  PIC X(08) VALUE "POOL".
         05 FILLER                  PIC X(07) VALUE "KEY".
         05 FILLER                  PIC X(08) VALUE "TRIES".
         05 FILLER                  PIC X(08) VALUE "SOLVED".
         05 FILLER                  PIC X(07) VALUE "INDEX".
         05 FILLER                  PIC X(06) VALUE "BAND".
         05 FILLER                  PIC X(11) VALUE "ALL SOLVED".
         05 FILLER                  PIC X(10) VALUE "LAST SET".
         05 FILLER                  PIC X(06) VALUE "DAYS".
         05 FILLER                  PIC X(07) VALUE "PLYRS".

       01 PC-RPT-LINE.
         05 PC-RPT-POOL             PIC X(08).
         05 PC-RPT-KEY              PIC X(05).
         05 FILLER                  PIC X(02) VALUE SPACES.
         05 PC-RPT-TRIES            PIC ZZZZ9.
         05 FILLER                  PIC X(03) VALUE SPACES.
         05 PC-RPT-SOLVED           PIC ZZZZ9.
         05 FILLER                  PIC X(03) VALUE SPACES.
         05 PC-RPT-DIFFICULTY       PIC ZZ9.
         05 FILLER                  PIC X(04) VALUE SPACES.
         05 PC-RPT-BAND             PIC X(06).
         05 PC-RPT-ALL-SOLVED       PIC X(11).
         05 PC-RPT-LAST-DATE        PIC X(08).
         05 FILLER                  PIC X(02) VALUE SPACES.
         05 PC-RPT-DATES            PIC ZZZ9.
         05 FILLER                  PIC X(02) VALUE SPACES.
         05 PC-RPT-PLAYERS          PIC ZZZ9.

       01 PC-TOTAL-LINE.
         05 FILLER                  PIC X(07) VALUE "EASY ".
         05 PC-TOT-EASY             PIC ZZZZ9.
         05 FILLER                  PIC X(09) VALUE "  MEDIUM ".
         05 PC-TOT-MEDIUM           PIC ZZZZ9.
         05 FILLER                  PIC X(07) VALUE "  HARD ".
         05 PC-TOT-HARD             PIC ZZZZ9.
         05 FILLER                  PIC X(13) VALUE "  ALL SOLVED ".
         05 PC-TOT-ALL-SOLVED       PIC ZZZZ9.
         05 FILLER                  PIC X(10) VALUE "  RETIRE ".
         05 PC-TOT-RETIRE           PIC ZZZZ9.
       01 PC-UNTRACED-LINE.
         05 FILLER                  PIC X(35)
           VALUE "HISTORY ROWS WITH NO POOL KEYS    ".
         05 PC-TOT-UNTRACED         PIC ZZZZZZ9.
       01 PC-OVERFLOW-LINE.
         05 FILLER                  PIC X(35)
           VALUE "*** ENTRIES OVER TABLE LIMIT     ".
         05 PC-TOT-OVERFLOW         PIC ZZZZZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0200-CHECK-BUSINESS-DATE
             THRU 0200-CHECK-BUSINESS-DATE-EXIT.
           IF NOT PC-BUS-DATE-OPEN
             DISPLAY "PUZZLCAL *** NO BUSINESS DATE OPEN"
               " - RUN REFUSED ***"
             DISPLAY "PUZZLCAL RUN BUSDTCTL WITH AN OPEN CARD FIRST"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-TALLY-HISTORY THRU 2000-TALLY-HISTORY-EXIT
             UNTIL PC-HIST-EOF.
           PERFORM 5000-SORT-TABLE THRU 5000-SORT-TABLE-EXIT.
           PERFORM 6000-WRITE-CALIBRATION
             THRU 6000-WRITE-CALIBRATION-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           STOP RUN.

      *    The processing date comes from the business-date file
      *    BUSDTCTL keeps, not the clock. A missing file or a
      *    closed date leaves the switch off and the run refused.
       0200-CHECK-BUSINESS-DATE.
           OPEN INPUT BUS-DATE-FILE.
           IF PC-BUSDATE-STATUS IS EQUAL TO "35"
             GO TO 0200-CHECK-BUSINESS-DATE-EXIT
           END-IF.
           READ BUS-DATE-FILE
             AT END
               CONTINUE
             NOT AT END
               IF BD-DATE-STATUS IS EQUAL TO "OPEN"
                 MOVE "Y" TO PC-BUS-DATE-SW
                 MOVE BD-BUSINESS-DATE TO PC-BUSINESS-DATE
               END-IF
           END-READ.
           CLOSE BUS-DATE-FILE.
       0200-CHECK-BUSINESS-DATE-EXIT.
           EXIT.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO PC-RL-START-STAMP.
           OPEN INPUT PUZZLE-HIST-FILE.
           IF PC-HIST-STATUS IS EQUAL TO "35"
             MOVE "Y" TO PC-HIST-EOF-SW
           END-IF.
           OPEN OUTPUT PUZZLE-CAL-FILE.
           OPEN OUTPUT PUZZLE-CAL-RPT-FILE.
       1000-INITIALIZE-EXIT.
           EXIT.

      *    Each traced history row is one try of its phrase and one
      *    of its sentence. Rows posted before the keys were carried
      *    cannot be traced and are only counted.
       2000-TALLY-HISTORY.
           READ PUZZLE-HIST-FILE
             AT END
               MOVE "Y" TO PC-HIST-EOF-SW
             NOT AT END
               ADD 1 TO PC-READ-COUNT
               IF PH-PHRASE-KEY IS EQUAL TO SPACES
                 AND PH-SENTENCE-KEY IS EQUAL TO SPACES
                 ADD 1 TO PC-UNTRACED-COUNT
               ELSE
                 MOVE "P" TO PC-LOOKUP-POOL
                 MOVE PH-PHRASE-KEY TO PC-LOOKUP-KEY
                 MOVE PH-ISOGRAM-VERDICT TO PC-LOOKUP-VERDICT
                 PERFORM 3000-POST-TRY THRU 3000-POST-TRY-EXIT
                 MOVE "S" TO PC-LOOKUP-POOL
                 MOVE PH-SENTENCE-KEY TO PC-LOOKUP-KEY
                 MOVE PH-PANGRAM-VERDICT TO PC-LOOKUP-VERDICT
                 PERFORM 3000-POST-TRY THRU 3000-POST-TRY-EXIT
               END-IF
           END-READ.
       2000-TALLY-HISTORY-EXIT.
           EXIT.

       3000-POST-TRY.
           IF PC-LOOKUP-KEY IS EQUAL TO SPACES
             GO TO 3000-POST-TRY-EXIT
           END-IF.
           PERFORM 3100-FIND-ENTRY THRU 3100-FIND-ENTRY-EXIT.
           IF NOT PC-KEY-FOUND
             IF PC-TABLE-COUNT IS NOT LESS THAN PC-TABLE-LIMIT
               ADD 1 TO PC-OVERFLOW-COUNT
               MOVE "99" TO PC-RL-WORST-STATUS
               GO TO 3000-POST-TRY-EXIT
             END-IF
             ADD 1 TO PC-TABLE-COUNT
             SET PC-IDX TO PC-TABLE-COUNT
             MOVE SPACES TO PC-ENTRY(PC-IDX)
             MOVE PC-LOOKUP-POOL TO PC-POOL(PC-IDX)
             MOVE PC-LOOKUP-KEY TO PC-KEY(PC-IDX)
             MOVE 0 TO PC-TRIES(PC-IDX)
             MOVE 0 TO PC-SOLVED(PC-IDX)
             MOVE 0 TO PC-DATES(PC-IDX)
             MOVE 0 TO PC-PLAYERS(PC-IDX)
           END-IF.
           ADD 1 TO PC-TRIES(PC-IDX).
           IF PC-LOOKUP-VERDICT IS EQUAL TO "PASS"
             ADD 1 TO PC-SOLVED(PC-IDX)
           END-IF.
           IF PH-PUZZLE-DATE IS GREATER THAN PC-LAST-DATE(PC-IDX)
             MOVE PH-PUZZLE-DATE TO PC-LAST-DATE(PC-IDX)
             ADD 1 TO PC-DATES(PC-IDX)
           END-IF.
           IF PC-PLAYERS(PC-IDX) IS LESS THAN PC-RETIRE-PLAYERS
             PERFORM 3200-NOTE-PLAYER THRU 3200-NOTE-PLAYER-EXIT
           END-IF.
       3000-POST-TRY-EXIT.
           EXIT.

      *    Adds the row's player to the entry's players unless
      *    already there; only called below the retire minimum, so
      *    the five slots are always enough.
       3200-NOTE-PLAYER.
           MOVE "N" TO PC-PLAYER-SW.
           MOVE 1 TO PC-PLAYER-I.
           PERFORM 3210-COMPARE-PLAYER THRU 3210-COMPARE-PLAYER-EXIT
             PC-PLAYERS(PC-IDX) TIMES.
           IF NOT PC-PLAYER-SEEN-BEFORE
             ADD 1 TO PC-PLAYERS(PC-IDX)
             MOVE PH-PLAYER-ID
               TO PC-PLAYER-SEEN(PC-IDX, PC-PLAYERS(PC-IDX))
           END-IF.
       3200-NOTE-PLAYER-EXIT.
           EXIT.

       3210-COMPARE-PLAYER.
           IF PH-PLAYER-ID IS EQUAL TO
             PC-PLAYER-SEEN(PC-IDX, PC-PLAYER-I)
             MOVE "Y" TO PC-PLAYER-SW
           END-IF.
           ADD 1 TO PC-PLAYER-I.
       3210-COMPARE-PLAYER-EXIT.
           EXIT.

      *    Leaves PC-IDX sitting on the matching entry when the
      *    found switch comes back "Y".
       3100-FIND-ENTRY.
           MOVE "N" TO PC-FOUND-SW.
           IF PC-TABLE-COUNT IS GREATER THAN 0
             SET PC-IDX TO 1
             PERFORM 3110-COMPARE-ENTRY THRU 3110-COMPARE-ENTRY-EXIT
               PC-TABLE-COUNT TIMES
           END-IF.
       3100-FIND-ENTRY-EXIT.
           EXIT.

       3110-COMPARE-ENTRY.
           IF PC-KEY-FOUND
             CONTINUE
           ELSE
             IF PC-LOOKUP-POOL IS EQUAL TO PC-POOL(PC-IDX)
               AND PC-LOOKUP-KEY IS EQUAL TO PC-KEY(PC-IDX)
               MOVE "Y" TO PC-FOUND-SW
             ELSE
               SET PC-IDX UP BY 1
             END-IF
           END-IF.
       3110-COMPARE-ENTRY-EXIT.
           EXIT.

      *    Exchange sort into pool then key order, repeating full
      *    sweeps until a sweep makes no swap.
       5000-SORT-TABLE.
           IF PC-TABLE-COUNT IS LESS THAN 2
             GO TO 5000-SORT-TABLE-EXIT
           END-IF.
           MOVE "Y" TO PC-SWAPPED-SW.
           PERFORM 5100-SORT-SWEEP THRU 5100-SORT-SWEEP-EXIT
             UNTIL NOT PC-SWAPPED.
       5000-SORT-TABLE-EXIT.
           EXIT.

       5100-SORT-SWEEP.
           MOVE "N" TO PC-SWAPPED-SW.
           COMPUTE PC-SORT-LIMIT = PC-TABLE-COUNT - 1.
           MOVE 1 TO PC-SORT-I.
           PERFORM 5200-SORT-COMPARE THRU 5200-SORT-COMPARE-EXIT
             PC-SORT-LIMIT TIMES.
       5100-SORT-SWEEP-EXIT.
           EXIT.

       5200-SORT-COMPARE.
           SET PC-IDX TO PC-SORT-I.
           IF PC-POOL(PC-IDX) IS GREATER THAN PC-POOL(PC-IDX + 1)
             OR (PC-POOL(PC-IDX) IS EQUAL TO PC-POOL(PC-IDX + 1)
               AND PC-KEY(PC-IDX) IS GREATER THAN PC-KEY(PC-IDX + 1))
             MOVE PC-ENTRY(PC-IDX) TO PC-HOLD-ENTRY
             MOVE PC-ENTRY(PC-IDX + 1) TO PC-ENTRY(PC-IDX)
             MOVE PC-HOLD-ENTRY TO PC-ENTRY(PC-IDX + 1)
             MOVE "Y" TO PC-SWAPPED-SW
           END-IF.
           ADD 1 TO PC-SORT-I.
       5200-SORT-COMPARE-EXIT.
           EXIT.

       6000-WRITE-CALIBRATION.
           WRITE PUZZLE-CAL-RPT-REC FROM PC-HDR-LINE-1.
           WRITE PUZZLE-CAL-RPT-REC FROM PC-HDR-LINE-2.
           IF PC-TABLE-COUNT IS GREATER THAN 0
             SET PC-IDX TO 1
             PERFORM 6100-WRITE-ONE-ENTRY
               THRU 6100-WRITE-ONE-ENTRY-EXIT
               PC-TABLE-COUNT TIMES
           END-IF.
           MOVE PC-EASY-COUNT TO PC-TOT-EASY.
           MOVE PC-MEDIUM-COUNT TO PC-TOT-MEDIUM.
           MOVE PC-HARD-COUNT TO PC-TOT-HARD.
           MOVE PC-ALL-SOLVED-COUNT TO PC-TOT-ALL-SOLVED.
           MOVE PC-RETIRE-COUNT TO PC-TOT-RETIRE.
           WRITE PUZZLE-CAL-RPT-REC FROM PC-TOTAL-LINE.
           MOVE PC-UNTRACED-COUNT TO PC-TOT-UNTRACED.
           WRITE PUZZLE-CAL-RPT-REC FROM PC-UNTRACED-LINE.
           IF PC-OVERFLOW-COUNT IS GREATER THAN 0
             MOVE PC-OVERFLOW-COUNT TO PC-TOT-OVERFLOW
             WRITE PUZZLE-CAL-RPT-REC FROM PC-OVERFLOW-LINE
           END-IF.
       6000-WRITE-CALIBRATION-EXIT.
           EXIT.

      *    Difficulty index = failed tries as a whole percentage of
      *    all tries: 0 when every try solved it, 100 when none did.
      *    The all-solved flag PUZZLSET retires on also needs the
      *    entry to have reached both retire minimums.
       6100-WRITE-ONE-ENTRY.
           MOVE PC-POOL(PC-IDX) TO PX-POOL.
           MOVE PC-KEY(PC-IDX) TO PX-KEY.
           MOVE PC-TRIES(PC-IDX) TO PX-TRIES.
           MOVE PC-SOLVED(PC-IDX) TO PX-SOLVED.
           MOVE PC-LAST-DATE(PC-IDX) TO PX-LAST-DATE.
           MOVE PC-DATES(PC-IDX) TO PX-DATES.
           MOVE PC-PLAYERS(PC-IDX) TO PX-PLAYERS.
           SUBTRACT PC-SOLVED(PC-IDX) FROM PC-TRIES(PC-IDX)
             GIVING PC-FAILED.
           MULTIPLY PC-FAILED BY 100 GIVING PC-WORK-PCT.
           DIVIDE PC-WORK-PCT BY PC-TRIES(PC-IDX)
             GIVING PX-DIFFICULTY ROUNDED.
           IF PX-DIFFICULTY IS NOT GREATER THAN PC-EASY-LIMIT
             MOVE "E" TO PX-BAND
             ADD 1 TO PC-EASY-COUNT
           ELSE
             IF PX-DIFFICULTY IS NOT LESS THAN PC-HARD-LIMIT
               MOVE "H" TO PX-BAND
               ADD 1 TO PC-HARD-COUNT
             ELSE
               MOVE "M" TO PX-BAND
               ADD 1 TO PC-MEDIUM-COUNT
             END-IF
           END-IF.
           MOVE "N" TO PX-ALL-SOLVED.
           IF PC-FAILED IS EQUAL TO 0
             ADD 1 TO PC-ALL-SOLVED-COUNT
             IF PX-DATES IS NOT LESS THAN PC-RETIRE-DATES
               AND PX-PLAYERS IS NOT LESS THAN PC-RETIRE-PLAYERS
               MOVE "Y" TO PX-ALL-SOLVED
               ADD 1 TO PC-RETIRE-COUNT
             END-IF
           END-IF.
           WRITE PUZZLE-CAL-REC.
           IF PX-POOL IS EQUAL TO "P"
             MOVE "PHRASE" TO PC-RPT-POOL
           ELSE
             MOVE "SENT" TO PC-RPT-POOL
           END-IF.
           MOVE PX-KEY TO PC-RPT-KEY.
           MOVE PX-TRIES TO PC-RPT-TRIES.
           MOVE PX-SOLVED TO PC-RPT-SOLVED.
           MOVE PX-DIFFICULTY TO PC-RPT-DIFFICULTY.
           EVALUATE PX-BAND
             WHEN "E"
               MOVE "EASY" TO PC-RPT-BAND
             WHEN "H"
               MOVE "HARD" TO PC-RPT-BAND
             WHEN OTHER
               MOVE "MEDIUM" TO PC-RPT-BAND
           END-EVALUATE.
           IF PC-FAILED IS EQUAL TO 0
             IF PX-ALL-SOLVED IS EQUAL TO "Y"
               MOVE "YES-RETIRE" TO PC-RPT-ALL-SOLVED
             ELSE
               MOVE "YES" TO PC-RPT-ALL-SOLVED
             END-IF
           ELSE
             MOVE SPACES TO PC-RPT-ALL-SOLVED
           END-IF.
           MOVE PX-LAST-DATE TO PC-RPT-LAST-DATE.
           MOVE PX-DATES TO PC-RPT-DATES.
           MOVE PX-PLAYERS TO PC-RPT-PLAYERS.
           WRITE PUZZLE-CAL-RPT-REC FROM PC-RPT-LINE.
           SET PC-IDX UP BY 1.
       6100-WRITE-ONE-ENTRY-EXIT.
           EXIT.

       9000-TERMINATE.
           IF PC-HIST-STATUS IS NOT EQUAL TO "35"
             CLOSE PUZZLE-HIST-FILE
           END-IF.
           CLOSE PUZZLE-CAL-FILE.
           CLOSE PUZZLE-CAL-RPT-FILE.
           MOVE PC-READ-COUNT TO PC-RL-READ-COUNT.
           MOVE PC-TABLE-COUNT TO PC-RL-PROC-COUNT.
           MOVE PC-UNTRACED-COUNT TO PC-RL-REJECT-COUNT.
           CALL "RUNLOGW" USING PC-RUNLOG-PARMS.
           DISPLAY "PUZZLCAL HISTORY=" PC-READ-COUNT
             " ENTRIES=" PC-TABLE-COUNT
             " UNTRACED=" PC-UNTRACED-COUNT
             " RETIRE=" PC-RETIRE-COUNT.
       9000-TERMINATE-EXIT.
           EXIT.
