      *                 report's schedule checks can see
      *                 the setter ran and prove it ran
      *                 before PUZZLDAY.
      * 2026-10-07  DP  Puts the phrase and sentence keys on
      *                 every PUZZLEIN record so the day's
      *                 outcomes trace back to the pool
      *                 entries. Loads PUZZLCAL's difficulty
      *                 calibration: an entry every player
      *                 has solved is not set again, and
      *                 after a run of easy (or hard) days
      *                 the draw leaves that band out of both
      *                 pools so the week stays balanced.
      * 2026-10-15  DP  Issues the puzzle for the business date
      *                 from BUSDTCTL's control file instead of
      *                 the clock -- the issue log, the 90-day
      *                 reuse window and the draw seed all follow
      *                 it -- and refuses to run unless that
      *                 date is open.
      * 2026-10-15  DP  Keeps retired entries -- solved by every
      *                 player -- in a last-resort tier of each
      *                 pool, recalled when nothing else in that
      *                 pool is eligible, so retirement can
      *                 never stop the daily puzzle. Reads the
      *                 wider PUZZLCAL calibration record.
      *****************************************************

       ENVIRONMENT DIVISION.
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PZ-QUAR-STATUS.

      *        PUZZLCAL's per-entry difficulty bands; optional, and
      *        an entry not on it is taken as medium.
           SELECT PUZZLE-CAL-FILE ASSIGN TO "PUZZCALB"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PZ-CAL-STATUS.

           SELECT PLAYER-MASTER-FILE ASSIGN TO "PLAYRMAS"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PZ-OUT-STATUS.

      *        BUSDTCTL's one-record business-date file; the run
      *        refuses to start unless it shows an open date.
           SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PZ-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PHRASE-POOL-FILE.
           05 PQ-KEY                 PIC X(05).
           05 PQ-REASON              PIC X(16).

      *        Byte-for-byte the same layout as PUZZLCAL's
      *        PUZZLE-CAL-REC.
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

      *        Byte-for-byte the same layout as PLAYERMNT's
      *        PM-MASTER-REC.
       FD  PLAYER-MASTER-FILE.
           05 PO-CATEGORY            PIC X(15).
           05 PO-PHRASE              PIC X(240).
           05 PO-SENTENCE            PIC X(60).
           05 PO-PHRASE-KEY          PIC X(05).
           05 PO-SENTENCE-KEY        PIC X(05).
      *        Control-total trailer stamped once at end of job:
      *        the *TRAILER* tag where a player id would ride, then
      *        the record count and the hash total of the dice.
           05 PO-TRL-TAG             PIC X(10).
           05 PO-TRL-COUNT           PIC 9(07).
           05 PO-TRL-HASH            PIC 9(09).
           05 FILLER                 PIC X(314).

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
       01 PZ-PHR-STATUS             PIC XX VALUE "00".
       01 PZ-SEN-STATUS             PIC XX VALUE "00".
       01 PZ-ISS-STATUS             PIC XX VALUE "00".
       01 PZ-QUAR-STATUS            PIC XX VALUE "00".
       01 PZ-CAL-STATUS             PIC XX VALUE "00".
       01 PZ-MASTER-STATUS          PIC XX VALUE "00".
       01 PZ-OUT-STATUS             PIC XX VALUE "00".
       01 PZ-BUSDATE-STATUS         PIC XX VALUE "00".

      *    Set from the business-date file before anything opens;
      *    no open business date means no run.
       01 PZ-BUS-DATE-SW            PIC X VALUE "N".
         88 PZ-BUS-DATE-OPEN VALUE "Y".
       01 PZ-BUSINESS-DATE          PIC X(08) VALUE SPACES.

       01 PZ-PHR-EOF-SW             PIC X VALUE "N".
         88 PZ-PHR-EOF VALUE "Y".
         88 PZ-ISS-EOF VALUE "Y".
       01 PZ-QUAR-EOF-SW            PIC X VALUE "N".
         88 PZ-QUAR-EOF VALUE "Y".
       01 PZ-CAL-EOF-SW             PIC X VALUE "N".
         88 PZ-CAL-EOF VALUE "Y".
       01 PZ-MASTER-EOF-SW          PIC X VALUE "N".
         88 PZ-MASTER-EOF VALUE "Y".

      *    the chain runs dry.
       01 PZ-LOW-POOL-LIMIT         PIC 99 VALUE 10.

      *    The business date drives both the issue stamp and the
      *    90-day window; the day number arithmetic runs on FUNCTION
      *    INTEGER-OF-DATE values so the window crosses month and
      *    year ends correctly.
       01 PZ-TODAY-DATE             PIC 9(08) VALUE 0.

      *    Draw tables: only candidates still eligible get loaded,
      *    so the random pick is a straight index into each table.
      *    The pool count is every eligible candidate (it drives
      *    the low-pool warning); the draw count is how many of
      *    them the day's pick is made from, fewer when the week
      *    is being balanced away from one band.
       01 PZ-PHR-TOTAL-COUNT        PIC 9(4) COMP VALUE 0.
       01 PZ-PHR-POOL-COUNT         PIC 9(4) COMP VALUE 0.
       01 PZ-PHR-DRAW-COUNT         PIC 9(4) COMP VALUE 0.
       01 PZ-PHRASE-TABLE.
         05 PZ-PHR-ENTRY OCCURS 500 TIMES INDEXED BY PZ-PHR-IDX.
           10 PZ-PHR-KEY            PIC X(05).
           10 PZ-PHR-TEXT           PIC X(240).
           10 PZ-PHR-BAND           PIC X(01).

       01 PZ-SEN-TOTAL-COUNT        PIC 9(4) COMP VALUE 0.
       01 PZ-SEN-POOL-COUNT         PIC 9(4) COMP VALUE 0.
       01 PZ-SEN-DRAW-COUNT         PIC 9(4) COMP VALUE 0.
       01 PZ-SENTENCE-TABLE.
         05 PZ-SEN-ENTRY OCCURS 500 TIMES INDEXED BY PZ-SEN-IDX.
           10 PZ-SEN-KEY            PIC X(05).
           10 PZ-SEN-TEXT           PIC X(60).
           10 PZ-SEN-BAND           PIC X(01).

      *    Retired entries outside the reuse window, held back as
      *    each pool's last resort: recalled into the draw table
      *    only when that pool has nothing else eligible.
       01 PZ-POOL-LIMIT             PIC 9(4) COMP VALUE 500.
       01 PZ-PHR-RET-COUNT          PIC 9(4) COMP VALUE 0.
       01 PZ-PHR-RETIRED-TABLE.
         05 PZ-PHR-RET-ENTRY OCCURS 500 TIMES
             INDEXED BY PZ-PHR-RET-IDX.
           10 PZ-PHR-RET-KEY        PIC X(05).
           10 PZ-PHR-RET-TEXT       PIC X(240).
           10 PZ-PHR-RET-BAND       PIC X(01).
       01 PZ-SEN-RET-COUNT          PIC 9(4) COMP VALUE 0.
       01 PZ-SEN-RETIRED-TABLE.
         05 PZ-SEN-RET-ENTRY OCCURS 500 TIMES
             INDEXED BY PZ-SEN-RET-IDX.
           10 PZ-SEN-RET-KEY        PIC X(05).
           10 PZ-SEN-RET-TEXT       PIC X(60).
           10 PZ-SEN-RET-BAND       PIC X(01).
       01 PZ-PHR-RECALL-SW          PIC X VALUE "N".
         88 PZ-PHR-RECALLED VALUE "Y".
       01 PZ-SEN-RECALL-SW          PIC X VALUE "N".
         88 PZ-SEN-RECALLED VALUE "Y".
       01 PZ-POOL-OVERFLOW-COUNT    PIC 9(4) COMP VALUE 0.

      *    PUZZLCAL's calibration, loaded whole before the issue
      *    log so past days can be banded as they are read.
       01 PZ-CAL-COUNT              PIC 9(4) COMP VALUE 0.
       01 PZ-CAL-TABLE.
         05 PZ-CAL-ENTRY OCCURS 1000 TIMES INDEXED BY PZ-CAL-IDX.
           10 PZ-CAL-POOL           PIC X(01).
           10 PZ-CAL-KEY            PIC X(05).
           10 PZ-CAL-BAND           PIC X(01).
           10 PZ-CAL-ALL-SOLVED     PIC X(01).

       01 PZ-CAL-FOUND-SW           PIC X VALUE "N".
         88 PZ-CAL-FOUND VALUE "Y".
       01 PZ-LOOKUP-POOL            PIC X(01) VALUE SPACE.
       01 PZ-LOOKUP-KEY             PIC X(05) VALUE SPACES.
       01 PZ-LOOKUP-BAND            PIC X(01) VALUE SPACE.
       01 PZ-LOOKUP-ALL-SOLVED      PIC X(01) VALUE SPACE.
       01 PZ-SOLVED-OUT-COUNT       PIC 9(4) COMP VALUE 0.

      *    A day is banded from its phrase and sentence together:
      *    easy 1, medium 2, hard 3 each, so two easy entries or
      *    one easy and one medium make an easy day, and two hard
      *    or one hard and one medium a hard day. Issue-log days
      *    are read in date order, leaving the band of the latest
      *    days and how many days in a row it has held. Once that
      *    run of easy or hard days reaches the limit, today's
      *    draw leaves that band out of both pools.
       01 PZ-RUN-LIMIT              PIC 9(02) VALUE 2.
       01 PZ-DAY-SCORE              PIC 9(01) VALUE 0.
       01 PZ-DAY-BAND               PIC X(01) VALUE SPACE.
       01 PZ-RUN-BAND               PIC X(01) VALUE SPACE.
       01 PZ-RUN-LENGTH             PIC 9(04) COMP VALUE 0.
       01 PZ-AVOID-BAND             PIC X(01) VALUE SPACE.
       01 PZ-KEEP-COUNT             PIC 9(4) COMP VALUE 0.
       01 PZ-KEEP-IDX               PIC 9(4) COMP VALUE 0.
       01 PZ-BALANCED-SW            PIC X VALUE "N".
         88 PZ-DRAW-BALANCED VALUE "Y".

       01 PZ-MATCH-SW               PIC X VALUE "N".
         88 PZ-KEY-USED VALUE "Y".
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0200-CHECK-BUSINESS-DATE
             THRU 0200-CHECK-BUSINESS-DATE-EXIT.
           IF NOT PZ-BUS-DATE-OPEN
             DISPLAY "PUZZLSET *** NO BUSINESS DATE OPEN"
               " - RUN REFUSED ***"
             DISPLAY "PUZZLSET RUN BUSDTCTL WITH AN OPEN CARD FIRST"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 1500-LOAD-CALIBRATION
             THRU 1500-LOAD-CALIBRATION-EXIT
             UNTIL PZ-CAL-EOF.
           PERFORM 2000-LOAD-ISSUE-LOG THRU 2000-LOAD-ISSUE-LOG-EXIT
             UNTIL PZ-ISS-EOF.
           PERFORM 2500-LOAD-QUARANTINE
           PERFORM 3500-LOAD-SENTENCE-POOL
             THRU 3500-LOAD-SENTENCE-POOL-EXIT
             UNTIL PZ-SEN-EOF.
           PERFORM 3700-RECALL-RETIRED THRU 3700-RECALL-RETIRED-EXIT.
           PERFORM 3800-BALANCE-POOLS THRU 3800-BALANCE-POOLS-EXIT.
           PERFORM 4000-DRAW-PUZZLE THRU 4000-DRAW-PUZZLE-EXIT.
           IF NOT PZ-POOL-EXHAUSTED
             PERFORM 5000-WRITE-PUZZLE-IN
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           STOP RUN.

      *    The processing date comes from the business-date file
      *    BUSDTCTL keeps, not the clock. A missing file or a
      *    closed date leaves the switch off and the run refused.
       0200-CHECK-BUSINESS-DATE.
           OPEN INPUT BUS-DATE-FILE.
           IF PZ-BUSDATE-STATUS IS EQUAL TO "35"
             GO TO 0200-CHECK-BUSINESS-DATE-EXIT
           END-IF.
           READ BUS-DATE-FILE
             AT END
               CONTINUE
             NOT AT END
               IF BD-DATE-STATUS IS EQUAL TO "OPEN"
                 MOVE "Y" TO PZ-BUS-DATE-SW
                 MOVE BD-BUSINESS-DATE TO PZ-BUSINESS-DATE
               END-IF
           END-READ.
           CLOSE BUS-DATE-FILE.
       0200-CHECK-BUSINESS-DATE-EXIT.
           EXIT.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO PZ-RL-START-STAMP.
           MOVE PZ-BUSINESS-DATE TO PZ-TODAY-DATE.
           COMPUTE PZ-TODAY-INT =
             FUNCTION INTEGER-OF-DATE(PZ-TODAY-DATE).
           COMPUTE PZ-CUTOFF-INT = PZ-TODAY-INT - 90.
           IF PZ-QUAR-STATUS IS EQUAL TO "35"
             MOVE "Y" TO PZ-QUAR-EOF-SW
           END-IF.
           OPEN INPUT PUZZLE-CAL-FILE.
           IF PZ-CAL-STATUS IS EQUAL TO "35"
             MOVE "Y" TO PZ-CAL-EOF-SW
           END-IF.
           OPEN INPUT PHRASE-POOL-FILE.
           IF PZ-PHR-STATUS IS EQUAL TO "35"
             MOVE "Y" TO PZ-PHR-EOF-SW
       1000-INITIALIZE-EXIT.
           EXIT.

       1500-LOAD-CALIBRATION.
           READ PUZZLE-CAL-FILE
             AT END
               MOVE "Y" TO PZ-CAL-EOF-SW
             NOT AT END
               IF PZ-CAL-COUNT IS LESS THAN 1000
                 ADD 1 TO PZ-CAL-COUNT
                 SET PZ-CAL-IDX TO PZ-CAL-COUNT
                 MOVE PX-POOL TO PZ-CAL-POOL(PZ-CAL-IDX)
                 MOVE PX-KEY TO PZ-CAL-KEY(PZ-CAL-IDX)
                 MOVE PX-BAND TO PZ-CAL-BAND(PZ-CAL-IDX)
                 MOVE PX-ALL-SOLVED
                   TO PZ-CAL-ALL-SOLVED(PZ-CAL-IDX)
               END-IF
           END-READ.
       1500-LOAD-CALIBRATION-EXIT.
           EXIT.

      *    Band and all-solved flag for the pool entry in the
      *    lookup pool and key; medium and not all-solved when
      *    PUZZLCAL has no outcomes for it yet.
       1600-FIND-CALIBRATION.
           MOVE "N" TO PZ-CAL-FOUND-SW.
           MOVE "M" TO PZ-LOOKUP-BAND.
           MOVE "N" TO PZ-LOOKUP-ALL-SOLVED.
           IF PZ-CAL-COUNT IS GREATER THAN 0
             SET PZ-CAL-IDX TO 1
             PERFORM 1610-COMPARE-CALIBRATION
               THRU 1610-COMPARE-CALIBRATION-EXIT
               PZ-CAL-COUNT TIMES
           END-IF.
           IF PZ-CAL-FOUND
             MOVE PZ-CAL-BAND(PZ-CAL-IDX) TO PZ-LOOKUP-BAND
             MOVE PZ-CAL-ALL-SOLVED(PZ-CAL-IDX)
               TO PZ-LOOKUP-ALL-SOLVED
           END-IF.
       1600-FIND-CALIBRATION-EXIT.
           EXIT.

       1610-COMPARE-CALIBRATION.
           IF PZ-CAL-FOUND
             CONTINUE
           ELSE
             IF PZ-LOOKUP-POOL IS EQUAL TO PZ-CAL-POOL(PZ-CAL-IDX)
               AND PZ-LOOKUP-KEY IS EQUAL TO PZ-CAL-KEY(PZ-CAL-IDX)
               MOVE "Y" TO PZ-CAL-FOUND-SW
             ELSE
               SET PZ-CAL-IDX UP BY 1
             END-IF
           END-IF.
       1610-COMPARE-CALIBRATION-EXIT.
           EXIT.

      *    Only issues inside the 90-day window matter; anything
      *    older has aged back into the draw. Every issue before
      *    today also goes toward the run of same-band days.
       2000-LOAD-ISSUE-LOG.
           READ ISSUE-LOG-FILE
             AT END
               MOVE "Y" TO PZ-ISS-EOF-SW
             NOT AT END
               IF IL-ISSUE-DATE IS LESS THAN PZ-TODAY-DATE
                 PERFORM 2100-NOTE-DAY-BAND
                   THRU 2100-NOTE-DAY-BAND-EXIT
               END-IF
               COMPUTE PZ-ISSUE-INT = FUNCTION INTEGER-OF-DATE(
                 FUNCTION NUMVAL(IL-ISSUE-DATE))
               IF PZ-ISSUE-INT IS GREATER THAN OR EQUAL TO
       2000-LOAD-ISSUE-LOG-EXIT.
           EXIT.

       2100-NOTE-DAY-BAND.
           MOVE 0 TO PZ-DAY-SCORE.
           MOVE "P" TO PZ-LOOKUP-POOL.
           MOVE IL-PHRASE-KEY TO PZ-LOOKUP-KEY.
           PERFORM 2110-SCORE-ENTRY THRU 2110-SCORE-ENTRY-EXIT.
           MOVE "S" TO PZ-LOOKUP-POOL.
           MOVE IL-SENTENCE-KEY TO PZ-LOOKUP-KEY.
           PERFORM 2110-SCORE-ENTRY THRU 2110-SCORE-ENTRY-EXIT.
           IF PZ-DAY-SCORE IS LESS THAN 4
             MOVE "E" TO PZ-DAY-BAND
           ELSE
             IF PZ-DAY-SCORE IS GREATER THAN 4
               MOVE "H" TO PZ-DAY-BAND
             ELSE
               MOVE "M" TO PZ-DAY-BAND
             END-IF
           END-IF.
           IF PZ-DAY-BAND IS EQUAL TO PZ-RUN-BAND
             ADD 1 TO PZ-RUN-LENGTH
           ELSE
             MOVE PZ-DAY-BAND TO PZ-RUN-BAND
             MOVE 1 TO PZ-RUN-LENGTH
           END-IF.
       2100-NOTE-DAY-BAND-EXIT.
           EXIT.

       2110-SCORE-ENTRY.
           PERFORM 1600-FIND-CALIBRATION
             THRU 1600-FIND-CALIBRATION-EXIT.
           EVALUATE PZ-LOOKUP-BAND
             WHEN "E"
               ADD 1 TO PZ-DAY-SCORE
             WHEN "H"
               ADD 3 TO PZ-DAY-SCORE
             WHEN OTHER
               ADD 2 TO PZ-DAY-SCORE
           END-EVALUATE.
       2110-SCORE-ENTRY-EXIT.
           EXIT.

      *    Quarantined keys land in the same used-key table as the
      *    90-day issues -- "used" and "quarantined" mean the same
      *    thing to the draw: not eligible. Each quarantine row
               ADD 1 TO PZ-PHR-TOTAL-COUNT
               PERFORM 3100-CHECK-PHRASE-USED
                 THRU 3100-CHECK-PHRASE-USED-EXIT
               MOVE "P" TO PZ-LOOKUP-POOL
               MOVE PP-PHRASE-KEY TO PZ-LOOKUP-KEY
               PERFORM 1600-FIND-CALIBRATION
                 THRU 1600-FIND-CALIBRATION-EXIT
               IF NOT PZ-KEY-USED
                 AND PZ-LOOKUP-ALL-SOLVED IS EQUAL TO "Y"
                 PERFORM 3200-HOLD-RETIRED-PHRASE
                   THRU 3200-HOLD-RETIRED-PHRASE-EXIT
               END-IF
               IF NOT PZ-KEY-USED
                 AND PZ-LOOKUP-ALL-SOLVED IS NOT EQUAL TO "Y"
                 PERFORM 3300-ADD-PHRASE THRU 3300-ADD-PHRASE-EXIT
               END-IF
           END-READ.
       3000-LOAD-PHRASE-POOL-EXIT.
       3110-COMPARE-PHRASE-KEY-EXIT.
           EXIT.

       3200-HOLD-RETIRED-PHRASE.
           ADD 1 TO PZ-SOLVED-OUT-COUNT.
           IF PZ-PHR-RET-COUNT IS NOT LESS THAN PZ-POOL-LIMIT
             ADD 1 TO PZ-POOL-OVERFLOW-COUNT
             MOVE "99" TO PZ-RL-WORST-STATUS
             GO TO 3200-HOLD-RETIRED-PHRASE-EXIT
           END-IF.
           ADD 1 TO PZ-PHR-RET-COUNT.
           SET PZ-PHR-RET-IDX TO PZ-PHR-RET-COUNT.
           MOVE PP-PHRASE-KEY TO PZ-PHR-RET-KEY(PZ-PHR-RET-IDX).
           MOVE PP-PHRASE TO PZ-PHR-RET-TEXT(PZ-PHR-RET-IDX).
           MOVE PZ-LOOKUP-BAND TO PZ-PHR-RET-BAND(PZ-PHR-RET-IDX).
       3200-HOLD-RETIRED-PHRASE-EXIT.
           EXIT.

       3300-ADD-PHRASE.
           IF PZ-PHR-POOL-COUNT IS NOT LESS THAN PZ-POOL-LIMIT
             ADD 1 TO PZ-POOL-OVERFLOW-COUNT
             MOVE "99" TO PZ-RL-WORST-STATUS
             GO TO 3300-ADD-PHRASE-EXIT
           END-IF.
           ADD 1 TO PZ-PHR-POOL-COUNT.
           SET PZ-PHR-IDX TO PZ-PHR-POOL-COUNT.
           MOVE PP-PHRASE-KEY TO PZ-PHR-KEY(PZ-PHR-IDX).
           MOVE PP-PHRASE TO PZ-PHR-TEXT(PZ-PHR-IDX).
           MOVE PZ-LOOKUP-BAND TO PZ-PHR-BAND(PZ-PHR-IDX).
       3300-ADD-PHRASE-EXIT.
           EXIT.

       3500-LOAD-SENTENCE-POOL.
           READ SENTENCE-POOL-FILE
             AT END
               ADD 1 TO PZ-SEN-TOTAL-COUNT
               PERFORM 3600-CHECK-SENTENCE-USED
                 THRU 3600-CHECK-SENTENCE-USED-EXIT
               MOVE "S" TO PZ-LOOKUP-POOL
               MOVE SP-SENTENCE-KEY TO PZ-LOOKUP-KEY
               PERFORM 1600-FIND-CALIBRATION
                 THRU 1600-FIND-CALIBRATION-EXIT
               IF NOT PZ-KEY-USED
                 AND PZ-LOOKUP-ALL-SOLVED IS EQUAL TO "Y"
                 PERFORM 3650-HOLD-RETIRED-SENTENCE
                   THRU 3650-HOLD-RETIRED-SENTENCE-EXIT
               END-IF
               IF NOT PZ-KEY-USED
                 AND PZ-LOOKUP-ALL-SOLVED IS NOT EQUAL TO "Y"
                 PERFORM 3660-ADD-SENTENCE
                   THRU 3660-ADD-SENTENCE-EXIT
               END-IF
           END-READ.
       3500-LOAD-SENTENCE-POOL-EXIT.
       3610-COMPARE-SENTENCE-KEY-EXIT.
           EXIT.

       3650-HOLD-RETIRED-SENTENCE.
           ADD 1 TO PZ-SOLVED-OUT-COUNT.
           IF PZ-SEN-RET-COUNT IS NOT LESS THAN PZ-POOL-LIMIT
             ADD 1 TO PZ-POOL-OVERFLOW-COUNT
             MOVE "99" TO PZ-RL-WORST-STATUS
             GO TO 3650-HOLD-RETIRED-SENTENCE-EXIT
           END-IF.
           ADD 1 TO PZ-SEN-RET-COUNT.
           SET PZ-SEN-RET-IDX TO PZ-SEN-RET-COUNT.
           MOVE SP-SENTENCE-KEY TO PZ-SEN-RET-KEY(PZ-SEN-RET-IDX).
           MOVE SP-SENTENCE TO PZ-SEN-RET-TEXT(PZ-SEN-RET-IDX).
           MOVE PZ-LOOKUP-BAND TO PZ-SEN-RET-BAND(PZ-SEN-RET-IDX).
       3650-HOLD-RETIRED-SENTENCE-EXIT.
           EXIT.

       3660-ADD-SENTENCE.
           IF PZ-SEN-POOL-COUNT IS NOT LESS THAN PZ-POOL-LIMIT
             ADD 1 TO PZ-POOL-OVERFLOW-COUNT
             MOVE "99" TO PZ-RL-WORST-STATUS
             GO TO 3660-ADD-SENTENCE-EXIT
           END-IF.
           ADD 1 TO PZ-SEN-POOL-COUNT.
           SET PZ-SEN-IDX TO PZ-SEN-POOL-COUNT.
           MOVE SP-SENTENCE-KEY TO PZ-SEN-KEY(PZ-SEN-IDX).
           MOVE SP-SENTENCE TO PZ-SEN-TEXT(PZ-SEN-IDX).
           MOVE PZ-LOOKUP-BAND TO PZ-SEN-BAND(PZ-SEN-IDX).
       3660-ADD-SENTENCE-EXIT.
           EXIT.

      *    Last resort: a pool with nothing eligible but retired
      *    entries outside the reuse window draws from those, the
      *    way the balancing below falls back to the whole pool.
      *    A retired entry is still never set twice in the window
      *    or while quarantined -- both were screened out above.
       3700-RECALL-RETIRED.
           IF PZ-PHR-POOL-COUNT IS EQUAL TO 0
             AND PZ-PHR-RET-COUNT IS GREATER THAN 0
             SET PZ-PHR-RET-IDX TO 1
             PERFORM 3710-RECALL-PHRASE THRU 3710-RECALL-PHRASE-EXIT
               PZ-PHR-RET-COUNT TIMES
             MOVE "Y" TO PZ-PHR-RECALL-SW
           END-IF.
           IF PZ-SEN-POOL-COUNT IS EQUAL TO 0
             AND PZ-SEN-RET-COUNT IS GREATER THAN 0
             SET PZ-SEN-RET-IDX TO 1
             PERFORM 3720-RECALL-SENTENCE
               THRU 3720-RECALL-SENTENCE-EXIT
               PZ-SEN-RET-COUNT TIMES
             MOVE "Y" TO PZ-SEN-RECALL-SW
           END-IF.
       3700-RECALL-RETIRED-EXIT.
           EXIT.

       3710-RECALL-PHRASE.
           ADD 1 TO PZ-PHR-POOL-COUNT.
           SET PZ-PHR-IDX TO PZ-PHR-POOL-COUNT.
           MOVE PZ-PHR-RET-ENTRY(PZ-PHR-RET-IDX)
             TO PZ-PHR-ENTRY(PZ-PHR-IDX).
           SET PZ-PHR-RET-IDX UP BY 1.
       3710-RECALL-PHRASE-EXIT.
           EXIT.

       3720-RECALL-SENTENCE.
           ADD 1 TO PZ-SEN-POOL-COUNT.
           SET PZ-SEN-IDX TO PZ-SEN-POOL-COUNT.
           MOVE PZ-SEN-RET-ENTRY(PZ-SEN-RET-IDX)
             TO PZ-SEN-ENTRY(PZ-SEN-IDX).
           SET PZ-SEN-RET-IDX UP BY 1.
       3720-RECALL-SENTENCE-EXIT.
           EXIT.

      *    After a run of easy or hard days, packs the entries of
      *    the other bands to the front of each draw table and
      *    draws from those alone. If either pool has nothing
      *    outside the band, the whole eligible pool is drawn
      *    from as before -- a puzzle set beats a balanced week.
       3800-BALANCE-POOLS.
           MOVE PZ-PHR-POOL-COUNT TO PZ-PHR-DRAW-COUNT.
           MOVE PZ-SEN-POOL-COUNT TO PZ-SEN-DRAW-COUNT.
           IF PZ-RUN-LENGTH IS LESS THAN PZ-RUN-LIMIT
             OR PZ-RUN-BAND IS EQUAL TO "M"
             OR PZ-PHR-POOL-COUNT IS EQUAL TO 0
             OR PZ-SEN-POOL-COUNT IS EQUAL TO 0
             GO TO 3800-BALANCE-POOLS-EXIT
           END-IF.
           MOVE PZ-RUN-BAND TO PZ-AVOID-BAND.
           MOVE 0 TO PZ-KEEP-COUNT.
           IF PZ-PHR-POOL-COUNT IS GREATER THAN 0
             SET PZ-PHR-IDX TO 1
             PERFORM 3810-COUNT-PHRASE THRU 3810-COUNT-PHRASE-EXIT
               PZ-PHR-POOL-COUNT TIMES
           END-IF.
           IF PZ-KEEP-COUNT IS EQUAL TO 0
             DISPLAY "PUZZLSET *** NO PHRASE OUTSIDE BAND "
               PZ-AVOID-BAND " - WEEK NOT BALANCED ***"
             GO TO 3800-BALANCE-POOLS-EXIT
           END-IF.
           MOVE 0 TO PZ-KEEP-COUNT.
           IF PZ-SEN-POOL-COUNT IS GREATER THAN 0
             SET PZ-SEN-IDX TO 1
             PERFORM 3820-COUNT-SENTENCE
               THRU 3820-COUNT-SENTENCE-EXIT
               PZ-SEN-POOL-COUNT TIMES
           END-IF.
           IF PZ-KEEP-COUNT IS EQUAL TO 0
             DISPLAY "PUZZLSET *** NO SENTENCE OUTSIDE BAND "
               PZ-AVOID-BAND " - WEEK NOT BALANCED ***"
             GO TO 3800-BALANCE-POOLS-EXIT
           END-IF.
           MOVE 0 TO PZ-KEEP-IDX.
           SET PZ-PHR-IDX TO 1.
           PERFORM 3830-KEEP-PHRASE THRU 3830-KEEP-PHRASE-EXIT
             PZ-PHR-POOL-COUNT TIMES.
           MOVE PZ-KEEP-IDX TO PZ-PHR-DRAW-COUNT.
           MOVE 0 TO PZ-KEEP-IDX.
           SET PZ-SEN-IDX TO 1.
           PERFORM 3840-KEEP-SENTENCE THRU 3840-KEEP-SENTENCE-EXIT
             PZ-SEN-POOL-COUNT TIMES.
           MOVE PZ-KEEP-IDX TO PZ-SEN-DRAW-COUNT.
           MOVE "Y" TO PZ-BALANCED-SW.
       3800-BALANCE-POOLS-EXIT.
           EXIT.

       3810-COUNT-PHRASE.
           IF PZ-PHR-BAND(PZ-PHR-IDX) IS NOT EQUAL TO PZ-AVOID-BAND
             ADD 1 TO PZ-KEEP-COUNT
           END-IF.
           SET PZ-PHR-IDX UP BY 1.
       3810-COUNT-PHRASE-EXIT.
           EXIT.

       3820-COUNT-SENTENCE.
           IF PZ-SEN-BAND(PZ-SEN-IDX) IS NOT EQUAL TO PZ-AVOID-BAND
             ADD 1 TO PZ-KEEP-COUNT
           END-IF.
           SET PZ-SEN-IDX UP BY 1.
       3820-COUNT-SENTENCE-EXIT.
           EXIT.

      *    The kept-entry subscript never runs ahead of the read
      *    index, so moving an entry forward never overwrites one
      *    not yet looked at.
       3830-KEEP-PHRASE.
           IF PZ-PHR-BAND(PZ-PHR-IDX) IS NOT EQUAL TO PZ-AVOID-BAND
             ADD 1 TO PZ-KEEP-IDX
             MOVE PZ-PHR-ENTRY(PZ-PHR-IDX)
               TO PZ-PHR-ENTRY(PZ-KEEP-IDX)
           END-IF.
           SET PZ-PHR-IDX UP BY 1.
       3830-KEEP-PHRASE-EXIT.
           EXIT.

       3840-KEEP-SENTENCE.
           IF PZ-SEN-BAND(PZ-SEN-IDX) IS NOT EQUAL TO PZ-AVOID-BAND
             ADD 1 TO PZ-KEEP-IDX
             MOVE PZ-SEN-ENTRY(PZ-SEN-IDX)
               TO PZ-SEN-ENTRY(PZ-KEEP-IDX)
           END-IF.
           SET PZ-SEN-IDX UP BY 1.
       3840-KEEP-SENTENCE-EXIT.
           EXIT.

      *    Assembles the day's puzzle: five random dice, a random
      *    category, and one pick from each eligible pool. A pool
      *    empty even of retired entries stops the job from writing
      *    anything -- better no PUZZLEIN than yesterday's puzzle
      *    again -- and the DISPLAY at end of job says which pool
      *    to refill.
       4000-DRAW-PUZZLE.
           IF PZ-PHR-POOL-COUNT IS EQUAL TO 0
             OR PZ-SEN-POOL-COUNT IS EQUAL TO 0
           MOVE PZ-CAT-NAME(PZ-RANDOM-PICK) TO PZ-DRAW-CATEGORY.
           PERFORM 4200-PICK-RANDOM THRU 4200-PICK-RANDOM-EXIT.
           COMPUTE PZ-RANDOM-PICK =
             FUNCTION MOD(PZ-RANDOM-PICK, PZ-PHR-DRAW-COUNT) + 1.
           SET PZ-PHR-IDX TO PZ-RANDOM-PICK.
           MOVE PZ-PHR-KEY(PZ-PHR-IDX) TO PZ-DRAW-PHRASE-KEY.
           MOVE PZ-PHR-TEXT(PZ-PHR-IDX) TO PZ-DRAW-PHRASE.
           PERFORM 4200-PICK-RANDOM THRU 4200-PICK-RANDOM-EXIT.
           COMPUTE PZ-RANDOM-PICK =
             FUNCTION MOD(PZ-RANDOM-PICK, PZ-SEN-DRAW-COUNT) + 1.
           SET PZ-SEN-IDX TO PZ-RANDOM-PICK.
           MOVE PZ-SEN-KEY(PZ-SEN-IDX) TO PZ-DRAW-SENT-KEY.
           MOVE PZ-SEN-TEXT(PZ-SEN-IDX) TO PZ-DRAW-SENTENCE.
                 MOVE PZ-DRAW-CATEGORY TO PO-CATEGORY
                 MOVE PZ-DRAW-PHRASE TO PO-PHRASE
                 MOVE PZ-DRAW-SENTENCE TO PO-SENTENCE
                 MOVE PZ-DRAW-PHRASE-KEY TO PO-PHRASE-KEY
                 MOVE PZ-DRAW-SENT-KEY TO PO-SENTENCE-KEY
                 WRITE PUZZLE-OUT-REC
                 ADD PZ-DRAW-DICE TO PZ-OUT-HASH
               END-IF
           IF PZ-QUAR-STATUS IS NOT EQUAL TO "35"
             CLOSE POOL-QUAR-FILE
           END-IF.
           IF PZ-CAL-STATUS IS NOT EQUAL TO "35"
             CLOSE PUZZLE-CAL-FILE
           END-IF.
           CLOSE PLAYER-MASTER-FILE.
      *    The trailer goes out even on an exhausted-pool run --
      *    a count of zero that balances tells PUZZLDAY the empty
               PZ-SEN-POOL-COUNT " ELIGIBLE OF "
               PZ-SEN-TOTAL-COUNT " ***"
           END-IF.
           IF PZ-DRAW-BALANCED
             DISPLAY "PUZZLSET AFTER " PZ-RUN-LENGTH " DAYS OF BAND "
               PZ-AVOID-BAND " DREW FROM " PZ-PHR-DRAW-COUNT
               " PHRASES AND " PZ-SEN-DRAW-COUNT " SENTENCES"
           END-IF.
           IF PZ-SOLVED-OUT-COUNT IS GREATER THAN 0
             DISPLAY "PUZZLSET " PZ-SOLVED-OUT-COUNT
               " ENTRIES RETIRED - SOLVED BY EVERY PLAYER"
           END-IF.
           IF PZ-PHR-RECALLED
             DISPLAY "PUZZLSET *** NO FRESH PHRASES - DREW FROM "
               PZ-PHR-RET-COUNT " RETIRED - REFILL THE POOL ***"
           END-IF.
           IF PZ-SEN-RECALLED
             DISPLAY "PUZZLSET *** NO FRESH SENTENCES - DREW FROM "
               PZ-SEN-RET-COUNT " RETIRED - REFILL THE POOL ***"
           END-IF.
           IF PZ-POOL-OVERFLOW-COUNT IS GREATER THAN 0
             DISPLAY "PUZZLSET *** " PZ-POOL-OVERFLOW-COUNT
               " POOL ENTRIES OVER TABLE LIMIT - NOT DRAWN ***"
           END-IF.
           DISPLAY "PUZZLSET DATE=" PZ-TODAY-DATE
             " PLAYERS=" PZ-PLAYER-COUNT
             " PHRASE=" PZ-DRAW-PHRASE-KEY
