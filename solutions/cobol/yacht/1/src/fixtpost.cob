       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIXTPOST.
       AUTHOR. DATA-PROCESSING.
       INSTALLATION. GAME-NIGHT-SHOP.
       DATE-WRITTEN. 2026-09-28.
       DATE-COMPILED.

      *****************************************************
      * MODIFICATION HISTORY
      * 2026-09-28  DP  Original postponement step, run
      *                 behind MATCHRES each match night:
      *                 keeps the postponement file of
      *                 fixtures MATCHRES found unplayed,
      *                 folding a rerun's repeat into the
      *                 postponement already held; closes a
      *                 postponement once its fixture settles
      *                 on a later night; applies reschedule
      *                 cards, moving a fixture to a later
      *                 round and date and adding it to that
      *                 round on the fixture file; and once a
      *                 fixture has stood unplayed the number
      *                 of weeks on the parameter card, posts
      *                 a forfeit to the match-results file
      *                 -- to the side that turned up, or a
      *                 double forfeit when neither did -- so
      *                 the league table is not left waiting
      *                 on a pairing that will never be
      *                 played. Prints what was settled,
      *                 moved and forfeited, and everything
      *                 still outstanding.
      *****************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GENERIC.
       OBJECT-COMPUTER. GENERIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *        MATCHRES's own card: the round just settled and its
      *        game night, which is the date this run is as of.
           SELECT MATCH-PARM-FILE ASSIGN TO "MTCHPARM"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FP-PARM-STATUS.

      *        Weeks a fixture may stand unplayed before it is
      *        forfeited; no card keeps the league's three weeks.
           SELECT POST-PARM-FILE ASSIGN TO "PSTPPARM"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FP-PQ-STATUS.

      *        MATCHRES appends to it; loaded whole here, brought
      *        up to date in memory and written back whole, the
      *        way NIGHTCTL keeps its control file.
           SELECT POSTPONE-FILE ASSIGN TO "POSTPONE"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FP-PSTP-STATUS.

      *        Operator-keyed reschedule cards, one fixture each.
           SELECT POST-TRAN-FILE ASSIGN TO "PSTPTRAN"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FP-TRAN-STATUS.

           SELECT FIXTURE-FILE ASSIGN TO "FIXTURES"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FP-FIXT-STATUS.

           SELECT MATCH-RESULT-FILE ASSIGN TO "MATCHRSL"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FP-RSLT-STATUS.

           SELECT POST-RPT-FILE ASSIGN TO "PSTPRPT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FP-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MATCH-PARM-FILE.
       01  MATCH-PARM-REC.
           05 MP-ROUND-NO           PIC 9(03).
           05 MP-MATCH-DATE         PIC X(08).
           05 FILLER                PIC X(69).

       FD  POST-PARM-FILE.
       01  POST-PARM-REC.
           05 PQ-FORFEIT-WEEKS      PIC 9(02).
           05 FILLER                PIC X(78).

      *        One row per postponed fixture, kept after it closes.
      *        Status P postponed and waiting for a night, R moved
      *        to a later night, S settled when finally played,
      *        F settled by forfeit. The showed flags say which
      *        side turned up the last night the fixture was due.
       FD  POSTPONE-FILE.
       01  POSTPONE-REC.
           05 PP-STATUS             PIC X(01).
           05 PP-ORIG-ROUND         PIC 9(03).
           05 PP-ORIG-DATE          PIC X(08).
           05 PP-HOME-ID            PIC X(10).
           05 PP-AWAY-ID            PIC X(10).
           05 PP-HOME-SHOWED        PIC X(01).
           05 PP-AWAY-SHOWED        PIC X(01).
           05 PP-LAST-DUE-DATE      PIC X(08).
           05 PP-DUE-ROUND          PIC 9(03).
           05 PP-DUE-DATE           PIC X(08).
           05 PP-RESCHED-COUNT      PIC 9(02).
           05 PP-CLOSE-DATE         PIC X(08).
           05 PP-CLOSE-RESULT       PIC X(04).

      *        Code R reschedules the pairing home v away to the
      *        round and game night given.
       FD  POST-TRAN-FILE.
       01  POST-TRAN-REC.
           05 PT-TRAN-CODE          PIC X(01).
           05 PT-HOME-ID            PIC X(10).
           05 PT-AWAY-ID            PIC X(10).
           05 PT-NEW-ROUND          PIC 9(03).
           05 PT-NEW-DATE           PIC X(08).
           05 FILLER                PIC X(48).

      *        Byte-for-byte the same layout as FIXTSCHD's
      *        FIXTURE-REC.
       FD  FIXTURE-FILE.
       01  FIXTURE-REC.
           05 FX-ROUND-NO           PIC 9(03).
           05 FX-MATCH-NO           PIC 9(03).
           05 FX-HOME-ID            PIC X(10).
           05 FX-AWAY-ID            PIC X(10).

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

       FD  POST-RPT-FILE.
       01  POST-RPT-REC             PIC X(80).

       WORKING-STORAGE SECTION.
       01 FP-PARM-STATUS            PIC XX VALUE "00".
       01 FP-PQ-STATUS              PIC XX VALUE "00".
       01 FP-PSTP-STATUS            PIC XX VALUE "00".
       01 FP-TRAN-STATUS            PIC XX VALUE "00".
       01 FP-FIXT-STATUS            PIC XX VALUE "00".
       01 FP-RSLT-STATUS            PIC XX VALUE "00".
       01 FP-RPT-STATUS             PIC XX VALUE "00".

       01 FP-PSTP-EOF-SW            PIC X VALUE "N".
         88 FP-PSTP-EOF VALUE "Y".
       01 FP-TRAN-EOF-SW            PIC X VALUE "N".
         88 FP-TRAN-EOF VALUE "Y".
       01 FP-FIXT-EOF-SW            PIC X VALUE "N".
         88 FP-FIXT-EOF VALUE "Y".
       01 FP-RSLT-EOF-SW            PIC X VALUE "N".
         88 FP-RSLT-EOF VALUE "Y".

      *    The night this run is as of; a missing or blank card
      *    moves nothing and forfeits nothing, so a forgotten card
      *    fails safe and only the outstanding list is printed.
       01 FP-ROUND-NO               PIC 9(03) VALUE 0.
       01 FP-MATCH-DATE             PIC X(08) VALUE SPACES.
       01 FP-FORFEIT-WEEKS          PIC 9(02) VALUE 3.
       01 FP-FORFEIT-DAYS           PIC 9(04) VALUE 0.
       01 FP-ASOF-DAY               PIC 9(07) VALUE 0.
       01 FP-ORIG-DAY               PIC 9(07) VALUE 0.
       01 FP-DAYS-OUT               PIC S9(07) VALUE 0.
       01 FP-WEEKS-OUT              PIC 9(03) VALUE 0.

       01 FP-PSTP-READ-COUNT        PIC 9(5) COMP VALUE 0.
       01 FP-REPEAT-COUNT           PIC 9(5) COMP VALUE 0.
       01 FP-SETTLED-COUNT          PIC 9(5) COMP VALUE 0.
       01 FP-RESCHED-COUNT          PIC 9(5) COMP VALUE 0.
       01 FP-REJECTED-COUNT         PIC 9(5) COMP VALUE 0.
       01 FP-FORFEIT-COUNT          PIC 9(5) COMP VALUE 0.
       01 FP-OUTSTANDING-COUNT      PIC 9(5) COMP VALUE 0.

      *    The whole postponement file, same layout as the record,
      *    so a row moves in and out as a group.
       01 FP-POST-COUNT             PIC 9(4) COMP VALUE 0.
       01 FP-POST-TABLE.
         05 FP-PT-ENTRY OCCURS 500 TIMES INDEXED BY FP-PT-IDX.
           10 FP-PT-STATUS          PIC X(01).
             88 FP-PT-PENDING VALUE "P" "R".
           10 FP-PT-ORIG-ROUND      PIC 9(03).
           10 FP-PT-ORIG-DATE       PIC X(08).
           10 FP-PT-HOME-ID         PIC X(10).
           10 FP-PT-AWAY-ID         PIC X(10).
           10 FP-PT-HOME-SHOWED     PIC X(01).
           10 FP-PT-AWAY-SHOWED     PIC X(01).
           10 FP-PT-LAST-DUE-DATE   PIC X(08).
           10 FP-PT-DUE-ROUND       PIC 9(03).
           10 FP-PT-DUE-DATE        PIC X(08).
           10 FP-PT-RESCHED-COUNT   PIC 9(02).
           10 FP-PT-CLOSE-DATE      PIC X(08).
           10 FP-PT-CLOSE-RESULT    PIC X(04).

      *    Reschedule cards loaded whole, so one pass of the
      *    fixture file can find every card whose player is
      *    already drawn in the round it asks for.
       01 FP-TRAN-COUNT             PIC 9(4) COMP VALUE 0.
       01 FP-TRAN-TABLE.
         05 FP-TC-ENTRY OCCURS 200 TIMES INDEXED BY FP-TC-IDX
                                                    FP-TC-IDX2.
           10 FP-TC-CODE            PIC X(01).
           10 FP-TC-HOME-ID         PIC X(10).
           10 FP-TC-AWAY-ID         PIC X(10).
           10 FP-TC-NEW-ROUND       PIC 9(03).
           10 FP-TC-NEW-DATE        PIC X(08).
           10 FP-TC-CLASH-SW        PIC X(01).
             88 FP-TC-CLASH VALUE "Y".
           10 FP-TC-OUTCOME         PIC X(01).
             88 FP-TC-ACCEPTED VALUE "A".

      *    Highest match number on the fixture file for each round,
      *    found by the round number itself; a rescheduled fixture
      *    goes in as the next match of its new round.
       01 FP-ROUND-MAX-TABLE.
         05 FP-ROUND-MAX OCCURS 999 TIMES PIC 9(03).

       01 FP-FOUND-SW               PIC X VALUE "N".
         88 FP-KEY-FOUND VALUE "Y".
       01 FP-LOOKUP-HOME            PIC X(10) VALUE SPACES.
       01 FP-LOOKUP-AWAY            PIC X(10) VALUE SPACES.
       01 FP-LOOKUP-ROUND           PIC 9(03) VALUE 0.
       01 FP-BYE-ID                 PIC X(10) VALUE "BYE".
       01 FP-REJECT-TEXT            PIC X(42) VALUE SPACES.

       01 FP-HDR-LINE.
         05 FILLER                  PIC X(26)
           VALUE "POSTPONED FIXTURES  ROUND ".
         05 FP-HDR-ROUND            PIC ZZ9.
         05 FILLER                  PIC X(07) VALUE "  DATE ".
         05 FP-HDR-DATE             PIC X(08).
         05 FILLER                  PIC X(17)
           VALUE "  FORFEIT AFTER ".
         05 FP-HDR-WEEKS            PIC Z9.
         05 FILLER                  PIC X(06) VALUE " WEEKS".

       01 FP-COL-LINE.
         05 FILLER                  PIC X(13) VALUE "RND ORIG DATE".
         05 FILLER                  PIC X(14) VALUE "  HOME".
         05 FILLER                  PIC X(11) VALUE "AWAY".
         05 FILLER                  PIC X(06) VALUE "NOTE".

       01 FP-SETTLED-HDR            PIC X(40)
         VALUE "SETTLED ON A LATER NIGHT".
       01 FP-TRAN-HDR               PIC X(40)
         VALUE "RESCHEDULE TRANSACTIONS".
       01 FP-FORFEIT-HDR            PIC X(40)
         VALUE "FORFEITS AWARDED".
       01 FP-OUTSTANDING-HDR        PIC X(40)
         VALUE "STILL OUTSTANDING".

       01 FP-DTL-LINE.
         05 FP-DL-ROUND             PIC ZZ9.
         05 FILLER                  PIC X(01) VALUE SPACE.
         05 FP-DL-DATE              PIC X(08).
         05 FILLER                  PIC X(01) VALUE SPACE.
         05 FP-DL-HOME-ID           PIC X(10).
         05 FILLER                  PIC X(03) VALUE " V ".
         05 FP-DL-AWAY-ID           PIC X(10).
         05 FILLER                  PIC X(02) VALUE SPACES.
         05 FP-DL-NOTE              PIC X(42).

       01 FP-SETTLE-NOTE.
         05 FILLER                  PIC X(11) VALUE "PLAYED RND ".
         05 FP-SN-ROUND             PIC ZZ9.
         05 FILLER                  PIC X(01) VALUE SPACE.
         05 FP-SN-DATE              PIC X(08).
         05 FILLER                  PIC X(01) VALUE SPACE.
         05 FP-SN-RESULT            PIC X(04).

       01 FP-MOVE-NOTE.
         05 FILLER                  PIC X(13) VALUE "MOVED TO RND ".
         05 FP-MN-ROUND             PIC ZZ9.
         05 FILLER                  PIC X(01) VALUE SPACE.
         05 FP-MN-DATE              PIC X(08).
         05 FILLER                  PIC X(07) VALUE " MATCH ".
         05 FP-MN-MATCH             PIC ZZ9.

       01 FP-FORFEIT-NOTE.
         05 FP-FN-RESULT            PIC X(04).
         05 FILLER                  PIC X(02) VALUE SPACES.
         05 FP-FN-TEXT              PIC X(32).

      *    Weeks outstanding print blank when there is no night to
      *    count them to.
       01 FP-OUT-NOTE.
         05 FP-ON-STATUS            PIC X(09).
         05 FILLER                  PIC X(05) VALUE " DUE ".
         05 FP-ON-ROUND             PIC ZZ9.
         05 FILLER                  PIC X(01) VALUE SPACE.
         05 FP-ON-DATE              PIC X(08).
         05 FILLER                  PIC X(04) VALUE " WK ".
         05 FP-ON-WEEKS             PIC ZZ9.
         05 FP-ON-WEEKS-X REDEFINES FP-ON-WEEKS PIC X(03).
         05 FILLER                  PIC X(01) VALUE SPACE.
         05 FP-ON-OVERDUE           PIC X(07).

       01 FP-TRL-LINE.
         05 FILLER                  PIC X(08) VALUE "SETTLED ".
         05 FP-TRL-SETTLED          PIC ZZZ9.
         05 FILLER                  PIC X(10) VALUE "  RESCHED ".
         05 FP-TRL-RESCHED          PIC ZZZ9.
         05 FILLER                  PIC X(11) VALUE "  REJECTED ".
         05 FP-TRL-REJECTED         PIC ZZZ9.
         05 FILLER                  PIC X(12) VALUE "  FORFEITED ".
         05 FP-TRL-FORFEITED        PIC ZZZ9.
         05 FILLER                  PIC X(14) VALUE "  OUTSTANDING ".
         05 FP-TRL-OUTSTANDING      PIC ZZZ9.

       01 FP-MSG-LINE               PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           WRITE POST-RPT-REC FROM FP-SETTLED-HDR.
           PERFORM 2000-SETTLE-RESULTS THRU 2000-SETTLE-RESULTS-EXIT
             UNTIL FP-RSLT-EOF.
           IF FP-RSLT-STATUS IS NOT EQUAL TO "35"
             CLOSE MATCH-RESULT-FILE
           END-IF.
           IF FP-MATCH-DATE IS EQUAL TO SPACES
             MOVE "NO MATCH NIGHT ON CARD - NOTHING MOVED OR FORFEITED"
               TO FP-MSG-LINE
             WRITE POST-RPT-REC FROM FP-MSG-LINE
           ELSE
             PERFORM 3000-APPLY-RESCHEDULES
               THRU 3000-APPLY-RESCHEDULES-EXIT
             PERFORM 4000-AWARD-FORFEITS THRU 4000-AWARD-FORFEITS-EXIT
           END-IF.
           PERFORM 5000-REWRITE-POSTPONE
             THRU 5000-REWRITE-POSTPONE-EXIT.
           PERFORM 6000-PRINT-OUTSTANDING
             THRU 6000-PRINT-OUTSTANDING-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-READ-PARM THRU 1100-READ-PARM-EXIT.
           PERFORM 1200-LOAD-POSTPONE THRU 1200-LOAD-POSTPONE-EXIT.
           PERFORM 1300-LOAD-TRANS THRU 1300-LOAD-TRANS-EXIT.
           PERFORM 1400-SCAN-FIXTURES THRU 1400-SCAN-FIXTURES-EXIT.
           OPEN INPUT MATCH-RESULT-FILE.
           IF FP-RSLT-STATUS IS EQUAL TO "35"
             MOVE "Y" TO FP-RSLT-EOF-SW
           END-IF.
           OPEN OUTPUT POST-RPT-FILE.
           MOVE FP-ROUND-NO TO FP-HDR-ROUND.
           MOVE FP-MATCH-DATE TO FP-HDR-DATE.
           MOVE FP-FORFEIT-WEEKS TO FP-HDR-WEEKS.
           WRITE POST-RPT-REC FROM FP-HDR-LINE.
           WRITE POST-RPT-REC FROM FP-COL-LINE.
       1000-INITIALIZE-EXIT.
           EXIT.

      *    A date that is not all digits cannot be counted from, so
      *    it is treated the same as no card at all.
       1100-READ-PARM.
           OPEN INPUT MATCH-PARM-FILE.
           IF FP-PARM-STATUS IS NOT EQUAL TO "35"
             READ MATCH-PARM-FILE
               AT END
                 CONTINUE
               NOT AT END
                 MOVE MP-ROUND-NO TO FP-ROUND-NO
                 MOVE MP-MATCH-DATE TO FP-MATCH-DATE
             END-READ
             CLOSE MATCH-PARM-FILE
           END-IF.
           IF FP-MATCH-DATE IS NOT NUMERIC
             MOVE SPACES TO FP-MATCH-DATE
           ELSE
             COMPUTE FP-ASOF-DAY = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(FP-MATCH-DATE))
           END-IF.
           OPEN INPUT POST-PARM-FILE.
           IF FP-PQ-STATUS IS NOT EQUAL TO "35"
             READ POST-PARM-FILE
               AT END
                 CONTINUE
               NOT AT END
                 IF PQ-FORFEIT-WEEKS IS NUMERIC
                   AND PQ-FORFEIT-WEEKS IS GREATER THAN 0
                   MOVE PQ-FORFEIT-WEEKS TO FP-FORFEIT-WEEKS
                 END-IF
             END-READ
             CLOSE POST-PARM-FILE
           END-IF.
           MULTIPLY FP-FORFEIT-WEEKS BY 7 GIVING FP-FORFEIT-DAYS.
       1100-READ-PARM-EXIT.
           EXIT.

       1200-LOAD-POSTPONE.
           OPEN INPUT POSTPONE-FILE.
           IF FP-PSTP-STATUS IS EQUAL TO "35"
             MOVE "Y" TO FP-PSTP-EOF-SW
           ELSE
             PERFORM 1210-READ-POSTPONE THRU 1210-READ-POSTPONE-EXIT
               UNTIL FP-PSTP-EOF
             CLOSE POSTPONE-FILE
           END-IF.
       1200-LOAD-POSTPONE-EXIT.
           EXIT.

      *    MATCHRES appends a row every time it finds the pairing
      *    unplayed, so a row for a pairing already held for the
      *    same round is either the rescheduled night missed as
      *    well -- the fixture goes back to waiting, with who
      *    turned up that night -- or a rerun of a night already
      *    counted, which changes nothing.
       1210-READ-POSTPONE.
           READ POSTPONE-FILE
             AT END
               MOVE "Y" TO FP-PSTP-EOF-SW
               GO TO 1210-READ-POSTPONE-EXIT
           END-READ.
           ADD 1 TO FP-PSTP-READ-COUNT.
           MOVE PP-HOME-ID TO FP-LOOKUP-HOME.
           MOVE PP-AWAY-ID TO FP-LOOKUP-AWAY.
           MOVE PP-ORIG-ROUND TO FP-LOOKUP-ROUND.
           PERFORM 1220-FIND-REPEAT THRU 1220-FIND-REPEAT-EXIT.
           IF NOT FP-KEY-FOUND
             ADD 1 TO FP-POST-COUNT
             SET FP-PT-IDX TO FP-POST-COUNT
             MOVE POSTPONE-REC TO FP-PT-ENTRY(FP-PT-IDX)
             GO TO 1210-READ-POSTPONE-EXIT
           END-IF.
           ADD 1 TO FP-REPEAT-COUNT.
           IF FP-PT-PENDING(FP-PT-IDX)
             AND FP-PT-DUE-ROUND(FP-PT-IDX) IS EQUAL TO PP-ORIG-ROUND
             MOVE "P" TO FP-PT-STATUS(FP-PT-IDX)
             MOVE PP-HOME-SHOWED TO FP-PT-HOME-SHOWED(FP-PT-IDX)
             MOVE PP-AWAY-SHOWED TO FP-PT-AWAY-SHOWED(FP-PT-IDX)
             MOVE PP-ORIG-DATE TO FP-PT-LAST-DUE-DATE(FP-PT-IDX)
           END-IF.
       1210-READ-POSTPONE-EXIT.
           EXIT.

      *    Leaves FP-PT-IDX on a row for the same pairing that was
      *    first postponed in, or is now due in, the lookup round.
       1220-FIND-REPEAT.
           MOVE "N" TO FP-FOUND-SW.
           IF FP-POST-COUNT IS GREATER THAN 0
             SET FP-PT-IDX TO 1
             PERFORM 1230-COMPARE-REPEAT THRU 1230-COMPARE-REPEAT-EXIT
               FP-POST-COUNT TIMES
           END-IF.
       1220-FIND-REPEAT-EXIT.
           EXIT.

       1230-COMPARE-REPEAT.
           IF FP-KEY-FOUND
             CONTINUE
           ELSE
             IF FP-PT-HOME-ID(FP-PT-IDX) IS EQUAL TO FP-LOOKUP-HOME
               AND FP-PT-AWAY-ID(FP-PT-IDX) IS EQUAL TO FP-LOOKUP-AWAY
               AND (FP-PT-ORIG-ROUND(FP-PT-IDX) IS EQUAL TO
                      FP-LOOKUP-ROUND
                 OR FP-PT-DUE-ROUND(FP-PT-IDX) IS EQUAL TO
                      FP-LOOKUP-ROUND)
               MOVE "Y" TO FP-FOUND-SW
             ELSE
               SET FP-PT-IDX UP BY 1
             END-IF
           END-IF.
       1230-COMPARE-REPEAT-EXIT.
           EXIT.

       1300-LOAD-TRANS.
           OPEN INPUT POST-TRAN-FILE.
           IF FP-TRAN-STATUS IS EQUAL TO "35"
             MOVE "Y" TO FP-TRAN-EOF-SW
           ELSE
             PERFORM 1310-READ-TRAN THRU 1310-READ-TRAN-EXIT
               UNTIL FP-TRAN-EOF
             CLOSE POST-TRAN-FILE
           END-IF.
       1300-LOAD-TRANS-EXIT.
           EXIT.

       1310-READ-TRAN.
           READ POST-TRAN-FILE
             AT END
               MOVE "Y" TO FP-TRAN-EOF-SW
               GO TO 1310-READ-TRAN-EXIT
           END-READ.
           ADD 1 TO FP-TRAN-COUNT.
           SET FP-TC-IDX TO FP-TRAN-COUNT.
           MOVE PT-TRAN-CODE TO FP-TC-CODE(FP-TC-IDX).
           MOVE PT-HOME-ID TO FP-TC-HOME-ID(FP-TC-IDX).
           MOVE PT-AWAY-ID TO FP-TC-AWAY-ID(FP-TC-IDX).
           IF PT-NEW-ROUND IS NUMERIC
             MOVE PT-NEW-ROUND TO FP-TC-NEW-ROUND(FP-TC-IDX)
           ELSE
             MOVE 0 TO FP-TC-NEW-ROUND(FP-TC-IDX)
           END-IF.
           MOVE PT-NEW-DATE TO FP-TC-NEW-DATE(FP-TC-IDX).
           MOVE "N" TO FP-TC-CLASH-SW(FP-TC-IDX).
           MOVE SPACE TO FP-TC-OUTCOME(FP-TC-IDX).
       1310-READ-TRAN-EXIT.
           EXIT.

      *    One pass of the fixture file finds each round's highest
      *    match number and marks any card whose home or away
      *    player already has an opponent in the round the card
      *    asks for; a bye is not an opponent, and is the natural
      *    slot to move a fixture into.
       1400-SCAN-FIXTURES.
           MOVE ZEROS TO FP-ROUND-MAX-TABLE.
           OPEN INPUT FIXTURE-FILE.
           IF FP-FIXT-STATUS IS EQUAL TO "35"
             MOVE "Y" TO FP-FIXT-EOF-SW
           ELSE
             PERFORM 1410-READ-FIXTURE THRU 1410-READ-FIXTURE-EXIT
               UNTIL FP-FIXT-EOF
             CLOSE FIXTURE-FILE
           END-IF.
       1400-SCAN-FIXTURES-EXIT.
           EXIT.

       1410-READ-FIXTURE.
           READ FIXTURE-FILE
             AT END
               MOVE "Y" TO FP-FIXT-EOF-SW
               GO TO 1410-READ-FIXTURE-EXIT
           END-READ.
           IF FX-ROUND-NO IS EQUAL TO 0
             GO TO 1410-READ-FIXTURE-EXIT
           END-IF.
           IF FX-MATCH-NO IS GREATER THAN FP-ROUND-MAX(FX-ROUND-NO)
             MOVE FX-MATCH-NO TO FP-ROUND-MAX(FX-ROUND-NO)
           END-IF.
           IF FX-HOME-ID IS EQUAL TO FP-BYE-ID
             OR FX-AWAY-ID IS EQUAL TO FP-BYE-ID
             GO TO 1410-READ-FIXTURE-EXIT
           END-IF.
           IF FP-TRAN-COUNT IS GREATER THAN 0
             SET FP-TC-IDX TO 1
             PERFORM 1420-CHECK-CLASH THRU 1420-CHECK-CLASH-EXIT
               FP-TRAN-COUNT TIMES
           END-IF.
       1410-READ-FIXTURE-EXIT.
           EXIT.

       1420-CHECK-CLASH.
           IF FP-TC-NEW-ROUND(FP-TC-IDX) IS EQUAL TO FX-ROUND-NO
             AND (FP-TC-HOME-ID(FP-TC-IDX) IS EQUAL TO FX-HOME-ID
               OR FP-TC-HOME-ID(FP-TC-IDX) IS EQUAL TO FX-AWAY-ID
               OR FP-TC-AWAY-ID(FP-TC-IDX) IS EQUAL TO FX-HOME-ID
               OR FP-TC-AWAY-ID(FP-TC-IDX) IS EQUAL TO FX-AWAY-ID)
             MOVE "Y" TO FP-TC-CLASH-SW(FP-TC-IDX)
           END-IF.
           SET FP-TC-IDX UP BY 1.
       1420-CHECK-CLASH-EXIT.
           EXIT.

      *    A result on file for a waiting pairing in the round it
      *    is now due closes the postponement: the fixture was
      *    finally played. Forfeits this step wrote on an earlier
      *    run are already closed and are passed over.
       2000-SETTLE-RESULTS.
           READ MATCH-RESULT-FILE
             AT END
               MOVE "Y" TO FP-RSLT-EOF-SW
               GO TO 2000-SETTLE-RESULTS-EXIT
           END-READ.
           IF MS-RESULT(1:3) IS EQUAL TO "FFT"
             GO TO 2000-SETTLE-RESULTS-EXIT
           END-IF.
           MOVE MS-HOME-ID TO FP-LOOKUP-HOME.
           MOVE MS-AWAY-ID TO FP-LOOKUP-AWAY.
           MOVE MS-ROUND-NO TO FP-LOOKUP-ROUND.
           PERFORM 2100-FIND-DUE THRU 2100-FIND-DUE-EXIT.
           IF NOT FP-KEY-FOUND
             GO TO 2000-SETTLE-RESULTS-EXIT
           END-IF.
           MOVE "S" TO FP-PT-STATUS(FP-PT-IDX).
           MOVE MS-MATCH-DATE TO FP-PT-CLOSE-DATE(FP-PT-IDX).
           MOVE MS-RESULT TO FP-PT-CLOSE-RESULT(FP-PT-IDX).
           ADD 1 TO FP-SETTLED-COUNT.
           MOVE MS-ROUND-NO TO FP-SN-ROUND.
           MOVE MS-MATCH-DATE TO FP-SN-DATE.
           MOVE MS-RESULT TO FP-SN-RESULT.
           MOVE FP-SETTLE-NOTE TO FP-DL-NOTE.
           MOVE FP-PT-ORIG-ROUND(FP-PT-IDX) TO FP-DL-ROUND.
           MOVE FP-PT-ORIG-DATE(FP-PT-IDX) TO FP-DL-DATE.
           MOVE MS-HOME-ID TO FP-DL-HOME-ID.
           MOVE MS-AWAY-ID TO FP-DL-AWAY-ID.
           WRITE POST-RPT-REC FROM FP-DTL-LINE.
       2000-SETTLE-RESULTS-EXIT.
           EXIT.

      *    Leaves FP-PT-IDX on the waiting row for the pairing that
      *    is due in the lookup round.
       2100-FIND-DUE.
           MOVE "N" TO FP-FOUND-SW.
           IF FP-POST-COUNT IS GREATER THAN 0
             SET FP-PT-IDX TO 1
             PERFORM 2110-COMPARE-DUE THRU 2110-COMPARE-DUE-EXIT
               FP-POST-COUNT TIMES
           END-IF.
       2100-FIND-DUE-EXIT.
           EXIT.

       2110-COMPARE-DUE.
           IF FP-KEY-FOUND
             CONTINUE
           ELSE
             IF FP-PT-PENDING(FP-PT-IDX)
               AND FP-PT-HOME-ID(FP-PT-IDX) IS EQUAL TO FP-LOOKUP-HOME
               AND FP-PT-AWAY-ID(FP-PT-IDX) IS EQUAL TO FP-LOOKUP-AWAY
               AND FP-PT-DUE-ROUND(FP-PT-IDX) IS EQUAL TO
                     FP-LOOKUP-ROUND
               MOVE "Y" TO FP-FOUND-SW
             ELSE
               SET FP-PT-IDX UP BY 1
             END-IF
           END-IF.
       2110-COMPARE-DUE-EXIT.
           EXIT.

       3000-APPLY-RESCHEDULES.
           WRITE POST-RPT-REC FROM FP-TRAN-HDR.
           IF FP-TRAN-COUNT IS EQUAL TO 0
             GO TO 3000-APPLY-RESCHEDULES-EXIT
           END-IF.
           OPEN EXTEND FIXTURE-FILE.
           IF FP-FIXT-STATUS IS EQUAL TO "05" OR "35"
             OPEN OUTPUT FIXTURE-FILE
           END-IF.
           SET FP-TC-IDX TO 1.
           PERFORM 3050-NEXT-TRAN THRU 3050-NEXT-TRAN-EXIT
             FP-TRAN-COUNT TIMES.
           CLOSE FIXTURE-FILE.
       3000-APPLY-RESCHEDULES-EXIT.
           EXIT.

       3050-NEXT-TRAN.
           PERFORM 3100-APPLY-ONE-TRAN THRU 3100-APPLY-ONE-TRAN-EXIT.
           SET FP-TC-IDX UP BY 1.
       3050-NEXT-TRAN-EXIT.
           EXIT.

      *    A fixture can only move forward: to a later round than
      *    the one it is due in, on a later night than both that
      *    one and tonight, and into a round where neither player
      *    already has an opponent -- on the fixture file or on a
      *    card accepted earlier in this run.
      *    The line shows tonight's round and date until the card
      *    is matched to its postponement, then the fixture's own.
       3100-APPLY-ONE-TRAN.
           MOVE FP-ROUND-NO TO FP-DL-ROUND.
           MOVE FP-MATCH-DATE TO FP-DL-DATE.
           MOVE FP-TC-HOME-ID(FP-TC-IDX) TO FP-DL-HOME-ID.
           MOVE FP-TC-AWAY-ID(FP-TC-IDX) TO FP-DL-AWAY-ID.
           IF FP-TC-CODE(FP-TC-IDX) IS NOT EQUAL TO "R"
             MOVE "REJECTED - UNKNOWN TRANSACTION CODE"
               TO FP-REJECT-TEXT
             PERFORM 3400-REJECT-TRAN THRU 3400-REJECT-TRAN-EXIT
             GO TO 3100-APPLY-ONE-TRAN-EXIT
           END-IF.
           MOVE FP-TC-HOME-ID(FP-TC-IDX) TO FP-LOOKUP-HOME.
           MOVE FP-TC-AWAY-ID(FP-TC-IDX) TO FP-LOOKUP-AWAY.
           PERFORM 3200-FIND-PENDING THRU 3200-FIND-PENDING-EXIT.
           IF NOT FP-KEY-FOUND
             MOVE "REJECTED - NO OUTSTANDING POSTPONEMENT"
               TO FP-REJECT-TEXT
             PERFORM 3400-REJECT-TRAN THRU 3400-REJECT-TRAN-EXIT
             GO TO 3100-APPLY-ONE-TRAN-EXIT
           END-IF.
           MOVE FP-PT-ORIG-ROUND(FP-PT-IDX) TO FP-DL-ROUND.
           MOVE FP-PT-ORIG-DATE(FP-PT-IDX) TO FP-DL-DATE.
           IF FP-TC-NEW-ROUND(FP-TC-IDX) IS NOT GREATER THAN
               FP-PT-DUE-ROUND(FP-PT-IDX)
             MOVE "REJECTED - ROUND NOT AFTER ROUND DUE"
               TO FP-REJECT-TEXT
             PERFORM 3400-REJECT-TRAN THRU 3400-REJECT-TRAN-EXIT
             GO TO 3100-APPLY-ONE-TRAN-EXIT
           END-IF.
           IF FP-TC-NEW-DATE(FP-TC-IDX) IS NOT NUMERIC
             OR FP-TC-NEW-DATE(FP-TC-IDX) IS NOT GREATER THAN
               FP-PT-DUE-DATE(FP-PT-IDX)
             OR FP-TC-NEW-DATE(FP-TC-IDX) IS NOT GREATER THAN
               FP-MATCH-DATE
             MOVE "REJECTED - DATE NOT AFTER DATE DUE/TONIGHT"
               TO FP-REJECT-TEXT
             PERFORM 3400-REJECT-TRAN THRU 3400-REJECT-TRAN-EXIT
             GO TO 3100-APPLY-ONE-TRAN-EXIT
           END-IF.
           IF NOT FP-TC-CLASH(FP-TC-IDX)
             PERFORM 3300-CHECK-ACCEPTED THRU 3300-CHECK-ACCEPTED-EXIT
           END-IF.
           IF FP-TC-CLASH(FP-TC-IDX)
             MOVE "REJECTED - PLAYER ALREADY DRAWN IN ROUND"
               TO FP-REJECT-TEXT
             PERFORM 3400-REJECT-TRAN THRU 3400-REJECT-TRAN-EXIT
             GO TO 3100-APPLY-ONE-TRAN-EXIT
           END-IF.
           MOVE "A" TO FP-TC-OUTCOME(FP-TC-IDX).
           MOVE "R" TO FP-PT-STATUS(FP-PT-IDX).
           MOVE FP-TC-NEW-ROUND(FP-TC-IDX)
             TO FP-PT-DUE-ROUND(FP-PT-IDX).
           MOVE FP-TC-NEW-DATE(FP-TC-IDX) TO FP-PT-DUE-DATE(FP-PT-IDX).
           ADD 1 TO FP-PT-RESCHED-COUNT(FP-PT-IDX).
           ADD 1 TO FP-ROUND-MAX(FP-TC-NEW-ROUND(FP-TC-IDX)).
           MOVE FP-TC-NEW-ROUND(FP-TC-IDX) TO FX-ROUND-NO.
           MOVE FP-ROUND-MAX(FP-TC-NEW-ROUND(FP-TC-IDX)) TO FX-MATCH-NO.
           MOVE FP-TC-HOME-ID(FP-TC-IDX) TO FX-HOME-ID.
           MOVE FP-TC-AWAY-ID(FP-TC-IDX) TO FX-AWAY-ID.
           WRITE FIXTURE-REC.
           ADD 1 TO FP-RESCHED-COUNT.
           MOVE FX-ROUND-NO TO FP-MN-ROUND.
           MOVE FP-TC-NEW-DATE(FP-TC-IDX) TO FP-MN-DATE.
           MOVE FX-MATCH-NO TO FP-MN-MATCH.
           MOVE FP-MOVE-NOTE TO FP-DL-NOTE.
           WRITE POST-RPT-REC FROM FP-DTL-LINE.
       3100-APPLY-ONE-TRAN-EXIT.
           EXIT.

      *    Leaves FP-PT-IDX on the oldest waiting row for the
      *    pairing, whichever round it is now due in.
       3200-FIND-PENDING.
           MOVE "N" TO FP-FOUND-SW.
           IF FP-POST-COUNT IS GREATER THAN 0
             SET FP-PT-IDX TO 1
             PERFORM 3210-COMPARE-PENDING THRU 3210-COMPARE-PENDING-EXIT
               FP-POST-COUNT TIMES
           END-IF.
       3200-FIND-PENDING-EXIT.
           EXIT.

       3210-COMPARE-PENDING.
           IF FP-KEY-FOUND
             CONTINUE
           ELSE
             IF FP-PT-PENDING(FP-PT-IDX)
               AND FP-PT-HOME-ID(FP-PT-IDX) IS EQUAL TO FP-LOOKUP-HOME
               AND FP-PT-AWAY-ID(FP-PT-IDX) IS EQUAL TO FP-LOOKUP-AWAY
               MOVE "Y" TO FP-FOUND-SW
             ELSE
               SET FP-PT-IDX UP BY 1
             END-IF
           END-IF.
       3210-COMPARE-PENDING-EXIT.
           EXIT.

      *    Only cards already accepted this run can be ahead of the
      *    current one in the table, so the whole table is checked.
       3300-CHECK-ACCEPTED.
           SET FP-TC-IDX2 TO 1.
           PERFORM 3310-COMPARE-ACCEPTED THRU 3310-COMPARE-ACCEPTED-EXIT
             FP-TRAN-COUNT TIMES.
       3300-CHECK-ACCEPTED-EXIT.
           EXIT.

       3310-COMPARE-ACCEPTED.
           IF FP-TC-ACCEPTED(FP-TC-IDX2)
             AND FP-TC-NEW-ROUND(FP-TC-IDX2) IS EQUAL TO
                   FP-TC-NEW-ROUND(FP-TC-IDX)
             AND (FP-TC-HOME-ID(FP-TC-IDX2) IS EQUAL TO
                    FP-TC-HOME-ID(FP-TC-IDX)
               OR FP-TC-HOME-ID(FP-TC-IDX2) IS EQUAL TO
                    FP-TC-AWAY-ID(FP-TC-IDX)
               OR FP-TC-AWAY-ID(FP-TC-IDX2) IS EQUAL TO
                    FP-TC-HOME-ID(FP-TC-IDX)
               OR FP-TC-AWAY-ID(FP-TC-IDX2) IS EQUAL TO
                    FP-TC-AWAY-ID(FP-TC-IDX))
             MOVE "Y" TO FP-TC-CLASH-SW(FP-TC-IDX)
           END-IF.
           SET FP-TC-IDX2 UP BY 1.
       3310-COMPARE-ACCEPTED-EXIT.
           EXIT.

       3400-REJECT-TRAN.
           MOVE "J" TO FP-TC-OUTCOME(FP-TC-IDX).
           ADD 1 TO FP-REJECTED-COUNT.
           MOVE FP-REJECT-TEXT TO FP-DL-NOTE.
           WRITE POST-RPT-REC FROM FP-DTL-LINE.
       3400-REJECT-TRAN-EXIT.
           EXIT.

      *    Only a fixture waiting for a night is forfeited; one
      *    moved to a night still to come keeps that night. The
      *    forfeit goes on the results file under the round the
      *    fixture was first drawn in, dated tonight, with no
      *    scores.
       4000-AWARD-FORFEITS.
           WRITE POST-RPT-REC FROM FP-FORFEIT-HDR.
           IF FP-POST-COUNT IS EQUAL TO 0
             GO TO 4000-AWARD-FORFEITS-EXIT
           END-IF.
           OPEN EXTEND MATCH-RESULT-FILE.
           IF FP-RSLT-STATUS IS EQUAL TO "05" OR "35"
             OPEN OUTPUT MATCH-RESULT-FILE
           END-IF.
           SET FP-PT-IDX TO 1.
           PERFORM 4050-NEXT-FORFEIT THRU 4050-NEXT-FORFEIT-EXIT
             FP-POST-COUNT TIMES.
           CLOSE MATCH-RESULT-FILE.
       4000-AWARD-FORFEITS-EXIT.
           EXIT.

       4050-NEXT-FORFEIT.
           PERFORM 4100-CHECK-ONE-FORFEIT
             THRU 4100-CHECK-ONE-FORFEIT-EXIT.
           SET FP-PT-IDX UP BY 1.
       4050-NEXT-FORFEIT-EXIT.
           EXIT.

       4100-CHECK-ONE-FORFEIT.
           IF FP-PT-STATUS(FP-PT-IDX) IS NOT EQUAL TO "P"
             GO TO 4100-CHECK-ONE-FORFEIT-EXIT
           END-IF.
           PERFORM 4200-WEEKS-OUTSTANDING
             THRU 4200-WEEKS-OUTSTANDING-EXIT.
           IF FP-DAYS-OUT IS LESS THAN FP-FORFEIT-DAYS
             GO TO 4100-CHECK-ONE-FORFEIT-EXIT
           END-IF.
           IF FP-PT-HOME-SHOWED(FP-PT-IDX) IS EQUAL TO "Y"
             AND FP-PT-AWAY-SHOWED(FP-PT-IDX) IS NOT EQUAL TO "Y"
             MOVE "FFTH" TO MS-RESULT
             MOVE "HOME SIDE AWARDED THE FIXTURE" TO FP-FN-TEXT
           ELSE
             IF FP-PT-AWAY-SHOWED(FP-PT-IDX) IS EQUAL TO "Y"
               AND FP-PT-HOME-SHOWED(FP-PT-IDX) IS NOT EQUAL TO "Y"
               MOVE "FFTA" TO MS-RESULT
               MOVE "AWAY SIDE AWARDED THE FIXTURE" TO FP-FN-TEXT
             ELSE
               MOVE "FFTD" TO MS-RESULT
               MOVE "DOUBLE FORFEIT - NEITHER SHOWED" TO FP-FN-TEXT
             END-IF
           END-IF.
           MOVE FP-PT-ORIG-ROUND(FP-PT-IDX) TO MS-ROUND-NO.
           MOVE FP-MATCH-DATE TO MS-MATCH-DATE.
           MOVE FP-PT-HOME-ID(FP-PT-IDX) TO MS-HOME-ID.
           MOVE FP-PT-AWAY-ID(FP-PT-IDX) TO MS-AWAY-ID.
           MOVE 0 TO MS-HOME-TOTAL.
           MOVE 0 TO MS-AWAY-TOTAL.
           MOVE 0 TO MS-HOME-NET.
           MOVE 0 TO MS-AWAY-NET.
           WRITE MATCH-RESULT-REC.
           MOVE "F" TO FP-PT-STATUS(FP-PT-IDX).
           MOVE FP-MATCH-DATE TO FP-PT-CLOSE-DATE(FP-PT-IDX).
           MOVE MS-RESULT TO FP-PT-CLOSE-RESULT(FP-PT-IDX).
           ADD 1 TO FP-FORFEIT-COUNT.
           MOVE MS-RESULT TO FP-FN-RESULT.
           MOVE FP-FORFEIT-NOTE TO FP-DL-NOTE.
           MOVE FP-PT-ORIG-ROUND(FP-PT-IDX) TO FP-DL-ROUND.
           MOVE FP-PT-ORIG-DATE(FP-PT-IDX) TO FP-DL-DATE.
           MOVE FP-PT-HOME-ID(FP-PT-IDX) TO FP-DL-HOME-ID.
           MOVE FP-PT-AWAY-ID(FP-PT-IDX) TO FP-DL-AWAY-ID.
           WRITE POST-RPT-REC FROM FP-DTL-LINE.
       4100-CHECK-ONE-FORFEIT-EXIT.
           EXIT.

      *    Counted from the night the fixture was first due, not
      *    from a later night it was moved to, so moving a fixture
      *    does not restart the clock. Zero days when there is no
      *    night to count to or the first date is not a date.
       4200-WEEKS-OUTSTANDING.
           MOVE 0 TO FP-DAYS-OUT.
           MOVE 0 TO FP-WEEKS-OUT.
           IF FP-MATCH-DATE IS EQUAL TO SPACES
             OR FP-PT-ORIG-DATE(FP-PT-IDX) IS NOT NUMERIC
             GO TO 4200-WEEKS-OUTSTANDING-EXIT
           END-IF.
           COMPUTE FP-ORIG-DAY = FUNCTION INTEGER-OF-DATE(
             FUNCTION NUMVAL(FP-PT-ORIG-DATE(FP-PT-IDX))).
           IF FP-ORIG-DAY IS EQUAL TO 0
             OR FP-ORIG-DAY IS GREATER THAN FP-ASOF-DAY
             GO TO 4200-WEEKS-OUTSTANDING-EXIT
           END-IF.
           SUBTRACT FP-ORIG-DAY FROM FP-ASOF-DAY GIVING FP-DAYS-OUT.
           DIVIDE FP-DAYS-OUT BY 7 GIVING FP-WEEKS-OUT.
       4200-WEEKS-OUTSTANDING-EXIT.
           EXIT.

      *    Closed rows are kept, so the file is the season's
      *    record of every fixture that had to be postponed.
       5000-REWRITE-POSTPONE.
           OPEN OUTPUT POSTPONE-FILE.
           IF FP-POST-COUNT IS GREATER THAN 0
             SET FP-PT-IDX TO 1
             PERFORM 5100-WRITE-POSTPONE THRU 5100-WRITE-POSTPONE-EXIT
               FP-POST-COUNT TIMES
           END-IF.
           CLOSE POSTPONE-FILE.
       5000-REWRITE-POSTPONE-EXIT.
           EXIT.

       5100-WRITE-POSTPONE.
           MOVE FP-PT-ENTRY(FP-PT-IDX) TO POSTPONE-REC.
           WRITE POSTPONE-REC.
           SET FP-PT-IDX UP BY 1.
       5100-WRITE-POSTPONE-EXIT.
           EXIT.

       6000-PRINT-OUTSTANDING.
           WRITE POST-RPT-REC FROM FP-OUTSTANDING-HDR.
           IF FP-POST-COUNT IS GREATER THAN 0
             SET FP-PT-IDX TO 1
             PERFORM 6050-NEXT-OUTSTANDING
               THRU 6050-NEXT-OUTSTANDING-EXIT
               FP-POST-COUNT TIMES
           END-IF.
       6000-PRINT-OUTSTANDING-EXIT.
           EXIT.

       6050-NEXT-OUTSTANDING.
           IF FP-PT-PENDING(FP-PT-IDX)
             PERFORM 6100-PRINT-ONE-OUTSTANDING
               THRU 6100-PRINT-ONE-OUTSTANDING-EXIT
           END-IF.
           SET FP-PT-IDX UP BY 1.
       6050-NEXT-OUTSTANDING-EXIT.
           EXIT.

      *    A fixture moved to a night that has now gone by without
      *    MATCHRES settling or re-postponing it is flagged
      *    overdue, so the missing run is chased.
       6100-PRINT-ONE-OUTSTANDING.
           ADD 1 TO FP-OUTSTANDING-COUNT.
           IF FP-PT-STATUS(FP-PT-IDX) IS EQUAL TO "R"
             MOVE "RESCHED" TO FP-ON-STATUS
           ELSE
             MOVE "POSTPONED" TO FP-ON-STATUS
           END-IF.
           MOVE FP-PT-DUE-ROUND(FP-PT-IDX) TO FP-ON-ROUND.
           MOVE FP-PT-DUE-DATE(FP-PT-IDX) TO FP-ON-DATE.
           PERFORM 4200-WEEKS-OUTSTANDING
             THRU 4200-WEEKS-OUTSTANDING-EXIT.
           IF FP-MATCH-DATE IS EQUAL TO SPACES
             MOVE SPACES TO FP-ON-WEEKS-X
           ELSE
             MOVE FP-WEEKS-OUT TO FP-ON-WEEKS
           END-IF.
           MOVE SPACES TO FP-ON-OVERDUE.
           IF FP-PT-STATUS(FP-PT-IDX) IS EQUAL TO "R"
             AND FP-MATCH-DATE IS NOT EQUAL TO SPACES
             AND FP-PT-DUE-DATE(FP-PT-IDX) IS LESS THAN FP-MATCH-DATE
             MOVE "OVERDUE" TO FP-ON-OVERDUE
           END-IF.
           MOVE FP-OUT-NOTE TO FP-DL-NOTE.
           MOVE FP-PT-ORIG-ROUND(FP-PT-IDX) TO FP-DL-ROUND.
           MOVE FP-PT-ORIG-DATE(FP-PT-IDX) TO FP-DL-DATE.
           MOVE FP-PT-HOME-ID(FP-PT-IDX) TO FP-DL-HOME-ID.
           MOVE FP-PT-AWAY-ID(FP-PT-IDX) TO FP-DL-AWAY-ID.
           WRITE POST-RPT-REC FROM FP-DTL-LINE.
       6100-PRINT-ONE-OUTSTANDING-EXIT.
           EXIT.

       9000-TERMINATE.
           MOVE FP-SETTLED-COUNT TO FP-TRL-SETTLED.
           MOVE FP-RESCHED-COUNT TO FP-TRL-RESCHED.
           MOVE FP-REJECTED-COUNT TO FP-TRL-REJECTED.
           MOVE FP-FORFEIT-COUNT TO FP-TRL-FORFEITED.
           MOVE FP-OUTSTANDING-COUNT TO FP-TRL-OUTSTANDING.
           WRITE POST-RPT-REC FROM FP-TRL-LINE.
           CLOSE POST-RPT-FILE.
           DISPLAY "FIXTPOST POSTPONEMENTS=" FP-POST-COUNT
             " SETTLED=" FP-SETTLED-COUNT
             " FORFEITED=" FP-FORFEIT-COUNT.
       9000-TERMINATE-EXIT.
           EXIT.
