      *                 fixture file -- is a no-op for what
      *                 already settled instead of doubling
      *                 those fixtures in the league table.
      * 2026-09-28  DP  An unplayed fixture is no longer just
      *                 reported: it is appended to the
      *                 postponement file with which side, if
      *                 either, turned up, so FIXTPOST can
      *                 carry it forward to a rescheduled
      *                 night or settle it by forfeit.
      *****************************************************

       ENVIRONMENT DIVISION.
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS MR-RSLT-STATUS.

      *        Every fixture left unplayed, appended; FIXTPOST keeps
      *        it from there.
           SELECT POSTPONE-FILE ASSIGN TO "POSTPONE"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS MR-PSTP-STATUS.

           SELECT MATCH-RPT-FILE ASSIGN TO "MATCHRPT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS MR-RPT-STATUS.
           05 MS-AWAY-NET           PIC 9(04).
           05 MS-RESULT             PIC X(04).

      *        Byte-for-byte the same layout as FIXTPOST's
      *        POSTPONE-REC.
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

       FD  MATCH-RPT-FILE.
       01  MATCH-RPT-REC            PIC X(80).

       01 MR-FIXT-STATUS            PIC XX VALUE "00".
       01 MR-HCAP-STATUS            PIC XX VALUE "00".
       01 MR-RSLT-STATUS            PIC XX VALUE "00".
       01 MR-PSTP-STATUS            PIC XX VALUE "00".
       01 MR-RPT-STATUS             PIC XX VALUE "00".

       01 MR-HIST-EOF-SW            PIC X VALUE "N".
         05 FILLER                  PIC X(04) VALUE " VS ".
         05 MR-UNP-AWAY-ID          PIC X(10).
         05 FILLER                  PIC X(02) VALUE SPACES.
         05 FILLER                  PIC X(36)
           VALUE "*** FIXTURE UNPLAYED - POSTPONED ***".

       01 MR-SETTLED-LINE.
         05 MR-STL-HOME-ID          PIC X(10).
           IF MR-RSLT-STATUS IS EQUAL TO "05" OR "35"
             OPEN OUTPUT MATCH-RESULT-FILE
           END-IF.
           OPEN EXTEND POSTPONE-FILE.
           IF MR-PSTP-STATUS IS EQUAL TO "05" OR "35"
             OPEN OUTPUT POSTPONE-FILE
           END-IF.
           OPEN OUTPUT MATCH-RPT-FILE.
           MOVE MR-ROUND-NO TO MR-HDR-ROUND.
           MOVE MR-MATCH-DATE TO MR-HDR-DATE.

      *    A fixture only decides when both scheduled players
      *    finished a game that night; anything else is reported
      *    unplayed and goes on the postponement file for FIXTPOST
      *    to carry forward. A pairing already on the results file
      *    is a rerun and changes nothing.
       3100-SETTLE-ONE.
           PERFORM 3050-CHECK-SETTLED THRU 3050-CHECK-SETTLED-EXIT.
           IF MR-ALREADY-SETTLED
             MOVE FX-HOME-ID TO MR-UNP-HOME-ID
             MOVE FX-AWAY-ID TO MR-UNP-AWAY-ID
             WRITE MATCH-RPT-REC FROM MR-UNPLAYED-LINE
             PERFORM 3400-WRITE-POSTPONE THRU 3400-WRITE-POSTPONE-EXIT
           END-IF.
       3100-SETTLE-ONE-EXIT.
           EXIT.
       3310-COMPARE-HANDICAP-EXIT.
           EXIT.

      *    A rerun writes the same pairing again; FIXTPOST folds a
      *    repeat into the postponement it already holds.
       3400-WRITE-POSTPONE.
           MOVE "P" TO PP-STATUS.
           MOVE MR-ROUND-NO TO PP-ORIG-ROUND.
           MOVE MR-MATCH-DATE TO PP-ORIG-DATE.
           MOVE FX-HOME-ID TO PP-HOME-ID.
           MOVE FX-AWAY-ID TO PP-AWAY-ID.
           MOVE MR-HOME-FOUND-SW TO PP-HOME-SHOWED.
           MOVE MR-AWAY-FOUND-SW TO PP-AWAY-SHOWED.
           MOVE MR-MATCH-DATE TO PP-LAST-DUE-DATE.
           MOVE MR-ROUND-NO TO PP-DUE-ROUND.
           MOVE MR-MATCH-DATE TO PP-DUE-DATE.
           MOVE 0 TO PP-RESCHED-COUNT.
           MOVE SPACES TO PP-CLOSE-DATE.
           MOVE SPACES TO PP-CLOSE-RESULT.
           WRITE POSTPONE-REC.
       3400-WRITE-POSTPONE-EXIT.
           EXIT.

       9000-TERMINATE.
           IF MR-HIST-STATUS IS NOT EQUAL TO "35"
             CLOSE GAME-HIST-FILE
             CLOSE FIXTURE-FILE
           END-IF.
           CLOSE MATCH-RESULT-FILE.
           CLOSE POSTPONE-FILE.
           MOVE MR-DECIDED-COUNT TO MR-TRL-DECIDED.
           MOVE MR-UNPLAYED-COUNT TO MR-TRL-UNPLAYED.
           MOVE MR-RESETTLED-COUNT TO MR-TRL-SKIPPED.
