      *                 totals, so the standings never mix
      *                 variant games into the standard
      *                 figures.
      * 2026-10-02  DP  Every add, change and delete of a
      *                 master record is journalled through
      *                 PMJRNLW -- before- and after-image,
      *                 transaction code, session -- so a
      *                 player's master can be rebuilt as of
      *                 any date; a merge journals the
      *                 duplicate's deletion with its last
      *                 image.
      * 2026-10-05  DP  Added the "L" league-division
      *                 transaction: stamps the card's
      *                 division code onto the player's
      *                 record (blank clears it) in the
      *                 master's remaining FILLER, so
      *                 FIXTSCHD, LEAGUTBL and SEASONCL can
      *                 run one league per division.
      * 2026-10-15  DP  Refuses to run unless the business-date
      *                 file BUSDTCTL keeps shows an open date,
      *                 so a stream run after the date was
      *                 closed, or with no date set, stops
      *                 before anything is touched.
      *****************************************************

       ENVIRONMENT DIVISION.
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PM-TEAM-STATUS.

      *        BUSDTCTL's one-record business-date file; the run
      *        refuses to start unless it shows an open date.
           SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PM-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PLAYER-MASTER-FILE.
      *        from before the intake existed, treated as zero when
      *        first bumped.
           05 PM-POOL-CREDITS       PIC 9(03).
      *        League division the player's fixtures, table and
      *        promotion or relegation run in; spaces on records from
      *        before divisions existed and on players not yet placed.
      *        Divisions rank by code, lowest code the top division.
           05 PM-DIVISION-CODE      PIC X(02).
           05 FILLER                PIC X(07).

       FD  PLAYER-TRANS-FILE.
       01  PLAYER-TRANS-REC.
      *        standard game, a house-variant code for a game whose
      *        score must stay off the running totals.
           05 PT-VARIANT-CODE       PIC X(06).
      *        Only the "L" division transaction uses this; blank
      *        takes the player out of the divisions altogether.
           05 PT-DIVISION-CODE      PIC X(02).
           05 FILLER                PIC X(24).
      *        Control-total trailer the writers stamp as the last
      *        record: code "9", then the record count and the hash
      *        total of the score fields. Verified before any card
           05 TM-TEAM-CODE          PIC X(04).
           05 TM-TEAM-NAME          PIC X(20).

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
       01 PM-MASTER-STATUS          PIC XX VALUE "00".
       01 PM-TRANS-STATUS           PIC XX VALUE "00".
       01 PM-RPT-STATUS             PIC XX VALUE "00".
       01 PM-TEAM-STATUS            PIC XX VALUE "00".
       01 PM-BUSDATE-STATUS         PIC XX VALUE "00".

      *    Set from the business-date file before anything opens;
      *    no open business date means no run.
       01 PM-BUS-DATE-SW            PIC X VALUE "N".
         88 PM-BUS-DATE-OPEN VALUE "Y".
       01 PM-BUSINESS-DATE          PIC X(08) VALUE SPACES.

       01 PM-TRANS-EOF-SW           PIC X VALUE "N".
         88 PM-TRANS-EOF VALUE "Y".
         05 PM-HOLD-RUNNING-TOTAL   PIC 9(07).
         05 PM-HOLD-HIGH-SCORE      PIC 9(03).

      *    The duplicate's whole record, kept for the journal row
      *    its deletion writes.
       01 PM-MERGE-FROM-IMAGE       PIC X(65).

       01 PM-MERGE-MSG.
         05 FILLER                  PIC X(07) VALUE "MERGED ".
         05 PM-MERGE-MSG-FROM-ID    PIC X(10).
         05 PM-RL-WORST-STATUS      PIC XX VALUE "00".
       01 PM-NOTE-STATUS            PIC XX VALUE "00".

      *        Must stay byte-for-byte aligned with PMJRNLW's LINKAGE
      *        SECTION JW-JOURNAL-PARMS record.
       01 PM-JOURNAL-PARMS.
         05 PM-JP-PROGRAM-ID        PIC X(10) VALUE "PLAYERMNT".
         05 PM-JP-TRAN-CODE         PIC X(01).
         05 PM-JP-ACTION            PIC X(01).
         05 PM-JP-BEFORE-IMAGE      PIC X(65).
         05 PM-JP-AFTER-IMAGE       PIC X(65).

      *    PM-TRANS-EOF above is the only switch this program needs;
      *    DYNAMIC access on the master file lets add/inquire/update
      *    all share one OPEN I-O.
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0200-CHECK-BUSINESS-DATE
             THRU 0200-CHECK-BUSINESS-DATE-EXIT.
           IF NOT PM-BUS-DATE-OPEN
             DISPLAY "PLAYERMNT *** NO BUSINESS DATE OPEN"
               " - RUN REFUSED ***"
             DISPLAY "PLAYERMNT RUN BUSDTCTL WITH AN OPEN CARD FIRST"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-PROCESS-TRANS THRU 2000-PROCESS-TRANS-EXIT
             UNTIL PM-TRANS-EOF.
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           STOP RUN.

      *    The processing date comes from the business-date file
      *    BUSDTCTL keeps, not the clock. A missing file or a
      *    closed date leaves the switch off and the run refused.
       0200-CHECK-BUSINESS-DATE.
           OPEN INPUT BUS-DATE-FILE.
           IF PM-BUSDATE-STATUS IS EQUAL TO "35"
             GO TO 0200-CHECK-BUSINESS-DATE-EXIT
           END-IF.
           READ BUS-DATE-FILE
             AT END
               CONTINUE
             NOT AT END
               IF BD-DATE-STATUS IS EQUAL TO "OPEN"
                 MOVE "Y" TO PM-BUS-DATE-SW
                 MOVE BD-BUSINESS-DATE TO PM-BUSINESS-DATE
               END-IF
           END-READ.
           CLOSE BUS-DATE-FILE.
       0200-CHECK-BUSINESS-DATE-EXIT.
           EXIT.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO PM-RL-START-STAMP.
           OPEN I-O PLAYER-MASTER-FILE.
                 THRU 3700-POST-CONTEST-WIN-EXIT
             WHEN "T"
               PERFORM 3800-ASSIGN-TEAM THRU 3800-ASSIGN-TEAM-EXIT
             WHEN "L"
               PERFORM 3850-ASSIGN-DIVISION
                 THRU 3850-ASSIGN-DIVISION-EXIT
      *        The control-total trailer, already verified before
      *        the loop started; nothing to post.
             WHEN "9"
           MOVE 0 TO PM-CONTEST-WINS.
           MOVE SPACES TO PM-TEAM-CODE.
           MOVE 0 TO PM-POOL-CREDITS.
           MOVE SPACES TO PM-DIVISION-CODE.
           WRITE PM-MASTER-REC
             INVALID KEY
               MOVE "DUPLICATE PLAYER ID" TO PR-MESSAGE
             NOT INVALID KEY
               MOVE "PLAYER REGISTERED" TO PR-MESSAGE
               MOVE "A" TO PM-JP-ACTION
               MOVE SPACES TO PM-JP-BEFORE-IMAGE
               PERFORM 3900-JOURNAL-CHANGE THRU 3900-JOURNAL-CHANGE-EXIT
           END-WRITE.
           MOVE PT-PLAYER-ID TO PR-PLAYER-ID.
           MOVE PT-PLAYER-NAME TO PR-PLAYER-NAME.
               MOVE 0 TO PR-HIGH-SCORE
               MOVE "PLAYER NOT FOUND" TO PR-MESSAGE
             NOT INVALID KEY
               MOVE PM-MASTER-REC TO PM-JP-BEFORE-IMAGE
               ADD 1 TO PM-GAMES-PLAYED
               ADD PT-GAME-SCORE TO PM-RUNNING-TOTAL
               IF PT-GAME-SCORE IS GREATER THAN PM-HIGH-SCORE
                 MOVE PT-GAME-SCORE TO PM-HIGH-SCORE
               END-IF
               REWRITE PM-MASTER-REC
               MOVE "C" TO PM-JP-ACTION
               PERFORM 3900-JOURNAL-CHANGE THRU 3900-JOURNAL-CHANGE-EXIT
               MOVE PM-PLAYER-ID TO PR-PLAYER-ID
               MOVE PM-PLAYER-NAME TO PR-PLAYER-NAME
               MOVE PM-GAMES-PLAYED TO PR-GAMES-PLAYED
               MOVE 0 TO PR-HIGH-SCORE
               MOVE "PLAYER NOT FOUND" TO PR-MESSAGE
             NOT INVALID KEY
               MOVE PM-MASTER-REC TO PM-JP-BEFORE-IMAGE
               MOVE "I" TO PM-ACTIVE-FLAG
               REWRITE PM-MASTER-REC
               MOVE "C" TO PM-JP-ACTION
               PERFORM 3900-JOURNAL-CHANGE THRU 3900-JOURNAL-CHANGE-EXIT
               MOVE PM-PLAYER-ID TO PR-PLAYER-ID
               MOVE PM-PLAYER-NAME TO PR-PLAYER-NAME
               MOVE PM-GAMES-PLAYED TO PR-GAMES-PLAYED
               MOVE 0 TO PR-HIGH-SCORE
               MOVE "PLAYER NOT FOUND" TO PR-MESSAGE
             NOT INVALID KEY
               MOVE PM-MASTER-REC TO PM-JP-BEFORE-IMAGE
               MOVE PT-PLAYER-NAME TO PM-PLAYER-NAME
               REWRITE PM-MASTER-REC
               MOVE "C" TO PM-JP-ACTION
               PERFORM 3900-JOURNAL-CHANGE THRU 3900-JOURNAL-CHANGE-EXIT
               MOVE PM-PLAYER-ID TO PR-PLAYER-ID
               MOVE PM-PLAYER-NAME TO PR-PLAYER-NAME
               MOVE PM-GAMES-PLAYED TO PR-GAMES-PLAYED
               MOVE PM-GAMES-PLAYED TO PM-HOLD-GAMES-PLAYED
               MOVE PM-RUNNING-TOTAL TO PM-HOLD-RUNNING-TOTAL
               MOVE PM-HIGH-SCORE TO PM-HOLD-HIGH-SCORE
               MOVE PM-MASTER-REC TO PM-MERGE-FROM-IMAGE
               PERFORM 3610-POST-MERGE THRU 3610-POST-MERGE-EXIT
           END-READ.
       3600-MERGE-PLAYERS-EXIT.
               MOVE 0 TO PR-HIGH-SCORE
               MOVE "PLAYER NOT FOUND" TO PR-MESSAGE
             NOT INVALID KEY
               MOVE PM-MASTER-REC TO PM-JP-BEFORE-IMAGE
               ADD PM-HOLD-GAMES-PLAYED TO PM-GAMES-PLAYED
               ADD PM-HOLD-RUNNING-TOTAL TO PM-RUNNING-TOTAL
               IF PM-HOLD-HIGH-SCORE IS GREATER THAN PM-HIGH-SCORE
                 MOVE PM-HOLD-HIGH-SCORE TO PM-HIGH-SCORE
               END-IF
               REWRITE PM-MASTER-REC
               MOVE "C" TO PM-JP-ACTION
               PERFORM 3900-JOURNAL-CHANGE THRU 3900-JOURNAL-CHANGE-EXIT
               MOVE PT-PLAYER-ID TO PR-PLAYER-ID
               MOVE PM-PLAYER-NAME TO PR-PLAYER-NAME
               MOVE PM-GAMES-PLAYED TO PR-GAMES-PLAYED
           DELETE PLAYER-MASTER-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE "D" TO PM-JP-ACTION
               MOVE PM-MERGE-FROM-IMAGE TO PM-JP-BEFORE-IMAGE
               PERFORM 3900-JOURNAL-CHANGE THRU 3900-JOURNAL-CHANGE-EXIT
           END-DELETE.
       3620-DELETE-MERGE-FROM-EXIT.
           EXIT.
               MOVE 0 TO PR-HIGH-SCORE
               MOVE "PLAYER NOT FOUND" TO PR-MESSAGE
             NOT INVALID KEY
               MOVE PM-MASTER-REC TO PM-JP-BEFORE-IMAGE
               IF PM-CONTEST-WINS IS NOT NUMERIC
                 MOVE 0 TO PM-CONTEST-WINS
               END-IF
               ADD 1 TO PM-CONTEST-WINS
               REWRITE PM-MASTER-REC
               MOVE "C" TO PM-JP-ACTION
               PERFORM 3900-JOURNAL-CHANGE THRU 3900-JOURNAL-CHANGE-EXIT
               MOVE PM-PLAYER-ID TO PR-PLAYER-ID
               MOVE PM-PLAYER-NAME TO PR-PLAYER-NAME
               MOVE PM-GAMES-PLAYED TO PR-GAMES-PLAYED
               MOVE 0 TO PR-HIGH-SCORE
               MOVE "PLAYER NOT FOUND" TO PR-MESSAGE
             NOT INVALID KEY
               MOVE PM-MASTER-REC TO PM-JP-BEFORE-IMAGE
               MOVE PT-TEAM-CODE TO PM-TEAM-CODE
               REWRITE PM-MASTER-REC
               MOVE "C" TO PM-JP-ACTION
               PERFORM 3900-JOURNAL-CHANGE THRU 3900-JOURNAL-CHANGE-EXIT
               MOVE PM-PLAYER-ID TO PR-PLAYER-ID
               MOVE PM-PLAYER-NAME TO PR-PLAYER-NAME
               MOVE PM-GAMES-PLAYED TO PR-GAMES-PLAYED
       3820-COMPARE-TEAM-EXIT.
           EXIT.

      *    Stamps the card's division code onto the player's record
      *    for the next schedule, table and season close; a blank
      *    code takes the player out of the divisions. There is no
      *    division master -- the codes in use are whatever the
      *    master carries, ranked lowest code first.
       3850-ASSIGN-DIVISION.
           MOVE PT-PLAYER-ID TO PM-PLAYER-ID.
           READ PLAYER-MASTER-FILE
             INVALID KEY
               MOVE PT-PLAYER-ID TO PR-PLAYER-ID
               MOVE SPACES TO PR-PLAYER-NAME
               MOVE 0 TO PR-GAMES-PLAYED
               MOVE 0 TO PR-RUNNING-TOTAL
               MOVE 0 TO PR-HIGH-SCORE
               MOVE "PLAYER NOT FOUND" TO PR-MESSAGE
             NOT INVALID KEY
               MOVE PM-MASTER-REC TO PM-JP-BEFORE-IMAGE
               MOVE PT-DIVISION-CODE TO PM-DIVISION-CODE
               REWRITE PM-MASTER-REC
               MOVE "C" TO PM-JP-ACTION
               PERFORM 3900-JOURNAL-CHANGE THRU 3900-JOURNAL-CHANGE-EXIT
               MOVE PM-PLAYER-ID TO PR-PLAYER-ID
               MOVE PM-PLAYER-NAME TO PR-PLAYER-NAME
               MOVE PM-GAMES-PLAYED TO PR-GAMES-PLAYED
               MOVE PM-RUNNING-TOTAL TO PR-RUNNING-TOTAL
               MOVE PM-HIGH-SCORE TO PR-HIGH-SCORE
               IF PT-DIVISION-CODE IS EQUAL TO SPACES
                 MOVE "DIVISION CLEARED" TO PR-MESSAGE
               ELSE
                 MOVE "DIVISION ASSIGNED" TO PR-MESSAGE
               END-IF
           END-READ.
           PERFORM 4000-WRITE-RPT-LINE THRU 4000-WRITE-RPT-LINE-EXIT.
       3850-ASSIGN-DIVISION-EXIT.
           EXIT.

      *    Performed straight after each add, rewrite and delete,
      *    with the action and before-image already set; only a
      *    change the master actually took is journalled.
       3900-JOURNAL-CHANGE.
           IF PM-MASTER-STATUS IS EQUAL TO "00"
             MOVE PT-TRANS-CODE TO PM-JP-TRAN-CODE
             IF PM-JP-ACTION IS EQUAL TO "D"
               MOVE SPACES TO PM-JP-AFTER-IMAGE
             ELSE
               MOVE PM-MASTER-REC TO PM-JP-AFTER-IMAGE
             END-IF
             CALL "PMJRNLW" USING PM-JOURNAL-PARMS
           END-IF.
       3900-JOURNAL-CHANGE-EXIT.
           EXIT.

       4000-WRITE-RPT-LINE.
           WRITE PLAYER-RPT-REC FROM PM-RPT-LINE.
           MOVE PM-RPT-STATUS TO PM-NOTE-STATUS.
