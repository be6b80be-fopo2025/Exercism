      *                 from the standard-bonus tie-out --
      *                 the league standings no longer mix
      *                 rule sets.
      * 2026-10-15  DP  Stamps GAMEHIST game dates with the
      *                 business date from BUSDTCTL's control
      *                 file instead of the clock, so a night
      *                 that runs past midnight keeps its games
      *                 on the right day, and refuses to run
      *                 unless that date is open.
      *****************************************************

       ENVIRONMENT DIVISION.
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS YB-NIGHT-STATUS.

      *        BUSDTCTL's one-record business-date file; the run
      *        refuses to start unless it shows an open date.
           SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS YB-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  YACHT-TRANS-FILE.
           05 NK-OPEN-DATE         PIC X(08).
           05 NK-CLOSE-DATE        PIC X(08).

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
       01 YB-TRANS-STATUS          PIC XX VALUE "00".
       01 YB-CKPT-STATUS           PIC XX VALUE "00".
       01 YB-MASTER-STATUS         PIC XX VALUE "00".
       01 YB-TEAM-STATUS           PIC XX VALUE "00".
       01 YB-NIGHT-STATUS          PIC XX VALUE "00".
       01 YB-BUSDATE-STATUS        PIC XX VALUE "00".

      *    Set from the business-date file before anything opens;
      *    no open business date means no run.
       01 YB-BUS-DATE-SW           PIC X VALUE "N".
         88 YB-BUS-DATE-OPEN VALUE "Y".
       01 YB-BUSINESS-DATE         PIC X(08) VALUE SPACES.

      *    Set from NIGHTCTL's state file before anything opens;
      *    no open night means no run.
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0200-CHECK-BUSINESS-DATE
             THRU 0200-CHECK-BUSINESS-DATE-EXIT.
           IF NOT YB-BUS-DATE-OPEN
             DISPLAY "YACHTBAT *** NO BUSINESS DATE OPEN"
               " - RUN REFUSED ***"
             DISPLAY "YACHTBAT RUN BUSDTCTL WITH AN OPEN CARD FIRST"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM 0100-CHECK-NIGHT THRU 0100-CHECK-NIGHT-EXIT.
           IF NOT YB-NIGHT-IS-OPEN
             DISPLAY "YACHTBAT *** NO NIGHT OPEN - RUN REFUSED ***"
       0100-CHECK-NIGHT-EXIT.
           EXIT.

      *    The processing date comes from the business-date file
      *    BUSDTCTL keeps, not the clock. A missing file or a
      *    closed date leaves the switch off and the run refused.
       0200-CHECK-BUSINESS-DATE.
           OPEN INPUT BUS-DATE-FILE.
           IF YB-BUSDATE-STATUS IS EQUAL TO "35"
             GO TO 0200-CHECK-BUSINESS-DATE-EXIT
           END-IF.
           READ BUS-DATE-FILE
             AT END
               CONTINUE
             NOT AT END
               IF BD-DATE-STATUS IS EQUAL TO "OPEN"
                 MOVE "Y" TO YB-BUS-DATE-SW
                 MOVE BD-BUSINESS-DATE TO YB-BUSINESS-DATE
               END-IF
           END-READ.
           CLOSE BUS-DATE-FILE.
       0200-CHECK-BUSINESS-DATE-EXIT.
           EXIT.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO YB-RL-START-STAMP.
           OPEN INPUT YACHT-TRANS-FILE.
      *    record per completed game.
       7700-WRITE-GAME-HIST.
           MOVE TR-PLAYER-ID TO GH-PLAYER-ID.
           MOVE YB-BUSINESS-DATE TO GH-GAME-DATE.
           MOVE 1 TO YB-CAT-IDX.
           PERFORM 7710-MOVE-HIST-SCORE
             THRU 7710-MOVE-HIST-SCORE-EXIT 12 TIMES.
