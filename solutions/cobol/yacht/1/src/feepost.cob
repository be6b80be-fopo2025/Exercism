       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEPOST.
       AUTHOR. DATA-PROCESSING.
       INSTALLATION. GAME-NIGHT-SHOP.
       DATE-WRITTEN. 2026-09-30.
       DATE-COMPILED.

      *****************************************************
      * MODIFICATION HISTORY
      * 2026-09-30  DP  Original fee posting, run behind
      *                 YACHTBAT each game night in place of
      *                 the cash book: charges the entry fee
      *                 on the fee card to every player on
      *                 the night's checkpoints or game
      *                 history, pays the match prize to the
      *                 match winner and the team prize
      *                 split evenly among the winning
      *                 team's players off YACHTBAT's
      *                 end-of-match report, credits the
      *                 rest of the pot to the house, and
      *                 posts the operator's adjustment
      *                 cards, the house taking the other
      *                 side of each fee or prize card --
      *                 all to the player ledger
      *                 under the night-control session id.
      *                 A session already on the ledger is
      *                 not posted twice, and an adjustment
      *                 card already on it is not taken
      *                 again. Prints the end-of-night
      *                 statement: each player's fee,
      *                 prize, adjustments and balance.
      * 2026-10-15  DP  Refuses to run unless the business-date
      *                 file BUSDTCTL keeps shows an open date,
      *                 so a stream run after the date was
      *                 closed, or with no date set, stops
      *                 before anything is touched.
      * 2026-10-15  DP  Stops adding to the player, adjustment
      *                 and statement tables when they are
      *                 full instead of running off the end:
      *                 the overflow is counted, printed under
      *                 the statement and logged "99" on the
      *                 run-control row.
      *****************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GENERIC.
       OBJECT-COMPUTER. GENERIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *        Entry fee and the two prize shares of the pot; no
      *        card charges the house standard.
           SELECT FEE-PARM-FILE ASSIGN TO "FEEPARM"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FE-PARM-STATUS.

      *        The session being posted is the one night control
      *        shows, open or just closed; no session, no posting.
           SELECT NIGHT-CTL-FILE ASSIGN TO "NIGHTCTL"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FE-NIGHT-STATUS.

           SELECT YACHT-CKPT-FILE ASSIGN TO "YACHTCKP"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FE-CKPT-STATUS.

           SELECT GAME-HIST-FILE ASSIGN TO "GAMEHIST"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FE-HIST-STATUS.

      *        YACHTBAT's end-of-match report, read for the lines
      *        naming the match winner and the team winner.
           SELECT YACHT-RPT-FILE ASSIGN TO "YACHTRPT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FE-YRPT-STATUS.

      *        Keyed reads only, for the team each player is on.
           SELECT PLAYER-MASTER-FILE ASSIGN TO "PLAYRMAS"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PM-PLAYER-ID
             FILE STATUS IS FE-MASTER-STATUS.

      *        Operator-keyed adjustment cards.
           SELECT LEDGER-ADJ-FILE ASSIGN TO "LEDGADJ"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FE-ADJ-STATUS.

      *        The player ledger: appended, never rewritten.
           SELECT LEDGER-FILE ASSIGN TO "LEDGER"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FE-LEDG-STATUS.

           SELECT FEE-RPT-FILE ASSIGN TO "FEERPT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FE-RPT-STATUS.

      *        BUSDTCTL's one-record business-date file; the run
      *        refuses to start unless it shows an open date.
           SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FE-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEE-PARM-FILE.
       01  FEE-PARM-REC.
           05 FQ-ENTRY-FEE          PIC 9(03)V99.
           05 FQ-MATCH-PCT          PIC 9(03).
           05 FQ-TEAM-PCT           PIC 9(03).
           05 FILLER                PIC X(69).

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
           05 CK-PLAYER-ID         PIC X(10).
           05 CK-CATEGORY          PIC X(15).
           05 CK-SCORE             PIC 99.
           05 CK-SESSION-ID        PIC 9(06).
           05 CK-VARIANT-CODE      PIC X(06).

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
           05 GH-SESSION-ID        PIC 9(06).
           05 GH-VARIANT-CODE      PIC X(06).

      *        The two winner lines as YACHTBAT prints them.
       FD  YACHT-RPT-FILE.
       01  YACHT-RPT-REC            PIC X(80).
       01  YR-MATCH-WINNER-VIEW.
           05 YR-MW-LABEL           PIC X(13).
           05 YR-MW-PLAYER-ID       PIC X(10).
           05 FILLER                PIC X(57).
       01  YR-TEAM-WINNER-VIEW.
           05 YR-TW-LABEL           PIC X(12).
           05 YR-TW-TEAM-CODE       PIC X(04).
           05 FILLER                PIC X(64).

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
           05 PM-POOL-CREDITS       PIC 9(03).
           05 FILLER                PIC X(09).

      *        D debits the player (owes more), C credits. Adjusts
      *        names the pot the card corrects: F fees, P prizes,
      *        H the house take, S cash settled outside the pot. A
      *        blank or zero session means tonight's.
       FD  LEDGER-ADJ-FILE.
       01  LEDGER-ADJ-REC.
           05 LA-PLAYER-ID          PIC X(10).
           05 LA-SESSION-ID         PIC 9(06).
           05 LA-DR-CR              PIC X(01).
           05 LA-AMOUNT             PIC 9(05)V99.
           05 LA-ADJ-OF             PIC X(01).
           05 LA-REASON             PIC X(20).
           05 FILLER                PIC X(35).

      *        Byte-for-byte the same layout as FEESTMT's
      *        LEDGER-REC. Entry type F entry fee, M match prize,
      *        T team prize share, H house take (player *HOUSE),
      *        A adjustment card. A balance is credits less debits:
      *        above zero the shop owes the player.
       FD  LEDGER-FILE.
       01  LEDGER-REC.
           05 LE-PLAYER-ID          PIC X(10).
           05 LE-SESSION-ID         PIC 9(06).
           05 LE-POST-DATE          PIC X(08).
           05 LE-ENTRY-TYPE         PIC X(01).
           05 LE-DR-CR              PIC X(01).
           05 LE-AMOUNT             PIC 9(05)V99.
           05 LE-ADJ-OF             PIC X(01).
           05 LE-REFERENCE          PIC X(20).

       FD  FEE-RPT-FILE.
       01  FEE-RPT-REC              PIC X(80).

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
       01 FE-PARM-STATUS            PIC XX VALUE "00".
       01 FE-NIGHT-STATUS           PIC XX VALUE "00".
       01 FE-CKPT-STATUS            PIC XX VALUE "00".
       01 FE-HIST-STATUS            PIC XX VALUE "00".
       01 FE-YRPT-STATUS            PIC XX VALUE "00".
       01 FE-MASTER-STATUS          PIC XX VALUE "00".
       01 FE-ADJ-STATUS             PIC XX VALUE "00".
       01 FE-LEDG-STATUS            PIC XX VALUE "00".
       01 FE-RPT-STATUS             PIC XX VALUE "00".
       01 FE-BUSDATE-STATUS         PIC XX VALUE "00".

      *    Set from the business-date file before anything opens;
      *    no open business date means no run.
       01 FE-BUS-DATE-SW            PIC X VALUE "N".
         88 FE-BUS-DATE-OPEN VALUE "Y".
       01 FE-BUSINESS-DATE          PIC X(08) VALUE SPACES.

       01 FE-CKPT-EOF-SW            PIC X VALUE "N".
         88 FE-CKPT-EOF VALUE "Y".
       01 FE-HIST-EOF-SW            PIC X VALUE "N".
         88 FE-HIST-EOF VALUE "Y".
       01 FE-YRPT-EOF-SW            PIC X VALUE "N".
         88 FE-YRPT-EOF VALUE "Y".
       01 FE-ADJ-EOF-SW             PIC X VALUE "N".
         88 FE-ADJ-EOF VALUE "Y".
       01 FE-LEDG-EOF-SW            PIC X VALUE "N".
         88 FE-LEDG-EOF VALUE "Y".
       01 FE-MASTER-OPEN-SW         PIC X VALUE "N".
         88 FE-MASTER-OPEN VALUE "Y".
       01 FE-POSTED-SW              PIC X VALUE "N".
         88 FE-SESSION-POSTED VALUE "Y".

      *    The session and night being posted, off night control.
       01 FE-SESSION-ID             PIC 9(06) VALUE 0.
       01 FE-NIGHT-DATE             PIC X(08) VALUE SPACES.

      *    The fee card; the shares are whole percentages of the
      *    pot, and whatever they leave is the house take.
       01 FE-ENTRY-FEE              PIC 9(03)V99 VALUE 2.00.
       01 FE-MATCH-PCT              PIC 9(03) VALUE 50.
       01 FE-TEAM-PCT               PIC 9(03) VALUE 30.
       01 FE-PCT-TOTAL              PIC 9(04) VALUE 0.

       01 FE-POT                    PIC 9(07)V99 VALUE 0.
       01 FE-WORK-AMOUNT            PIC 9(09)V99 VALUE 0.
       01 FE-MATCH-PRIZE            PIC 9(07)V99 VALUE 0.
       01 FE-TEAM-PRIZE             PIC 9(07)V99 VALUE 0.
       01 FE-TEAM-SHARE             PIC 9(07)V99 VALUE 0.
       01 FE-TEAM-PAID              PIC 9(07)V99 VALUE 0.
       01 FE-HOUSE-TAKE             PIC 9(07)V99 VALUE 0.
       01 FE-MATCH-WINNER           PIC X(10) VALUE SPACES.
       01 FE-TEAM-WINNER            PIC X(04) VALUE SPACES.
       01 FE-TEAM-MEMBERS           PIC 9(4) COMP VALUE 0.
       01 FE-HOUSE-ID               PIC X(10) VALUE "*HOUSE".

       01 FE-CKPT-READ-COUNT        PIC 9(7) COMP VALUE 0.
       01 FE-HIST-READ-COUNT        PIC 9(7) COMP VALUE 0.
       01 FE-LEDG-READ-COUNT        PIC 9(7) COMP VALUE 0.
       01 FE-POSTED-COUNT           PIC 9(7) COMP VALUE 0.
       01 FE-ADJ-POSTED-COUNT       PIC 9(5) COMP VALUE 0.
       01 FE-ADJ-REJECT-COUNT       PIC 9(5) COMP VALUE 0.
       01 FE-ADJ-DUP-COUNT          PIC 9(5) COMP VALUE 0.

      *    Everyone who sat down tonight -- a checkpoint row or a
      *    finished game under the session -- and the team each
      *    is on, off the player master.
       01 FE-PLAYER-COUNT           PIC 9(4) COMP VALUE 0.
       01 FE-PLAYER-LIMIT           PIC 9(4) COMP VALUE 500.
       01 FE-PLAYER-TABLE.
         05 FE-SP-ENTRY OCCURS 500 TIMES INDEXED BY FE-SP-IDX.
           10 FE-SP-PLAYER-ID       PIC X(10).
           10 FE-SP-TEAM-CODE       PIC X(04).

      *    Adjustment cards loaded whole, so one pass of the ledger
      *    can mark each card already posted by an earlier run.
       01 FE-ADJ-COUNT              PIC 9(4) COMP VALUE 0.
       01 FE-ADJ-LIMIT              PIC 9(4) COMP VALUE 200.
       01 FE-ADJ-TABLE.
         05 FE-AJ-ENTRY OCCURS 200 TIMES INDEXED BY FE-AJ-IDX.
           10 FE-AJ-PLAYER-ID       PIC X(10).
           10 FE-AJ-SESSION-ID      PIC 9(06).
           10 FE-AJ-DR-CR           PIC X(01).
           10 FE-AJ-AMOUNT          PIC 9(05)V99.
           10 FE-AJ-ADJ-OF          PIC X(01).
           10 FE-AJ-REASON          PIC X(20).
           10 FE-AJ-DUP-SW          PIC X(01).
             88 FE-AJ-DUPLICATE VALUE "Y".

      *    One row per player on the ledger for the statement:
      *    tonight's fee, prize and adjustments, and the balance
      *    over every entry to date.
       01 FE-STMT-COUNT             PIC 9(4) COMP VALUE 0.
       01 FE-STMT-LIMIT             PIC 9(4) COMP VALUE 1000.
       01 FE-STMT-TABLE.
         05 FE-ST-ENTRY OCCURS 1000 TIMES INDEXED BY FE-ST-IDX.
           10 FE-ST-PLAYER-ID       PIC X(10).
           10 FE-ST-ACTIVE-SW       PIC X(01).
             88 FE-ST-ACTIVE VALUE "Y".
           10 FE-ST-FEE             PIC 9(07)V99.
           10 FE-ST-PRIZE           PIC 9(07)V99.
           10 FE-ST-ADJUST          PIC S9(07)V99.
           10 FE-ST-BALANCE         PIC S9(07)V99.

      *    What would not fit: players not charged tonight's fee,
      *    cards not taken, and ledger rows left off the statement.
       01 FE-PLAYER-OVERFLOW        PIC 9(5) COMP VALUE 0.
       01 FE-ADJ-OVERFLOW           PIC 9(5) COMP VALUE 0.
       01 FE-STMT-OVERFLOW          PIC 9(5) COMP VALUE 0.
       01 FE-NIGHT-NET              PIC S9(07)V99 VALUE 0.
       01 FE-SIGNED-AMOUNT          PIC S9(07)V99 VALUE 0.
       01 FE-TOT-FEE                PIC 9(07)V99 VALUE 0.
       01 FE-TOT-PRIZE              PIC 9(07)V99 VALUE 0.
       01 FE-TOT-ADJUST             PIC S9(07)V99 VALUE 0.
       01 FE-TOT-BALANCE            PIC S9(07)V99 VALUE 0.
       01 FE-HOUSE-NIGHT            PIC S9(07)V99 VALUE 0.
       01 FE-HOUSE-BALANCE          PIC S9(07)V99 VALUE 0.

       01 FE-FOUND-SW               PIC X VALUE "N".
         88 FE-KEY-FOUND VALUE "Y".
       01 FE-LOOKUP-ID              PIC X(10) VALUE SPACES.
       01 FE-REJECT-TEXT            PIC X(30) VALUE SPACES.

       01 FE-HDR-LINE-1.
         05 FILLER                  PIC X(25)
           VALUE "GAME NIGHT FEES  SESSION ".
         05 FE-HDR-SESSION          PIC 9(06).
         05 FILLER                  PIC X(07) VALUE "  DATE ".
         05 FE-HDR-DATE             PIC X(08).

       01 FE-HDR-LINE-2.
         05 FILLER                  PIC X(10) VALUE "ENTRY FEE ".
         05 FE-HDR-FEE              PIC ZZ9.99.
         05 FILLER                  PIC X(15) VALUE "  MATCH PRIZE ".
         05 FE-HDR-MATCH-PCT        PIC ZZ9.
         05 FILLER                  PIC X(15) VALUE "%  TEAM PRIZE ".
         05 FE-HDR-TEAM-PCT         PIC ZZ9.
         05 FILLER                  PIC X(01) VALUE "%".

       01 FE-POT-LINE.
         05 FILLER                  PIC X(08) VALUE "PLAYERS ".
         05 FE-PL-PLAYERS           PIC ZZZ9.
         05 FILLER                  PIC X(07) VALUE "  POT  ".
         05 FE-PL-POT               PIC ZZ,ZZ9.99.

       01 FE-PRIZE-LINE.
         05 FE-PZ-LABEL             PIC X(14).
         05 FE-PZ-WINNER            PIC X(10).
         05 FILLER                  PIC X(02) VALUE SPACES.
         05 FE-PZ-AMOUNT            PIC ZZ,ZZ9.99.
         05 FILLER                  PIC X(02) VALUE SPACES.
         05 FE-PZ-NOTE              PIC X(30).

       01 FE-TEAM-NOTE.
         05 FE-TN-MEMBERS           PIC ZZ9.
         05 FILLER                  PIC X(13) VALUE " PLAYERS AT ".
         05 FE-TN-SHARE             PIC ZZ,ZZ9.99.

       01 FE-ADJ-HDR                PIC X(40)
         VALUE "ADJUSTMENT CARDS".

       01 FE-ADJ-LINE.
         05 FE-AL-PLAYER-ID         PIC X(10).
         05 FILLER                  PIC X(01) VALUE SPACE.
         05 FE-AL-SESSION           PIC 9(06).
         05 FILLER                  PIC X(01) VALUE SPACE.
         05 FE-AL-DR-CR             PIC X(01).
         05 FE-AL-ADJ-OF            PIC X(01).
         05 FILLER                  PIC X(01) VALUE SPACE.
         05 FE-AL-AMOUNT            PIC ZZ,ZZ9.99.
         05 FILLER                  PIC X(01) VALUE SPACE.
         05 FE-AL-REASON            PIC X(20).
         05 FILLER                  PIC X(01) VALUE SPACE.
         05 FE-AL-NOTE              PIC X(28).

       01 FE-STMT-HDR-1             PIC X(40)
         VALUE "END-OF-NIGHT STATEMENT".
       01 FE-STMT-HDR-2.
         05 FILLER                  PIC X(15) VALUE "PLAYER".
         05 FILLER                  PIC X(11) VALUE "FEE".
         05 FILLER                  PIC X(11) VALUE "PRIZE".
         05 FILLER                  PIC X(12) VALUE "ADJUST".
         05 FILLER                  PIC X(12) VALUE "NIGHT".
         05 FILLER                  PIC X(07) VALUE "BALANCE".

       01 FE-STMT-LINE.
         05 FE-SL-PLAYER-ID         PIC X(10).
         05 FILLER                  PIC X(02) VALUE SPACES.
         05 FE-SL-FEE               PIC ZZ,ZZ9.99.
         05 FILLER                  PIC X(02) VALUE SPACES.
         05 FE-SL-PRIZE             PIC ZZ,ZZ9.99.
         05 FILLER                  PIC X(02) VALUE SPACES.
         05 FE-SL-ADJUST            PIC ---,--9.99.
         05 FILLER                  PIC X(02) VALUE SPACES.
         05 FE-SL-NIGHT             PIC ---,--9.99.
         05 FILLER                  PIC X(02) VALUE SPACES.
         05 FE-SL-BALANCE           PIC ---,--9.99.

       01 FE-OVERFLOW-LINE.
         05 FILLER                  PIC X(04) VALUE "*** ".
         05 FE-OL-COUNT             PIC ZZZZ9.
         05 FILLER                  PIC X(01) VALUE SPACE.
         05 FE-OL-TEXT              PIC X(50).
         05 FILLER                  PIC X(04) VALUE " ***".

       01 FE-MSG-LINE               PIC X(80) VALUE SPACES.

      *        Must stay byte-for-byte aligned with RUNLOGW's LINKAGE
      *        SECTION WS-RUNLOG-PARMS record.
       01 FE-RUNLOG-PARMS.
         05 FE-RL-PROGRAM-ID        PIC X(10) VALUE "FEEPOST".
         05 FE-RL-START-STAMP       PIC X(14).
         05 FE-RL-READ-COUNT        PIC 9(07).
         05 FE-RL-PROC-COUNT        PIC 9(07).
         05 FE-RL-REJECT-COUNT      PIC 9(07).
         05 FE-RL-WORST-STATUS      PIC XX VALUE "00".

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0200-CHECK-BUSINESS-DATE
             THRU 0200-CHECK-BUSINESS-DATE-EXIT.
           IF NOT FE-BUS-DATE-OPEN
             DISPLAY "FEEPOST *** NO BUSINESS DATE OPEN"
               " - RUN REFUSED ***"
             DISPLAY "FEEPOST RUN BUSDTCTL WITH AN OPEN CARD FIRST"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           IF FE-SESSION-ID IS EQUAL TO 0
             MOVE "NO GAME NIGHT ON NIGHT CONTROL - NOTHING POSTED"
               TO FE-MSG-LINE
             WRITE FEE-RPT-REC FROM FE-MSG-LINE
           ELSE
             PERFORM 1500-SCAN-LEDGER THRU 1500-SCAN-LEDGER-EXIT
             OPEN EXTEND LEDGER-FILE
             IF FE-LEDG-STATUS IS EQUAL TO "05" OR "35"
               OPEN OUTPUT LEDGER-FILE
             END-IF
             IF FE-SESSION-POSTED
               MOVE "SESSION ALREADY ON THE LEDGER - NOT POSTED AGAIN"
                 TO FE-MSG-LINE
               WRITE FEE-RPT-REC FROM FE-MSG-LINE
             ELSE
               PERFORM 2000-LOAD-PLAYERS THRU 2000-LOAD-PLAYERS-EXIT
               PERFORM 3000-POST-NIGHT THRU 3000-POST-NIGHT-EXIT
             END-IF
             PERFORM 4000-POST-ADJUSTMENTS
               THRU 4000-POST-ADJUSTMENTS-EXIT
             CLOSE LEDGER-FILE
             PERFORM 5000-NIGHT-STATEMENT
               THRU 5000-NIGHT-STATEMENT-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           STOP RUN.

      *    The processing date comes from the business-date file
      *    BUSDTCTL keeps, not the clock. A missing file or a
      *    closed date leaves the switch off and the run refused.
       0200-CHECK-BUSINESS-DATE.
           OPEN INPUT BUS-DATE-FILE.
           IF FE-BUSDATE-STATUS IS EQUAL TO "35"
             GO TO 0200-CHECK-BUSINESS-DATE-EXIT
           END-IF.
           READ BUS-DATE-FILE
             AT END
               CONTINUE
             NOT AT END
               IF BD-DATE-STATUS IS EQUAL TO "OPEN"
                 MOVE "Y" TO FE-BUS-DATE-SW
                 MOVE BD-BUSINESS-DATE TO FE-BUSINESS-DATE
               END-IF
           END-READ.
           CLOSE BUS-DATE-FILE.
       0200-CHECK-BUSINESS-DATE-EXIT.
           EXIT.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO FE-RL-START-STAMP.
           PERFORM 1100-READ-PARM THRU 1100-READ-PARM-EXIT.
           PERFORM 1200-READ-NIGHT THRU 1200-READ-NIGHT-EXIT.
           PERFORM 1300-LOAD-ADJUSTMENTS
             THRU 1300-LOAD-ADJUSTMENTS-EXIT.
           OPEN OUTPUT FEE-RPT-FILE.
           MOVE FE-SESSION-ID TO FE-HDR-SESSION.
           MOVE FE-NIGHT-DATE TO FE-HDR-DATE.
           WRITE FEE-RPT-REC FROM FE-HDR-LINE-1.
           MOVE FE-ENTRY-FEE TO FE-HDR-FEE.
           MOVE FE-MATCH-PCT TO FE-HDR-MATCH-PCT.
           MOVE FE-TEAM-PCT TO FE-HDR-TEAM-PCT.
           WRITE FEE-RPT-REC FROM FE-HDR-LINE-2.
       1000-INITIALIZE-EXIT.
           EXIT.

      *    A card whose shares come to more than the whole pot is
      *    ignored, so the house can never be asked to pay out
      *    more than it took in.
       1100-READ-PARM.
           OPEN INPUT FEE-PARM-FILE.
           IF FE-PARM-STATUS IS EQUAL TO "35"
             GO TO 1100-READ-PARM-EXIT
           END-IF.
           READ FEE-PARM-FILE
             AT END
               CONTINUE
             NOT AT END
               IF FQ-ENTRY-FEE IS NUMERIC
                 AND FQ-MATCH-PCT IS NUMERIC
                 AND FQ-TEAM-PCT IS NUMERIC
                 ADD FQ-MATCH-PCT FQ-TEAM-PCT GIVING FE-PCT-TOTAL
                 IF FE-PCT-TOTAL IS NOT GREATER THAN 100
                   MOVE FQ-ENTRY-FEE TO FE-ENTRY-FEE
                   MOVE FQ-MATCH-PCT TO FE-MATCH-PCT
                   MOVE FQ-TEAM-PCT TO FE-TEAM-PCT
                 END-IF
               END-IF
           END-READ.
           CLOSE FEE-PARM-FILE.
       1100-READ-PARM-EXIT.
           EXIT.

      *    Open or closed, the night on the control file is the
      *    last one held; a first-ever run has session zero.
       1200-READ-NIGHT.
           OPEN INPUT NIGHT-CTL-FILE.
           IF FE-NIGHT-STATUS IS EQUAL TO "35"
             GO TO 1200-READ-NIGHT-EXIT
           END-IF.
           READ NIGHT-CTL-FILE
             AT END
               CONTINUE
             NOT AT END
               IF NK-SESSION-ID IS NUMERIC
                 MOVE NK-SESSION-ID TO FE-SESSION-ID
                 MOVE NK-OPEN-DATE TO FE-NIGHT-DATE
               END-IF
           END-READ.
           CLOSE NIGHT-CTL-FILE.
       1200-READ-NIGHT-EXIT.
           EXIT.

       1300-LOAD-ADJUSTMENTS.
           OPEN INPUT LEDGER-ADJ-FILE.
           IF FE-ADJ-STATUS IS EQUAL TO "35"
             MOVE "Y" TO FE-ADJ-EOF-SW
           ELSE
             PERFORM 1310-READ-ADJUSTMENT
               THRU 1310-READ-ADJUSTMENT-EXIT
               UNTIL FE-ADJ-EOF
             CLOSE LEDGER-ADJ-FILE
           END-IF.
       1300-LOAD-ADJUSTMENTS-EXIT.
           EXIT.

       1310-READ-ADJUSTMENT.
           READ LEDGER-ADJ-FILE
             AT END
               MOVE "Y" TO FE-ADJ-EOF-SW
               GO TO 1310-READ-ADJUSTMENT-EXIT
           END-READ.
           IF FE-ADJ-COUNT IS NOT LESS THAN FE-ADJ-LIMIT
             ADD 1 TO FE-ADJ-OVERFLOW
             MOVE "99" TO FE-RL-WORST-STATUS
             GO TO 1310-READ-ADJUSTMENT-EXIT
           END-IF.
           ADD 1 TO FE-ADJ-COUNT.
           SET FE-AJ-IDX TO FE-ADJ-COUNT.
           MOVE LA-PLAYER-ID TO FE-AJ-PLAYER-ID(FE-AJ-IDX).
           IF LA-SESSION-ID IS NUMERIC
             AND LA-SESSION-ID IS GREATER THAN 0
             MOVE LA-SESSION-ID TO FE-AJ-SESSION-ID(FE-AJ-IDX)
           ELSE
             MOVE FE-SESSION-ID TO FE-AJ-SESSION-ID(FE-AJ-IDX)
           END-IF.
           MOVE LA-DR-CR TO FE-AJ-DR-CR(FE-AJ-IDX).
           IF LA-AMOUNT IS NUMERIC
             MOVE LA-AMOUNT TO FE-AJ-AMOUNT(FE-AJ-IDX)
           ELSE
             MOVE 0 TO FE-AJ-AMOUNT(FE-AJ-IDX)
           END-IF.
           MOVE LA-ADJ-OF TO FE-AJ-ADJ-OF(FE-AJ-IDX).
           MOVE LA-REASON TO FE-AJ-REASON(FE-AJ-IDX).
           MOVE "N" TO FE-AJ-DUP-SW(FE-AJ-IDX).
           IF LA-ADJ-OF IS EQUAL TO "H"
             MOVE FE-HOUSE-ID TO FE-AJ-PLAYER-ID(FE-AJ-IDX)
           END-IF.
       1310-READ-ADJUSTMENT-EXIT.
           EXIT.

      *    One pass of the ledger tells whether tonight's fees are
      *    already on it and which cards an earlier run took.
       1500-SCAN-LEDGER.
           OPEN INPUT LEDGER-FILE.
           IF FE-LEDG-STATUS IS EQUAL TO "35"
             MOVE "Y" TO FE-LEDG-EOF-SW
           ELSE
             PERFORM 1510-READ-LEDGER THRU 1510-READ-LEDGER-EXIT
               UNTIL FE-LEDG-EOF
             CLOSE LEDGER-FILE
           END-IF.
       1500-SCAN-LEDGER-EXIT.
           EXIT.

       1510-READ-LEDGER.
           READ LEDGER-FILE
             AT END
               MOVE "Y" TO FE-LEDG-EOF-SW
               GO TO 1510-READ-LEDGER-EXIT
           END-READ.
           IF LE-SESSION-ID IS EQUAL TO FE-SESSION-ID
             AND LE-ENTRY-TYPE IS NOT EQUAL TO "A"
             MOVE "Y" TO FE-POSTED-SW
           END-IF.
           IF LE-ENTRY-TYPE IS EQUAL TO "A"
             AND FE-ADJ-COUNT IS GREATER THAN 0
             SET FE-AJ-IDX TO 1
             PERFORM 1520-MATCH-ADJUSTMENT
               THRU 1520-MATCH-ADJUSTMENT-EXIT
               FE-ADJ-COUNT TIMES
           END-IF.
       1510-READ-LEDGER-EXIT.
           EXIT.

       1520-MATCH-ADJUSTMENT.
           IF LE-PLAYER-ID IS EQUAL TO FE-AJ-PLAYER-ID(FE-AJ-IDX)
             AND LE-SESSION-ID IS EQUAL TO FE-AJ-SESSION-ID(FE-AJ-IDX)
             AND LE-DR-CR IS EQUAL TO FE-AJ-DR-CR(FE-AJ-IDX)
             AND LE-AMOUNT IS EQUAL TO FE-AJ-AMOUNT(FE-AJ-IDX)
             AND LE-ADJ-OF IS EQUAL TO FE-AJ-ADJ-OF(FE-AJ-IDX)
             AND LE-REFERENCE IS EQUAL TO FE-AJ-REASON(FE-AJ-IDX)
             MOVE "Y" TO FE-AJ-DUP-SW(FE-AJ-IDX)
           END-IF.
           SET FE-AJ-IDX UP BY 1.
       1520-MATCH-ADJUSTMENT-EXIT.
           EXIT.

      *    A player is charged once a night however many rows they
      *    have; the checkpoints hold everyone who scored a turn,
      *    the history everyone who finished, and a closed night
      *    has only the history left.
       2000-LOAD-PLAYERS.
           OPEN INPUT YACHT-CKPT-FILE.
           IF FE-CKPT-STATUS IS EQUAL TO "35"
             MOVE "Y" TO FE-CKPT-EOF-SW
           ELSE
             PERFORM 2100-READ-CKPT THRU 2100-READ-CKPT-EXIT
               UNTIL FE-CKPT-EOF
             CLOSE YACHT-CKPT-FILE
           END-IF.
           OPEN INPUT GAME-HIST-FILE.
           IF FE-HIST-STATUS IS EQUAL TO "35"
             MOVE "Y" TO FE-HIST-EOF-SW
           ELSE
             PERFORM 2200-READ-HIST THRU 2200-READ-HIST-EXIT
               UNTIL FE-HIST-EOF
             CLOSE GAME-HIST-FILE
           END-IF.
           OPEN INPUT PLAYER-MASTER-FILE.
           IF FE-MASTER-STATUS IS EQUAL TO "00"
             MOVE "Y" TO FE-MASTER-OPEN-SW
           END-IF.
           IF FE-PLAYER-COUNT IS GREATER THAN 0
             SET FE-SP-IDX TO 1
             PERFORM 2400-GET-TEAM THRU 2400-GET-TEAM-EXIT
               FE-PLAYER-COUNT TIMES
           END-IF.
           IF FE-MASTER-OPEN
             CLOSE PLAYER-MASTER-FILE
           END-IF.
       2000-LOAD-PLAYERS-EXIT.
           EXIT.

       2100-READ-CKPT.
           READ YACHT-CKPT-FILE
             AT END
               MOVE "Y" TO FE-CKPT-EOF-SW
               GO TO 2100-READ-CKPT-EXIT
           END-READ.
           ADD 1 TO FE-CKPT-READ-COUNT.
           IF CK-SESSION-ID IS EQUAL TO FE-SESSION-ID
             MOVE CK-PLAYER-ID TO FE-LOOKUP-ID
             PERFORM 2300-ADD-PLAYER THRU 2300-ADD-PLAYER-EXIT
           END-IF.
       2100-READ-CKPT-EXIT.
           EXIT.

       2200-READ-HIST.
           READ GAME-HIST-FILE
             AT END
               MOVE "Y" TO FE-HIST-EOF-SW
               GO TO 2200-READ-HIST-EXIT
           END-READ.
           ADD 1 TO FE-HIST-READ-COUNT.
           IF GH-SESSION-ID IS EQUAL TO FE-SESSION-ID
             MOVE GH-PLAYER-ID TO FE-LOOKUP-ID
             PERFORM 2300-ADD-PLAYER THRU 2300-ADD-PLAYER-EXIT
           END-IF.
       2200-READ-HIST-EXIT.
           EXIT.

       2300-ADD-PLAYER.
           PERFORM 2310-FIND-PLAYER THRU 2310-FIND-PLAYER-EXIT.
           IF NOT FE-KEY-FOUND
             AND FE-PLAYER-COUNT IS NOT LESS THAN FE-PLAYER-LIMIT
             ADD 1 TO FE-PLAYER-OVERFLOW
             MOVE "99" TO FE-RL-WORST-STATUS
             GO TO 2300-ADD-PLAYER-EXIT
           END-IF.
           IF NOT FE-KEY-FOUND
             ADD 1 TO FE-PLAYER-COUNT
             SET FE-SP-IDX TO FE-PLAYER-COUNT
             MOVE FE-LOOKUP-ID TO FE-SP-PLAYER-ID(FE-SP-IDX)
             MOVE SPACES TO FE-SP-TEAM-CODE(FE-SP-IDX)
           END-IF.
       2300-ADD-PLAYER-EXIT.
           EXIT.

      *    Leaves FE-SP-IDX on FE-LOOKUP-ID's entry when the found
      *    switch comes back "Y".
       2310-FIND-PLAYER.
           MOVE "N" TO FE-FOUND-SW.
           IF FE-PLAYER-COUNT IS GREATER THAN 0
             SET FE-SP-IDX TO 1
             PERFORM 2320-COMPARE-PLAYER THRU 2320-COMPARE-PLAYER-EXIT
               FE-PLAYER-COUNT TIMES
           END-IF.
       2310-FIND-PLAYER-EXIT.
           EXIT.

       2320-COMPARE-PLAYER.
           IF FE-KEY-FOUND
             CONTINUE
           ELSE
             IF FE-LOOKUP-ID IS EQUAL TO FE-SP-PLAYER-ID(FE-SP-IDX)
               MOVE "Y" TO FE-FOUND-SW
             ELSE
               SET FE-SP-IDX UP BY 1
             END-IF
           END-IF.
       2320-COMPARE-PLAYER-EXIT.
           EXIT.

      *    A player the master does not know, or a master that
      *    will not open, leaves the player teamless.
       2400-GET-TEAM.
           IF FE-MASTER-OPEN
             MOVE FE-SP-PLAYER-ID(FE-SP-IDX) TO PM-PLAYER-ID
             READ PLAYER-MASTER-FILE
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE PM-TEAM-CODE TO FE-SP-TEAM-CODE(FE-SP-IDX)
             END-READ
           END-IF.
           SET FE-SP-IDX UP BY 1.
       2400-GET-TEAM-EXIT.
           EXIT.

      *    The pot is the fee times the players charged. The match
      *    prize goes whole to the match winner; the team prize is
      *    shared evenly, to the cent, among the winning team's
      *    players who sat down tonight. A prize with nobody here
      *    to take it, and the odd cents of the team share, stay
      *    with the house.
       3000-POST-NIGHT.
           IF FE-PLAYER-COUNT IS EQUAL TO 0
             MOVE "NOBODY PLAYED UNDER THIS SESSION - NOTHING POSTED"
               TO FE-MSG-LINE
             WRITE FEE-RPT-REC FROM FE-MSG-LINE
             GO TO 3000-POST-NIGHT-EXIT
           END-IF.
           PERFORM 3100-FIND-WINNERS THRU 3100-FIND-WINNERS-EXIT.
           MULTIPLY FE-ENTRY-FEE BY FE-PLAYER-COUNT GIVING FE-POT.
           MULTIPLY FE-POT BY FE-MATCH-PCT GIVING FE-WORK-AMOUNT.
           DIVIDE 100 INTO FE-WORK-AMOUNT GIVING FE-MATCH-PRIZE.
           MULTIPLY FE-POT BY FE-TEAM-PCT GIVING FE-WORK-AMOUNT.
           DIVIDE 100 INTO FE-WORK-AMOUNT GIVING FE-TEAM-PRIZE.
           MOVE FE-MATCH-WINNER TO FE-LOOKUP-ID.
           PERFORM 2310-FIND-PLAYER THRU 2310-FIND-PLAYER-EXIT.
           IF FE-MATCH-WINNER IS EQUAL TO SPACES
             OR NOT FE-KEY-FOUND
             MOVE 0 TO FE-MATCH-PRIZE
           END-IF.
           MOVE 0 TO FE-TEAM-MEMBERS.
           IF FE-TEAM-WINNER IS NOT EQUAL TO SPACES
             SET FE-SP-IDX TO 1
             PERFORM 3200-COUNT-MEMBER THRU 3200-COUNT-MEMBER-EXIT
               FE-PLAYER-COUNT TIMES
           END-IF.
           IF FE-TEAM-MEMBERS IS EQUAL TO 0
             MOVE 0 TO FE-TEAM-SHARE
           ELSE
             DIVIDE FE-TEAM-MEMBERS INTO FE-TEAM-PRIZE
               GIVING FE-TEAM-SHARE
           END-IF.
           MULTIPLY FE-TEAM-SHARE BY FE-TEAM-MEMBERS
             GIVING FE-TEAM-PAID.
           SUBTRACT FE-MATCH-PRIZE FE-TEAM-PAID FROM FE-POT
             GIVING FE-HOUSE-TAKE.
           MOVE FE-SESSION-ID TO LE-SESSION-ID.
           MOVE FE-NIGHT-DATE TO LE-POST-DATE.
           MOVE SPACE TO LE-ADJ-OF.
           SET FE-SP-IDX TO 1.
           PERFORM 3300-POST-PLAYER THRU 3300-POST-PLAYER-EXIT
             FE-PLAYER-COUNT TIMES.
           IF FE-MATCH-PRIZE IS GREATER THAN 0
             MOVE FE-MATCH-WINNER TO LE-PLAYER-ID
             MOVE "M" TO LE-ENTRY-TYPE
             MOVE "C" TO LE-DR-CR
             MOVE FE-MATCH-PRIZE TO LE-AMOUNT
             MOVE "MATCH WINNER" TO LE-REFERENCE
             PERFORM 8000-WRITE-LEDGER THRU 8000-WRITE-LEDGER-EXIT
           END-IF.
           MOVE FE-HOUSE-ID TO LE-PLAYER-ID.
           MOVE "H" TO LE-ENTRY-TYPE.
           MOVE "C" TO LE-DR-CR.
           MOVE FE-HOUSE-TAKE TO LE-AMOUNT.
           MOVE "HOUSE TAKE" TO LE-REFERENCE.
           PERFORM 8000-WRITE-LEDGER THRU 8000-WRITE-LEDGER-EXIT.
           PERFORM 3400-PRINT-POT THRU 3400-PRINT-POT-EXIT.
       3000-POST-NIGHT-EXIT.
           EXIT.

      *    The last winner lines on the report stand; YACHTBAT
      *    prints each at most once a run.
       3100-FIND-WINNERS.
           OPEN INPUT YACHT-RPT-FILE.
           IF FE-YRPT-STATUS IS EQUAL TO "35"
             GO TO 3100-FIND-WINNERS-EXIT
           END-IF.
           PERFORM 3110-READ-REPORT THRU 3110-READ-REPORT-EXIT
             UNTIL FE-YRPT-EOF.
           CLOSE YACHT-RPT-FILE.
       3100-FIND-WINNERS-EXIT.
           EXIT.

       3110-READ-REPORT.
           READ YACHT-RPT-FILE
             AT END
               MOVE "Y" TO FE-YRPT-EOF-SW
               GO TO 3110-READ-REPORT-EXIT
           END-READ.
           IF YR-MW-LABEL IS EQUAL TO "MATCH WINNER "
             MOVE YR-MW-PLAYER-ID TO FE-MATCH-WINNER
           END-IF.
           IF YR-TW-LABEL IS EQUAL TO "TEAM WINNER "
             MOVE YR-TW-TEAM-CODE TO FE-TEAM-WINNER
           END-IF.
       3110-READ-REPORT-EXIT.
           EXIT.

       3200-COUNT-MEMBER.
           IF FE-SP-TEAM-CODE(FE-SP-IDX) IS EQUAL TO FE-TEAM-WINNER
             ADD 1 TO FE-TEAM-MEMBERS
           END-IF.
           SET FE-SP-IDX UP BY 1.
       3200-COUNT-MEMBER-EXIT.
           EXIT.

       3300-POST-PLAYER.
           MOVE FE-SP-PLAYER-ID(FE-SP-IDX) TO LE-PLAYER-ID.
           MOVE "F" TO LE-ENTRY-TYPE.
           MOVE "D" TO LE-DR-CR.
           MOVE FE-ENTRY-FEE TO LE-AMOUNT.
           MOVE "ENTRY FEE" TO LE-REFERENCE.
           PERFORM 8000-WRITE-LEDGER THRU 8000-WRITE-LEDGER-EXIT.
           IF FE-TEAM-SHARE IS GREATER THAN 0
             AND FE-SP-TEAM-CODE(FE-SP-IDX) IS EQUAL TO FE-TEAM-WINNER
             MOVE "T" TO LE-ENTRY-TYPE
             MOVE "C" TO LE-DR-CR
             MOVE FE-TEAM-SHARE TO LE-AMOUNT
             MOVE SPACES TO LE-REFERENCE
             STRING "TEAM WINNER " DELIMITED BY SIZE
               FE-TEAM-WINNER DELIMITED BY SIZE
               INTO LE-REFERENCE
             PERFORM 8000-WRITE-LEDGER THRU 8000-WRITE-LEDGER-EXIT
           END-IF.
           SET FE-SP-IDX UP BY 1.
       3300-POST-PLAYER-EXIT.
           EXIT.

       3400-PRINT-POT.
           MOVE FE-PLAYER-COUNT TO FE-PL-PLAYERS.
           MOVE FE-POT TO FE-PL-POT.
           WRITE FEE-RPT-REC FROM FE-POT-LINE.
           MOVE "MATCH PRIZE" TO FE-PZ-LABEL.
           MOVE FE-MATCH-WINNER TO FE-PZ-WINNER.
           MOVE FE-MATCH-PRIZE TO FE-PZ-AMOUNT.
           MOVE SPACES TO FE-PZ-NOTE.
           IF FE-MATCH-PRIZE IS EQUAL TO 0
             MOVE "NO WINNER TONIGHT - TO HOUSE" TO FE-PZ-NOTE
           END-IF.
           WRITE FEE-RPT-REC FROM FE-PRIZE-LINE.
           MOVE "TEAM PRIZE" TO FE-PZ-LABEL.
           MOVE FE-TEAM-WINNER TO FE-PZ-WINNER.
           MOVE FE-TEAM-PAID TO FE-PZ-AMOUNT.
           IF FE-TEAM-PAID IS EQUAL TO 0
             MOVE "NO TEAM WINNER - TO HOUSE" TO FE-PZ-NOTE
           ELSE
             MOVE FE-TEAM-MEMBERS TO FE-TN-MEMBERS
             MOVE FE-TEAM-SHARE TO FE-TN-SHARE
             MOVE FE-TEAM-NOTE TO FE-PZ-NOTE
           END-IF.
           WRITE FEE-RPT-REC FROM FE-PRIZE-LINE.
           MOVE "HOUSE TAKE" TO FE-PZ-LABEL.
           MOVE SPACES TO FE-PZ-WINNER.
           MOVE FE-HOUSE-TAKE TO FE-PZ-AMOUNT.
           MOVE SPACES TO FE-PZ-NOTE.
           WRITE FEE-RPT-REC FROM FE-PRIZE-LINE.
       3400-PRINT-POT-EXIT.
           EXIT.

       4000-POST-ADJUSTMENTS.
           IF FE-ADJ-COUNT IS EQUAL TO 0
             GO TO 4000-POST-ADJUSTMENTS-EXIT
           END-IF.
           WRITE FEE-RPT-REC FROM FE-ADJ-HDR.
           SET FE-AJ-IDX TO 1.
           PERFORM 4050-NEXT-ADJUSTMENT THRU 4050-NEXT-ADJUSTMENT-EXIT
             FE-ADJ-COUNT TIMES.
       4000-POST-ADJUSTMENTS-EXIT.
           EXIT.

       4050-NEXT-ADJUSTMENT.
           PERFORM 4100-POST-ONE-ADJUSTMENT
             THRU 4100-POST-ONE-ADJUSTMENT-EXIT.
           WRITE FEE-RPT-REC FROM FE-ADJ-LINE.
           SET FE-AJ-IDX UP BY 1.
       4050-NEXT-ADJUSTMENT-EXIT.
           EXIT.

      *    A card needs a player, a debit or credit, a pot, an
      *    amount, and a session that has been held.
       4100-POST-ONE-ADJUSTMENT.
           MOVE FE-AJ-PLAYER-ID(FE-AJ-IDX) TO FE-AL-PLAYER-ID.
           MOVE FE-AJ-SESSION-ID(FE-AJ-IDX) TO FE-AL-SESSION.
           MOVE FE-AJ-DR-CR(FE-AJ-IDX) TO FE-AL-DR-CR.
           MOVE FE-AJ-ADJ-OF(FE-AJ-IDX) TO FE-AL-ADJ-OF.
           MOVE FE-AJ-AMOUNT(FE-AJ-IDX) TO FE-AL-AMOUNT.
           MOVE FE-AJ-REASON(FE-AJ-IDX) TO FE-AL-REASON.
           MOVE "POSTED" TO FE-AL-NOTE.
           IF FE-AJ-DUPLICATE(FE-AJ-IDX)
             ADD 1 TO FE-ADJ-DUP-COUNT
             MOVE "ALREADY ON LEDGER - SKIPPED" TO FE-AL-NOTE
             GO TO 4100-POST-ONE-ADJUSTMENT-EXIT
           END-IF.
           MOVE SPACES TO FE-REJECT-TEXT.
           IF FE-AJ-PLAYER-ID(FE-AJ-IDX) IS EQUAL TO SPACES
             MOVE "REJECTED - NO PLAYER" TO FE-REJECT-TEXT
           END-IF.
           IF FE-AJ-DR-CR(FE-AJ-IDX) IS NOT EQUAL TO "D"
             AND FE-AJ-DR-CR(FE-AJ-IDX) IS NOT EQUAL TO "C"
             MOVE "REJECTED - NOT D OR C" TO FE-REJECT-TEXT
           END-IF.
           IF FE-AJ-ADJ-OF(FE-AJ-IDX) IS NOT EQUAL TO "F"
             AND FE-AJ-ADJ-OF(FE-AJ-IDX) IS NOT EQUAL TO "P"
             AND FE-AJ-ADJ-OF(FE-AJ-IDX) IS NOT EQUAL TO "H"
             AND FE-AJ-ADJ-OF(FE-AJ-IDX) IS NOT EQUAL TO "S"
             MOVE "REJECTED - UNKNOWN POT" TO FE-REJECT-TEXT
           END-IF.
           IF FE-AJ-AMOUNT(FE-AJ-IDX) IS EQUAL TO 0
             MOVE "REJECTED - NO AMOUNT" TO FE-REJECT-TEXT
           END-IF.
           IF FE-AJ-SESSION-ID(FE-AJ-IDX) IS GREATER THAN FE-SESSION-ID
             MOVE "REJECTED - FUTURE SESSION" TO FE-REJECT-TEXT
           END-IF.
           IF FE-REJECT-TEXT IS NOT EQUAL TO SPACES
             ADD 1 TO FE-ADJ-REJECT-COUNT
             MOVE FE-REJECT-TEXT TO FE-AL-NOTE
             GO TO 4100-POST-ONE-ADJUSTMENT-EXIT
           END-IF.
           MOVE FE-AJ-PLAYER-ID(FE-AJ-IDX) TO LE-PLAYER-ID.
           MOVE FE-AJ-SESSION-ID(FE-AJ-IDX) TO LE-SESSION-ID.
           MOVE FE-NIGHT-DATE TO LE-POST-DATE.
           MOVE "A" TO LE-ENTRY-TYPE.
           MOVE FE-AJ-DR-CR(FE-AJ-IDX) TO LE-DR-CR.
           MOVE FE-AJ-AMOUNT(FE-AJ-IDX) TO LE-AMOUNT.
           MOVE FE-AJ-ADJ-OF(FE-AJ-IDX) TO LE-ADJ-OF.
           MOVE FE-AJ-REASON(FE-AJ-IDX) TO LE-REFERENCE.
           PERFORM 8000-WRITE-LEDGER THRU 8000-WRITE-LEDGER-EXIT.
           ADD 1 TO FE-ADJ-POSTED-COUNT.
           IF LE-ADJ-OF IS EQUAL TO "F" OR "P"
             PERFORM 4200-POST-CONTRA THRU 4200-POST-CONTRA-EXIT
           END-IF.
       4100-POST-ONE-ADJUSTMENT-EXIT.
           EXIT.

      *    A fee refunded or a prize topped up comes out of the
      *    house's take, and a fee charged or a prize clawed back
      *    goes into it, so the house is posted the other side of
      *    every fee and prize card and the session still balances.
      *    A house card is the operator's own correction of the
      *    take and gets no contra.
       4200-POST-CONTRA.
           MOVE FE-HOUSE-ID TO LE-PLAYER-ID.
           IF FE-AJ-DR-CR(FE-AJ-IDX) IS EQUAL TO "D"
             MOVE "C" TO LE-DR-CR
           ELSE
             MOVE "D" TO LE-DR-CR
           END-IF.
           MOVE "H" TO LE-ADJ-OF.
           MOVE SPACES TO LE-REFERENCE.
           STRING "CONTRA " DELIMITED BY SIZE
             FE-AJ-PLAYER-ID(FE-AJ-IDX) DELIMITED BY SIZE
             INTO LE-REFERENCE.
           PERFORM 8000-WRITE-LEDGER THRU 8000-WRITE-LEDGER-EXIT.
       4200-POST-CONTRA-EXIT.
           EXIT.

      *    Read back from the ledger itself, so the statement shows
      *    what was posted -- tonight's and any earlier run's --
      *    rather than what this run meant to post. A player is
      *    listed if anything under tonight's session, or posted
      *    tonight, touches them.
       5000-NIGHT-STATEMENT.
           MOVE "N" TO FE-LEDG-EOF-SW.
           OPEN INPUT LEDGER-FILE.
           IF FE-LEDG-STATUS IS EQUAL TO "35"
             MOVE "Y" TO FE-LEDG-EOF-SW
           ELSE
             PERFORM 5100-ACCUMULATE THRU 5100-ACCUMULATE-EXIT
               UNTIL FE-LEDG-EOF
             CLOSE LEDGER-FILE
           END-IF.
           WRITE FEE-RPT-REC FROM FE-STMT-HDR-1.
           WRITE FEE-RPT-REC FROM FE-STMT-HDR-2.
           IF FE-STMT-COUNT IS GREATER THAN 0
             SET FE-ST-IDX TO 1
             PERFORM 5300-PRINT-PLAYER THRU 5300-PRINT-PLAYER-EXIT
               FE-STMT-COUNT TIMES
           END-IF.
           MOVE "TOTAL" TO FE-SL-PLAYER-ID.
           MOVE FE-TOT-FEE TO FE-SL-FEE.
           MOVE FE-TOT-PRIZE TO FE-SL-PRIZE.
           MOVE FE-TOT-ADJUST TO FE-SL-ADJUST.
           SUBTRACT FE-TOT-FEE FROM FE-TOT-PRIZE GIVING FE-NIGHT-NET.
           ADD FE-TOT-ADJUST TO FE-NIGHT-NET.
           MOVE FE-NIGHT-NET TO FE-SL-NIGHT.
           MOVE FE-TOT-BALANCE TO FE-SL-BALANCE.
           WRITE FEE-RPT-REC FROM FE-STMT-LINE.
           MOVE FE-HOUSE-ID TO FE-SL-PLAYER-ID.
           MOVE 0 TO FE-SL-FEE.
           MOVE 0 TO FE-SL-PRIZE.
           MOVE 0 TO FE-SL-ADJUST.
           MOVE FE-HOUSE-NIGHT TO FE-SL-NIGHT.
           MOVE FE-HOUSE-BALANCE TO FE-SL-BALANCE.
           WRITE FEE-RPT-REC FROM FE-STMT-LINE.
           IF FE-PLAYER-OVERFLOW IS GREATER THAN 0
             MOVE FE-PLAYER-OVERFLOW TO FE-OL-COUNT
             MOVE "PLAYERS OVER TABLE LIMIT - NO FEE CHARGED"
               TO FE-OL-TEXT
             WRITE FEE-RPT-REC FROM FE-OVERFLOW-LINE
           END-IF.
           IF FE-ADJ-OVERFLOW IS GREATER THAN 0
             MOVE FE-ADJ-OVERFLOW TO FE-OL-COUNT
             MOVE "ADJUSTMENT CARDS OVER TABLE LIMIT - NOT POSTED"
               TO FE-OL-TEXT
             WRITE FEE-RPT-REC FROM FE-OVERFLOW-LINE
           END-IF.
           IF FE-STMT-OVERFLOW IS GREATER THAN 0
             MOVE FE-STMT-OVERFLOW TO FE-OL-COUNT
             MOVE "LEDGER ROWS OVER TABLE LIMIT - NOT IN TOTALS"
               TO FE-OL-TEXT
             WRITE FEE-RPT-REC FROM FE-OVERFLOW-LINE
           END-IF.
       5000-NIGHT-STATEMENT-EXIT.
           EXIT.

       5100-ACCUMULATE.
           READ LEDGER-FILE
             AT END
               MOVE "Y" TO FE-LEDG-EOF-SW
               GO TO 5100-ACCUMULATE-EXIT
           END-READ.
           ADD 1 TO FE-LEDG-READ-COUNT.
           IF LE-DR-CR IS EQUAL TO "D"
             COMPUTE FE-SIGNED-AMOUNT = 0 - LE-AMOUNT
           ELSE
             MOVE LE-AMOUNT TO FE-SIGNED-AMOUNT
           END-IF.
           IF LE-PLAYER-ID IS EQUAL TO FE-HOUSE-ID
             ADD FE-SIGNED-AMOUNT TO FE-HOUSE-BALANCE
             IF LE-SESSION-ID IS EQUAL TO FE-SESSION-ID
               OR LE-POST-DATE IS EQUAL TO FE-NIGHT-DATE
               ADD FE-SIGNED-AMOUNT TO FE-HOUSE-NIGHT
             END-IF
             GO TO 5100-ACCUMULATE-EXIT
           END-IF.
           MOVE LE-PLAYER-ID TO FE-LOOKUP-ID.
           PERFORM 5200-FIND-STMT THRU 5200-FIND-STMT-EXIT.
           IF NOT FE-KEY-FOUND
             AND FE-STMT-COUNT IS NOT LESS THAN FE-STMT-LIMIT
             ADD 1 TO FE-STMT-OVERFLOW
             MOVE "99" TO FE-RL-WORST-STATUS
             GO TO 5100-ACCUMULATE-EXIT
           END-IF.
           IF NOT FE-KEY-FOUND
             ADD 1 TO FE-STMT-COUNT
             SET FE-ST-IDX TO FE-STMT-COUNT
             MOVE LE-PLAYER-ID TO FE-ST-PLAYER-ID(FE-ST-IDX)
             MOVE "N" TO FE-ST-ACTIVE-SW(FE-ST-IDX)
             MOVE 0 TO FE-ST-FEE(FE-ST-IDX)
             MOVE 0 TO FE-ST-PRIZE(FE-ST-IDX)
             MOVE 0 TO FE-ST-ADJUST(FE-ST-IDX)
             MOVE 0 TO FE-ST-BALANCE(FE-ST-IDX)
           END-IF.
           ADD FE-SIGNED-AMOUNT TO FE-ST-BALANCE(FE-ST-IDX).
           IF LE-SESSION-ID IS NOT EQUAL TO FE-SESSION-ID
             AND LE-POST-DATE IS NOT EQUAL TO FE-NIGHT-DATE
             GO TO 5100-ACCUMULATE-EXIT
           END-IF.
           MOVE "Y" TO FE-ST-ACTIVE-SW(FE-ST-IDX).
           EVALUATE LE-ENTRY-TYPE
             WHEN "F"
               ADD LE-AMOUNT TO FE-ST-FEE(FE-ST-IDX)
             WHEN "M"
             WHEN "T"
               ADD LE-AMOUNT TO FE-ST-PRIZE(FE-ST-IDX)
             WHEN OTHER
               ADD FE-SIGNED-AMOUNT TO FE-ST-ADJUST(FE-ST-IDX)
           END-EVALUATE.
       5100-ACCUMULATE-EXIT.
           EXIT.

      *    Leaves FE-ST-IDX on FE-LOOKUP-ID's row when the found
      *    switch comes back "Y".
       5200-FIND-STMT.
           MOVE "N" TO FE-FOUND-SW.
           IF FE-STMT-COUNT IS GREATER THAN 0
             SET FE-ST-IDX TO 1
             PERFORM 5210-COMPARE-STMT THRU 5210-COMPARE-STMT-EXIT
               FE-STMT-COUNT TIMES
           END-IF.
       5200-FIND-STMT-EXIT.
           EXIT.

       5210-COMPARE-STMT.
           IF FE-KEY-FOUND
             CONTINUE
           ELSE
             IF FE-LOOKUP-ID IS EQUAL TO FE-ST-PLAYER-ID(FE-ST-IDX)
               MOVE "Y" TO FE-FOUND-SW
             ELSE
               SET FE-ST-IDX UP BY 1
             END-IF
           END-IF.
       5210-COMPARE-STMT-EXIT.
           EXIT.

       5300-PRINT-PLAYER.
           IF FE-ST-ACTIVE(FE-ST-IDX)
             MOVE FE-ST-PLAYER-ID(FE-ST-IDX) TO FE-SL-PLAYER-ID
             MOVE FE-ST-FEE(FE-ST-IDX) TO FE-SL-FEE
             MOVE FE-ST-PRIZE(FE-ST-IDX) TO FE-SL-PRIZE
             MOVE FE-ST-ADJUST(FE-ST-IDX) TO FE-SL-ADJUST
             SUBTRACT FE-ST-FEE(FE-ST-IDX) FROM FE-ST-PRIZE(FE-ST-IDX)
               GIVING FE-NIGHT-NET
             ADD FE-ST-ADJUST(FE-ST-IDX) TO FE-NIGHT-NET
             MOVE FE-NIGHT-NET TO FE-SL-NIGHT
             MOVE FE-ST-BALANCE(FE-ST-IDX) TO FE-SL-BALANCE
             WRITE FEE-RPT-REC FROM FE-STMT-LINE
             ADD FE-ST-FEE(FE-ST-IDX) TO FE-TOT-FEE
             ADD FE-ST-PRIZE(FE-ST-IDX) TO FE-TOT-PRIZE
             ADD FE-ST-ADJUST(FE-ST-IDX) TO FE-TOT-ADJUST
             ADD FE-ST-BALANCE(FE-ST-IDX) TO FE-TOT-BALANCE
           END-IF.
           SET FE-ST-IDX UP BY 1.
       5300-PRINT-PLAYER-EXIT.
           EXIT.

       8000-WRITE-LEDGER.
           WRITE LEDGER-REC.
           IF FE-LEDG-STATUS IS NOT EQUAL TO "00"
             MOVE FE-LEDG-STATUS TO FE-RL-WORST-STATUS
           END-IF.
           ADD 1 TO FE-POSTED-COUNT.
       8000-WRITE-LEDGER-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE FEE-RPT-FILE.
           ADD FE-CKPT-READ-COUNT FE-HIST-READ-COUNT
             GIVING FE-RL-READ-COUNT.
           MOVE FE-POSTED-COUNT TO FE-RL-PROC-COUNT.
           MOVE FE-ADJ-REJECT-COUNT TO FE-RL-REJECT-COUNT.
           CALL "RUNLOGW" USING FE-RUNLOG-PARMS.
           DISPLAY "FEEPOST SESSION=" FE-SESSION-ID
             " PLAYERS=" FE-PLAYER-COUNT
             " POSTED=" FE-POSTED-COUNT
             " ADJ REJECTED=" FE-ADJ-REJECT-COUNT.
           IF FE-PLAYER-OVERFLOW IS GREATER THAN 0
             OR FE-ADJ-OVERFLOW IS GREATER THAN 0
             OR FE-STMT-OVERFLOW IS GREATER THAN 0
             DISPLAY "FEEPOST *** TABLE OVERFLOW - PLAYERS "
               FE-PLAYER-OVERFLOW " CARDS " FE-ADJ-OVERFLOW
               " LEDGER ROWS " FE-STMT-OVERFLOW " ***"
           END-IF.
       9000-TERMINATE-EXIT.
           EXIT.
