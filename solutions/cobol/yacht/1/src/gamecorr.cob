       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAMECORR.
       AUTHOR. DATA-PROCESSING.
       INSTALLATION. GAME-NIGHT-SHOP.
       DATE-WRITTEN. 2026-09-16.
       DATE-COMPILED.

      *****************************************************
      * MODIFICATION HISTORY
      * 2026-09-16  DP  Original game-correction job: takes
      *                 void and replace cards naming a
      *                 wrongly posted game by player id,
      *                 game date and session id, and backs
      *                 the game out of every file it
      *                 reached -- the game history, the
      *                 player master's totals and high
      *                 score, the handicap master, any
      *                 fixture settled on it, and any badge
      *                 awarded off it. A replace card posts
      *                 the corrected game (new player,
      *                 corrected scorecard, or both) in its
      *                 place. Every record changed goes on
      *                 the correction journal as a before
      *                 and after image, and the report
      *                 lists each file touched.
      * 2026-09-28  DP  A forfeit FIXTPOST wrote to the results
      *                 file is never taken for a fixture
      *                 settled on the corrected game, even
      *                 when it carries the same date.
      * 2026-10-02  DP  Each master rewrite is also journalled
      *                 through PMJRNLW with the card's action
      *                 code, alongside the correction
      *                 journal, so the player-master
      *                 history is complete.
      * 2026-10-15  DP  Refuses to run unless the business-date
      *                 file BUSDTCTL keeps shows an open date,
      *                 so a stream run after the date was
      *                 closed, or with no date set, stops
      *                 before anything is touched.
      * 2026-10-15  DP  A cup tie settled on a corrected game is
      *                 reopened on a new generation of the
      *                 bracket for CUPRES to settle again,
      *                 its winner taken back out of the next
      *                 round's tie if that is still to be
      *                 played. The game's fee and prize rows
      *                 on the ledger are listed on the report
      *                 with the FEEPOST adjustment card that
      *                 backs each out. The journal images are
      *                 two bytes wider to hold a whole tie.
      * 2026-10-15  DP  A player can finish more than one game on
      *                 a night, so player, date and session do
      *                 not always name one game. The card can
      *                 carry the game's grand total to pick it
      *                 out, and a card that still matches more
      *                 than one game is refused, untouched,
      *                 instead of correcting every one of them
      *                 and backing only one off the master.
      *****************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GENERIC.
       OBJECT-COMPUTER. GENERIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *        Operator-keyed correction cards, one game per card.
           SELECT CORR-CARD-FILE ASSIGN TO "CORRCARD"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS GC-CARD-STATUS.

           SELECT GAME-HIST-FILE ASSIGN TO "GAMEHIST"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS GC-HIST-STATUS.

      *        The corrected history, written in full; the job
      *        scheduler swaps it in behind GAMEHIST the way it
      *        swaps GAMARCH's trimmed file in.
           SELECT GAME-NEW-FILE ASSIGN TO "GHISTNEW"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS GC-HNEW-STATUS.

      *        Read only, so a high score earned in an archived
      *        month still counts when the master's best game is
      *        worked out again.
           SELECT GAME-ARCH-FILE ASSIGN TO "GAMEARCH"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS GC-ARCH-STATUS.

           SELECT PLAYER-MASTER-FILE ASSIGN TO "PLAYRMAS"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PM-PLAYER-ID
             FILE STATUS IS GC-MASTER-STATUS.

           SELECT MATCH-RESULT-FILE ASSIGN TO "MATCHRSL"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS GC-RSLT-STATUS.

           SELECT MATCH-NEW-FILE ASSIGN TO "MRSLTNEW"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS GC-RNEW-STATUS.

           SELECT ACHIEVE-FILE ASSIGN TO "ACHVFILE"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS GC-ACHV-STATUS.

           SELECT ACHIEVE-NEW-FILE ASSIGN TO "ACHVNEW"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS GC-ANEW-STATUS.

           SELECT HCAP-MASTER-FILE ASSIGN TO "HCAPMAS"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS GC-HCAP-STATUS.

           SELECT HCAP-NEW-FILE ASSIGN TO "HCAPNEW"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS GC-CNEW-STATUS.

      *        CUPDRAW's bracket, copied whole with any tie decided
      *        on a corrected game reopened; the job scheduler
      *        swaps CUPBNEW in behind it the way it swaps MRSLTNEW.
           SELECT CUP-BRACKET-FILE ASSIGN TO "CUPBRKT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS GC-BRKT-STATUS.

           SELECT CUP-NEW-FILE ASSIGN TO "CUPBNEW"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS GC-BNEW-STATUS.

      *        Read only. Money is put right on the ledger by
      *        FEEPOST's adjustment cards, never rewritten here, so
      *        a corrected game's fee and prize rows are listed for
      *        the operator to key the cards from.
           SELECT LEDGER-FILE ASSIGN TO "LEDGER"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS GC-LEDG-STATUS.

      *        Before and after image of every record this job
      *        changes, appended across runs so a correction can
      *        itself be traced and, if need be, backed out.
           SELECT CORR-JOURNAL-FILE ASSIGN TO "CORRJRNL"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS GC-JRNL-STATUS.

           SELECT CORR-RPT-FILE ASSIGN TO "CORRRPT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS GC-RPT-STATUS.

      *        BUSDTCTL's one-record business-date file; the run
      *        refuses to start unless it shows an open date.
           SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS GC-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *        "V" voids the game outright. "R" replaces it: a new
      *        player id moves the game to the player who really
      *        rolled it, a new set of twelve category scores
      *        corrects a disputed card, and either may be left
      *        blank to keep what the history already carries.
      *        The old grand total is only needed when the player
      *        finished more than one game in the session; blank
      *        matches any total.
       FD  CORR-CARD-FILE.
       01  CORR-CARD-REC.
           05 CC-ACTION-CODE        PIC X(01).
             88 CC-VOID-GAME VALUE "V".
             88 CC-REPLACE-GAME VALUE "R".
           05 CC-PLAYER-ID          PIC X(10).
           05 CC-GAME-DATE          PIC X(08).
           05 CC-SESSION-ID         PIC X(06).
           05 CC-NEW-PLAYER-ID      PIC X(10).
           05 CC-NEW-SCORES         PIC X(24).
           05 CC-NEW-SCORE-TABLE REDEFINES CC-NEW-SCORES.
             10 CC-NEW-CAT-SCORE    PIC 99 OCCURS 12 TIMES.
           05 CC-OLD-TOTAL          PIC X(03).
           05 FILLER                PIC X(18).

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
      *        Spaces on games played before night control existed,
      *        so the card's session is matched on the character
      *        view.
           05 GH-SESSION-ID        PIC 9(06).
           05 GH-SESSION-ID-X REDEFINES GH-SESSION-ID
                                   PIC X(06).
      *        Spaces (standard rules) on games from before variant
      *        support; anything else names the house variant.
           05 GH-VARIANT-CODE      PIC X(06).

       FD  GAME-NEW-FILE.
       01  GAME-NEW-REC           PIC X(62).

       FD  GAME-ARCH-FILE.
       01  GAME-ARCH-REC.
           05 GX-PLAYER-ID         PIC X(10).
           05 GX-GAME-DATE         PIC X(08).
           05 GX-CAT-SCORE         PIC 99 OCCURS 12 TIMES.
           05 GX-UPPER-TOTAL       PIC 9(03).
           05 GX-BONUS             PIC 9(02).
           05 GX-GRAND-TOTAL       PIC 9(03).
           05 GX-SESSION-ID        PIC 9(06).
           05 GX-VARIANT-CODE      PIC X(06).

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
           05 PM-CONTEST-WINS       PIC 9(03).
           05 PM-TEAM-CODE          PIC X(04).
           05 PM-POOL-CREDITS       PIC 9(03).
           05 FILLER                PIC X(09).

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

       FD  MATCH-NEW-FILE.
       01  MATCH-NEW-REC            PIC X(49).

      *        Byte-for-byte the same layout as ACHIEVE's
      *        ACHIEVE-REC.
       FD  ACHIEVE-FILE.
       01  ACHIEVE-REC.
           05 AC-BADGE-CODE         PIC X(08).
           05 AC-PLAYER-ID          PIC X(10).
           05 AC-EARN-DATE          PIC X(08).
           05 AC-QUAL-VALUE         PIC 9(05).

       FD  ACHIEVE-NEW-FILE.
       01  ACHIEVE-NEW-REC          PIC X(31).

      *        Byte-for-byte the same layout as HCAPCALC's
      *        HCAP-MASTER-REC.
       FD  HCAP-MASTER-FILE.
       01  HCAP-MASTER-REC.
           05 HM-PLAYER-ID          PIC X(10).
           05 HM-RECENT-GAMES       PIC 9(03).
           05 HM-RECENT-AVG         PIC 9(03)V99.
           05 HM-HANDICAP           PIC 9(03).

       FD  HCAP-NEW-FILE.
       01  HCAP-NEW-REC             PIC X(21).

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

       FD  CUP-NEW-FILE.
       01  CUP-NEW-REC              PIC X(67).

      *        Byte-for-byte the same layout as FEEPOST's
      *        LEDGER-REC; the session is matched to the card's on
      *        the character view.
       FD  LEDGER-FILE.
       01  LEDGER-REC.
           05 LE-PLAYER-ID          PIC X(10).
           05 LE-SESSION-ID         PIC 9(06).
           05 LE-SESSION-ID-X REDEFINES LE-SESSION-ID
                                    PIC X(06).
           05 LE-POST-DATE          PIC X(08).
           05 LE-ENTRY-TYPE         PIC X(01).
           05 LE-DR-CR              PIC X(01).
           05 LE-AMOUNT             PIC 9(05)V99.
           05 LE-ADJ-OF             PIC X(01).
           05 LE-REFERENCE          PIC X(20).

      *        One row per record changed: the card that caused it,
      *        the file it lives on, what happened to it ("D"
      *        dropped, "C" changed, "A" added), and its image
      *        before and after.
       FD  CORR-JOURNAL-FILE.
       01  CORR-JOURNAL-REC.
           05 CJ-RUN-STAMP          PIC X(14).
           05 CJ-ACTION-CODE        PIC X(01).
           05 CJ-PLAYER-ID          PIC X(10).
           05 CJ-GAME-DATE          PIC X(08).
           05 CJ-SESSION-ID         PIC X(06).
           05 CJ-FILE-ID            PIC X(08).
           05 CJ-CHANGE-CODE        PIC X(01).
           05 CJ-BEFORE-IMAGE       PIC X(67).
           05 CJ-AFTER-IMAGE        PIC X(67).

       FD  CORR-RPT-FILE.
       01  CORR-RPT-REC             PIC X(80).

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
       01 GC-CARD-STATUS            PIC XX VALUE "00".
       01 GC-HIST-STATUS            PIC XX VALUE "00".
       01 GC-HNEW-STATUS            PIC XX VALUE "00".
       01 GC-ARCH-STATUS            PIC XX VALUE "00".
       01 GC-MASTER-STATUS          PIC XX VALUE "00".
       01 GC-RSLT-STATUS            PIC XX VALUE "00".
       01 GC-RNEW-STATUS            PIC XX VALUE "00".
       01 GC-ACHV-STATUS            PIC XX VALUE "00".
       01 GC-ANEW-STATUS            PIC XX VALUE "00".
       01 GC-HCAP-STATUS            PIC XX VALUE "00".
       01 GC-CNEW-STATUS            PIC XX VALUE "00".
       01 GC-JRNL-STATUS            PIC XX VALUE "00".
       01 GC-RPT-STATUS             PIC XX VALUE "00".
       01 GC-BUSDATE-STATUS         PIC XX VALUE "00".
       01 GC-BRKT-STATUS            PIC XX VALUE "00".
       01 GC-BNEW-STATUS            PIC XX VALUE "00".
       01 GC-LEDG-STATUS            PIC XX VALUE "00".

      *    Set from the business-date file before anything opens;
      *    no open business date means no run.
       01 GC-BUS-DATE-SW            PIC X VALUE "N".
         88 GC-BUS-DATE-OPEN VALUE "Y".
       01 GC-BUSINESS-DATE          PIC X(08) VALUE SPACES.

       01 GC-CARD-EOF-SW            PIC X VALUE "N".
         88 GC-CARD-EOF VALUE "Y".
       01 GC-HIST-EOF-SW            PIC X VALUE "N".
         88 GC-HIST-EOF VALUE "Y".
       01 GC-ARCH-EOF-SW            PIC X VALUE "N".
         88 GC-ARCH-EOF VALUE "Y".
       01 GC-RSLT-EOF-SW            PIC X VALUE "N".
         88 GC-RSLT-EOF VALUE "Y".
       01 GC-ACHV-EOF-SW            PIC X VALUE "N".
         88 GC-ACHV-EOF VALUE "Y".
       01 GC-HCAP-EOF-SW            PIC X VALUE "N".
         88 GC-HCAP-EOF VALUE "Y".
       01 GC-BRKT-EOF-SW            PIC X VALUE "N".
         88 GC-BRKT-EOF VALUE "Y".
       01 GC-LEDG-EOF-SW            PIC X VALUE "N".
         88 GC-LEDG-EOF VALUE "Y".

       01 GC-RUN-STAMP              PIC X(14) VALUE SPACES.

      *    The run's cards, edited and held whole so each file is
      *    passed once no matter how many games are corrected --
      *    bar the history, counted through first for the rows
      *    each card matches. The status byte: "P" edited and
      *    waiting for its game, "A" applied, "N" no such game on
      *    the history, "E" refused by the edit or matching more
      *    than one game. The old and new game images are captured
      *    off the history pass for the files corrected after it.
       01 GC-CARD-COUNT             PIC 9(4) COMP VALUE 0.
       01 GC-CARD-LIMIT             PIC 9(4) COMP VALUE 50.
       01 GC-CARD-TABLE.
         05 GC-CARD-ENTRY OCCURS 50 TIMES INDEXED BY GC-CD-IDX.
           10 GC-CD-ACTION          PIC X(01).
           10 GC-CD-PLAYER-ID       PIC X(10).
           10 GC-CD-GAME-DATE       PIC X(08).
           10 GC-CD-SESSION-ID      PIC X(06).
           10 GC-CD-OLD-TOTAL       PIC X(03).
           10 GC-CD-NEW-PLAYER-ID   PIC X(10).
           10 GC-CD-NEW-SCORES      PIC X(24).
           10 GC-CD-STATUS          PIC X(01).
           10 GC-CD-REASON          PIC X(20).
           10 GC-CD-HIST-HITS       PIC 9(03).
           10 GC-CD-KEY-ROWS        PIC 9(03).
           10 GC-CD-OLD-IMAGE       PIC X(62).
           10 GC-CD-NEW-IMAGE       PIC X(62).

      *    Working views of a captured old and new game image.
       01 GC-OLD-GAME.
         05 GO-PLAYER-ID            PIC X(10).
         05 GO-GAME-DATE            PIC X(08).
         05 GO-CAT-SCORE            PIC 99 OCCURS 12 TIMES.
         05 GO-UPPER-TOTAL          PIC 9(03).
         05 GO-BONUS                PIC 9(02).
         05 GO-GRAND-TOTAL          PIC 9(03).
         05 GO-SESSION-ID           PIC X(06).
         05 GO-VARIANT-CODE         PIC X(06).
       01 GC-NEW-GAME.
         05 GN-PLAYER-ID            PIC X(10).
         05 GN-GAME-DATE            PIC X(08).
         05 GN-CAT-SCORE            PIC 99 OCCURS 12 TIMES.
         05 GN-UPPER-TOTAL          PIC 9(03).
         05 GN-BONUS                PIC 9(02).
         05 GN-GRAND-TOTAL          PIC 9(03).
         05 GN-SESSION-ID           PIC X(06).
         05 GN-VARIANT-CODE         PIC X(06).
       01 GC-NEW-SCORE-WORK.
         05 GC-NS-CAT-SCORE         PIC 99 OCCURS 12 TIMES.

      *    Every player a correction takes a game from or gives a
      *    game to. The corrected history and the archive feed each
      *    one's best standard game, and the corrected history
      *    feeds the same ten-game ring HCAPCALC averages, so the
      *    handicap row can be rebuilt without waiting for the next
      *    HCAPCALC run.
       01 GC-AFF-COUNT              PIC 9(4) COMP VALUE 0.
       01 GC-AFF-TABLE.
         05 GC-AFF-ENTRY OCCURS 100 TIMES INDEXED BY GC-AF-IDX.
           10 GC-AF-PLAYER-ID       PIC X(10).
           10 GC-AF-BEST-GAME       PIC 9(03).
           10 GC-AF-GAMES-SEEN      PIC 9(05).
           10 GC-AF-RING-POS        PIC 99.
           10 GC-AF-RING-SLOT       PIC 9(03) OCCURS 10 TIMES.
           10 GC-AF-HCAP-DONE       PIC X(01).
       01 GC-RECENT-LIMIT           PIC 99 VALUE 10.
       01 GC-SLOT-I                 PIC 99 COMP VALUE 0.

      *    Shop average over the corrected history, standard games
      *    only, worked exactly the way HCAPCALC works it.
       01 GC-SHOP-GAMES             PIC 9(07) COMP VALUE 0.
       01 GC-SHOP-TOTAL-SUM         PIC 9(09) COMP VALUE 0.
       01 GC-SHOP-AVG               PIC 9(03)V99 VALUE 0.
       01 GC-RECENT-COUNT           PIC 99 VALUE 0.
       01 GC-RECENT-SUM             PIC 9(05) VALUE 0.
       01 GC-RECENT-AVG             PIC 9(03)V99 VALUE 0.
       01 GC-HANDICAP               PIC 9(03) VALUE 0.

       01 GC-FOUND-SW               PIC X VALUE "N".
         88 GC-KEY-FOUND VALUE "Y".
       01 GC-LOOKUP-ID              PIC X(10) VALUE SPACES.
       01 GC-CAT-IDX                PIC 99 COMP VALUE 0.
       01 GC-SCORE-SUM              PIC 9(03) VALUE 0.
       01 GC-STANDARD-SW            PIC X VALUE "N".
         88 GC-STANDARD-GAME VALUE "Y".
       01 GC-SAME-PLAYER-SW         PIC X VALUE "N".
         88 GC-SAME-PLAYER VALUE "Y".
       01 GC-SIDE-HCAP              PIC 9(04) VALUE 0.
       01 GC-KEEP-SW                PIC X VALUE "Y".
         88 GC-KEEP-RECORD VALUE "Y".
       01 GC-BADGE-VALUE            PIC 9(05) VALUE 0.

      *    A reopened tie's winner has already gone through to the
      *    next round. CUPDRAW writes the bracket in round then tie
      *    order, so the tie it went to -- tie (T + 1) / 2 of the
      *    next round, home side from an odd tie -- comes further
      *    down the same pass, and is held here until it does.
       01 GC-NEXT-COUNT             PIC 9(4) COMP VALUE 0.
       01 GC-NEXT-LIMIT             PIC 9(4) COMP VALUE 50.
       01 GC-NEXT-TABLE.
         05 GC-NEXT-ENTRY OCCURS 50 TIMES INDEXED BY GC-NX-IDX.
           10 GC-NX-ROUND-NO        PIC 9(02).
           10 GC-NX-TIE-NO          PIC 9(03).
           10 GC-NX-SIDE            PIC X(01).
           10 GC-NX-PLAYER-ID       PIC X(10).
           10 GC-NX-CARD-NO         PIC 9(4) COMP.
       01 GC-OLD-WINNER-ID          PIC X(10) VALUE SPACES.
       01 GC-HALF-TIE               PIC 9(03) VALUE 0.
       01 GC-TIE-ODD                PIC 9(01) VALUE 0.

      *    Set by each caller before 8500-WRITE-JOURNAL and
      *    8600-WRITE-TOUCH-LINE.
       01 GC-JRN-FILE-ID            PIC X(08) VALUE SPACES.
       01 GC-JRN-CHANGE             PIC X(01) VALUE SPACES.
       01 GC-JRN-BEFORE             PIC X(67) VALUE SPACES.
       01 GC-JRN-AFTER              PIC X(67) VALUE SPACES.

       01 GC-CARD-READ-COUNT        PIC 9(5) COMP VALUE 0.
       01 GC-APPLIED-COUNT          PIC 9(5) COMP VALUE 0.
       01 GC-REJECT-COUNT           PIC 9(5) COMP VALUE 0.
       01 GC-HIST-TOUCHED           PIC 9(5) COMP VALUE 0.
       01 GC-MASTER-TOUCHED         PIC 9(5) COMP VALUE 0.
       01 GC-RSLT-TOUCHED           PIC 9(5) COMP VALUE 0.
       01 GC-ACHV-TOUCHED           PIC 9(5) COMP VALUE 0.
       01 GC-HCAP-TOUCHED           PIC 9(5) COMP VALUE 0.
       01 GC-CUP-TOUCHED            PIC 9(5) COMP VALUE 0.
       01 GC-LEDG-LISTED            PIC 9(5) COMP VALUE 0.
       01 GC-JRNL-COUNT             PIC 9(5) COMP VALUE 0.

      *        Must stay byte-for-byte aligned with RUNLOGW's LINKAGE
      *        SECTION WS-RUNLOG-PARMS record.
       01 GC-RUNLOG-PARMS.
         05 GC-RL-PROGRAM-ID        PIC X(10) VALUE "GAMECORR".
         05 GC-RL-START-STAMP       PIC X(14).
         05 GC-RL-READ-COUNT        PIC 9(07).
         05 GC-RL-PROC-COUNT        PIC 9(07).
         05 GC-RL-REJECT-COUNT      PIC 9(07).
         05 GC-RL-WORST-STATUS      PIC XX VALUE "00".
       01 GC-NOTE-STATUS            PIC XX VALUE "00".

      *        Must stay byte-for-byte aligned with PMJRNLW's LINKAGE
      *        SECTION JW-JOURNAL-PARMS record.
       01 GC-JOURNAL-PARMS.
         05 GC-JP-PROGRAM-ID        PIC X(10) VALUE "GAMECORR".
         05 GC-JP-TRAN-CODE         PIC X(01).
         05 GC-JP-ACTION            PIC X(01).
         05 GC-JP-BEFORE-IMAGE      PIC X(65).
         05 GC-JP-AFTER-IMAGE       PIC X(65).

       01 GC-HDR-LINE-1.
         05 FILLER                  PIC X(24)
           VALUE "GAME CORRECTION RUN".
         05 GC-HDR-STAMP            PIC X(14).
       01 GC-HDR-LINE-2.
         05 FILLER                  PIC X(07) VALUE "ACTION".
         05 FILLER                  PIC X(12) VALUE "PLAYER".
         05 FILLER                  PIC X(10) VALUE "DATE".
         05 FILLER                  PIC X(08) VALUE "SESSION".
         05 FILLER                  PIC X(12) VALUE "NEW PLAYER".
         05 FILLER                  PIC X(20) VALUE "OUTCOME".

       01 GC-CARD-LINE.
         05 GC-CL-ACTION            PIC X(07).
         05 GC-CL-PLAYER-ID         PIC X(10).
         05 FILLER                  PIC X(02) VALUE SPACES.
         05 GC-CL-GAME-DATE         PIC X(08).
         05 FILLER                  PIC X(02) VALUE SPACES.
         05 GC-CL-SESSION-ID        PIC X(06).
         05 FILLER                  PIC X(02) VALUE SPACES.
         05 GC-CL-NEW-PLAYER-ID     PIC X(10).
         05 FILLER                  PIC X(02) VALUE SPACES.
         05 GC-CL-OUTCOME           PIC X(20).

      *    One line per record changed, under the card that caused
      *    it, naming the file and what happened.
       01 GC-TOUCH-LINE.
         05 FILLER                  PIC X(04) VALUE SPACES.
         05 GC-TL-FILE-ID           PIC X(08).
         05 FILLER                  PIC X(02) VALUE SPACES.
         05 GC-TL-CHANGE            PIC X(08).
         05 FILLER                  PIC X(02) VALUE SPACES.
         05 GC-TL-DETAIL            PIC X(50).

       01 GC-DETAIL-WORK.
         05 GC-DW-TEXT              PIC X(20).
         05 GC-DW-VALUE-1           PIC ZZZZ9.
         05 FILLER                  PIC X(01) VALUE SPACE.
         05 GC-DW-ARROW             PIC X(02).
         05 FILLER                  PIC X(01) VALUE SPACE.
         05 GC-DW-VALUE-2           PIC ZZZZ9.
         05 FILLER                  PIC X(16) VALUE SPACES.

      *    A ledger row of a corrected game and the adjustment
      *    card that backs it out: the other side, against the fee
      *    pot for a fee and the prize pot for a prize.
       01 GC-LEDGER-DETAIL.
         05 GC-LD-PLAYER-ID         PIC X(10).
         05 FILLER                  PIC X(01) VALUE SPACE.
         05 GC-LD-ENTRY             PIC X(05).
         05 FILLER                  PIC X(01) VALUE SPACE.
         05 GC-LD-DR-CR             PIC X(01).
         05 GC-LD-AMOUNT            PIC ZZZZ9.99.
         05 FILLER                  PIC X(06) VALUE " SESS ".
         05 GC-LD-SESSION-ID        PIC X(06).
         05 FILLER                  PIC X(06) VALUE " CARD ".
         05 GC-LD-CARD-DR-CR        PIC X(01).
         05 FILLER                  PIC X(01) VALUE SPACE.
         05 GC-LD-CARD-POT          PIC X(01).

       01 GC-SUMM-HDR               PIC X(40)
         VALUE "FILES TOUCHED THIS RUN".
       01 GC-SUMM-LINE.
         05 FILLER                  PIC X(04) VALUE SPACES.
         05 GC-SL-FILE-ID           PIC X(08).
         05 FILLER                  PIC X(02) VALUE SPACES.
         05 GC-SL-COUNT             PIC ZZZZ9.
         05 FILLER                  PIC X(09) VALUE " RECORDS ".
         05 GC-SL-NOTE              PIC X(40).

       01 GC-TRL-LINE.
         05 FILLER                  PIC X(06) VALUE "CARDS ".
         05 GC-TRL-READ             PIC ZZZZ9.
         05 FILLER                  PIC X(10) VALUE "  APPLIED ".
         05 GC-TRL-APPLIED          PIC ZZZZ9.
         05 FILLER                  PIC X(11) VALUE "  REJECTED ".
         05 GC-TRL-REJECTED         PIC ZZZZ9.
         05 FILLER                  PIC X(10) VALUE "  JOURNAL ".
         05 GC-TRL-JOURNAL          PIC ZZZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0200-CHECK-BUSINESS-DATE
             THRU 0200-CHECK-BUSINESS-DATE-EXIT.
           IF NOT GC-BUS-DATE-OPEN
             DISPLAY "GAMECORR *** NO BUSINESS DATE OPEN"
               " - RUN REFUSED ***"
             DISPLAY "GAMECORR RUN BUSDTCTL WITH AN OPEN CARD FIRST"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 1100-LOAD-CARDS THRU 1100-LOAD-CARDS-EXIT
             UNTIL GC-CARD-EOF.
           PERFORM 2000-SCAN-ARCHIVE THRU 2000-SCAN-ARCHIVE-EXIT
             UNTIL GC-ARCH-EOF.
           PERFORM 2500-COUNT-HISTORY THRU 2500-COUNT-HISTORY-EXIT
             UNTIL GC-HIST-EOF.
           PERFORM 2600-REFUSE-AMBIGUOUS
             THRU 2600-REFUSE-AMBIGUOUS-EXIT.
           PERFORM 3000-CORRECT-HISTORY THRU 3000-CORRECT-HISTORY-EXIT
             UNTIL GC-HIST-EOF.
           PERFORM 3900-NOTE-UNMATCHED THRU 3900-NOTE-UNMATCHED-EXIT.
           PERFORM 4000-CORRECT-MASTER THRU 4000-CORRECT-MASTER-EXIT.
           PERFORM 5000-CORRECT-RESULTS THRU 5000-CORRECT-RESULTS-EXIT
             UNTIL GC-RSLT-EOF.
           PERFORM 5500-CORRECT-BRACKET THRU 5500-CORRECT-BRACKET-EXIT
             UNTIL GC-BRKT-EOF.
           PERFORM 6000-CORRECT-BADGES THRU 6000-CORRECT-BADGES-EXIT
             UNTIL GC-ACHV-EOF.
           PERFORM 7000-CORRECT-HANDICAPS
             THRU 7000-CORRECT-HANDICAPS-EXIT.
           PERFORM 7500-LIST-LEDGER THRU 7500-LIST-LEDGER-EXIT
             UNTIL GC-LEDG-EOF.
           PERFORM 8000-PRINT-SUMMARY THRU 8000-PRINT-SUMMARY-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           STOP RUN.

      *    The processing date comes from the business-date file
      *    BUSDTCTL keeps, not the clock. A missing file or a
      *    closed date leaves the switch off and the run refused.
       0200-CHECK-BUSINESS-DATE.
           OPEN INPUT BUS-DATE-FILE.
           IF GC-BUSDATE-STATUS IS EQUAL TO "35"
             GO TO 0200-CHECK-BUSINESS-DATE-EXIT
           END-IF.
           READ BUS-DATE-FILE
             AT END
               CONTINUE
             NOT AT END
               IF BD-DATE-STATUS IS EQUAL TO "OPEN"
                 MOVE "Y" TO GC-BUS-DATE-SW
                 MOVE BD-BUSINESS-DATE TO GC-BUSINESS-DATE
               END-IF
           END-READ.
           CLOSE BUS-DATE-FILE.
       0200-CHECK-BUSINESS-DATE-EXIT.
           EXIT.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO GC-RL-START-STAMP.
           MOVE GC-RL-START-STAMP TO GC-RUN-STAMP.
           OPEN INPUT CORR-CARD-FILE.
           IF GC-CARD-STATUS IS EQUAL TO "35"
             MOVE "Y" TO GC-CARD-EOF-SW
           END-IF.
           OPEN INPUT GAME-ARCH-FILE.
           IF GC-ARCH-STATUS IS EQUAL TO "35"
             MOVE "Y" TO GC-ARCH-EOF-SW
           END-IF.
           OPEN INPUT GAME-HIST-FILE.
           IF GC-HIST-STATUS IS EQUAL TO "35"
             MOVE "Y" TO GC-HIST-EOF-SW
           END-IF.
           OPEN INPUT MATCH-RESULT-FILE.
           IF GC-RSLT-STATUS IS EQUAL TO "35"
             MOVE "Y" TO GC-RSLT-EOF-SW
           END-IF.
           OPEN INPUT ACHIEVE-FILE.
           IF GC-ACHV-STATUS IS EQUAL TO "35"
             MOVE "Y" TO GC-ACHV-EOF-SW
           END-IF.
           OPEN INPUT HCAP-MASTER-FILE.
           IF GC-HCAP-STATUS IS EQUAL TO "35"
             MOVE "Y" TO GC-HCAP-EOF-SW
           END-IF.
           OPEN INPUT CUP-BRACKET-FILE.
           IF GC-BRKT-STATUS IS EQUAL TO "35"
             MOVE "Y" TO GC-BRKT-EOF-SW
           END-IF.
           OPEN INPUT LEDGER-FILE.
           IF GC-LEDG-STATUS IS EQUAL TO "35"
             MOVE "Y" TO GC-LEDG-EOF-SW
           END-IF.
           OPEN I-O PLAYER-MASTER-FILE.
           OPEN OUTPUT GAME-NEW-FILE.
           OPEN OUTPUT MATCH-NEW-FILE.
           OPEN OUTPUT CUP-NEW-FILE.
           OPEN OUTPUT ACHIEVE-NEW-FILE.
           OPEN OUTPUT HCAP-NEW-FILE.
           OPEN EXTEND CORR-JOURNAL-FILE.
           IF GC-JRNL-STATUS IS EQUAL TO "05" OR "35"
             OPEN OUTPUT CORR-JOURNAL-FILE
           END-IF.
           OPEN OUTPUT CORR-RPT-FILE.
           MOVE GC-RUN-STAMP TO GC-HDR-STAMP.
           WRITE CORR-RPT-REC FROM GC-HDR-LINE-1.
           WRITE CORR-RPT-REC FROM GC-HDR-LINE-2.
       1000-INITIALIZE-EXIT.
           EXIT.

       1100-LOAD-CARDS.
           READ CORR-CARD-FILE
             AT END
               MOVE "Y" TO GC-CARD-EOF-SW
             NOT AT END
               ADD 1 TO GC-CARD-READ-COUNT
               PERFORM 1200-EDIT-CARD THRU 1200-EDIT-CARD-EXIT
           END-READ.
           MOVE GC-CARD-STATUS TO GC-NOTE-STATUS.
           PERFORM 9800-NOTE-STATUS THRU 9800-NOTE-STATUS-EXIT.
       1100-LOAD-CARDS-EXIT.
           EXIT.

      *    A card is refused outright when it cannot name one game
      *    or cannot say what to do with it, and when a replace
      *    would hand the game to a player the master does not
      *    know. A refused card is still echoed on the report so
      *    the operator sees every card accounted for.
       1200-EDIT-CARD.
           IF GC-CARD-COUNT IS NOT LESS THAN GC-CARD-LIMIT
             ADD 1 TO GC-REJECT-COUNT
             MOVE SPACES TO GC-CARD-LINE
             MOVE CC-PLAYER-ID TO GC-CL-PLAYER-ID
             MOVE "CARD TABLE FULL" TO GC-CL-OUTCOME
             WRITE CORR-RPT-REC FROM GC-CARD-LINE
             GO TO 1200-EDIT-CARD-EXIT
           END-IF.
           ADD 1 TO GC-CARD-COUNT.
           SET GC-CD-IDX TO GC-CARD-COUNT.
           MOVE CC-ACTION-CODE TO GC-CD-ACTION(GC-CD-IDX).
           MOVE CC-PLAYER-ID TO GC-CD-PLAYER-ID(GC-CD-IDX).
           MOVE CC-GAME-DATE TO GC-CD-GAME-DATE(GC-CD-IDX).
           MOVE CC-SESSION-ID TO GC-CD-SESSION-ID(GC-CD-IDX).
           MOVE CC-OLD-TOTAL TO GC-CD-OLD-TOTAL(GC-CD-IDX).
           MOVE 0 TO GC-CD-KEY-ROWS(GC-CD-IDX).
           MOVE CC-NEW-PLAYER-ID TO GC-CD-NEW-PLAYER-ID(GC-CD-IDX).
           MOVE CC-NEW-SCORES TO GC-CD-NEW-SCORES(GC-CD-IDX).
           MOVE "P" TO GC-CD-STATUS(GC-CD-IDX).
           MOVE SPACES TO GC-CD-REASON(GC-CD-IDX).
           MOVE 0 TO GC-CD-HIST-HITS(GC-CD-IDX).
           MOVE SPACES TO GC-CD-OLD-IMAGE(GC-CD-IDX).
           MOVE SPACES TO GC-CD-NEW-IMAGE(GC-CD-IDX).
           EVALUATE TRUE
             WHEN NOT CC-VOID-GAME AND NOT CC-REPLACE-GAME
               MOVE "UNKNOWN ACTION CODE" TO GC-CD-REASON(GC-CD-IDX)
             WHEN CC-PLAYER-ID IS EQUAL TO SPACES
               OR CC-GAME-DATE IS EQUAL TO SPACES
               MOVE "PLAYER/DATE MISSING" TO GC-CD-REASON(GC-CD-IDX)
             WHEN CC-OLD-TOTAL IS NOT EQUAL TO SPACES
               AND CC-OLD-TOTAL IS NOT NUMERIC
               MOVE "OLD TOTAL NOT NUMERIC"
                 TO GC-CD-REASON(GC-CD-IDX)
             WHEN CC-VOID-GAME
               MOVE SPACES TO GC-CD-NEW-PLAYER-ID(GC-CD-IDX)
               MOVE SPACES TO GC-CD-NEW-SCORES(GC-CD-IDX)
             WHEN CC-NEW-PLAYER-ID IS EQUAL TO SPACES
               AND CC-NEW-SCORES IS EQUAL TO SPACES
               MOVE "NOTHING TO REPLACE" TO GC-CD-REASON(GC-CD-IDX)
             WHEN CC-NEW-SCORES IS NOT EQUAL TO SPACES
               AND CC-NEW-SCORES IS NOT NUMERIC
               MOVE "NEW SCORES NOT NUMERIC"
                 TO GC-CD-REASON(GC-CD-IDX)
             WHEN OTHER
               IF CC-NEW-PLAYER-ID IS EQUAL TO SPACES
                 MOVE CC-PLAYER-ID TO GC-CD-NEW-PLAYER-ID(GC-CD-IDX)
               ELSE
                 MOVE CC-NEW-PLAYER-ID TO PM-PLAYER-ID
                 READ PLAYER-MASTER-FILE
                   INVALID KEY
                     MOVE "NEW PLAYER UNKNOWN"
                       TO GC-CD-REASON(GC-CD-IDX)
                 END-READ
               END-IF
           END-EVALUATE.
           IF GC-CD-REASON(GC-CD-IDX) IS NOT EQUAL TO SPACES
             MOVE "E" TO GC-CD-STATUS(GC-CD-IDX)
             ADD 1 TO GC-REJECT-COUNT
             PERFORM 8100-WRITE-CARD-LINE THRU 8100-WRITE-CARD-LINE-EXIT
             GO TO 1200-EDIT-CARD-EXIT
           END-IF.
           MOVE GC-CD-PLAYER-ID(GC-CD-IDX) TO GC-LOOKUP-ID.
           PERFORM 1300-NOTE-AFFECTED THRU 1300-NOTE-AFFECTED-EXIT.
           IF GC-CD-NEW-PLAYER-ID(GC-CD-IDX) IS NOT EQUAL TO SPACES
             MOVE GC-CD-NEW-PLAYER-ID(GC-CD-IDX) TO GC-LOOKUP-ID
             PERFORM 1300-NOTE-AFFECTED THRU 1300-NOTE-AFFECTED-EXIT
           END-IF.
       1200-EDIT-CARD-EXIT.
           EXIT.

      *    Adds GC-LOOKUP-ID to the affected-player table unless it
      *    is already there; leaves GC-AF-IDX on its entry.
       1300-NOTE-AFFECTED.
           PERFORM 1310-FIND-AFFECTED THRU 1310-FIND-AFFECTED-EXIT.
           IF NOT GC-KEY-FOUND
             ADD 1 TO GC-AFF-COUNT
             SET GC-AF-IDX TO GC-AFF-COUNT
             MOVE GC-LOOKUP-ID TO GC-AF-PLAYER-ID(GC-AF-IDX)
             MOVE 0 TO GC-AF-BEST-GAME(GC-AF-IDX)
             MOVE 0 TO GC-AF-GAMES-SEEN(GC-AF-IDX)
             MOVE 0 TO GC-AF-RING-POS(GC-AF-IDX)
             MOVE "N" TO GC-AF-HCAP-DONE(GC-AF-IDX)
             MOVE 1 TO GC-SLOT-I
             PERFORM 1330-CLEAR-RING-SLOT
               THRU 1330-CLEAR-RING-SLOT-EXIT
               GC-RECENT-LIMIT TIMES
           END-IF.
       1300-NOTE-AFFECTED-EXIT.
           EXIT.

      *    Leaves GC-AF-IDX sitting on the matching entry when the
      *    found switch comes back "Y".
       1310-FIND-AFFECTED.
           MOVE "N" TO GC-FOUND-SW.
           IF GC-AFF-COUNT IS GREATER THAN 0
             SET GC-AF-IDX TO 1
             PERFORM 1320-COMPARE-AFFECTED
               THRU 1320-COMPARE-AFFECTED-EXIT
               GC-AFF-COUNT TIMES
           END-IF.
       1310-FIND-AFFECTED-EXIT.
           EXIT.

       1320-COMPARE-AFFECTED.
           IF GC-KEY-FOUND
             CONTINUE
           ELSE
             IF GC-LOOKUP-ID IS EQUAL TO GC-AF-PLAYER-ID(GC-AF-IDX)
               MOVE "Y" TO GC-FOUND-SW
             ELSE
               SET GC-AF-IDX UP BY 1
             END-IF
           END-IF.
       1320-COMPARE-AFFECTED-EXIT.
           EXIT.

       1330-CLEAR-RING-SLOT.
           MOVE 0 TO GC-AF-RING-SLOT(GC-AF-IDX, GC-SLOT-I).
           ADD 1 TO GC-SLOT-I.
       1330-CLEAR-RING-SLOT-EXIT.
           EXIT.

      *    Archived standard games only count toward an affected
      *    player's best game; the handicap ring is live-only, the
      *    way HCAPCALC builds it.
       2000-SCAN-ARCHIVE.
           READ GAME-ARCH-FILE
             AT END
               MOVE "Y" TO GC-ARCH-EOF-SW
             NOT AT END
               IF GX-VARIANT-CODE IS EQUAL TO SPACES
                 OR GX-VARIANT-CODE IS EQUAL TO "STD"
                 MOVE GX-PLAYER-ID TO GC-LOOKUP-ID
                 PERFORM 1310-FIND-AFFECTED
                   THRU 1310-FIND-AFFECTED-EXIT
                 IF GC-KEY-FOUND
                   AND GX-GRAND-TOTAL IS GREATER THAN
                     GC-AF-BEST-GAME(GC-AF-IDX)
                   MOVE GX-GRAND-TOTAL TO GC-AF-BEST-GAME(GC-AF-IDX)
                 END-IF
               END-IF
           END-READ.
       2000-SCAN-ARCHIVE-EXIT.
           EXIT.

      *    Counts the history rows each card matches. YACHTBAT
      *    writes a row for every game a player finishes, so two
      *    games in one session share player, date and session,
      *    and only the card's old grand total can tell them apart.
       2500-COUNT-HISTORY.
           READ GAME-HIST-FILE
             AT END
               MOVE "Y" TO GC-HIST-EOF-SW
               GO TO 2500-COUNT-HISTORY-EXIT
           END-READ.
           MOVE GC-HIST-STATUS TO GC-NOTE-STATUS.
           PERFORM 9800-NOTE-STATUS THRU 9800-NOTE-STATUS-EXIT.
           PERFORM 3100-FIND-CARD THRU 3100-FIND-CARD-EXIT.
           IF GC-KEY-FOUND
             ADD 1 TO GC-CD-KEY-ROWS(GC-CD-IDX)
           END-IF.
       2500-COUNT-HISTORY-EXIT.
           EXIT.

      *    A card matching more than one row cannot say which game
      *    it means, and is refused before anything is touched; the
      *    history is then read again from the top for the copy.
       2600-REFUSE-AMBIGUOUS.
           IF GC-CARD-COUNT IS GREATER THAN 0
             SET GC-CD-IDX TO 1
             PERFORM 2610-CHECK-KEY-ROWS THRU 2610-CHECK-KEY-ROWS-EXIT
               GC-CARD-COUNT TIMES
           END-IF.
           IF GC-HIST-STATUS IS NOT EQUAL TO "35"
             CLOSE GAME-HIST-FILE
             OPEN INPUT GAME-HIST-FILE
             MOVE GC-HIST-STATUS TO GC-NOTE-STATUS
             PERFORM 9800-NOTE-STATUS THRU 9800-NOTE-STATUS-EXIT
             MOVE "N" TO GC-HIST-EOF-SW
           END-IF.
       2600-REFUSE-AMBIGUOUS-EXIT.
           EXIT.

       2610-CHECK-KEY-ROWS.
           IF GC-CD-STATUS(GC-CD-IDX) IS EQUAL TO "P"
             AND GC-CD-KEY-ROWS(GC-CD-IDX) IS GREATER THAN 1
             MOVE "E" TO GC-CD-STATUS(GC-CD-IDX)
             MOVE "MORE THAN ONE GAME" TO GC-CD-REASON(GC-CD-IDX)
             ADD 1 TO GC-REJECT-COUNT
             PERFORM 8100-WRITE-CARD-LINE THRU 8100-WRITE-CARD-LINE-EXIT
           END-IF.
           SET GC-CD-IDX UP BY 1.
       2610-CHECK-KEY-ROWS-EXIT.
           EXIT.

      *    Copies the history to the corrected file, dropping the
      *    voided game and swapping the replaced one for its
      *    corrected image. Each card left live by the count
      *    matches exactly one row, so the master is later backed
      *    off for the one game taken here. Every record that
      *    survives feeds the shop average and the affected
      *    players' best games and handicap rings.
       3000-CORRECT-HISTORY.
           READ GAME-HIST-FILE
             AT END
               MOVE "Y" TO GC-HIST-EOF-SW
               GO TO 3000-CORRECT-HISTORY-EXIT
           END-READ.
           MOVE GC-HIST-STATUS TO GC-NOTE-STATUS.
           PERFORM 9800-NOTE-STATUS THRU 9800-NOTE-STATUS-EXIT.
           PERFORM 3100-FIND-CARD THRU 3100-FIND-CARD-EXIT.
           IF GC-KEY-FOUND
             PERFORM 3200-APPLY-CARD THRU 3200-APPLY-CARD-EXIT
           END-IF.
           IF GC-KEEP-RECORD
             WRITE GAME-NEW-REC FROM GAME-HIST-REC
             MOVE GC-HNEW-STATUS TO GC-NOTE-STATUS
             PERFORM 9800-NOTE-STATUS THRU 9800-NOTE-STATUS-EXIT
             PERFORM 3400-POST-SURVIVOR THRU 3400-POST-SURVIVOR-EXIT
           END-IF.
       3000-CORRECT-HISTORY-EXIT.
           EXIT.

      *    Leaves GC-CD-IDX on the first live card naming this game.
       3100-FIND-CARD.
           MOVE "N" TO GC-FOUND-SW.
           MOVE "Y" TO GC-KEEP-SW.
           IF GC-CARD-COUNT IS GREATER THAN 0
             SET GC-CD-IDX TO 1
             PERFORM 3110-COMPARE-CARD THRU 3110-COMPARE-CARD-EXIT
               GC-CARD-COUNT TIMES
           END-IF.
       3100-FIND-CARD-EXIT.
           EXIT.

       3110-COMPARE-CARD.
           IF GC-KEY-FOUND
             CONTINUE
           ELSE
             IF GC-CD-STATUS(GC-CD-IDX) IS NOT EQUAL TO "E"
               AND GH-PLAYER-ID IS EQUAL TO GC-CD-PLAYER-ID(GC-CD-IDX)
               AND GH-GAME-DATE IS EQUAL TO
                 GC-CD-GAME-DATE(GC-CD-IDX)
               AND GH-SESSION-ID-X IS EQUAL TO
                 GC-CD-SESSION-ID(GC-CD-IDX)
               AND (GC-CD-OLD-TOTAL(GC-CD-IDX) IS EQUAL TO SPACES
                 OR GC-CD-OLD-TOTAL(GC-CD-IDX) IS EQUAL TO
                   GH-GRAND-TOTAL)
               MOVE "Y" TO GC-FOUND-SW
             ELSE
               SET GC-CD-IDX UP BY 1
             END-IF
           END-IF.
       3110-COMPARE-CARD-EXIT.
           EXIT.

      *    A corrected scorecard is re-added under the standard
      *    rules, so it is only accepted on a standard-rules game;
      *    a variant game can still be voided or moved to another
      *    player as it stands.
       3200-APPLY-CARD.
           MOVE GAME-HIST-REC TO GC-OLD-GAME.
           IF GC-CD-HIST-HITS(GC-CD-IDX) IS EQUAL TO 0
             IF GC-CD-ACTION(GC-CD-IDX) IS EQUAL TO "R"
               AND GC-CD-NEW-SCORES(GC-CD-IDX) IS NOT EQUAL TO SPACES
               AND GO-VARIANT-CODE IS NOT EQUAL TO SPACES
               AND GO-VARIANT-CODE IS NOT EQUAL TO "STD"
               MOVE "E" TO GC-CD-STATUS(GC-CD-IDX)
               MOVE "VARIANT - VOID ONLY" TO GC-CD-REASON(GC-CD-IDX)
               ADD 1 TO GC-REJECT-COUNT
               PERFORM 8100-WRITE-CARD-LINE
                 THRU 8100-WRITE-CARD-LINE-EXIT
               GO TO 3200-APPLY-CARD-EXIT
             END-IF
             MOVE GC-OLD-GAME TO GC-CD-OLD-IMAGE(GC-CD-IDX)
             MOVE "A" TO GC-CD-STATUS(GC-CD-IDX)
             ADD 1 TO GC-APPLIED-COUNT
             PERFORM 8100-WRITE-CARD-LINE
               THRU 8100-WRITE-CARD-LINE-EXIT
           END-IF.
           ADD 1 TO GC-CD-HIST-HITS(GC-CD-IDX).
           ADD 1 TO GC-HIST-TOUCHED.
           MOVE "GAMEHIST" TO GC-JRN-FILE-ID.
           MOVE GAME-HIST-REC TO GC-JRN-BEFORE.
           IF GC-CD-ACTION(GC-CD-IDX) IS EQUAL TO "V"
             MOVE "N" TO GC-KEEP-SW
             MOVE "D" TO GC-JRN-CHANGE
             MOVE SPACES TO GC-JRN-AFTER
             MOVE "GAME VOIDED" TO GC-DW-TEXT
             MOVE GO-GRAND-TOTAL TO GC-DW-VALUE-1
             MOVE SPACES TO GC-DW-ARROW
             MOVE 0 TO GC-DW-VALUE-2
           ELSE
             PERFORM 3300-BUILD-REPLACEMENT
               THRU 3300-BUILD-REPLACEMENT-EXIT
             MOVE GC-NEW-GAME TO GAME-HIST-REC
             MOVE GC-NEW-GAME TO GC-CD-NEW-IMAGE(GC-CD-IDX)
             MOVE "C" TO GC-JRN-CHANGE
             MOVE GAME-HIST-REC TO GC-JRN-AFTER
             MOVE SPACES TO GC-DW-TEXT
             STRING "GAME NOW " DELIMITED BY SIZE
               GN-PLAYER-ID DELIMITED BY SPACE
               INTO GC-DW-TEXT
             MOVE GO-GRAND-TOTAL TO GC-DW-VALUE-1
             MOVE "->" TO GC-DW-ARROW
             MOVE GN-GRAND-TOTAL TO GC-DW-VALUE-2
           END-IF.
           PERFORM 8500-WRITE-JOURNAL THRU 8500-WRITE-JOURNAL-EXIT.
           PERFORM 8600-WRITE-TOUCH-LINE
             THRU 8600-WRITE-TOUCH-LINE-EXIT.
       3200-APPLY-CARD-EXIT.
           EXIT.

      *    The replacement keeps the game's date, session and
      *    variant; a corrected scorecard has its upper total,
      *    63-point bonus and grand total worked again the way
      *    YACHT works them.
       3300-BUILD-REPLACEMENT.
           MOVE GC-OLD-GAME TO GC-NEW-GAME.
           MOVE GC-CD-NEW-PLAYER-ID(GC-CD-IDX) TO GN-PLAYER-ID.
           IF GC-CD-NEW-SCORES(GC-CD-IDX) IS EQUAL TO SPACES
             GO TO 3300-BUILD-REPLACEMENT-EXIT
           END-IF.
           MOVE GC-CD-NEW-SCORES(GC-CD-IDX) TO GC-NEW-SCORE-WORK.
           MOVE 1 TO GC-CAT-IDX.
           PERFORM 3310-MOVE-NEW-SCORE THRU 3310-MOVE-NEW-SCORE-EXIT
             12 TIMES.
           MOVE 0 TO GC-SCORE-SUM.
           MOVE 1 TO GC-CAT-IDX.
           PERFORM 3320-ADD-NEW-SCORE THRU 3320-ADD-NEW-SCORE-EXIT
             6 TIMES.
           MOVE GC-SCORE-SUM TO GN-UPPER-TOTAL.
           IF GN-UPPER-TOTAL IS NOT LESS THAN 63
             MOVE 35 TO GN-BONUS
           ELSE
             MOVE 0 TO GN-BONUS
           END-IF.
           PERFORM 3320-ADD-NEW-SCORE THRU 3320-ADD-NEW-SCORE-EXIT
             6 TIMES.
           COMPUTE GN-GRAND-TOTAL = GC-SCORE-SUM + GN-BONUS.
       3300-BUILD-REPLACEMENT-EXIT.
           EXIT.

       3310-MOVE-NEW-SCORE.
           MOVE GC-NS-CAT-SCORE(GC-CAT-IDX) TO GN-CAT-SCORE(GC-CAT-IDX).
           ADD 1 TO GC-CAT-IDX.
       3310-MOVE-NEW-SCORE-EXIT.
           EXIT.

       3320-ADD-NEW-SCORE.
           ADD GN-CAT-SCORE(GC-CAT-IDX) TO GC-SCORE-SUM.
           ADD 1 TO GC-CAT-IDX.
       3320-ADD-NEW-SCORE-EXIT.
           EXIT.

      *    Ring posting copied from HCAPCALC's 3000-POST-GAME so the
      *    rebuilt handicap rows match what HCAPCALC would write.
       3400-POST-SURVIVOR.
           IF GH-VARIANT-CODE IS NOT EQUAL TO SPACES
             AND GH-VARIANT-CODE IS NOT EQUAL TO "STD"
             GO TO 3400-POST-SURVIVOR-EXIT
           END-IF.
           ADD 1 TO GC-SHOP-GAMES.
           ADD GH-GRAND-TOTAL TO GC-SHOP-TOTAL-SUM.
           MOVE GH-PLAYER-ID TO GC-LOOKUP-ID.
           PERFORM 1310-FIND-AFFECTED THRU 1310-FIND-AFFECTED-EXIT.
           IF NOT GC-KEY-FOUND
             GO TO 3400-POST-SURVIVOR-EXIT
           END-IF.
           IF GH-GRAND-TOTAL IS GREATER THAN GC-AF-BEST-GAME(GC-AF-IDX)
             MOVE GH-GRAND-TOTAL TO GC-AF-BEST-GAME(GC-AF-IDX)
           END-IF.
           ADD 1 TO GC-AF-GAMES-SEEN(GC-AF-IDX).
           ADD 1 TO GC-AF-RING-POS(GC-AF-IDX).
           IF GC-AF-RING-POS(GC-AF-IDX) IS GREATER THAN GC-RECENT-LIMIT
             MOVE 1 TO GC-AF-RING-POS(GC-AF-IDX)
           END-IF.
           MOVE GC-AF-RING-POS(GC-AF-IDX) TO GC-SLOT-I.
           MOVE GH-GRAND-TOTAL TO GC-AF-RING-SLOT(GC-AF-IDX, GC-SLOT-I).
       3400-POST-SURVIVOR-EXIT.
           EXIT.

      *    A card whose game never turned up on the history is
      *    reported and touches nothing else.
       3900-NOTE-UNMATCHED.
           IF GC-CARD-COUNT IS GREATER THAN 0
             SET GC-CD-IDX TO 1
             PERFORM 3910-CHECK-ONE-CARD THRU 3910-CHECK-ONE-CARD-EXIT
               GC-CARD-COUNT TIMES
           END-IF.
       3900-NOTE-UNMATCHED-EXIT.
           EXIT.

       3910-CHECK-ONE-CARD.
           IF GC-CD-STATUS(GC-CD-IDX) IS EQUAL TO "P"
             MOVE "N" TO GC-CD-STATUS(GC-CD-IDX)
             MOVE "GAME NOT ON HISTORY" TO GC-CD-REASON(GC-CD-IDX)
             ADD 1 TO GC-REJECT-COUNT
             PERFORM 8100-WRITE-CARD-LINE THRU 8100-WRITE-CARD-LINE-EXIT
           END-IF.
           SET GC-CD-IDX UP BY 1.
       3910-CHECK-ONE-CARD-EXIT.
           EXIT.

      *    Backs each applied card's game off the master the way the
      *    "U" posting put it on: variant games were never tallied,
      *    so they are never taken off either.
       4000-CORRECT-MASTER.
           IF GC-CARD-COUNT IS GREATER THAN 0
             SET GC-CD-IDX TO 1
             PERFORM 4100-CORRECT-ONE-CARD
               THRU 4100-CORRECT-ONE-CARD-EXIT
               GC-CARD-COUNT TIMES
           END-IF.
       4000-CORRECT-MASTER-EXIT.
           EXIT.

       4100-CORRECT-ONE-CARD.
           IF GC-CD-STATUS(GC-CD-IDX) IS EQUAL TO "A"
             MOVE GC-CD-OLD-IMAGE(GC-CD-IDX) TO GC-OLD-GAME
             IF GO-VARIANT-CODE IS EQUAL TO SPACES
               OR GO-VARIANT-CODE IS EQUAL TO "STD"
               PERFORM 4200-REVERSE-OLD-GAME
                 THRU 4200-REVERSE-OLD-GAME-EXIT
               IF GC-CD-ACTION(GC-CD-IDX) IS EQUAL TO "R"
                 MOVE GC-CD-NEW-IMAGE(GC-CD-IDX) TO GC-NEW-GAME
                 PERFORM 4300-POST-NEW-GAME
                   THRU 4300-POST-NEW-GAME-EXIT
               END-IF
             END-IF
           END-IF.
           SET GC-CD-IDX UP BY 1.
       4100-CORRECT-ONE-CARD-EXIT.
           EXIT.

      *    The high score only moves when the game taken away was
      *    the one holding it; the best game left on the live and
      *    archived history then takes its place.
       4200-REVERSE-OLD-GAME.
           MOVE GO-PLAYER-ID TO PM-PLAYER-ID.
           READ PLAYER-MASTER-FILE
             INVALID KEY
               MOVE "PLAYRMAS" TO GC-TL-FILE-ID
               MOVE "SKIPPED" TO GC-TL-CHANGE
               MOVE "PLAYER NOT ON MASTER" TO GC-TL-DETAIL
               WRITE CORR-RPT-REC FROM GC-TOUCH-LINE
               GO TO 4200-REVERSE-OLD-GAME-EXIT
           END-READ.
           MOVE PM-MASTER-REC TO GC-JRN-BEFORE.
           IF PM-GAMES-PLAYED IS GREATER THAN 0
             SUBTRACT 1 FROM PM-GAMES-PLAYED
           END-IF.
           IF PM-RUNNING-TOTAL IS NOT LESS THAN GO-GRAND-TOTAL
             SUBTRACT GO-GRAND-TOTAL FROM PM-RUNNING-TOTAL
           ELSE
             MOVE 0 TO PM-RUNNING-TOTAL
           END-IF.
           IF GO-GRAND-TOTAL IS EQUAL TO PM-HIGH-SCORE
             MOVE GO-PLAYER-ID TO GC-LOOKUP-ID
             PERFORM 1310-FIND-AFFECTED THRU 1310-FIND-AFFECTED-EXIT
             MOVE GC-AF-BEST-GAME(GC-AF-IDX) TO PM-HIGH-SCORE
           END-IF.
           REWRITE PM-MASTER-REC.
           MOVE GC-MASTER-STATUS TO GC-NOTE-STATUS.
           PERFORM 9800-NOTE-STATUS THRU 9800-NOTE-STATUS-EXIT.
           PERFORM 4400-JOURNAL-MASTER THRU 4400-JOURNAL-MASTER-EXIT.
           ADD 1 TO GC-MASTER-TOUCHED.
           MOVE "PLAYRMAS" TO GC-JRN-FILE-ID.
           MOVE "C" TO GC-JRN-CHANGE.
           MOVE PM-MASTER-REC TO GC-JRN-AFTER.
           MOVE SPACES TO GC-DW-TEXT.
           STRING "GAME OFF " DELIMITED BY SIZE
             PM-PLAYER-ID DELIMITED BY SPACE
             INTO GC-DW-TEXT.
           MOVE PM-GAMES-PLAYED TO GC-DW-VALUE-1.
           MOVE SPACES TO GC-DW-ARROW.
           MOVE PM-HIGH-SCORE TO GC-DW-VALUE-2.
           PERFORM 8500-WRITE-JOURNAL THRU 8500-WRITE-JOURNAL-EXIT.
           PERFORM 8600-WRITE-TOUCH-LINE
             THRU 8600-WRITE-TOUCH-LINE-EXIT.
       4200-REVERSE-OLD-GAME-EXIT.
           EXIT.

      *    The replacement game goes on exactly as a "U" posting
      *    would put it on.
       4300-POST-NEW-GAME.
           MOVE GN-PLAYER-ID TO PM-PLAYER-ID.
           READ PLAYER-MASTER-FILE
             INVALID KEY
               MOVE "PLAYRMAS" TO GC-TL-FILE-ID
               MOVE "SKIPPED" TO GC-TL-CHANGE
               MOVE "PLAYER NOT ON MASTER" TO GC-TL-DETAIL
               WRITE CORR-RPT-REC FROM GC-TOUCH-LINE
               GO TO 4300-POST-NEW-GAME-EXIT
           END-READ.
           MOVE PM-MASTER-REC TO GC-JRN-BEFORE.
           ADD 1 TO PM-GAMES-PLAYED.
           ADD GN-GRAND-TOTAL TO PM-RUNNING-TOTAL.
           IF GN-GRAND-TOTAL IS GREATER THAN PM-HIGH-SCORE
             MOVE GN-GRAND-TOTAL TO PM-HIGH-SCORE
           END-IF.
           REWRITE PM-MASTER-REC.
           MOVE GC-MASTER-STATUS TO GC-NOTE-STATUS.
           PERFORM 9800-NOTE-STATUS THRU 9800-NOTE-STATUS-EXIT.
           PERFORM 4400-JOURNAL-MASTER THRU 4400-JOURNAL-MASTER-EXIT.
           ADD 1 TO GC-MASTER-TOUCHED.
           MOVE "PLAYRMAS" TO GC-JRN-FILE-ID.
           MOVE "C" TO GC-JRN-CHANGE.
           MOVE PM-MASTER-REC TO GC-JRN-AFTER.
           MOVE SPACES TO GC-DW-TEXT.
           STRING "GAME ON " DELIMITED BY SIZE
             PM-PLAYER-ID DELIMITED BY SPACE
             INTO GC-DW-TEXT.
           MOVE PM-GAMES-PLAYED TO GC-DW-VALUE-1.
           MOVE SPACES TO GC-DW-ARROW.
           MOVE PM-HIGH-SCORE TO GC-DW-VALUE-2.
           PERFORM 8500-WRITE-JOURNAL THRU 8500-WRITE-JOURNAL-EXIT.
           PERFORM 8600-WRITE-TOUCH-LINE
             THRU 8600-WRITE-TOUCH-LINE-EXIT.
       4300-POST-NEW-GAME-EXIT.
           EXIT.

      *    The player-master journal gets the same before- and
      *    after-image the correction journal does, under the
      *    card's action code.
       4400-JOURNAL-MASTER.
           IF GC-MASTER-STATUS IS EQUAL TO "00"
             MOVE GC-CD-ACTION(GC-CD-IDX) TO GC-JP-TRAN-CODE
             MOVE "C" TO GC-JP-ACTION
             MOVE GC-JRN-BEFORE TO GC-JP-BEFORE-IMAGE
             MOVE PM-MASTER-REC TO GC-JP-AFTER-IMAGE
             CALL "PMJRNLW" USING GC-JOURNAL-PARMS
           END-IF.
       4400-JOURNAL-MASTER-EXIT.
           EXIT.

      *    MATCHRES settles a fixture on the player's game for the
      *    match date, so a result dated on a corrected game's date
      *    with the player on either side was settled on it. A
      *    corrected scorecard for the same player is settled again
      *    in place, keeping the handicap the fixture was played
      *    off. A voided game, or one moved to another player,
      *    takes the result off the file altogether; rerunning
      *    MATCHRES for the round then settles the fixture afresh
      *    off the corrected history, or reports it unplayed.
       5000-CORRECT-RESULTS.
           READ MATCH-RESULT-FILE
             AT END
               MOVE "Y" TO GC-RSLT-EOF-SW
               GO TO 5000-CORRECT-RESULTS-EXIT
           END-READ.
           MOVE "Y" TO GC-KEEP-SW.
           MOVE "N" TO GC-FOUND-SW.
           IF GC-CARD-COUNT IS GREATER THAN 0
             AND MS-RESULT(1:3) IS NOT EQUAL TO "FFT"
             SET GC-CD-IDX TO 1
             PERFORM 5100-COMPARE-RESULT THRU 5100-COMPARE-RESULT-EXIT
               GC-CARD-COUNT TIMES
           END-IF.
           IF GC-KEY-FOUND
             PERFORM 5200-CORRECT-ONE-RESULT
               THRU 5200-CORRECT-ONE-RESULT-EXIT
           END-IF.
           IF GC-KEEP-RECORD
             WRITE MATCH-NEW-REC FROM MATCH-RESULT-REC
             MOVE GC-RNEW-STATUS TO GC-NOTE-STATUS
             PERFORM 9800-NOTE-STATUS THRU 9800-NOTE-STATUS-EXIT
           END-IF.
       5000-CORRECT-RESULTS-EXIT.
           EXIT.

       5100-COMPARE-RESULT.
           IF GC-KEY-FOUND
             CONTINUE
           ELSE
             IF GC-CD-STATUS(GC-CD-IDX) IS EQUAL TO "A"
               AND MS-MATCH-DATE IS EQUAL TO GC-CD-GAME-DATE(GC-CD-IDX)
               AND (MS-HOME-ID IS EQUAL TO GC-CD-PLAYER-ID(GC-CD-IDX)
                 OR MS-AWAY-ID IS EQUAL TO GC-CD-PLAYER-ID(GC-CD-IDX))
               MOVE "Y" TO GC-FOUND-SW
             ELSE
               SET GC-CD-IDX UP BY 1
             END-IF
           END-IF.
       5100-COMPARE-RESULT-EXIT.
           EXIT.

       5200-CORRECT-ONE-RESULT.
           MOVE GC-CD-OLD-IMAGE(GC-CD-IDX) TO GC-OLD-GAME.
           MOVE GC-CD-NEW-IMAGE(GC-CD-IDX) TO GC-NEW-GAME.
           MOVE "N" TO GC-SAME-PLAYER-SW.
           IF GC-CD-ACTION(GC-CD-IDX) IS EQUAL TO "R"
             AND GN-PLAYER-ID IS EQUAL TO GO-PLAYER-ID
             MOVE "Y" TO GC-SAME-PLAYER-SW
           END-IF.
           ADD 1 TO GC-RSLT-TOUCHED.
           MOVE "MATCHRSL" TO GC-JRN-FILE-ID.
           MOVE MATCH-RESULT-REC TO GC-JRN-BEFORE.
           MOVE MS-ROUND-NO TO GC-DW-VALUE-1.
           MOVE SPACES TO GC-DW-ARROW.
           MOVE 0 TO GC-DW-VALUE-2.
           IF NOT GC-SAME-PLAYER
             MOVE "N" TO GC-KEEP-SW
             MOVE "D" TO GC-JRN-CHANGE
             MOVE SPACES TO GC-JRN-AFTER
             MOVE "DROPPED - RERUN RND" TO GC-DW-TEXT
             PERFORM 8500-WRITE-JOURNAL THRU 8500-WRITE-JOURNAL-EXIT
             PERFORM 8600-WRITE-TOUCH-LINE
               THRU 8600-WRITE-TOUCH-LINE-EXIT
             GO TO 5200-CORRECT-ONE-RESULT-EXIT
           END-IF.
           IF MS-HOME-ID IS EQUAL TO GO-PLAYER-ID
             COMPUTE GC-SIDE-HCAP = MS-HOME-NET - MS-HOME-TOTAL
             MOVE GN-GRAND-TOTAL TO MS-HOME-TOTAL
             COMPUTE MS-HOME-NET = MS-HOME-TOTAL + GC-SIDE-HCAP
           ELSE
             COMPUTE GC-SIDE-HCAP = MS-AWAY-NET - MS-AWAY-TOTAL
             MOVE GN-GRAND-TOTAL TO MS-AWAY-TOTAL
             COMPUTE MS-AWAY-NET = MS-AWAY-TOTAL + GC-SIDE-HCAP
           END-IF.
           IF MS-HOME-NET IS GREATER THAN MS-AWAY-NET
             MOVE "HOME" TO MS-RESULT
           ELSE
             IF MS-AWAY-NET IS GREATER THAN MS-HOME-NET
               MOVE "AWAY" TO MS-RESULT
             ELSE
               MOVE "DRAW" TO MS-RESULT
             END-IF
           END-IF.
           MOVE "C" TO GC-JRN-CHANGE.
           MOVE MATCH-RESULT-REC TO GC-JRN-AFTER.
           MOVE SPACES TO GC-DW-TEXT.
           STRING "RESETTLED " DELIMITED BY SIZE
             MS-RESULT DELIMITED BY SIZE
             " RND" DELIMITED BY SIZE
             INTO GC-DW-TEXT.
           PERFORM 8500-WRITE-JOURNAL THRU 8500-WRITE-JOURNAL-EXIT.
           PERFORM 8600-WRITE-TOUCH-LINE
             THRU 8600-WRITE-TOUCH-LINE-EXIT.
       5200-CORRECT-ONE-RESULT-EXIT.
           EXIT.

      *    A cup tie CUPRES decided on the corrected game's night
      *    with the card's player on either side is reopened, its
      *    winner and how it was decided cleared, whatever the
      *    card did to the game; rerunning CUPRES for the round
      *    and night then settles it afresh off the corrected
      *    history. The winner is taken back out of the next
      *    round's tie too, unless that tie has been played, when
      *    it is left for the operator to check.
       5500-CORRECT-BRACKET.
           READ CUP-BRACKET-FILE
             AT END
               MOVE "Y" TO GC-BRKT-EOF-SW
               GO TO 5500-CORRECT-BRACKET-EXIT
           END-READ.
           MOVE GC-BRKT-STATUS TO GC-NOTE-STATUS.
           PERFORM 9800-NOTE-STATUS THRU 9800-NOTE-STATUS-EXIT.
           IF GC-NEXT-COUNT IS GREATER THAN 0
             SET GC-NX-IDX TO 1
             PERFORM 5510-CHECK-NEXT-TIE THRU 5510-CHECK-NEXT-TIE-EXIT
               GC-NEXT-COUNT TIMES
           END-IF.
           MOVE "N" TO GC-FOUND-SW.
           IF GC-CARD-COUNT IS GREATER THAN 0
             AND CB-WINNER-ID IS NOT EQUAL TO SPACES
             SET GC-CD-IDX TO 1
             PERFORM 5600-COMPARE-TIE THRU 5600-COMPARE-TIE-EXIT
               GC-CARD-COUNT TIMES
           END-IF.
           IF GC-KEY-FOUND
             PERFORM 5700-REOPEN-TIE THRU 5700-REOPEN-TIE-EXIT
           END-IF.
           WRITE CUP-NEW-REC FROM CUP-BRACKET-REC.
           MOVE GC-BNEW-STATUS TO GC-NOTE-STATUS.
           PERFORM 9800-NOTE-STATUS THRU 9800-NOTE-STATUS-EXIT.
       5500-CORRECT-BRACKET-EXIT.
           EXIT.

       5510-CHECK-NEXT-TIE.
           IF GC-NX-ROUND-NO(GC-NX-IDX) IS EQUAL TO CB-ROUND-NO
             AND GC-NX-TIE-NO(GC-NX-IDX) IS EQUAL TO CB-TIE-NO
             PERFORM 5550-CLEAR-NEXT-TIE THRU 5550-CLEAR-NEXT-TIE-EXIT
           END-IF.
           SET GC-NX-IDX UP BY 1.
       5510-CHECK-NEXT-TIE-EXIT.
           EXIT.

      *    The side the reopened tie's winner went through to goes
      *    back to "to come", the way CUPDRAW lays an unfilled side.
       5550-CLEAR-NEXT-TIE.
           SET GC-CD-IDX TO GC-NX-CARD-NO(GC-NX-IDX).
           MOVE CB-ROUND-NO TO GC-DW-VALUE-1.
           MOVE SPACES TO GC-DW-ARROW.
           MOVE 0 TO GC-DW-VALUE-2.
           IF CB-WINNER-ID IS NOT EQUAL TO SPACES
             MOVE "CUPBRKT" TO GC-TL-FILE-ID
             MOVE "CHECK" TO GC-TL-CHANGE
             MOVE "NEXT TIE PLAYED RND" TO GC-DW-TEXT
             MOVE GC-DETAIL-WORK TO GC-TL-DETAIL
             WRITE CORR-RPT-REC FROM GC-TOUCH-LINE
             GO TO 5550-CLEAR-NEXT-TIE-EXIT
           END-IF.
           MOVE CUP-BRACKET-REC TO GC-JRN-BEFORE.
           IF GC-NX-SIDE(GC-NX-IDX) IS EQUAL TO "H"
             AND CB-HOME-ID IS EQUAL TO GC-NX-PLAYER-ID(GC-NX-IDX)
             MOVE SPACES TO CB-HOME-ID
             MOVE 0 TO CB-HOME-SEED
           END-IF.
           IF GC-NX-SIDE(GC-NX-IDX) IS EQUAL TO "A"
             AND CB-AWAY-ID IS EQUAL TO GC-NX-PLAYER-ID(GC-NX-IDX)
             MOVE SPACES TO CB-AWAY-ID
             MOVE 0 TO CB-AWAY-SEED
           END-IF.
           IF CUP-BRACKET-REC IS EQUAL TO GC-JRN-BEFORE
             GO TO 5550-CLEAR-NEXT-TIE-EXIT
           END-IF.
           ADD 1 TO GC-CUP-TOUCHED.
           MOVE "CUPBRKT" TO GC-JRN-FILE-ID.
           MOVE "C" TO GC-JRN-CHANGE.
           MOVE CUP-BRACKET-REC TO GC-JRN-AFTER.
           MOVE "WINNER TAKEN OFF RND" TO GC-DW-TEXT.
           PERFORM 8500-WRITE-JOURNAL THRU 8500-WRITE-JOURNAL-EXIT.
           PERFORM 8600-WRITE-TOUCH-LINE
             THRU 8600-WRITE-TOUCH-LINE-EXIT.
       5550-CLEAR-NEXT-TIE-EXIT.
           EXIT.

       5600-COMPARE-TIE.
           IF GC-KEY-FOUND
             CONTINUE
           ELSE
             IF GC-CD-STATUS(GC-CD-IDX) IS EQUAL TO "A"
               AND CB-MATCH-DATE IS EQUAL TO GC-CD-GAME-DATE(GC-CD-IDX)
               AND (CB-HOME-ID IS EQUAL TO GC-CD-PLAYER-ID(GC-CD-IDX)
                 OR CB-AWAY-ID IS EQUAL TO GC-CD-PLAYER-ID(GC-CD-IDX))
               MOVE "Y" TO GC-FOUND-SW
             ELSE
               SET GC-CD-IDX UP BY 1
             END-IF
           END-IF.
       5600-COMPARE-TIE-EXIT.
           EXIT.

       5700-REOPEN-TIE.
           ADD 1 TO GC-CUP-TOUCHED.
           MOVE "CUPBRKT" TO GC-JRN-FILE-ID.
           MOVE CUP-BRACKET-REC TO GC-JRN-BEFORE.
           MOVE CB-WINNER-ID TO GC-OLD-WINNER-ID.
           MOVE SPACES TO CB-WINNER-ID.
           MOVE SPACES TO CB-DECIDED-BY.
           MOVE "C" TO GC-JRN-CHANGE.
           MOVE CUP-BRACKET-REC TO GC-JRN-AFTER.
           MOVE "REOPENED - RERUN RND" TO GC-DW-TEXT.
           MOVE CB-ROUND-NO TO GC-DW-VALUE-1.
           MOVE SPACES TO GC-DW-ARROW.
           MOVE 0 TO GC-DW-VALUE-2.
           PERFORM 8500-WRITE-JOURNAL THRU 8500-WRITE-JOURNAL-EXIT.
           PERFORM 8600-WRITE-TOUCH-LINE
             THRU 8600-WRITE-TOUCH-LINE-EXIT.
           IF GC-NEXT-COUNT IS NOT LESS THAN GC-NEXT-LIMIT
             MOVE "99" TO GC-RL-WORST-STATUS
             GO TO 5700-REOPEN-TIE-EXIT
           END-IF.
           ADD 1 TO GC-NEXT-COUNT.
           SET GC-NX-IDX TO GC-NEXT-COUNT.
           COMPUTE GC-NX-ROUND-NO(GC-NX-IDX) = CB-ROUND-NO + 1.
           DIVIDE CB-TIE-NO BY 2 GIVING GC-HALF-TIE
             REMAINDER GC-TIE-ODD.
           IF GC-TIE-ODD IS EQUAL TO 1
             MOVE "H" TO GC-NX-SIDE(GC-NX-IDX)
             ADD 1 TO GC-HALF-TIE
           ELSE
             MOVE "A" TO GC-NX-SIDE(GC-NX-IDX)
           END-IF.
           MOVE GC-HALF-TIE TO GC-NX-TIE-NO(GC-NX-IDX).
           MOVE GC-OLD-WINNER-ID TO GC-NX-PLAYER-ID(GC-NX-IDX).
           SET GC-NX-CARD-NO(GC-NX-IDX) TO GC-CD-IDX.
       5700-REOPEN-TIE-EXIT.
           EXIT.

      *    ACHIEVE stamps a game badge with the game's date and the
      *    value that earned it, so a badge for the player on the
      *    corrected game's date carrying that game's value came
      *    off it. A corrected scorecard that still earns the badge
      *    keeps it at the new value; otherwise the badge is
      *    withdrawn, and ACHIEVE's next run awards it again off
      *    any other game that still qualifies.
       6000-CORRECT-BADGES.
           READ ACHIEVE-FILE
             AT END
               MOVE "Y" TO GC-ACHV-EOF-SW
               GO TO 6000-CORRECT-BADGES-EXIT
           END-READ.
           MOVE "Y" TO GC-KEEP-SW.
           MOVE "N" TO GC-FOUND-SW.
           IF GC-CARD-COUNT IS GREATER THAN 0
             SET GC-CD-IDX TO 1
             PERFORM 6100-COMPARE-BADGE THRU 6100-COMPARE-BADGE-EXIT
               GC-CARD-COUNT TIMES
           END-IF.
           IF GC-KEY-FOUND
             PERFORM 6200-CORRECT-ONE-BADGE
               THRU 6200-CORRECT-ONE-BADGE-EXIT
           END-IF.
           IF GC-KEEP-RECORD
             WRITE ACHIEVE-NEW-REC FROM ACHIEVE-REC
             MOVE GC-ANEW-STATUS TO GC-NOTE-STATUS
             PERFORM 9800-NOTE-STATUS THRU 9800-NOTE-STATUS-EXIT
           END-IF.
       6000-CORRECT-BADGES-EXIT.
           EXIT.

       6100-COMPARE-BADGE.
           IF GC-KEY-FOUND
             CONTINUE
           ELSE
             MOVE "N" TO GC-STANDARD-SW
             IF GC-CD-STATUS(GC-CD-IDX) IS EQUAL TO "A"
               AND AC-PLAYER-ID IS EQUAL TO GC-CD-PLAYER-ID(GC-CD-IDX)
               AND AC-EARN-DATE IS EQUAL TO GC-CD-GAME-DATE(GC-CD-IDX)
               MOVE GC-CD-OLD-IMAGE(GC-CD-IDX) TO GC-OLD-GAME
               IF GO-VARIANT-CODE IS EQUAL TO SPACES
                 OR GO-VARIANT-CODE IS EQUAL TO "STD"
                 MOVE "Y" TO GC-STANDARD-SW
               END-IF
             END-IF
             IF GC-STANDARD-GAME
               AND ((AC-BADGE-CODE IS EQUAL TO "YACHT1ST"
                   AND GO-CAT-SCORE(12) IS EQUAL TO 50)
                 OR (AC-BADGE-CODE IS EQUAL TO "UPPER63"
                   AND AC-QUAL-VALUE IS EQUAL TO GO-UPPER-TOTAL)
                 OR (AC-BADGE-CODE IS EQUAL TO "GAME300"
                   AND AC-QUAL-VALUE IS EQUAL TO GO-GRAND-TOTAL))
               MOVE "Y" TO GC-FOUND-SW
             ELSE
               SET GC-CD-IDX UP BY 1
             END-IF
           END-IF.
       6100-COMPARE-BADGE-EXIT.
           EXIT.

       6200-CORRECT-ONE-BADGE.
           MOVE GC-CD-OLD-IMAGE(GC-CD-IDX) TO GC-OLD-GAME.
           MOVE GC-CD-NEW-IMAGE(GC-CD-IDX) TO GC-NEW-GAME.
           MOVE "N" TO GC-KEEP-SW.
           IF GC-CD-ACTION(GC-CD-IDX) IS EQUAL TO "R"
             AND GN-PLAYER-ID IS EQUAL TO GO-PLAYER-ID
             EVALUATE AC-BADGE-CODE
               WHEN "YACHT1ST"
                 IF GN-CAT-SCORE(12) IS EQUAL TO 50
                   MOVE "Y" TO GC-KEEP-SW
                   MOVE 50 TO GC-BADGE-VALUE
                 END-IF
               WHEN "UPPER63"
                 IF GN-UPPER-TOTAL IS NOT LESS THAN 63
                   MOVE "Y" TO GC-KEEP-SW
                   MOVE GN-UPPER-TOTAL TO GC-BADGE-VALUE
                 END-IF
               WHEN "GAME300"
                 IF GN-GRAND-TOTAL IS NOT LESS THAN 300
                   MOVE "Y" TO GC-KEEP-SW
                   MOVE GN-GRAND-TOTAL TO GC-BADGE-VALUE
                 END-IF
             END-EVALUATE
           END-IF.
           IF GC-KEEP-RECORD
             AND GC-BADGE-VALUE IS EQUAL TO AC-QUAL-VALUE
             GO TO 6200-CORRECT-ONE-BADGE-EXIT
           END-IF.
           ADD 1 TO GC-ACHV-TOUCHED.
           MOVE "ACHVFILE" TO GC-JRN-FILE-ID.
           MOVE ACHIEVE-REC TO GC-JRN-BEFORE.
           MOVE AC-QUAL-VALUE TO GC-DW-VALUE-1.
           IF GC-KEEP-RECORD
             MOVE GC-BADGE-VALUE TO AC-QUAL-VALUE
             MOVE "C" TO GC-JRN-CHANGE
             MOVE ACHIEVE-REC TO GC-JRN-AFTER
             MOVE SPACES TO GC-DW-TEXT
             STRING AC-BADGE-CODE DELIMITED BY SPACE
               " REVALUED" DELIMITED BY SIZE
               INTO GC-DW-TEXT
             MOVE "->" TO GC-DW-ARROW
             MOVE AC-QUAL-VALUE TO GC-DW-VALUE-2
           ELSE
             MOVE "D" TO GC-JRN-CHANGE
             MOVE SPACES TO GC-JRN-AFTER
             MOVE SPACES TO GC-DW-TEXT
             STRING AC-BADGE-CODE DELIMITED BY SPACE
               " WITHDRAWN" DELIMITED BY SIZE
               INTO GC-DW-TEXT
             MOVE SPACES TO GC-DW-ARROW
             MOVE 0 TO GC-DW-VALUE-2
           END-IF.
           PERFORM 8500-WRITE-JOURNAL THRU 8500-WRITE-JOURNAL-EXIT.
           PERFORM 8600-WRITE-TOUCH-LINE
             THRU 8600-WRITE-TOUCH-LINE-EXIT.
       6200-CORRECT-ONE-BADGE-EXIT.
           EXIT.

      *    Every affected player's handicap row is worked again off
      *    the corrected history; everyone else's row is copied as
      *    it stands. Their handicaps can drift by a fraction of a
      *    point as the shop average moves -- the next full
      *    HCAPCALC run settles that, and puts any row this job
      *    had to add back into key order.
       7000-CORRECT-HANDICAPS.
           IF GC-SHOP-GAMES IS GREATER THAN 0
             COMPUTE GC-SHOP-AVG ROUNDED =
               GC-SHOP-TOTAL-SUM / GC-SHOP-GAMES
           END-IF.
           PERFORM 7100-COPY-HANDICAP THRU 7100-COPY-HANDICAP-EXIT
             UNTIL GC-HCAP-EOF.
           IF GC-APPLIED-COUNT IS GREATER THAN 0
             AND GC-AFF-COUNT IS GREATER THAN 0
             SET GC-AF-IDX TO 1
             PERFORM 7300-ADD-MISSING-ROW THRU 7300-ADD-MISSING-ROW-EXIT
               GC-AFF-COUNT TIMES
           END-IF.
       7000-CORRECT-HANDICAPS-EXIT.
           EXIT.

       7100-COPY-HANDICAP.
           READ HCAP-MASTER-FILE
             AT END
               MOVE "Y" TO GC-HCAP-EOF-SW
               GO TO 7100-COPY-HANDICAP-EXIT
           END-READ.
           MOVE HM-PLAYER-ID TO GC-LOOKUP-ID.
           PERFORM 1310-FIND-AFFECTED THRU 1310-FIND-AFFECTED-EXIT.
           IF GC-KEY-FOUND AND GC-APPLIED-COUNT IS GREATER THAN 0
             MOVE "Y" TO GC-AF-HCAP-DONE(GC-AF-IDX)
             MOVE HCAP-MASTER-REC TO GC-JRN-BEFORE
             PERFORM 7150-FIND-PLAYER-CARD
               THRU 7150-FIND-PLAYER-CARD-EXIT
             PERFORM 7200-REBUILD-ROW THRU 7200-REBUILD-ROW-EXIT
           ELSE
             WRITE HCAP-NEW-REC FROM HCAP-MASTER-REC
             MOVE GC-CNEW-STATUS TO GC-NOTE-STATUS
             PERFORM 9800-NOTE-STATUS THRU 9800-NOTE-STATUS-EXIT
           END-IF.
       7100-COPY-HANDICAP-EXIT.
           EXIT.

      *    The journal row for a reworked handicap is charged to the
      *    first applied card that took a game from or gave a game
      *    to the player at GC-AF-IDX.
       7150-FIND-PLAYER-CARD.
           MOVE "N" TO GC-FOUND-SW.
           SET GC-CD-IDX TO 1.
           PERFORM 7160-COMPARE-PLAYER-CARD
             THRU 7160-COMPARE-PLAYER-CARD-EXIT
             GC-CARD-COUNT TIMES.
           IF NOT GC-KEY-FOUND
             SET GC-CD-IDX TO 1
           END-IF.
       7150-FIND-PLAYER-CARD-EXIT.
           EXIT.

       7160-COMPARE-PLAYER-CARD.
           IF GC-KEY-FOUND
             CONTINUE
           ELSE
             IF GC-CD-STATUS(GC-CD-IDX) IS EQUAL TO "A"
               AND (GC-CD-PLAYER-ID(GC-CD-IDX) IS EQUAL TO
                   GC-AF-PLAYER-ID(GC-AF-IDX)
                 OR GC-CD-NEW-PLAYER-ID(GC-CD-IDX) IS EQUAL TO
                   GC-AF-PLAYER-ID(GC-AF-IDX))
               MOVE "Y" TO GC-FOUND-SW
             ELSE
               SET GC-CD-IDX UP BY 1
             END-IF
           END-IF.
       7160-COMPARE-PLAYER-CARD-EXIT.
           EXIT.

      *    Handicap arithmetic copied from HCAPCALC's
      *    5100-WRITE-ONE-PLAYER. A player left with no standard
      *    game on the live history loses the row, as HCAPCALC
      *    would drop it. GC-JRN-BEFORE holds the old row, or
      *    spaces when there was none.
       7200-REBUILD-ROW.
           MOVE "HCAPMAS" TO GC-JRN-FILE-ID.
           MOVE 0 TO GC-DW-VALUE-1.
           IF GC-JRN-BEFORE IS NOT EQUAL TO SPACES
             MOVE HM-HANDICAP TO GC-DW-VALUE-1
           END-IF.
           IF GC-AF-GAMES-SEEN(GC-AF-IDX) IS EQUAL TO 0
             IF GC-JRN-BEFORE IS NOT EQUAL TO SPACES
               ADD 1 TO GC-HCAP-TOUCHED
               MOVE "D" TO GC-JRN-CHANGE
               MOVE SPACES TO GC-JRN-AFTER
               MOVE "NO GAMES - ROW DROP" TO GC-DW-TEXT
               MOVE SPACES TO GC-DW-ARROW
               MOVE 0 TO GC-DW-VALUE-2
               PERFORM 8500-WRITE-JOURNAL THRU 8500-WRITE-JOURNAL-EXIT
               PERFORM 8600-WRITE-TOUCH-LINE
                 THRU 8600-WRITE-TOUCH-LINE-EXIT
             END-IF
             GO TO 7200-REBUILD-ROW-EXIT
           END-IF.
           MOVE 0 TO GC-RECENT-SUM.
           IF GC-AF-GAMES-SEEN(GC-AF-IDX) IS LESS THAN GC-RECENT-LIMIT
             MOVE GC-AF-GAMES-SEEN(GC-AF-IDX) TO GC-RECENT-COUNT
           ELSE
             MOVE GC-RECENT-LIMIT TO GC-RECENT-COUNT
           END-IF.
           MOVE 1 TO GC-SLOT-I.
           PERFORM 7210-SUM-RING-SLOT THRU 7210-SUM-RING-SLOT-EXIT
             GC-RECENT-COUNT TIMES.
           COMPUTE GC-RECENT-AVG ROUNDED =
             GC-RECENT-SUM / GC-RECENT-COUNT.
           IF GC-RECENT-AVG IS LESS THAN GC-SHOP-AVG
             COMPUTE GC-HANDICAP ROUNDED =
               GC-SHOP-AVG - GC-RECENT-AVG
           ELSE
             MOVE 0 TO GC-HANDICAP
           END-IF.
           MOVE GC-AF-PLAYER-ID(GC-AF-IDX) TO HM-PLAYER-ID.
           MOVE GC-RECENT-COUNT TO HM-RECENT-GAMES.
           MOVE GC-RECENT-AVG TO HM-RECENT-AVG.
           MOVE GC-HANDICAP TO HM-HANDICAP.
           WRITE HCAP-NEW-REC FROM HCAP-MASTER-REC.
           MOVE GC-CNEW-STATUS TO GC-NOTE-STATUS.
           PERFORM 9800-NOTE-STATUS THRU 9800-NOTE-STATUS-EXIT.
           IF GC-JRN-BEFORE IS EQUAL TO HCAP-MASTER-REC
             GO TO 7200-REBUILD-ROW-EXIT
           END-IF.
           ADD 1 TO GC-HCAP-TOUCHED.
           MOVE HCAP-MASTER-REC TO GC-JRN-AFTER.
           IF GC-JRN-BEFORE IS EQUAL TO SPACES
             MOVE "A" TO GC-JRN-CHANGE
             MOVE "ROW ADDED  HCAP" TO GC-DW-TEXT
           ELSE
             MOVE "C" TO GC-JRN-CHANGE
             MOVE "ROW REWORKED  HCAP" TO GC-DW-TEXT
           END-IF.
           MOVE "->" TO GC-DW-ARROW.
           MOVE GC-HANDICAP TO GC-DW-VALUE-2.
           PERFORM 8500-WRITE-JOURNAL THRU 8500-WRITE-JOURNAL-EXIT.
           PERFORM 8600-WRITE-TOUCH-LINE
             THRU 8600-WRITE-TOUCH-LINE-EXIT.
       7200-REBUILD-ROW-EXIT.
           EXIT.

       7210-SUM-RING-SLOT.
           ADD GC-AF-RING-SLOT(GC-AF-IDX, GC-SLOT-I) TO GC-RECENT-SUM.
           ADD 1 TO GC-SLOT-I.
       7210-SUM-RING-SLOT-EXIT.
           EXIT.

      *    A player the corrected history now gives a first
      *    standard game to had no row to rework; theirs goes on
      *    the end of the file.
       7300-ADD-MISSING-ROW.
           IF GC-AF-HCAP-DONE(GC-AF-IDX) IS NOT EQUAL TO "Y"
             AND GC-AF-GAMES-SEEN(GC-AF-IDX) IS GREATER THAN 0
             MOVE "Y" TO GC-AF-HCAP-DONE(GC-AF-IDX)
             MOVE SPACES TO GC-JRN-BEFORE
             PERFORM 7150-FIND-PLAYER-CARD
               THRU 7150-FIND-PLAYER-CARD-EXIT
             PERFORM 7200-REBUILD-ROW THRU 7200-REBUILD-ROW-EXIT
           END-IF.
           SET GC-AF-IDX UP BY 1.
       7300-ADD-MISSING-ROW-EXIT.
           EXIT.

      *    Every fee and match-prize row the ledger carries for the
      *    card's player under the corrected game's session is
      *    listed with the adjustment card that backs it out. A
      *    replace that keeps the game with the same player leaves
      *    the entry fee standing, so only the prize is listed for
      *    it. Nothing is posted here; FEEPOST posts the cards.
       7500-LIST-LEDGER.
           READ LEDGER-FILE
             AT END
               MOVE "Y" TO GC-LEDG-EOF-SW
               GO TO 7500-LIST-LEDGER-EXIT
           END-READ.
           MOVE GC-LEDG-STATUS TO GC-NOTE-STATUS.
           PERFORM 9800-NOTE-STATUS THRU 9800-NOTE-STATUS-EXIT.
           IF LE-ENTRY-TYPE IS NOT EQUAL TO "F"
             AND LE-ENTRY-TYPE IS NOT EQUAL TO "M"
             GO TO 7500-LIST-LEDGER-EXIT
           END-IF.
           MOVE "N" TO GC-FOUND-SW.
           IF GC-CARD-COUNT IS GREATER THAN 0
             SET GC-CD-IDX TO 1
             PERFORM 7510-COMPARE-LEDGER THRU 7510-COMPARE-LEDGER-EXIT
               GC-CARD-COUNT TIMES
           END-IF.
           IF GC-KEY-FOUND
             PERFORM 7520-WRITE-LEDGER-LINE
               THRU 7520-WRITE-LEDGER-LINE-EXIT
           END-IF.
       7500-LIST-LEDGER-EXIT.
           EXIT.

       7510-COMPARE-LEDGER.
           IF GC-KEY-FOUND
             CONTINUE
           ELSE
             MOVE "N" TO GC-SAME-PLAYER-SW
             IF GC-CD-ACTION(GC-CD-IDX) IS EQUAL TO "R"
               AND GC-CD-NEW-PLAYER-ID(GC-CD-IDX) IS EQUAL TO
                 GC-CD-PLAYER-ID(GC-CD-IDX)
               MOVE "Y" TO GC-SAME-PLAYER-SW
             END-IF
             IF GC-CD-STATUS(GC-CD-IDX) IS EQUAL TO "A"
               AND LE-PLAYER-ID IS EQUAL TO GC-CD-PLAYER-ID(GC-CD-IDX)
               AND LE-SESSION-ID-X IS EQUAL TO
                 GC-CD-SESSION-ID(GC-CD-IDX)
               AND (LE-ENTRY-TYPE IS EQUAL TO "M"
                 OR NOT GC-SAME-PLAYER)
               MOVE "Y" TO GC-FOUND-SW
             ELSE
               SET GC-CD-IDX UP BY 1
             END-IF
           END-IF.
       7510-COMPARE-LEDGER-EXIT.
           EXIT.

       7520-WRITE-LEDGER-LINE.
           ADD 1 TO GC-LEDG-LISTED.
           MOVE LE-PLAYER-ID TO GC-LD-PLAYER-ID.
           IF LE-ENTRY-TYPE IS EQUAL TO "F"
             MOVE "FEE" TO GC-LD-ENTRY
             MOVE "F" TO GC-LD-CARD-POT
           ELSE
             MOVE "PRIZE" TO GC-LD-ENTRY
             MOVE "P" TO GC-LD-CARD-POT
           END-IF.
           MOVE LE-DR-CR TO GC-LD-DR-CR.
           IF LE-DR-CR IS EQUAL TO "D"
             MOVE "C" TO GC-LD-CARD-DR-CR
           ELSE
             MOVE "D" TO GC-LD-CARD-DR-CR
           END-IF.
           MOVE LE-AMOUNT TO GC-LD-AMOUNT.
           MOVE LE-SESSION-ID-X TO GC-LD-SESSION-ID.
           MOVE "LEDGER" TO GC-TL-FILE-ID.
           MOVE "ADJ CARD" TO GC-TL-CHANGE.
           MOVE GC-LEDGER-DETAIL TO GC-TL-DETAIL.
           WRITE CORR-RPT-REC FROM GC-TOUCH-LINE.
       7520-WRITE-LEDGER-LINE-EXIT.
           EXIT.

       8000-PRINT-SUMMARY.
           MOVE SPACES TO CORR-RPT-REC.
           WRITE CORR-RPT-REC.
           WRITE CORR-RPT-REC FROM GC-SUMM-HDR.
           MOVE "GAMEHIST" TO GC-SL-FILE-ID.
           MOVE GC-HIST-TOUCHED TO GC-SL-COUNT.
           MOVE "SWAP GHISTNEW IN BEHIND GAMEHIST" TO GC-SL-NOTE.
           WRITE CORR-RPT-REC FROM GC-SUMM-LINE.
           MOVE "PLAYRMAS" TO GC-SL-FILE-ID.
           MOVE GC-MASTER-TOUCHED TO GC-SL-COUNT.
           MOVE "REWRITTEN IN PLACE" TO GC-SL-NOTE.
           WRITE CORR-RPT-REC FROM GC-SUMM-LINE.
           MOVE "HCAPMAS" TO GC-SL-FILE-ID.
           MOVE GC-HCAP-TOUCHED TO GC-SL-COUNT.
           MOVE "SWAP HCAPNEW IN BEHIND HCAPMAS" TO GC-SL-NOTE.
           WRITE CORR-RPT-REC FROM GC-SUMM-LINE.
           MOVE "MATCHRSL" TO GC-SL-FILE-ID.
           MOVE GC-RSLT-TOUCHED TO GC-SL-COUNT.
           MOVE "SWAP MRSLTNEW IN BEHIND MATCHRSL" TO GC-SL-NOTE.
           WRITE CORR-RPT-REC FROM GC-SUMM-LINE.
           MOVE "CUPBRKT" TO GC-SL-FILE-ID.
           MOVE GC-CUP-TOUCHED TO GC-SL-COUNT.
           MOVE "SWAP CUPBNEW IN BEHIND CUPBRKT" TO GC-SL-NOTE.
           WRITE CORR-RPT-REC FROM GC-SUMM-LINE.
           MOVE "ACHVFILE" TO GC-SL-FILE-ID.
           MOVE GC-ACHV-TOUCHED TO GC-SL-COUNT.
           MOVE "SWAP ACHVNEW IN BEHIND ACHVFILE" TO GC-SL-NOTE.
           WRITE CORR-RPT-REC FROM GC-SUMM-LINE.
           MOVE "LEDGER" TO GC-SL-FILE-ID.
           MOVE GC-LEDG-LISTED TO GC-SL-COUNT.
           MOVE "LISTED - KEY FEEPOST ADJUSTMENT CARDS" TO GC-SL-NOTE.
           WRITE CORR-RPT-REC FROM GC-SUMM-LINE.
           MOVE "CORRJRNL" TO GC-SL-FILE-ID.
           MOVE GC-JRNL-COUNT TO GC-SL-COUNT.
           MOVE "BEFORE/AFTER IMAGES APPENDED" TO GC-SL-NOTE.
           WRITE CORR-RPT-REC FROM GC-SUMM-LINE.
           MOVE GC-CARD-READ-COUNT TO GC-TRL-READ.
           MOVE GC-APPLIED-COUNT TO GC-TRL-APPLIED.
           MOVE GC-REJECT-COUNT TO GC-TRL-REJECTED.
           MOVE GC-JRNL-COUNT TO GC-TRL-JOURNAL.
           WRITE CORR-RPT-REC FROM GC-TRL-LINE.
       8000-PRINT-SUMMARY-EXIT.
           EXIT.

      *    Echoes the card at GC-CD-IDX with its outcome.
       8100-WRITE-CARD-LINE.
           MOVE SPACES TO GC-CARD-LINE.
           EVALUATE GC-CD-ACTION(GC-CD-IDX)
             WHEN "V"
               MOVE "VOID" TO GC-CL-ACTION
             WHEN "R"
               MOVE "REPLACE" TO GC-CL-ACTION
             WHEN OTHER
               MOVE GC-CD-ACTION(GC-CD-IDX) TO GC-CL-ACTION
           END-EVALUATE.
           MOVE GC-CD-PLAYER-ID(GC-CD-IDX) TO GC-CL-PLAYER-ID.
           MOVE GC-CD-GAME-DATE(GC-CD-IDX) TO GC-CL-GAME-DATE.
           MOVE GC-CD-SESSION-ID(GC-CD-IDX) TO GC-CL-SESSION-ID.
           MOVE GC-CD-NEW-PLAYER-ID(GC-CD-IDX) TO GC-CL-NEW-PLAYER-ID.
           IF GC-CD-STATUS(GC-CD-IDX) IS EQUAL TO "A"
             MOVE "APPLIED" TO GC-CL-OUTCOME
           ELSE
             MOVE GC-CD-REASON(GC-CD-IDX) TO GC-CL-OUTCOME
           END-IF.
           WRITE CORR-RPT-REC FROM GC-CARD-LINE.
       8100-WRITE-CARD-LINE-EXIT.
           EXIT.

      *    The card at GC-CD-IDX caused the change; the caller has
      *    set the file, change code and both images.
       8500-WRITE-JOURNAL.
           MOVE GC-RUN-STAMP TO CJ-RUN-STAMP.
           MOVE GC-CD-ACTION(GC-CD-IDX) TO CJ-ACTION-CODE.
           MOVE GC-CD-PLAYER-ID(GC-CD-IDX) TO CJ-PLAYER-ID.
           MOVE GC-CD-GAME-DATE(GC-CD-IDX) TO CJ-GAME-DATE.
           MOVE GC-CD-SESSION-ID(GC-CD-IDX) TO CJ-SESSION-ID.
           MOVE GC-JRN-FILE-ID TO CJ-FILE-ID.
           MOVE GC-JRN-CHANGE TO CJ-CHANGE-CODE.
           MOVE GC-JRN-BEFORE TO CJ-BEFORE-IMAGE.
           MOVE GC-JRN-AFTER TO CJ-AFTER-IMAGE.
           WRITE CORR-JOURNAL-REC.
           MOVE GC-JRNL-STATUS TO GC-NOTE-STATUS.
           PERFORM 9800-NOTE-STATUS THRU 9800-NOTE-STATUS-EXIT.
           ADD 1 TO GC-JRNL-COUNT.
       8500-WRITE-JOURNAL-EXIT.
           EXIT.

       8600-WRITE-TOUCH-LINE.
           MOVE GC-JRN-FILE-ID TO GC-TL-FILE-ID.
           EVALUATE GC-JRN-CHANGE
             WHEN "D"
               MOVE "DROPPED" TO GC-TL-CHANGE
             WHEN "A"
               MOVE "ADDED" TO GC-TL-CHANGE
             WHEN OTHER
               MOVE "CHANGED" TO GC-TL-CHANGE
           END-EVALUATE.
           MOVE GC-DETAIL-WORK TO GC-TL-DETAIL.
           WRITE CORR-RPT-REC FROM GC-TOUCH-LINE.
       8600-WRITE-TOUCH-LINE-EXIT.
           EXIT.

       9000-TERMINATE.
           IF GC-CARD-STATUS IS NOT EQUAL TO "35"
             CLOSE CORR-CARD-FILE
           END-IF.
           IF GC-ARCH-STATUS IS NOT EQUAL TO "35"
             CLOSE GAME-ARCH-FILE
           END-IF.
           IF GC-HIST-STATUS IS NOT EQUAL TO "35"
             CLOSE GAME-HIST-FILE
           END-IF.
           IF GC-RSLT-STATUS IS NOT EQUAL TO "35"
             CLOSE MATCH-RESULT-FILE
           END-IF.
           IF GC-ACHV-STATUS IS NOT EQUAL TO "35"
             CLOSE ACHIEVE-FILE
           END-IF.
           IF GC-HCAP-STATUS IS NOT EQUAL TO "35"
             CLOSE HCAP-MASTER-FILE
           END-IF.
           IF GC-BRKT-STATUS IS NOT EQUAL TO "35"
             CLOSE CUP-BRACKET-FILE
           END-IF.
           IF GC-LEDG-STATUS IS NOT EQUAL TO "35"
             CLOSE LEDGER-FILE
           END-IF.
           CLOSE PLAYER-MASTER-FILE.
           CLOSE GAME-NEW-FILE.
           CLOSE MATCH-NEW-FILE.
           CLOSE CUP-NEW-FILE.
           CLOSE ACHIEVE-NEW-FILE.
           CLOSE HCAP-NEW-FILE.
           CLOSE CORR-JOURNAL-FILE.
           CLOSE CORR-RPT-FILE.
           MOVE GC-CARD-READ-COUNT TO GC-RL-READ-COUNT.
           MOVE GC-APPLIED-COUNT TO GC-RL-PROC-COUNT.
           MOVE GC-REJECT-COUNT TO GC-RL-REJECT-COUNT.
           CALL "RUNLOGW" USING GC-RUNLOG-PARMS.
           DISPLAY "GAMECORR CARDS=" GC-CARD-READ-COUNT
             " APPLIED=" GC-APPLIED-COUNT
             " REJECTED=" GC-REJECT-COUNT
             " JOURNAL=" GC-JRNL-COUNT.
       9000-TERMINATE-EXIT.
           EXIT.

      *    Rolls a just-checked file status into the worst-status
      *    byte the run-control row carries. "00", "05", "10", and
      *    "35" are the normal and tolerated conditions.
       9800-NOTE-STATUS.
           IF GC-NOTE-STATUS IS EQUAL TO "00" OR "05" OR "10" OR "35"
             CONTINUE
           ELSE
             IF GC-NOTE-STATUS IS GREATER THAN GC-RL-WORST-STATUS
               MOVE GC-NOTE-STATUS TO GC-RL-WORST-STATUS
             END-IF
           END-IF.
       9800-NOTE-STATUS-EXIT.
           EXIT.
