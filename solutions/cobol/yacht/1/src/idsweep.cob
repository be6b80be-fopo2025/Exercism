       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDSWEEP.
       AUTHOR. DATA-PROCESSING.
       INSTALLATION. GAME-NIGHT-SHOP.
       DATE-WRITTEN. 2026-10-12.
       DATE-COMPILED.

      *****************************************************
      * MODIFICATION HISTORY
      * 2026-10-12  DP  Original player-id integrity sweep:
      *                 checks every player id on the game,
      *                 puzzle, badge, handicap, fixture,
      *                 result, season, postponement and
      *                 audit files against the player
      *                 master, and reports orphans (ids the
      *                 master never heard of), history left
      *                 behind under an id PLAYERMNT merged
      *                 away, and history under a deactivated
      *                 id. Merges are taken off the player-
      *                 master journal, with re-key cards for
      *                 any made before the journal existed.
      *                 Run with "R" on the parameter card it
      *                 also writes a new generation of each
      *                 file with every merged id's history
      *                 moved onto the surviving id, for the
      *                 scheduler to swap in, and reports the
      *                 before and after counts per file.
      * 2026-10-15  DP  Refuses to run unless the business-date
      *                 file BUSDTCTL keeps shows an open date,
      *                 so a stream run after the date was
      *                 closed, or with no date set, stops
      *                 before anything is touched.
      * 2026-10-15  DP  Reads the wider player-master journal
      *                 record, now carrying the business date.
      * 2026-10-15  DP  A merged id's HCAPMAS row, dropped rather
      *                 than re-keyed, is counted in its own
      *                 DROPPED column and end-of-job total
      *                 instead of as a re-key, and no longer
      *                 adds to the rows moved per merged id.
      *****************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GENERIC.
       OBJECT-COMPUTER. GENERIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *        Optional card: "R" in column 1 re-keys, anything else
      *        (or no card) checks and reports only.
           SELECT SWEEP-PARM-FILE ASSIGN TO "SWEEPPRM"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS IW-PARM-STATUS.

      *        Operator re-key cards, old id then surviving id, for
      *        merges the player-master journal does not carry.
           SELECT REKEY-CARD-FILE ASSIGN TO "REKEYCRD"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS IW-CARD-STATUS.

           SELECT PM-JOURNAL-FILE ASSIGN TO "PMJRNL"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS IW-JRNL-STATUS.

           SELECT PLAYER-MASTER-FILE ASSIGN TO "PLAYRMAS"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PM-PLAYER-ID
             FILE STATUS IS IW-MASTER-STATUS.

      *        The files swept, each with the new generation a
      *        re-key run writes in full behind it; the job
      *        scheduler swaps each new generation in the way it
      *        swaps GAMECORR's and GAMARCH's.
           SELECT GAME-HIST-FILE ASSIGN TO "GAMEHIST"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS IW-IN-STATUS.
           SELECT GAME-NEW-FILE ASSIGN TO "GHISTNEW"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS IW-OUT-STATUS.

           SELECT PUZZLE-HIST-FILE ASSIGN TO "PUZZLHST"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS IW-IN-STATUS.
           SELECT PUZZLE-NEW-FILE ASSIGN TO "PHISTNEW"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS IW-OUT-STATUS.

           SELECT ACHIEVE-FILE ASSIGN TO "ACHVFILE"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS IW-IN-STATUS.
           SELECT ACHIEVE-NEW-FILE ASSIGN TO "ACHVNEW"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS IW-OUT-STATUS.

           SELECT HCAP-MASTER-FILE ASSIGN TO "HCAPMAS"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS IW-IN-STATUS.
           SELECT HCAP-NEW-FILE ASSIGN TO "HCAPNEW"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS IW-OUT-STATUS.

           SELECT FIXTURE-FILE ASSIGN TO "FIXTURES"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS IW-IN-STATUS.
           SELECT FIXTURE-NEW-FILE ASSIGN TO "FIXTNEW"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS IW-OUT-STATUS.

           SELECT MATCH-RESULT-FILE ASSIGN TO "MATCHRSL"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS IW-IN-STATUS.
           SELECT MATCH-NEW-FILE ASSIGN TO "MRSLTNEW"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS IW-OUT-STATUS.

           SELECT SEASON-HIST-FILE ASSIGN TO "SEASHIST"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS IW-IN-STATUS.
           SELECT SEASON-NEW-FILE ASSIGN TO "SHISTNEW"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS IW-OUT-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITFIL"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS IW-IN-STATUS.
           SELECT AUDIT-NEW-FILE ASSIGN TO "AUDITNEW"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS IW-OUT-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO "AUDARCHV"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS IW-IN-STATUS.
           SELECT ARCHIVE-NEW-FILE ASSIGN TO "AUDARNEW"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS IW-OUT-STATUS.

           SELECT POSTPONE-FILE ASSIGN TO "POSTPONE"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS IW-IN-STATUS.
           SELECT POSTPONE-NEW-FILE ASSIGN TO "PSTPNEW"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS IW-OUT-STATUS.

           SELECT SWEEP-RPT-FILE ASSIGN TO "IDSWRPT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS IW-RPT-STATUS.

      *        BUSDTCTL's one-record business-date file; the run
      *        refuses to start unless it shows an open date.
           SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS IW-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SWEEP-PARM-FILE.
       01  SWEEP-PARM-REC.
           05 SW-RUN-MODE           PIC X(01).
           05 FILLER                PIC X(79).

       FD  REKEY-CARD-FILE.
       01  REKEY-CARD-REC.
           05 RK-OLD-ID             PIC X(10).
           05 RK-NEW-ID             PIC X(10).
           05 FILLER                PIC X(60).

      *        Byte-for-byte the same layout as PMJRNLW's
      *        PM-JOURNAL-REC. PLAYERMNT journals a merge as the
      *        survivor's change ("M"/"C") followed at once by the
      *        duplicate's deletion ("M"/"D").
       FD  PM-JOURNAL-FILE.
       01  PM-JOURNAL-REC.
           05 PJ-CHANGE-STAMP       PIC X(14).
           05 PJ-PROGRAM-ID         PIC X(10).
           05 PJ-SESSION-ID         PIC 9(06).
           05 PJ-TRAN-CODE          PIC X(01).
           05 PJ-ACTION             PIC X(01).
           05 PJ-PLAYER-ID          PIC X(10).
           05 PJ-BEFORE-IMAGE       PIC X(65).
           05 PJ-AFTER-IMAGE        PIC X(65).
           05 PJ-BUSINESS-DATE      PIC X(08).

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

      *        The swept files are declared with their player-id
      *        fields only, each the same length and at the same
      *        place as in the program that writes the file;
      *        everything else is carried across untouched.
      *        YACHTBAT's GAME-HIST-REC.
       FD  GAME-HIST-FILE.
       01  GAME-HIST-REC.
           05 GH-PLAYER-ID          PIC X(10).
           05 FILLER                PIC X(52).
       FD  GAME-NEW-FILE.
       01  GAME-NEW-REC             PIC X(62).

      *        PUZZLDAY's PUZZLE-HIST-REC.
       FD  PUZZLE-HIST-FILE.
       01  PUZZLE-HIST-REC.
           05 PH-PLAYER-ID          PIC X(10).
           05 FILLER                PIC X(28).
       FD  PUZZLE-NEW-FILE.
       01  PUZZLE-NEW-REC           PIC X(38).

      *        ACHIEVE's ACHIEVE-REC.
       FD  ACHIEVE-FILE.
       01  ACHIEVE-REC.
           05 FILLER                PIC X(08).
           05 AC-PLAYER-ID          PIC X(10).
           05 FILLER                PIC X(13).
       FD  ACHIEVE-NEW-FILE.
       01  ACHIEVE-NEW-REC          PIC X(31).

      *        HCAPCALC's HCAP-MASTER-REC.
       FD  HCAP-MASTER-FILE.
       01  HCAP-MASTER-REC.
           05 HM-PLAYER-ID          PIC X(10).
           05 FILLER                PIC X(11).
       FD  HCAP-NEW-FILE.
       01  HCAP-NEW-REC             PIC X(21).

      *        FIXTSCHD's FIXTURE-REC.
       FD  FIXTURE-FILE.
       01  FIXTURE-REC.
           05 FILLER                PIC X(06).
           05 FX-HOME-ID            PIC X(10).
           05 FX-AWAY-ID            PIC X(10).
       FD  FIXTURE-NEW-FILE.
       01  FIXTURE-NEW-REC          PIC X(26).

      *        MATCHRES's MATCH-RESULT-REC.
       FD  MATCH-RESULT-FILE.
       01  MATCH-RESULT-REC.
           05 FILLER                PIC X(11).
           05 MS-HOME-ID            PIC X(10).
           05 MS-AWAY-ID            PIC X(10).
           05 FILLER                PIC X(18).
       FD  MATCH-NEW-FILE.
       01  MATCH-NEW-REC            PIC X(49).

      *        SEASONCL's SEASON-HIST-REC.
       FD  SEASON-HIST-FILE.
       01  SEASON-HIST-REC.
           05 FILLER                PIC X(06).
           05 SH-PLAYER-ID          PIC X(10).
           05 FILLER                PIC X(44).
       FD  SEASON-NEW-FILE.
       01  SEASON-NEW-REC           PIC X(60).

      *        YACHT's AUDIT-REC, live and archived alike.
       FD  AUDIT-FILE.
       01  AUDIT-REC.
           05 AUD-PLAYER-ID         PIC X(10).
           05 FILLER                PIC X(51).
       FD  AUDIT-NEW-FILE.
       01  AUDIT-NEW-REC            PIC X(61).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-REC.
           05 AR-PLAYER-ID          PIC X(10).
           05 FILLER                PIC X(51).
       FD  ARCHIVE-NEW-FILE.
       01  ARCHIVE-NEW-REC          PIC X(61).

      *        MATCHRES's POSTPONE-REC.
       FD  POSTPONE-FILE.
       01  POSTPONE-REC.
           05 FILLER                PIC X(12).
           05 PP-HOME-ID            PIC X(10).
           05 PP-AWAY-ID            PIC X(10).
           05 FILLER                PIC X(35).
       FD  POSTPONE-NEW-FILE.
       01  POSTPONE-NEW-REC         PIC X(67).

       FD  SWEEP-RPT-FILE.
       01  SWEEP-RPT-REC            PIC X(100).

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
       01 IW-PARM-STATUS            PIC XX VALUE "00".
       01 IW-CARD-STATUS            PIC XX VALUE "00".
       01 IW-JRNL-STATUS            PIC XX VALUE "00".
       01 IW-MASTER-STATUS          PIC XX VALUE "00".
       01 IW-IN-STATUS              PIC XX VALUE "00".
       01 IW-OUT-STATUS             PIC XX VALUE "00".
       01 IW-RPT-STATUS             PIC XX VALUE "00".
       01 IW-BUSDATE-STATUS         PIC XX VALUE "00".

      *    Set from the business-date file before anything opens;
      *    no open business date means no run.
       01 IW-BUS-DATE-SW            PIC X VALUE "N".
         88 IW-BUS-DATE-OPEN VALUE "Y".
       01 IW-BUSINESS-DATE          PIC X(08) VALUE SPACES.

       01 IW-EOF-SW                 PIC X VALUE "N".
         88 IW-EOF VALUE "Y".
       01 IW-MODE-SW                PIC X VALUE "C".
         88 IW-REKEY-MODE VALUE "R".
       01 IW-MASTER-OPEN-SW         PIC X VALUE "N".
         88 IW-MASTER-OPEN VALUE "Y".

       01 IW-RUN-STAMP              PIC X(14) VALUE SPACES.

      *    Merged ids: each old id with the id that survived it.
      *    A chain of merges is followed through to the last
      *    survivor. A pair is only used when the survivor is on
      *    the master and the old id is not -- an old id back on
      *    the master is a live player again, and its history is
      *    its own. Status "OK" or the reason the pair is not used.
       01 IW-PAIR-COUNT             PIC 9(4) COMP VALUE 0.
       01 IW-PAIR-TABLE.
         05 IW-PAIR-ENTRY OCCURS 200 TIMES INDEXED BY IW-PR-IDX.
           10 IW-PR-OLD-ID          PIC X(10).
           10 IW-PR-NEW-ID          PIC X(10).
           10 IW-PR-SOURCE          PIC X(01).
           10 IW-PR-STATUS          PIC X(22).
           10 IW-PR-ROWS            PIC 9(07).
       01 IW-PAIR-LIMIT             PIC 9(4) COMP VALUE 200.
       01 IW-ADD-OLD-ID             PIC X(10) VALUE SPACES.
       01 IW-ADD-NEW-ID             PIC X(10) VALUE SPACES.
       01 IW-ADD-SOURCE             PIC X(01) VALUE SPACE.
       01 IW-HELD-SURVIVOR          PIC X(10) VALUE SPACES.
       01 IW-PAIR-I                 PIC 9(4) COMP VALUE 0.
       01 IW-HOP-COUNT              PIC 9(02) VALUE 0.
       01 IW-CHAIN-ID               PIC X(10) VALUE SPACES.
       01 IW-CHAIN-END-SW           PIC X VALUE "N".
         88 IW-CHAIN-END VALUE "Y".

       01 IW-FOUND-SW               PIC X VALUE "N".
         88 IW-KEY-FOUND VALUE "Y".
       01 IW-LOOKUP-ID              PIC X(10) VALUE SPACES.

      *    One id under the sweep: its condition ("O" orphan, "M"
      *    merged away, "I" deactivated, space when in order) and,
      *    for a merged id, the survivor it re-keys to.
       01 IW-CHECK-ID               PIC X(10) VALUE SPACES.
       01 IW-CHECK-COND             PIC X(01) VALUE SPACE.
       01 IW-SURVIVOR-ID            PIC X(10) VALUE SPACES.
       01 IW-BYE-ID                 PIC X(10) VALUE "BYE".
       01 IW-REKEYED-SW             PIC X VALUE "N".
         88 IW-ID-REKEYED VALUE "Y".
       01 IW-RECORD-REKEYED-SW      PIC X VALUE "N".
         88 IW-RECORD-REKEYED VALUE "Y".

      *    The files in the order swept. The handicap master is
      *    rebuilt from the game history by HCAPCALC, so a merged
      *    id's row is dropped there rather than re-keyed -- the
      *    survivor already has a row, and the next HCAPCALC run
      *    works it out again off the re-keyed games.
       01 IW-FILE-NAMES.
         05 FILLER PIC X(08) VALUE "GAMEHIST".
         05 FILLER PIC X(08) VALUE "PUZZLHST".
         05 FILLER PIC X(08) VALUE "ACHVFILE".
         05 FILLER PIC X(08) VALUE "HCAPMAS".
         05 FILLER PIC X(08) VALUE "FIXTURES".
         05 FILLER PIC X(08) VALUE "MATCHRSL".
         05 FILLER PIC X(08) VALUE "SEASHIST".
         05 FILLER PIC X(08) VALUE "AUDITFIL".
         05 FILLER PIC X(08) VALUE "AUDARCHV".
         05 FILLER PIC X(08) VALUE "POSTPONE".
       01 IW-FILE-NAME-TABLE REDEFINES IW-FILE-NAMES.
         05 IW-FILE-NAME PIC X(08) OCCURS 10 TIMES.
       01 IW-HCAP-FILE-NO           PIC 99 VALUE 4.

      *    Per-file counts: records in and out, id occurrences by
      *    condition, ids re-keyed, rows dropped, and the rows
      *    under merged and surviving ids before and after.
       01 IW-FILE-NO                PIC 99 VALUE 0.
       01 IW-FILE-COUNTS.
         05 IW-FILE-ENTRY OCCURS 10 TIMES.
           10 IW-FL-PRESENT         PIC X(01).
           10 IW-FL-RECS-IN         PIC 9(07).
           10 IW-FL-RECS-OUT        PIC 9(07).
           10 IW-FL-ORPHAN          PIC 9(07).
           10 IW-FL-MERGED          PIC 9(07).
           10 IW-FL-INACTIVE        PIC 9(07).
           10 IW-FL-REKEYED         PIC 9(07).
           10 IW-FL-DROPPED         PIC 9(07).
           10 IW-FL-OLD-BEFORE      PIC 9(07).
           10 IW-FL-OLD-AFTER       PIC 9(07).
           10 IW-FL-SURV-BEFORE     PIC 9(07).
           10 IW-FL-SURV-AFTER      PIC 9(07).

      *    The ids in trouble on the file being swept, one entry
      *    per id and condition, printed at the end of the file.
       01 IW-EXC-COUNT              PIC 9(4) COMP VALUE 0.
       01 IW-EXC-LIMIT              PIC 9(4) COMP VALUE 500.
       01 IW-EXC-OVERFLOW           PIC 9(7) COMP VALUE 0.
       01 IW-EXC-TABLE.
         05 IW-EXC-ENTRY OCCURS 500 TIMES INDEXED BY IW-EX-IDX.
           10 IW-EX-ID              PIC X(10).
           10 IW-EX-COND            PIC X(01).
           10 IW-EX-SURVIVOR        PIC X(10).
           10 IW-EX-ROWS            PIC 9(07).

       01 IW-TOTAL-READ             PIC 9(7) COMP VALUE 0.
       01 IW-TOTAL-REKEYED          PIC 9(7) COMP VALUE 0.
       01 IW-TOTAL-DROPPED          PIC 9(7) COMP VALUE 0.
       01 IW-TOTAL-EXCEPTIONS       PIC 9(7) COMP VALUE 0.
       01 IW-I                      PIC 99 COMP VALUE 0.

      *        Must stay byte-for-byte aligned with RUNLOGW's LINKAGE
      *        SECTION WS-RUNLOG-PARMS record.
       01 IW-RUNLOG-PARMS.
         05 IW-RL-PROGRAM-ID        PIC X(10) VALUE "IDSWEEP".
         05 IW-RL-START-STAMP       PIC X(14).
         05 IW-RL-READ-COUNT        PIC 9(07).
         05 IW-RL-PROC-COUNT        PIC 9(07).
         05 IW-RL-REJECT-COUNT      PIC 9(07).
         05 IW-RL-WORST-STATUS      PIC XX VALUE "00".

       01 IW-HDR-LINE-1.
         05 FILLER                  PIC X(30)
           VALUE "PLAYER-ID INTEGRITY SWEEP".
         05 IW-HDR-STAMP            PIC X(14).
         05 FILLER                  PIC X(02) VALUE SPACES.
         05 IW-HDR-MODE             PIC X(20).

       01 IW-SECTION-LINE.
         05 FILLER                  PIC X(04) VALUE "*** ".
         05 IW-SEC-TEXT             PIC X(40).

       01 IW-PAIR-HDR.
         05 FILLER                  PIC X(12) VALUE "MERGED ID".
         05 FILLER                  PIC X(12) VALUE "SURVIVOR".
         05 FILLER                  PIC X(10) VALUE "SOURCE".
         05 FILLER                  PIC X(20) VALUE "STATUS".
       01 IW-PAIR-LINE.
         05 IW-PL-OLD-ID            PIC X(10).
         05 FILLER                  PIC X(02) VALUE SPACES.
         05 IW-PL-NEW-ID            PIC X(10).
         05 FILLER                  PIC X(02) VALUE SPACES.
         05 IW-PL-SOURCE            PIC X(08).
         05 FILLER                  PIC X(02) VALUE SPACES.
         05 IW-PL-STATUS            PIC X(22).
         05 IW-PL-ROWS              PIC ZZZZZZ9 BLANK WHEN ZERO.

       01 IW-EXC-LINE.
         05 FILLER                  PIC X(02) VALUE SPACES.
         05 IW-EL-ID                PIC X(10).
         05 FILLER                  PIC X(02) VALUE SPACES.
         05 IW-EL-COND              PIC X(30).
         05 IW-EL-ROWS              PIC ZZZZZZ9.
         05 FILLER                  PIC X(06) VALUE " ROWS ".
         05 IW-EL-ACTION            PIC X(12).

       01 IW-FILE-TOTAL-LINE.
         05 FILLER                  PIC X(02) VALUE SPACES.
         05 FILLER                  PIC X(08) VALUE "RECORDS ".
         05 IW-FT-RECS              PIC ZZZZZZ9.
         05 FILLER                  PIC X(09) VALUE "  ORPHAN ".
         05 IW-FT-ORPHAN            PIC ZZZZZZ9.
         05 FILLER                  PIC X(09) VALUE "  MERGED ".
         05 IW-FT-MERGED            PIC ZZZZZZ9.
         05 FILLER                  PIC X(14) VALUE "  DEACTIVATED ".
         05 IW-FT-INACTIVE          PIC ZZZZZZ9.

       01 IW-COUNT-HDR-1.
         05 FILLER                  PIC X(10) VALUE SPACES.
         05 FILLER                  PIC X(18) VALUE "   RECORDS".
         05 FILLER                  PIC X(18) VALUE "   MERGED-ID ROWS".
         05 FILLER                  PIC X(18) VALUE "   SURVIVOR ROWS".
         05 FILLER                  PIC X(09) VALUE " RE-KEYED".
         05 FILLER                  PIC X(08) VALUE " DROPPED".
       01 IW-COUNT-HDR-2.
         05 FILLER                  PIC X(10) VALUE "FILE".
         05 FILLER                  PIC X(18)
           VALUE "     IN      OUT".
         05 FILLER                  PIC X(18)
           VALUE "  BEFORE    AFTER".
         05 FILLER                  PIC X(18)
           VALUE "  BEFORE    AFTER".
       01 IW-COUNT-LINE.
         05 IW-CL-FILE              PIC X(08).
         05 FILLER                  PIC X(02) VALUE SPACES.
         05 IW-CL-IN                PIC ZZZZZZ9.
         05 FILLER                  PIC X(02) VALUE SPACES.
         05 IW-CL-OUT               PIC ZZZZZZ9.
         05 FILLER                  PIC X(02) VALUE SPACES.
         05 IW-CL-OLD-BEFORE        PIC ZZZZZZ9.
         05 FILLER                  PIC X(02) VALUE SPACES.
         05 IW-CL-OLD-AFTER         PIC ZZZZZZ9.
         05 FILLER                  PIC X(02) VALUE SPACES.
         05 IW-CL-SURV-BEFORE       PIC ZZZZZZ9.
         05 FILLER                  PIC X(02) VALUE SPACES.
         05 IW-CL-SURV-AFTER        PIC ZZZZZZ9.
         05 FILLER                  PIC X(02) VALUE SPACES.
         05 IW-CL-REKEYED           PIC ZZZZZZ9.
         05 FILLER                  PIC X(02) VALUE SPACES.
         05 IW-CL-DROPPED           PIC ZZZZZZ9.

       01 IW-END-LINE               PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0200-CHECK-BUSINESS-DATE
             THRU 0200-CHECK-BUSINESS-DATE-EXIT.
           IF NOT IW-BUS-DATE-OPEN
             DISPLAY "IDSWEEP *** NO BUSINESS DATE OPEN"
               " - RUN REFUSED ***"
             DISPLAY "IDSWEEP RUN BUSDTCTL WITH AN OPEN CARD FIRST"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           IF IW-MASTER-OPEN
             PERFORM 1200-LOAD-JOURNAL-MERGES
               THRU 1200-LOAD-JOURNAL-MERGES-EXIT
             PERFORM 1300-LOAD-REKEY-CARDS
               THRU 1300-LOAD-REKEY-CARDS-EXIT
             PERFORM 1500-RESOLVE-PAIRS THRU 1500-RESOLVE-PAIRS-EXIT
             PERFORM 2000-SWEEP-GAMEHIST THRU 2000-SWEEP-GAMEHIST-EXIT
             PERFORM 2100-SWEEP-PUZZLHST THRU 2100-SWEEP-PUZZLHST-EXIT
             PERFORM 2200-SWEEP-ACHVFILE THRU 2200-SWEEP-ACHVFILE-EXIT
             PERFORM 2300-SWEEP-HCAPMAS THRU 2300-SWEEP-HCAPMAS-EXIT
             PERFORM 2400-SWEEP-FIXTURES THRU 2400-SWEEP-FIXTURES-EXIT
             PERFORM 2500-SWEEP-MATCHRSL THRU 2500-SWEEP-MATCHRSL-EXIT
             PERFORM 2600-SWEEP-SEASHIST THRU 2600-SWEEP-SEASHIST-EXIT
             PERFORM 2700-SWEEP-AUDITFIL THRU 2700-SWEEP-AUDITFIL-EXIT
             PERFORM 2800-SWEEP-AUDARCHV THRU 2800-SWEEP-AUDARCHV-EXIT
             PERFORM 2900-SWEEP-POSTPONE THRU 2900-SWEEP-POSTPONE-EXIT
             PERFORM 8000-PRINT-COUNTS THRU 8000-PRINT-COUNTS-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           STOP RUN.

      *    The processing date comes from the business-date file
      *    BUSDTCTL keeps, not the clock. A missing file or a
      *    closed date leaves the switch off and the run refused.
       0200-CHECK-BUSINESS-DATE.
           OPEN INPUT BUS-DATE-FILE.
           IF IW-BUSDATE-STATUS IS EQUAL TO "35"
             GO TO 0200-CHECK-BUSINESS-DATE-EXIT
           END-IF.
           READ BUS-DATE-FILE
             AT END
               CONTINUE
             NOT AT END
               IF BD-DATE-STATUS IS EQUAL TO "OPEN"
                 MOVE "Y" TO IW-BUS-DATE-SW
                 MOVE BD-BUSINESS-DATE TO IW-BUSINESS-DATE
               END-IF
           END-READ.
           CLOSE BUS-DATE-FILE.
       0200-CHECK-BUSINESS-DATE-EXIT.
           EXIT.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO IW-RL-START-STAMP.
           MOVE IW-RL-START-STAMP TO IW-RUN-STAMP.
           OPEN INPUT SWEEP-PARM-FILE.
           IF IW-PARM-STATUS IS NOT EQUAL TO "35"
             READ SWEEP-PARM-FILE
               AT END
                 CONTINUE
               NOT AT END
                 IF SW-RUN-MODE IS EQUAL TO "R"
                   MOVE "R" TO IW-MODE-SW
                 END-IF
             END-READ
             CLOSE SWEEP-PARM-FILE
           END-IF.
           INITIALIZE IW-FILE-COUNTS.
           OPEN OUTPUT SWEEP-RPT-FILE.
           MOVE IW-RUN-STAMP TO IW-HDR-STAMP.
           IF IW-REKEY-MODE
             MOVE "RE-KEY RUN" TO IW-HDR-MODE
           ELSE
             MOVE "CHECK ONLY" TO IW-HDR-MODE
           END-IF.
           WRITE SWEEP-RPT-REC FROM IW-HDR-LINE-1.
      *    Without the master there is nothing to check ids against,
      *    so nothing is swept and no new generation is written.
           OPEN INPUT PLAYER-MASTER-FILE.
           IF IW-MASTER-STATUS IS EQUAL TO "00"
             MOVE "Y" TO IW-MASTER-OPEN-SW
           ELSE
             MOVE "*** PLAYER MASTER NOT AVAILABLE - NOT SWEPT ***"
               TO IW-END-LINE
             MOVE IW-MASTER-STATUS TO IW-RL-WORST-STATUS
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      *    Each merge shows on the journal as the survivor's "M"
      *    change and, straight after it, the duplicate's "M"
      *    deletion; the pair is taken when the deletion is read.
       1200-LOAD-JOURNAL-MERGES.
           OPEN INPUT PM-JOURNAL-FILE.
           IF IW-JRNL-STATUS IS EQUAL TO "35"
             GO TO 1200-LOAD-JOURNAL-MERGES-EXIT
           END-IF.
           MOVE "N" TO IW-EOF-SW.
           PERFORM 1210-READ-JOURNAL THRU 1210-READ-JOURNAL-EXIT
             UNTIL IW-EOF.
           CLOSE PM-JOURNAL-FILE.
       1200-LOAD-JOURNAL-MERGES-EXIT.
           EXIT.

       1210-READ-JOURNAL.
           READ PM-JOURNAL-FILE
             AT END
               MOVE "Y" TO IW-EOF-SW
               GO TO 1210-READ-JOURNAL-EXIT
           END-READ.
           IF PJ-PROGRAM-ID IS NOT EQUAL TO "PLAYERMNT"
             OR PJ-TRAN-CODE IS NOT EQUAL TO "M"
             MOVE SPACES TO IW-HELD-SURVIVOR
             GO TO 1210-READ-JOURNAL-EXIT
           END-IF.
           IF PJ-ACTION IS EQUAL TO "C"
             MOVE PJ-PLAYER-ID TO IW-HELD-SURVIVOR
             GO TO 1210-READ-JOURNAL-EXIT
           END-IF.
           IF PJ-ACTION IS EQUAL TO "D"
             AND IW-HELD-SURVIVOR IS NOT EQUAL TO SPACES
             MOVE PJ-PLAYER-ID TO IW-ADD-OLD-ID
             MOVE IW-HELD-SURVIVOR TO IW-ADD-NEW-ID
             MOVE "J" TO IW-ADD-SOURCE
             PERFORM 1400-ADD-PAIR THRU 1400-ADD-PAIR-EXIT
           END-IF.
           MOVE SPACES TO IW-HELD-SURVIVOR.
       1210-READ-JOURNAL-EXIT.
           EXIT.

       1300-LOAD-REKEY-CARDS.
           OPEN INPUT REKEY-CARD-FILE.
           IF IW-CARD-STATUS IS EQUAL TO "35"
             GO TO 1300-LOAD-REKEY-CARDS-EXIT
           END-IF.
           MOVE "N" TO IW-EOF-SW.
           PERFORM 1310-READ-CARD THRU 1310-READ-CARD-EXIT
             UNTIL IW-EOF.
           CLOSE REKEY-CARD-FILE.
       1300-LOAD-REKEY-CARDS-EXIT.
           EXIT.

       1310-READ-CARD.
           READ REKEY-CARD-FILE
             AT END
               MOVE "Y" TO IW-EOF-SW
             NOT AT END
               IF RK-OLD-ID IS NOT EQUAL TO SPACES
                 AND RK-NEW-ID IS NOT EQUAL TO SPACES
                 AND RK-OLD-ID IS NOT EQUAL TO RK-NEW-ID
                 MOVE RK-OLD-ID TO IW-ADD-OLD-ID
                 MOVE RK-NEW-ID TO IW-ADD-NEW-ID
                 MOVE "C" TO IW-ADD-SOURCE
                 PERFORM 1400-ADD-PAIR THRU 1400-ADD-PAIR-EXIT
               END-IF
           END-READ.
       1310-READ-CARD-EXIT.
           EXIT.

      *    An old id merged twice keeps the later survivor; a card
      *    read after the journal therefore overrides it.
       1400-ADD-PAIR.
           MOVE IW-ADD-OLD-ID TO IW-LOOKUP-ID.
           PERFORM 7200-FIND-OLD-ID THRU 7200-FIND-OLD-ID-EXIT.
           IF NOT IW-KEY-FOUND
             IF IW-PAIR-COUNT IS NOT LESS THAN IW-PAIR-LIMIT
               GO TO 1400-ADD-PAIR-EXIT
             END-IF
             ADD 1 TO IW-PAIR-COUNT
             SET IW-PR-IDX TO IW-PAIR-COUNT
             MOVE IW-ADD-OLD-ID TO IW-PR-OLD-ID(IW-PR-IDX)
             MOVE 0 TO IW-PR-ROWS(IW-PR-IDX)
           END-IF.
           MOVE IW-ADD-NEW-ID TO IW-PR-NEW-ID(IW-PR-IDX).
           MOVE IW-ADD-SOURCE TO IW-PR-SOURCE(IW-PR-IDX).
           MOVE SPACES TO IW-PR-STATUS(IW-PR-IDX).
       1400-ADD-PAIR-EXIT.
           EXIT.

      *    Follows every pair through to its last survivor, checks
      *    both ends against the master, and lists the pairs.
       1500-RESOLVE-PAIRS.
           MOVE "MERGED IDS" TO IW-SEC-TEXT.
           WRITE SWEEP-RPT-REC FROM IW-SECTION-LINE.
           IF IW-PAIR-COUNT IS EQUAL TO 0
             MOVE "NONE ON JOURNAL OR CARDS" TO IW-SEC-TEXT
             WRITE SWEEP-RPT-REC FROM IW-SECTION-LINE
             GO TO 1500-RESOLVE-PAIRS-EXIT
           END-IF.
           WRITE SWEEP-RPT-REC FROM IW-PAIR-HDR.
           MOVE 1 TO IW-PAIR-I.
           PERFORM 1510-RESOLVE-ONE-PAIR
             THRU 1510-RESOLVE-ONE-PAIR-EXIT
             IW-PAIR-COUNT TIMES.
       1500-RESOLVE-PAIRS-EXIT.
           EXIT.

       1510-RESOLVE-ONE-PAIR.
           PERFORM 1520-CHECK-PAIR THRU 1520-CHECK-PAIR-EXIT.
           SET IW-PR-IDX TO IW-PAIR-I.
           MOVE IW-PR-OLD-ID(IW-PR-IDX) TO IW-PL-OLD-ID.
           MOVE IW-PR-NEW-ID(IW-PR-IDX) TO IW-PL-NEW-ID.
           IF IW-PR-SOURCE(IW-PR-IDX) IS EQUAL TO "J"
             MOVE "JOURNAL" TO IW-PL-SOURCE
           ELSE
             MOVE "CARD" TO IW-PL-SOURCE
           END-IF.
           MOVE IW-PR-STATUS(IW-PR-IDX) TO IW-PL-STATUS.
           MOVE 0 TO IW-PL-ROWS.
           WRITE SWEEP-RPT-REC FROM IW-PAIR-LINE.
           ADD 1 TO IW-PAIR-I.
       1510-RESOLVE-ONE-PAIR-EXIT.
           EXIT.

      *    A survivor that was itself merged away later hands its
      *    merged ids on to its own survivor; ten hops is more
      *    than any real chain and stops a looped pair of cards.
       1520-CHECK-PAIR.
           SET IW-PR-IDX TO IW-PAIR-I.
           MOVE IW-PR-NEW-ID(IW-PR-IDX) TO IW-CHAIN-ID.
           MOVE 0 TO IW-HOP-COUNT.
           MOVE "N" TO IW-CHAIN-END-SW.
           PERFORM 1530-FOLLOW-CHAIN THRU 1530-FOLLOW-CHAIN-EXIT
             UNTIL IW-CHAIN-END.
           SET IW-PR-IDX TO IW-PAIR-I.
           IF IW-HOP-COUNT IS GREATER THAN 10
             MOVE "MERGE CHAIN LOOPS" TO IW-PR-STATUS(IW-PR-IDX)
             GO TO 1520-CHECK-PAIR-EXIT
           END-IF.
           MOVE IW-CHAIN-ID TO IW-PR-NEW-ID(IW-PR-IDX).
           MOVE IW-PR-OLD-ID(IW-PR-IDX) TO PM-PLAYER-ID.
           READ PLAYER-MASTER-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE "OLD ID ON MASTER" TO IW-PR-STATUS(IW-PR-IDX)
               GO TO 1520-CHECK-PAIR-EXIT
           END-READ.
           MOVE IW-CHAIN-ID TO PM-PLAYER-ID.
           READ PLAYER-MASTER-FILE
             INVALID KEY
               MOVE "SURVIVOR NOT ON MASTER" TO IW-PR-STATUS(IW-PR-IDX)
               GO TO 1520-CHECK-PAIR-EXIT
           END-READ.
           MOVE "OK" TO IW-PR-STATUS(IW-PR-IDX).
       1520-CHECK-PAIR-EXIT.
           EXIT.

       1530-FOLLOW-CHAIN.
           ADD 1 TO IW-HOP-COUNT.
           IF IW-HOP-COUNT IS GREATER THAN 10
             MOVE "Y" TO IW-CHAIN-END-SW
             GO TO 1530-FOLLOW-CHAIN-EXIT
           END-IF.
           MOVE IW-CHAIN-ID TO IW-LOOKUP-ID.
           PERFORM 7200-FIND-OLD-ID THRU 7200-FIND-OLD-ID-EXIT.
           IF IW-KEY-FOUND
             MOVE IW-PR-NEW-ID(IW-PR-IDX) TO IW-CHAIN-ID
           ELSE
             MOVE "Y" TO IW-CHAIN-END-SW
           END-IF.
       1530-FOLLOW-CHAIN-EXIT.
           EXIT.

      *    Each sweep paragraph opens its file (a file not there is
      *    reported and passed over), checks every player id on
      *    every record, and on a re-key run writes the record,
      *    re-keyed, to the new generation.
       2000-SWEEP-GAMEHIST.
           MOVE 1 TO IW-FILE-NO.
           OPEN INPUT GAME-HIST-FILE.
           IF IW-IN-STATUS IS EQUAL TO "35"
             PERFORM 7900-END-FILE THRU 7900-END-FILE-EXIT
             GO TO 2000-SWEEP-GAMEHIST-EXIT
           END-IF.
           IF IW-REKEY-MODE
             OPEN OUTPUT GAME-NEW-FILE
           END-IF.
           MOVE "N" TO IW-EOF-SW.
           PERFORM 2010-GAMEHIST-RECORD THRU 2010-GAMEHIST-RECORD-EXIT
             UNTIL IW-EOF.
           CLOSE GAME-HIST-FILE.
           IF IW-REKEY-MODE
             CLOSE GAME-NEW-FILE
           END-IF.
           PERFORM 7900-END-FILE THRU 7900-END-FILE-EXIT.
       2000-SWEEP-GAMEHIST-EXIT.
           EXIT.

       2010-GAMEHIST-RECORD.
           READ GAME-HIST-FILE
             AT END
               MOVE "Y" TO IW-EOF-SW
               GO TO 2010-GAMEHIST-RECORD-EXIT
           END-READ.
           PERFORM 7000-START-RECORD THRU 7000-START-RECORD-EXIT.
           MOVE GH-PLAYER-ID TO IW-CHECK-ID.
           PERFORM 7100-CHECK-ID THRU 7100-CHECK-ID-EXIT.
           MOVE IW-CHECK-ID TO GH-PLAYER-ID.
           IF IW-REKEY-MODE
             WRITE GAME-NEW-REC FROM GAME-HIST-REC
             PERFORM 7600-COUNT-OUT THRU 7600-COUNT-OUT-EXIT
           END-IF.
       2010-GAMEHIST-RECORD-EXIT.
           EXIT.

       2100-SWEEP-PUZZLHST.
           MOVE 2 TO IW-FILE-NO.
           OPEN INPUT PUZZLE-HIST-FILE.
           IF IW-IN-STATUS IS EQUAL TO "35"
             PERFORM 7900-END-FILE THRU 7900-END-FILE-EXIT
             GO TO 2100-SWEEP-PUZZLHST-EXIT
           END-IF.
           IF IW-REKEY-MODE
             OPEN OUTPUT PUZZLE-NEW-FILE
           END-IF.
           MOVE "N" TO IW-EOF-SW.
           PERFORM 2110-PUZZLHST-RECORD THRU 2110-PUZZLHST-RECORD-EXIT
             UNTIL IW-EOF.
           CLOSE PUZZLE-HIST-FILE.
           IF IW-REKEY-MODE
             CLOSE PUZZLE-NEW-FILE
           END-IF.
           PERFORM 7900-END-FILE THRU 7900-END-FILE-EXIT.
       2100-SWEEP-PUZZLHST-EXIT.
           EXIT.

       2110-PUZZLHST-RECORD.
           READ PUZZLE-HIST-FILE
             AT END
               MOVE "Y" TO IW-EOF-SW
               GO TO 2110-PUZZLHST-RECORD-EXIT
           END-READ.
           PERFORM 7000-START-RECORD THRU 7000-START-RECORD-EXIT.
           MOVE PH-PLAYER-ID TO IW-CHECK-ID.
           PERFORM 7100-CHECK-ID THRU 7100-CHECK-ID-EXIT.
           MOVE IW-CHECK-ID TO PH-PLAYER-ID.
           IF IW-REKEY-MODE
             WRITE PUZZLE-NEW-REC FROM PUZZLE-HIST-REC
             PERFORM 7600-COUNT-OUT THRU 7600-COUNT-OUT-EXIT
           END-IF.
       2110-PUZZLHST-RECORD-EXIT.
           EXIT.

       2200-SWEEP-ACHVFILE.
           MOVE 3 TO IW-FILE-NO.
           OPEN INPUT ACHIEVE-FILE.
           IF IW-IN-STATUS IS EQUAL TO "35"
             PERFORM 7900-END-FILE THRU 7900-END-FILE-EXIT
             GO TO 2200-SWEEP-ACHVFILE-EXIT
           END-IF.
           IF IW-REKEY-MODE
             OPEN OUTPUT ACHIEVE-NEW-FILE
           END-IF.
           MOVE "N" TO IW-EOF-SW.
           PERFORM 2210-ACHVFILE-RECORD THRU 2210-ACHVFILE-RECORD-EXIT
             UNTIL IW-EOF.
           CLOSE ACHIEVE-FILE.
           IF IW-REKEY-MODE
             CLOSE ACHIEVE-NEW-FILE
           END-IF.
           PERFORM 7900-END-FILE THRU 7900-END-FILE-EXIT.
       2200-SWEEP-ACHVFILE-EXIT.
           EXIT.

       2210-ACHVFILE-RECORD.
           READ ACHIEVE-FILE
             AT END
               MOVE "Y" TO IW-EOF-SW
               GO TO 2210-ACHVFILE-RECORD-EXIT
           END-READ.
           PERFORM 7000-START-RECORD THRU 7000-START-RECORD-EXIT.
           MOVE AC-PLAYER-ID TO IW-CHECK-ID.
           PERFORM 7100-CHECK-ID THRU 7100-CHECK-ID-EXIT.
           MOVE IW-CHECK-ID TO AC-PLAYER-ID.
           IF IW-REKEY-MODE
             WRITE ACHIEVE-NEW-REC FROM ACHIEVE-REC
             PERFORM 7600-COUNT-OUT THRU 7600-COUNT-OUT-EXIT
           END-IF.
       2210-ACHVFILE-RECORD-EXIT.
           EXIT.

      *    A merged id's handicap row is left off the new
      *    generation instead of being re-keyed.
       2300-SWEEP-HCAPMAS.
           MOVE 4 TO IW-FILE-NO.
           OPEN INPUT HCAP-MASTER-FILE.
           IF IW-IN-STATUS IS EQUAL TO "35"
             PERFORM 7900-END-FILE THRU 7900-END-FILE-EXIT
             GO TO 2300-SWEEP-HCAPMAS-EXIT
           END-IF.
           IF IW-REKEY-MODE
             OPEN OUTPUT HCAP-NEW-FILE
           END-IF.
           MOVE "N" TO IW-EOF-SW.
           PERFORM 2310-HCAPMAS-RECORD THRU 2310-HCAPMAS-RECORD-EXIT
             UNTIL IW-EOF.
           CLOSE HCAP-MASTER-FILE.
           IF IW-REKEY-MODE
             CLOSE HCAP-NEW-FILE
           END-IF.
           PERFORM 7900-END-FILE THRU 7900-END-FILE-EXIT.
       2300-SWEEP-HCAPMAS-EXIT.
           EXIT.

       2310-HCAPMAS-RECORD.
           READ HCAP-MASTER-FILE
             AT END
               MOVE "Y" TO IW-EOF-SW
               GO TO 2310-HCAPMAS-RECORD-EXIT
           END-READ.
           PERFORM 7000-START-RECORD THRU 7000-START-RECORD-EXIT.
           MOVE HM-PLAYER-ID TO IW-CHECK-ID.
           PERFORM 7100-CHECK-ID THRU 7100-CHECK-ID-EXIT.
           MOVE IW-CHECK-ID TO HM-PLAYER-ID.
           IF IW-REKEY-MODE
             AND NOT IW-RECORD-REKEYED
             WRITE HCAP-NEW-REC FROM HCAP-MASTER-REC
             PERFORM 7600-COUNT-OUT THRU 7600-COUNT-OUT-EXIT
           END-IF.
       2310-HCAPMAS-RECORD-EXIT.
           EXIT.

       2400-SWEEP-FIXTURES.
           MOVE 5 TO IW-FILE-NO.
           OPEN INPUT FIXTURE-FILE.
           IF IW-IN-STATUS IS EQUAL TO "35"
             PERFORM 7900-END-FILE THRU 7900-END-FILE-EXIT
             GO TO 2400-SWEEP-FIXTURES-EXIT
           END-IF.
           IF IW-REKEY-MODE
             OPEN OUTPUT FIXTURE-NEW-FILE
           END-IF.
           MOVE "N" TO IW-EOF-SW.
           PERFORM 2410-FIXTURES-RECORD THRU 2410-FIXTURES-RECORD-EXIT
             UNTIL IW-EOF.
           CLOSE FIXTURE-FILE.
           IF IW-REKEY-MODE
             CLOSE FIXTURE-NEW-FILE
           END-IF.
           PERFORM 7900-END-FILE THRU 7900-END-FILE-EXIT.
       2400-SWEEP-FIXTURES-EXIT.
           EXIT.

       2410-FIXTURES-RECORD.
           READ FIXTURE-FILE
             AT END
               MOVE "Y" TO IW-EOF-SW
               GO TO 2410-FIXTURES-RECORD-EXIT
           END-READ.
           PERFORM 7000-START-RECORD THRU 7000-START-RECORD-EXIT.
           MOVE FX-HOME-ID TO IW-CHECK-ID.
           PERFORM 7100-CHECK-ID THRU 7100-CHECK-ID-EXIT.
           MOVE IW-CHECK-ID TO FX-HOME-ID.
           MOVE FX-AWAY-ID TO IW-CHECK-ID.
           PERFORM 7100-CHECK-ID THRU 7100-CHECK-ID-EXIT.
           MOVE IW-CHECK-ID TO FX-AWAY-ID.
           IF IW-REKEY-MODE
             WRITE FIXTURE-NEW-REC FROM FIXTURE-REC
             MOVE FX-HOME-ID TO IW-CHECK-ID
             PERFORM 7600-COUNT-OUT THRU 7600-COUNT-OUT-EXIT
             MOVE FX-AWAY-ID TO IW-CHECK-ID
             PERFORM 7610-COUNT-OUT-ID THRU 7610-COUNT-OUT-ID-EXIT
           END-IF.
       2410-FIXTURES-RECORD-EXIT.
           EXIT.

       2500-SWEEP-MATCHRSL.
           MOVE 6 TO IW-FILE-NO.
           OPEN INPUT MATCH-RESULT-FILE.
           IF IW-IN-STATUS IS EQUAL TO "35"
             PERFORM 7900-END-FILE THRU 7900-END-FILE-EXIT
             GO TO 2500-SWEEP-MATCHRSL-EXIT
           END-IF.
           IF IW-REKEY-MODE
             OPEN OUTPUT MATCH-NEW-FILE
           END-IF.
           MOVE "N" TO IW-EOF-SW.
           PERFORM 2510-MATCHRSL-RECORD THRU 2510-MATCHRSL-RECORD-EXIT
             UNTIL IW-EOF.
           CLOSE MATCH-RESULT-FILE.
           IF IW-REKEY-MODE
             CLOSE MATCH-NEW-FILE
           END-IF.
           PERFORM 7900-END-FILE THRU 7900-END-FILE-EXIT.
       2500-SWEEP-MATCHRSL-EXIT.
           EXIT.

       2510-MATCHRSL-RECORD.
           READ MATCH-RESULT-FILE
             AT END
               MOVE "Y" TO IW-EOF-SW
               GO TO 2510-MATCHRSL-RECORD-EXIT
           END-READ.
           PERFORM 7000-START-RECORD THRU 7000-START-RECORD-EXIT.
           MOVE MS-HOME-ID TO IW-CHECK-ID.
           PERFORM 7100-CHECK-ID THRU 7100-CHECK-ID-EXIT.
           MOVE IW-CHECK-ID TO MS-HOME-ID.
           MOVE MS-AWAY-ID TO IW-CHECK-ID.
           PERFORM 7100-CHECK-ID THRU 7100-CHECK-ID-EXIT.
           MOVE IW-CHECK-ID TO MS-AWAY-ID.
           IF IW-REKEY-MODE
             WRITE MATCH-NEW-REC FROM MATCH-RESULT-REC
             MOVE MS-HOME-ID TO IW-CHECK-ID
             PERFORM 7600-COUNT-OUT THRU 7600-COUNT-OUT-EXIT
             MOVE MS-AWAY-ID TO IW-CHECK-ID
             PERFORM 7610-COUNT-OUT-ID THRU 7610-COUNT-OUT-ID-EXIT
           END-IF.
       2510-MATCHRSL-RECORD-EXIT.
           EXIT.

       2600-SWEEP-SEASHIST.
           MOVE 7 TO IW-FILE-NO.
           OPEN INPUT SEASON-HIST-FILE.
           IF IW-IN-STATUS IS EQUAL TO "35"
             PERFORM 7900-END-FILE THRU 7900-END-FILE-EXIT
             GO TO 2600-SWEEP-SEASHIST-EXIT
           END-IF.
           IF IW-REKEY-MODE
             OPEN OUTPUT SEASON-NEW-FILE
           END-IF.
           MOVE "N" TO IW-EOF-SW.
           PERFORM 2610-SEASHIST-RECORD THRU 2610-SEASHIST-RECORD-EXIT
             UNTIL IW-EOF.
           CLOSE SEASON-HIST-FILE.
           IF IW-REKEY-MODE
             CLOSE SEASON-NEW-FILE
           END-IF.
           PERFORM 7900-END-FILE THRU 7900-END-FILE-EXIT.
       2600-SWEEP-SEASHIST-EXIT.
           EXIT.

       2610-SEASHIST-RECORD.
           READ SEASON-HIST-FILE
             AT END
               MOVE "Y" TO IW-EOF-SW
               GO TO 2610-SEASHIST-RECORD-EXIT
           END-READ.
           PERFORM 7000-START-RECORD THRU 7000-START-RECORD-EXIT.
           MOVE SH-PLAYER-ID TO IW-CHECK-ID.
           PERFORM 7100-CHECK-ID THRU 7100-CHECK-ID-EXIT.
           MOVE IW-CHECK-ID TO SH-PLAYER-ID.
           IF IW-REKEY-MODE
             WRITE SEASON-NEW-REC FROM SEASON-HIST-REC
             PERFORM 7600-COUNT-OUT THRU 7600-COUNT-OUT-EXIT
           END-IF.
       2610-SEASHIST-RECORD-EXIT.
           EXIT.

       2700-SWEEP-AUDITFIL.
           MOVE 8 TO IW-FILE-NO.
           OPEN INPUT AUDIT-FILE.
           IF IW-IN-STATUS IS EQUAL TO "35"
             PERFORM 7900-END-FILE THRU 7900-END-FILE-EXIT
             GO TO 2700-SWEEP-AUDITFIL-EXIT
           END-IF.
           IF IW-REKEY-MODE
             OPEN OUTPUT AUDIT-NEW-FILE
           END-IF.
           MOVE "N" TO IW-EOF-SW.
           PERFORM 2710-AUDITFIL-RECORD THRU 2710-AUDITFIL-RECORD-EXIT
             UNTIL IW-EOF.
           CLOSE AUDIT-FILE.
           IF IW-REKEY-MODE
             CLOSE AUDIT-NEW-FILE
           END-IF.
           PERFORM 7900-END-FILE THRU 7900-END-FILE-EXIT.
       2700-SWEEP-AUDITFIL-EXIT.
           EXIT.

       2710-AUDITFIL-RECORD.
           READ AUDIT-FILE
             AT END
               MOVE "Y" TO IW-EOF-SW
               GO TO 2710-AUDITFIL-RECORD-EXIT
           END-READ.
           PERFORM 7000-START-RECORD THRU 7000-START-RECORD-EXIT.
           MOVE AUD-PLAYER-ID TO IW-CHECK-ID.
           PERFORM 7100-CHECK-ID THRU 7100-CHECK-ID-EXIT.
           MOVE IW-CHECK-ID TO AUD-PLAYER-ID.
           IF IW-REKEY-MODE
             WRITE AUDIT-NEW-REC FROM AUDIT-REC
             PERFORM 7600-COUNT-OUT THRU 7600-COUNT-OUT-EXIT
           END-IF.
       2710-AUDITFIL-RECORD-EXIT.
           EXIT.

       2800-SWEEP-AUDARCHV.
           MOVE 9 TO IW-FILE-NO.
           OPEN INPUT ARCHIVE-FILE.
           IF IW-IN-STATUS IS EQUAL TO "35"
             PERFORM 7900-END-FILE THRU 7900-END-FILE-EXIT
             GO TO 2800-SWEEP-AUDARCHV-EXIT
           END-IF.
           IF IW-REKEY-MODE
             OPEN OUTPUT ARCHIVE-NEW-FILE
           END-IF.
           MOVE "N" TO IW-EOF-SW.
           PERFORM 2810-AUDARCHV-RECORD THRU 2810-AUDARCHV-RECORD-EXIT
             UNTIL IW-EOF.
           CLOSE ARCHIVE-FILE.
           IF IW-REKEY-MODE
             CLOSE ARCHIVE-NEW-FILE
           END-IF.
           PERFORM 7900-END-FILE THRU 7900-END-FILE-EXIT.
       2800-SWEEP-AUDARCHV-EXIT.
           EXIT.

       2810-AUDARCHV-RECORD.
           READ ARCHIVE-FILE
             AT END
               MOVE "Y" TO IW-EOF-SW
               GO TO 2810-AUDARCHV-RECORD-EXIT
           END-READ.
           PERFORM 7000-START-RECORD THRU 7000-START-RECORD-EXIT.
           MOVE AR-PLAYER-ID TO IW-CHECK-ID.
           PERFORM 7100-CHECK-ID THRU 7100-CHECK-ID-EXIT.
           MOVE IW-CHECK-ID TO AR-PLAYER-ID.
           IF IW-REKEY-MODE
             WRITE ARCHIVE-NEW-REC FROM ARCHIVE-REC
             PERFORM 7600-COUNT-OUT THRU 7600-COUNT-OUT-EXIT
           END-IF.
       2810-AUDARCHV-RECORD-EXIT.
           EXIT.

       2900-SWEEP-POSTPONE.
           MOVE 10 TO IW-FILE-NO.
           OPEN INPUT POSTPONE-FILE.
           IF IW-IN-STATUS IS EQUAL TO "35"
             PERFORM 7900-END-FILE THRU 7900-END-FILE-EXIT
             GO TO 2900-SWEEP-POSTPONE-EXIT
           END-IF.
           IF IW-REKEY-MODE
             OPEN OUTPUT POSTPONE-NEW-FILE
           END-IF.
           MOVE "N" TO IW-EOF-SW.
           PERFORM 2910-POSTPONE-RECORD THRU 2910-POSTPONE-RECORD-EXIT
             UNTIL IW-EOF.
           CLOSE POSTPONE-FILE.
           IF IW-REKEY-MODE
             CLOSE POSTPONE-NEW-FILE
           END-IF.
           PERFORM 7900-END-FILE THRU 7900-END-FILE-EXIT.
       2900-SWEEP-POSTPONE-EXIT.
           EXIT.

       2910-POSTPONE-RECORD.
           READ POSTPONE-FILE
             AT END
               MOVE "Y" TO IW-EOF-SW
               GO TO 2910-POSTPONE-RECORD-EXIT
           END-READ.
           PERFORM 7000-START-RECORD THRU 7000-START-RECORD-EXIT.
           MOVE PP-HOME-ID TO IW-CHECK-ID.
           PERFORM 7100-CHECK-ID THRU 7100-CHECK-ID-EXIT.
           MOVE IW-CHECK-ID TO PP-HOME-ID.
           MOVE PP-AWAY-ID TO IW-CHECK-ID.
           PERFORM 7100-CHECK-ID THRU 7100-CHECK-ID-EXIT.
           MOVE IW-CHECK-ID TO PP-AWAY-ID.
           IF IW-REKEY-MODE
             WRITE POSTPONE-NEW-REC FROM POSTPONE-REC
             MOVE PP-HOME-ID TO IW-CHECK-ID
             PERFORM 7600-COUNT-OUT THRU 7600-COUNT-OUT-EXIT
             MOVE PP-AWAY-ID TO IW-CHECK-ID
             PERFORM 7610-COUNT-OUT-ID THRU 7610-COUNT-OUT-ID-EXIT
           END-IF.
       2910-POSTPONE-RECORD-EXIT.
           EXIT.

       7000-START-RECORD.
           MOVE "Y" TO IW-FL-PRESENT(IW-FILE-NO).
           ADD 1 TO IW-FL-RECS-IN(IW-FILE-NO).
           ADD 1 TO IW-TOTAL-READ.
           MOVE "N" TO IW-RECORD-REKEYED-SW.
       7000-START-RECORD-EXIT.
           EXIT.

      *    Checks IW-CHECK-ID against the master and the merged-id
      *    pairs, counts it under its condition, and on a re-key
      *    run hands back the survivor in IW-CHECK-ID in place of
      *    a merged id. Blank ids and the fixture "BYE" are not
      *    player ids and are passed over.
       7100-CHECK-ID.
           MOVE SPACE TO IW-CHECK-COND.
           MOVE "N" TO IW-REKEYED-SW.
           IF IW-CHECK-ID IS EQUAL TO SPACES
             OR IW-CHECK-ID IS EQUAL TO IW-BYE-ID
             GO TO 7100-CHECK-ID-EXIT
           END-IF.
           MOVE IW-CHECK-ID TO PM-PLAYER-ID.
           READ PLAYER-MASTER-FILE
             INVALID KEY
               MOVE "O" TO IW-CHECK-COND
             NOT INVALID KEY
               IF PM-PLAYER-INACTIVE
                 MOVE "I" TO IW-CHECK-COND
               END-IF
           END-READ.
           IF IW-CHECK-COND IS NOT EQUAL TO "O"
             MOVE IW-CHECK-ID TO IW-LOOKUP-ID
             PERFORM 7300-FIND-SURVIVOR THRU 7300-FIND-SURVIVOR-EXIT
             IF IW-KEY-FOUND
               ADD 1 TO IW-FL-SURV-BEFORE(IW-FILE-NO)
             END-IF
           ELSE
             MOVE IW-CHECK-ID TO IW-LOOKUP-ID
             PERFORM 7200-FIND-OLD-ID THRU 7200-FIND-OLD-ID-EXIT
             IF IW-KEY-FOUND
               AND IW-PR-STATUS(IW-PR-IDX) IS EQUAL TO "OK"
               MOVE "M" TO IW-CHECK-COND
               MOVE IW-PR-NEW-ID(IW-PR-IDX) TO IW-SURVIVOR-ID
             END-IF
           END-IF.
           EVALUATE IW-CHECK-COND
             WHEN "O"
               ADD 1 TO IW-FL-ORPHAN(IW-FILE-NO)
             WHEN "I"
               ADD 1 TO IW-FL-INACTIVE(IW-FILE-NO)
             WHEN "M"
               ADD 1 TO IW-FL-MERGED(IW-FILE-NO)
               ADD 1 TO IW-FL-OLD-BEFORE(IW-FILE-NO)
             WHEN OTHER
               GO TO 7100-CHECK-ID-EXIT
           END-EVALUATE.
           ADD 1 TO IW-TOTAL-EXCEPTIONS.
           PERFORM 7400-NOTE-EXCEPTION THRU 7400-NOTE-EXCEPTION-EXIT.
           IF NOT IW-REKEY-MODE
             OR IW-CHECK-COND IS NOT EQUAL TO "M"
             GO TO 7100-CHECK-ID-EXIT
           END-IF.
           IF IW-FILE-NO IS EQUAL TO IW-HCAP-FILE-NO
             ADD 1 TO IW-FL-DROPPED(IW-FILE-NO)
             ADD 1 TO IW-TOTAL-DROPPED
           ELSE
             ADD 1 TO IW-PR-ROWS(IW-PR-IDX)
             ADD 1 TO IW-FL-REKEYED(IW-FILE-NO)
             ADD 1 TO IW-TOTAL-REKEYED
           END-IF.
           MOVE IW-SURVIVOR-ID TO IW-CHECK-ID.
           MOVE "Y" TO IW-REKEYED-SW.
           MOVE "Y" TO IW-RECORD-REKEYED-SW.
       7100-CHECK-ID-EXIT.
           EXIT.

      *    Leaves IW-PR-IDX on the pair whose old id is
      *    IW-LOOKUP-ID when the found switch comes back "Y".
       7200-FIND-OLD-ID.
           MOVE "N" TO IW-FOUND-SW.
           IF IW-PAIR-COUNT IS GREATER THAN 0
             SET IW-PR-IDX TO 1
             PERFORM 7210-COMPARE-OLD-ID THRU 7210-COMPARE-OLD-ID-EXIT
               IW-PAIR-COUNT TIMES
           END-IF.
       7200-FIND-OLD-ID-EXIT.
           EXIT.

       7210-COMPARE-OLD-ID.
           IF IW-KEY-FOUND
             CONTINUE
           ELSE
             IF IW-LOOKUP-ID IS EQUAL TO IW-PR-OLD-ID(IW-PR-IDX)
               MOVE "Y" TO IW-FOUND-SW
             ELSE
               SET IW-PR-IDX UP BY 1
             END-IF
           END-IF.
       7210-COMPARE-OLD-ID-EXIT.
           EXIT.

      *    Is IW-LOOKUP-ID the survivor of a pair in use?
       7300-FIND-SURVIVOR.
           MOVE "N" TO IW-FOUND-SW.
           IF IW-PAIR-COUNT IS GREATER THAN 0
             SET IW-PR-IDX TO 1
             PERFORM 7310-COMPARE-SURVIVOR
               THRU 7310-COMPARE-SURVIVOR-EXIT
               IW-PAIR-COUNT TIMES
           END-IF.
       7300-FIND-SURVIVOR-EXIT.
           EXIT.

       7310-COMPARE-SURVIVOR.
           IF IW-KEY-FOUND
             CONTINUE
           ELSE
             IF IW-LOOKUP-ID IS EQUAL TO IW-PR-NEW-ID(IW-PR-IDX)
               AND IW-PR-STATUS(IW-PR-IDX) IS EQUAL TO "OK"
               MOVE "Y" TO IW-FOUND-SW
             ELSE
               SET IW-PR-IDX UP BY 1
             END-IF
           END-IF.
       7310-COMPARE-SURVIVOR-EXIT.
           EXIT.

       7400-NOTE-EXCEPTION.
           MOVE "N" TO IW-FOUND-SW.
           IF IW-EXC-COUNT IS GREATER THAN 0
             SET IW-EX-IDX TO 1
             PERFORM 7410-COMPARE-EXCEPTION
               THRU 7410-COMPARE-EXCEPTION-EXIT
               IW-EXC-COUNT TIMES
           END-IF.
           IF NOT IW-KEY-FOUND
             IF IW-EXC-COUNT IS NOT LESS THAN IW-EXC-LIMIT
               ADD 1 TO IW-EXC-OVERFLOW
               GO TO 7400-NOTE-EXCEPTION-EXIT
             END-IF
             ADD 1 TO IW-EXC-COUNT
             SET IW-EX-IDX TO IW-EXC-COUNT
             MOVE IW-CHECK-ID TO IW-EX-ID(IW-EX-IDX)
             MOVE IW-CHECK-COND TO IW-EX-COND(IW-EX-IDX)
             MOVE SPACES TO IW-EX-SURVIVOR(IW-EX-IDX)
             MOVE 0 TO IW-EX-ROWS(IW-EX-IDX)
             IF IW-CHECK-COND IS EQUAL TO "M"
               MOVE IW-SURVIVOR-ID TO IW-EX-SURVIVOR(IW-EX-IDX)
             END-IF
           END-IF.
           ADD 1 TO IW-EX-ROWS(IW-EX-IDX).
       7400-NOTE-EXCEPTION-EXIT.
           EXIT.

       7410-COMPARE-EXCEPTION.
           IF IW-KEY-FOUND
             CONTINUE
           ELSE
             IF IW-CHECK-ID IS EQUAL TO IW-EX-ID(IW-EX-IDX)
               AND IW-CHECK-COND IS EQUAL TO IW-EX-COND(IW-EX-IDX)
               MOVE "Y" TO IW-FOUND-SW
             ELSE
               SET IW-EX-IDX UP BY 1
             END-IF
           END-IF.
       7410-COMPARE-EXCEPTION-EXIT.
           EXIT.

      *    After-counts off a record as written to the new
      *    generation: one record out, and each id on it counted
      *    again as a merged id (one the re-key could not move) or
      *    a survivor. A record with two ids counts its second
      *    through 7610 alone.
       7600-COUNT-OUT.
           ADD 1 TO IW-FL-RECS-OUT(IW-FILE-NO).
           PERFORM 7610-COUNT-OUT-ID THRU 7610-COUNT-OUT-ID-EXIT.
       7600-COUNT-OUT-EXIT.
           EXIT.

       7610-COUNT-OUT-ID.
           IF IW-CHECK-ID IS EQUAL TO SPACES
             OR IW-CHECK-ID IS EQUAL TO IW-BYE-ID
             GO TO 7610-COUNT-OUT-ID-EXIT
           END-IF.
           MOVE IW-CHECK-ID TO IW-LOOKUP-ID.
           PERFORM 7200-FIND-OLD-ID THRU 7200-FIND-OLD-ID-EXIT.
           IF IW-KEY-FOUND
             AND IW-PR-STATUS(IW-PR-IDX) IS EQUAL TO "OK"
             ADD 1 TO IW-FL-OLD-AFTER(IW-FILE-NO)
             GO TO 7610-COUNT-OUT-ID-EXIT
           END-IF.
           PERFORM 7300-FIND-SURVIVOR THRU 7300-FIND-SURVIVOR-EXIT.
           IF IW-KEY-FOUND
             ADD 1 TO IW-FL-SURV-AFTER(IW-FILE-NO)
           END-IF.
       7610-COUNT-OUT-ID-EXIT.
           EXIT.

      *    The file's section of the report: the ids in trouble on
      *    it, then its totals. The exception table is emptied for
      *    the next file.
       7900-END-FILE.
           MOVE SPACES TO IW-SEC-TEXT.
           STRING "FILE " DELIMITED BY SIZE
             IW-FILE-NAME(IW-FILE-NO) DELIMITED BY SPACE
             INTO IW-SEC-TEXT.
           WRITE SWEEP-RPT-REC FROM IW-SECTION-LINE.
           IF IW-FL-PRESENT(IW-FILE-NO) IS NOT EQUAL TO "Y"
             AND IW-IN-STATUS IS EQUAL TO "35"
             MOVE "  NOT ON FILE - NOT SWEPT" TO SWEEP-RPT-REC
             WRITE SWEEP-RPT-REC
             GO TO 7900-END-FILE-EXIT
           END-IF.
           IF IW-EXC-COUNT IS GREATER THAN 0
             SET IW-EX-IDX TO 1
             PERFORM 7910-PRINT-EXCEPTION
               THRU 7910-PRINT-EXCEPTION-EXIT
               IW-EXC-COUNT TIMES
           END-IF.
           IF IW-EXC-OVERFLOW IS GREATER THAN 0
             MOVE SPACES TO SWEEP-RPT-REC
             STRING "  MORE IDS THAN THE REPORT HOLDS - "
               DELIMITED BY SIZE
               "COUNTED IN THE TOTALS ONLY" DELIMITED BY SIZE
               INTO SWEEP-RPT-REC
             WRITE SWEEP-RPT-REC
           END-IF.
           MOVE IW-FL-RECS-IN(IW-FILE-NO) TO IW-FT-RECS.
           MOVE IW-FL-ORPHAN(IW-FILE-NO) TO IW-FT-ORPHAN.
           MOVE IW-FL-MERGED(IW-FILE-NO) TO IW-FT-MERGED.
           MOVE IW-FL-INACTIVE(IW-FILE-NO) TO IW-FT-INACTIVE.
           WRITE SWEEP-RPT-REC FROM IW-FILE-TOTAL-LINE.
           MOVE 0 TO IW-EXC-COUNT.
           MOVE 0 TO IW-EXC-OVERFLOW.
       7900-END-FILE-EXIT.
           EXIT.

       7910-PRINT-EXCEPTION.
           MOVE IW-EX-ID(IW-EX-IDX) TO IW-EL-ID.
           MOVE SPACES TO IW-EL-COND.
           MOVE SPACES TO IW-EL-ACTION.
           EVALUATE IW-EX-COND(IW-EX-IDX)
             WHEN "O"
               MOVE "ORPHAN - NOT ON MASTER" TO IW-EL-COND
             WHEN "I"
               MOVE "DEACTIVATED ON MASTER" TO IW-EL-COND
             WHEN OTHER
               STRING "MERGED INTO " DELIMITED BY SIZE
                 IW-EX-SURVIVOR(IW-EX-IDX) DELIMITED BY SPACE
                 INTO IW-EL-COND
               IF IW-REKEY-MODE
                 IF IW-FILE-NO IS EQUAL TO IW-HCAP-FILE-NO
                   MOVE "ROW DROPPED" TO IW-EL-ACTION
                 ELSE
                   MOVE "RE-KEYED" TO IW-EL-ACTION
                 END-IF
               END-IF
           END-EVALUATE.
           MOVE IW-EX-ROWS(IW-EX-IDX) TO IW-EL-ROWS.
           WRITE SWEEP-RPT-REC FROM IW-EXC-LINE.
           SET IW-EX-IDX UP BY 1.
       7910-PRINT-EXCEPTION-EXIT.
           EXIT.

      *    The re-key run's proof: per file, records in and out and
      *    the rows under merged and surviving ids before and after
      *    -- merged-id rows after should be nil and survivor rows
      *    should grow by the rows re-keyed, while HCAPMAS's merged
      *    rows show as dropped and leave its survivor rows as they
      *    were -- then each merged id's rows moved across all files.
       8000-PRINT-COUNTS.
           IF NOT IW-REKEY-MODE
             GO TO 8000-PRINT-COUNTS-EXIT
           END-IF.
           MOVE "RE-KEY COUNTS" TO IW-SEC-TEXT.
           WRITE SWEEP-RPT-REC FROM IW-SECTION-LINE.
           WRITE SWEEP-RPT-REC FROM IW-COUNT-HDR-1.
           WRITE SWEEP-RPT-REC FROM IW-COUNT-HDR-2.
           MOVE 1 TO IW-I.
           PERFORM 8100-PRINT-FILE-COUNT THRU 8100-PRINT-FILE-COUNT-EXIT
             10 TIMES.
           IF IW-PAIR-COUNT IS GREATER THAN 0
             MOVE "ROWS MOVED PER MERGED ID" TO IW-SEC-TEXT
             WRITE SWEEP-RPT-REC FROM IW-SECTION-LINE
             WRITE SWEEP-RPT-REC FROM IW-PAIR-HDR
             SET IW-PR-IDX TO 1
             PERFORM 8200-PRINT-PAIR-ROWS THRU 8200-PRINT-PAIR-ROWS-EXIT
               IW-PAIR-COUNT TIMES
           END-IF.
       8000-PRINT-COUNTS-EXIT.
           EXIT.

       8100-PRINT-FILE-COUNT.
           MOVE IW-FILE-NAME(IW-I) TO IW-CL-FILE.
           MOVE IW-FL-RECS-IN(IW-I) TO IW-CL-IN.
           MOVE IW-FL-RECS-OUT(IW-I) TO IW-CL-OUT.
           MOVE IW-FL-OLD-BEFORE(IW-I) TO IW-CL-OLD-BEFORE.
           MOVE IW-FL-OLD-AFTER(IW-I) TO IW-CL-OLD-AFTER.
           MOVE IW-FL-SURV-BEFORE(IW-I) TO IW-CL-SURV-BEFORE.
           MOVE IW-FL-SURV-AFTER(IW-I) TO IW-CL-SURV-AFTER.
           MOVE IW-FL-REKEYED(IW-I) TO IW-CL-REKEYED.
           MOVE IW-FL-DROPPED(IW-I) TO IW-CL-DROPPED.
           WRITE SWEEP-RPT-REC FROM IW-COUNT-LINE.
           ADD 1 TO IW-I.
       8100-PRINT-FILE-COUNT-EXIT.
           EXIT.

       8200-PRINT-PAIR-ROWS.
           MOVE IW-PR-OLD-ID(IW-PR-IDX) TO IW-PL-OLD-ID.
           MOVE IW-PR-NEW-ID(IW-PR-IDX) TO IW-PL-NEW-ID.
           IF IW-PR-SOURCE(IW-PR-IDX) IS EQUAL TO "J"
             MOVE "JOURNAL" TO IW-PL-SOURCE
           ELSE
             MOVE "CARD" TO IW-PL-SOURCE
           END-IF.
           MOVE IW-PR-STATUS(IW-PR-IDX) TO IW-PL-STATUS.
           MOVE IW-PR-ROWS(IW-PR-IDX) TO IW-PL-ROWS.
           WRITE SWEEP-RPT-REC FROM IW-PAIR-LINE.
           SET IW-PR-IDX UP BY 1.
       8200-PRINT-PAIR-ROWS-EXIT.
           EXIT.

       9000-TERMINATE.
           IF IW-MASTER-OPEN
             CLOSE PLAYER-MASTER-FILE
           END-IF.
           IF IW-END-LINE IS EQUAL TO SPACES
             IF IW-REKEY-MODE
               MOVE "NEW GENERATIONS WRITTEN - SWAP IN TO COMPLETE"
                 TO IW-END-LINE
             ELSE
               MOVE "CHECK ONLY - NO FILE CHANGED" TO IW-END-LINE
             END-IF
           END-IF.
           WRITE SWEEP-RPT-REC FROM IW-END-LINE.
           CLOSE SWEEP-RPT-FILE.
           MOVE IW-TOTAL-READ TO IW-RL-READ-COUNT.
           MOVE IW-TOTAL-REKEYED TO IW-RL-PROC-COUNT.
           MOVE IW-TOTAL-EXCEPTIONS TO IW-RL-REJECT-COUNT.
           CALL "RUNLOGW" USING IW-RUNLOG-PARMS.
           DISPLAY "IDSWEEP RECORDS=" IW-TOTAL-READ
             " EXCEPTIONS=" IW-TOTAL-EXCEPTIONS
             " REKEYED=" IW-TOTAL-REKEYED
             " DROPPED=" IW-TOTAL-DROPPED
             " MERGED IDS=" IW-PAIR-COUNT.
       9000-TERMINATE-EXIT.
           EXIT.
