       IDENTIFICATION DIVISION.
       PROGRAM-ID. BULLETIN.
       AUTHOR. DATA-PROCESSING.
       INSTALLATION. GAME-NIGHT-SHOP.
       DATE-WRITTEN. 2026-10-14.
       DATE-COMPILED.

      *****************************************************
      * MODIFICATION HISTORY
      * 2026-10-14  DP  Original weekly league bulletin:
      *                 for the seven days ending on the
      *                 week-ending date, pulls the week's
      *                 match results, the current league
      *                 table, the top puzzle streaks, the
      *                 badges earned in the week, the best
      *                 game of the week off the game history
      *                 and the next round's fixtures, all
      *                 from the files themselves. Writes the
      *                 formatted bulletin and a tagged,
      *                 comma-separated extract of the same
      *                 items, one row per item, for the
      *                 newsletter and website to import.
      * 2026-10-15  DP  The week now ends by default on the
      *                 business date from BUSDTCTL's control
      *                 file instead of the clock's today.
      *                 With no card date and no control file
      *                 the run is refused.
      * 2026-10-15  DP  Results played after the week-ending
      *                 date no longer post to the league
      *                 table or move the round on, so a rerun
      *                 of an earlier week shows the table as
      *                 it stood then, as the streaks do.
      *****************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GENERIC.
       OBJECT-COMPUTER. GENERIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *        Optional card: the week-ending date in columns 1-8.
      *        Missing, blank or not a date means the week ending
      *        on the business date.
           SELECT BULL-PARM-FILE ASSIGN TO "BULLPARM"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS BL-PARM-STATUS.

           SELECT MATCH-RESULT-FILE ASSIGN TO "MATCHRSL"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS BL-RSLT-STATUS.

           SELECT GAME-HIST-FILE ASSIGN TO "GAMEHIST"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS BL-HIST-STATUS.

           SELECT PUZZLE-HIST-FILE ASSIGN TO "PUZZLHST"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS BL-PUZZ-STATUS.

           SELECT ACHIEVE-FILE ASSIGN TO "ACHVFILE"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS BL-ACHV-STATUS.

           SELECT FIXTURE-FILE ASSIGN TO "FIXTURES"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS BL-FIXT-STATUS.

      *        Read for names, divisions, and whether a player is
      *        still active.
           SELECT PLAYER-MASTER-FILE ASSIGN TO "PLAYRMAS"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PM-PLAYER-ID
             FILE STATUS IS BL-MASTER-STATUS.

           SELECT BULLETIN-FILE ASSIGN TO "BULLETIN"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS BL-BULL-STATUS.

           SELECT EXTRACT-FILE ASSIGN TO "BULLXTRC"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS BL-XTRC-STATUS.

      *        BUSDTCTL's one-record business-date file, for the
      *        default week-ending date.
           SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS BL-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BULL-PARM-FILE.
       01  BULL-PARM-REC.
           05 BP-WEEK-END           PIC X(08).
           05 FILLER                PIC X(72).

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

      *        Byte-for-byte the same layout as YACHTBAT's
      *        GAME-HIST-REC.
       FD  GAME-HIST-FILE.
       01  GAME-HIST-REC.
           05 GH-PLAYER-ID          PIC X(10).
           05 GH-GAME-DATE          PIC X(08).
           05 GH-CAT-SCORE          PIC 99 OCCURS 12 TIMES.
           05 GH-UPPER-TOTAL        PIC 9(03).
           05 GH-BONUS              PIC 9(02).
           05 GH-GRAND-TOTAL        PIC 9(03).
           05 GH-SESSION-ID         PIC 9(06).
           05 GH-VARIANT-CODE       PIC X(06).

      *        Byte-for-byte the same layout as PUZZLDAY's
      *        PUZZLE-HIST-REC.
       FD  PUZZLE-HIST-FILE.
       01  PUZZLE-HIST-REC.
           05 PH-PLAYER-ID          PIC X(10).
           05 PH-PUZZLE-DATE        PIC X(08).
           05 PH-YACHT-RESULT       PIC 99.
           05 PH-ISOGRAM-VERDICT    PIC X(04).
           05 PH-PANGRAM-VERDICT    PIC X(04).
           05 FILLER                PIC X(10).

      *        Byte-for-byte the same layout as ACHIEVE's
      *        ACHIEVE-REC.
       FD  ACHIEVE-FILE.
       01  ACHIEVE-REC.
           05 AC-BADGE-CODE         PIC X(08).
           05 AC-PLAYER-ID          PIC X(10).
           05 AC-EARN-DATE          PIC X(08).
           05 AC-QUAL-VALUE         PIC 9(05).

      *        Byte-for-byte the same layout as FIXTSCHD's
      *        FIXTURE-REC.
       FD  FIXTURE-FILE.
       01  FIXTURE-REC.
           05 FX-ROUND-NO           PIC 9(03).
           05 FX-MATCH-NO           PIC 9(03).
           05 FX-HOME-ID            PIC X(10).
           05 FX-AWAY-ID            PIC X(10).

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
           05 FILLER                PIC X(10).
           05 PM-DIVISION-CODE      PIC X(02).
           05 FILLER                PIC X(07).

       FD  BULLETIN-FILE.
       01  BULLETIN-REC             PIC X(80).

      *        One item per row: a tag naming the item, then its
      *        fields separated by commas, the way YACHTBAT's CSV
      *        file is laid out.
       FD  EXTRACT-FILE.
       01  EXTRACT-REC              PIC X(160).

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
       01 BL-PARM-STATUS            PIC XX VALUE "00".
       01 BL-RSLT-STATUS            PIC XX VALUE "00".
       01 BL-HIST-STATUS            PIC XX VALUE "00".
       01 BL-PUZZ-STATUS            PIC XX VALUE "00".
       01 BL-ACHV-STATUS            PIC XX VALUE "00".
       01 BL-FIXT-STATUS            PIC XX VALUE "00".
       01 BL-MASTER-STATUS          PIC XX VALUE "00".
       01 BL-BULL-STATUS            PIC XX VALUE "00".
       01 BL-XTRC-STATUS            PIC XX VALUE "00".
       01 BL-BUSDATE-STATUS         PIC XX VALUE "00".

       01 BL-EOF-SW                 PIC X VALUE "N".
         88 BL-EOF VALUE "Y".
       01 BL-MASTER-OPEN-SW         PIC X VALUE "N".
         88 BL-MASTER-OPEN VALUE "Y".
       01 BL-FOUND-SW               PIC X VALUE "N".
         88 BL-KEY-FOUND VALUE "Y".
       01 BL-REGISTERED-SW          PIC X VALUE "N".
         88 BL-PLAYER-REGISTERED VALUE "Y".

      *    The bulletin week: seven days ending on the week-ending
      *    date. Dates compare as YYYYMMDD.
       01 BL-WEEK-END               PIC X(08) VALUE SPACES.
       01 BL-WEEK-END-N REDEFINES BL-WEEK-END PIC 9(08).
       01 BL-WEEK-START             PIC X(08) VALUE SPACES.
       01 BL-WEEK-START-N REDEFINES BL-WEEK-START PIC 9(08).
       01 BL-DAY-NUMBER             PIC 9(08) COMP VALUE 0.

       01 BL-RSLT-READ              PIC 9(7) COMP VALUE 0.
       01 BL-HIST-READ              PIC 9(7) COMP VALUE 0.
       01 BL-PUZZ-READ              PIC 9(7) COMP VALUE 0.
       01 BL-ACHV-READ              PIC 9(7) COMP VALUE 0.
       01 BL-FIXT-READ              PIC 9(7) COMP VALUE 0.
       01 BL-XTRC-COUNT             PIC 9(7) COMP VALUE 0.

      *    The week's results, in the order MATCHRES and FIXTPOST
      *    wrote them.
       01 BL-WEEK-COUNT             PIC 9(4) COMP VALUE 0.
       01 BL-WEEK-TABLE.
         05 BL-WK-ENTRY OCCURS 200 TIMES INDEXED BY BL-WK-IDX.
           10 BL-WK-ROUND-NO        PIC 9(03).
           10 BL-WK-MATCH-DATE      PIC X(08).
           10 BL-WK-HOME-ID         PIC X(10).
           10 BL-WK-AWAY-ID         PIC X(10).
           10 BL-WK-HOME-TOTAL      PIC 9(03).
           10 BL-WK-AWAY-TOTAL      PIC 9(03).
           10 BL-WK-HOME-NET        PIC 9(04).
           10 BL-WK-AWAY-NET        PIC 9(04).
           10 BL-WK-RESULT          PIC X(04).
      *    The highest round on the results file; next round's
      *    fixtures are the lowest round on FIXTURES above it.
       01 BL-LAST-ROUND             PIC 9(03) VALUE 0.

      *    The league table to date, posted exactly as LEAGUTBL
      *    posts it: win or forfeit win 2 points, draw 1.
       01 BL-TABLE-COUNT            PIC 9(4) COMP VALUE 0.
       01 BL-LEAGUE-TABLE.
         05 BL-LG-ENTRY OCCURS 500 TIMES INDEXED BY BL-LG-IDX.
           10 BL-LG-DIVISION        PIC X(02).
           10 BL-LG-PLAYER-ID       PIC X(10).
           10 BL-LG-NAME            PIC X(20).
           10 BL-LG-PLAYED          PIC 9(03).
           10 BL-LG-WON             PIC 9(03).
           10 BL-LG-DRAWN           PIC 9(03).
           10 BL-LG-LOST            PIC 9(03).
           10 BL-LG-FFT-WON         PIC 9(03).
           10 BL-LG-FFT-LOST        PIC 9(03).
           10 BL-LG-POINTS          PIC 9(04).
      *    Same length as one BL-LG-ENTRY; the table sort's hold.
       01 BL-LG-HOLD-ENTRY          PIC X(54).
      *    W/D/L on a game played; F won by forfeit, N lost by
      *    forfeit (a double forfeit is an N to both sides).
       01 BL-OUTCOME                PIC X(01) VALUE SPACE.
       01 BL-DIVISIONS-SW           PIC X VALUE "N".
         88 BL-DIVISIONS-IN-USE VALUE "Y".
       01 BL-CUR-DIVISION           PIC X(02) VALUE SPACES.

      *    Puzzle streaks, the same day-number walk PUZZLSTK makes
      *    over the puzzle history; only active registered players
      *    rank.
       01 BL-STREAK-COUNT           PIC 9(4) COMP VALUE 0.
       01 BL-STREAK-TABLE.
         05 BL-SK-ENTRY OCCURS 500 TIMES INDEXED BY BL-SK-IDX.
           10 BL-SK-PLAYER-ID       PIC X(10).
           10 BL-SK-NAME            PIC X(20).
           10 BL-SK-LAST-DAY        PIC 9(08).
           10 BL-SK-CURR            PIC 9(05).
           10 BL-SK-BEST            PIC 9(05).
      *    Same length as one BL-SK-ENTRY; the streak sort's hold.
       01 BL-SK-HOLD-ENTRY          PIC X(48).
       01 BL-STREAK-TOP             PIC 9(4) COMP VALUE 5.
       01 BL-UNREGISTERED           PIC 9(7) COMP VALUE 0.

      *    Badges whose earn date falls in the week.
       01 BL-BADGE-COUNT            PIC 9(4) COMP VALUE 0.
       01 BL-BADGE-TABLE.
         05 BL-BD-ENTRY OCCURS 200 TIMES INDEXED BY BL-BD-IDX.
           10 BL-BD-BADGE           PIC X(08).
           10 BL-BD-PLAYER-ID       PIC X(10).
           10 BL-BD-EARN-DATE       PIC X(08).
           10 BL-BD-VALUE           PIC 9(05).
       01 BL-BADGE-NAME             PIC X(24) VALUE SPACES.

      *    The highest grand total posted in the week; the first
      *    one on file wins a tie.
       01 BL-BEST-FOUND-SW          PIC X VALUE "N".
         88 BL-BEST-FOUND VALUE "Y".
       01 BL-BEST-PLAYER-ID         PIC X(10) VALUE SPACES.
       01 BL-BEST-DATE              PIC X(08) VALUE SPACES.
       01 BL-BEST-TOTAL             PIC 9(03) VALUE 0.
       01 BL-BEST-SESSION           PIC 9(06) VALUE 0.
       01 BL-BEST-VARIANT           PIC X(06) VALUE SPACES.

      *    Next round's fixtures.
       01 BL-NEXT-ROUND             PIC 9(03) VALUE 0.
       01 BL-FIXT-COUNT             PIC 9(4) COMP VALUE 0.
       01 BL-FIXT-TABLE.
         05 BL-FX-ENTRY OCCURS 200 TIMES INDEXED BY BL-FX-IDX.
           10 BL-FX-MATCH-NO        PIC 9(03).
           10 BL-FX-HOME-ID         PIC X(10).
           10 BL-FX-AWAY-ID         PIC X(10).

       01 BL-LOOKUP-ID              PIC X(10) VALUE SPACES.
       01 BL-LOOKUP-NAME            PIC X(20) VALUE SPACES.
       01 BL-HOME-NAME              PIC X(20) VALUE SPACES.
       01 BL-AWAY-NAME              PIC X(20) VALUE SPACES.
       01 BL-RESULT-TEXT            PIC X(12) VALUE SPACES.

       01 BL-SWAPPED-SW             PIC X VALUE "N".
         88 BL-SWAPPED VALUE "Y".
       01 BL-SORT-I                 PIC 9(4) COMP VALUE 0.
       01 BL-SORT-LIMIT             PIC 9(4) COMP VALUE 0.
       01 BL-RANK                   PIC 9(4) COMP VALUE 0.
       01 BL-XT-RANK                PIC 9(04) VALUE 0.
       01 BL-XT-LINE                PIC X(160) VALUE SPACES.

       01 BL-BLANK-LINE             PIC X(01) VALUE SPACE.

       01 BL-TITLE-LINE.
         05 FILLER                  PIC X(27)
           VALUE "WEEKLY LEAGUE BULLETIN     ".
         05 FILLER                  PIC X(08) VALUE "WEEK OF ".
         05 BL-TL-START             PIC X(08).
         05 FILLER                  PIC X(04) VALUE " TO ".
         05 BL-TL-END               PIC X(08).

       01 BL-SECTION-LINE.
         05 FILLER                  PIC X(04) VALUE "=== ".
         05 BL-SECTION-TITLE        PIC X(40).

       01 BL-NONE-LINE.
         05 FILLER                  PIC X(04) VALUE SPACES.
         05 BL-NONE-TEXT            PIC X(40).

       01 BL-RESULT-LINE.
         05 FILLER                  PIC X(02) VALUE SPACES.
         05 BL-RS-ROUND             PIC ZZ9.
         05 FILLER                  PIC X(01) VALUE SPACE.
         05 BL-RS-HOME-NAME         PIC X(18).
         05 FILLER                  PIC X(01) VALUE SPACE.
         05 BL-RS-HOME-NET          PIC ZZZ9.
         05 FILLER                  PIC X(03) VALUE " - ".
         05 BL-RS-AWAY-NET          PIC ZZZ9.
         05 FILLER                  PIC X(01) VALUE SPACE.
         05 BL-RS-AWAY-NAME         PIC X(18).
         05 FILLER                  PIC X(01) VALUE SPACE.
         05 BL-RS-RESULT            PIC X(12).
       01 BL-RESULT-HDR.
         05 FILLER                  PIC X(25) VALUE "  RD HOME".
         05 FILLER                  PIC X(12) VALUE " NET -  NET ".
         05 FILLER                  PIC X(19) VALUE "AWAY".
         05 FILLER                  PIC X(06) VALUE "RESULT".

       01 BL-TABLE-HDR.
         05 FILLER                  PIC X(25) VALUE "  RK PLAYER".
         05 FILLER                  PIC X(40)
           VALUE " PLD WON DRN LST  FW  FL  PTS".
       01 BL-DIV-LINE.
         05 FILLER                  PIC X(11) VALUE "  DIVISION ".
         05 BL-DV-DIVISION          PIC X(02).
       01 BL-NO-DIV-LINE            PIC X(26)
         VALUE "  NOT PLACED IN A DIVISION".
       01 BL-TABLE-LINE.
         05 FILLER                  PIC X(01) VALUE SPACE.
         05 BL-TB-RANK              PIC ZZ9.
         05 FILLER                  PIC X(01) VALUE SPACE.
         05 BL-TB-NAME              PIC X(20).
         05 BL-TB-PLAYED            PIC ZZZ9.
         05 BL-TB-WON               PIC ZZZ9.
         05 BL-TB-DRAWN             PIC ZZZ9.
         05 BL-TB-LOST              PIC ZZZ9.
         05 BL-TB-FFT-WON           PIC ZZZ9.
         05 BL-TB-FFT-LOST          PIC ZZZ9.
         05 FILLER                  PIC X(01) VALUE SPACE.
         05 BL-TB-POINTS            PIC ZZZ9.

       01 BL-STREAK-HDR.
         05 FILLER                  PIC X(25) VALUE "  RK PLAYER".
         05 FILLER                  PIC X(14) VALUE " CURR  LONGEST".
       01 BL-STREAK-LINE.
         05 FILLER                  PIC X(01) VALUE SPACE.
         05 BL-ST-RANK              PIC ZZ9.
         05 FILLER                  PIC X(01) VALUE SPACE.
         05 BL-ST-NAME              PIC X(20).
         05 BL-ST-CURR              PIC ZZZZ9.
         05 FILLER                  PIC X(04) VALUE SPACES.
         05 BL-ST-BEST              PIC ZZZZ9.

       01 BL-BADGE-LINE.
         05 FILLER                  PIC X(02) VALUE SPACES.
         05 BL-BG-NAME              PIC X(20).
         05 FILLER                  PIC X(01) VALUE SPACE.
         05 BL-BG-BADGE-NAME        PIC X(24).
         05 FILLER                  PIC X(01) VALUE SPACE.
         05 BL-BG-VALUE             PIC ZZZZ9.
         05 FILLER                  PIC X(02) VALUE SPACES.
         05 BL-BG-DATE              PIC X(08).

       01 BL-BEST-LINE.
         05 FILLER                  PIC X(02) VALUE SPACES.
         05 BL-BS-NAME              PIC X(20).
         05 FILLER                  PIC X(01) VALUE SPACE.
         05 BL-BS-TOTAL             PIC ZZ9.
         05 FILLER                  PIC X(08) VALUE " POINTS ".
         05 FILLER                  PIC X(03) VALUE "ON ".
         05 BL-BS-DATE              PIC X(08).
         05 FILLER                  PIC X(01) VALUE SPACE.
         05 BL-BS-VARIANT-TEXT      PIC X(18).

       01 BL-FIXT-HDR.
         05 FILLER                  PIC X(06) VALUE "ROUND ".
         05 BL-FH-ROUND             PIC ZZ9.
       01 BL-FIXT-LINE.
         05 FILLER                  PIC X(02) VALUE SPACES.
         05 BL-FL-MATCH             PIC ZZ9.
         05 FILLER                  PIC X(01) VALUE SPACE.
         05 BL-FL-HOME-NAME         PIC X(20).
         05 FILLER                  PIC X(04) VALUE " V  ".
         05 BL-FL-AWAY-NAME         PIC X(20).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-LOAD-RESULTS THRU 2000-LOAD-RESULTS-EXIT.
           PERFORM 2500-LOAD-GAMES THRU 2500-LOAD-GAMES-EXIT.
           PERFORM 2600-LOAD-PUZZLES THRU 2600-LOAD-PUZZLES-EXIT.
           PERFORM 2700-LOAD-BADGES THRU 2700-LOAD-BADGES-EXIT.
           PERFORM 2800-LOAD-FIXTURES THRU 2800-LOAD-FIXTURES-EXIT.
           PERFORM 4000-SORT-TABLE THRU 4000-SORT-TABLE-EXIT.
           PERFORM 4300-SORT-STREAKS THRU 4300-SORT-STREAKS-EXIT.
           PERFORM 5000-PRINT-RESULTS THRU 5000-PRINT-RESULTS-EXIT.
           PERFORM 5200-PRINT-TABLE THRU 5200-PRINT-TABLE-EXIT.
           PERFORM 5400-PRINT-STREAKS THRU 5400-PRINT-STREAKS-EXIT.
           PERFORM 5600-PRINT-BADGES THRU 5600-PRINT-BADGES-EXIT.
           PERFORM 5800-PRINT-BEST-GAME THRU 5800-PRINT-BEST-GAME-EXIT.
           PERFORM 6000-PRINT-FIXTURES THRU 6000-PRINT-FIXTURES-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-READ-PARM THRU 1100-READ-PARM-EXIT.
           IF BL-WEEK-END IS EQUAL TO SPACES
             DISPLAY "BULLETIN *** NO BUSINESS DATE AND NO WEEK DATE"
               " - RUN REFUSED ***"
             DISPLAY "BULLETIN RUN BUSDTCTL OR SUPPLY A BULLPARM DATE"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           COMPUTE BL-DAY-NUMBER =
             FUNCTION INTEGER-OF-DATE(BL-WEEK-END-N) - 6.
           COMPUTE BL-WEEK-START-N =
             FUNCTION DATE-OF-INTEGER(BL-DAY-NUMBER).
           OPEN INPUT PLAYER-MASTER-FILE.
           IF BL-MASTER-STATUS IS EQUAL TO "00"
             MOVE "Y" TO BL-MASTER-OPEN-SW
           END-IF.
           OPEN OUTPUT BULLETIN-FILE.
           OPEN OUTPUT EXTRACT-FILE.
           MOVE BL-WEEK-START TO BL-TL-START.
           MOVE BL-WEEK-END TO BL-TL-END.
           WRITE BULLETIN-REC FROM BL-TITLE-LINE.
           MOVE SPACES TO BL-XT-LINE.
           STRING "WEEK," DELIMITED BY SIZE
             BL-WEEK-START DELIMITED BY SIZE ","
             BL-WEEK-END DELIMITED BY SIZE
             INTO BL-XT-LINE.
           PERFORM 8500-WRITE-EXTRACT THRU 8500-WRITE-EXTRACT-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

       1100-READ-PARM.
           PERFORM 1200-READ-BUSINESS-DATE
             THRU 1200-READ-BUSINESS-DATE-EXIT.
           OPEN INPUT BULL-PARM-FILE.
           IF BL-PARM-STATUS IS EQUAL TO "35"
             GO TO 1100-READ-PARM-EXIT
           END-IF.
           READ BULL-PARM-FILE
             AT END
               CONTINUE
             NOT AT END
               IF BP-WEEK-END IS NUMERIC
                 AND BP-WEEK-END IS GREATER THAN "16010100"
                 MOVE BP-WEEK-END TO BL-WEEK-END
               ELSE
                 IF BP-WEEK-END IS NOT EQUAL TO SPACES
                   DISPLAY "BULLETIN WEEK-ENDING DATE " BP-WEEK-END
                     " NOT A DATE - BUSINESS DATE USED"
                 END-IF
               END-IF
           END-READ.
           CLOSE BULL-PARM-FILE.
       1100-READ-PARM-EXIT.
           EXIT.

      *    The business date in force, open or closed -- the
      *    bulletin is a report and is often run after the night
      *    is closed. A missing file leaves the date blank.
       1200-READ-BUSINESS-DATE.
           OPEN INPUT BUS-DATE-FILE.
           IF BL-BUSDATE-STATUS IS EQUAL TO "35"
             GO TO 1200-READ-BUSINESS-DATE-EXIT
           END-IF.
           READ BUS-DATE-FILE
             AT END
               CONTINUE
             NOT AT END
               MOVE BD-BUSINESS-DATE TO BL-WEEK-END
           END-READ.
           CLOSE BUS-DATE-FILE.
       1200-READ-BUSINESS-DATE-EXIT.
           EXIT.

      *    One pass over the results: every row posts to the league
      *    table, the week's rows are kept for the results section,
      *    and the highest round seen marks where the fixtures go on.
      *    Matches after the week-ending date are left out, so a
      *    rerun of an earlier week shows the table, the results
      *    and the next fixtures as they stood then.
       2000-LOAD-RESULTS.
           OPEN INPUT MATCH-RESULT-FILE.
           IF BL-RSLT-STATUS IS EQUAL TO "35"
             GO TO 2000-LOAD-RESULTS-EXIT
           END-IF.
           MOVE "N" TO BL-EOF-SW.
           PERFORM 2100-READ-RESULT THRU 2100-READ-RESULT-EXIT
             UNTIL BL-EOF.
           CLOSE MATCH-RESULT-FILE.
       2000-LOAD-RESULTS-EXIT.
           EXIT.

       2100-READ-RESULT.
           READ MATCH-RESULT-FILE
             AT END
               MOVE "Y" TO BL-EOF-SW
               GO TO 2100-READ-RESULT-EXIT
           END-READ.
           ADD 1 TO BL-RSLT-READ.
           IF MS-MATCH-DATE IS GREATER THAN BL-WEEK-END
             GO TO 2100-READ-RESULT-EXIT
           END-IF.
           IF MS-ROUND-NO IS GREATER THAN BL-LAST-ROUND
             MOVE MS-ROUND-NO TO BL-LAST-ROUND
           END-IF.
           IF MS-MATCH-DATE IS NOT LESS THAN BL-WEEK-START
             AND MS-MATCH-DATE IS NOT GREATER THAN BL-WEEK-END
             AND BL-WEEK-COUNT IS LESS THAN 200
             ADD 1 TO BL-WEEK-COUNT
             SET BL-WK-IDX TO BL-WEEK-COUNT
             MOVE MATCH-RESULT-REC TO BL-WK-ENTRY(BL-WK-IDX)
           END-IF.
           MOVE MS-HOME-ID TO BL-LOOKUP-ID.
           EVALUATE MS-RESULT
             WHEN "HOME"
               MOVE "W" TO BL-OUTCOME
             WHEN "AWAY"
               MOVE "L" TO BL-OUTCOME
             WHEN "FFTH"
               MOVE "F" TO BL-OUTCOME
             WHEN "FFTA"
             WHEN "FFTD"
               MOVE "N" TO BL-OUTCOME
             WHEN OTHER
               MOVE "D" TO BL-OUTCOME
           END-EVALUATE.
           PERFORM 2200-POST-OUTCOME THRU 2200-POST-OUTCOME-EXIT.
           MOVE MS-AWAY-ID TO BL-LOOKUP-ID.
           EVALUATE MS-RESULT
             WHEN "AWAY"
               MOVE "W" TO BL-OUTCOME
             WHEN "HOME"
               MOVE "L" TO BL-OUTCOME
             WHEN "FFTA"
               MOVE "F" TO BL-OUTCOME
             WHEN "FFTH"
             WHEN "FFTD"
               MOVE "N" TO BL-OUTCOME
             WHEN OTHER
               MOVE "D" TO BL-OUTCOME
           END-EVALUATE.
           PERFORM 2200-POST-OUTCOME THRU 2200-POST-OUTCOME-EXIT.
       2100-READ-RESULT-EXIT.
           EXIT.

       2200-POST-OUTCOME.
           PERFORM 2210-FIND-ENTRY THRU 2210-FIND-ENTRY-EXIT.
           IF NOT BL-KEY-FOUND
             IF BL-TABLE-COUNT IS NOT LESS THAN 500
               GO TO 2200-POST-OUTCOME-EXIT
             END-IF
             ADD 1 TO BL-TABLE-COUNT
             SET BL-LG-IDX TO BL-TABLE-COUNT
             MOVE BL-LOOKUP-ID TO BL-LG-PLAYER-ID(BL-LG-IDX)
             PERFORM 2230-FIND-DIVISION THRU 2230-FIND-DIVISION-EXIT
             MOVE 0 TO BL-LG-PLAYED(BL-LG-IDX)
             MOVE 0 TO BL-LG-WON(BL-LG-IDX)
             MOVE 0 TO BL-LG-DRAWN(BL-LG-IDX)
             MOVE 0 TO BL-LG-LOST(BL-LG-IDX)
             MOVE 0 TO BL-LG-FFT-WON(BL-LG-IDX)
             MOVE 0 TO BL-LG-FFT-LOST(BL-LG-IDX)
             MOVE 0 TO BL-LG-POINTS(BL-LG-IDX)
           END-IF.
           ADD 1 TO BL-LG-PLAYED(BL-LG-IDX).
           EVALUATE BL-OUTCOME
             WHEN "W"
               ADD 1 TO BL-LG-WON(BL-LG-IDX)
               ADD 2 TO BL-LG-POINTS(BL-LG-IDX)
             WHEN "D"
               ADD 1 TO BL-LG-DRAWN(BL-LG-IDX)
               ADD 1 TO BL-LG-POINTS(BL-LG-IDX)
             WHEN "F"
               ADD 1 TO BL-LG-FFT-WON(BL-LG-IDX)
               ADD 2 TO BL-LG-POINTS(BL-LG-IDX)
             WHEN "N"
               ADD 1 TO BL-LG-FFT-LOST(BL-LG-IDX)
             WHEN OTHER
               ADD 1 TO BL-LG-LOST(BL-LG-IDX)
           END-EVALUATE.
       2200-POST-OUTCOME-EXIT.
           EXIT.

      *    Leaves BL-LG-IDX on BL-LOOKUP-ID's entry when the found
      *    switch comes back "Y".
       2210-FIND-ENTRY.
           MOVE "N" TO BL-FOUND-SW.
           IF BL-TABLE-COUNT IS GREATER THAN 0
             SET BL-LG-IDX TO 1
             PERFORM 2220-COMPARE-ENTRY THRU 2220-COMPARE-ENTRY-EXIT
               BL-TABLE-COUNT TIMES
           END-IF.
       2210-FIND-ENTRY-EXIT.
           EXIT.

       2220-COMPARE-ENTRY.
           IF BL-KEY-FOUND
             CONTINUE
           ELSE
             IF BL-LOOKUP-ID IS EQUAL TO BL-LG-PLAYER-ID(BL-LG-IDX)
               MOVE "Y" TO BL-FOUND-SW
             ELSE
               SET BL-LG-IDX UP BY 1
             END-IF
           END-IF.
       2220-COMPARE-ENTRY-EXIT.
           EXIT.

      *    Name and division looked up once, when the player first
      *    appears; an id not on the master prints by id alone in
      *    the unplaced group, as LEAGUTBL leaves it.
       2230-FIND-DIVISION.
           MOVE SPACES TO BL-LG-DIVISION(BL-LG-IDX).
           MOVE BL-LOOKUP-ID TO BL-LG-NAME(BL-LG-IDX).
           IF BL-MASTER-OPEN
             MOVE BL-LOOKUP-ID TO PM-PLAYER-ID
             READ PLAYER-MASTER-FILE
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE PM-DIVISION-CODE TO BL-LG-DIVISION(BL-LG-IDX)
                 MOVE PM-PLAYER-NAME TO BL-LG-NAME(BL-LG-IDX)
             END-READ
           END-IF.
           IF BL-LG-DIVISION(BL-LG-IDX) IS NOT EQUAL TO SPACES
             MOVE "Y" TO BL-DIVISIONS-SW
           END-IF.
       2230-FIND-DIVISION-EXIT.
           EXIT.

       2500-LOAD-GAMES.
           OPEN INPUT GAME-HIST-FILE.
           IF BL-HIST-STATUS IS EQUAL TO "35"
             GO TO 2500-LOAD-GAMES-EXIT
           END-IF.
           MOVE "N" TO BL-EOF-SW.
           PERFORM 2510-READ-GAME THRU 2510-READ-GAME-EXIT
             UNTIL BL-EOF.
           CLOSE GAME-HIST-FILE.
       2500-LOAD-GAMES-EXIT.
           EXIT.

       2510-READ-GAME.
           READ GAME-HIST-FILE
             AT END
               MOVE "Y" TO BL-EOF-SW
               GO TO 2510-READ-GAME-EXIT
           END-READ.
           ADD 1 TO BL-HIST-READ.
           IF GH-GAME-DATE IS LESS THAN BL-WEEK-START
             OR GH-GAME-DATE IS GREATER THAN BL-WEEK-END
             GO TO 2510-READ-GAME-EXIT
           END-IF.
           IF BL-BEST-FOUND
             AND GH-GRAND-TOTAL IS NOT GREATER THAN BL-BEST-TOTAL
             GO TO 2510-READ-GAME-EXIT
           END-IF.
           MOVE "Y" TO BL-BEST-FOUND-SW.
           MOVE GH-PLAYER-ID TO BL-BEST-PLAYER-ID.
           MOVE GH-GAME-DATE TO BL-BEST-DATE.
           MOVE GH-GRAND-TOTAL TO BL-BEST-TOTAL.
           MOVE GH-SESSION-ID TO BL-BEST-SESSION.
           MOVE GH-VARIANT-CODE TO BL-BEST-VARIANT.
       2510-READ-GAME-EXIT.
           EXIT.

       2600-LOAD-PUZZLES.
           OPEN INPUT PUZZLE-HIST-FILE.
           IF BL-PUZZ-STATUS IS EQUAL TO "35"
             GO TO 2600-LOAD-PUZZLES-EXIT
           END-IF.
           MOVE "N" TO BL-EOF-SW.
           PERFORM 2610-READ-PUZZLE THRU 2610-READ-PUZZLE-EXIT
             UNTIL BL-EOF.
           CLOSE PUZZLE-HIST-FILE.
       2600-LOAD-PUZZLES-EXIT.
           EXIT.

      *    Days after the week-ending date are left out, so a rerun
      *    of an earlier week shows the streaks as they stood then.
       2610-READ-PUZZLE.
           READ PUZZLE-HIST-FILE
             AT END
               MOVE "Y" TO BL-EOF-SW
               GO TO 2610-READ-PUZZLE-EXIT
           END-READ.
           ADD 1 TO BL-PUZZ-READ.
           IF PH-PUZZLE-DATE IS NOT NUMERIC
             OR PH-PUZZLE-DATE IS GREATER THAN BL-WEEK-END
             GO TO 2610-READ-PUZZLE-EXIT
           END-IF.
           PERFORM 2620-FIND-STREAK THRU 2620-FIND-STREAK-EXIT.
           IF NOT BL-KEY-FOUND
             GO TO 2610-READ-PUZZLE-EXIT
           END-IF.
           COMPUTE BL-DAY-NUMBER = FUNCTION INTEGER-OF-DATE(
             FUNCTION NUMVAL(PH-PUZZLE-DATE)).
           IF PH-ISOGRAM-VERDICT IS EQUAL TO "PASS"
             AND PH-PANGRAM-VERDICT IS EQUAL TO "PASS"
             PERFORM 2650-POST-PASS THRU 2650-POST-PASS-EXIT
           ELSE
             MOVE 0 TO BL-SK-CURR(BL-SK-IDX)
             MOVE BL-DAY-NUMBER TO BL-SK-LAST-DAY(BL-SK-IDX)
           END-IF.
       2610-READ-PUZZLE-EXIT.
           EXIT.

      *    Locates (or creates) the player's streak entry, leaving
      *    BL-SK-IDX on it; a player who is not an active registered
      *    player is counted and skipped.
       2620-FIND-STREAK.
           MOVE "N" TO BL-FOUND-SW.
           IF BL-STREAK-COUNT IS GREATER THAN 0
             SET BL-SK-IDX TO 1
             PERFORM 2630-COMPARE-STREAK THRU 2630-COMPARE-STREAK-EXIT
               BL-STREAK-COUNT TIMES
           END-IF.
           IF BL-KEY-FOUND
             GO TO 2620-FIND-STREAK-EXIT
           END-IF.
           PERFORM 2640-CHECK-MASTER THRU 2640-CHECK-MASTER-EXIT.
           IF NOT BL-PLAYER-REGISTERED
             OR BL-STREAK-COUNT IS NOT LESS THAN 500
             ADD 1 TO BL-UNREGISTERED
             GO TO 2620-FIND-STREAK-EXIT
           END-IF.
           ADD 1 TO BL-STREAK-COUNT.
           SET BL-SK-IDX TO BL-STREAK-COUNT.
           MOVE PH-PLAYER-ID TO BL-SK-PLAYER-ID(BL-SK-IDX).
           MOVE PM-PLAYER-NAME TO BL-SK-NAME(BL-SK-IDX).
           MOVE 0 TO BL-SK-LAST-DAY(BL-SK-IDX).
           MOVE 0 TO BL-SK-CURR(BL-SK-IDX).
           MOVE 0 TO BL-SK-BEST(BL-SK-IDX).
           MOVE "Y" TO BL-FOUND-SW.
       2620-FIND-STREAK-EXIT.
           EXIT.

       2630-COMPARE-STREAK.
           IF BL-KEY-FOUND
             CONTINUE
           ELSE
             IF PH-PLAYER-ID IS EQUAL TO BL-SK-PLAYER-ID(BL-SK-IDX)
               MOVE "Y" TO BL-FOUND-SW
             ELSE
               SET BL-SK-IDX UP BY 1
             END-IF
           END-IF.
       2630-COMPARE-STREAK-EXIT.
           EXIT.

       2640-CHECK-MASTER.
           MOVE "N" TO BL-REGISTERED-SW.
           IF NOT BL-MASTER-OPEN
             GO TO 2640-CHECK-MASTER-EXIT
           END-IF.
           MOVE PH-PLAYER-ID TO PM-PLAYER-ID.
           READ PLAYER-MASTER-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF NOT PM-PLAYER-INACTIVE
                 MOVE "Y" TO BL-REGISTERED-SW
               END-IF
           END-READ.
       2640-CHECK-MASTER-EXIT.
           EXIT.

      *    PUZZLSTK's rule: a pass the day after the last pass
      *    extends the streak, a pass after a gap starts it again
      *    at 1, and the same day twice changes nothing.
       2650-POST-PASS.
           IF BL-DAY-NUMBER IS EQUAL TO BL-SK-LAST-DAY(BL-SK-IDX)
             GO TO 2650-POST-PASS-EXIT
           END-IF.
           IF BL-SK-CURR(BL-SK-IDX) IS GREATER THAN 0
             AND BL-DAY-NUMBER IS EQUAL TO
               BL-SK-LAST-DAY(BL-SK-IDX) + 1
             ADD 1 TO BL-SK-CURR(BL-SK-IDX)
           ELSE
             MOVE 1 TO BL-SK-CURR(BL-SK-IDX)
           END-IF.
           MOVE BL-DAY-NUMBER TO BL-SK-LAST-DAY(BL-SK-IDX).
           IF BL-SK-CURR(BL-SK-IDX) IS GREATER THAN
             BL-SK-BEST(BL-SK-IDX)
             MOVE BL-SK-CURR(BL-SK-IDX) TO BL-SK-BEST(BL-SK-IDX)
           END-IF.
       2650-POST-PASS-EXIT.
           EXIT.

       2700-LOAD-BADGES.
           OPEN INPUT ACHIEVE-FILE.
           IF BL-ACHV-STATUS IS EQUAL TO "35"
             GO TO 2700-LOAD-BADGES-EXIT
           END-IF.
           MOVE "N" TO BL-EOF-SW.
           PERFORM 2710-READ-BADGE THRU 2710-READ-BADGE-EXIT
             UNTIL BL-EOF.
           CLOSE ACHIEVE-FILE.
       2700-LOAD-BADGES-EXIT.
           EXIT.

       2710-READ-BADGE.
           READ ACHIEVE-FILE
             AT END
               MOVE "Y" TO BL-EOF-SW
               GO TO 2710-READ-BADGE-EXIT
           END-READ.
           ADD 1 TO BL-ACHV-READ.
           IF AC-EARN-DATE IS NOT LESS THAN BL-WEEK-START
             AND AC-EARN-DATE IS NOT GREATER THAN BL-WEEK-END
             AND BL-BADGE-COUNT IS LESS THAN 200
             ADD 1 TO BL-BADGE-COUNT
             SET BL-BD-IDX TO BL-BADGE-COUNT
             MOVE AC-BADGE-CODE TO BL-BD-BADGE(BL-BD-IDX)
             MOVE AC-PLAYER-ID TO BL-BD-PLAYER-ID(BL-BD-IDX)
             MOVE AC-EARN-DATE TO BL-BD-EARN-DATE(BL-BD-IDX)
             MOVE AC-QUAL-VALUE TO BL-BD-VALUE(BL-BD-IDX)
           END-IF.
       2710-READ-BADGE-EXIT.
           EXIT.

      *    Keeps the fixtures of the lowest round above the last
      *    result round; a lower qualifying round found later on the
      *    file (a rescheduled fixture is appended at the end)
      *    replaces what was kept.
       2800-LOAD-FIXTURES.
           OPEN INPUT FIXTURE-FILE.
           IF BL-FIXT-STATUS IS EQUAL TO "35"
             GO TO 2800-LOAD-FIXTURES-EXIT
           END-IF.
           MOVE "N" TO BL-EOF-SW.
           PERFORM 2810-READ-FIXTURE THRU 2810-READ-FIXTURE-EXIT
             UNTIL BL-EOF.
           CLOSE FIXTURE-FILE.
       2800-LOAD-FIXTURES-EXIT.
           EXIT.

       2810-READ-FIXTURE.
           READ FIXTURE-FILE
             AT END
               MOVE "Y" TO BL-EOF-SW
               GO TO 2810-READ-FIXTURE-EXIT
           END-READ.
           ADD 1 TO BL-FIXT-READ.
           IF FX-ROUND-NO IS NOT GREATER THAN BL-LAST-ROUND
             GO TO 2810-READ-FIXTURE-EXIT
           END-IF.
           IF BL-NEXT-ROUND IS EQUAL TO 0
             OR FX-ROUND-NO IS LESS THAN BL-NEXT-ROUND
             MOVE FX-ROUND-NO TO BL-NEXT-ROUND
             MOVE 0 TO BL-FIXT-COUNT
           END-IF.
           IF FX-ROUND-NO IS EQUAL TO BL-NEXT-ROUND
             AND BL-FIXT-COUNT IS LESS THAN 200
             ADD 1 TO BL-FIXT-COUNT
             SET BL-FX-IDX TO BL-FIXT-COUNT
             MOVE FX-MATCH-NO TO BL-FX-MATCH-NO(BL-FX-IDX)
             MOVE FX-HOME-ID TO BL-FX-HOME-ID(BL-FX-IDX)
             MOVE FX-AWAY-ID TO BL-FX-AWAY-ID(BL-FX-IDX)
           END-IF.
       2810-READ-FIXTURE-EXIT.
           EXIT.

      *    LEAGUTBL's order: ascending on division, then match points
      *    descending with wins as the tie-break.
       4000-SORT-TABLE.
           IF BL-TABLE-COUNT IS LESS THAN 2
             GO TO 4000-SORT-TABLE-EXIT
           END-IF.
           MOVE "Y" TO BL-SWAPPED-SW.
           PERFORM 4100-TABLE-SWEEP THRU 4100-TABLE-SWEEP-EXIT
             UNTIL NOT BL-SWAPPED.
       4000-SORT-TABLE-EXIT.
           EXIT.

       4100-TABLE-SWEEP.
           MOVE "N" TO BL-SWAPPED-SW.
           COMPUTE BL-SORT-LIMIT = BL-TABLE-COUNT - 1.
           MOVE 1 TO BL-SORT-I.
           PERFORM 4200-TABLE-COMPARE THRU 4200-TABLE-COMPARE-EXIT
             BL-SORT-LIMIT TIMES.
       4100-TABLE-SWEEP-EXIT.
           EXIT.

       4200-TABLE-COMPARE.
           SET BL-LG-IDX TO BL-SORT-I.
           IF BL-LG-DIVISION(BL-LG-IDX) IS GREATER THAN
               BL-LG-DIVISION(BL-LG-IDX + 1)
             OR (BL-LG-DIVISION(BL-LG-IDX) IS EQUAL TO
                 BL-LG-DIVISION(BL-LG-IDX + 1)
               AND BL-LG-POINTS(BL-LG-IDX) IS LESS THAN
                 BL-LG-POINTS(BL-LG-IDX + 1))
             OR (BL-LG-DIVISION(BL-LG-IDX) IS EQUAL TO
                 BL-LG-DIVISION(BL-LG-IDX + 1)
               AND BL-LG-POINTS(BL-LG-IDX) IS EQUAL TO
                 BL-LG-POINTS(BL-LG-IDX + 1)
               AND BL-LG-WON(BL-LG-IDX) IS LESS THAN
                 BL-LG-WON(BL-LG-IDX + 1))
             MOVE BL-LG-ENTRY(BL-LG-IDX) TO BL-LG-HOLD-ENTRY
             MOVE BL-LG-ENTRY(BL-LG-IDX + 1) TO BL-LG-ENTRY(BL-LG-IDX)
             MOVE BL-LG-HOLD-ENTRY TO BL-LG-ENTRY(BL-LG-IDX + 1)
             MOVE "Y" TO BL-SWAPPED-SW
           END-IF.
           ADD 1 TO BL-SORT-I.
       4200-TABLE-COMPARE-EXIT.
           EXIT.

      *    PUZZLSTK's order: current streak, longest as tie-break.
       4300-SORT-STREAKS.
           IF BL-STREAK-COUNT IS LESS THAN 2
             GO TO 4300-SORT-STREAKS-EXIT
           END-IF.
           MOVE "Y" TO BL-SWAPPED-SW.
           PERFORM 4400-STREAK-SWEEP THRU 4400-STREAK-SWEEP-EXIT
             UNTIL NOT BL-SWAPPED.
       4300-SORT-STREAKS-EXIT.
           EXIT.

       4400-STREAK-SWEEP.
           MOVE "N" TO BL-SWAPPED-SW.
           COMPUTE BL-SORT-LIMIT = BL-STREAK-COUNT - 1.
           MOVE 1 TO BL-SORT-I.
           PERFORM 4500-STREAK-COMPARE THRU 4500-STREAK-COMPARE-EXIT
             BL-SORT-LIMIT TIMES.
       4400-STREAK-SWEEP-EXIT.
           EXIT.

       4500-STREAK-COMPARE.
           SET BL-SK-IDX TO BL-SORT-I.
           IF BL-SK-CURR(BL-SK-IDX) IS LESS THAN
             BL-SK-CURR(BL-SK-IDX + 1)
             OR (BL-SK-CURR(BL-SK-IDX) IS EQUAL TO
               BL-SK-CURR(BL-SK-IDX + 1)
               AND BL-SK-BEST(BL-SK-IDX) IS LESS THAN
                 BL-SK-BEST(BL-SK-IDX + 1))
             MOVE BL-SK-ENTRY(BL-SK-IDX) TO BL-SK-HOLD-ENTRY
             MOVE BL-SK-ENTRY(BL-SK-IDX + 1) TO BL-SK-ENTRY(BL-SK-IDX)
             MOVE BL-SK-HOLD-ENTRY TO BL-SK-ENTRY(BL-SK-IDX + 1)
             MOVE "Y" TO BL-SWAPPED-SW
           END-IF.
           ADD 1 TO BL-SORT-I.
       4500-STREAK-COMPARE-EXIT.
           EXIT.

       5000-PRINT-RESULTS.
           MOVE "THIS WEEK'S RESULTS (NET SCORES)" TO BL-SECTION-TITLE.
           PERFORM 8100-WRITE-SECTION THRU 8100-WRITE-SECTION-EXIT.
           IF BL-WEEK-COUNT IS EQUAL TO 0
             MOVE "NO MATCHES THIS WEEK" TO BL-NONE-TEXT
             WRITE BULLETIN-REC FROM BL-NONE-LINE
             GO TO 5000-PRINT-RESULTS-EXIT
           END-IF.
           WRITE BULLETIN-REC FROM BL-RESULT-HDR.
           SET BL-WK-IDX TO 1.
           PERFORM 5100-PRINT-ONE-RESULT THRU 5100-PRINT-ONE-RESULT-EXIT
             BL-WEEK-COUNT TIMES.
       5000-PRINT-RESULTS-EXIT.
           EXIT.

      *    A forfeit reads as a walkover to the side that turned up;
      *    a double forfeit as no result.
       5100-PRINT-ONE-RESULT.
           MOVE BL-WK-HOME-ID(BL-WK-IDX) TO BL-LOOKUP-ID.
           PERFORM 8000-GET-NAME THRU 8000-GET-NAME-EXIT.
           MOVE BL-LOOKUP-NAME TO BL-HOME-NAME.
           MOVE BL-WK-AWAY-ID(BL-WK-IDX) TO BL-LOOKUP-ID.
           PERFORM 8000-GET-NAME THRU 8000-GET-NAME-EXIT.
           MOVE BL-LOOKUP-NAME TO BL-AWAY-NAME.
           EVALUATE BL-WK-RESULT(BL-WK-IDX)
             WHEN "HOME"
               MOVE "HOME WIN" TO BL-RESULT-TEXT
             WHEN "AWAY"
               MOVE "AWAY WIN" TO BL-RESULT-TEXT
             WHEN "FFTH"
               MOVE "HOME W/O" TO BL-RESULT-TEXT
             WHEN "FFTA"
               MOVE "AWAY W/O" TO BL-RESULT-TEXT
             WHEN "FFTD"
               MOVE "BOTH FORFEIT" TO BL-RESULT-TEXT
             WHEN OTHER
               MOVE "DRAW" TO BL-RESULT-TEXT
           END-EVALUATE.
           MOVE BL-WK-ROUND-NO(BL-WK-IDX) TO BL-RS-ROUND.
           MOVE BL-HOME-NAME TO BL-RS-HOME-NAME.
           MOVE BL-WK-HOME-NET(BL-WK-IDX) TO BL-RS-HOME-NET.
           MOVE BL-WK-AWAY-NET(BL-WK-IDX) TO BL-RS-AWAY-NET.
           MOVE BL-AWAY-NAME TO BL-RS-AWAY-NAME.
           MOVE BL-RESULT-TEXT TO BL-RS-RESULT.
           WRITE BULLETIN-REC FROM BL-RESULT-LINE.
           MOVE SPACES TO BL-XT-LINE.
           STRING "RESULT," DELIMITED BY SIZE
             BL-WK-ROUND-NO(BL-WK-IDX) DELIMITED BY SIZE ","
             BL-WK-MATCH-DATE(BL-WK-IDX) DELIMITED BY SIZE ","
             BL-WK-HOME-ID(BL-WK-IDX) DELIMITED BY SPACE ","
             BL-HOME-NAME DELIMITED BY "  " ","
             BL-WK-AWAY-ID(BL-WK-IDX) DELIMITED BY SPACE ","
             BL-AWAY-NAME DELIMITED BY "  " ","
             BL-WK-HOME-TOTAL(BL-WK-IDX) DELIMITED BY SIZE ","
             BL-WK-AWAY-TOTAL(BL-WK-IDX) DELIMITED BY SIZE ","
             BL-WK-HOME-NET(BL-WK-IDX) DELIMITED BY SIZE ","
             BL-WK-AWAY-NET(BL-WK-IDX) DELIMITED BY SIZE ","
             BL-WK-RESULT(BL-WK-IDX) DELIMITED BY SIZE
             INTO BL-XT-LINE.
           PERFORM 8500-WRITE-EXTRACT THRU 8500-WRITE-EXTRACT-EXIT.
           SET BL-WK-IDX UP BY 1.
       5100-PRINT-ONE-RESULT-EXIT.
           EXIT.

       5200-PRINT-TABLE.
           MOVE "LEAGUE TABLE" TO BL-SECTION-TITLE.
           PERFORM 8100-WRITE-SECTION THRU 8100-WRITE-SECTION-EXIT.
           IF BL-TABLE-COUNT IS EQUAL TO 0
             MOVE "NO RESULTS POSTED YET" TO BL-NONE-TEXT
             WRITE BULLETIN-REC FROM BL-NONE-LINE
             GO TO 5200-PRINT-TABLE-EXIT
           END-IF.
           IF NOT BL-DIVISIONS-IN-USE
             WRITE BULLETIN-REC FROM BL-TABLE-HDR
           END-IF.
           MOVE 0 TO BL-RANK.
           MOVE HIGH-VALUES TO BL-CUR-DIVISION.
           SET BL-LG-IDX TO 1.
           PERFORM 5300-PRINT-ONE-PLAYER THRU 5300-PRINT-ONE-PLAYER-EXIT
             BL-TABLE-COUNT TIMES.
       5200-PRINT-TABLE-EXIT.
           EXIT.

      *    With divisions in use each division has its own heading
      *    and ranks from one, as on LEAGURPT.
       5300-PRINT-ONE-PLAYER.
           IF BL-DIVISIONS-IN-USE
             AND BL-LG-DIVISION(BL-LG-IDX) IS NOT EQUAL TO
               BL-CUR-DIVISION
             MOVE BL-LG-DIVISION(BL-LG-IDX) TO BL-CUR-DIVISION
             MOVE 0 TO BL-RANK
             IF BL-CUR-DIVISION IS EQUAL TO SPACES
               WRITE BULLETIN-REC FROM BL-NO-DIV-LINE
             ELSE
               MOVE BL-CUR-DIVISION TO BL-DV-DIVISION
               WRITE BULLETIN-REC FROM BL-DIV-LINE
             END-IF
             WRITE BULLETIN-REC FROM BL-TABLE-HDR
           END-IF.
           ADD 1 TO BL-RANK.
           MOVE BL-RANK TO BL-TB-RANK.
           MOVE BL-LG-NAME(BL-LG-IDX) TO BL-TB-NAME.
           MOVE BL-LG-PLAYED(BL-LG-IDX) TO BL-TB-PLAYED.
           MOVE BL-LG-WON(BL-LG-IDX) TO BL-TB-WON.
           MOVE BL-LG-DRAWN(BL-LG-IDX) TO BL-TB-DRAWN.
           MOVE BL-LG-LOST(BL-LG-IDX) TO BL-TB-LOST.
           MOVE BL-LG-FFT-WON(BL-LG-IDX) TO BL-TB-FFT-WON.
           MOVE BL-LG-FFT-LOST(BL-LG-IDX) TO BL-TB-FFT-LOST.
           MOVE BL-LG-POINTS(BL-LG-IDX) TO BL-TB-POINTS.
           WRITE BULLETIN-REC FROM BL-TABLE-LINE.
           MOVE BL-RANK TO BL-XT-RANK.
           MOVE SPACES TO BL-XT-LINE.
           STRING "TABLE," DELIMITED BY SIZE
             BL-LG-DIVISION(BL-LG-IDX) DELIMITED BY SPACE ","
             BL-XT-RANK DELIMITED BY SIZE ","
             BL-LG-PLAYER-ID(BL-LG-IDX) DELIMITED BY SPACE ","
             BL-LG-NAME(BL-LG-IDX) DELIMITED BY "  " ","
             BL-LG-PLAYED(BL-LG-IDX) DELIMITED BY SIZE ","
             BL-LG-WON(BL-LG-IDX) DELIMITED BY SIZE ","
             BL-LG-DRAWN(BL-LG-IDX) DELIMITED BY SIZE ","
             BL-LG-LOST(BL-LG-IDX) DELIMITED BY SIZE ","
             BL-LG-FFT-WON(BL-LG-IDX) DELIMITED BY SIZE ","
             BL-LG-FFT-LOST(BL-LG-IDX) DELIMITED BY SIZE ","
             BL-LG-POINTS(BL-LG-IDX) DELIMITED BY SIZE
             INTO BL-XT-LINE.
           PERFORM 8500-WRITE-EXTRACT THRU 8500-WRITE-EXTRACT-EXIT.
           SET BL-LG-IDX UP BY 1.
       5300-PRINT-ONE-PLAYER-EXIT.
           EXIT.

      *    The top few current streaks; a player with no live
      *    streak is not listed.
       5400-PRINT-STREAKS.
           MOVE "TOP PUZZLE STREAKS" TO BL-SECTION-TITLE.
           PERFORM 8100-WRITE-SECTION THRU 8100-WRITE-SECTION-EXIT.
           MOVE 0 TO BL-RANK.
           IF BL-STREAK-COUNT IS GREATER THAN 0
             AND BL-SK-CURR(1) IS GREATER THAN 0
             WRITE BULLETIN-REC FROM BL-STREAK-HDR
             SET BL-SK-IDX TO 1
             PERFORM 5500-PRINT-ONE-STREAK
               THRU 5500-PRINT-ONE-STREAK-EXIT
               BL-STREAK-COUNT TIMES
           END-IF.
           IF BL-RANK IS EQUAL TO 0
             MOVE "NO STREAK RUNNING" TO BL-NONE-TEXT
             WRITE BULLETIN-REC FROM BL-NONE-LINE
           END-IF.
       5400-PRINT-STREAKS-EXIT.
           EXIT.

       5500-PRINT-ONE-STREAK.
           IF BL-RANK IS LESS THAN BL-STREAK-TOP
             AND BL-SK-CURR(BL-SK-IDX) IS GREATER THAN 0
             PERFORM 5510-WRITE-STREAK THRU 5510-WRITE-STREAK-EXIT
           END-IF.
           SET BL-SK-IDX UP BY 1.
       5500-PRINT-ONE-STREAK-EXIT.
           EXIT.

       5510-WRITE-STREAK.
           ADD 1 TO BL-RANK.
           MOVE BL-RANK TO BL-ST-RANK.
           MOVE BL-SK-NAME(BL-SK-IDX) TO BL-ST-NAME.
           MOVE BL-SK-CURR(BL-SK-IDX) TO BL-ST-CURR.
           MOVE BL-SK-BEST(BL-SK-IDX) TO BL-ST-BEST.
           WRITE BULLETIN-REC FROM BL-STREAK-LINE.
           MOVE BL-RANK TO BL-XT-RANK.
           MOVE SPACES TO BL-XT-LINE.
           STRING "STREAK," DELIMITED BY SIZE
             BL-XT-RANK DELIMITED BY SIZE ","
             BL-SK-PLAYER-ID(BL-SK-IDX) DELIMITED BY SPACE ","
             BL-SK-NAME(BL-SK-IDX) DELIMITED BY "  " ","
             BL-SK-CURR(BL-SK-IDX) DELIMITED BY SIZE ","
             BL-SK-BEST(BL-SK-IDX) DELIMITED BY SIZE
             INTO BL-XT-LINE.
           PERFORM 8500-WRITE-EXTRACT THRU 8500-WRITE-EXTRACT-EXIT.
       5510-WRITE-STREAK-EXIT.
           EXIT.

       5600-PRINT-BADGES.
           MOVE "BADGES EARNED THIS WEEK" TO BL-SECTION-TITLE.
           PERFORM 8100-WRITE-SECTION THRU 8100-WRITE-SECTION-EXIT.
           IF BL-BADGE-COUNT IS EQUAL TO 0
             MOVE "NO NEW BADGES THIS WEEK" TO BL-NONE-TEXT
             WRITE BULLETIN-REC FROM BL-NONE-LINE
             GO TO 5600-PRINT-BADGES-EXIT
           END-IF.
           SET BL-BD-IDX TO 1.
           PERFORM 5700-PRINT-ONE-BADGE THRU 5700-PRINT-ONE-BADGE-EXIT
             BL-BADGE-COUNT TIMES.
       5600-PRINT-BADGES-EXIT.
           EXIT.

      *    Badge descriptions as ACHIEVE prints them.
       5700-PRINT-ONE-BADGE.
           MOVE BL-BD-PLAYER-ID(BL-BD-IDX) TO BL-LOOKUP-ID.
           PERFORM 8000-GET-NAME THRU 8000-GET-NAME-EXIT.
           EVALUATE BL-BD-BADGE(BL-BD-IDX)
             WHEN "YACHT1ST"
               MOVE "FIRST YACHT ROLLED" TO BL-BADGE-NAME
             WHEN "UPPER63"
               MOVE "63-POINT UPPER SECTION" TO BL-BADGE-NAME
             WHEN "GAME300"
               MOVE "300-POINT GAME" TO BL-BADGE-NAME
             WHEN "STREAK30"
               MOVE "30-DAY PUZZLE STREAK" TO BL-BADGE-NAME
             WHEN "WINS10"
               MOVE "TEN CONTEST WINS" TO BL-BADGE-NAME
             WHEN OTHER
               MOVE BL-BD-BADGE(BL-BD-IDX) TO BL-BADGE-NAME
           END-EVALUATE.
           MOVE BL-LOOKUP-NAME TO BL-BG-NAME.
           MOVE BL-BADGE-NAME TO BL-BG-BADGE-NAME.
           MOVE BL-BD-VALUE(BL-BD-IDX) TO BL-BG-VALUE.
           MOVE BL-BD-EARN-DATE(BL-BD-IDX) TO BL-BG-DATE.
           WRITE BULLETIN-REC FROM BL-BADGE-LINE.
           MOVE SPACES TO BL-XT-LINE.
           STRING "BADGE," DELIMITED BY SIZE
             BL-BD-BADGE(BL-BD-IDX) DELIMITED BY SPACE ","
             BL-BADGE-NAME DELIMITED BY "  " ","
             BL-BD-PLAYER-ID(BL-BD-IDX) DELIMITED BY SPACE ","
             BL-LOOKUP-NAME DELIMITED BY "  " ","
             BL-BD-EARN-DATE(BL-BD-IDX) DELIMITED BY SIZE ","
             BL-BD-VALUE(BL-BD-IDX) DELIMITED BY SIZE
             INTO BL-XT-LINE.
           PERFORM 8500-WRITE-EXTRACT THRU 8500-WRITE-EXTRACT-EXIT.
           SET BL-BD-IDX UP BY 1.
       5700-PRINT-ONE-BADGE-EXIT.
           EXIT.

       5800-PRINT-BEST-GAME.
           MOVE "GAME OF THE WEEK" TO BL-SECTION-TITLE.
           PERFORM 8100-WRITE-SECTION THRU 8100-WRITE-SECTION-EXIT.
           IF NOT BL-BEST-FOUND
             MOVE "NO GAMES POSTED THIS WEEK" TO BL-NONE-TEXT
             WRITE BULLETIN-REC FROM BL-NONE-LINE
             GO TO 5800-PRINT-BEST-GAME-EXIT
           END-IF.
           MOVE BL-BEST-PLAYER-ID TO BL-LOOKUP-ID.
           PERFORM 8000-GET-NAME THRU 8000-GET-NAME-EXIT.
           MOVE BL-LOOKUP-NAME TO BL-BS-NAME.
           MOVE BL-BEST-TOTAL TO BL-BS-TOTAL.
           MOVE BL-BEST-DATE TO BL-BS-DATE.
           MOVE SPACES TO BL-BS-VARIANT-TEXT.
           IF BL-BEST-VARIANT IS NOT EQUAL TO SPACES
             AND BL-BEST-VARIANT IS NOT EQUAL TO "STD"
             STRING "(" DELIMITED BY SIZE
               BL-BEST-VARIANT DELIMITED BY SPACE
               " RULES)" DELIMITED BY SIZE
               INTO BL-BS-VARIANT-TEXT
           END-IF.
           WRITE BULLETIN-REC FROM BL-BEST-LINE.
           MOVE SPACES TO BL-XT-LINE.
           STRING "BESTGAME," DELIMITED BY SIZE
             BL-BEST-PLAYER-ID DELIMITED BY SPACE ","
             BL-LOOKUP-NAME DELIMITED BY "  " ","
             BL-BEST-DATE DELIMITED BY SIZE ","
             BL-BEST-TOTAL DELIMITED BY SIZE ","
             BL-BEST-SESSION DELIMITED BY SIZE ","
             BL-BEST-VARIANT DELIMITED BY SPACE
             INTO BL-XT-LINE.
           PERFORM 8500-WRITE-EXTRACT THRU 8500-WRITE-EXTRACT-EXIT.
       5800-PRINT-BEST-GAME-EXIT.
           EXIT.

       6000-PRINT-FIXTURES.
           MOVE "NEXT ROUND" TO BL-SECTION-TITLE.
           PERFORM 8100-WRITE-SECTION THRU 8100-WRITE-SECTION-EXIT.
           IF BL-FIXT-COUNT IS EQUAL TO 0
             MOVE "NO FURTHER FIXTURES SCHEDULED" TO BL-NONE-TEXT
             WRITE BULLETIN-REC FROM BL-NONE-LINE
             GO TO 6000-PRINT-FIXTURES-EXIT
           END-IF.
           MOVE BL-NEXT-ROUND TO BL-FH-ROUND.
           WRITE BULLETIN-REC FROM BL-FIXT-HDR.
           SET BL-FX-IDX TO 1.
           PERFORM 6100-PRINT-ONE-FIXTURE
             THRU 6100-PRINT-ONE-FIXTURE-EXIT
             BL-FIXT-COUNT TIMES.
       6000-PRINT-FIXTURES-EXIT.
           EXIT.

       6100-PRINT-ONE-FIXTURE.
           MOVE BL-FX-HOME-ID(BL-FX-IDX) TO BL-LOOKUP-ID.
           PERFORM 8000-GET-NAME THRU 8000-GET-NAME-EXIT.
           MOVE BL-LOOKUP-NAME TO BL-HOME-NAME.
           MOVE BL-FX-AWAY-ID(BL-FX-IDX) TO BL-LOOKUP-ID.
           PERFORM 8000-GET-NAME THRU 8000-GET-NAME-EXIT.
           MOVE BL-LOOKUP-NAME TO BL-AWAY-NAME.
           MOVE BL-FX-MATCH-NO(BL-FX-IDX) TO BL-FL-MATCH.
           MOVE BL-HOME-NAME TO BL-FL-HOME-NAME.
           MOVE BL-AWAY-NAME TO BL-FL-AWAY-NAME.
           WRITE BULLETIN-REC FROM BL-FIXT-LINE.
           MOVE SPACES TO BL-XT-LINE.
           STRING "FIXTURE," DELIMITED BY SIZE
             BL-NEXT-ROUND DELIMITED BY SIZE ","
             BL-FX-MATCH-NO(BL-FX-IDX) DELIMITED BY SIZE ","
             BL-FX-HOME-ID(BL-FX-IDX) DELIMITED BY SPACE ","
             BL-HOME-NAME DELIMITED BY "  " ","
             BL-FX-AWAY-ID(BL-FX-IDX) DELIMITED BY SPACE ","
             BL-AWAY-NAME DELIMITED BY "  "
             INTO BL-XT-LINE.
           PERFORM 8500-WRITE-EXTRACT THRU 8500-WRITE-EXTRACT-EXIT.
           SET BL-FX-IDX UP BY 1.
       6100-PRINT-ONE-FIXTURE-EXIT.
           EXIT.

      *    The player's name off the master; an id the master does
      *    not know (a bye, or a merged-away id) prints as itself.
       8000-GET-NAME.
           MOVE BL-LOOKUP-ID TO BL-LOOKUP-NAME.
           IF NOT BL-MASTER-OPEN
             GO TO 8000-GET-NAME-EXIT
           END-IF.
           MOVE BL-LOOKUP-ID TO PM-PLAYER-ID.
           READ PLAYER-MASTER-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE PM-PLAYER-NAME TO BL-LOOKUP-NAME
           END-READ.
       8000-GET-NAME-EXIT.
           EXIT.

       8100-WRITE-SECTION.
           WRITE BULLETIN-REC FROM BL-BLANK-LINE.
           WRITE BULLETIN-REC FROM BL-SECTION-LINE.
       8100-WRITE-SECTION-EXIT.
           EXIT.

       8500-WRITE-EXTRACT.
           WRITE EXTRACT-REC FROM BL-XT-LINE.
           ADD 1 TO BL-XTRC-COUNT.
       8500-WRITE-EXTRACT-EXIT.
           EXIT.

       9000-TERMINATE.
           IF BL-MASTER-OPEN
             CLOSE PLAYER-MASTER-FILE
           END-IF.
           CLOSE BULLETIN-FILE.
           CLOSE EXTRACT-FILE.
           DISPLAY "BULLETIN WEEK=" BL-WEEK-START "-" BL-WEEK-END
             " RESULTS=" BL-WEEK-COUNT
             " BADGES=" BL-BADGE-COUNT
             " FIXTURES=" BL-FIXT-COUNT
             " EXTRACT ROWS=" BL-XTRC-COUNT.
       9000-TERMINATE-EXIT.
           EXIT.
