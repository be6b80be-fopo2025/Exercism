       IDENTIFICATION DIVISION.
       PROGRAM-ID. DICESCRN.
       AUTHOR. DATA-PROCESSING.
       INSTALLATION. GAME-NIGHT-SHOP.
       DATE-WRITTEN. 2026-09-24.
       DATE-COMPILED.

      *****************************************************
      * MODIFICATION HISTORY
      * 2026-09-24  DP  Original dice screening job: reads the
      *                 audit archive and then the live audit
      *                 trail as one stream, tallies face
      *                 counts, yachts and large straights
      *                 per player and per game-night
      *                 session, and prints an exceptions
      *                 report for the league committee --
      *                 rerolls with no seed recorded, which
      *                 can never be replayed, and players or
      *                 sessions whose yacht rate, large-
      *                 straight rate or spread of faces sits
      *                 improbably far from everybody else's.
      * 2026-10-15  DP  Refuses to run unless the business-date
      *                 file BUSDTCTL keeps shows an open date,
      *                 so a stream run after the date was
      *                 closed, or with no date set, stops
      *                 before anything is touched.
      * 2026-10-15  DP  Rolls each file status into the worst
      *                 status on the run-control row, so a
      *                 failed open, read or report write no
      *                 longer logs a clean run.
      *****************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GENERIC.
       OBJECT-COMPUTER. GENERIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO "AUDITFIL"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DS-AUDIT-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO "AUDARCHV"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DS-ARCH-STATUS.

           SELECT SCREEN-PARM-FILE ASSIGN TO "DICEPARM"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DS-PARM-STATUS.

           SELECT SCREEN-RPT-FILE ASSIGN TO "DICERPT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DS-RPT-STATUS.

      *        BUSDTCTL's one-record business-date file; the run
      *        refuses to start unless it shows an open date.
           SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *        Byte-for-byte the same layout as YACHT's AUDIT-REC;
      *        the archive carries the identical record image, so
      *        both legs read into one work record below, as AUDINQ
      *        does.
       FD  AUDIT-FILE.
       01  AUDIT-REC.
           05 AUD-PLAYER-ID       PIC X(10).
           05 AUD-TIMESTAMP       PIC X(14).
           05 AUD-DICE            PIC X(05).
           05 AUD-CATEGORY        PIC X(15).
           05 AUD-RESULT          PIC 99.
           05 AUD-SEED            PIC 9(09).
           05 AUD-SESSION-ID      PIC 9(06).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-REC            PIC X(61).

      *        Every field may be left blank for its default: the
      *        earliest date to screen (blank screens the whole
      *        trail), the fewest rolls a player or session needs
      *        before its rates are judged, the squared deviation
      *        a yacht or large-straight count must exceed, in
      *        variances, to be flagged, and the chi-square figure
      *        the spread of faces must exceed.
       FD  SCREEN-PARM-FILE.
       01  SCREEN-PARM-REC.
           05 DP-FROM-DATE        PIC X(08).
           05 DP-MIN-ROLLS        PIC X(05).
           05 DP-MIN-ROLLS-N REDEFINES DP-MIN-ROLLS
                                  PIC 9(05).
           05 DP-RATE-LIMIT       PIC X(04).
           05 DP-RATE-LIMIT-N REDEFINES DP-RATE-LIMIT
                                  PIC 9(02)V99.
           05 DP-SKEW-LIMIT       PIC X(05).
           05 DP-SKEW-LIMIT-N REDEFINES DP-SKEW-LIMIT
                                  PIC 9(03)V99.
           05 FILLER              PIC X(58).

       FD  SCREEN-RPT-FILE.
       01  SCREEN-RPT-REC         PIC X(80).

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
       01 DS-AUDIT-STATUS         PIC XX VALUE "00".
       01 DS-ARCH-STATUS          PIC XX VALUE "00".
       01 DS-PARM-STATUS          PIC XX VALUE "00".
       01 DS-RPT-STATUS           PIC XX VALUE "00".
       01 DS-BUSDATE-STATUS       PIC XX VALUE "00".

      *    Set from the business-date file before anything opens;
      *    no open business date means no run.
       01 DS-BUS-DATE-SW          PIC X VALUE "N".
         88 DS-BUS-DATE-OPEN VALUE "Y".
       01 DS-BUSINESS-DATE        PIC X(08) VALUE SPACES.

       01 DS-AUDIT-EOF-SW         PIC X VALUE "N".
         88 DS-AUDIT-EOF VALUE "Y".
       01 DS-ARCH-EOF-SW          PIC X VALUE "N".
         88 DS-ARCH-EOF VALUE "Y".

      *    Screening limits. Nine variances is three standard
      *    deviations; 20.52 is the one-in-a-thousand chi-square
      *    point for six faces.
       01 DS-FROM-DATE            PIC X(08) VALUE SPACES.
       01 DS-MIN-ROLLS            PIC 9(05) VALUE 30.
       01 DS-RATE-LIMIT           PIC 9(02)V99 VALUE 9.00.
       01 DS-SKEW-LIMIT           PIC 9(03)V99 VALUE 20.52.

      *    One common work record both input legs read into; the
      *    dice also seen one die at a time.
       01 DS-WORK-REC.
         05 DS-WRK-PLAYER-ID      PIC X(10).
         05 DS-WRK-TIMESTAMP      PIC X(14).
         05 DS-WRK-DICE           PIC X(05).
         05 DS-WRK-DICE-R REDEFINES DS-WRK-DICE.
           10 DS-WRK-DIE          PIC X(01) OCCURS 5 TIMES.
         05 DS-WRK-CATEGORY       PIC X(15).
         05 DS-WRK-RESULT         PIC 99.
         05 DS-WRK-SEED           PIC 9(09).
         05 DS-WRK-SESSION-ID     PIC 9(06).

       01 DS-READ-COUNT           PIC 9(7) COMP VALUE 0.
       01 DS-SCREENED-COUNT       PIC 9(7) COMP VALUE 0.
       01 DS-EARLY-COUNT          PIC 9(7) COMP VALUE 0.
       01 DS-NO-SESSION-COUNT     PIC 9(7) COMP VALUE 0.
       01 DS-UNREADABLE-COUNT     PIC 9(7) COMP VALUE 0.
       01 DS-UNSEEDED-COUNT       PIC 9(7) COMP VALUE 0.
       01 DS-FLAGGED-COUNT        PIC 9(7) COMP VALUE 0.
       01 DS-OVERFLOW-COUNT       PIC 9(7) COMP VALUE 0.
       01 DS-REPEAT-COUNT         PIC 9(7) COMP VALUE 0.

      *    The roll on hand: its face counts, and whether it is a
      *    yacht or a large straight.
       01 DS-ROLL-FACES.
         05 DS-ROLL-FACE          PIC 9(01) OCCURS 6 TIMES.
       01 DS-DIE-I                PIC 9(2) COMP VALUE 0.
       01 DS-FACE-I               PIC 9(2) COMP VALUE 0.
       01 DS-DIE-VALUE            PIC 9(01) VALUE 0.
       01 DS-READABLE-SW          PIC X VALUE "Y".
         88 DS-READABLE VALUE "Y".
       01 DS-YACHT-SW             PIC X VALUE "N".
         88 DS-IS-YACHT VALUE "Y".
       01 DS-STRAIGHT-SW          PIC X VALUE "N".
         88 DS-IS-STRAIGHT VALUE "Y".
       01 DS-REPEAT-SW            PIC X VALUE "N".
         88 DS-REPEAT-ROLL VALUE "Y".

      *    Tallies for every player, and the last record each
      *    player wrote. YACHT audits each reroll under the
      *    category the turn is working toward and then the score
      *    under the same category, so a player's record followed
      *    by another of the same category in the same session was
      *    a reroll -- and a reroll with a zero seed can never be
      *    replayed.
       01 DS-PLAYER-COUNT         PIC 9(4) COMP VALUE 0.
       01 DS-PLAYER-TABLE.
         05 DS-PL-ENTRY OCCURS 500 TIMES INDEXED BY DS-PL-IDX.
           10 DS-PL-PLAYER-ID     PIC X(10).
           10 DS-PL-ROLLS         PIC 9(07).
           10 DS-PL-FACE          PIC 9(07) OCCURS 6 TIMES.
           10 DS-PL-YACHTS        PIC 9(07).
           10 DS-PL-STRAIGHTS     PIC 9(07).
           10 DS-PL-FLAGS         PIC X(03).
           10 DS-PL-LAST-CATEGORY PIC X(15).
           10 DS-PL-LAST-SESSION  PIC 9(06).
           10 DS-PL-LAST-SEED     PIC 9(09).
           10 DS-PL-LAST-STAMP    PIC X(14).
           10 DS-PL-LAST-DICE     PIC X(05).
       01 DS-HOLD-PLAYER          PIC X(125).
       01 DS-SWAPPED-SW           PIC X VALUE "N".
         88 DS-SWAPPED VALUE "Y".
       01 DS-SORT-I               PIC 9(4) COMP VALUE 0.
       01 DS-SORT-LIMIT           PIC 9(4) COMP VALUE 0.

      *    Tallies for every game-night session, in the order the
      *    sessions first appear -- the archive then the live
      *    trail, so oldest first.
       01 DS-SESSION-COUNT        PIC 9(4) COMP VALUE 0.
       01 DS-SESSION-TABLE.
         05 DS-SS-ENTRY OCCURS 999 TIMES INDEXED BY DS-SS-IDX.
           10 DS-SS-SESSION-ID    PIC 9(06).
           10 DS-SS-ROLLS         PIC 9(07).
           10 DS-SS-FACE          PIC 9(07) OCCURS 6 TIMES.
           10 DS-SS-YACHTS        PIC 9(07).
           10 DS-SS-STRAIGHTS     PIC 9(07).
           10 DS-SS-FLAGS         PIC X(03).

      *    League-wide totals. Each player or session is measured
      *    against everybody else's pooled rates, not the odds of
      *    a single throw -- kept dice and the choice of category
      *    make the recorded dice anything but single random
      *    throws, for every player alike.
       01 DS-ALL-ROLLS            PIC 9(07) VALUE 0.
       01 DS-ALL-FACE-TABLE.
         05 DS-ALL-FACE           PIC 9(07) OCCURS 6 TIMES.
       01 DS-ALL-YACHTS           PIC 9(07) VALUE 0.
       01 DS-ALL-STRAIGHTS        PIC 9(07) VALUE 0.

       01 DS-FOUND-SW             PIC X VALUE "N".
         88 DS-KEY-FOUND VALUE "Y".
       01 DS-LOOKUP-ID            PIC X(10) VALUE SPACES.
       01 DS-LOOKUP-SESSION       PIC 9(06) VALUE 0.

      *    The group under test -- one player or one session --
      *    copied here so one set of paragraphs tests either.
       01 DS-TEST-KIND            PIC X(08) VALUE SPACES.
       01 DS-TEST-KEY             PIC X(10) VALUE SPACES.
       01 DS-TEST-ROLLS           PIC 9(07) VALUE 0.
       01 DS-TEST-FACE-TABLE.
         05 DS-TEST-FACE          PIC 9(07) OCCURS 6 TIMES.
       01 DS-TEST-YACHTS          PIC 9(07) VALUE 0.
       01 DS-TEST-STRAIGHTS       PIC 9(07) VALUE 0.
       01 DS-TEST-FLAGS           PIC X(03) VALUE SPACES.

      *    Rate test: the count seen against the count the rest of
      *    the league's rate would give over as many rolls. Worked
      *    a verb at a time so every intermediate keeps its four
      *    decimal places.
       01 DS-RATE-LABEL           PIC X(12) VALUE SPACES.
       01 DS-RATE-SEEN            PIC 9(07) VALUE 0.
       01 DS-RATE-ALL             PIC 9(07) VALUE 0.
       01 DS-REST-ROLLS           PIC 9(07) VALUE 0.
       01 DS-REST-HITS            PIC 9(07) VALUE 0.
       01 DS-REST-MISSES          PIC 9(07) VALUE 0.
       01 DS-WORK-PRODUCT         PIC 9(14)V9(04) VALUE 0.
       01 DS-EXPECTED             PIC 9(07)V9(04) VALUE 0.
       01 DS-VARIANCE             PIC 9(07)V9(04) VALUE 0.
       01 DS-DEVIATION            PIC S9(07)V9(04) VALUE 0.
       01 DS-DEV-SQUARED          PIC 9(14)V9(04) VALUE 0.
       01 DS-DEV-BOUND            PIC 9(14)V9(04) VALUE 0.
       01 DS-RATE-FLAG            PIC X(01) VALUE SPACE.

      *    Skew test: chi-square of the group's faces against the
      *    rest of the league's spread of faces.
       01 DS-TEST-DICE            PIC 9(08) VALUE 0.
       01 DS-REST-DICE            PIC 9(08) VALUE 0.
       01 DS-REST-FACE            PIC 9(08) VALUE 0.
       01 DS-CHI-SQUARE           PIC 9(07)V9(04) VALUE 0.
       01 DS-CHI-TERM             PIC 9(07)V9(04) VALUE 0.

      *        Must stay byte-for-byte aligned with RUNLOGW's LINKAGE
      *        SECTION WS-RUNLOG-PARMS record.
       01 DS-RUNLOG-PARMS.
         05 DS-RL-PROGRAM-ID        PIC X(10) VALUE "DICESCRN".
         05 DS-RL-START-STAMP       PIC X(14).
         05 DS-RL-READ-COUNT        PIC 9(07).
         05 DS-RL-PROC-COUNT        PIC 9(07).
         05 DS-RL-REJECT-COUNT      PIC 9(07).
         05 DS-RL-WORST-STATUS      PIC XX VALUE "00".
       01 DS-NOTE-STATUS            PIC XX VALUE "00".

       01 DS-HDR-LINE-1.
         05 FILLER                PIC X(28)
           VALUE "DICE SCREENING EXCEPTIONS".
         05 FILLER                PIC X(06) VALUE "FROM ".
         05 DS-HDR-FROM-DATE      PIC X(08).
       01 DS-HDR-LINE-2.
         05 FILLER                PIC X(08) VALUE "LIMITS".
         05 FILLER                PIC X(11) VALUE "MIN ROLLS ".
         05 DS-HDR-MIN-ROLLS      PIC ZZZZ9.
         05 FILLER                PIC X(13) VALUE "  RATE VARS ".
         05 DS-HDR-RATE-LIMIT     PIC Z9.99.
         05 FILLER                PIC X(12) VALUE "  CHI-SQ ".
         05 DS-HDR-SKEW-LIMIT     PIC ZZ9.99.

       01 DS-SECTION-LINE         PIC X(80) VALUE SPACES.
       01 DS-NONE-LINE.
         05 FILLER                PIC X(10) VALUE "  NONE".

       01 DS-SEED-EXC-LINE.
         05 FILLER                PIC X(02) VALUE SPACES.
         05 DS-SX-PLAYER-ID       PIC X(10).
         05 FILLER                PIC X(02) VALUE SPACES.
         05 DS-SX-STAMP           PIC X(14).
         05 FILLER                PIC X(10) VALUE "  SESSION ".
         05 DS-SX-SESSION         PIC ZZZZZ9.
         05 FILLER                PIC X(02) VALUE SPACES.
         05 DS-SX-CATEGORY        PIC X(15).
         05 FILLER                PIC X(02) VALUE SPACES.
         05 DS-SX-DICE            PIC X(05).

       01 DS-RATE-EXC-LINE.
         05 FILLER                PIC X(02) VALUE SPACES.
         05 DS-RX-KIND            PIC X(08).
         05 DS-RX-KEY             PIC X(10).
         05 FILLER                PIC X(02) VALUE SPACES.
         05 DS-RX-LABEL           PIC X(12).
         05 FILLER                PIC X(05) VALUE "SEEN".
         05 DS-RX-SEEN            PIC ZZZZZ9.
         05 FILLER                PIC X(10) VALUE "  EXPECTED".
         05 DS-RX-EXPECTED        PIC ZZZZZ9.9.
         05 FILLER                PIC X(04) VALUE " IN".
         05 DS-RX-ROLLS           PIC ZZZZZZ9.

       01 DS-SKEW-EXC-LINE.
         05 FILLER                PIC X(02) VALUE SPACES.
         05 DS-KX-KIND            PIC X(08).
         05 DS-KX-KEY             PIC X(10).
         05 FILLER                PIC X(02) VALUE SPACES.
         05 FILLER                PIC X(17)
           VALUE "FACE SKEW CHI-SQ".
         05 DS-KX-CHI-SQUARE      PIC ZZZZZZ9.99.
         05 FILLER                PIC X(06) VALUE SPACES.
         05 FILLER                PIC X(04) VALUE " IN".
         05 DS-KX-ROLLS           PIC ZZZZZZ9.

       01 DS-TALLY-HDR.
         05 FILLER                PIC X(12) VALUE SPACES.
         05 FILLER                PIC X(06) VALUE " ROLLS".
         05 FILLER                PIC X(07) VALUE "   ONES".
         05 FILLER                PIC X(07) VALUE "   TWOS".
         05 FILLER                PIC X(07) VALUE " THREES".
         05 FILLER                PIC X(07) VALUE "  FOURS".
         05 FILLER                PIC X(07) VALUE "  FIVES".
         05 FILLER                PIC X(07) VALUE "  SIXES".
         05 FILLER                PIC X(06) VALUE " YACHT".
         05 FILLER                PIC X(06) VALUE "  LGST".
         05 FILLER                PIC X(07) VALUE "  FLAGS".

       01 DS-TALLY-LINE.
         05 DS-TL-KEY             PIC X(10).
         05 FILLER                PIC X(02) VALUE SPACES.
         05 DS-TL-ROLLS           PIC ZZZZZ9.
         05 DS-TL-FACE-GROUP.
           10 DS-TL-FACE-ENTRY OCCURS 6 TIMES.
             15 FILLER            PIC X(01).
             15 DS-TL-FACE        PIC ZZZZZ9.
         05 FILLER                PIC X(01) VALUE SPACE.
         05 DS-TL-YACHTS          PIC ZZZZ9.
         05 FILLER                PIC X(01) VALUE SPACE.
         05 DS-TL-STRAIGHTS       PIC ZZZZ9.
         05 FILLER                PIC X(02) VALUE SPACES.
         05 DS-TL-FLAGS           PIC X(03).
       01 DS-TL-SESSION           PIC ZZZZZ9.

       01 DS-TOTAL-LINE.
         05 DS-TOT-LABEL          PIC X(30).
         05 DS-TOT-COUNT          PIC ZZZZZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0200-CHECK-BUSINESS-DATE
             THRU 0200-CHECK-BUSINESS-DATE-EXIT.
           IF NOT DS-BUS-DATE-OPEN
             DISPLAY "DICESCRN *** NO BUSINESS DATE OPEN"
               " - RUN REFUSED ***"
             DISPLAY "DICESCRN RUN BUSDTCTL WITH AN OPEN CARD FIRST"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-READ-ARCHIVE THRU 2000-READ-ARCHIVE-EXIT
             UNTIL DS-ARCH-EOF.
           PERFORM 2100-READ-AUDIT THRU 2100-READ-AUDIT-EXIT
             UNTIL DS-AUDIT-EOF.
           IF DS-UNSEEDED-COUNT IS EQUAL TO 0
             WRITE SCREEN-RPT-REC FROM DS-NONE-LINE
             MOVE DS-RPT-STATUS TO DS-NOTE-STATUS
             PERFORM 9800-NOTE-STATUS THRU 9800-NOTE-STATUS-EXIT
           END-IF.
           PERFORM 4000-SORT-PLAYERS THRU 4000-SORT-PLAYERS-EXIT.
           PERFORM 5000-TEST-PATTERNS THRU 5000-TEST-PATTERNS-EXIT.
           PERFORM 6000-PRINT-TALLIES THRU 6000-PRINT-TALLIES-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           STOP RUN.

      *    The processing date comes from the business-date file
      *    BUSDTCTL keeps, not the clock. A missing file or a
      *    closed date leaves the switch off and the run refused.
       0200-CHECK-BUSINESS-DATE.
           OPEN INPUT BUS-DATE-FILE.
           IF DS-BUSDATE-STATUS IS EQUAL TO "35"
             GO TO 0200-CHECK-BUSINESS-DATE-EXIT
           END-IF.
           READ BUS-DATE-FILE
             AT END
               CONTINUE
             NOT AT END
               IF BD-DATE-STATUS IS EQUAL TO "OPEN"
                 MOVE "Y" TO DS-BUS-DATE-SW
                 MOVE BD-BUSINESS-DATE TO DS-BUSINESS-DATE
               END-IF
           END-READ.
           CLOSE BUS-DATE-FILE.
       0200-CHECK-BUSINESS-DATE-EXIT.
           EXIT.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO DS-RL-START-STAMP.
           INITIALIZE DS-ALL-FACE-TABLE.
           PERFORM 1100-READ-PARM THRU 1100-READ-PARM-EXIT.
           OPEN INPUT ARCHIVE-FILE.
           MOVE DS-ARCH-STATUS TO DS-NOTE-STATUS.
           PERFORM 9800-NOTE-STATUS THRU 9800-NOTE-STATUS-EXIT.
           IF DS-ARCH-STATUS IS EQUAL TO "35"
             MOVE "Y" TO DS-ARCH-EOF-SW
           END-IF.
           OPEN INPUT AUDIT-FILE.
           MOVE DS-AUDIT-STATUS TO DS-NOTE-STATUS.
           PERFORM 9800-NOTE-STATUS THRU 9800-NOTE-STATUS-EXIT.
           IF DS-AUDIT-STATUS IS EQUAL TO "35"
             MOVE "Y" TO DS-AUDIT-EOF-SW
           END-IF.
           OPEN OUTPUT SCREEN-RPT-FILE.
           MOVE DS-RPT-STATUS TO DS-NOTE-STATUS.
           PERFORM 9800-NOTE-STATUS THRU 9800-NOTE-STATUS-EXIT.
           IF DS-FROM-DATE IS EQUAL TO SPACES
             MOVE "ALL" TO DS-HDR-FROM-DATE
           ELSE
             MOVE DS-FROM-DATE TO DS-HDR-FROM-DATE
           END-IF.
           WRITE SCREEN-RPT-REC FROM DS-HDR-LINE-1.
           MOVE DS-MIN-ROLLS TO DS-HDR-MIN-ROLLS.
           MOVE DS-RATE-LIMIT TO DS-HDR-RATE-LIMIT.
           MOVE DS-SKEW-LIMIT TO DS-HDR-SKEW-LIMIT.
           WRITE SCREEN-RPT-REC FROM DS-HDR-LINE-2.
           MOVE SPACES TO DS-SECTION-LINE.
           WRITE SCREEN-RPT-REC FROM DS-SECTION-LINE.
           MOVE "REROLLS WITH NO SEED RECORDED" TO DS-SECTION-LINE.
           WRITE SCREEN-RPT-REC FROM DS-SECTION-LINE.
           MOVE DS-RPT-STATUS TO DS-NOTE-STATUS.
           PERFORM 9800-NOTE-STATUS THRU 9800-NOTE-STATUS-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      *    A blank or non-numeric limit keeps its default, so a
      *    card that only sets the date works.
       1100-READ-PARM.
           OPEN INPUT SCREEN-PARM-FILE.
           MOVE DS-PARM-STATUS TO DS-NOTE-STATUS.
           PERFORM 9800-NOTE-STATUS THRU 9800-NOTE-STATUS-EXIT.
           IF DS-PARM-STATUS IS EQUAL TO "35"
             CONTINUE
           ELSE
             READ SCREEN-PARM-FILE
               AT END
                 CONTINUE
               NOT AT END
                 MOVE DP-FROM-DATE TO DS-FROM-DATE
                 IF DP-MIN-ROLLS IS NUMERIC
                   MOVE DP-MIN-ROLLS-N TO DS-MIN-ROLLS
                 END-IF
                 IF DP-RATE-LIMIT IS NUMERIC
                   AND DP-RATE-LIMIT-N IS GREATER THAN 0
                   MOVE DP-RATE-LIMIT-N TO DS-RATE-LIMIT
                 END-IF
                 IF DP-SKEW-LIMIT IS NUMERIC
                   AND DP-SKEW-LIMIT-N IS GREATER THAN 0
                   MOVE DP-SKEW-LIMIT-N TO DS-SKEW-LIMIT
                 END-IF
             END-READ
             MOVE DS-PARM-STATUS TO DS-NOTE-STATUS
             PERFORM 9800-NOTE-STATUS THRU 9800-NOTE-STATUS-EXIT
             CLOSE SCREEN-PARM-FILE
           END-IF.
       1100-READ-PARM-EXIT.
           EXIT.

       2000-READ-ARCHIVE.
           READ ARCHIVE-FILE INTO DS-WORK-REC
             AT END
               MOVE "Y" TO DS-ARCH-EOF-SW
             NOT AT END
               ADD 1 TO DS-READ-COUNT
               PERFORM 3000-SCREEN-RECORD THRU 3000-SCREEN-RECORD-EXIT
           END-READ.
           MOVE DS-ARCH-STATUS TO DS-NOTE-STATUS.
           PERFORM 9800-NOTE-STATUS THRU 9800-NOTE-STATUS-EXIT.
       2000-READ-ARCHIVE-EXIT.
           EXIT.

       2100-READ-AUDIT.
           READ AUDIT-FILE INTO DS-WORK-REC
             AT END
               MOVE "Y" TO DS-AUDIT-EOF-SW
             NOT AT END
               ADD 1 TO DS-READ-COUNT
               PERFORM 3000-SCREEN-RECORD THRU 3000-SCREEN-RECORD-EXIT
           END-READ.
           MOVE DS-AUDIT-STATUS TO DS-NOTE-STATUS.
           PERFORM 9800-NOTE-STATUS THRU 9800-NOTE-STATUS-EXIT.
       2100-READ-AUDIT-EXIT.
           EXIT.

      *    Calls outside a game night carry session zero -- the
      *    daily puzzle's dice are set, not thrown -- so they are
      *    not screened.
       3000-SCREEN-RECORD.
           IF DS-FROM-DATE IS NOT EQUAL TO SPACES
             AND DS-WRK-TIMESTAMP(1:8) IS LESS THAN DS-FROM-DATE
             ADD 1 TO DS-EARLY-COUNT
             GO TO 3000-SCREEN-RECORD-EXIT
           END-IF.
           IF DS-WRK-SESSION-ID IS EQUAL TO 0
             ADD 1 TO DS-NO-SESSION-COUNT
             GO TO 3000-SCREEN-RECORD-EXIT
           END-IF.
           PERFORM 3100-READ-DICE THRU 3100-READ-DICE-EXIT.
           IF NOT DS-READABLE
             ADD 1 TO DS-UNREADABLE-COUNT
             GO TO 3000-SCREEN-RECORD-EXIT
           END-IF.
           MOVE DS-WRK-PLAYER-ID TO DS-LOOKUP-ID.
           PERFORM 3300-FIND-PLAYER THRU 3300-FIND-PLAYER-EXIT.
           IF NOT DS-KEY-FOUND
             IF DS-PLAYER-COUNT IS NOT LESS THAN 500
               ADD 1 TO DS-OVERFLOW-COUNT
               GO TO 3000-SCREEN-RECORD-EXIT
             END-IF
             ADD 1 TO DS-PLAYER-COUNT
             SET DS-PL-IDX TO DS-PLAYER-COUNT
             INITIALIZE DS-PL-ENTRY(DS-PL-IDX)
             MOVE DS-WRK-PLAYER-ID TO DS-PL-PLAYER-ID(DS-PL-IDX)
           END-IF.
           MOVE DS-WRK-SESSION-ID TO DS-LOOKUP-SESSION.
           PERFORM 3400-FIND-SESSION THRU 3400-FIND-SESSION-EXIT.
           IF NOT DS-KEY-FOUND
             IF DS-SESSION-COUNT IS NOT LESS THAN 999
               ADD 1 TO DS-OVERFLOW-COUNT
               GO TO 3000-SCREEN-RECORD-EXIT
             END-IF
             ADD 1 TO DS-SESSION-COUNT
             SET DS-SS-IDX TO DS-SESSION-COUNT
             INITIALIZE DS-SS-ENTRY(DS-SS-IDX)
             MOVE DS-WRK-SESSION-ID TO DS-SS-SESSION-ID(DS-SS-IDX)
           END-IF.
           PERFORM 3200-CHECK-REROLL THRU 3200-CHECK-REROLL-EXIT.
           IF DS-REPEAT-ROLL
             ADD 1 TO DS-REPEAT-COUNT
             GO TO 3000-SCREEN-RECORD-EXIT
           END-IF.
           ADD 1 TO DS-SCREENED-COUNT.
           ADD 1 TO DS-PL-ROLLS(DS-PL-IDX).
           ADD 1 TO DS-SS-ROLLS(DS-SS-IDX).
           ADD 1 TO DS-ALL-ROLLS.
           MOVE 1 TO DS-FACE-I.
           PERFORM 3600-POST-FACE THRU 3600-POST-FACE-EXIT 6 TIMES.
           IF DS-IS-YACHT
             ADD 1 TO DS-PL-YACHTS(DS-PL-IDX)
             ADD 1 TO DS-SS-YACHTS(DS-SS-IDX)
             ADD 1 TO DS-ALL-YACHTS
           END-IF.
           IF DS-IS-STRAIGHT
             ADD 1 TO DS-PL-STRAIGHTS(DS-PL-IDX)
             ADD 1 TO DS-SS-STRAIGHTS(DS-SS-IDX)
             ADD 1 TO DS-ALL-STRAIGHTS
           END-IF.
       3000-SCREEN-RECORD-EXIT.
           EXIT.

      *    Counts the roll's faces; a die outside 1-6 makes the
      *    whole roll unreadable, the way YACHT's VALIDATE-DICE
      *    rejects it. Five of a face is a yacht; one each of two
      *    to five plus a one or a six is a large straight.
       3100-READ-DICE.
           MOVE "Y" TO DS-READABLE-SW.
           MOVE "N" TO DS-YACHT-SW.
           MOVE "N" TO DS-STRAIGHT-SW.
           INITIALIZE DS-ROLL-FACES.
           MOVE 1 TO DS-DIE-I.
           PERFORM 3110-READ-ONE-DIE THRU 3110-READ-ONE-DIE-EXIT
             5 TIMES.
           IF NOT DS-READABLE
             GO TO 3100-READ-DICE-EXIT
           END-IF.
           IF DS-ROLL-FACE(1) = 5 OR DS-ROLL-FACE(2) = 5
             OR DS-ROLL-FACE(3) = 5 OR DS-ROLL-FACE(4) = 5
             OR DS-ROLL-FACE(5) = 5 OR DS-ROLL-FACE(6) = 5
             MOVE "Y" TO DS-YACHT-SW
           END-IF.
           IF DS-ROLL-FACE(2) = 1 AND DS-ROLL-FACE(3) = 1
             AND DS-ROLL-FACE(4) = 1 AND DS-ROLL-FACE(5) = 1
             MOVE "Y" TO DS-STRAIGHT-SW
           END-IF.
       3100-READ-DICE-EXIT.
           EXIT.

       3110-READ-ONE-DIE.
           IF DS-WRK-DIE(DS-DIE-I) IS NOT NUMERIC
             MOVE "N" TO DS-READABLE-SW
           ELSE
             MOVE DS-WRK-DIE(DS-DIE-I) TO DS-DIE-VALUE
             IF DS-DIE-VALUE IS LESS THAN 1
               OR DS-DIE-VALUE IS GREATER THAN 6
               MOVE "N" TO DS-READABLE-SW
             ELSE
               ADD 1 TO DS-ROLL-FACE(DS-DIE-VALUE)
             END-IF
           END-IF.
           ADD 1 TO DS-DIE-I.
       3110-READ-ONE-DIE-EXIT.
           EXIT.

      *    The player's previous record was a reroll when this one
      *    works toward the same category in the same session. The
      *    score that closes a turn repeats the dice of the last
      *    reroll, so a record in the same turn showing the same
      *    dice as the one before is not a new throw and is not
      *    tallied again.
       3200-CHECK-REROLL.
           MOVE "N" TO DS-REPEAT-SW.
           IF DS-PL-LAST-CATEGORY(DS-PL-IDX) IS EQUAL TO
               DS-WRK-CATEGORY
             AND DS-PL-LAST-SESSION(DS-PL-IDX) IS EQUAL TO
               DS-WRK-SESSION-ID
             AND DS-PL-LAST-DICE(DS-PL-IDX) IS EQUAL TO DS-WRK-DICE
             MOVE "Y" TO DS-REPEAT-SW
           END-IF.
           IF DS-PL-LAST-CATEGORY(DS-PL-IDX) IS EQUAL TO
               DS-WRK-CATEGORY
             AND DS-PL-LAST-SESSION(DS-PL-IDX) IS EQUAL TO
               DS-WRK-SESSION-ID
             AND DS-PL-LAST-SEED(DS-PL-IDX) IS EQUAL TO 0
             ADD 1 TO DS-UNSEEDED-COUNT
             MOVE DS-WRK-PLAYER-ID TO DS-SX-PLAYER-ID
             MOVE DS-PL-LAST-STAMP(DS-PL-IDX) TO DS-SX-STAMP
             MOVE DS-WRK-SESSION-ID TO DS-SX-SESSION
             MOVE DS-WRK-CATEGORY TO DS-SX-CATEGORY
             MOVE DS-PL-LAST-DICE(DS-PL-IDX) TO DS-SX-DICE
             WRITE SCREEN-RPT-REC FROM DS-SEED-EXC-LINE
             MOVE DS-RPT-STATUS TO DS-NOTE-STATUS
             PERFORM 9800-NOTE-STATUS THRU 9800-NOTE-STATUS-EXIT
           END-IF.
           MOVE DS-WRK-CATEGORY TO DS-PL-LAST-CATEGORY(DS-PL-IDX).
           MOVE DS-WRK-SESSION-ID TO DS-PL-LAST-SESSION(DS-PL-IDX).
           MOVE DS-WRK-SEED TO DS-PL-LAST-SEED(DS-PL-IDX).
           MOVE DS-WRK-TIMESTAMP TO DS-PL-LAST-STAMP(DS-PL-IDX).
           MOVE DS-WRK-DICE TO DS-PL-LAST-DICE(DS-PL-IDX).
       3200-CHECK-REROLL-EXIT.
           EXIT.

      *    Leaves DS-PL-IDX sitting on the matching entry when the
      *    found switch comes back "Y".
       3300-FIND-PLAYER.
           MOVE "N" TO DS-FOUND-SW.
           IF DS-PLAYER-COUNT IS GREATER THAN 0
             SET DS-PL-IDX TO 1
             PERFORM 3310-COMPARE-PLAYER THRU 3310-COMPARE-PLAYER-EXIT
               DS-PLAYER-COUNT TIMES
           END-IF.
       3300-FIND-PLAYER-EXIT.
           EXIT.

       3310-COMPARE-PLAYER.
           IF DS-KEY-FOUND
             CONTINUE
           ELSE
             IF DS-LOOKUP-ID IS EQUAL TO DS-PL-PLAYER-ID(DS-PL-IDX)
               MOVE "Y" TO DS-FOUND-SW
             ELSE
               SET DS-PL-IDX UP BY 1
             END-IF
           END-IF.
       3310-COMPARE-PLAYER-EXIT.
           EXIT.

      *    Leaves DS-SS-IDX sitting on the matching entry when the
      *    found switch comes back "Y".
       3400-FIND-SESSION.
           MOVE "N" TO DS-FOUND-SW.
           IF DS-SESSION-COUNT IS GREATER THAN 0
             SET DS-SS-IDX TO 1
             PERFORM 3410-COMPARE-SESSION
               THRU 3410-COMPARE-SESSION-EXIT
               DS-SESSION-COUNT TIMES
           END-IF.
       3400-FIND-SESSION-EXIT.
           EXIT.

       3410-COMPARE-SESSION.
           IF DS-KEY-FOUND
             CONTINUE
           ELSE
             IF DS-LOOKUP-SESSION IS EQUAL TO
                 DS-SS-SESSION-ID(DS-SS-IDX)
               MOVE "Y" TO DS-FOUND-SW
             ELSE
               SET DS-SS-IDX UP BY 1
             END-IF
           END-IF.
       3410-COMPARE-SESSION-EXIT.
           EXIT.

       3600-POST-FACE.
           ADD DS-ROLL-FACE(DS-FACE-I) TO
             DS-PL-FACE(DS-PL-IDX, DS-FACE-I).
           ADD DS-ROLL-FACE(DS-FACE-I) TO
             DS-SS-FACE(DS-SS-IDX, DS-FACE-I).
           ADD DS-ROLL-FACE(DS-FACE-I) TO DS-ALL-FACE(DS-FACE-I).
           ADD 1 TO DS-FACE-I.
       3600-POST-FACE-EXIT.
           EXIT.

      *    Exchange sort ascending on player id, so the tallies
      *    print in the same order as the other player listings.
       4000-SORT-PLAYERS.
           IF DS-PLAYER-COUNT IS LESS THAN 2
             GO TO 4000-SORT-PLAYERS-EXIT
           END-IF.
           MOVE "Y" TO DS-SWAPPED-SW.
           PERFORM 4100-SORT-SWEEP THRU 4100-SORT-SWEEP-EXIT
             UNTIL NOT DS-SWAPPED.
       4000-SORT-PLAYERS-EXIT.
           EXIT.

       4100-SORT-SWEEP.
           MOVE "N" TO DS-SWAPPED-SW.
           COMPUTE DS-SORT-LIMIT = DS-PLAYER-COUNT - 1.
           MOVE 1 TO DS-SORT-I.
           PERFORM 4200-SORT-COMPARE THRU 4200-SORT-COMPARE-EXIT
             DS-SORT-LIMIT TIMES.
       4100-SORT-SWEEP-EXIT.
           EXIT.

       4200-SORT-COMPARE.
           SET DS-PL-IDX TO DS-SORT-I.
           IF DS-PL-PLAYER-ID(DS-PL-IDX) IS GREATER THAN
               DS-PL-PLAYER-ID(DS-PL-IDX + 1)
             MOVE DS-PL-ENTRY(DS-PL-IDX) TO DS-HOLD-PLAYER
             MOVE DS-PL-ENTRY(DS-PL-IDX + 1) TO DS-PL-ENTRY(DS-PL-IDX)
             MOVE DS-HOLD-PLAYER TO DS-PL-ENTRY(DS-PL-IDX + 1)
             MOVE "Y" TO DS-SWAPPED-SW
           END-IF.
           ADD 1 TO DS-SORT-I.
       4200-SORT-COMPARE-EXIT.
           EXIT.

      *    Every player, then every session, with enough rolls to
      *    judge goes through the same three tests; the flags each
      *    raises are kept for the tally listing.
       5000-TEST-PATTERNS.
           MOVE SPACES TO DS-SECTION-LINE.
           WRITE SCREEN-RPT-REC FROM DS-SECTION-LINE.
           MOVE "IMPROBABLE PATTERNS" TO DS-SECTION-LINE.
           WRITE SCREEN-RPT-REC FROM DS-SECTION-LINE.
           MOVE DS-RPT-STATUS TO DS-NOTE-STATUS.
           PERFORM 9800-NOTE-STATUS THRU 9800-NOTE-STATUS-EXIT.
           MOVE 0 TO DS-FLAGGED-COUNT.
           IF DS-PLAYER-COUNT IS GREATER THAN 0
             SET DS-PL-IDX TO 1
             PERFORM 5100-TEST-ONE-PLAYER
               THRU 5100-TEST-ONE-PLAYER-EXIT
               DS-PLAYER-COUNT TIMES
           END-IF.
           IF DS-SESSION-COUNT IS GREATER THAN 0
             SET DS-SS-IDX TO 1
             PERFORM 5200-TEST-ONE-SESSION
               THRU 5200-TEST-ONE-SESSION-EXIT
               DS-SESSION-COUNT TIMES
           END-IF.
           IF DS-FLAGGED-COUNT IS EQUAL TO 0
             WRITE SCREEN-RPT-REC FROM DS-NONE-LINE
             MOVE DS-RPT-STATUS TO DS-NOTE-STATUS
             PERFORM 9800-NOTE-STATUS THRU 9800-NOTE-STATUS-EXIT
           END-IF.
       5000-TEST-PATTERNS-EXIT.
           EXIT.

       5100-TEST-ONE-PLAYER.
           MOVE "PLAYER" TO DS-TEST-KIND.
           MOVE DS-PL-PLAYER-ID(DS-PL-IDX) TO DS-TEST-KEY.
           MOVE DS-PL-ROLLS(DS-PL-IDX) TO DS-TEST-ROLLS.
           MOVE DS-PL-YACHTS(DS-PL-IDX) TO DS-TEST-YACHTS.
           MOVE DS-PL-STRAIGHTS(DS-PL-IDX) TO DS-TEST-STRAIGHTS.
           MOVE 1 TO DS-FACE-I.
           PERFORM 5110-COPY-PLAYER-FACE THRU 5110-COPY-PLAYER-FACE-EXIT
             6 TIMES.
           PERFORM 5500-TEST-GROUP THRU 5500-TEST-GROUP-EXIT.
           MOVE DS-TEST-FLAGS TO DS-PL-FLAGS(DS-PL-IDX).
           SET DS-PL-IDX UP BY 1.
       5100-TEST-ONE-PLAYER-EXIT.
           EXIT.

       5110-COPY-PLAYER-FACE.
           MOVE DS-PL-FACE(DS-PL-IDX, DS-FACE-I)
             TO DS-TEST-FACE(DS-FACE-I).
           ADD 1 TO DS-FACE-I.
       5110-COPY-PLAYER-FACE-EXIT.
           EXIT.

       5200-TEST-ONE-SESSION.
           MOVE "SESSION" TO DS-TEST-KIND.
           MOVE DS-SS-SESSION-ID(DS-SS-IDX) TO DS-TL-SESSION.
           MOVE DS-TL-SESSION TO DS-TEST-KEY.
           MOVE DS-SS-ROLLS(DS-SS-IDX) TO DS-TEST-ROLLS.
           MOVE DS-SS-YACHTS(DS-SS-IDX) TO DS-TEST-YACHTS.
           MOVE DS-SS-STRAIGHTS(DS-SS-IDX) TO DS-TEST-STRAIGHTS.
           MOVE 1 TO DS-FACE-I.
           PERFORM 5210-COPY-SESSION-FACE
             THRU 5210-COPY-SESSION-FACE-EXIT
             6 TIMES.
           PERFORM 5500-TEST-GROUP THRU 5500-TEST-GROUP-EXIT.
           MOVE DS-TEST-FLAGS TO DS-SS-FLAGS(DS-SS-IDX).
           SET DS-SS-IDX UP BY 1.
       5200-TEST-ONE-SESSION-EXIT.
           EXIT.

       5210-COPY-SESSION-FACE.
           MOVE DS-SS-FACE(DS-SS-IDX, DS-FACE-I)
             TO DS-TEST-FACE(DS-FACE-I).
           ADD 1 TO DS-FACE-I.
       5210-COPY-SESSION-FACE-EXIT.
           EXIT.

      *    Flags: "Y" yachts too many, "S" large straights too
      *    many, "F" faces skewed. A group that is the whole
      *    league has nobody else to be measured against.
       5500-TEST-GROUP.
           MOVE SPACES TO DS-TEST-FLAGS.
           IF DS-TEST-ROLLS IS LESS THAN DS-MIN-ROLLS
             OR DS-TEST-ROLLS IS NOT LESS THAN DS-ALL-ROLLS
             GO TO 5500-TEST-GROUP-EXIT
           END-IF.
           MOVE "YACHTS" TO DS-RATE-LABEL.
           MOVE DS-TEST-YACHTS TO DS-RATE-SEEN.
           MOVE DS-ALL-YACHTS TO DS-RATE-ALL.
           PERFORM 5600-TEST-RATE THRU 5600-TEST-RATE-EXIT.
           IF DS-RATE-FLAG IS EQUAL TO "Y"
             MOVE "Y" TO DS-TEST-FLAGS(1:1)
           END-IF.
           MOVE "LG STRAIGHTS" TO DS-RATE-LABEL.
           MOVE DS-TEST-STRAIGHTS TO DS-RATE-SEEN.
           MOVE DS-ALL-STRAIGHTS TO DS-RATE-ALL.
           PERFORM 5600-TEST-RATE THRU 5600-TEST-RATE-EXIT.
           IF DS-RATE-FLAG IS EQUAL TO "Y"
             MOVE "S" TO DS-TEST-FLAGS(2:1)
           END-IF.
           PERFORM 5700-TEST-SKEW THRU 5700-TEST-SKEW-EXIT.
       5500-TEST-GROUP-EXIT.
           EXIT.

      *    With the rest of the league hitting H times in R rolls,
      *    n rolls should give n*H/R hits with variance
      *    n*H/R * (R-H)/R. Only a count above that is flagged,
      *    and only when its squared deviation exceeds the limit
      *    in variances. The rest of the league is credited one
      *    hit and one miss more than it made, so a league where
      *    nobody else has hit still gives a rate to measure by.
       5600-TEST-RATE.
           MOVE "N" TO DS-RATE-FLAG.
           SUBTRACT DS-TEST-ROLLS FROM DS-ALL-ROLLS
             GIVING DS-REST-ROLLS.
           SUBTRACT DS-RATE-SEEN FROM DS-RATE-ALL
             GIVING DS-REST-HITS.
           ADD 2 TO DS-REST-ROLLS.
           ADD 1 TO DS-REST-HITS.
           SUBTRACT DS-REST-HITS FROM DS-REST-ROLLS
             GIVING DS-REST-MISSES.
           MULTIPLY DS-TEST-ROLLS BY DS-REST-HITS
             GIVING DS-WORK-PRODUCT.
           DIVIDE DS-REST-ROLLS INTO DS-WORK-PRODUCT
             GIVING DS-EXPECTED ROUNDED.
           MULTIPLY DS-EXPECTED BY DS-REST-MISSES
             GIVING DS-WORK-PRODUCT.
           DIVIDE DS-REST-ROLLS INTO DS-WORK-PRODUCT
             GIVING DS-VARIANCE ROUNDED.
           SUBTRACT DS-EXPECTED FROM DS-RATE-SEEN
             GIVING DS-DEVIATION.
           IF DS-DEVIATION IS NOT GREATER THAN 0
             GO TO 5600-TEST-RATE-EXIT
           END-IF.
           MULTIPLY DS-DEVIATION BY DS-DEVIATION
             GIVING DS-DEV-SQUARED.
           MULTIPLY DS-RATE-LIMIT BY DS-VARIANCE
             GIVING DS-DEV-BOUND.
           IF DS-DEV-SQUARED IS NOT GREATER THAN DS-DEV-BOUND
             GO TO 5600-TEST-RATE-EXIT
           END-IF.
           MOVE "Y" TO DS-RATE-FLAG.
           ADD 1 TO DS-FLAGGED-COUNT.
           MOVE DS-TEST-KIND TO DS-RX-KIND.
           MOVE DS-TEST-KEY TO DS-RX-KEY.
           MOVE DS-RATE-LABEL TO DS-RX-LABEL.
           MOVE DS-RATE-SEEN TO DS-RX-SEEN.
           MOVE DS-EXPECTED TO DS-RX-EXPECTED.
           MOVE DS-TEST-ROLLS TO DS-RX-ROLLS.
           WRITE SCREEN-RPT-REC FROM DS-RATE-EXC-LINE.
           MOVE DS-RPT-STATUS TO DS-NOTE-STATUS.
           PERFORM 9800-NOTE-STATUS THRU 9800-NOTE-STATUS-EXIT.
       5600-TEST-RATE-EXIT.
           EXIT.

      *    Sum over the six faces of (seen - expected) squared
      *    over expected, the expected count being the group's
      *    dice shared out as the rest of the league's dice fell.
       5700-TEST-SKEW.
           MOVE 0 TO DS-CHI-SQUARE.
           MULTIPLY DS-TEST-ROLLS BY 5 GIVING DS-TEST-DICE.
           MULTIPLY DS-ALL-ROLLS BY 5 GIVING DS-REST-DICE.
           SUBTRACT DS-TEST-DICE FROM DS-REST-DICE.
           MOVE 1 TO DS-FACE-I.
           PERFORM 5710-ADD-CHI-TERM THRU 5710-ADD-CHI-TERM-EXIT
             6 TIMES.
           IF DS-CHI-SQUARE IS NOT GREATER THAN DS-SKEW-LIMIT
             GO TO 5700-TEST-SKEW-EXIT
           END-IF.
           MOVE "F" TO DS-TEST-FLAGS(3:1).
           ADD 1 TO DS-FLAGGED-COUNT.
           MOVE DS-TEST-KIND TO DS-KX-KIND.
           MOVE DS-TEST-KEY TO DS-KX-KEY.
           MOVE DS-CHI-SQUARE TO DS-KX-CHI-SQUARE.
           MOVE DS-TEST-ROLLS TO DS-KX-ROLLS.
           WRITE SCREEN-RPT-REC FROM DS-SKEW-EXC-LINE.
           MOVE DS-RPT-STATUS TO DS-NOTE-STATUS.
           PERFORM 9800-NOTE-STATUS THRU 9800-NOTE-STATUS-EXIT.
       5700-TEST-SKEW-EXIT.
           EXIT.

      *    A face nobody else ever rolled has no expected count to
      *    measure against and adds nothing.
       5710-ADD-CHI-TERM.
           SUBTRACT DS-TEST-FACE(DS-FACE-I) FROM
             DS-ALL-FACE(DS-FACE-I) GIVING DS-REST-FACE.
           IF DS-REST-FACE IS GREATER THAN 0
             MULTIPLY DS-TEST-DICE BY DS-REST-FACE
               GIVING DS-WORK-PRODUCT
             DIVIDE DS-REST-DICE INTO DS-WORK-PRODUCT
               GIVING DS-EXPECTED ROUNDED
             SUBTRACT DS-EXPECTED FROM DS-TEST-FACE(DS-FACE-I)
               GIVING DS-DEVIATION
             MULTIPLY DS-DEVIATION BY DS-DEVIATION
               GIVING DS-DEV-SQUARED
             DIVIDE DS-EXPECTED INTO DS-DEV-SQUARED
               GIVING DS-CHI-TERM ROUNDED
             ADD DS-CHI-TERM TO DS-CHI-SQUARE
           END-IF.
           ADD 1 TO DS-FACE-I.
       5710-ADD-CHI-TERM-EXIT.
           EXIT.

       6000-PRINT-TALLIES.
           MOVE SPACES TO DS-SECTION-LINE.
           WRITE SCREEN-RPT-REC FROM DS-SECTION-LINE.
           MOVE "PLAYER TALLIES" TO DS-SECTION-LINE.
           WRITE SCREEN-RPT-REC FROM DS-SECTION-LINE.
           WRITE SCREEN-RPT-REC FROM DS-TALLY-HDR.
           MOVE DS-RPT-STATUS TO DS-NOTE-STATUS.
           PERFORM 9800-NOTE-STATUS THRU 9800-NOTE-STATUS-EXIT.
           IF DS-PLAYER-COUNT IS GREATER THAN 0
             SET DS-PL-IDX TO 1
             PERFORM 6100-PRINT-ONE-PLAYER
               THRU 6100-PRINT-ONE-PLAYER-EXIT
               DS-PLAYER-COUNT TIMES
           END-IF.
           MOVE SPACES TO DS-SECTION-LINE.
           WRITE SCREEN-RPT-REC FROM DS-SECTION-LINE.
           MOVE "SESSION TALLIES" TO DS-SECTION-LINE.
           WRITE SCREEN-RPT-REC FROM DS-SECTION-LINE.
           WRITE SCREEN-RPT-REC FROM DS-TALLY-HDR.
           MOVE DS-RPT-STATUS TO DS-NOTE-STATUS.
           PERFORM 9800-NOTE-STATUS THRU 9800-NOTE-STATUS-EXIT.
           IF DS-SESSION-COUNT IS GREATER THAN 0
             SET DS-SS-IDX TO 1
             PERFORM 6200-PRINT-ONE-SESSION
               THRU 6200-PRINT-ONE-SESSION-EXIT
               DS-SESSION-COUNT TIMES
           END-IF.
       6000-PRINT-TALLIES-EXIT.
           EXIT.

       6100-PRINT-ONE-PLAYER.
           MOVE SPACES TO DS-TL-FACE-GROUP.
           MOVE DS-PL-PLAYER-ID(DS-PL-IDX) TO DS-TL-KEY.
           MOVE DS-PL-ROLLS(DS-PL-IDX) TO DS-TL-ROLLS.
           MOVE 1 TO DS-FACE-I.
           PERFORM 6110-EDIT-PLAYER-FACE THRU 6110-EDIT-PLAYER-FACE-EXIT
             6 TIMES.
           MOVE DS-PL-YACHTS(DS-PL-IDX) TO DS-TL-YACHTS.
           MOVE DS-PL-STRAIGHTS(DS-PL-IDX) TO DS-TL-STRAIGHTS.
           MOVE DS-PL-FLAGS(DS-PL-IDX) TO DS-TL-FLAGS.
           WRITE SCREEN-RPT-REC FROM DS-TALLY-LINE.
           MOVE DS-RPT-STATUS TO DS-NOTE-STATUS.
           PERFORM 9800-NOTE-STATUS THRU 9800-NOTE-STATUS-EXIT.
           SET DS-PL-IDX UP BY 1.
       6100-PRINT-ONE-PLAYER-EXIT.
           EXIT.

       6110-EDIT-PLAYER-FACE.
           MOVE DS-PL-FACE(DS-PL-IDX, DS-FACE-I)
             TO DS-TL-FACE(DS-FACE-I).
           ADD 1 TO DS-FACE-I.
       6110-EDIT-PLAYER-FACE-EXIT.
           EXIT.

       6200-PRINT-ONE-SESSION.
           MOVE SPACES TO DS-TL-FACE-GROUP.
           MOVE DS-SS-SESSION-ID(DS-SS-IDX) TO DS-TL-SESSION.
           MOVE DS-TL-SESSION TO DS-TL-KEY.
           MOVE DS-SS-ROLLS(DS-SS-IDX) TO DS-TL-ROLLS.
           MOVE 1 TO DS-FACE-I.
           PERFORM 6210-EDIT-SESSION-FACE
             THRU 6210-EDIT-SESSION-FACE-EXIT
             6 TIMES.
           MOVE DS-SS-YACHTS(DS-SS-IDX) TO DS-TL-YACHTS.
           MOVE DS-SS-STRAIGHTS(DS-SS-IDX) TO DS-TL-STRAIGHTS.
           MOVE DS-SS-FLAGS(DS-SS-IDX) TO DS-TL-FLAGS.
           WRITE SCREEN-RPT-REC FROM DS-TALLY-LINE.
           MOVE DS-RPT-STATUS TO DS-NOTE-STATUS.
           PERFORM 9800-NOTE-STATUS THRU 9800-NOTE-STATUS-EXIT.
           SET DS-SS-IDX UP BY 1.
       6200-PRINT-ONE-SESSION-EXIT.
           EXIT.

       6210-EDIT-SESSION-FACE.
           MOVE DS-SS-FACE(DS-SS-IDX, DS-FACE-I)
             TO DS-TL-FACE(DS-FACE-I).
           ADD 1 TO DS-FACE-I.
       6210-EDIT-SESSION-FACE-EXIT.
           EXIT.

       9000-TERMINATE.
           MOVE SPACES TO DS-SECTION-LINE.
           WRITE SCREEN-RPT-REC FROM DS-SECTION-LINE.
           MOVE "AUDIT RECORDS READ" TO DS-TOT-LABEL.
           MOVE DS-READ-COUNT TO DS-TOT-COUNT.
           WRITE SCREEN-RPT-REC FROM DS-TOTAL-LINE.
           MOVE "ROLLS SCREENED" TO DS-TOT-LABEL.
           MOVE DS-SCREENED-COUNT TO DS-TOT-COUNT.
           WRITE SCREEN-RPT-REC FROM DS-TOTAL-LINE.
           MOVE "BEFORE FROM DATE" TO DS-TOT-LABEL.
           MOVE DS-EARLY-COUNT TO DS-TOT-COUNT.
           WRITE SCREEN-RPT-REC FROM DS-TOTAL-LINE.
           MOVE "OUTSIDE A GAME NIGHT" TO DS-TOT-LABEL.
           MOVE DS-NO-SESSION-COUNT TO DS-TOT-COUNT.
           WRITE SCREEN-RPT-REC FROM DS-TOTAL-LINE.
           MOVE "SAME DICE AS LAST THROW" TO DS-TOT-LABEL.
           MOVE DS-REPEAT-COUNT TO DS-TOT-COUNT.
           WRITE SCREEN-RPT-REC FROM DS-TOTAL-LINE.
           MOVE "DICE UNREADABLE" TO DS-TOT-LABEL.
           MOVE DS-UNREADABLE-COUNT TO DS-TOT-COUNT.
           WRITE SCREEN-RPT-REC FROM DS-TOTAL-LINE.
           MOVE "TABLE FULL - NOT SCREENED" TO DS-TOT-LABEL.
           MOVE DS-OVERFLOW-COUNT TO DS-TOT-COUNT.
           WRITE SCREEN-RPT-REC FROM DS-TOTAL-LINE.
           MOVE "REROLLS WITH NO SEED" TO DS-TOT-LABEL.
           MOVE DS-UNSEEDED-COUNT TO DS-TOT-COUNT.
           WRITE SCREEN-RPT-REC FROM DS-TOTAL-LINE.
           MOVE "IMPROBABLE PATTERNS" TO DS-TOT-LABEL.
           MOVE DS-FLAGGED-COUNT TO DS-TOT-COUNT.
           WRITE SCREEN-RPT-REC FROM DS-TOTAL-LINE.
           MOVE DS-RPT-STATUS TO DS-NOTE-STATUS.
           PERFORM 9800-NOTE-STATUS THRU 9800-NOTE-STATUS-EXIT.
           IF DS-ARCH-STATUS IS NOT EQUAL TO "35"
             CLOSE ARCHIVE-FILE
           END-IF.
           IF DS-AUDIT-STATUS IS NOT EQUAL TO "35"
             CLOSE AUDIT-FILE
           END-IF.
           CLOSE SCREEN-RPT-FILE.
           MOVE DS-RPT-STATUS TO DS-NOTE-STATUS.
           PERFORM 9800-NOTE-STATUS THRU 9800-NOTE-STATUS-EXIT.
           MOVE DS-READ-COUNT TO DS-RL-READ-COUNT.
           MOVE DS-SCREENED-COUNT TO DS-RL-PROC-COUNT.
           ADD DS-UNSEEDED-COUNT DS-FLAGGED-COUNT
             GIVING DS-RL-REJECT-COUNT.
           CALL "RUNLOGW" USING DS-RUNLOG-PARMS.
           DISPLAY "DICESCRN READ=" DS-READ-COUNT
             " SCREENED=" DS-SCREENED-COUNT
             " UNSEEDED=" DS-UNSEEDED-COUNT
             " FLAGGED=" DS-FLAGGED-COUNT.
       9000-TERMINATE-EXIT.
           EXIT.

      *    Rolls a just-checked file status into the worst-status
      *    byte the run-control row carries. "00", "05", "10", and
      *    "35" are the normal and tolerated conditions.
       9800-NOTE-STATUS.
           IF DS-NOTE-STATUS IS EQUAL TO "00" OR "05" OR "10" OR "35"
             CONTINUE
           ELSE
             IF DS-NOTE-STATUS IS GREATER THAN DS-RL-WORST-STATUS
               MOVE DS-NOTE-STATUS TO DS-RL-WORST-STATUS
             END-IF
           END-IF.
       9800-NOTE-STATUS-EXIT.
           EXIT.
