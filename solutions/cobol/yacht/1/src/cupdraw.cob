       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUPDRAW.
       AUTHOR. DATA-PROCESSING.
       INSTALLATION. GAME-NIGHT-SHOP.
       DATE-WRITTEN. 2026-09-18.
       DATE-COMPILED.

      *****************************************************
      * MODIFICATION HISTORY
      * 2026-09-18  DP  Original cup draw: seeds the active
      *                 players off the player master --
      *                 by handicap off the handicap master,
      *                 or by league position off the match
      *                 results file, as the parameter card
      *                 asks -- and lays out a single-
      *                 elimination bracket padded with byes
      *                 to the next power of two, top seeds
      *                 taking the byes. Every tie of every
      *                 round goes on the cup bracket file
      *                 CUPRES settles, later rounds left
      *                 open until their feeder ties
      *                 decide, so the spring knockout cup
      *                 runs off the same files as the
      *                 league instead of on paper.
      * 2026-09-21  DP  Seed method "R" seeds on the rating
      *                 master RATECALC builds, highest
      *                 rating first, more fixtures rated
      *                 breaking a level rating.
      * 2026-09-28  DP  League seeding counts a forfeit the
      *                 way LEAGUTBL now does: two points to
      *                 the side that turned up, not a win for
      *                 the tie-break, nothing to a side that
      *                 forfeited.
      *****************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GENERIC.
       OBJECT-COMPUTER. GENERIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUP-PARM-FILE ASSIGN TO "CUPPARM"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CD-PARM-STATUS.

           SELECT PLAYER-MASTER-FILE ASSIGN TO "PLAYRMAS"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PM-PLAYER-ID
             FILE STATUS IS CD-MASTER-STATUS.

           SELECT HCAP-MASTER-FILE ASSIGN TO "HCAPMAS"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CD-HCAP-STATUS.

           SELECT MATCH-RESULT-FILE ASSIGN TO "MATCHRSL"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CD-RSLT-STATUS.

           SELECT RATING-MASTER-FILE ASSIGN TO "RATEMAS"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CD-RATE-STATUS.

      *        One record per tie, every round, written fresh by
      *        each draw; CUPRES settles it round by round.
           SELECT CUP-BRACKET-FILE ASSIGN TO "CUPBRKT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CD-BRKT-STATUS.

           SELECT CUP-RPT-FILE ASSIGN TO "CUPDRPT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CD-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *        "H" seeds on handicap, lowest handicap first; "L"
      *        seeds on league position; "R" seeds on rating,
      *        highest rating first. A missing card or a blank
      *        method seeds on handicap.
       FD  CUP-PARM-FILE.
       01  CUP-PARM-REC.
           05 CP-SEED-METHOD        PIC X(01).
           05 CP-CUP-NAME           PIC X(30).
           05 FILLER                PIC X(49).

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

      *        Byte-for-byte HCAPCALC's HCAP-MASTER-REC.
       FD  HCAP-MASTER-FILE.
       01  HCAP-MASTER-REC.
           05 HM-PLAYER-ID          PIC X(10).
           05 HM-RECENT-GAMES       PIC 9(03).
           05 HM-RECENT-AVG         PIC 9(03)V99.
           05 HM-HANDICAP           PIC 9(03).

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

      *        Byte-for-byte the same layout as RATECALC's
      *        RATING-MASTER-REC.
       FD  RATING-MASTER-FILE.
       01  RATING-MASTER-REC.
           05 RT-PLAYER-ID          PIC X(10).
           05 RT-RATING             PIC 9(04)V99.
           05 RT-PEAK-RATING        PIC 9(04)V99.
           05 RT-PLAYED             PIC 9(04).
           05 RT-WON                PIC 9(04).
           05 RT-DRAWN              PIC 9(04).
           05 RT-LOST               PIC 9(04).
           05 RT-LAST-DATE          PIC X(08).

      *        A tie whose side is still to come from an undecided
      *        feeder tie carries spaces for that side's id. The
      *        decided-by code says how the winner went through:
      *        "NET" on net total, "GRS" on gross when the nets
      *        tied, "SEED" on seeding when both tied, "BYE" when
      *        the other side was a bye. Spaces: not yet decided.
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

       FD  CUP-RPT-FILE.
       01  CUP-RPT-REC              PIC X(80).

       WORKING-STORAGE SECTION.
       01 CD-PARM-STATUS            PIC XX VALUE "00".
       01 CD-MASTER-STATUS          PIC XX VALUE "00".
       01 CD-HCAP-STATUS            PIC XX VALUE "00".
       01 CD-RSLT-STATUS            PIC XX VALUE "00".
       01 CD-RATE-STATUS            PIC XX VALUE "00".
       01 CD-BRKT-STATUS            PIC XX VALUE "00".
       01 CD-RPT-STATUS             PIC XX VALUE "00".

       01 CD-MASTER-EOF-SW          PIC X VALUE "N".
         88 CD-MASTER-EOF VALUE "Y".
       01 CD-HCAP-EOF-SW            PIC X VALUE "N".
         88 CD-HCAP-EOF VALUE "Y".
       01 CD-RSLT-EOF-SW            PIC X VALUE "N".
         88 CD-RSLT-EOF VALUE "Y".
       01 CD-RATE-EOF-SW            PIC X VALUE "N".
         88 CD-RATE-EOF VALUE "Y".

       01 CD-SEED-METHOD            PIC X(01) VALUE "H".
         88 CD-SEED-BY-LEAGUE VALUE "L".
         88 CD-SEED-BY-RATING VALUE "R".
       01 CD-CUP-NAME               PIC X(30) VALUE SPACES.

       01 CD-READ-COUNT             PIC 9(5) COMP VALUE 0.
       01 CD-SKIPPED-COUNT          PIC 9(5) COMP VALUE 0.
       01 CD-LEFT-OUT-COUNT         PIC 9(5) COMP VALUE 0.

      *    The entrants, one per active player. Both sort keys run
      *    lowest-is-strongest so one exchange sort serves either
      *    seeding method: on handicap, the handicap and then the
      *    recent average turned upside down; on league position,
      *    the match points and then the wins turned upside down,
      *    with players who have no league result yet behind
      *    everyone who has; on rating, the rating and then the
      *    fixtures rated turned upside down, unrated players
      *    last. Player id breaks what is left, so the
      *    same files always give the same draw.
       01 CD-ENTRY-COUNT            PIC 9(4) COMP VALUE 0.
       01 CD-ENTRY-LIMIT            PIC 9(4) COMP VALUE 128.
       01 CD-ENTRY-TABLE.
         05 CD-ENTRY OCCURS 128 TIMES INDEXED BY CD-EN-IDX.
           10 CD-EN-PLAYER-ID       PIC X(10).
           10 CD-EN-KEY-1           PIC 9(05).
           10 CD-EN-KEY-2           PIC 9(05).
       01 CD-HOLD-ENTRY.
         05 CD-HOLD-PLAYER-ID       PIC X(10).
         05 CD-HOLD-KEY-1           PIC 9(05).
         05 CD-HOLD-KEY-2           PIC 9(05).
       01 CD-SWAPPED-SW             PIC X VALUE "N".
         88 CD-SWAPPED VALUE "Y".
       01 CD-SORT-I                 PIC 9(4) COMP VALUE 0.
       01 CD-SORT-LIMIT             PIC 9(4) COMP VALUE 0.

      *    Handicaps loaded whole from the handicap master; a
      *    player with no row seeds behind everyone who has one.
       01 CD-HCAP-COUNT             PIC 9(4) COMP VALUE 0.
       01 CD-HCAP-TABLE.
         05 CD-HC-ENTRY OCCURS 500 TIMES INDEXED BY CD-HC-IDX.
           10 CD-HC-PLAYER-ID       PIC X(10).
           10 CD-HC-RECENT-AVG      PIC 9(03)V99.
           10 CD-HC-HANDICAP        PIC 9(03).

      *    League standing tallied off the results file the way
      *    LEAGUTBL tallies it: two points a win, one a draw.
       01 CD-LEAGUE-COUNT           PIC 9(4) COMP VALUE 0.
       01 CD-LEAGUE-TABLE.
         05 CD-LG-ENTRY OCCURS 500 TIMES INDEXED BY CD-LG-IDX.
           10 CD-LG-PLAYER-ID       PIC X(10).
           10 CD-LG-WON             PIC 9(03).
           10 CD-LG-POINTS          PIC 9(04).
       01 CD-OUTCOME                PIC X(01) VALUE SPACE.

      *    Ratings loaded whole from the rating master.
       01 CD-RATING-COUNT           PIC 9(4) COMP VALUE 0.
       01 CD-RATING-TABLE.
         05 CD-RT-ENTRY OCCURS 500 TIMES INDEXED BY CD-RT-IDX.
           10 CD-RT-PLAYER-ID       PIC X(10).
           10 CD-RT-RATING          PIC 9(04)V99.
           10 CD-RT-PLAYED          PIC 9(04).

       01 CD-FOUND-SW               PIC X VALUE "N".
         88 CD-KEY-FOUND VALUE "Y".
       01 CD-LOOKUP-ID              PIC X(10) VALUE SPACES.

      *    Bracket shape: the entrants padded to the next power of
      *    two, and the standard seeding order for that size --
      *    built by doubling from 1-2, each seed S in an N-slot
      *    order opening out to S and 2N+1-S -- so seed 1 can only
      *    meet seed 2 in the final and every bye falls to a top
      *    seed.
       01 CD-BRACKET-SIZE           PIC 9(4) COMP VALUE 0.
       01 CD-ROUND-COUNT            PIC 9(2) VALUE 0.
       01 CD-ORDER-SIZE             PIC 9(4) COMP VALUE 0.
       01 CD-ORDER-TABLE.
         05 CD-ORDER OCCURS 128 TIMES PIC 9(03).
       01 CD-NEXT-TABLE.
         05 CD-NEXT OCCURS 128 TIMES PIC 9(03).
       01 CD-ORDER-I                PIC 9(4) COMP VALUE 0.
       01 CD-NEXT-I                 PIC 9(4) COMP VALUE 0.

      *    Every tie of the cup, in round then tie order. A round's
      *    first tie sits at CD-ROUND-START(round) + 1, so the tie
      *    a winner goes through to is found by arithmetic.
       01 CD-TIE-COUNT              PIC 9(4) COMP VALUE 0.
       01 CD-TIE-TABLE.
         05 CD-TIE OCCURS 127 TIMES INDEXED BY CD-TI-IDX.
           10 CD-TI-ROUND-NO        PIC 9(02).
           10 CD-TI-TIE-NO          PIC 9(03).
           10 CD-TI-HOME-ID         PIC X(10).
           10 CD-TI-HOME-SEED       PIC 9(03).
           10 CD-TI-AWAY-ID         PIC X(10).
           10 CD-TI-AWAY-SEED       PIC 9(03).
           10 CD-TI-WINNER-ID       PIC X(10).
           10 CD-TI-WINNER-SEED     PIC 9(03).
           10 CD-TI-DECIDED-BY      PIC X(04).
       01 CD-ROUND-START-TABLE.
         05 CD-ROUND-START OCCURS 8 TIMES PIC 9(04).
       01 CD-ROUND-I                PIC 9(2) VALUE 0.
       01 CD-TIES-IN-ROUND          PIC 9(4) COMP VALUE 0.
       01 CD-TIE-I                  PIC 9(4) COMP VALUE 0.
       01 CD-SLOT-I                 PIC 9(4) COMP VALUE 0.
       01 CD-SEED-NO                PIC 9(4) COMP VALUE 0.
       01 CD-NEXT-TIE               PIC 9(4) COMP VALUE 0.
       01 CD-BYE-COUNT              PIC 9(4) COMP VALUE 0.
       01 CD-BYE-ID                 PIC X(10) VALUE "BYE".

       01 CD-HDR-LINE-1.
         05 FILLER                  PIC X(10) VALUE "CUP DRAW  ".
         05 CD-HDR-CUP-NAME         PIC X(30).
       01 CD-HDR-LINE-2.
         05 FILLER                  PIC X(11) VALUE "SEEDED ON  ".
         05 CD-HDR-METHOD           PIC X(15).
         05 FILLER                  PIC X(10) VALUE "ENTRANTS  ".
         05 CD-HDR-ENTRANTS         PIC ZZ9.
         05 FILLER                  PIC X(08) VALUE "  BYES  ".
         05 CD-HDR-BYES             PIC ZZ9.

       01 CD-ROUND-LINE.
         05 CD-RND-NAME             PIC X(12).
         05 FILLER                  PIC X(07) VALUE " ROUND ".
         05 CD-RND-NO               PIC Z9.

       01 CD-TIE-LINE.
         05 FILLER                  PIC X(02) VALUE SPACES.
         05 CD-TL-TIE-NO            PIC ZZ9.
         05 FILLER                  PIC X(02) VALUE SPACES.
         05 CD-TL-HOME-SEED         PIC X(05).
         05 CD-TL-HOME-ID           PIC X(10).
         05 FILLER                  PIC X(04) VALUE " VS ".
         05 CD-TL-AWAY-SEED         PIC X(05).
         05 CD-TL-AWAY-ID           PIC X(10).
         05 FILLER                  PIC X(02) VALUE SPACES.
         05 CD-TL-NOTE              PIC X(25).

       01 CD-SEED-EDIT.
         05 FILLER                  PIC X(01) VALUE "(".
         05 CD-SE-SEED              PIC ZZ9.
         05 FILLER                  PIC X(01) VALUE ")".

       01 CD-MSG-LINE               PIC X(80) VALUE SPACES.
       01 CD-LEFT-OUT-LINE.
         05 FILLER                  PIC X(40)
           VALUE "BRACKET FULL - ACTIVE PLAYERS LEFT OUT ".
         05 CD-LO-COUNT             PIC ZZZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-LOAD-ENTRANTS THRU 2000-LOAD-ENTRANTS-EXIT
             UNTIL CD-MASTER-EOF.
           IF CD-ENTRY-COUNT IS LESS THAN 2
             MOVE "FEWER THAN TWO ACTIVE PLAYERS - NO DRAW MADE"
               TO CD-MSG-LINE
             WRITE CUP-RPT-REC FROM CD-MSG-LINE
           ELSE
             PERFORM 3000-SORT-ENTRANTS THRU 3000-SORT-ENTRANTS-EXIT
             PERFORM 4000-BUILD-ORDER THRU 4000-BUILD-ORDER-EXIT
             PERFORM 5000-BUILD-BRACKET THRU 5000-BUILD-BRACKET-EXIT
             PERFORM 6000-WRITE-BRACKET THRU 6000-WRITE-BRACKET-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-READ-PARM THRU 1100-READ-PARM-EXIT.
           EVALUATE TRUE
             WHEN CD-SEED-BY-LEAGUE
               PERFORM 1300-LOAD-LEAGUE THRU 1300-LOAD-LEAGUE-EXIT
             WHEN CD-SEED-BY-RATING
               PERFORM 1500-LOAD-RATINGS THRU 1500-LOAD-RATINGS-EXIT
             WHEN OTHER
               PERFORM 1200-LOAD-HANDICAPS
                 THRU 1200-LOAD-HANDICAPS-EXIT
           END-EVALUATE.
           OPEN INPUT PLAYER-MASTER-FILE.
           IF CD-MASTER-STATUS IS EQUAL TO "35"
             MOVE "Y" TO CD-MASTER-EOF-SW
           END-IF.
           OPEN OUTPUT CUP-RPT-FILE.
           MOVE CD-CUP-NAME TO CD-HDR-CUP-NAME.
           WRITE CUP-RPT-REC FROM CD-HDR-LINE-1.
           IF NOT CD-MASTER-EOF
             MOVE LOW-VALUES TO PM-PLAYER-ID
             START PLAYER-MASTER-FILE
               KEY IS GREATER THAN OR EQUAL TO PM-PLAYER-ID
               INVALID KEY
                 MOVE "Y" TO CD-MASTER-EOF-SW
             END-START
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

       1100-READ-PARM.
           OPEN INPUT CUP-PARM-FILE.
           IF CD-PARM-STATUS IS EQUAL TO "35"
             CONTINUE
           ELSE
             READ CUP-PARM-FILE
               AT END
                 CONTINUE
               NOT AT END
                 IF CP-SEED-METHOD IS EQUAL TO "L"
                   OR CP-SEED-METHOD IS EQUAL TO "R"
                   MOVE CP-SEED-METHOD TO CD-SEED-METHOD
                 END-IF
                 MOVE CP-CUP-NAME TO CD-CUP-NAME
             END-READ
             CLOSE CUP-PARM-FILE
           END-IF.
       1100-READ-PARM-EXIT.
           EXIT.

       1200-LOAD-HANDICAPS.
           OPEN INPUT HCAP-MASTER-FILE.
           IF CD-HCAP-STATUS IS EQUAL TO "35"
             MOVE "Y" TO CD-HCAP-EOF-SW
           ELSE
             PERFORM 1210-READ-HANDICAP THRU 1210-READ-HANDICAP-EXIT
               UNTIL CD-HCAP-EOF
             CLOSE HCAP-MASTER-FILE
           END-IF.
       1200-LOAD-HANDICAPS-EXIT.
           EXIT.

       1210-READ-HANDICAP.
           READ HCAP-MASTER-FILE
             AT END
               MOVE "Y" TO CD-HCAP-EOF-SW
             NOT AT END
               ADD 1 TO CD-HCAP-COUNT
               SET CD-HC-IDX TO CD-HCAP-COUNT
               MOVE HM-PLAYER-ID TO CD-HC-PLAYER-ID(CD-HC-IDX)
               MOVE HM-RECENT-AVG TO CD-HC-RECENT-AVG(CD-HC-IDX)
               MOVE HM-HANDICAP TO CD-HC-HANDICAP(CD-HC-IDX)
           END-READ.
       1210-READ-HANDICAP-EXIT.
           EXIT.

       1300-LOAD-LEAGUE.
           OPEN INPUT MATCH-RESULT-FILE.
           IF CD-RSLT-STATUS IS EQUAL TO "35"
             MOVE "Y" TO CD-RSLT-EOF-SW
           ELSE
             PERFORM 1310-READ-RESULT THRU 1310-READ-RESULT-EXIT
               UNTIL CD-RSLT-EOF
             CLOSE MATCH-RESULT-FILE
           END-IF.
       1300-LOAD-LEAGUE-EXIT.
           EXIT.

       1310-READ-RESULT.
           READ MATCH-RESULT-FILE
             AT END
               MOVE "Y" TO CD-RSLT-EOF-SW
             NOT AT END
               MOVE MS-HOME-ID TO CD-LOOKUP-ID
               EVALUATE MS-RESULT
                 WHEN "HOME"
                   MOVE "W" TO CD-OUTCOME
                 WHEN "AWAY"
                   MOVE "L" TO CD-OUTCOME
                 WHEN "FFTH"
                   MOVE "F" TO CD-OUTCOME
                 WHEN "FFTA"
                 WHEN "FFTD"
                   MOVE "L" TO CD-OUTCOME
                 WHEN OTHER
                   MOVE "D" TO CD-OUTCOME
               END-EVALUATE
               PERFORM 1320-POST-OUTCOME THRU 1320-POST-OUTCOME-EXIT
               MOVE MS-AWAY-ID TO CD-LOOKUP-ID
               EVALUATE MS-RESULT
                 WHEN "AWAY"
                   MOVE "W" TO CD-OUTCOME
                 WHEN "HOME"
                   MOVE "L" TO CD-OUTCOME
                 WHEN "FFTA"
                   MOVE "F" TO CD-OUTCOME
                 WHEN "FFTH"
                 WHEN "FFTD"
                   MOVE "L" TO CD-OUTCOME
                 WHEN OTHER
                   MOVE "D" TO CD-OUTCOME
               END-EVALUATE
               PERFORM 1320-POST-OUTCOME THRU 1320-POST-OUTCOME-EXIT
           END-READ.
       1310-READ-RESULT-EXIT.
           EXIT.

       1320-POST-OUTCOME.
           PERFORM 1330-FIND-LEAGUE THRU 1330-FIND-LEAGUE-EXIT.
           IF NOT CD-KEY-FOUND
             ADD 1 TO CD-LEAGUE-COUNT
             SET CD-LG-IDX TO CD-LEAGUE-COUNT
             MOVE CD-LOOKUP-ID TO CD-LG-PLAYER-ID(CD-LG-IDX)
             MOVE 0 TO CD-LG-WON(CD-LG-IDX)
             MOVE 0 TO CD-LG-POINTS(CD-LG-IDX)
           END-IF.
           EVALUATE CD-OUTCOME
             WHEN "W"
               ADD 1 TO CD-LG-WON(CD-LG-IDX)
               ADD 2 TO CD-LG-POINTS(CD-LG-IDX)
             WHEN "D"
               ADD 1 TO CD-LG-POINTS(CD-LG-IDX)
             WHEN "F"
               ADD 2 TO CD-LG-POINTS(CD-LG-IDX)
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
       1320-POST-OUTCOME-EXIT.
           EXIT.

      *    Leaves CD-LG-IDX sitting on the matching entry when the
      *    found switch comes back "Y".
       1330-FIND-LEAGUE.
           MOVE "N" TO CD-FOUND-SW.
           IF CD-LEAGUE-COUNT IS GREATER THAN 0
             SET CD-LG-IDX TO 1
             PERFORM 1340-COMPARE-LEAGUE THRU 1340-COMPARE-LEAGUE-EXIT
               CD-LEAGUE-COUNT TIMES
           END-IF.
       1330-FIND-LEAGUE-EXIT.
           EXIT.

       1340-COMPARE-LEAGUE.
           IF CD-KEY-FOUND
             CONTINUE
           ELSE
             IF CD-LOOKUP-ID IS EQUAL TO CD-LG-PLAYER-ID(CD-LG-IDX)
               MOVE "Y" TO CD-FOUND-SW
             ELSE
               SET CD-LG-IDX UP BY 1
             END-IF
           END-IF.
       1340-COMPARE-LEAGUE-EXIT.
           EXIT.

      *    Leaves CD-HC-IDX sitting on the matching entry when the
      *    found switch comes back "Y".
       1400-FIND-HANDICAP.
           MOVE "N" TO CD-FOUND-SW.
           IF CD-HCAP-COUNT IS GREATER THAN 0
             SET CD-HC-IDX TO 1
             PERFORM 1410-COMPARE-HANDICAP
               THRU 1410-COMPARE-HANDICAP-EXIT
               CD-HCAP-COUNT TIMES
           END-IF.
       1400-FIND-HANDICAP-EXIT.
           EXIT.

       1410-COMPARE-HANDICAP.
           IF CD-KEY-FOUND
             CONTINUE
           ELSE
             IF CD-LOOKUP-ID IS EQUAL TO CD-HC-PLAYER-ID(CD-HC-IDX)
               MOVE "Y" TO CD-FOUND-SW
             ELSE
               SET CD-HC-IDX UP BY 1
             END-IF
           END-IF.
       1410-COMPARE-HANDICAP-EXIT.
           EXIT.

       1500-LOAD-RATINGS.
           OPEN INPUT RATING-MASTER-FILE.
           IF CD-RATE-STATUS IS EQUAL TO "35"
             MOVE "Y" TO CD-RATE-EOF-SW
           ELSE
             PERFORM 1510-READ-RATING THRU 1510-READ-RATING-EXIT
               UNTIL CD-RATE-EOF
             CLOSE RATING-MASTER-FILE
           END-IF.
       1500-LOAD-RATINGS-EXIT.
           EXIT.

       1510-READ-RATING.
           READ RATING-MASTER-FILE
             AT END
               MOVE "Y" TO CD-RATE-EOF-SW
             NOT AT END
               ADD 1 TO CD-RATING-COUNT
               SET CD-RT-IDX TO CD-RATING-COUNT
               MOVE RT-PLAYER-ID TO CD-RT-PLAYER-ID(CD-RT-IDX)
               MOVE RT-RATING TO CD-RT-RATING(CD-RT-IDX)
               MOVE RT-PLAYED TO CD-RT-PLAYED(CD-RT-IDX)
           END-READ.
       1510-READ-RATING-EXIT.
           EXIT.

      *    Leaves CD-RT-IDX sitting on the matching entry when the
      *    found switch comes back "Y".
       1600-FIND-RATING.
           MOVE "N" TO CD-FOUND-SW.
           IF CD-RATING-COUNT IS GREATER THAN 0
             SET CD-RT-IDX TO 1
             PERFORM 1610-COMPARE-RATING THRU 1610-COMPARE-RATING-EXIT
               CD-RATING-COUNT TIMES
           END-IF.
       1600-FIND-RATING-EXIT.
           EXIT.

       1610-COMPARE-RATING.
           IF CD-KEY-FOUND
             CONTINUE
           ELSE
             IF CD-LOOKUP-ID IS EQUAL TO CD-RT-PLAYER-ID(CD-RT-IDX)
               MOVE "Y" TO CD-FOUND-SW
             ELSE
               SET CD-RT-IDX UP BY 1
             END-IF
           END-IF.
       1610-COMPARE-RATING-EXIT.
           EXIT.

      *    Only active players are entered, the way FIXTSCHD only
      *    schedules active players. The master is read in key
      *    order, so a full bracket leaves out the highest ids;
      *    the report says how many.
       2000-LOAD-ENTRANTS.
           READ PLAYER-MASTER-FILE NEXT RECORD
             AT END
               MOVE "Y" TO CD-MASTER-EOF-SW
               GO TO 2000-LOAD-ENTRANTS-EXIT
           END-READ.
           ADD 1 TO CD-READ-COUNT.
           IF PM-PLAYER-INACTIVE
             ADD 1 TO CD-SKIPPED-COUNT
             GO TO 2000-LOAD-ENTRANTS-EXIT
           END-IF.
           IF CD-ENTRY-COUNT IS NOT LESS THAN CD-ENTRY-LIMIT
             ADD 1 TO CD-LEFT-OUT-COUNT
             GO TO 2000-LOAD-ENTRANTS-EXIT
           END-IF.
           ADD 1 TO CD-ENTRY-COUNT.
           SET CD-EN-IDX TO CD-ENTRY-COUNT.
           MOVE PM-PLAYER-ID TO CD-EN-PLAYER-ID(CD-EN-IDX).
           MOVE PM-PLAYER-ID TO CD-LOOKUP-ID.
           IF CD-SEED-BY-RATING
             PERFORM 2100-RATING-KEYS THRU 2100-RATING-KEYS-EXIT
             GO TO 2000-LOAD-ENTRANTS-EXIT
           END-IF.
           IF CD-SEED-BY-LEAGUE
             PERFORM 1330-FIND-LEAGUE THRU 1330-FIND-LEAGUE-EXIT
             IF CD-KEY-FOUND
               COMPUTE CD-EN-KEY-1(CD-EN-IDX) =
                 9999 - CD-LG-POINTS(CD-LG-IDX)
               COMPUTE CD-EN-KEY-2(CD-EN-IDX) =
                 999 - CD-LG-WON(CD-LG-IDX)
             ELSE
               MOVE 99999 TO CD-EN-KEY-1(CD-EN-IDX)
               MOVE 99999 TO CD-EN-KEY-2(CD-EN-IDX)
             END-IF
           ELSE
             PERFORM 1400-FIND-HANDICAP THRU 1400-FIND-HANDICAP-EXIT
             IF CD-KEY-FOUND
               MOVE CD-HC-HANDICAP(CD-HC-IDX) TO CD-EN-KEY-1(CD-EN-IDX)
               COMPUTE CD-EN-KEY-2(CD-EN-IDX) =
                 99999 - (CD-HC-RECENT-AVG(CD-HC-IDX) * 100)
             ELSE
               MOVE 99999 TO CD-EN-KEY-1(CD-EN-IDX)
               MOVE 99999 TO CD-EN-KEY-2(CD-EN-IDX)
             END-IF
           END-IF.
       2000-LOAD-ENTRANTS-EXIT.
           EXIT.

      *    Rating to one decimal place, turned upside down so the
      *    highest rating sorts first.
       2100-RATING-KEYS.
           PERFORM 1600-FIND-RATING THRU 1600-FIND-RATING-EXIT.
           IF CD-KEY-FOUND
             COMPUTE CD-EN-KEY-1(CD-EN-IDX) =
               99999 - (CD-RT-RATING(CD-RT-IDX) * 10)
             COMPUTE CD-EN-KEY-2(CD-EN-IDX) =
               9999 - CD-RT-PLAYED(CD-RT-IDX)
           ELSE
             MOVE 99999 TO CD-EN-KEY-1(CD-EN-IDX)
             MOVE 99999 TO CD-EN-KEY-2(CD-EN-IDX)
           END-IF.
       2100-RATING-KEYS-EXIT.
           EXIT.

      *    Exchange sort, ascending on the two seeding keys and then
      *    player id; repeats full sweeps until a sweep makes no
      *    swap, the same way the standings programs rank.
       3000-SORT-ENTRANTS.
           MOVE "Y" TO CD-SWAPPED-SW.
           PERFORM 3100-SORT-SWEEP THRU 3100-SORT-SWEEP-EXIT
             UNTIL NOT CD-SWAPPED.
       3000-SORT-ENTRANTS-EXIT.
           EXIT.

       3100-SORT-SWEEP.
           MOVE "N" TO CD-SWAPPED-SW.
           COMPUTE CD-SORT-LIMIT = CD-ENTRY-COUNT - 1.
           MOVE 1 TO CD-SORT-I.
           PERFORM 3200-SORT-COMPARE THRU 3200-SORT-COMPARE-EXIT
             CD-SORT-LIMIT TIMES.
       3100-SORT-SWEEP-EXIT.
           EXIT.

       3200-SORT-COMPARE.
           SET CD-EN-IDX TO CD-SORT-I.
           IF CD-EN-KEY-1(CD-EN-IDX) IS GREATER THAN
               CD-EN-KEY-1(CD-EN-IDX + 1)
             OR (CD-EN-KEY-1(CD-EN-IDX) IS EQUAL TO
                 CD-EN-KEY-1(CD-EN-IDX + 1)
               AND CD-EN-KEY-2(CD-EN-IDX) IS GREATER THAN
                 CD-EN-KEY-2(CD-EN-IDX + 1))
             OR (CD-EN-KEY-1(CD-EN-IDX) IS EQUAL TO
                 CD-EN-KEY-1(CD-EN-IDX + 1)
               AND CD-EN-KEY-2(CD-EN-IDX) IS EQUAL TO
                 CD-EN-KEY-2(CD-EN-IDX + 1)
               AND CD-EN-PLAYER-ID(CD-EN-IDX) IS GREATER THAN
                 CD-EN-PLAYER-ID(CD-EN-IDX + 1))
             MOVE CD-ENTRY(CD-EN-IDX) TO CD-HOLD-ENTRY
             MOVE CD-ENTRY(CD-EN-IDX + 1) TO CD-ENTRY(CD-EN-IDX)
             MOVE CD-HOLD-ENTRY TO CD-ENTRY(CD-EN-IDX + 1)
             MOVE "Y" TO CD-SWAPPED-SW
           END-IF.
           ADD 1 TO CD-SORT-I.
       3200-SORT-COMPARE-EXIT.
           EXIT.

      *    Doubles the seeding order from 1-2 until it covers the
      *    bracket; the round count is how many doublings of two
      *    it takes to reach the bracket size.
       4000-BUILD-ORDER.
           MOVE 2 TO CD-BRACKET-SIZE.
           MOVE 1 TO CD-ROUND-COUNT.
           PERFORM 4100-DOUBLE-SIZE THRU 4100-DOUBLE-SIZE-EXIT
             UNTIL CD-BRACKET-SIZE IS NOT LESS THAN CD-ENTRY-COUNT.
           COMPUTE CD-BYE-COUNT = CD-BRACKET-SIZE - CD-ENTRY-COUNT.
           MOVE 1 TO CD-ORDER(1).
           MOVE 2 TO CD-ORDER(2).
           MOVE 2 TO CD-ORDER-SIZE.
           PERFORM 4200-OPEN-OUT-ORDER THRU 4200-OPEN-OUT-ORDER-EXIT
             UNTIL CD-ORDER-SIZE IS NOT LESS THAN CD-BRACKET-SIZE.
       4000-BUILD-ORDER-EXIT.
           EXIT.

       4100-DOUBLE-SIZE.
           COMPUTE CD-BRACKET-SIZE = CD-BRACKET-SIZE * 2.
           ADD 1 TO CD-ROUND-COUNT.
       4100-DOUBLE-SIZE-EXIT.
           EXIT.

       4200-OPEN-OUT-ORDER.
           MOVE 1 TO CD-ORDER-I.
           MOVE 1 TO CD-NEXT-I.
           PERFORM 4300-OPEN-OUT-ONE THRU 4300-OPEN-OUT-ONE-EXIT
             CD-ORDER-SIZE TIMES.
           COMPUTE CD-ORDER-SIZE = CD-ORDER-SIZE * 2.
           MOVE CD-NEXT-TABLE TO CD-ORDER-TABLE.
       4200-OPEN-OUT-ORDER-EXIT.
           EXIT.

       4300-OPEN-OUT-ONE.
           MOVE CD-ORDER(CD-ORDER-I) TO CD-NEXT(CD-NEXT-I).
           ADD 1 TO CD-NEXT-I.
           COMPUTE CD-NEXT(CD-NEXT-I) =
             (CD-ORDER-SIZE * 2) + 1 - CD-ORDER(CD-ORDER-I).
           ADD 1 TO CD-NEXT-I.
           ADD 1 TO CD-ORDER-I.
       4300-OPEN-OUT-ONE-EXIT.
           EXIT.

      *    Lays out every tie of every round. Round one pairs the
      *    seeding order two slots at a time, a seed past the
      *    entrant count being a bye; later rounds start empty.
      *    Bye ties are decided on the spot and their winners put
      *    through, so round two is part-filled from the draw.
       5000-BUILD-BRACKET.
           MOVE 0 TO CD-TIE-COUNT.
           COMPUTE CD-TIES-IN-ROUND = CD-BRACKET-SIZE / 2.
           MOVE 1 TO CD-ROUND-I.
           PERFORM 5100-LAY-OUT-ROUND THRU 5100-LAY-OUT-ROUND-EXIT
             CD-ROUND-COUNT TIMES.
           MOVE 1 TO CD-SLOT-I.
           SET CD-TI-IDX TO 1.
           COMPUTE CD-TIES-IN-ROUND = CD-BRACKET-SIZE / 2.
           PERFORM 5300-SEED-ONE-TIE THRU 5300-SEED-ONE-TIE-EXIT
             CD-TIES-IN-ROUND TIMES.
       5000-BUILD-BRACKET-EXIT.
           EXIT.

       5100-LAY-OUT-ROUND.
           MOVE CD-TIE-COUNT TO CD-ROUND-START(CD-ROUND-I).
           MOVE 1 TO CD-TIE-I.
           PERFORM 5200-LAY-OUT-TIE THRU 5200-LAY-OUT-TIE-EXIT
             CD-TIES-IN-ROUND TIMES.
           COMPUTE CD-TIES-IN-ROUND = CD-TIES-IN-ROUND / 2.
           ADD 1 TO CD-ROUND-I.
       5100-LAY-OUT-ROUND-EXIT.
           EXIT.

       5200-LAY-OUT-TIE.
           ADD 1 TO CD-TIE-COUNT.
           SET CD-TI-IDX TO CD-TIE-COUNT.
           MOVE CD-ROUND-I TO CD-TI-ROUND-NO(CD-TI-IDX).
           MOVE CD-TIE-I TO CD-TI-TIE-NO(CD-TI-IDX).
           MOVE SPACES TO CD-TI-HOME-ID(CD-TI-IDX).
           MOVE 0 TO CD-TI-HOME-SEED(CD-TI-IDX).
           MOVE SPACES TO CD-TI-AWAY-ID(CD-TI-IDX).
           MOVE 0 TO CD-TI-AWAY-SEED(CD-TI-IDX).
           MOVE SPACES TO CD-TI-WINNER-ID(CD-TI-IDX).
           MOVE 0 TO CD-TI-WINNER-SEED(CD-TI-IDX).
           MOVE SPACES TO CD-TI-DECIDED-BY(CD-TI-IDX).
           ADD 1 TO CD-TIE-I.
       5200-LAY-OUT-TIE-EXIT.
           EXIT.

      *    Two consecutive slots of the seeding order make one
      *    round-one tie. Top seeds meet the bottom of the order,
      *    so a bye can only ever face a real player.
       5300-SEED-ONE-TIE.
           MOVE CD-ORDER(CD-SLOT-I) TO CD-SEED-NO.
           MOVE CD-SEED-NO TO CD-TI-HOME-SEED(CD-TI-IDX).
           IF CD-SEED-NO IS GREATER THAN CD-ENTRY-COUNT
             MOVE CD-BYE-ID TO CD-TI-HOME-ID(CD-TI-IDX)
           ELSE
             MOVE CD-EN-PLAYER-ID(CD-SEED-NO)
               TO CD-TI-HOME-ID(CD-TI-IDX)
           END-IF.
           ADD 1 TO CD-SLOT-I.
           MOVE CD-ORDER(CD-SLOT-I) TO CD-SEED-NO.
           MOVE CD-SEED-NO TO CD-TI-AWAY-SEED(CD-TI-IDX).
           IF CD-SEED-NO IS GREATER THAN CD-ENTRY-COUNT
             MOVE CD-BYE-ID TO CD-TI-AWAY-ID(CD-TI-IDX)
           ELSE
             MOVE CD-EN-PLAYER-ID(CD-SEED-NO)
               TO CD-TI-AWAY-ID(CD-TI-IDX)
           END-IF.
           ADD 1 TO CD-SLOT-I.
           IF CD-TI-AWAY-ID(CD-TI-IDX) IS EQUAL TO CD-BYE-ID
             MOVE CD-TI-HOME-ID(CD-TI-IDX)
               TO CD-TI-WINNER-ID(CD-TI-IDX)
             MOVE CD-TI-HOME-SEED(CD-TI-IDX)
               TO CD-TI-WINNER-SEED(CD-TI-IDX)
             MOVE "BYE" TO CD-TI-DECIDED-BY(CD-TI-IDX)
             PERFORM 5400-PUT-THROUGH THRU 5400-PUT-THROUGH-EXIT
           ELSE
             IF CD-TI-HOME-ID(CD-TI-IDX) IS EQUAL TO CD-BYE-ID
               MOVE CD-TI-AWAY-ID(CD-TI-IDX)
                 TO CD-TI-WINNER-ID(CD-TI-IDX)
               MOVE CD-TI-AWAY-SEED(CD-TI-IDX)
                 TO CD-TI-WINNER-SEED(CD-TI-IDX)
               MOVE "BYE" TO CD-TI-DECIDED-BY(CD-TI-IDX)
               PERFORM 5400-PUT-THROUGH THRU 5400-PUT-THROUGH-EXIT
             END-IF
           END-IF.
           SET CD-TI-IDX UP BY 1.
       5300-SEED-ONE-TIE-EXIT.
           EXIT.

      *    Tie T of a round feeds tie (T + 1) / 2 of the next, odd
      *    ties filling the home side and even ties the away side.
      *    Only called for round one here; the final has nowhere
      *    further to go.
       5400-PUT-THROUGH.
           IF CD-ROUND-COUNT IS LESS THAN 2
             GO TO 5400-PUT-THROUGH-EXIT
           END-IF.
           COMPUTE CD-NEXT-TIE = CD-ROUND-START(2)
             + ((CD-TI-TIE-NO(CD-TI-IDX) + 1) / 2).
           IF FUNCTION MOD(CD-TI-TIE-NO(CD-TI-IDX), 2) IS EQUAL TO 1
             MOVE CD-TI-WINNER-ID(CD-TI-IDX)
               TO CD-TI-HOME-ID(CD-NEXT-TIE)
             MOVE CD-TI-WINNER-SEED(CD-TI-IDX)
               TO CD-TI-HOME-SEED(CD-NEXT-TIE)
           ELSE
             MOVE CD-TI-WINNER-ID(CD-TI-IDX)
               TO CD-TI-AWAY-ID(CD-NEXT-TIE)
             MOVE CD-TI-WINNER-SEED(CD-TI-IDX)
               TO CD-TI-AWAY-SEED(CD-NEXT-TIE)
           END-IF.
       5400-PUT-THROUGH-EXIT.
           EXIT.

      *    The bracket file is written fresh, and the draw is
      *    printed round by round behind the seeding header.
       6000-WRITE-BRACKET.
           OPEN OUTPUT CUP-BRACKET-FILE.
           EVALUATE TRUE
             WHEN CD-SEED-BY-LEAGUE
               MOVE "LEAGUE POSITION" TO CD-HDR-METHOD
             WHEN CD-SEED-BY-RATING
               MOVE "RATING" TO CD-HDR-METHOD
             WHEN OTHER
               MOVE "HANDICAP" TO CD-HDR-METHOD
           END-EVALUATE.
           MOVE CD-ENTRY-COUNT TO CD-HDR-ENTRANTS.
           MOVE CD-BYE-COUNT TO CD-HDR-BYES.
           WRITE CUP-RPT-REC FROM CD-HDR-LINE-2.
           MOVE 0 TO CD-ROUND-I.
           SET CD-TI-IDX TO 1.
           PERFORM 6100-WRITE-ONE-TIE THRU 6100-WRITE-ONE-TIE-EXIT
             CD-TIE-COUNT TIMES.
           CLOSE CUP-BRACKET-FILE.
       6000-WRITE-BRACKET-EXIT.
           EXIT.

       6100-WRITE-ONE-TIE.
           IF CD-TI-ROUND-NO(CD-TI-IDX) IS NOT EQUAL TO CD-ROUND-I
             MOVE CD-TI-ROUND-NO(CD-TI-IDX) TO CD-ROUND-I
             PERFORM 6200-WRITE-ROUND-LINE
               THRU 6200-WRITE-ROUND-LINE-EXIT
           END-IF.
           MOVE CD-TI-ROUND-NO(CD-TI-IDX) TO CB-ROUND-NO.
           MOVE CD-TI-TIE-NO(CD-TI-IDX) TO CB-TIE-NO.
           MOVE CD-TI-HOME-ID(CD-TI-IDX) TO CB-HOME-ID.
           MOVE CD-TI-HOME-SEED(CD-TI-IDX) TO CB-HOME-SEED.
           MOVE CD-TI-AWAY-ID(CD-TI-IDX) TO CB-AWAY-ID.
           MOVE CD-TI-AWAY-SEED(CD-TI-IDX) TO CB-AWAY-SEED.
           MOVE SPACES TO CB-MATCH-DATE.
           MOVE 0 TO CB-HOME-TOTAL.
           MOVE 0 TO CB-AWAY-TOTAL.
           MOVE 0 TO CB-HOME-NET.
           MOVE 0 TO CB-AWAY-NET.
           MOVE CD-TI-WINNER-ID(CD-TI-IDX) TO CB-WINNER-ID.
           MOVE CD-TI-DECIDED-BY(CD-TI-IDX) TO CB-DECIDED-BY.
           WRITE CUP-BRACKET-REC.
           MOVE SPACES TO CD-TIE-LINE.
           MOVE CD-TI-TIE-NO(CD-TI-IDX) TO CD-TL-TIE-NO.
           IF CD-TI-HOME-ID(CD-TI-IDX) IS EQUAL TO SPACES
             MOVE "TO COME" TO CD-TL-HOME-ID
           ELSE
             MOVE CD-TI-HOME-ID(CD-TI-IDX) TO CD-TL-HOME-ID
             IF CD-TI-HOME-ID(CD-TI-IDX) IS NOT EQUAL TO CD-BYE-ID
               MOVE CD-TI-HOME-SEED(CD-TI-IDX) TO CD-SE-SEED
               MOVE CD-SEED-EDIT TO CD-TL-HOME-SEED
             END-IF
           END-IF.
           IF CD-TI-AWAY-ID(CD-TI-IDX) IS EQUAL TO SPACES
             MOVE "TO COME" TO CD-TL-AWAY-ID
           ELSE
             MOVE CD-TI-AWAY-ID(CD-TI-IDX) TO CD-TL-AWAY-ID
             IF CD-TI-AWAY-ID(CD-TI-IDX) IS NOT EQUAL TO CD-BYE-ID
               MOVE CD-TI-AWAY-SEED(CD-TI-IDX) TO CD-SE-SEED
               MOVE CD-SEED-EDIT TO CD-TL-AWAY-SEED
             END-IF
           END-IF.
           IF CD-TI-DECIDED-BY(CD-TI-IDX) IS EQUAL TO "BYE"
             MOVE SPACES TO CD-TL-NOTE
             STRING CD-TI-WINNER-ID(CD-TI-IDX) DELIMITED BY SPACE
               " THROUGH ON BYE" DELIMITED BY SIZE
               INTO CD-TL-NOTE
           END-IF.
           WRITE CUP-RPT-REC FROM CD-TIE-LINE.
           SET CD-TI-IDX UP BY 1.
       6100-WRITE-ONE-TIE-EXIT.
           EXIT.

      *    The last three rounds go by name on the noticeboard.
       6200-WRITE-ROUND-LINE.
           MOVE SPACES TO CUP-RPT-REC.
           WRITE CUP-RPT-REC.
           EVALUATE CD-ROUND-COUNT - CD-ROUND-I
             WHEN 0
               MOVE "FINAL" TO CD-RND-NAME
             WHEN 1
               MOVE "SEMI-FINAL" TO CD-RND-NAME
             WHEN 2
               MOVE "QUARTER-FINAL" TO CD-RND-NAME
             WHEN OTHER
               MOVE SPACES TO CD-RND-NAME
           END-EVALUATE.
           MOVE CD-ROUND-I TO CD-RND-NO.
           WRITE CUP-RPT-REC FROM CD-ROUND-LINE.
       6200-WRITE-ROUND-LINE-EXIT.
           EXIT.

       9000-TERMINATE.
           IF CD-MASTER-STATUS IS NOT EQUAL TO "35"
             CLOSE PLAYER-MASTER-FILE
           END-IF.
           IF CD-LEFT-OUT-COUNT IS GREATER THAN 0
             MOVE CD-LEFT-OUT-COUNT TO CD-LO-COUNT
             WRITE CUP-RPT-REC FROM CD-LEFT-OUT-LINE
           END-IF.
           CLOSE CUP-RPT-FILE.
           DISPLAY "CUPDRAW PLAYERS=" CD-READ-COUNT
             " ENTRANTS=" CD-ENTRY-COUNT
             " BYES=" CD-BYE-COUNT
             " ROUNDS=" CD-ROUND-COUNT
             " LEFT-OUT=" CD-LEFT-OUT-COUNT.
       9000-TERMINATE-EXIT.
           EXIT.
