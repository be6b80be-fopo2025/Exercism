       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATEH2H.
       AUTHOR. DATA-PROCESSING.
       INSTALLATION. GAME-NIGHT-SHOP.
       DATE-WRITTEN. 2026-09-21.
       DATE-COMPILED.

      *****************************************************
      * MODIFICATION HISTORY
      * 2026-09-21  DP  Original head-to-head report: one
      *                 section per pair of players named on
      *                 the parameter cards, listing every
      *                 fixture the two have met in off the
      *                 match results file, the first-named
      *                 player's won/drawn/lost record
      *                 against the second, the average net
      *                 margin between them, and both
      *                 players' current ratings off the
      *                 rating master RATECALC builds, so
      *                 captains can argue cup seeds from
      *                 the record instead of memory.
      * 2026-09-28  DP  A fixture FIXTPOST settled by forfeit
      *                 is listed with FW/FL (or FD for a
      *                 double forfeit) but left out of the
      *                 won/drawn/lost record and the margin,
      *                 since no game was played.
      *****************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GENERIC.
       OBJECT-COMPUTER. GENERIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *        One card per pair to report on, the record read
      *        from the first-named player's side.
           SELECT H2H-PARM-FILE ASSIGN TO "H2HPARM"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS HH-PARM-STATUS.

           SELECT MATCH-RESULT-FILE ASSIGN TO "MATCHRSL"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS HH-RSLT-STATUS.

           SELECT RATING-MASTER-FILE ASSIGN TO "RATEMAS"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS HH-RATE-STATUS.

           SELECT H2H-RPT-FILE ASSIGN TO "H2HRPT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS HH-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  H2H-PARM-FILE.
       01  H2H-PARM-REC.
           05 HP-PLAYER-A           PIC X(10).
           05 HP-PLAYER-B           PIC X(10).
           05 FILLER                PIC X(60).

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

       FD  H2H-RPT-FILE.
       01  H2H-RPT-REC              PIC X(80).

       WORKING-STORAGE SECTION.
       01 HH-PARM-STATUS            PIC XX VALUE "00".
       01 HH-RSLT-STATUS            PIC XX VALUE "00".
       01 HH-RATE-STATUS            PIC XX VALUE "00".
       01 HH-RPT-STATUS             PIC XX VALUE "00".

       01 HH-PARM-EOF-SW            PIC X VALUE "N".
         88 HH-PARM-EOF VALUE "Y".
       01 HH-RSLT-EOF-SW            PIC X VALUE "N".
         88 HH-RSLT-EOF VALUE "Y".
       01 HH-RATE-EOF-SW            PIC X VALUE "N".
         88 HH-RATE-EOF VALUE "Y".

       01 HH-CARD-COUNT             PIC 9(5) COMP VALUE 0.

      *    The pair being reported, and A's record against B.
       01 HH-PLAYER-A               PIC X(10) VALUE SPACES.
       01 HH-PLAYER-B               PIC X(10) VALUE SPACES.
       01 HH-MEETINGS               PIC 9(5) COMP VALUE 0.
       01 HH-WON                    PIC 9(5) COMP VALUE 0.
       01 HH-DRAWN                  PIC 9(5) COMP VALUE 0.
       01 HH-LOST                   PIC 9(5) COMP VALUE 0.
       01 HH-MARGIN                 PIC S9(04) VALUE 0.
       01 HH-MARGIN-SUM             PIC S9(07) VALUE 0.
       01 HH-AVG-MARGIN             PIC S9(04)V9 VALUE 0.
       01 HH-RATING-A               PIC 9(04)V99 VALUE 0.
       01 HH-RATING-B               PIC 9(04)V99 VALUE 0.
       01 HH-RATED-A-SW             PIC X VALUE "N".
         88 HH-RATED-A VALUE "Y".
       01 HH-RATED-B-SW             PIC X VALUE "N".
         88 HH-RATED-B VALUE "Y".

      *    A's figures and B's figures for the meeting on hand,
      *    whichever side of the fixture each was on.
       01 HH-A-TOTAL                PIC 9(03) VALUE 0.
       01 HH-B-TOTAL                PIC 9(03) VALUE 0.
       01 HH-A-NET                  PIC 9(04) VALUE 0.
       01 HH-B-NET                  PIC 9(04) VALUE 0.

       01 HH-HDR-LINE-1.
         05 FILLER                  PIC X(14)
           VALUE "HEAD TO HEAD  ".
         05 HH-HDR-PLAYER-A         PIC X(10).
         05 FILLER                  PIC X(04) VALUE " V  ".
         05 HH-HDR-PLAYER-B         PIC X(10).
       01 HH-HDR-LINE-2.
         05 FILLER                  PIC X(07) VALUE "ROUND".
         05 FILLER                  PIC X(10) VALUE "DATE".
         05 FILLER                  PIC X(08) VALUE "VENUE".
         05 FILLER                  PIC X(07) VALUE "A GRS".
         05 FILLER                  PIC X(07) VALUE "A NET".
         05 FILLER                  PIC X(07) VALUE "B GRS".
         05 FILLER                  PIC X(07) VALUE "B NET".
         05 FILLER                  PIC X(06) VALUE "RESULT".

       01 HH-MEET-LINE.
         05 HH-MEET-ROUND           PIC ZZ9.
         05 FILLER                  PIC X(04) VALUE SPACES.
         05 HH-MEET-DATE            PIC X(08).
         05 FILLER                  PIC X(02) VALUE SPACES.
         05 HH-MEET-VENUE           PIC X(04).
         05 FILLER                  PIC X(04) VALUE SPACES.
         05 HH-MEET-A-TOTAL         PIC ZZ9.
         05 FILLER                  PIC X(03) VALUE SPACES.
         05 HH-MEET-A-NET           PIC ZZZ9.
         05 FILLER                  PIC X(04) VALUE SPACES.
         05 HH-MEET-B-TOTAL         PIC ZZ9.
         05 FILLER                  PIC X(03) VALUE SPACES.
         05 HH-MEET-B-NET           PIC ZZZ9.
         05 FILLER                  PIC X(03) VALUE SPACES.
         05 HH-MEET-RESULT          PIC X(04).

       01 HH-NONE-LINE.
         05 FILLER                  PIC X(30)
           VALUE "  NO MEETINGS ON RECORD".

       01 HH-RECORD-LINE.
         05 FILLER                  PIC X(10) VALUE "MEETINGS".
         05 HH-REC-MEETINGS         PIC ZZZ9.
         05 FILLER                  PIC X(08) VALUE "  WON".
         05 HH-REC-WON              PIC ZZZ9.
         05 FILLER                  PIC X(08) VALUE "  DRAWN".
         05 HH-REC-DRAWN            PIC ZZZ9.
         05 FILLER                  PIC X(08) VALUE "  LOST".
         05 HH-REC-LOST             PIC ZZZ9.
       01 HH-MARGIN-LINE.
         05 FILLER                  PIC X(24)
           VALUE "AVERAGE NET MARGIN (A)".
         05 HH-MRG-AVERAGE          PIC -ZZZ9.9.
       01 HH-RATING-LINE.
         05 FILLER                  PIC X(16) VALUE "CURRENT RATING".
         05 HH-RTG-PLAYER           PIC X(10).
         05 FILLER                  PIC X(02) VALUE SPACES.
         05 HH-RTG-VALUE            PIC ZZZ9 BLANK WHEN ZERO.
         05 HH-RTG-UNRATED          PIC X(10).
       01 HH-BLANK-LINE             PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-PROCESS-CARD THRU 2000-PROCESS-CARD-EXIT
             UNTIL HH-PARM-EOF.
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT H2H-PARM-FILE.
           IF HH-PARM-STATUS IS EQUAL TO "35"
             MOVE "Y" TO HH-PARM-EOF-SW
           END-IF.
           OPEN OUTPUT H2H-RPT-FILE.
       1000-INITIALIZE-EXIT.
           EXIT.

      *    Each card is a fresh pass of the results file and the
      *    rating master; the pairs asked for at a time are few.
       2000-PROCESS-CARD.
           READ H2H-PARM-FILE
             AT END
               MOVE "Y" TO HH-PARM-EOF-SW
               GO TO 2000-PROCESS-CARD-EXIT
           END-READ.
           IF HP-PLAYER-A IS EQUAL TO SPACES
             OR HP-PLAYER-B IS EQUAL TO SPACES
             GO TO 2000-PROCESS-CARD-EXIT
           END-IF.
           ADD 1 TO HH-CARD-COUNT.
           MOVE HP-PLAYER-A TO HH-PLAYER-A.
           MOVE HP-PLAYER-B TO HH-PLAYER-B.
           MOVE 0 TO HH-MEETINGS.
           MOVE 0 TO HH-WON.
           MOVE 0 TO HH-DRAWN.
           MOVE 0 TO HH-LOST.
           MOVE 0 TO HH-MARGIN-SUM.
           IF HH-CARD-COUNT IS GREATER THAN 1
             WRITE H2H-RPT-REC FROM HH-BLANK-LINE
           END-IF.
           MOVE HH-PLAYER-A TO HH-HDR-PLAYER-A.
           MOVE HH-PLAYER-B TO HH-HDR-PLAYER-B.
           WRITE H2H-RPT-REC FROM HH-HDR-LINE-1.
           WRITE H2H-RPT-REC FROM HH-HDR-LINE-2.
           PERFORM 3000-SCAN-RESULTS THRU 3000-SCAN-RESULTS-EXIT.
           PERFORM 4000-FIND-RATINGS THRU 4000-FIND-RATINGS-EXIT.
           PERFORM 5000-PRINT-SUMMARY THRU 5000-PRINT-SUMMARY-EXIT.
       2000-PROCESS-CARD-EXIT.
           EXIT.

       3000-SCAN-RESULTS.
           MOVE "N" TO HH-RSLT-EOF-SW.
           OPEN INPUT MATCH-RESULT-FILE.
           IF HH-RSLT-STATUS IS EQUAL TO "35"
             MOVE "Y" TO HH-RSLT-EOF-SW
           END-IF.
           PERFORM 3100-READ-RESULT THRU 3100-READ-RESULT-EXIT
             UNTIL HH-RSLT-EOF.
           IF HH-RSLT-STATUS IS NOT EQUAL TO "35"
             CLOSE MATCH-RESULT-FILE
           END-IF.
       3000-SCAN-RESULTS-EXIT.
           EXIT.

      *    The pair may have met with either one at home; the
      *    line and the tally are always put from A's side, the
      *    result taken as MATCHRES settled it.
       3100-READ-RESULT.
           READ MATCH-RESULT-FILE
             AT END
               MOVE "Y" TO HH-RSLT-EOF-SW
               GO TO 3100-READ-RESULT-EXIT
           END-READ.
           IF MS-HOME-ID IS EQUAL TO HH-PLAYER-A
             AND MS-AWAY-ID IS EQUAL TO HH-PLAYER-B
             MOVE "HOME" TO HH-MEET-VENUE
             MOVE MS-HOME-TOTAL TO HH-A-TOTAL
             MOVE MS-HOME-NET TO HH-A-NET
             MOVE MS-AWAY-TOTAL TO HH-B-TOTAL
             MOVE MS-AWAY-NET TO HH-B-NET
           ELSE
             IF MS-HOME-ID IS EQUAL TO HH-PLAYER-B
               AND MS-AWAY-ID IS EQUAL TO HH-PLAYER-A
               MOVE "AWAY" TO HH-MEET-VENUE
               MOVE MS-AWAY-TOTAL TO HH-A-TOTAL
               MOVE MS-AWAY-NET TO HH-A-NET
               MOVE MS-HOME-TOTAL TO HH-B-TOTAL
               MOVE MS-HOME-NET TO HH-B-NET
             ELSE
               GO TO 3100-READ-RESULT-EXIT
             END-IF
           END-IF.
           IF MS-RESULT(1:3) IS EQUAL TO "FFT"
             PERFORM 3200-LIST-FORFEIT THRU 3200-LIST-FORFEIT-EXIT
             GO TO 3100-READ-RESULT-EXIT
           END-IF.
           ADD 1 TO HH-MEETINGS.
           SUBTRACT HH-B-NET FROM HH-A-NET GIVING HH-MARGIN.
           ADD HH-MARGIN TO HH-MARGIN-SUM.
           IF MS-RESULT IS EQUAL TO "DRAW"
             ADD 1 TO HH-DRAWN
             MOVE "DRAW" TO HH-MEET-RESULT
           ELSE
             IF MS-RESULT IS EQUAL TO HH-MEET-VENUE
               ADD 1 TO HH-WON
               MOVE "WON" TO HH-MEET-RESULT
             ELSE
               ADD 1 TO HH-LOST
               MOVE "LOST" TO HH-MEET-RESULT
             END-IF
           END-IF.
           MOVE MS-ROUND-NO TO HH-MEET-ROUND.
           MOVE MS-MATCH-DATE TO HH-MEET-DATE.
           MOVE HH-A-TOTAL TO HH-MEET-A-TOTAL.
           MOVE HH-A-NET TO HH-MEET-A-NET.
           MOVE HH-B-TOTAL TO HH-MEET-B-TOTAL.
           MOVE HH-B-NET TO HH-MEET-B-NET.
           WRITE H2H-RPT-REC FROM HH-MEET-LINE.
       3100-READ-RESULT-EXIT.
           EXIT.

      *    FFTH means the home side turned up and the away side did
      *    not, so whether A won or lost it depends on where A was
      *    drawn; the totals are zero and print as such.
       3200-LIST-FORFEIT.
           IF MS-RESULT IS EQUAL TO "FFTD"
             MOVE "FD" TO HH-MEET-RESULT
           ELSE
             IF MS-RESULT(4:1) IS EQUAL TO HH-MEET-VENUE(1:1)
               MOVE "FW" TO HH-MEET-RESULT
             ELSE
               MOVE "FL" TO HH-MEET-RESULT
             END-IF
           END-IF.
           MOVE MS-ROUND-NO TO HH-MEET-ROUND.
           MOVE MS-MATCH-DATE TO HH-MEET-DATE.
           MOVE 0 TO HH-MEET-A-TOTAL.
           MOVE 0 TO HH-MEET-A-NET.
           MOVE 0 TO HH-MEET-B-TOTAL.
           MOVE 0 TO HH-MEET-B-NET.
           WRITE H2H-RPT-REC FROM HH-MEET-LINE.
       3200-LIST-FORFEIT-EXIT.
           EXIT.

       4000-FIND-RATINGS.
           MOVE "N" TO HH-RATE-EOF-SW.
           MOVE "N" TO HH-RATED-A-SW.
           MOVE "N" TO HH-RATED-B-SW.
           OPEN INPUT RATING-MASTER-FILE.
           IF HH-RATE-STATUS IS EQUAL TO "35"
             MOVE "Y" TO HH-RATE-EOF-SW
           END-IF.
           PERFORM 4100-READ-RATING THRU 4100-READ-RATING-EXIT
             UNTIL HH-RATE-EOF.
           IF HH-RATE-STATUS IS NOT EQUAL TO "35"
             CLOSE RATING-MASTER-FILE
           END-IF.
       4000-FIND-RATINGS-EXIT.
           EXIT.

       4100-READ-RATING.
           READ RATING-MASTER-FILE
             AT END
               MOVE "Y" TO HH-RATE-EOF-SW
               GO TO 4100-READ-RATING-EXIT
           END-READ.
           IF RT-PLAYER-ID IS EQUAL TO HH-PLAYER-A
             MOVE RT-RATING TO HH-RATING-A
             MOVE "Y" TO HH-RATED-A-SW
           END-IF.
           IF RT-PLAYER-ID IS EQUAL TO HH-PLAYER-B
             MOVE RT-RATING TO HH-RATING-B
             MOVE "Y" TO HH-RATED-B-SW
           END-IF.
       4100-READ-RATING-EXIT.
           EXIT.

       5000-PRINT-SUMMARY.
           IF HH-MEETINGS IS EQUAL TO 0
             WRITE H2H-RPT-REC FROM HH-NONE-LINE
             MOVE 0 TO HH-AVG-MARGIN
           ELSE
             DIVIDE HH-MEETINGS INTO HH-MARGIN-SUM
               GIVING HH-AVG-MARGIN ROUNDED
           END-IF.
           MOVE HH-MEETINGS TO HH-REC-MEETINGS.
           MOVE HH-WON TO HH-REC-WON.
           MOVE HH-DRAWN TO HH-REC-DRAWN.
           MOVE HH-LOST TO HH-REC-LOST.
           WRITE H2H-RPT-REC FROM HH-RECORD-LINE.
           MOVE HH-AVG-MARGIN TO HH-MRG-AVERAGE.
           WRITE H2H-RPT-REC FROM HH-MARGIN-LINE.
           MOVE HH-PLAYER-A TO HH-RTG-PLAYER.
           IF HH-RATED-A
             ADD ZERO TO HH-RATING-A GIVING HH-RTG-VALUE ROUNDED
             MOVE SPACES TO HH-RTG-UNRATED
           ELSE
             MOVE 0 TO HH-RTG-VALUE
             MOVE "  UNRATED" TO HH-RTG-UNRATED
           END-IF.
           WRITE H2H-RPT-REC FROM HH-RATING-LINE.
           MOVE HH-PLAYER-B TO HH-RTG-PLAYER.
           IF HH-RATED-B
             ADD ZERO TO HH-RATING-B GIVING HH-RTG-VALUE ROUNDED
             MOVE SPACES TO HH-RTG-UNRATED
           ELSE
             MOVE 0 TO HH-RTG-VALUE
             MOVE "  UNRATED" TO HH-RTG-UNRATED
           END-IF.
           WRITE H2H-RPT-REC FROM HH-RATING-LINE.
       5000-PRINT-SUMMARY-EXIT.
           EXIT.

       9000-TERMINATE.
           IF HH-PARM-STATUS IS NOT EQUAL TO "35"
             CLOSE H2H-PARM-FILE
           END-IF.
           CLOSE H2H-RPT-FILE.
           DISPLAY "RATEH2H PAIRS=" HH-CARD-COUNT.
       9000-TERMINATE-EXIT.
           EXIT.
