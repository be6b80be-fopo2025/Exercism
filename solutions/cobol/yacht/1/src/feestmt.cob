       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEESTMT.
       AUTHOR. DATA-PROCESSING.
       INSTALLATION. GAME-NIGHT-SHOP.
       DATE-WRITTEN. 2026-09-30.
       DATE-COMPILED.

      *****************************************************
      * MODIFICATION HISTORY
      * 2026-09-30  DP  Original end-of-season statement off
      *                 the player ledger FEEPOST keeps: for
      *                 each player the balance brought
      *                 forward, the fees, prizes,
      *                 adjustments and cash settlements in
      *                 the sessions asked for, and the
      *                 balance carried; then, session by
      *                 session, proof that the fees taken
      *                 equal the prizes paid plus the house
      *                 take, with any difference flagged.
      *****************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GENERIC.
       OBJECT-COMPUTER. GENERIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *        Optional first and last session of the statement;
      *        no card, or zeros, means the whole ledger.
           SELECT STMT-PARM-FILE ASSIGN TO "FEESPARM"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-PARM-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "LEDGER"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-LEDG-STATUS.

           SELECT STMT-RPT-FILE ASSIGN TO "FEESTRPT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STMT-PARM-FILE.
       01  STMT-PARM-REC.
           05 FR-FROM-SESSION       PIC 9(06).
           05 FR-TO-SESSION         PIC 9(06).
           05 FILLER                PIC X(68).

      *        Byte-for-byte the same layout as FEEPOST's
      *        LEDGER-REC.
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

       FD  STMT-RPT-FILE.
       01  STMT-RPT-REC             PIC X(80).

       WORKING-STORAGE SECTION.
       01 FS-PARM-STATUS            PIC XX VALUE "00".
       01 FS-LEDG-STATUS            PIC XX VALUE "00".
       01 FS-RPT-STATUS             PIC XX VALUE "00".

       01 FS-LEDG-EOF-SW            PIC X VALUE "N".
         88 FS-LEDG-EOF VALUE "Y".
       01 FS-FOUND-SW               PIC X VALUE "N".
         88 FS-KEY-FOUND VALUE "Y".
       01 FS-SWAP-SW                PIC X VALUE "N".
         88 FS-SWAPPED VALUE "Y".

       01 FS-FROM-SESSION           PIC 9(06) VALUE 0.
       01 FS-TO-SESSION             PIC 9(06) VALUE 999999.
       01 FS-LOOKUP-ID              PIC X(10) VALUE SPACES.
       01 FS-LOOKUP-SESSION         PIC 9(06) VALUE 0.
       01 FS-SIGNED-AMOUNT          PIC S9(07)V99 VALUE 0.
       01 FS-READ-COUNT             PIC 9(7) COMP VALUE 0.
       01 FS-OUT-COUNT              PIC 9(5) COMP VALUE 0.
       01 FS-SWEEP-LIMIT            PIC 9(4) COMP VALUE 0.

      *    One row per player (the house included) on the ledger.
      *    Brought forward is everything before the first session
      *    asked for; fees, prizes and adjustments are the signed
      *    movements within the range, settlements the cash paid
      *    across the counter against the balance.
       01 FS-PLAYER-COUNT           PIC 9(4) COMP VALUE 0.
       01 FS-PLAYER-TABLE.
         05 FS-PL-ENTRY OCCURS 1000 TIMES INDEXED BY FS-PL-IDX.
           10 FS-PL-PLAYER-ID       PIC X(10).
           10 FS-PL-OPENING         PIC S9(07)V99.
           10 FS-PL-FEES            PIC S9(07)V99.
           10 FS-PL-PRIZES          PIC S9(07)V99.
           10 FS-PL-ADJUST          PIC S9(07)V99.
           10 FS-PL-SETTLED         PIC S9(07)V99.
           10 FS-PL-CLOSING         PIC S9(07)V99.
       01 FS-PL-HOLD.
         05 FS-PH-PLAYER-ID         PIC X(10).
         05 FS-PH-OPENING           PIC S9(07)V99.
         05 FS-PH-FEES              PIC S9(07)V99.
         05 FS-PH-PRIZES            PIC S9(07)V99.
         05 FS-PH-ADJUST            PIC S9(07)V99.
         05 FS-PH-SETTLED           PIC S9(07)V99.
         05 FS-PH-CLOSING           PIC S9(07)V99.

      *    One row per session in the range: what the players paid
      *    into the pot, what came back out as prizes, and what the
      *    house kept, each net of the adjustment cards that name
      *    that pot. Fees must equal prizes plus house.
       01 FS-SESSION-COUNT          PIC 9(4) COMP VALUE 0.
       01 FS-SESSION-TABLE.
         05 FS-SE-ENTRY OCCURS 1000 TIMES INDEXED BY FS-SE-IDX.
           10 FS-SE-SESSION-ID      PIC 9(06).
           10 FS-SE-FEES            PIC S9(07)V99.
           10 FS-SE-PRIZES          PIC S9(07)V99.
           10 FS-SE-HOUSE           PIC S9(07)V99.
       01 FS-SE-HOLD.
         05 FS-SH-SESSION-ID        PIC 9(06).
         05 FS-SH-FEES              PIC S9(07)V99.
         05 FS-SH-PRIZES            PIC S9(07)V99.
         05 FS-SH-HOUSE             PIC S9(07)V99.
       01 FS-DIFFERENCE             PIC S9(07)V99 VALUE 0.

       01 FS-TOTALS.
         05 FS-TOT-OPENING          PIC S9(07)V99 VALUE 0.
         05 FS-TOT-FEES             PIC S9(07)V99 VALUE 0.
         05 FS-TOT-PRIZES           PIC S9(07)V99 VALUE 0.
         05 FS-TOT-ADJUST           PIC S9(07)V99 VALUE 0.
         05 FS-TOT-SETTLED          PIC S9(07)V99 VALUE 0.
         05 FS-TOT-CLOSING          PIC S9(07)V99 VALUE 0.
         05 FS-TOT-SE-FEES          PIC S9(07)V99 VALUE 0.
         05 FS-TOT-SE-PRIZES        PIC S9(07)V99 VALUE 0.
         05 FS-TOT-SE-HOUSE         PIC S9(07)V99 VALUE 0.

       01 FS-HDR-LINE-1.
         05 FILLER                  PIC X(30)
           VALUE "SEASON FEE STATEMENT SESSIONS ".
         05 FS-HDR-FROM             PIC 9(06).
         05 FILLER                  PIC X(04) VALUE " TO ".
         05 FS-HDR-TO               PIC 9(06).

       01 FS-STMT-HDR.
         05 FILLER                  PIC X(10) VALUE "PLAYER".
         05 FILLER                  PIC X(12) VALUE "  BROUGHT FW".
         05 FILLER                  PIC X(10) VALUE "      FEES".
         05 FILLER                  PIC X(10) VALUE "    PRIZES".
         05 FILLER                  PIC X(10) VALUE "    ADJUST".
         05 FILLER                  PIC X(10) VALUE "   SETTLED".
         05 FILLER                  PIC X(12) VALUE "     CARRIED".

      *    Money edited with the sign leading, so a balance the
      *    player owes shows a minus.
       01 FS-STMT-LINE.
         05 FS-SL-PLAYER-ID         PIC X(10).
         05 FILLER                  PIC X(02) VALUE SPACES.
         05 FS-SL-OPENING           PIC -(6)9.99.
         05 FS-SL-FEES              PIC -(6)9.99.
         05 FS-SL-PRIZES            PIC -(6)9.99.
         05 FS-SL-ADJUST            PIC -(6)9.99.
         05 FS-SL-SETTLED           PIC -(6)9.99.
         05 FILLER                  PIC X(02) VALUE SPACES.
         05 FS-SL-CLOSING           PIC -(6)9.99.

       01 FS-RECON-HDR-1            PIC X(40)
         VALUE "SESSION RECONCILIATION".
       01 FS-RECON-HDR-2.
         05 FILLER                  PIC X(10) VALUE "SESSION".
         05 FILLER                  PIC X(10) VALUE "      FEES".
         05 FILLER                  PIC X(10) VALUE "    PRIZES".
         05 FILLER                  PIC X(10) VALUE "     HOUSE".
         05 FILLER                  PIC X(10) VALUE "      DIFF".

       01 FS-RECON-LINE.
         05 FS-RL-SESSION           PIC X(06).
         05 FILLER                  PIC X(04) VALUE SPACES.
         05 FS-RL-FEES              PIC -(6)9.99.
         05 FS-RL-PRIZES            PIC -(6)9.99.
         05 FS-RL-HOUSE             PIC -(6)9.99.
         05 FS-RL-DIFFERENCE        PIC -(6)9.99.
         05 FILLER                  PIC X(02) VALUE SPACES.
         05 FS-RL-VERDICT           PIC X(08).

       01 FS-TRAILER.
         05 FILLER                  PIC X(10) VALUE "SESSIONS  ".
         05 FS-TR-SESSIONS          PIC ZZZ9.
         05 FILLER                  PIC X(14) VALUE "  OUT OF BAL  ".
         05 FS-TR-OUT               PIC ZZZ9.

       01 FS-MSG-LINE               PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-READ-LEDGER THRU 2000-READ-LEDGER-EXIT
             UNTIL FS-LEDG-EOF.
           PERFORM 3000-PLAYER-STATEMENT
             THRU 3000-PLAYER-STATEMENT-EXIT.
           PERFORM 4000-RECONCILE THRU 4000-RECONCILE-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT STMT-PARM-FILE.
           IF FS-PARM-STATUS IS NOT EQUAL TO "35"
             READ STMT-PARM-FILE
               AT END
                 CONTINUE
               NOT AT END
                 IF FR-FROM-SESSION IS NUMERIC
                   MOVE FR-FROM-SESSION TO FS-FROM-SESSION
                 END-IF
                 IF FR-TO-SESSION IS NUMERIC
                   AND FR-TO-SESSION IS GREATER THAN 0
                   MOVE FR-TO-SESSION TO FS-TO-SESSION
                 END-IF
             END-READ
             CLOSE STMT-PARM-FILE
           END-IF.
           OPEN OUTPUT STMT-RPT-FILE.
           MOVE FS-FROM-SESSION TO FS-HDR-FROM.
           MOVE FS-TO-SESSION TO FS-HDR-TO.
           WRITE STMT-RPT-REC FROM FS-HDR-LINE-1.
           OPEN INPUT LEDGER-FILE.
           IF FS-LEDG-STATUS IS EQUAL TO "35"
             MOVE "Y" TO FS-LEDG-EOF-SW
             MOVE "NO LEDGER ON FILE" TO FS-MSG-LINE
             WRITE STMT-RPT-REC FROM FS-MSG-LINE
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      *    Entries after the range are ignored altogether, so a
      *    statement for last season reads the same however many
      *    nights have been posted since.
       2000-READ-LEDGER.
           READ LEDGER-FILE
             AT END
               MOVE "Y" TO FS-LEDG-EOF-SW
               GO TO 2000-READ-LEDGER-EXIT
           END-READ.
           ADD 1 TO FS-READ-COUNT.
           IF LE-SESSION-ID IS GREATER THAN FS-TO-SESSION
             GO TO 2000-READ-LEDGER-EXIT
           END-IF.
           IF LE-DR-CR IS EQUAL TO "D"
             COMPUTE FS-SIGNED-AMOUNT = 0 - LE-AMOUNT
           ELSE
             MOVE LE-AMOUNT TO FS-SIGNED-AMOUNT
           END-IF.
           MOVE LE-PLAYER-ID TO FS-LOOKUP-ID.
           PERFORM 2100-FIND-PLAYER THRU 2100-FIND-PLAYER-EXIT.
           IF NOT FS-KEY-FOUND
             ADD 1 TO FS-PLAYER-COUNT
             SET FS-PL-IDX TO FS-PLAYER-COUNT
             MOVE LE-PLAYER-ID TO FS-PL-PLAYER-ID(FS-PL-IDX)
             MOVE 0 TO FS-PL-OPENING(FS-PL-IDX)
             MOVE 0 TO FS-PL-FEES(FS-PL-IDX)
             MOVE 0 TO FS-PL-PRIZES(FS-PL-IDX)
             MOVE 0 TO FS-PL-ADJUST(FS-PL-IDX)
             MOVE 0 TO FS-PL-SETTLED(FS-PL-IDX)
             MOVE 0 TO FS-PL-CLOSING(FS-PL-IDX)
           END-IF.
           ADD FS-SIGNED-AMOUNT TO FS-PL-CLOSING(FS-PL-IDX).
           IF LE-SESSION-ID IS LESS THAN FS-FROM-SESSION
             ADD FS-SIGNED-AMOUNT TO FS-PL-OPENING(FS-PL-IDX)
             GO TO 2000-READ-LEDGER-EXIT
           END-IF.
           EVALUATE TRUE
             WHEN LE-ENTRY-TYPE IS EQUAL TO "F"
               ADD FS-SIGNED-AMOUNT TO FS-PL-FEES(FS-PL-IDX)
             WHEN LE-ENTRY-TYPE IS EQUAL TO "M"
               OR LE-ENTRY-TYPE IS EQUAL TO "T"
               OR LE-ENTRY-TYPE IS EQUAL TO "H"
               ADD FS-SIGNED-AMOUNT TO FS-PL-PRIZES(FS-PL-IDX)
             WHEN LE-ADJ-OF IS EQUAL TO "S"
               ADD FS-SIGNED-AMOUNT TO FS-PL-SETTLED(FS-PL-IDX)
             WHEN OTHER
               ADD FS-SIGNED-AMOUNT TO FS-PL-ADJUST(FS-PL-IDX)
           END-EVALUATE.
           PERFORM 2300-POST-SESSION THRU 2300-POST-SESSION-EXIT.
       2000-READ-LEDGER-EXIT.
           EXIT.

      *    Leaves FS-PL-IDX on FS-LOOKUP-ID's row when the found
      *    switch comes back "Y".
       2100-FIND-PLAYER.
           MOVE "N" TO FS-FOUND-SW.
           IF FS-PLAYER-COUNT IS GREATER THAN 0
             SET FS-PL-IDX TO 1
             PERFORM 2110-COMPARE-PLAYER THRU 2110-COMPARE-PLAYER-EXIT
               FS-PLAYER-COUNT TIMES
           END-IF.
       2100-FIND-PLAYER-EXIT.
           EXIT.

       2110-COMPARE-PLAYER.
           IF FS-KEY-FOUND
             CONTINUE
           ELSE
             IF FS-LOOKUP-ID IS EQUAL TO FS-PL-PLAYER-ID(FS-PL-IDX)
               MOVE "Y" TO FS-FOUND-SW
             ELSE
               SET FS-PL-IDX UP BY 1
             END-IF
           END-IF.
       2110-COMPARE-PLAYER-EXIT.
           EXIT.

       2200-FIND-SESSION.
           MOVE "N" TO FS-FOUND-SW.
           IF FS-SESSION-COUNT IS GREATER THAN 0
             SET FS-SE-IDX TO 1
             PERFORM 2210-COMPARE-SESSION THRU 2210-COMPARE-SESSION-EXIT
               FS-SESSION-COUNT TIMES
           END-IF.
       2200-FIND-SESSION-EXIT.
           EXIT.

       2210-COMPARE-SESSION.
           IF FS-KEY-FOUND
             CONTINUE
           ELSE
             IF FS-LOOKUP-SESSION IS EQUAL TO
               FS-SE-SESSION-ID(FS-SE-IDX)
               MOVE "Y" TO FS-FOUND-SW
             ELSE
               SET FS-SE-IDX UP BY 1
             END-IF
           END-IF.
       2210-COMPARE-SESSION-EXIT.
           EXIT.

      *    The pot for a session, seen from the shop's side: a fee
      *    debit is money in, a prize or house credit money out of
      *    the pot. A fee adjustment moves the fees, a prize
      *    adjustment the prizes, a house adjustment (FEEPOST's
      *    contra to each fee and prize card among them) the take;
      *    a cash settlement is not pot money and stays out.
       2300-POST-SESSION.
           IF LE-ENTRY-TYPE IS EQUAL TO "A"
             AND LE-ADJ-OF IS EQUAL TO "S"
             GO TO 2300-POST-SESSION-EXIT
           END-IF.
           MOVE LE-SESSION-ID TO FS-LOOKUP-SESSION.
           PERFORM 2200-FIND-SESSION THRU 2200-FIND-SESSION-EXIT.
           IF NOT FS-KEY-FOUND
             ADD 1 TO FS-SESSION-COUNT
             SET FS-SE-IDX TO FS-SESSION-COUNT
             MOVE LE-SESSION-ID TO FS-SE-SESSION-ID(FS-SE-IDX)
             MOVE 0 TO FS-SE-FEES(FS-SE-IDX)
             MOVE 0 TO FS-SE-PRIZES(FS-SE-IDX)
             MOVE 0 TO FS-SE-HOUSE(FS-SE-IDX)
           END-IF.
           EVALUATE TRUE
             WHEN LE-ENTRY-TYPE IS EQUAL TO "F"
               OR LE-ADJ-OF IS EQUAL TO "F"
               SUBTRACT FS-SIGNED-AMOUNT FROM FS-SE-FEES(FS-SE-IDX)
             WHEN LE-ENTRY-TYPE IS EQUAL TO "H"
               OR LE-ADJ-OF IS EQUAL TO "H"
               ADD FS-SIGNED-AMOUNT TO FS-SE-HOUSE(FS-SE-IDX)
             WHEN OTHER
               ADD FS-SIGNED-AMOUNT TO FS-SE-PRIZES(FS-SE-IDX)
           END-EVALUATE.
       2300-POST-SESSION-EXIT.
           EXIT.

       3000-PLAYER-STATEMENT.
           WRITE STMT-RPT-REC FROM FS-STMT-HDR.
           IF FS-PLAYER-COUNT IS EQUAL TO 0
             GO TO 3000-PLAYER-STATEMENT-EXIT
           END-IF.
           MOVE FS-PLAYER-COUNT TO FS-SWEEP-LIMIT.
           MOVE "Y" TO FS-SWAP-SW.
           PERFORM 3100-SORT-PLAYERS THRU 3100-SORT-PLAYERS-EXIT
             UNTIL NOT FS-SWAPPED.
           SET FS-PL-IDX TO 1.
           PERFORM 3300-PRINT-PLAYER THRU 3300-PRINT-PLAYER-EXIT
             FS-PLAYER-COUNT TIMES.
           MOVE "TOTAL" TO FS-SL-PLAYER-ID.
           MOVE FS-TOT-OPENING TO FS-SL-OPENING.
           MOVE FS-TOT-FEES TO FS-SL-FEES.
           MOVE FS-TOT-PRIZES TO FS-SL-PRIZES.
           MOVE FS-TOT-ADJUST TO FS-SL-ADJUST.
           MOVE FS-TOT-SETTLED TO FS-SL-SETTLED.
           MOVE FS-TOT-CLOSING TO FS-SL-CLOSING.
           WRITE STMT-RPT-REC FROM FS-STMT-LINE.
       3000-PLAYER-STATEMENT-EXIT.
           EXIT.

      *    Exchange sort into player-id order; the house's "*"
      *    sorts it ahead of every player.
       3100-SORT-PLAYERS.
           MOVE "N" TO FS-SWAP-SW.
           IF FS-SWEEP-LIMIT IS GREATER THAN 1
             SET FS-PL-IDX TO 1
             SUBTRACT 1 FROM FS-SWEEP-LIMIT
             PERFORM 3200-COMPARE-PLAYERS THRU 3200-COMPARE-PLAYERS-EXIT
               FS-SWEEP-LIMIT TIMES
           END-IF.
       3100-SORT-PLAYERS-EXIT.
           EXIT.

       3200-COMPARE-PLAYERS.
           IF FS-PL-PLAYER-ID(FS-PL-IDX) IS GREATER THAN
             FS-PL-PLAYER-ID(FS-PL-IDX + 1)
             MOVE FS-PL-ENTRY(FS-PL-IDX) TO FS-PL-HOLD
             MOVE FS-PL-ENTRY(FS-PL-IDX + 1) TO FS-PL-ENTRY(FS-PL-IDX)
             MOVE FS-PL-HOLD TO FS-PL-ENTRY(FS-PL-IDX + 1)
             MOVE "Y" TO FS-SWAP-SW
           END-IF.
           SET FS-PL-IDX UP BY 1.
       3200-COMPARE-PLAYERS-EXIT.
           EXIT.

       3300-PRINT-PLAYER.
           MOVE FS-PL-PLAYER-ID(FS-PL-IDX) TO FS-SL-PLAYER-ID.
           MOVE FS-PL-OPENING(FS-PL-IDX) TO FS-SL-OPENING.
           MOVE FS-PL-FEES(FS-PL-IDX) TO FS-SL-FEES.
           MOVE FS-PL-PRIZES(FS-PL-IDX) TO FS-SL-PRIZES.
           MOVE FS-PL-ADJUST(FS-PL-IDX) TO FS-SL-ADJUST.
           MOVE FS-PL-SETTLED(FS-PL-IDX) TO FS-SL-SETTLED.
           MOVE FS-PL-CLOSING(FS-PL-IDX) TO FS-SL-CLOSING.
           WRITE STMT-RPT-REC FROM FS-STMT-LINE.
           ADD FS-PL-OPENING(FS-PL-IDX) TO FS-TOT-OPENING.
           ADD FS-PL-FEES(FS-PL-IDX) TO FS-TOT-FEES.
           ADD FS-PL-PRIZES(FS-PL-IDX) TO FS-TOT-PRIZES.
           ADD FS-PL-ADJUST(FS-PL-IDX) TO FS-TOT-ADJUST.
           ADD FS-PL-SETTLED(FS-PL-IDX) TO FS-TOT-SETTLED.
           ADD FS-PL-CLOSING(FS-PL-IDX) TO FS-TOT-CLOSING.
           SET FS-PL-IDX UP BY 1.
       3300-PRINT-PLAYER-EXIT.
           EXIT.

       4000-RECONCILE.
           WRITE STMT-RPT-REC FROM FS-RECON-HDR-1.
           WRITE STMT-RPT-REC FROM FS-RECON-HDR-2.
           IF FS-SESSION-COUNT IS GREATER THAN 0
             MOVE FS-SESSION-COUNT TO FS-SWEEP-LIMIT
             MOVE "Y" TO FS-SWAP-SW
             PERFORM 4100-SORT-SESSIONS THRU 4100-SORT-SESSIONS-EXIT
               UNTIL NOT FS-SWAPPED
             SET FS-SE-IDX TO 1
             PERFORM 4300-PRINT-SESSION THRU 4300-PRINT-SESSION-EXIT
               FS-SESSION-COUNT TIMES
           END-IF.
           MOVE "TOTAL" TO FS-RL-SESSION.
           MOVE FS-TOT-SE-FEES TO FS-RL-FEES.
           MOVE FS-TOT-SE-PRIZES TO FS-RL-PRIZES.
           MOVE FS-TOT-SE-HOUSE TO FS-RL-HOUSE.
           SUBTRACT FS-TOT-SE-PRIZES FS-TOT-SE-HOUSE FROM FS-TOT-SE-FEES
             GIVING FS-DIFFERENCE.
           MOVE FS-DIFFERENCE TO FS-RL-DIFFERENCE.
           MOVE SPACES TO FS-RL-VERDICT.
           WRITE STMT-RPT-REC FROM FS-RECON-LINE.
           MOVE FS-SESSION-COUNT TO FS-TR-SESSIONS.
           MOVE FS-OUT-COUNT TO FS-TR-OUT.
           WRITE STMT-RPT-REC FROM FS-TRAILER.
       4000-RECONCILE-EXIT.
           EXIT.

       4100-SORT-SESSIONS.
           MOVE "N" TO FS-SWAP-SW.
           IF FS-SWEEP-LIMIT IS GREATER THAN 1
             SET FS-SE-IDX TO 1
             SUBTRACT 1 FROM FS-SWEEP-LIMIT
             PERFORM 4200-COMPARE-SESSIONS
               THRU 4200-COMPARE-SESSIONS-EXIT
               FS-SWEEP-LIMIT TIMES
           END-IF.
       4100-SORT-SESSIONS-EXIT.
           EXIT.

       4200-COMPARE-SESSIONS.
           IF FS-SE-SESSION-ID(FS-SE-IDX) IS GREATER THAN
             FS-SE-SESSION-ID(FS-SE-IDX + 1)
             MOVE FS-SE-ENTRY(FS-SE-IDX) TO FS-SE-HOLD
             MOVE FS-SE-ENTRY(FS-SE-IDX + 1) TO FS-SE-ENTRY(FS-SE-IDX)
             MOVE FS-SE-HOLD TO FS-SE-ENTRY(FS-SE-IDX + 1)
             MOVE "Y" TO FS-SWAP-SW
           END-IF.
           SET FS-SE-IDX UP BY 1.
       4200-COMPARE-SESSIONS-EXIT.
           EXIT.

       4300-PRINT-SESSION.
           MOVE FS-SE-SESSION-ID(FS-SE-IDX) TO FS-RL-SESSION.
           MOVE FS-SE-FEES(FS-SE-IDX) TO FS-RL-FEES.
           MOVE FS-SE-PRIZES(FS-SE-IDX) TO FS-RL-PRIZES.
           MOVE FS-SE-HOUSE(FS-SE-IDX) TO FS-RL-HOUSE.
           SUBTRACT FS-SE-PRIZES(FS-SE-IDX) FS-SE-HOUSE(FS-SE-IDX)
             FROM FS-SE-FEES(FS-SE-IDX) GIVING FS-DIFFERENCE.
           MOVE FS-DIFFERENCE TO FS-RL-DIFFERENCE.
           IF FS-DIFFERENCE IS EQUAL TO 0
             MOVE "BALANCED" TO FS-RL-VERDICT
           ELSE
             MOVE "OUT" TO FS-RL-VERDICT
             ADD 1 TO FS-OUT-COUNT
           END-IF.
           WRITE STMT-RPT-REC FROM FS-RECON-LINE.
           ADD FS-SE-FEES(FS-SE-IDX) TO FS-TOT-SE-FEES.
           ADD FS-SE-PRIZES(FS-SE-IDX) TO FS-TOT-SE-PRIZES.
           ADD FS-SE-HOUSE(FS-SE-IDX) TO FS-TOT-SE-HOUSE.
           SET FS-SE-IDX UP BY 1.
       4300-PRINT-SESSION-EXIT.
           EXIT.

       9000-TERMINATE.
           IF FS-LEDG-STATUS IS NOT EQUAL TO "35"
             CLOSE LEDGER-FILE
           END-IF.
           CLOSE STMT-RPT-FILE.
           DISPLAY "FEESTMT READ=" FS-READ-COUNT
             " PLAYERS=" FS-PLAYER-COUNT
             " SESSIONS=" FS-SESSION-COUNT
             " OUT OF BALANCE=" FS-OUT-COUNT.
       9000-TERMINATE-EXIT.
           EXIT.
