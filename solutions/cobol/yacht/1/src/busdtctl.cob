       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSDTCTL.
       AUTHOR. DATA-PROCESSING.
       INSTALLATION. GAME-NIGHT-SHOP.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

      *****************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  DP  Original business-date control:
      *                 processes the operator's OPEN, CLOSE
      *                 and ROLL cards against the one-record
      *                 business-date file. OPEN puts a date
      *                 in force (the card's, or the day
      *                 after the last one), CLOSE retires
      *                 it, ROLL does both in one step. Every
      *                 batch program takes its processing
      *                 date from this file and refuses to
      *                 run when no date is open, so a chain
      *                 that runs past midnight, or Tuesday's
      *                 stream rerun on Wednesday, still
      *                 stamps Tuesday.
      *****************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GENERIC.
       OBJECT-COMPUTER. GENERIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUS-DATE-TRANS-FILE ASSIGN TO "BUSDTTRN"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS BC-TRANS-STATUS.

      *        One-record state file every batch program reads at
      *        startup: the business date in force and whether it
      *        is still open.
           SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS BC-DATE-STATUS.

           SELECT BUS-DATE-RPT-FILE ASSIGN TO "BUSDTRPT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS BC-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *        Code "O" opens the date in columns 2-9, or the day
      *        after the last business date when they are blank;
      *        "C" closes the open date; "R" closes it and opens
      *        the next day.
       FD  BUS-DATE-TRANS-FILE.
       01  BUS-DATE-TRANS-REC.
           05 BT-TRANS-CODE         PIC X(01).
           05 BT-BUSINESS-DATE      PIC X(08).
           05 FILLER                PIC X(71).

      *        The prior date is the last business date closed
      *        before the current one, for the morning reports.
      *        The stamps are the clock times of the open and the
      *        close.
       FD  BUS-DATE-FILE.
       01  BUS-DATE-REC.
           05 BD-DATE-STATUS        PIC X(06).
           05 BD-BUSINESS-DATE      PIC X(08).
           05 BD-PRIOR-DATE         PIC X(08).
           05 BD-OPEN-STAMP         PIC X(14).
           05 BD-CLOSE-STAMP        PIC X(14).

       FD  BUS-DATE-RPT-FILE.
       01  BUS-DATE-RPT-REC         PIC X(80).

       WORKING-STORAGE SECTION.
       01 BC-TRANS-STATUS           PIC XX VALUE "00".
       01 BC-DATE-STATUS            PIC XX VALUE "00".
       01 BC-RPT-STATUS             PIC XX VALUE "00".

       01 BC-TRANS-EOF-SW           PIC X VALUE "N".
         88 BC-TRANS-EOF VALUE "Y".

      *    The working copy of the date state; a first-ever run
      *    with no control file starts closed with no date, so the
      *    first OPEN card has to name one.
       01 BC-DATE-STATE.
         05 BC-STATE-STATUS         PIC X(06) VALUE "CLOSED".
           88 BC-DATE-OPEN VALUE "OPEN".
         05 BC-BUSINESS-DATE        PIC X(08) VALUE SPACES.
         05 BC-PRIOR-DATE           PIC X(08) VALUE SPACES.
         05 BC-OPEN-STAMP           PIC X(14) VALUE SPACES.
         05 BC-CLOSE-STAMP          PIC X(14) VALUE SPACES.

       01 BC-NEW-DATE               PIC X(08) VALUE SPACES.
       01 BC-NEW-DATE-N REDEFINES BC-NEW-DATE PIC 9(08).
       01 BC-NEXT-DATE              PIC 9(08) VALUE 0.
       01 BC-DAY-NUMBER             PIC 9(08) COMP VALUE 0.
       01 BC-CLOCK-STAMP            PIC X(14) VALUE SPACES.
       01 BC-READ-COUNT             PIC 9(5) COMP VALUE 0.
       01 BC-REJECT-COUNT           PIC 9(5) COMP VALUE 0.

       01 BC-NEW-DATE-SW            PIC X VALUE "N".
         88 BC-NEW-DATE-OK VALUE "Y".

       01 BC-RPT-LINE.
         05 BC-RPT-ACTION           PIC X(06).
         05 FILLER                  PIC X(02) VALUE SPACES.
         05 FILLER                  PIC X(05) VALUE "DATE ".
         05 BC-RPT-DATE             PIC X(08).
         05 FILLER                  PIC X(02) VALUE SPACES.
         05 BC-RPT-MESSAGE          PIC X(30).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-PROCESS-TRANS THRU 2000-PROCESS-TRANS-EXIT
             UNTIL BC-TRANS-EOF.
           PERFORM 8000-WRITE-STATE THRU 8000-WRITE-STATE-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-READ-STATE THRU 1100-READ-STATE-EXIT.
           OPEN INPUT BUS-DATE-TRANS-FILE.
           IF BC-TRANS-STATUS IS EQUAL TO "35"
             MOVE "Y" TO BC-TRANS-EOF-SW
           END-IF.
           OPEN OUTPUT BUS-DATE-RPT-FILE.
       1000-INITIALIZE-EXIT.
           EXIT.

       1100-READ-STATE.
           OPEN INPUT BUS-DATE-FILE.
           IF BC-DATE-STATUS IS EQUAL TO "35"
             CONTINUE
           ELSE
             READ BUS-DATE-FILE
               AT END
                 CONTINUE
               NOT AT END
                 MOVE BD-DATE-STATUS TO BC-STATE-STATUS
                 MOVE BD-BUSINESS-DATE TO BC-BUSINESS-DATE
                 MOVE BD-PRIOR-DATE TO BC-PRIOR-DATE
                 MOVE BD-OPEN-STAMP TO BC-OPEN-STAMP
                 MOVE BD-CLOSE-STAMP TO BC-CLOSE-STAMP
             END-READ
             CLOSE BUS-DATE-FILE
           END-IF.
       1100-READ-STATE-EXIT.
           EXIT.

       2000-PROCESS-TRANS.
           READ BUS-DATE-TRANS-FILE
             AT END
               MOVE "Y" TO BC-TRANS-EOF-SW
             NOT AT END
               ADD 1 TO BC-READ-COUNT
               MOVE FUNCTION CURRENT-DATE(1:14) TO BC-CLOCK-STAMP
               EVALUATE BT-TRANS-CODE
                 WHEN "O"
                   MOVE BT-BUSINESS-DATE TO BC-NEW-DATE
                   PERFORM 3000-OPEN-DATE THRU 3000-OPEN-DATE-EXIT
                   WRITE BUS-DATE-RPT-REC FROM BC-RPT-LINE
                 WHEN "C"
                   PERFORM 4000-CLOSE-DATE THRU 4000-CLOSE-DATE-EXIT
                 WHEN "R"
                   PERFORM 5000-ROLL-DATE THRU 5000-ROLL-DATE-EXIT
                 WHEN OTHER
                   ADD 1 TO BC-REJECT-COUNT
                   MOVE BT-TRANS-CODE TO BC-RPT-ACTION
                   MOVE BC-BUSINESS-DATE TO BC-RPT-DATE
                   MOVE "UNKNOWN TRANS CODE" TO BC-RPT-MESSAGE
                   WRITE BUS-DATE-RPT-REC FROM BC-RPT-LINE
               END-EVALUATE
           END-READ.
       2000-PROCESS-TRANS-EXIT.
           EXIT.

      *    Opening puts BC-NEW-DATE in force, or the day after the
      *    last business date when it is blank. Opening twice
      *    without a close is rejected, and so is a date that is
      *    not after the last one, so the business date only ever
      *    moves forward. The caller writes the report line.
       3000-OPEN-DATE.
           MOVE "OPEN" TO BC-RPT-ACTION.
           MOVE BC-NEW-DATE TO BC-RPT-DATE.
           IF BC-DATE-OPEN
             ADD 1 TO BC-REJECT-COUNT
             MOVE BC-BUSINESS-DATE TO BC-RPT-DATE
             MOVE "DATE ALREADY OPEN" TO BC-RPT-MESSAGE
             GO TO 3000-OPEN-DATE-EXIT
           END-IF.
           IF BC-NEW-DATE IS EQUAL TO SPACES
             IF BC-BUSINESS-DATE IS EQUAL TO SPACES
               ADD 1 TO BC-REJECT-COUNT
               MOVE "NO DATE ON CARD" TO BC-RPT-MESSAGE
               GO TO 3000-OPEN-DATE-EXIT
             END-IF
             PERFORM 3100-NEXT-DAY THRU 3100-NEXT-DAY-EXIT
             MOVE BC-NEW-DATE TO BC-RPT-DATE
           END-IF.
           PERFORM 3200-CHECK-NEW-DATE THRU 3200-CHECK-NEW-DATE-EXIT.
           IF NOT BC-NEW-DATE-OK
             ADD 1 TO BC-REJECT-COUNT
             MOVE "INVALID DATE" TO BC-RPT-MESSAGE
             GO TO 3000-OPEN-DATE-EXIT
           END-IF.
           IF BC-BUSINESS-DATE IS NOT EQUAL TO SPACES
             AND BC-NEW-DATE IS NOT GREATER THAN BC-BUSINESS-DATE
             ADD 1 TO BC-REJECT-COUNT
             MOVE "DATE NOT AFTER LAST DATE" TO BC-RPT-MESSAGE
             GO TO 3000-OPEN-DATE-EXIT
           END-IF.
           MOVE BC-BUSINESS-DATE TO BC-PRIOR-DATE.
           MOVE BC-NEW-DATE TO BC-BUSINESS-DATE.
           MOVE "OPEN" TO BC-STATE-STATUS.
           MOVE BC-CLOCK-STAMP TO BC-OPEN-STAMP.
           MOVE SPACES TO BC-CLOSE-STAMP.
           MOVE "DATE OPENED" TO BC-RPT-MESSAGE.
       3000-OPEN-DATE-EXIT.
           EXIT.

       3100-NEXT-DAY.
           COMPUTE BC-DAY-NUMBER = FUNCTION INTEGER-OF-DATE(
             FUNCTION NUMVAL(BC-BUSINESS-DATE)) + 1.
           COMPUTE BC-NEXT-DATE =
             FUNCTION DATE-OF-INTEGER(BC-DAY-NUMBER).
           MOVE BC-NEXT-DATE TO BC-NEW-DATE.
       3100-NEXT-DAY-EXIT.
           EXIT.

       3200-CHECK-NEW-DATE.
           MOVE "N" TO BC-NEW-DATE-SW.
           IF BC-NEW-DATE IS NUMERIC
             IF FUNCTION TEST-DATE-YYYYMMDD(BC-NEW-DATE-N)
               IS EQUAL TO 0
               MOVE "Y" TO BC-NEW-DATE-SW
             END-IF
           END-IF.
       3200-CHECK-NEW-DATE-EXIT.
           EXIT.

      *    Closing retires the date: from here on the batch
      *    programs refuse to run until the next date is opened.
       4000-CLOSE-DATE.
           MOVE "CLOSE" TO BC-RPT-ACTION.
           MOVE BC-BUSINESS-DATE TO BC-RPT-DATE.
           IF NOT BC-DATE-OPEN
             ADD 1 TO BC-REJECT-COUNT
             MOVE "NO DATE OPEN" TO BC-RPT-MESSAGE
           ELSE
             MOVE "CLOSED" TO BC-STATE-STATUS
             MOVE BC-CLOCK-STAMP TO BC-CLOSE-STAMP
             MOVE "DATE CLOSED" TO BC-RPT-MESSAGE
           END-IF.
           WRITE BUS-DATE-RPT-REC FROM BC-RPT-LINE.
       4000-CLOSE-DATE-EXIT.
           EXIT.

      *    The nightly roll forward: close the open date and open
      *    the day after it. Rolling with nothing open is rejected
      *    rather than guessed at.
       5000-ROLL-DATE.
           IF NOT BC-DATE-OPEN
             ADD 1 TO BC-REJECT-COUNT
             MOVE "ROLL" TO BC-RPT-ACTION
             MOVE BC-BUSINESS-DATE TO BC-RPT-DATE
             MOVE "NO DATE OPEN" TO BC-RPT-MESSAGE
             WRITE BUS-DATE-RPT-REC FROM BC-RPT-LINE
             GO TO 5000-ROLL-DATE-EXIT
           END-IF.
           PERFORM 4000-CLOSE-DATE THRU 4000-CLOSE-DATE-EXIT.
           MOVE SPACES TO BC-NEW-DATE.
           PERFORM 3000-OPEN-DATE THRU 3000-OPEN-DATE-EXIT.
           WRITE BUS-DATE-RPT-REC FROM BC-RPT-LINE.
       5000-ROLL-DATE-EXIT.
           EXIT.

       8000-WRITE-STATE.
           OPEN OUTPUT BUS-DATE-FILE.
           MOVE BC-STATE-STATUS TO BD-DATE-STATUS.
           MOVE BC-BUSINESS-DATE TO BD-BUSINESS-DATE.
           MOVE BC-PRIOR-DATE TO BD-PRIOR-DATE.
           MOVE BC-OPEN-STAMP TO BD-OPEN-STAMP.
           MOVE BC-CLOSE-STAMP TO BD-CLOSE-STAMP.
           WRITE BUS-DATE-REC.
           CLOSE BUS-DATE-FILE.
       8000-WRITE-STATE-EXIT.
           EXIT.

       9000-TERMINATE.
           IF BC-TRANS-STATUS IS NOT EQUAL TO "35"
             CLOSE BUS-DATE-TRANS-FILE
           END-IF.
           CLOSE BUS-DATE-RPT-FILE.
           DISPLAY "BUSDTCTL READ=" BC-READ-COUNT
             " REJECTED=" BC-REJECT-COUNT
             " STATUS=" BC-STATE-STATUS
             " DATE=" BC-BUSINESS-DATE.
       9000-TERMINATE-EXIT.
           EXIT.
