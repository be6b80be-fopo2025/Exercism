      *                 so a forgotten clear-down can no
      *                 longer leak one night's checkpoints
      *                 into the next.
      * 2026-10-15  DP  A night is opened and closed under the
      *                 business date from BUSDTCTL's control
      *                 file instead of the clock, so the open
      *                 date FEEPOST posts under is the
      *                 business date, and the run refuses to
      *                 start unless that date is open.
      *****************************************************

       ENVIRONMENT DIVISION.
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS NC-RPT-STATUS.

      *        BUSDTCTL's one-record business-date file; the run
      *        refuses to start unless it shows an open date.
           SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS NC-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NIGHT-TRANS-FILE.
       FD  NIGHT-RPT-FILE.
       01  NIGHT-RPT-REC            PIC X(80).

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
       01 NC-TRANS-STATUS           PIC XX VALUE "00".
       01 NC-CTL-STATUS             PIC XX VALUE "00".
       01 NC-CKPT-STATUS            PIC XX VALUE "00".
       01 NC-RPT-STATUS             PIC XX VALUE "00".
       01 NC-BUSDATE-STATUS         PIC XX VALUE "00".

      *    Set from the business-date file before anything opens;
      *    no open business date means no run.
       01 NC-BUS-DATE-SW            PIC X VALUE "N".
         88 NC-BUS-DATE-OPEN VALUE "Y".
       01 NC-BUSINESS-DATE          PIC X(08) VALUE SPACES.

       01 NC-TRANS-EOF-SW           PIC X VALUE "N".
         88 NC-TRANS-EOF VALUE "Y".
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0200-CHECK-BUSINESS-DATE
             THRU 0200-CHECK-BUSINESS-DATE-EXIT.
           IF NOT NC-BUS-DATE-OPEN
             DISPLAY "NIGHTCTL *** NO BUSINESS DATE OPEN"
               " - RUN REFUSED ***"
             DISPLAY "NIGHTCTL RUN BUSDTCTL WITH AN OPEN CARD FIRST"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-PROCESS-TRANS THRU 2000-PROCESS-TRANS-EXIT
             UNTIL NC-TRANS-EOF.
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           STOP RUN.

      *    The processing date comes from the business-date file
      *    BUSDTCTL keeps, not the clock. A missing file or a
      *    closed date leaves the switch off and the run refused.
       0200-CHECK-BUSINESS-DATE.
           OPEN INPUT BUS-DATE-FILE.
           IF NC-BUSDATE-STATUS IS EQUAL TO "35"
             GO TO 0200-CHECK-BUSINESS-DATE-EXIT
           END-IF.
           READ BUS-DATE-FILE
             AT END
               CONTINUE
             NOT AT END
               IF BD-DATE-STATUS IS EQUAL TO "OPEN"
                 MOVE "Y" TO NC-BUS-DATE-SW
                 MOVE BD-BUSINESS-DATE TO NC-BUSINESS-DATE
               END-IF
           END-READ.
           CLOSE BUS-DATE-FILE.
       0200-CHECK-BUSINESS-DATE-EXIT.
           EXIT.

       1000-INITIALIZE.
           MOVE NC-BUSINESS-DATE TO NC-TODAY-DATE.
           PERFORM 1100-READ-STATE THRU 1100-READ-STATE-EXIT.
           OPEN INPUT NIGHT-TRANS-FILE.
           IF NC-TRANS-STATUS IS EQUAL TO "35"
