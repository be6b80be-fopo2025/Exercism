      *                 puzzle: the record count and dice
      *                 hash must balance, or the whole file
      *                 is refused with a clear message.
      * 2026-10-07  DP  Carries the phrase and sentence pool
      *                 keys PUZZLSET now puts on each
      *                 PUZZLEIN record through to the
      *                 puzzle-history row, so PUZZLCAL can
      *                 tell how often each pool entry is
      *                 solved.
      * 2026-10-15  DP  Stamps PUZZLHST rows with the business
      *                 date from BUSDTCTL's control file instead
      *                 of the clock, so a run past midnight
      *                 still dates the puzzles to the night
      *                 they were set, and refuses to run unless
      *                 that date is open.
      *****************************************************

       ENVIRONMENT DIVISION.
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PD-HIST-STATUS.

      *        BUSDTCTL's one-record business-date file; the run
      *        refuses to start unless it shows an open date.
           SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PD-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PUZZLE-IN-FILE.
           05 PD-IN-CATEGORY         PIC X(15).
           05 PD-IN-PHRASE           PIC X(240).
           05 PD-IN-SENTENCE         PIC X(60).
           05 PD-IN-PHRASE-KEY       PIC X(05).
           05 PD-IN-SENTENCE-KEY     PIC X(05).
      *        Control-total trailer PUZZLSET stamps as the last
      *        record: the *TRAILER* tag where a player id would
      *        ride, then the record count and dice hash. Verified
           05 PD-TRL-TAG             PIC X(10).
           05 PD-TRL-COUNT           PIC 9(07).
           05 PD-TRL-HASH            PIC 9(09).
           05 FILLER                 PIC X(314).

       FD  PUZZLE-RPT-FILE.
       01  PUZZLE-RPT-REC            PIC X(132).
           05 PH-YACHT-RESULT        PIC 99.
           05 PH-ISOGRAM-VERDICT     PIC X(04).
           05 PH-PANGRAM-VERDICT     PIC X(04).
      *        Pool keys the puzzle was set from; spaces on rows
      *        posted before PUZZLSET passed them through.
           05 PH-PHRASE-KEY          PIC X(05).
           05 PH-SENTENCE-KEY        PIC X(05).

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
       01 PD-IN-STATUS                PIC XX VALUE "00".
       01 PD-RPT-STATUS               PIC XX VALUE "00".
       01 PD-CSV-STATUS               PIC XX VALUE "00".
       01 PD-HIST-STATUS              PIC XX VALUE "00".
       01 PD-BUSDATE-STATUS           PIC XX VALUE "00".

      *    Set from the business-date file before anything opens;
      *    no open business date means no run.
       01 PD-BUS-DATE-SW              PIC X VALUE "N".
         88 PD-BUS-DATE-OPEN VALUE "Y".
       01 PD-BUSINESS-DATE            PIC X(08) VALUE SPACES.

       01 PD-IN-EOF-SW                PIC X VALUE "N".
         88 PD-IN-EOF VALUE "Y".
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0200-CHECK-BUSINESS-DATE
             THRU 0200-CHECK-BUSINESS-DATE-EXIT.
           IF NOT PD-BUS-DATE-OPEN
             DISPLAY "PUZZLDAY *** NO BUSINESS DATE OPEN"
               " - RUN REFUSED ***"
             DISPLAY "PUZZLDAY RUN BUSDTCTL WITH AN OPEN CARD FIRST"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-PROCESS-PUZZLES THRU 2000-PROCESS-PUZZLES-EXIT
             UNTIL PD-IN-EOF.
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           STOP RUN.

      *    The processing date comes from the business-date file
      *    BUSDTCTL keeps, not the clock. A missing file or a
      *    closed date leaves the switch off and the run refused.
       0200-CHECK-BUSINESS-DATE.
           OPEN INPUT BUS-DATE-FILE.
           IF PD-BUSDATE-STATUS IS EQUAL TO "35"
             GO TO 0200-CHECK-BUSINESS-DATE-EXIT
           END-IF.
           READ BUS-DATE-FILE
             AT END
               CONTINUE
             NOT AT END
               IF BD-DATE-STATUS IS EQUAL TO "OPEN"
                 MOVE "Y" TO PD-BUS-DATE-SW
                 MOVE BD-BUSINESS-DATE TO PD-BUSINESS-DATE
               END-IF
           END-READ.
           CLOSE BUS-DATE-FILE.
       0200-CHECK-BUSINESS-DATE-EXIT.
           EXIT.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO PD-RL-START-STAMP.
           OPEN INPUT PUZZLE-IN-FILE.
      *    verdict fields on the report line for this record.
       6000-WRITE-HIST-LINE.
           MOVE PD-IN-PLAYER-ID TO PH-PLAYER-ID.
           MOVE PD-BUSINESS-DATE TO PH-PUZZLE-DATE.
           MOVE PD-YA-RESULT TO PH-YACHT-RESULT.
           MOVE PQ-ISOGRAM-VERDICT TO PH-ISOGRAM-VERDICT.
           MOVE PQ-PANGRAM-VERDICT TO PH-PANGRAM-VERDICT.
           MOVE PD-IN-PHRASE-KEY TO PH-PHRASE-KEY.
           MOVE PD-IN-SENTENCE-KEY TO PH-SENTENCE-KEY.
           WRITE PUZZLE-HIST-REC.
           MOVE PD-HIST-STATUS TO PD-NOTE-STATUS.
           PERFORM 9800-NOTE-STATUS THRU 9800-NOTE-STATUS-EXIT.
