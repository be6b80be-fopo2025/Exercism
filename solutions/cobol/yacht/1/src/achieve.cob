      *                 certificate report of badges newly
      *                 earned this run and a per-player
      *                 badge inquiry of everything on file.
      * 2026-10-07  DP  Puzzle-history record layout follows
      *                 PUZZLDAY's, which now carries the
      *                 phrase and sentence pool keys; not
      *                 used here.
      * 2026-10-15  DP  Badges are now stamped with the business
      *                 date from BUSDTCTL's control file instead
      *                 of the clock, and the run refuses to
      *                 start unless that date is open.
      *****************************************************

       ENVIRONMENT DIVISION.
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS AV-INQ-STATUS.

      *        BUSDTCTL's one-record business-date file; the run
      *        refuses to start unless it shows an open date.
           SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS AV-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *        Byte-for-byte the same layout as YACHTBAT's
           05 PH-YACHT-RESULT        PIC 99.
           05 PH-ISOGRAM-VERDICT     PIC X(04).
           05 PH-PANGRAM-VERDICT     PIC X(04).
           05 FILLER                 PIC X(10).

      *        Byte-for-byte the same layout as PLAYERMNT's
      *        PM-MASTER-REC.
       FD  INQUIRY-RPT-FILE.
       01  INQUIRY-RPT-REC          PIC X(80).

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
       01 AV-HIST-STATUS            PIC XX VALUE "00".
       01 AV-PUZZ-STATUS            PIC XX VALUE "00".
       01 AV-ACHV-STATUS            PIC XX VALUE "00".
       01 AV-CERT-STATUS            PIC XX VALUE "00".
       01 AV-INQ-STATUS             PIC XX VALUE "00".
       01 AV-BUSDATE-STATUS         PIC XX VALUE "00".

      *    Set from the business-date file before anything opens;
      *    no open business date means no run.
       01 AV-BUS-DATE-SW            PIC X VALUE "N".
         88 AV-BUS-DATE-OPEN VALUE "Y".
       01 AV-BUSINESS-DATE          PIC X(08) VALUE SPACES.

       01 AV-HIST-EOF-SW            PIC X VALUE "N".
         88 AV-HIST-EOF VALUE "Y".
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0200-CHECK-BUSINESS-DATE
             THRU 0200-CHECK-BUSINESS-DATE-EXIT.
           IF NOT AV-BUS-DATE-OPEN
             DISPLAY "ACHIEVE *** NO BUSINESS DATE OPEN"
               " - RUN REFUSED ***"
             DISPLAY "ACHIEVE RUN BUSDTCTL WITH AN OPEN CARD FIRST"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-SCAN-GAMES THRU 2000-SCAN-GAMES-EXIT
             UNTIL AV-HIST-EOF.
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           STOP RUN.

      *    The processing date comes from the business-date file
      *    BUSDTCTL keeps, not the clock. A missing file or a
      *    closed date leaves the switch off and the run refused.
       0200-CHECK-BUSINESS-DATE.
           OPEN INPUT BUS-DATE-FILE.
           IF AV-BUSDATE-STATUS IS EQUAL TO "35"
             GO TO 0200-CHECK-BUSINESS-DATE-EXIT
           END-IF.
           READ BUS-DATE-FILE
             AT END
               CONTINUE
             NOT AT END
               IF BD-DATE-STATUS IS EQUAL TO "OPEN"
                 MOVE "Y" TO AV-BUS-DATE-SW
                 MOVE BD-BUSINESS-DATE TO AV-BUSINESS-DATE
               END-IF
           END-READ.
           CLOSE BUS-DATE-FILE.
       0200-CHECK-BUSINESS-DATE-EXIT.
           EXIT.

       1000-INITIALIZE.
           MOVE AV-BUSINESS-DATE TO AV-TODAY-DATE.
           PERFORM 1100-LOAD-AWARDS THRU 1100-LOAD-AWARDS-EXIT.
           MOVE AV-TABLE-COUNT TO AV-ON-FILE-COUNT.
           OPEN EXTEND ACHIEVE-FILE.
