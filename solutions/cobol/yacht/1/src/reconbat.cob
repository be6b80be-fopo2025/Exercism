      *                 end of job, so the operations
      *                 report's schedule checks can see
      *                 the reconciliation actually ran.
      * 2026-10-15  DP  Refuses to run unless the business-date
      *                 file BUSDTCTL keeps shows an open date,
      *                 so a stream run after the date was
      *                 closed, or with no date set, stops
      *                 before anything is touched. The
      *                 report heading carries the business
      *                 date.
      *****************************************************

       ENVIRONMENT DIVISION.
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RC-RPT-STATUS.

      *        BUSDTCTL's one-record business-date file; the run
      *        refuses to start unless it shows an open date.
           SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RC-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *        Record image only -- the sort copies it whole and
       FD  RECON-RPT-FILE.
       01  RECON-RPT-REC            PIC X(80).

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
       01 RC-AUDIT-STATUS           PIC XX VALUE "00".
       01 RC-CKPT-STATUS            PIC XX VALUE "00".
       01 RC-POST-STATUS            PIC XX VALUE "00".
       01 RC-MASTER-STATUS          PIC XX VALUE "00".
       01 RC-RPT-STATUS             PIC XX VALUE "00".
       01 RC-BUSDATE-STATUS         PIC XX VALUE "00".

      *    Set from the business-date file before anything opens;
      *    no open business date means no run.
       01 RC-BUS-DATE-SW            PIC X VALUE "N".
         88 RC-BUS-DATE-OPEN VALUE "Y".
       01 RC-BUSINESS-DATE          PIC X(08) VALUE SPACES.

       01 RC-AUDIT-EOF-SW           PIC X VALUE "N".
         88 RC-AUDIT-EOF VALUE "Y".
         05 RC-RL-REJECT-COUNT      PIC 9(07).
         05 RC-RL-WORST-STATUS      PIC XX VALUE "00".

       01 RC-HDR-LINE.
         05 FILLER                  PIC X(42)
           VALUE "RECONCILIATION EXCEPTIONS  AUDIT/CKPT/POST".
         05 FILLER                  PIC X(07) VALUE "  DATE ".
         05 RC-HDR-DATE             PIC X(08).

       01 RC-RPT-LINE.
         05 RC-RPT-PLAYER-ID        PIC X(10).
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0200-CHECK-BUSINESS-DATE
             THRU 0200-CHECK-BUSINESS-DATE-EXIT.
           IF NOT RC-BUS-DATE-OPEN
             DISPLAY "RECONBAT *** NO BUSINESS DATE OPEN"
               " - RUN REFUSED ***"
             DISPLAY "RECONBAT RUN BUSDTCTL WITH AN OPEN CARD FIRST"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 1500-LOAD-POSTINGS THRU 1500-LOAD-POSTINGS-EXIT
             UNTIL RC-POST-EOF.
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           STOP RUN.

      *    The processing date comes from the business-date file
      *    BUSDTCTL keeps, not the clock. A missing file or a
      *    closed date leaves the switch off and the run refused.
       0200-CHECK-BUSINESS-DATE.
           OPEN INPUT BUS-DATE-FILE.
           IF RC-BUSDATE-STATUS IS EQUAL TO "35"
             GO TO 0200-CHECK-BUSINESS-DATE-EXIT
           END-IF.
           READ BUS-DATE-FILE
             AT END
               CONTINUE
             NOT AT END
               IF BD-DATE-STATUS IS EQUAL TO "OPEN"
                 MOVE "Y" TO RC-BUS-DATE-SW
                 MOVE BD-BUSINESS-DATE TO RC-BUSINESS-DATE
               END-IF
           END-READ.
           CLOSE BUS-DATE-FILE.
       0200-CHECK-BUSINESS-DATE-EXIT.
           EXIT.

      *    The audit and checkpoint files are only probed here --
      *    the sort opens them itself -- so a missing file still
      *    reconciles as empty instead of abending the run.
           END-IF.
           OPEN INPUT PLAYER-MASTER-FILE.
           OPEN OUTPUT RECON-RPT-FILE.
           MOVE RC-BUSINESS-DATE TO RC-HDR-DATE.
           WRITE RECON-RPT-REC FROM RC-HDR-LINE.
       1000-INITIALIZE-EXIT.
           EXIT.
