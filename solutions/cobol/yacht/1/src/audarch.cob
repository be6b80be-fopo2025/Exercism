      *                 end of job, so the operations
      *                 report's schedule checks can see
      *                 the monthly cut actually ran.
      * 2026-10-15  DP  Refuses to run unless the business-date
      *                 file BUSDTCTL keeps shows an open date,
      *                 so a stream run after the date was
      *                 closed, or with no date set, stops
      *                 before anything is touched. The end-
      *                 of-job line shows the business date
      *                 beside the cutoff.
      *****************************************************

       ENVIRONMENT DIVISION.
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS AA-PARM-STATUS.

      *        BUSDTCTL's one-record business-date file; the run
      *        refuses to start unless it shows an open date.
           SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS AA-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *        Byte-for-byte the same layout as YACHT's AUDIT-REC,
           05 AP-CUTOFF-DATE      PIC X(08).
           05 FILLER              PIC X(72).

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
       01 AA-AUDIT-STATUS         PIC XX VALUE "00".
       01 AA-ARCH-STATUS          PIC XX VALUE "00".
       01 AA-NEW-STATUS           PIC XX VALUE "00".
       01 AA-PARM-STATUS          PIC XX VALUE "00".
       01 AA-BUSDATE-STATUS       PIC XX VALUE "00".

      *    Set from the business-date file before anything opens;
      *    no open business date means no run.
       01 AA-BUS-DATE-SW          PIC X VALUE "N".
         88 AA-BUS-DATE-OPEN VALUE "Y".
       01 AA-BUSINESS-DATE        PIC X(08) VALUE SPACES.

       01 AA-AUDIT-EOF-SW         PIC X VALUE "N".
         88 AA-AUDIT-EOF VALUE "Y".
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0200-CHECK-BUSINESS-DATE
             THRU 0200-CHECK-BUSINESS-DATE-EXIT.
           IF NOT AA-BUS-DATE-OPEN
             DISPLAY "AUDARCH *** NO BUSINESS DATE OPEN"
               " - RUN REFUSED ***"
             DISPLAY "AUDARCH RUN BUSDTCTL WITH AN OPEN CARD FIRST"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-SPLIT-AUDIT THRU 2000-SPLIT-AUDIT-EXIT
             UNTIL AA-AUDIT-EOF.
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           STOP RUN.

      *    The processing date comes from the business-date file
      *    BUSDTCTL keeps, not the clock. A missing file or a
      *    closed date leaves the switch off and the run refused.
       0200-CHECK-BUSINESS-DATE.
           OPEN INPUT BUS-DATE-FILE.
           IF AA-BUSDATE-STATUS IS EQUAL TO "35"
             GO TO 0200-CHECK-BUSINESS-DATE-EXIT
           END-IF.
           READ BUS-DATE-FILE
             AT END
               CONTINUE
             NOT AT END
               IF BD-DATE-STATUS IS EQUAL TO "OPEN"
                 MOVE "Y" TO AA-BUS-DATE-SW
                 MOVE BD-BUSINESS-DATE TO AA-BUSINESS-DATE
               END-IF
           END-READ.
           CLOSE BUS-DATE-FILE.
       0200-CHECK-BUSINESS-DATE-EXIT.
           EXIT.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AA-RL-START-STAMP.
           PERFORM 1100-READ-PARM THRU 1100-READ-PARM-EXIT.
           MOVE AA-ARCHIVED-COUNT TO AA-RL-PROC-COUNT.
           MOVE 0 TO AA-RL-REJECT-COUNT.
           CALL "RUNLOGW" USING AA-RUNLOG-PARMS.
           DISPLAY "AUDARCH DATE=" AA-BUSINESS-DATE
             " CUTOFF=" AA-CUTOFF-DATE
             " READ=" AA-READ-COUNT
             " ARCHIVED=" AA-ARCHIVED-COUNT
             " KEPT=" AA-KEPT-COUNT.
