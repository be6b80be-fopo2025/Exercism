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
             FILE STATUS IS GA-PARM-STATUS.

      *        BUSDTCTL's one-record business-date file; the run
      *        refuses to start unless it shows an open date.
           SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS GA-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *        Byte-for-byte the same layout as YACHTBAT's
           05 GP-CUTOFF-DATE      PIC X(08).
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
       01 GA-HIST-STATUS          PIC XX VALUE "00".
       01 GA-ARCH-STATUS          PIC XX VALUE "00".
       01 GA-NEW-STATUS           PIC XX VALUE "00".
       01 GA-SUMM-STATUS          PIC XX VALUE "00".
       01 GA-PARM-STATUS          PIC XX VALUE "00".
       01 GA-BUSDATE-STATUS       PIC XX VALUE "00".

      *    Set from the business-date file before anything opens;
      *    no open business date means no run.
       01 GA-BUS-DATE-SW          PIC X VALUE "N".
         88 GA-BUS-DATE-OPEN VALUE "Y".
       01 GA-BUSINESS-DATE        PIC X(08) VALUE SPACES.

       01 GA-HIST-EOF-SW          PIC X VALUE "N".
         88 GA-HIST-EOF VALUE "Y".
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0200-CHECK-BUSINESS-DATE
             THRU 0200-CHECK-BUSINESS-DATE-EXIT.
           IF NOT GA-BUS-DATE-OPEN
             DISPLAY "GAMARCH *** NO BUSINESS DATE OPEN"
               " - RUN REFUSED ***"
             DISPLAY "GAMARCH RUN BUSDTCTL WITH AN OPEN CARD FIRST"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-SPLIT-HISTORY THRU 2000-SPLIT-HISTORY-EXIT
             UNTIL GA-HIST-EOF.
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           STOP RUN.

      *    The processing date comes from the business-date file
      *    BUSDTCTL keeps, not the clock. A missing file or a
      *    closed date leaves the switch off and the run refused.
       0200-CHECK-BUSINESS-DATE.
           OPEN INPUT BUS-DATE-FILE.
           IF GA-BUSDATE-STATUS IS EQUAL TO "35"
             GO TO 0200-CHECK-BUSINESS-DATE-EXIT
           END-IF.
           READ BUS-DATE-FILE
             AT END
               CONTINUE
             NOT AT END
               IF BD-DATE-STATUS IS EQUAL TO "OPEN"
                 MOVE "Y" TO GA-BUS-DATE-SW
                 MOVE BD-BUSINESS-DATE TO GA-BUSINESS-DATE
               END-IF
           END-READ.
           CLOSE BUS-DATE-FILE.
       0200-CHECK-BUSINESS-DATE-EXIT.
           EXIT.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO GA-RL-START-STAMP.
           PERFORM 1100-READ-PARM THRU 1100-READ-PARM-EXIT.
           MOVE GA-ARCHIVED-COUNT TO GA-RL-PROC-COUNT.
           MOVE 0 TO GA-RL-REJECT-COUNT.
           CALL "RUNLOGW" USING GA-RUNLOG-PARMS.
           DISPLAY "GAMARCH DATE=" GA-BUSINESS-DATE
             " CUTOFF=" GA-CUTOFF-DATE
             " READ=" GA-READ-COUNT
             " ARCHIVED=" GA-ARCHIVED-COUNT
             " KEPT=" GA-KEPT-COUNT
