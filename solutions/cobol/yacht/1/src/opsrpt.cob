      *                 predecessor's. The old five names
      *                 stay as the daily fallback when the
      *                 schedule master is absent.
      * 2026-10-15  DP  The report date now defaults to the
      *                 last business date closed on
      *                 BUSDTCTL's control file instead of
      *                 the clock's yesterday, and runs are
      *                 matched on the business date the run
      *                 log now carries, so a chain that ran
      *                 past midnight reports under the day
      *                 it was processing. With no parameter
      *                 card date and no control file the
      *                 report is refused.
      *****************************************************

       ENVIRONMENT DIVISION.
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS OP-PARM-STATUS.

      *        BUSDTCTL's one-record business-date file, for the
      *        default report date.
           SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS OP-BUSDATE-STATUS.

      *        One row per job the shop runs: how often it is due
      *        and which job must have started before it.
           SELECT SCHEDULE-MASTER-FILE ASSIGN TO "SCHDMAS"
           05 RL-PROC-COUNT       PIC 9(07).
           05 RL-REJECT-COUNT     PIC 9(07).
           05 RL-WORST-STATUS     PIC XX.
           05 RL-BUSINESS-DATE    PIC X(08).

       FD  OPS-PARM-FILE.
       01  OPS-PARM-REC.
           05 OP-PARM-DATE        PIC X(08).
           05 FILLER              PIC X(72).

      *        Byte-for-byte the same layout as BUSDTCTL's
      *        BUS-DATE-REC.
       FD  BUS-DATE-FILE.
       01  BUS-DATE-REC.
           05 BD-DATE-STATUS      PIC X(06).
           05 BD-BUSINESS-DATE    PIC X(08).
           05 BD-PRIOR-DATE       PIC X(08).
           05 BD-OPEN-STAMP       PIC X(14).
           05 BD-CLOSE-STAMP      PIC X(14).

      *        Frequency "D" is due every day and ignores the due
      *        day; "W" is due when the due day matches the report
      *        date's day of week (1=Monday through 7=Sunday); "M"
       WORKING-STORAGE SECTION.
       01 OP-LOG-STATUS           PIC XX VALUE "00".
       01 OP-PARM-STATUS          PIC XX VALUE "00".
       01 OP-BUSDATE-STATUS       PIC XX VALUE "00".
       01 OP-SCHD-STATUS          PIC XX VALUE "00".
       01 OP-RPT-STATUS           PIC XX VALUE "00".

       01 OP-SCHD-EOF-SW          PIC X VALUE "N".
         88 OP-SCHD-EOF VALUE "Y".

      *    The last business date closed unless the parameter card
      *    says otherwise -- this report normally runs first thing
      *    in the morning over the prior night's chain, whether or
      *    not the next date has been opened yet.
       01 OP-REPORT-DATE          PIC X(08) VALUE SPACES.

      *    The report date's day of week (1=Monday through
      *    7=Sunday; day one of the integer-date scheme was a
       1000-INITIALIZE.
           PERFORM 1100-SET-REPORT-DATE
             THRU 1100-SET-REPORT-DATE-EXIT.
           IF OP-REPORT-DATE IS EQUAL TO SPACES
             DISPLAY "OPSRPT *** NO BUSINESS DATE AND NO REPORT DATE"
               " - RUN REFUSED ***"
             DISPLAY "OPSRPT RUN BUSDTCTL OR SUPPLY AN OPSPARM DATE"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN INPUT RUN-LOG-FILE.
           IF OP-LOG-STATUS IS EQUAL TO "35"
             MOVE "Y" TO OP-LOG-EOF-SW
           EXIT.

       1100-SET-REPORT-DATE.
           PERFORM 1200-READ-BUSINESS-DATE
             THRU 1200-READ-BUSINESS-DATE-EXIT.
           OPEN INPUT OPS-PARM-FILE.
           IF OP-PARM-STATUS IS EQUAL TO "35"
             CONTINUE
             END-READ
             CLOSE OPS-PARM-FILE
           END-IF.
           IF OP-REPORT-DATE IS EQUAL TO SPACES
             GO TO 1100-SET-REPORT-DATE-EXIT
           END-IF.
           COMPUTE OP-REPORT-INT = FUNCTION INTEGER-OF-DATE(
             FUNCTION NUMVAL(OP-REPORT-DATE)).
           COMPUTE OP-REPORT-DOW =
       1100-SET-REPORT-DATE-EXIT.
           EXIT.

      *    The last business date closed: the current date once it
      *    is closed, else the one closed before it was opened. A
      *    date opened with none closed before reports on itself.
       1200-READ-BUSINESS-DATE.
           OPEN INPUT BUS-DATE-FILE.
           IF OP-BUSDATE-STATUS IS EQUAL TO "35"
             GO TO 1200-READ-BUSINESS-DATE-EXIT
           END-IF.
           READ BUS-DATE-FILE
             AT END
               CONTINUE
             NOT AT END
               IF BD-DATE-STATUS IS EQUAL TO "OPEN"
                 AND BD-PRIOR-DATE IS NOT EQUAL TO SPACES
                 MOVE BD-PRIOR-DATE TO OP-REPORT-DATE
               ELSE
                 MOVE BD-BUSINESS-DATE TO OP-REPORT-DATE
               END-IF
           END-READ.
           CLOSE BUS-DATE-FILE.
       1200-READ-BUSINESS-DATE-EXIT.
           EXIT.

      *    A missing schedule master falls back to the five nightly
      *    names as daily jobs, so the morning check never comes up
      *    empty just because the master was not keyed yet.
       1340-LOAD-FALLBACK-EXIT.
           EXIT.

      *    Rows written before the run log carried a business date
      *    are taken on their start stamp's date.
       2000-SCAN-RUN-LOG.
           READ RUN-LOG-FILE
             AT END
               MOVE "Y" TO OP-LOG-EOF-SW
             NOT AT END
               ADD 1 TO OP-READ-COUNT
               IF RL-BUSINESS-DATE IS EQUAL TO SPACES
                 MOVE RL-START-STAMP(1:8) TO RL-BUSINESS-DATE
               END-IF
               IF RL-BUSINESS-DATE IS EQUAL TO OP-REPORT-DATE
                 ADD 1 TO OP-MATCH-COUNT
                 PERFORM 3000-REPORT-ONE-RUN
                   THRU 3000-REPORT-ONE-RUN-EXIT
