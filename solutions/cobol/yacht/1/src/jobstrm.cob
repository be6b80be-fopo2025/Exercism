       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBSTRM.
       AUTHOR. DATA-PROCESSING.
       INSTALLATION. GAME-NIGHT-SHOP.
       DATE-WRITTEN. 2026-10-09.
       DATE-COMPILED.

      *****************************************************
      * MODIFICATION HISTORY
      * 2026-10-09  DP  Original job-stream controller: walks
      *                 the schedule master in order for the
      *                 business date and runs each step due
      *                 that day. A step the run log already
      *                 shows completed cleanly on the date is
      *                 skipped, a step whose predecessor
      *                 failed or was held is held, and every
      *                 other step is run and judged by the
      *                 run-log row it leaves. Rerunning the
      *                 stream after a failure therefore
      *                 resumes at the failed step. Prints a
      *                 stream status report for the
      *                 operator.
      * 2026-10-15  DP  Runs the stream for the business date
      *                 from BUSDTCTL's control file instead of
      *                 the clock's date, and matches run-log
      *                 rows on the business date each row now
      *                 carries. A date on the parameter card
      *                 must agree with it. Refuses to run unless
      *                 that date is open.
      * 2026-10-15  DP  Builds the run command from the whole of
      *                 the parameter card's run prefix, blanks
      *                 and all, instead of stopping at its
      *                 first blank.
      *****************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GENERIC.
       OBJECT-COMPUTER. GENERIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *        Optional card: the business date the stream runs for
      *        (blank, or the open business date -- any other date is
      *        refused) and the load-library prefix put in front of
      *        each job name to make its run command. The prefix is
      *        taken up to its last non-blank and may itself hold
      *        blanks ("sh run.sh", a directory with a space in it);
      *        one blank separates it from the job name unless it
      *        ends in "/", when the job name follows directly.
           SELECT STREAM-PARM-FILE ASSIGN TO "STRMPARM"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS JS-PARM-STATUS.

      *        The stream itself: one row per job in the order the
      *        jobs are to run, as OPSRPT reads it.
           SELECT SCHEDULE-MASTER-FILE ASSIGN TO "SCHDMAS"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS JS-SCHD-STATUS.

      *        Read at start for what already ran on the business
      *        date, and again after each step for the row the step
      *        left behind.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS JS-LOG-STATUS.

           SELECT STREAM-RPT-FILE ASSIGN TO "STRMRPT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS JS-RPT-STATUS.

      *        BUSDTCTL's one-record business-date file; the run
      *        refuses to start unless it shows an open date.
           SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS JS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STREAM-PARM-FILE.
       01  STREAM-PARM-REC.
           05 JP-BUSINESS-DATE      PIC X(08).
           05 JP-RUN-PREFIX         PIC X(40).
           05 FILLER                PIC X(32).

      *        Byte-for-byte the same layout as OPSRPT's
      *        SCHEDULE-MASTER-REC.
       FD  SCHEDULE-MASTER-FILE.
       01  SCHEDULE-MASTER-REC.
           05 SM-JOB-NAME           PIC X(10).
           05 SM-FREQUENCY          PIC X(01).
           05 SM-DUE-DAY            PIC 9(02).
           05 SM-PREDECESSOR        PIC X(10).

      *        Byte-for-byte the same layout as RUNLOGW's
      *        RUN-LOG-REC.
       FD  RUN-LOG-FILE.
       01  RUN-LOG-REC.
           05 RL-PROGRAM-ID         PIC X(10).
           05 RL-START-STAMP        PIC X(14).
           05 RL-END-STAMP          PIC X(14).
           05 RL-READ-COUNT         PIC 9(07).
           05 RL-PROC-COUNT         PIC 9(07).
           05 RL-REJECT-COUNT       PIC 9(07).
           05 RL-WORST-STATUS       PIC XX.
           05 RL-BUSINESS-DATE      PIC X(08).

       FD  STREAM-RPT-FILE.
       01  STREAM-RPT-REC           PIC X(100).

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
       01 JS-PARM-STATUS            PIC XX VALUE "00".
       01 JS-SCHD-STATUS            PIC XX VALUE "00".
       01 JS-LOG-STATUS             PIC XX VALUE "00".
       01 JS-RPT-STATUS             PIC XX VALUE "00".
       01 JS-BUSDATE-STATUS         PIC XX VALUE "00".

      *    Set from the business-date file before anything opens;
      *    no open business date means no run.
       01 JS-BUS-DATE-SW            PIC X VALUE "N".
         88 JS-BUS-DATE-OPEN VALUE "Y".

       01 JS-SCHD-EOF-SW            PIC X VALUE "N".
         88 JS-SCHD-EOF VALUE "Y".
       01 JS-LOG-EOF-SW             PIC X VALUE "N".
         88 JS-LOG-EOF VALUE "Y".

       01 JS-BUSINESS-DATE          PIC X(08) VALUE SPACES.
       01 JS-RUN-PREFIX             PIC X(40) VALUE SPACES.
       01 JS-PREFIX-LEN             PIC 9(4) COMP VALUE 0.
       01 JS-COMMAND-PTR            PIC 9(4) COMP VALUE 1.

      *    The business date's day of week (1=Monday through
      *    7=Sunday) and day of month, for the weekly and monthly
      *    due checks, worked the way OPSRPT works them.
       01 JS-BUSINESS-INT           PIC 9(08) COMP VALUE 0.
       01 JS-BUSINESS-DOW           PIC 99 VALUE 0.
       01 JS-BUSINESS-DOM           PIC 99 VALUE 0.

      *    The stream in memory. Step state: "N" not due today,
      *    "S" skipped as already complete, "C" run and complete,
      *    "F" run and failed, "H" held, space not yet reached.
      *    The log status is the worst status on the latest
      *    run-log row for the job on the business date, "  " when
      *    the job has no row on the date.
       01 JS-STEP-COUNT             PIC 9(4) COMP VALUE 0.
       01 JS-STEP-TABLE.
         05 JS-STEP-ENTRY OCCURS 50 TIMES INDEXED BY JS-IDX.
           10 JS-JOB-NAME           PIC X(10).
           10 JS-FREQUENCY          PIC X(01).
           10 JS-DUE-DAY            PIC 9(02).
           10 JS-PREDECESSOR        PIC X(10).
           10 JS-STEP-STATE         PIC X(01).
             88 JS-STEP-NOT-DUE VALUE "N".
             88 JS-STEP-SKIPPED VALUE "S".
             88 JS-STEP-COMPLETE VALUE "C".
             88 JS-STEP-FAILED VALUE "F".
             88 JS-STEP-HELD VALUE "H".
             88 JS-STEP-PENDING VALUE " ".
           10 JS-LOG-WORST          PIC XX.

       01 JS-STEP-I                 PIC 9(4) COMP VALUE 0.
       01 JS-FOUND-SW               PIC X VALUE "N".
         88 JS-JOB-FOUND VALUE "Y".
       01 JS-DUE-SW                 PIC X VALUE "N".
         88 JS-JOB-DUE VALUE "Y".
       01 JS-LOOKUP-JOB             PIC X(10) VALUE SPACES.

      *    One step's run: the command handed to the system, the
      *    clock stamp it was launched at, the code it came back
      *    with, and the worst status on the run-log row it left.
       01 JS-COMMAND                PIC X(60) VALUE SPACES.
       01 JS-LAUNCH-STAMP           PIC X(14) VALUE SPACES.
       01 JS-STEP-RC                PIC S9(9) COMP VALUE 0.
       01 JS-STEP-WORST             PIC XX VALUE SPACES.
       01 JS-STEP-LOGGED-SW         PIC X VALUE "N".
         88 JS-STEP-LOGGED VALUE "Y".

      *    A step that leaves no run-log row of its own gets one
      *    written for it, so the next rerun of the stream and the
      *    morning operations report both see it: status "00" on a
      *    zero return code, "RC" on anything else.
       01 JS-RC-FAIL-STATUS         PIC XX VALUE "RC".

       01 JS-DUE-COUNT              PIC 9(4) COMP VALUE 0.
       01 JS-SKIP-COUNT             PIC 9(4) COMP VALUE 0.
       01 JS-RUN-COUNT              PIC 9(4) COMP VALUE 0.
       01 JS-FAIL-COUNT             PIC 9(4) COMP VALUE 0.
       01 JS-HELD-COUNT             PIC 9(4) COMP VALUE 0.

      *        Must stay byte-for-byte aligned with RUNLOGW's LINKAGE
      *        SECTION WS-RUNLOG-PARMS record. Filled in on behalf of
      *        a step that left no row of its own.
       01 JS-RUNLOG-PARMS.
         05 JS-RL-PROGRAM-ID        PIC X(10).
         05 JS-RL-START-STAMP       PIC X(14).
         05 JS-RL-READ-COUNT        PIC 9(07).
         05 JS-RL-PROC-COUNT        PIC 9(07).
         05 JS-RL-REJECT-COUNT      PIC 9(07).
         05 JS-RL-WORST-STATUS      PIC XX.

       01 JS-HDR-LINE-1.
         05 FILLER                  PIC X(27)
           VALUE "JOB STREAM STATUS FOR DATE ".
         05 JS-HDR-DATE             PIC X(08).
       01 JS-HDR-LINE-2.
         05 FILLER                  PIC X(12) VALUE "STEP".
         05 FILLER                  PIC X(05) VALUE "FREQ".
         05 FILLER                  PIC X(12) VALUE "PREDECESSOR".
         05 FILLER                  PIC X(26) VALUE "ACTION".
         05 FILLER                  PIC X(04) VALUE "ST".
         05 FILLER                  PIC X(10) VALUE "RC".

       01 JS-RPT-LINE.
         05 JS-RPT-JOB              PIC X(10).
         05 FILLER                  PIC X(02) VALUE SPACES.
         05 JS-RPT-FREQ             PIC X(01).
         05 FILLER                  PIC X(04) VALUE SPACES.
         05 JS-RPT-PRED             PIC X(10).
         05 FILLER                  PIC X(02) VALUE SPACES.
         05 JS-RPT-ACTION           PIC X(24).
         05 FILLER                  PIC X(02) VALUE SPACES.
         05 JS-RPT-WORST            PIC XX.
         05 FILLER                  PIC X(02) VALUE SPACES.
         05 JS-RPT-RC               PIC -(8)9 BLANK WHEN ZERO.

       01 JS-TOTAL-LINE.
         05 FILLER                  PIC X(05) VALUE "DUE ".
         05 JS-TOT-DUE              PIC ZZZ9.
         05 FILLER                  PIC X(11) VALUE "  SKIPPED ".
         05 JS-TOT-SKIP             PIC ZZZ9.
         05 FILLER                  PIC X(07) VALUE "  RAN ".
         05 JS-TOT-RUN              PIC ZZZ9.
         05 FILLER                  PIC X(10) VALUE "  FAILED ".
         05 JS-TOT-FAIL             PIC ZZZ9.
         05 FILLER                  PIC X(08) VALUE "  HELD ".
         05 JS-TOT-HELD             PIC ZZZ9.
       01 JS-END-LINE               PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0200-CHECK-BUSINESS-DATE
             THRU 0200-CHECK-BUSINESS-DATE-EXIT.
           IF NOT JS-BUS-DATE-OPEN
             DISPLAY "JOBSTRM *** NO BUSINESS DATE OPEN"
               " - RUN REFUSED ***"
             DISPLAY "JOBSTRM RUN BUSDTCTL WITH AN OPEN CARD FIRST"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           IF JS-STEP-COUNT IS GREATER THAN 0
             PERFORM 2000-SCAN-RUN-LOG THRU 2000-SCAN-RUN-LOG-EXIT
             MOVE 1 TO JS-STEP-I
             PERFORM 3000-WALK-STREAM THRU 3000-WALK-STREAM-EXIT
               JS-STEP-COUNT TIMES
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           STOP RUN.

      *    The processing date comes from the business-date file
      *    BUSDTCTL keeps, not the clock. A missing file or a
      *    closed date leaves the switch off and the run refused.
       0200-CHECK-BUSINESS-DATE.
           OPEN INPUT BUS-DATE-FILE.
           IF JS-BUSDATE-STATUS IS EQUAL TO "35"
             GO TO 0200-CHECK-BUSINESS-DATE-EXIT
           END-IF.
           READ BUS-DATE-FILE
             AT END
               CONTINUE
             NOT AT END
               IF BD-DATE-STATUS IS EQUAL TO "OPEN"
                 MOVE "Y" TO JS-BUS-DATE-SW
                 MOVE BD-BUSINESS-DATE TO JS-BUSINESS-DATE
               END-IF
           END-READ.
           CLOSE BUS-DATE-FILE.
       0200-CHECK-BUSINESS-DATE-EXIT.
           EXIT.

       1000-INITIALIZE.
           PERFORM 1100-READ-PARM THRU 1100-READ-PARM-EXIT.
           OPEN OUTPUT STREAM-RPT-FILE.
           MOVE JS-BUSINESS-DATE TO JS-HDR-DATE.
           WRITE STREAM-RPT-REC FROM JS-HDR-LINE-1.
           WRITE STREAM-RPT-REC FROM JS-HDR-LINE-2.
           OPEN INPUT SCHEDULE-MASTER-FILE.
           IF JS-SCHD-STATUS IS EQUAL TO "35"
             MOVE "*** NO SCHEDULE MASTER - NOTHING RUN ***"
               TO JS-END-LINE
             GO TO 1000-INITIALIZE-EXIT
           END-IF.
           PERFORM 1300-LOAD-SCHEDULE THRU 1300-LOAD-SCHEDULE-EXIT
             UNTIL JS-SCHD-EOF.
           CLOSE SCHEDULE-MASTER-FILE.
       1000-INITIALIZE-EXIT.
           EXIT.

      *    A card naming some other date is refused outright: the
      *    steps take their date from the business-date file, so a
      *    stream for any other day would stamp the wrong one.
       1100-READ-PARM.
           OPEN INPUT STREAM-PARM-FILE.
           IF JS-PARM-STATUS IS EQUAL TO "35"
             CONTINUE
           ELSE
             READ STREAM-PARM-FILE
               AT END
                 CONTINUE
               NOT AT END
                 IF JP-BUSINESS-DATE IS NOT EQUAL TO SPACES
                   AND JP-BUSINESS-DATE IS NOT EQUAL TO
                     JS-BUSINESS-DATE
                   DISPLAY "JOBSTRM *** STRMPARM DATE "
                     JP-BUSINESS-DATE " IS NOT THE BUSINESS DATE "
                     JS-BUSINESS-DATE " - RUN REFUSED ***"
                   CLOSE STREAM-PARM-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
                 END-IF
                 MOVE JP-RUN-PREFIX TO JS-RUN-PREFIX
             END-READ
             CLOSE STREAM-PARM-FILE
           END-IF.
           COMPUTE JS-BUSINESS-INT = FUNCTION INTEGER-OF-DATE(
             FUNCTION NUMVAL(JS-BUSINESS-DATE)).
           COMPUTE JS-BUSINESS-DOW =
             FUNCTION MOD(JS-BUSINESS-INT - 1, 7) + 1.
           COMPUTE JS-BUSINESS-DOM =
             FUNCTION NUMVAL(JS-BUSINESS-DATE(7:2)).
           MOVE 40 TO JS-PREFIX-LEN.
           PERFORM 1110-TRIM-PREFIX THRU 1110-TRIM-PREFIX-EXIT
             40 TIMES.
       1100-READ-PARM-EXIT.
           EXIT.

      *    Steps the prefix length back over trailing blanks; once
      *    it rests on a non-blank it stays there.
       1110-TRIM-PREFIX.
           IF JS-PREFIX-LEN IS GREATER THAN 0
             IF JS-RUN-PREFIX(JS-PREFIX-LEN:1) IS EQUAL TO SPACE
               SUBTRACT 1 FROM JS-PREFIX-LEN
             END-IF
           END-IF.
       1110-TRIM-PREFIX-EXIT.
           EXIT.

       1300-LOAD-SCHEDULE.
           READ SCHEDULE-MASTER-FILE
             AT END
               MOVE "Y" TO JS-SCHD-EOF-SW
             NOT AT END
               ADD 1 TO JS-STEP-COUNT
               SET JS-IDX TO JS-STEP-COUNT
               MOVE SM-JOB-NAME TO JS-JOB-NAME(JS-IDX)
               MOVE SM-FREQUENCY TO JS-FREQUENCY(JS-IDX)
               MOVE SM-DUE-DAY TO JS-DUE-DAY(JS-IDX)
               MOVE SM-PREDECESSOR TO JS-PREDECESSOR(JS-IDX)
               MOVE SPACE TO JS-STEP-STATE(JS-IDX)
               MOVE SPACES TO JS-LOG-WORST(JS-IDX)
           END-READ.
       1300-LOAD-SCHEDULE-EXIT.
           EXIT.

      *    The run log is in the order runs finished, so the last
      *    row for a job on the business date is its latest word.
      *    Rows written before the log carried a business date are
      *    taken on their start stamp's date.
       2000-SCAN-RUN-LOG.
           MOVE "N" TO JS-LOG-EOF-SW.
           OPEN INPUT RUN-LOG-FILE.
           IF JS-LOG-STATUS IS EQUAL TO "35"
             GO TO 2000-SCAN-RUN-LOG-EXIT
           END-IF.
           PERFORM 2100-READ-RUN-LOG THRU 2100-READ-RUN-LOG-EXIT
             UNTIL JS-LOG-EOF.
           CLOSE RUN-LOG-FILE.
       2000-SCAN-RUN-LOG-EXIT.
           EXIT.

       2100-READ-RUN-LOG.
           READ RUN-LOG-FILE
             AT END
               MOVE "Y" TO JS-LOG-EOF-SW
             NOT AT END
               IF RL-BUSINESS-DATE IS EQUAL TO SPACES
                 MOVE RL-START-STAMP(1:8) TO RL-BUSINESS-DATE
               END-IF
               IF RL-BUSINESS-DATE IS EQUAL TO JS-BUSINESS-DATE
                 MOVE RL-PROGRAM-ID TO JS-LOOKUP-JOB
                 PERFORM 4600-FIND-JOB THRU 4600-FIND-JOB-EXIT
                 IF JS-JOB-FOUND
                   MOVE RL-WORST-STATUS TO JS-LOG-WORST(JS-IDX)
                 END-IF
               END-IF
           END-READ.
       2100-READ-RUN-LOG-EXIT.
           EXIT.

       3000-WALK-STREAM.
           SET JS-IDX TO JS-STEP-I.
           PERFORM 3100-DECIDE-STEP THRU 3100-DECIDE-STEP-EXIT.
           WRITE STREAM-RPT-REC FROM JS-RPT-LINE.
           ADD 1 TO JS-STEP-I.
       3000-WALK-STREAM-EXIT.
           EXIT.

      *    Not due, already complete, held behind a predecessor, or
      *    run now -- in that order of precedence. A predecessor not
      *    due today does not hold anything up; one due today that
      *    the walk has not reached yet (it sits later on the
      *    schedule master) holds the step, since running out of
      *    order is what the predecessor column is there to stop.
       3100-DECIDE-STEP.
           MOVE JS-JOB-NAME(JS-IDX) TO JS-RPT-JOB.
           MOVE JS-FREQUENCY(JS-IDX) TO JS-RPT-FREQ.
           MOVE JS-PREDECESSOR(JS-IDX) TO JS-RPT-PRED.
           MOVE JS-LOG-WORST(JS-IDX) TO JS-RPT-WORST.
           MOVE 0 TO JS-RPT-RC.
           PERFORM 4500-CHECK-DUE THRU 4500-CHECK-DUE-EXIT.
           IF NOT JS-JOB-DUE
             MOVE "N" TO JS-STEP-STATE(JS-IDX)
             MOVE "NOT DUE TODAY" TO JS-RPT-ACTION
             MOVE SPACES TO JS-RPT-WORST
             GO TO 3100-DECIDE-STEP-EXIT
           END-IF.
           ADD 1 TO JS-DUE-COUNT.
           IF JS-LOG-WORST(JS-IDX) IS EQUAL TO "00"
             MOVE "S" TO JS-STEP-STATE(JS-IDX)
             MOVE "COMPLETE - SKIPPED" TO JS-RPT-ACTION
             ADD 1 TO JS-SKIP-COUNT
             GO TO 3100-DECIDE-STEP-EXIT
           END-IF.
           PERFORM 3200-CHECK-PREDECESSOR
             THRU 3200-CHECK-PREDECESSOR-EXIT.
           IF JS-STEP-HELD(JS-IDX)
             ADD 1 TO JS-HELD-COUNT
             GO TO 3100-DECIDE-STEP-EXIT
           END-IF.
           PERFORM 3300-RUN-STEP THRU 3300-RUN-STEP-EXIT.
       3100-DECIDE-STEP-EXIT.
           EXIT.

      *    JS-STEP-I still holds the step's own place, so the
      *    index is set back to it once the predecessor is seen.
       3200-CHECK-PREDECESSOR.
           IF JS-PREDECESSOR(JS-IDX) IS EQUAL TO SPACES
             GO TO 3200-CHECK-PREDECESSOR-EXIT
           END-IF.
           MOVE JS-PREDECESSOR(JS-IDX) TO JS-LOOKUP-JOB.
           PERFORM 4600-FIND-JOB THRU 4600-FIND-JOB-EXIT.
           IF NOT JS-JOB-FOUND
             SET JS-IDX TO JS-STEP-I
             GO TO 3200-CHECK-PREDECESSOR-EXIT
           END-IF.
           EVALUATE TRUE
             WHEN JS-STEP-FAILED(JS-IDX)
               MOVE "HELD - PRED FAILED" TO JS-RPT-ACTION
               SET JS-IDX TO JS-STEP-I
               MOVE "H" TO JS-STEP-STATE(JS-IDX)
             WHEN JS-STEP-HELD(JS-IDX)
               MOVE "HELD - PRED HELD" TO JS-RPT-ACTION
               SET JS-IDX TO JS-STEP-I
               MOVE "H" TO JS-STEP-STATE(JS-IDX)
             WHEN JS-STEP-PENDING(JS-IDX)
               PERFORM 4500-CHECK-DUE THRU 4500-CHECK-DUE-EXIT
               SET JS-IDX TO JS-STEP-I
               IF JS-JOB-DUE
                 MOVE "HELD - PRED NOT YET RUN" TO JS-RPT-ACTION
                 MOVE "H" TO JS-STEP-STATE(JS-IDX)
               END-IF
             WHEN OTHER
               SET JS-IDX TO JS-STEP-I
           END-EVALUATE.
       3200-CHECK-PREDECESSOR-EXIT.
           EXIT.

      *    Runs the step and judges it by the run-log row it left
      *    after the launch stamp. A step with a bad status on an
      *    earlier row for the date is being rerun, and says so.
       3300-RUN-STEP.
           ADD 1 TO JS-RUN-COUNT.
           MOVE SPACES TO JS-COMMAND.
           MOVE 1 TO JS-COMMAND-PTR.
           IF JS-PREFIX-LEN IS GREATER THAN 0
             STRING JS-RUN-PREFIX(1:JS-PREFIX-LEN) DELIMITED BY SIZE
               INTO JS-COMMAND WITH POINTER JS-COMMAND-PTR
             IF JS-RUN-PREFIX(JS-PREFIX-LEN:1) IS NOT EQUAL TO "/"
               ADD 1 TO JS-COMMAND-PTR
             END-IF
           END-IF.
           STRING JS-JOB-NAME(JS-IDX) DELIMITED BY SPACE
             INTO JS-COMMAND WITH POINTER JS-COMMAND-PTR.
           MOVE FUNCTION CURRENT-DATE(1:14) TO JS-LAUNCH-STAMP.
           CALL "SYSTEM" USING JS-COMMAND.
           MOVE RETURN-CODE TO JS-STEP-RC.
           MOVE 0 TO RETURN-CODE.
           PERFORM 3400-FIND-STEP-ROW THRU 3400-FIND-STEP-ROW-EXIT.
           IF NOT JS-STEP-LOGGED
             PERFORM 3500-LOG-FOR-STEP THRU 3500-LOG-FOR-STEP-EXIT
           END-IF.
           MOVE JS-STEP-RC TO JS-RPT-RC.
           MOVE JS-STEP-WORST TO JS-RPT-WORST.
           IF JS-STEP-WORST IS EQUAL TO "00"
             AND JS-STEP-RC IS EQUAL TO 0
             MOVE "C" TO JS-STEP-STATE(JS-IDX)
             IF JS-LOG-WORST(JS-IDX) IS EQUAL TO SPACES
               MOVE "RAN - COMPLETE" TO JS-RPT-ACTION
             ELSE
               MOVE "RERUN - COMPLETE" TO JS-RPT-ACTION
             END-IF
           ELSE
             MOVE "F" TO JS-STEP-STATE(JS-IDX)
             ADD 1 TO JS-FAIL-COUNT
             IF JS-LOG-WORST(JS-IDX) IS EQUAL TO SPACES
               MOVE "*** FAILED ***" TO JS-RPT-ACTION
             ELSE
               MOVE "*** RERUN FAILED ***" TO JS-RPT-ACTION
             END-IF
           END-IF.
           MOVE JS-STEP-WORST TO JS-LOG-WORST(JS-IDX).
       3300-RUN-STEP-EXIT.
           EXIT.

       3400-FIND-STEP-ROW.
           MOVE "N" TO JS-STEP-LOGGED-SW.
           MOVE SPACES TO JS-STEP-WORST.
           MOVE "N" TO JS-LOG-EOF-SW.
           OPEN INPUT RUN-LOG-FILE.
           IF JS-LOG-STATUS IS EQUAL TO "35"
             GO TO 3400-FIND-STEP-ROW-EXIT
           END-IF.
           PERFORM 3410-READ-STEP-ROW THRU 3410-READ-STEP-ROW-EXIT
             UNTIL JS-LOG-EOF.
           CLOSE RUN-LOG-FILE.
       3400-FIND-STEP-ROW-EXIT.
           EXIT.

       3410-READ-STEP-ROW.
           READ RUN-LOG-FILE
             AT END
               MOVE "Y" TO JS-LOG-EOF-SW
             NOT AT END
               IF RL-PROGRAM-ID IS EQUAL TO JS-JOB-NAME(JS-IDX)
                 AND RL-START-STAMP IS NOT LESS THAN JS-LAUNCH-STAMP
                 MOVE "Y" TO JS-STEP-LOGGED-SW
                 MOVE RL-WORST-STATUS TO JS-STEP-WORST
               END-IF
           END-READ.
       3410-READ-STEP-ROW-EXIT.
           EXIT.

       3500-LOG-FOR-STEP.
           IF JS-STEP-RC IS EQUAL TO 0
             MOVE "00" TO JS-STEP-WORST
           ELSE
             MOVE JS-RC-FAIL-STATUS TO JS-STEP-WORST
           END-IF.
           MOVE JS-JOB-NAME(JS-IDX) TO JS-RL-PROGRAM-ID.
           MOVE JS-LAUNCH-STAMP TO JS-RL-START-STAMP.
           MOVE 0 TO JS-RL-READ-COUNT.
           MOVE 0 TO JS-RL-PROC-COUNT.
           MOVE 0 TO JS-RL-REJECT-COUNT.
           MOVE JS-STEP-WORST TO JS-RL-WORST-STATUS.
           CALL "RUNLOGW" USING JS-RUNLOG-PARMS.
       3500-LOG-FOR-STEP-EXIT.
           EXIT.

      *    Is the step under JS-IDX due on the business date? Daily
      *    always; weekly on its day of week; monthly on its day of
      *    the month.
       4500-CHECK-DUE.
           MOVE "N" TO JS-DUE-SW.
           EVALUATE JS-FREQUENCY(JS-IDX)
             WHEN "D"
               MOVE "Y" TO JS-DUE-SW
             WHEN "W"
               IF JS-DUE-DAY(JS-IDX) IS EQUAL TO JS-BUSINESS-DOW
                 MOVE "Y" TO JS-DUE-SW
               END-IF
             WHEN "M"
               IF JS-DUE-DAY(JS-IDX) IS EQUAL TO JS-BUSINESS-DOM
                 MOVE "Y" TO JS-DUE-SW
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
       4500-CHECK-DUE-EXIT.
           EXIT.

      *    Linear search of the stream for JS-LOOKUP-JOB, leaving
      *    JS-IDX sitting on the match.
       4600-FIND-JOB.
           MOVE "N" TO JS-FOUND-SW.
           SET JS-IDX TO 1.
           PERFORM 4610-COMPARE-JOB THRU 4610-COMPARE-JOB-EXIT
             JS-STEP-COUNT TIMES.
       4600-FIND-JOB-EXIT.
           EXIT.

       4610-COMPARE-JOB.
           IF JS-JOB-FOUND
             CONTINUE
           ELSE
             IF JS-LOOKUP-JOB IS EQUAL TO JS-JOB-NAME(JS-IDX)
               MOVE "Y" TO JS-FOUND-SW
             ELSE
               SET JS-IDX UP BY 1
             END-IF
           END-IF.
       4610-COMPARE-JOB-EXIT.
           EXIT.

       9000-TERMINATE.
           MOVE JS-DUE-COUNT TO JS-TOT-DUE.
           MOVE JS-SKIP-COUNT TO JS-TOT-SKIP.
           MOVE JS-RUN-COUNT TO JS-TOT-RUN.
           MOVE JS-FAIL-COUNT TO JS-TOT-FAIL.
           MOVE JS-HELD-COUNT TO JS-TOT-HELD.
           WRITE STREAM-RPT-REC FROM JS-TOTAL-LINE.
           IF JS-END-LINE IS EQUAL TO SPACES
             IF JS-FAIL-COUNT IS EQUAL TO 0
               AND JS-HELD-COUNT IS EQUAL TO 0
               MOVE "STREAM COMPLETE" TO JS-END-LINE
             ELSE
               MOVE "*** STREAM INCOMPLETE - RERUN TO RESUME ***"
                 TO JS-END-LINE
             END-IF
           END-IF.
           WRITE STREAM-RPT-REC FROM JS-END-LINE.
           CLOSE STREAM-RPT-FILE.
           DISPLAY "JOBSTRM DATE=" JS-BUSINESS-DATE
             " DUE=" JS-DUE-COUNT
             " SKIPPED=" JS-SKIP-COUNT
             " RAN=" JS-RUN-COUNT
             " FAILED=" JS-FAIL-COUNT
             " HELD=" JS-HELD-COUNT.
       9000-TERMINATE-EXIT.
           EXIT.
