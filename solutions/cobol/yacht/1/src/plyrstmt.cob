      *                 statement to hand to the player --
      *                 the member-facing counterpart to
      *                 AUDINQ's dispute packet.
      * 2026-10-05  DP  Season-history record layout follows
      *                 SEASONCL's, which now carries each
      *                 player's division, place and move at
      *                 the close; not used here.
      * 2026-10-07  DP  Puzzle-history record layout follows
      *                 PUZZLDAY's, which now carries the
      *                 phrase and sentence pool keys; not
      *                 used here.
      *****************************************************

       ENVIRONMENT DIVISION.
           05 PH-YACHT-RESULT        PIC 99.
           05 PH-ISOGRAM-VERDICT     PIC X(04).
           05 PH-PANGRAM-VERDICT     PIC X(04).
           05 FILLER                 PIC X(10).

      *        Byte-for-byte the same layout as SEASONCL's
      *        SEASON-HIST-REC.
           05 SH-RUNNING-TOTAL      PIC 9(07).
           05 SH-HIGH-SCORE         PIC 9(03).
           05 SH-ACTIVE-FLAG        PIC X(01).
           05 FILLER                PIC X(08).

       FD  STMT-RPT-FILE.
       01  STMT-RPT-REC             PIC X(80).
