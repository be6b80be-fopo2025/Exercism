      *                 SEASONCL has snapshotted every close
      *                 for exactly this; until now nothing
      *                 ever read the file back.
      * 2026-10-05  DP  Season-history record layout follows
      *                 SEASONCL's, which now carries each
      *                 player's division, place and move at
      *                 the close; not used here.
      *****************************************************

       ENVIRONMENT DIVISION.
           05 SH-RUNNING-TOTAL      PIC 9(07).
           05 SH-HIGH-SCORE         PIC 9(03).
           05 SH-ACTIVE-FLAG        PIC X(01).
           05 FILLER                PIC X(08).

       FD  COMPARE-PARM-FILE.
       01  COMPARE-PARM-REC.
