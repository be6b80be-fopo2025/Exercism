      *                 streak with longest as the
      *                 tie-break. Players not on the
      *                 player master do not rank.
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

      *        Byte-for-byte the same layout as PLAYERMNT's
      *        PM-MASTER-REC.
