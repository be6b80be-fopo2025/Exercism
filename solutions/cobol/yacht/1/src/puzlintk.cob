      *                 on the master. Rejects come back on
      *                 the report with the reason so the
      *                 slips can be returned.
      * 2026-10-02  DP  The credit bump is journalled
      *                 through PMJRNLW, transaction code
      *                 "P", with the master's before- and
      *                 after-image.
      *****************************************************

       ENVIRONMENT DIVISION.
       01 PK-DUP-SW                 PIC X VALUE "N".
         88 PK-TEXT-DUPLICATE VALUE "Y".

      *        Must stay byte-for-byte aligned with PMJRNLW's LINKAGE
      *        SECTION JW-JOURNAL-PARMS record.
       01 PK-JOURNAL-PARMS.
         05 PK-JP-PROGRAM-ID        PIC X(10) VALUE "PUZLINTK".
         05 PK-JP-TRAN-CODE         PIC X(01).
         05 PK-JP-ACTION            PIC X(01).
         05 PK-JP-BEFORE-IMAGE      PIC X(65).
         05 PK-JP-AFTER-IMAGE       PIC X(65).

      *    Both pools in memory: the texts for duplicate checks,
      *    the keys for the next free number. New acceptances land
      *    here too, so two identical slips in one run cannot both
      *    a straight rewrite; spaces from before the tally existed
      *    count as zero, the way PLAYERMNT treats contest wins.
       7000-CREDIT-CONTRIBUTOR.
           MOVE PM-MASTER-REC TO PK-JP-BEFORE-IMAGE.
           IF PM-POOL-CREDITS IS NOT NUMERIC
             MOVE 0 TO PM-POOL-CREDITS
           END-IF.
           ADD 1 TO PM-POOL-CREDITS.
           REWRITE PM-MASTER-REC.
           IF PK-MASTER-STATUS IS EQUAL TO "00"
             MOVE "P" TO PK-JP-TRAN-CODE
             MOVE "C" TO PK-JP-ACTION
             MOVE PM-MASTER-REC TO PK-JP-AFTER-IMAGE
             CALL "PMJRNLW" USING PK-JOURNAL-PARMS
           END-IF.
       7000-CREDIT-CONTRIBUTOR-EXIT.
           EXIT.

