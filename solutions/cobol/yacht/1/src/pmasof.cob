       IDENTIFICATION DIVISION.
       PROGRAM-ID. PMASOF.
       AUTHOR. DATA-PROCESSING.
       INSTALLATION. GAME-NIGHT-SHOP.
       DATE-WRITTEN. 2026-10-02.
       DATE-COMPILED.

      *****************************************************
      * MODIFICATION HISTORY
      * 2026-10-02  DP  Original point-in-time master
      *                 inquiry, in the AUDINQ mould: given a
      *                 player id and a date on a parameter
      *                 card, lists every change the player-
      *                 master journal holds for the player
      *                 and rebuilds the master record as it
      *                 stood at the end of that date -- the
      *                 before-image of the first change made
      *                 after it, or the live master when
      *                 nothing has changed since.
      * 2026-10-05  DP  Shows the player's league division
      *                 with the other master fields, so a
      *                 division change or a promotion can
      *                 be traced the same way.
      * 2026-10-15  DP  Dates each journal row by the business
      *                 date PMJRNLW now stamps on it, falling
      *                 back to the clock date on rows written
      *                 before then, so "as of" means as of a
      *                 processing date, not a wall-clock one.
      *****************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GENERIC.
       OBJECT-COMPUTER. GENERIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PM-JOURNAL-FILE ASSIGN TO "PMJRNL"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PF-JRNL-STATUS.

      *        Keyed read only, for a player nothing has changed
      *        since the date asked about.
           SELECT PLAYER-MASTER-FILE ASSIGN TO "PLAYRMAS"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PM-PLAYER-ID
             FILE STATUS IS PF-MASTER-STATUS.

           SELECT INQUIRY-PARM-FILE ASSIGN TO "PMASOFPM"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PF-PARM-STATUS.

           SELECT ASOF-RPT-FILE ASSIGN TO "PMASOFRP"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PF-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *        Byte-for-byte the same layout as PMJRNLW's
      *        PM-JOURNAL-REC. Rows journalled before the business
      *        date was carried have it blank.
       FD  PM-JOURNAL-FILE.
       01  PM-JOURNAL-REC.
           05 PJ-CHANGE-STAMP       PIC X(14).
           05 PJ-CHANGE-STAMP-PARTS REDEFINES PJ-CHANGE-STAMP.
             10 PJ-CHANGE-DATE      PIC X(08).
             10 PJ-CHANGE-TIME      PIC X(06).
           05 PJ-PROGRAM-ID         PIC X(10).
           05 PJ-SESSION-ID         PIC 9(06).
           05 PJ-TRAN-CODE          PIC X(01).
           05 PJ-ACTION             PIC X(01).
           05 PJ-PLAYER-ID          PIC X(10).
           05 PJ-BEFORE-IMAGE       PIC X(65).
           05 PJ-AFTER-IMAGE        PIC X(65).
           05 PJ-BUSINESS-DATE      PIC X(08).

      *        Byte-for-byte the same layout as PLAYERMNT's
      *        PM-MASTER-REC.
       FD  PLAYER-MASTER-FILE.
       01  PM-MASTER-REC.
           05 PM-PLAYER-ID          PIC X(10).
           05 PM-PLAYER-NAME        PIC X(20).
           05 PM-GAMES-PLAYED       PIC 9(05).
           05 PM-RUNNING-TOTAL      PIC 9(07).
           05 PM-HIGH-SCORE         PIC 9(03).
           05 PM-ACTIVE-FLAG        PIC X(01).
           05 PM-CONTEST-WINS       PIC 9(03).
           05 PM-TEAM-CODE          PIC X(04).
           05 PM-POOL-CREDITS       PIC 9(03).
           05 PM-DIVISION-CODE      PIC X(02).
           05 FILLER                PIC X(07).

      *        A blank date asks for the master as it stands now.
       FD  INQUIRY-PARM-FILE.
       01  INQUIRY-PARM-REC.
           05 IQ-PLAYER-ID          PIC X(10).
           05 IQ-AS-OF-DATE         PIC X(08).
           05 FILLER                PIC X(62).

       FD  ASOF-RPT-FILE.
       01  ASOF-RPT-REC             PIC X(80).

       WORKING-STORAGE SECTION.
       01 PF-JRNL-STATUS            PIC XX VALUE "00".
       01 PF-MASTER-STATUS          PIC XX VALUE "00".
       01 PF-PARM-STATUS            PIC XX VALUE "00".
       01 PF-RPT-STATUS             PIC XX VALUE "00".

       01 PF-JRNL-EOF-SW            PIC X VALUE "N".
         88 PF-JRNL-EOF VALUE "Y".
       01 PF-LATER-SW               PIC X VALUE "N".
         88 PF-LATER-CHANGE-FOUND VALUE "Y".
       01 PF-ON-MASTER-SW           PIC X VALUE "N".
         88 PF-ON-MASTER VALUE "Y".

       01 PF-PLAYER-ID              PIC X(10) VALUE SPACES.
       01 PF-AS-OF-DATE             PIC X(08) VALUE "99999999".

       01 PF-READ-COUNT             PIC 9(7) COMP VALUE 0.
       01 PF-CHANGE-COUNT           PIC 9(5) COMP VALUE 0.

      *    The date a journal row counts as: its business date, or
      *    the date part of its clock stamp where that is blank.
       01 PF-JOURNAL-DATE           PIC X(08) VALUE SPACES.

      *    The first change journalled after the date asked about;
      *    its before-image is the record as it stood on the date.
       01 PF-LATER-CHANGE.
         05 PF-LC-STAMP             PIC X(14).
         05 PF-LC-DATE              PIC X(08).
         05 PF-LC-PROGRAM-ID        PIC X(10).
         05 PF-LC-ACTION            PIC X(01).
         05 PF-LC-BEFORE-IMAGE      PIC X(65).

      *    One master-record view, loaded from whichever image a
      *    line is to show.
       01 PF-IMAGE.
         05 PF-IM-PLAYER-ID         PIC X(10).
         05 PF-IM-PLAYER-NAME       PIC X(20).
         05 PF-IM-GAMES-PLAYED      PIC 9(05).
         05 PF-IM-RUNNING-TOTAL     PIC 9(07).
         05 PF-IM-HIGH-SCORE        PIC 9(03).
         05 PF-IM-ACTIVE-FLAG       PIC X(01).
         05 PF-IM-CONTEST-WINS      PIC 9(03).
         05 PF-IM-TEAM-CODE         PIC X(04).
         05 PF-IM-POOL-CREDITS      PIC 9(03).
         05 PF-IM-DIVISION-CODE     PIC X(02).
         05 FILLER                  PIC X(07).

       01 PF-HDR-LINE.
         05 FILLER                  PIC X(22)
           VALUE "PLAYER MASTER HISTORY ".
         05 PF-HDR-PLAYER-ID        PIC X(10).
         05 FILLER                  PIC X(08) VALUE "  AS OF ".
         05 PF-HDR-AS-OF-DATE       PIC X(08).

       01 PF-HIST-HDR.
         05 FILLER                  PIC X(09) VALUE "CHANGED".
         05 FILLER                  PIC X(10) VALUE "PROGRAM".
         05 FILLER                  PIC X(07) VALUE "SESSN".
         05 FILLER                  PIC X(04) VALUE "T A".
         05 FILLER                  PIC X(21) VALUE "NAME".
         05 FILLER                  PIC X(06) VALUE "GAMES".
         05 FILLER                  PIC X(08) VALUE "  TOTAL".
         05 FILLER                  PIC X(04) VALUE "HI".
         05 FILLER                  PIC X(02) VALUE "F".
         05 FILLER                  PIC X(05) VALUE "TEAM".
         05 FILLER                  PIC X(02) VALUE "DV".

      *    One line per journal row, showing the record as the
      *    change left it -- or, for a deletion, as it was last
      *    seen -- so each line's "before" is the line above.
       01 PF-HIST-LINE.
         05 PF-HL-DATE              PIC X(08).
         05 FILLER                  PIC X(01) VALUE SPACE.
         05 PF-HL-PROGRAM-ID        PIC X(09).
         05 FILLER                  PIC X(01) VALUE SPACE.
         05 PF-HL-SESSION           PIC 9(06).
         05 FILLER                  PIC X(01) VALUE SPACE.
         05 PF-HL-TRAN-CODE         PIC X(01).
         05 FILLER                  PIC X(01) VALUE SPACE.
         05 PF-HL-ACTION            PIC X(01).
         05 FILLER                  PIC X(01) VALUE SPACE.
         05 PF-HL-NAME              PIC X(20).
         05 FILLER                  PIC X(01) VALUE SPACE.
         05 PF-HL-GAMES             PIC ZZZZ9.
         05 FILLER                  PIC X(01) VALUE SPACE.
         05 PF-HL-TOTAL             PIC ZZZZZZ9.
         05 FILLER                  PIC X(01) VALUE SPACE.
         05 PF-HL-HIGH              PIC ZZ9.
         05 FILLER                  PIC X(01) VALUE SPACE.
         05 PF-HL-FLAG              PIC X(01).
         05 FILLER                  PIC X(01) VALUE SPACE.
         05 PF-HL-TEAM              PIC X(04).
         05 FILLER                  PIC X(01) VALUE SPACE.
         05 PF-HL-DIVISION          PIC X(02).

       01 PF-SOURCE-LINE.
         05 FILLER                  PIC X(06) VALUE "AS OF ".
         05 PF-SL-DATE              PIC X(08).
         05 FILLER                  PIC X(03) VALUE " - ".
         05 PF-SL-TEXT              PIC X(60).

       01 PF-FIELD-LINE.
         05 FILLER                  PIC X(02) VALUE SPACES.
         05 PF-FL-LABEL             PIC X(16).
         05 PF-FL-VALUE             PIC X(20).
       01 PF-EDIT-NUMBER            PIC ZZZZZZ9.

       01 PF-MSG-LINE               PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           IF PF-PLAYER-ID IS EQUAL TO SPACES
             MOVE "NO PLAYER ON THE INQUIRY CARD" TO PF-MSG-LINE
             WRITE ASOF-RPT-REC FROM PF-MSG-LINE
           ELSE
             WRITE ASOF-RPT-REC FROM PF-HIST-HDR
             PERFORM 2000-SCAN-JOURNAL THRU 2000-SCAN-JOURNAL-EXIT
               UNTIL PF-JRNL-EOF
             IF PF-CHANGE-COUNT IS EQUAL TO 0
               MOVE "NO CHANGES ON THE JOURNAL" TO PF-MSG-LINE
               WRITE ASOF-RPT-REC FROM PF-MSG-LINE
             END-IF
             PERFORM 3000-REBUILD-MASTER THRU 3000-REBUILD-MASTER-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-READ-PARM THRU 1100-READ-PARM-EXIT.
           OPEN INPUT PM-JOURNAL-FILE.
           IF PF-JRNL-STATUS IS EQUAL TO "35"
             MOVE "Y" TO PF-JRNL-EOF-SW
           END-IF.
           OPEN OUTPUT ASOF-RPT-FILE.
           MOVE PF-PLAYER-ID TO PF-HDR-PLAYER-ID.
           MOVE PF-AS-OF-DATE TO PF-HDR-AS-OF-DATE.
           WRITE ASOF-RPT-REC FROM PF-HDR-LINE.
       1000-INITIALIZE-EXIT.
           EXIT.

       1100-READ-PARM.
           OPEN INPUT INQUIRY-PARM-FILE.
           IF PF-PARM-STATUS IS EQUAL TO "35"
             CONTINUE
           ELSE
             READ INQUIRY-PARM-FILE
               AT END
                 CONTINUE
               NOT AT END
                 MOVE IQ-PLAYER-ID TO PF-PLAYER-ID
                 IF IQ-AS-OF-DATE IS NOT EQUAL TO SPACES
                   MOVE IQ-AS-OF-DATE TO PF-AS-OF-DATE
                 END-IF
             END-READ
             CLOSE INQUIRY-PARM-FILE
           END-IF.
       1100-READ-PARM-EXIT.
           EXIT.

      *    The journal is in the order the changes were made, so
      *    the first row for the player dated after the inquiry
      *    date is the change that ended the record asked for.
       2000-SCAN-JOURNAL.
           READ PM-JOURNAL-FILE
             AT END
               MOVE "Y" TO PF-JRNL-EOF-SW
               GO TO 2000-SCAN-JOURNAL-EXIT
           END-READ.
           ADD 1 TO PF-READ-COUNT.
           IF PJ-PLAYER-ID IS NOT EQUAL TO PF-PLAYER-ID
             GO TO 2000-SCAN-JOURNAL-EXIT
           END-IF.
           ADD 1 TO PF-CHANGE-COUNT.
           IF PJ-BUSINESS-DATE IS EQUAL TO SPACES
             MOVE PJ-CHANGE-DATE TO PF-JOURNAL-DATE
           ELSE
             MOVE PJ-BUSINESS-DATE TO PF-JOURNAL-DATE
           END-IF.
           IF PF-JOURNAL-DATE IS GREATER THAN PF-AS-OF-DATE
             AND NOT PF-LATER-CHANGE-FOUND
             MOVE "Y" TO PF-LATER-SW
             MOVE PJ-CHANGE-STAMP TO PF-LC-STAMP
             MOVE PF-JOURNAL-DATE TO PF-LC-DATE
             MOVE PJ-PROGRAM-ID TO PF-LC-PROGRAM-ID
             MOVE PJ-ACTION TO PF-LC-ACTION
             MOVE PJ-BEFORE-IMAGE TO PF-LC-BEFORE-IMAGE
           END-IF.
           IF PJ-ACTION IS EQUAL TO "D"
             MOVE PJ-BEFORE-IMAGE TO PF-IMAGE
           ELSE
             MOVE PJ-AFTER-IMAGE TO PF-IMAGE
           END-IF.
           PERFORM 8000-CLEAN-IMAGE THRU 8000-CLEAN-IMAGE-EXIT.
           MOVE PF-JOURNAL-DATE TO PF-HL-DATE.
           MOVE PJ-PROGRAM-ID TO PF-HL-PROGRAM-ID.
           MOVE PJ-SESSION-ID TO PF-HL-SESSION.
           MOVE PJ-TRAN-CODE TO PF-HL-TRAN-CODE.
           MOVE PJ-ACTION TO PF-HL-ACTION.
           MOVE PF-IM-PLAYER-NAME TO PF-HL-NAME.
           MOVE PF-IM-GAMES-PLAYED TO PF-HL-GAMES.
           MOVE PF-IM-RUNNING-TOTAL TO PF-HL-TOTAL.
           MOVE PF-IM-HIGH-SCORE TO PF-HL-HIGH.
           MOVE PF-IM-ACTIVE-FLAG TO PF-HL-FLAG.
           MOVE PF-IM-TEAM-CODE TO PF-HL-TEAM.
           MOVE PF-IM-DIVISION-CODE TO PF-HL-DIVISION.
           WRITE ASOF-RPT-REC FROM PF-HIST-LINE.
       2000-SCAN-JOURNAL-EXIT.
           EXIT.

      *    A later change that registered the player means there
      *    was no record yet on the date; no later change at all
      *    means the live master is still the record as it stood.
       3000-REBUILD-MASTER.
           MOVE PF-AS-OF-DATE TO PF-SL-DATE.
           IF PF-LATER-CHANGE-FOUND
             IF PF-LC-ACTION IS EQUAL TO "A"
               MOVE SPACES TO PF-SL-TEXT
               STRING "NOT YET REGISTERED - ADDED " DELIMITED BY SIZE
                 PF-LC-DATE DELIMITED BY SIZE
                 INTO PF-SL-TEXT
               WRITE ASOF-RPT-REC FROM PF-SOURCE-LINE
               GO TO 3000-REBUILD-MASTER-EXIT
             END-IF
             MOVE SPACES TO PF-SL-TEXT
             STRING "BEFORE-IMAGE OF " DELIMITED BY SIZE
               PF-LC-PROGRAM-ID DELIMITED BY SPACE
               " CHANGE " DELIMITED BY SIZE
               PF-LC-STAMP DELIMITED BY SIZE
               INTO PF-SL-TEXT
             MOVE PF-LC-BEFORE-IMAGE TO PF-IMAGE
           ELSE
             PERFORM 3100-READ-MASTER THRU 3100-READ-MASTER-EXIT
             IF NOT PF-ON-MASTER
               MOVE "NOT ON THE PLAYER MASTER" TO PF-SL-TEXT
               WRITE ASOF-RPT-REC FROM PF-SOURCE-LINE
               GO TO 3000-REBUILD-MASTER-EXIT
             END-IF
             MOVE "LIVE MASTER - NO CHANGE SINCE" TO PF-SL-TEXT
             MOVE PM-MASTER-REC TO PF-IMAGE
           END-IF.
           WRITE ASOF-RPT-REC FROM PF-SOURCE-LINE.
           PERFORM 8000-CLEAN-IMAGE THRU 8000-CLEAN-IMAGE-EXIT.
           PERFORM 3200-PRINT-IMAGE THRU 3200-PRINT-IMAGE-EXIT.
       3000-REBUILD-MASTER-EXIT.
           EXIT.

       3100-READ-MASTER.
           OPEN INPUT PLAYER-MASTER-FILE.
           IF PF-MASTER-STATUS IS NOT EQUAL TO "00"
             GO TO 3100-READ-MASTER-EXIT
           END-IF.
           MOVE PF-PLAYER-ID TO PM-PLAYER-ID.
           READ PLAYER-MASTER-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE "Y" TO PF-ON-MASTER-SW
           END-READ.
           CLOSE PLAYER-MASTER-FILE.
       3100-READ-MASTER-EXIT.
           EXIT.

       3200-PRINT-IMAGE.
           MOVE "NAME" TO PF-FL-LABEL.
           MOVE PF-IM-PLAYER-NAME TO PF-FL-VALUE.
           WRITE ASOF-RPT-REC FROM PF-FIELD-LINE.
           MOVE "GAMES PLAYED" TO PF-FL-LABEL.
           MOVE PF-IM-GAMES-PLAYED TO PF-EDIT-NUMBER.
           MOVE PF-EDIT-NUMBER TO PF-FL-VALUE.
           WRITE ASOF-RPT-REC FROM PF-FIELD-LINE.
           MOVE "RUNNING TOTAL" TO PF-FL-LABEL.
           MOVE PF-IM-RUNNING-TOTAL TO PF-EDIT-NUMBER.
           MOVE PF-EDIT-NUMBER TO PF-FL-VALUE.
           WRITE ASOF-RPT-REC FROM PF-FIELD-LINE.
           MOVE "HIGH SCORE" TO PF-FL-LABEL.
           MOVE PF-IM-HIGH-SCORE TO PF-EDIT-NUMBER.
           MOVE PF-EDIT-NUMBER TO PF-FL-VALUE.
           WRITE ASOF-RPT-REC FROM PF-FIELD-LINE.
           MOVE "ACTIVE FLAG" TO PF-FL-LABEL.
           MOVE PF-IM-ACTIVE-FLAG TO PF-FL-VALUE.
           WRITE ASOF-RPT-REC FROM PF-FIELD-LINE.
           MOVE "CONTEST WINS" TO PF-FL-LABEL.
           MOVE PF-IM-CONTEST-WINS TO PF-EDIT-NUMBER.
           MOVE PF-EDIT-NUMBER TO PF-FL-VALUE.
           WRITE ASOF-RPT-REC FROM PF-FIELD-LINE.
           MOVE "TEAM" TO PF-FL-LABEL.
           MOVE PF-IM-TEAM-CODE TO PF-FL-VALUE.
           WRITE ASOF-RPT-REC FROM PF-FIELD-LINE.
           MOVE "POOL CREDITS" TO PF-FL-LABEL.
           MOVE PF-IM-POOL-CREDITS TO PF-EDIT-NUMBER.
           MOVE PF-EDIT-NUMBER TO PF-FL-VALUE.
           WRITE ASOF-RPT-REC FROM PF-FIELD-LINE.
           MOVE "DIVISION" TO PF-FL-LABEL.
           MOVE PF-IM-DIVISION-CODE TO PF-FL-VALUE.
           WRITE ASOF-RPT-REC FROM PF-FIELD-LINE.
       3200-PRINT-IMAGE-EXIT.
           EXIT.

      *    Tallies still spaces from before they existed print as
      *    zero, the way PLAYERMNT treats them when first bumped.
       8000-CLEAN-IMAGE.
           IF PF-IM-GAMES-PLAYED IS NOT NUMERIC
             MOVE 0 TO PF-IM-GAMES-PLAYED
           END-IF.
           IF PF-IM-RUNNING-TOTAL IS NOT NUMERIC
             MOVE 0 TO PF-IM-RUNNING-TOTAL
           END-IF.
           IF PF-IM-HIGH-SCORE IS NOT NUMERIC
             MOVE 0 TO PF-IM-HIGH-SCORE
           END-IF.
           IF PF-IM-CONTEST-WINS IS NOT NUMERIC
             MOVE 0 TO PF-IM-CONTEST-WINS
           END-IF.
           IF PF-IM-POOL-CREDITS IS NOT NUMERIC
             MOVE 0 TO PF-IM-POOL-CREDITS
           END-IF.
       8000-CLEAN-IMAGE-EXIT.
           EXIT.

       9000-TERMINATE.
           IF PF-JRNL-STATUS IS NOT EQUAL TO "35"
             CLOSE PM-JOURNAL-FILE
           END-IF.
           CLOSE ASOF-RPT-FILE.
           DISPLAY "PMASOF PLAYER=" PF-PLAYER-ID
             " AS OF=" PF-AS-OF-DATE
             " CHANGES=" PF-CHANGE-COUNT.
       9000-TERMINATE-EXIT.
           EXIT.
