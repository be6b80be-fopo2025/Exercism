       IDENTIFICATION DIVISION.
       PROGRAM-ID. PMJRNLW.
       AUTHOR. DATA-PROCESSING.
       INSTALLATION. GAME-NIGHT-SHOP.
       DATE-WRITTEN. 2026-10-02.
       DATE-COMPILED.

      *****************************************************
      * MODIFICATION HISTORY
      * 2026-10-02  DP  Original player-master journal
      *                 writer, called by every program that
      *                 adds, rewrites or deletes a
      *                 PM-MASTER-REC: appends the record's
      *                 before- and after-image to PMJRNL
      *                 stamped with the time of the change,
      *                 the calling program, the night-
      *                 control session and the transaction
      *                 code, so PMASOF can rebuild any
      *                 player's master as it stood on a
      *                 given date.
      * 2026-10-15  DP  Reads BUSDTCTL's business-date file on
      *                 the first call and stamps every journal
      *                 row with the business date alongside
      *                 the clock stamp, so PMASOF rebuilds a
      *                 master as it stood on a processing date.
      *****************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GENERIC.
       OBJECT-COMPUTER. GENERIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *        Read once, on the first call of the run, for the
      *        session every journal row of the run is stamped with.
           SELECT NIGHT-CTL-FILE ASSIGN TO "NIGHTCTL"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS JW-NIGHT-STATUS.

      *        The business-date control file BUSDTCTL keeps; read
      *        on the first call for the date every journal row of
      *        the run was processing.
           SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS JW-BUSDATE-STATUS.

      *        Appended a row per call and never rewritten.
           SELECT PM-JOURNAL-FILE ASSIGN TO "PMJRNL"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS JW-JRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *        Byte-for-byte the same layout as NIGHTCTL's
      *        NIGHT-CTL-REC.
       FD  NIGHT-CTL-FILE.
       01  NIGHT-CTL-REC.
           05 NK-NIGHT-STATUS       PIC X(06).
           05 NK-SESSION-ID         PIC 9(06).
           05 NK-OPEN-DATE          PIC X(08).
           05 NK-CLOSE-DATE         PIC X(08).

      *        Byte-for-byte the same layout as BUSDTCTL's
      *        BUS-DATE-REC.
       FD  BUS-DATE-FILE.
       01  BUS-DATE-REC.
           05 BD-DATE-STATUS        PIC X(06).
           05 BD-BUSINESS-DATE      PIC X(08).
           05 BD-PRIOR-DATE         PIC X(08).
           05 BD-OPEN-STAMP         PIC X(14).
           05 BD-CLOSE-STAMP        PIC X(14).

      *        Byte-for-byte the same layout as PMASOF's
      *        PM-JOURNAL-REC. Action A is a new registration (no
      *        before-image), C a change, D a deletion (no after-
      *        image). The business date is the date the run was
      *        processing; the change stamp stays the clock time.
       FD  PM-JOURNAL-FILE.
       01  PM-JOURNAL-REC.
           05 PJ-CHANGE-STAMP       PIC X(14).
           05 PJ-PROGRAM-ID         PIC X(10).
           05 PJ-SESSION-ID         PIC 9(06).
           05 PJ-TRAN-CODE          PIC X(01).
           05 PJ-ACTION             PIC X(01).
           05 PJ-PLAYER-ID          PIC X(10).
           05 PJ-BEFORE-IMAGE       PIC X(65).
           05 PJ-AFTER-IMAGE        PIC X(65).
           05 PJ-BUSINESS-DATE      PIC X(08).

       WORKING-STORAGE SECTION.
       01 JW-NIGHT-STATUS           PIC XX VALUE "00".
       01 JW-BUSDATE-STATUS         PIC XX VALUE "00".
       01 JW-JRNL-STATUS            PIC XX VALUE "00".

      *    Working storage keeps its values from call to call, so
      *    night control is read on the first call only.
       01 JW-FIRST-CALL-SW          PIC X VALUE "Y".
         88 JW-FIRST-CALL VALUE "Y".
       01 JW-SESSION-ID             PIC 9(06) VALUE 0.
       01 JW-BUSINESS-DATE          PIC X(08) VALUE SPACES.

       LINKAGE SECTION.
      *        One parameter block per call: the caller fills in who
      *        it is, the transaction code, the action and both
      *        images; the stamp and session are added here so every
      *        journal row is made the same way.
       01 JW-JOURNAL-PARMS.
         05 JW-PROGRAM-ID           PIC X(10).
         05 JW-TRAN-CODE            PIC X(01).
         05 JW-ACTION               PIC X(01).
         05 JW-BEFORE-IMAGE.
           10 JW-BEFORE-PLAYER-ID   PIC X(10).
           10 FILLER                PIC X(55).
         05 JW-AFTER-IMAGE.
           10 JW-AFTER-PLAYER-ID    PIC X(10).
           10 FILLER                PIC X(55).

       PROCEDURE DIVISION USING JW-JOURNAL-PARMS.

       0000-MAINLINE.
           IF JW-FIRST-CALL
             PERFORM 1000-READ-NIGHT THRU 1000-READ-NIGHT-EXIT
             PERFORM 1100-READ-BUSINESS-DATE
               THRU 1100-READ-BUSINESS-DATE-EXIT
           END-IF.
           PERFORM 2000-WRITE-JOURNAL THRU 2000-WRITE-JOURNAL-EXIT.
           GOBACK.

      *    No night control, or no night held yet, stamps session
      *    zero; the change is journalled all the same.
       1000-READ-NIGHT.
           MOVE "N" TO JW-FIRST-CALL-SW.
           OPEN INPUT NIGHT-CTL-FILE.
           IF JW-NIGHT-STATUS IS EQUAL TO "35"
             GO TO 1000-READ-NIGHT-EXIT
           END-IF.
           READ NIGHT-CTL-FILE
             AT END
               CONTINUE
             NOT AT END
               IF NK-SESSION-ID IS NUMERIC
                 MOVE NK-SESSION-ID TO JW-SESSION-ID
               END-IF
           END-READ.
           CLOSE NIGHT-CTL-FILE.
       1000-READ-NIGHT-EXIT.
           EXIT.

      *    Every caller refuses to run without an open date, so a
      *    blank date here only comes from a row written with no
      *    control file; PMASOF falls back to the change stamp.
       1100-READ-BUSINESS-DATE.
           OPEN INPUT BUS-DATE-FILE.
           IF JW-BUSDATE-STATUS IS EQUAL TO "35"
             GO TO 1100-READ-BUSINESS-DATE-EXIT
           END-IF.
           READ BUS-DATE-FILE
             AT END
               CONTINUE
             NOT AT END
               MOVE BD-BUSINESS-DATE TO JW-BUSINESS-DATE
           END-READ.
           CLOSE BUS-DATE-FILE.
       1100-READ-BUSINESS-DATE-EXIT.
           EXIT.

       2000-WRITE-JOURNAL.
           OPEN EXTEND PM-JOURNAL-FILE.
           IF JW-JRNL-STATUS IS EQUAL TO "05" OR "35"
             OPEN OUTPUT PM-JOURNAL-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO PJ-CHANGE-STAMP.
           MOVE JW-PROGRAM-ID TO PJ-PROGRAM-ID.
           MOVE JW-SESSION-ID TO PJ-SESSION-ID.
           MOVE JW-TRAN-CODE TO PJ-TRAN-CODE.
           MOVE JW-ACTION TO PJ-ACTION.
           IF JW-ACTION IS EQUAL TO "D"
             MOVE JW-BEFORE-PLAYER-ID TO PJ-PLAYER-ID
           ELSE
             MOVE JW-AFTER-PLAYER-ID TO PJ-PLAYER-ID
           END-IF.
           MOVE JW-BEFORE-IMAGE TO PJ-BEFORE-IMAGE.
           MOVE JW-AFTER-IMAGE TO PJ-AFTER-IMAGE.
           MOVE JW-BUSINESS-DATE TO PJ-BUSINESS-DATE.
           WRITE PM-JOURNAL-REC.
           CLOSE PM-JOURNAL-FILE.
       2000-WRITE-JOURNAL-EXIT.
           EXIT.
