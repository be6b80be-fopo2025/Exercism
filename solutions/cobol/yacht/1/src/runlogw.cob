             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-LOG-STATUS.

      *        The business-date control file BUSDTCTL keeps; read
      *        on every call so each row carries the date the run
      *        was processing as well as the clock times.
           SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LOG-FILE.
           05 RL-PROC-COUNT       PIC 9(07).
           05 RL-REJECT-COUNT     PIC 9(07).
           05 RL-WORST-STATUS     PIC XX.
           05 RL-BUSINESS-DATE    PIC X(08).

      *        Byte-for-byte the same layout as BUSDTCTL's
      *        BUS-DATE-REC.
       FD  BUS-DATE-FILE.
       01  BUS-DATE-REC.
           05 BD-DATE-STATUS      PIC X(06).
           05 BD-BUSINESS-DATE    PIC X(08).
           05 BD-PRIOR-DATE       PIC X(08).
           05 BD-OPEN-STAMP       PIC X(14).
           05 BD-CLOSE-STAMP      PIC X(14).

       WORKING-STORAGE SECTION.
       01 WS-LOG-STATUS PIC XX VALUE "00".
       01 WS-DATE-STATUS PIC XX VALUE "00".
       01 WS-BUSINESS-DATE PIC X(08) VALUE SPACES.

       LINKAGE SECTION.
      *        One parameter block per call: the batch driver fills
       PROCEDURE DIVISION USING WS-RUNLOG-PARMS.

         RUNLOGW.
         PERFORM READ-BUSINESS-DATE.
         PERFORM WRITE-RUN-RECORD.
         GOBACK.

         MOVE WS-RL-PROC-COUNT TO RL-PROC-COUNT.
         MOVE WS-RL-REJECT-COUNT TO RL-REJECT-COUNT.
         MOVE WS-RL-WORST-STATUS TO RL-WORST-STATUS.
         MOVE WS-BUSINESS-DATE TO RL-BUSINESS-DATE.
         WRITE RUN-LOG-REC.
         CLOSE RUN-LOG-FILE.

      *        ----------------------------------------------------------
      *        The business date in force when the row is written. The
      *        callers refuse to run without an open date, so a blank
      *        here only comes from a row written with no control file.
      *        ----------------------------------------------------------
         READ-BUSINESS-DATE.
         MOVE SPACES TO WS-BUSINESS-DATE.
         OPEN INPUT BUS-DATE-FILE.
         IF WS-DATE-STATUS IS NOT EQUAL TO "35"
           READ BUS-DATE-FILE
             AT END
               CONTINUE
             NOT AT END
               MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
           END-READ
           CLOSE BUS-DATE-FILE
         END-IF.
