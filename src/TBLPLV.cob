      ******************************************************************
      *    PROGRAM-ID.  TBLPLV
      *    Callable closed-period check against the TBLPBAL period-
      *    balance file (copybook PBALREC).
      *
      *    CALL "TBLPLV" USING <effective date CCYYMMDD>,
      *                          LS-PERIOD-VERDICT,
      *                          LS-CLOSED-PERIOD
      *
      *    Once the TBLCLOSE month-end close has proved a month and
      *    reported it to finance, no change path may put, move or
      *    take away an entry dated in it - a back-dated change would
      *    silently reopen numbers already reported. TBLMERGE, TBLINQ
      *    and TBLRELSE call here with an entry's effective date:
      *    LS-PERIOD-VERDICT comes back Y when the date's month is
      *    still open and N when it falls in or before the latest
      *    closed period. LS-CLOSED-PERIOD returns that latest closed
      *    period, CCYYMM, so the caller's reject line can say which
      *    close locked it; it is spaces when nothing is closed yet.
      *
      *    The file is read on the first call and only its latest
      *    period is held - the closes run in strict month order, so
      *    every earlier month is closed too. A missing or empty
      *    TBLPBAL means no month has ever been closed and every date
      *    passes. A date that is not numeric is left to the TBLVAL
      *    edits and passes here.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TBLPLV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALANCE-FILE ASSIGN TO "TBLPBAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PBAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BALANCE-FILE.
       01  PBL-RECORD                     PIC X(95).

       WORKING-STORAGE SECTION.
       COPY PBALREC.

       01  WS-LATEST-PERIOD               PIC X(6) VALUE SPACES.
       01  WS-PBAL-STATUS                 PIC X(2) VALUE SPACES.
       01  WS-PBAL-EOF-SWITCH             PIC X(1) VALUE "N".
           88  WS-PBAL-AT-EOF             VALUE "Y".
       01  WS-LOADED-SWITCH               PIC X(1) VALUE "N".
           88  WS-PERIODS-ARE-LOADED      VALUE "Y".

       LINKAGE SECTION.
       01  LS-EFF-DATE                    PIC X(8).
       01  LS-PERIOD-VERDICT              PIC X(1).
           88  LS-PERIOD-IS-OPEN          VALUE "Y".
           88  LS-PERIOD-IS-CLOSED        VALUE "N".
       01  LS-CLOSED-PERIOD               PIC X(6).

       PROCEDURE DIVISION USING LS-EFF-DATE
                                 LS-PERIOD-VERDICT
                                 LS-CLOSED-PERIOD.
       0000-MAIN-LOGIC.
           IF NOT WS-PERIODS-ARE-LOADED
               PERFORM 1000-LOAD-LATEST-PERIOD
           END-IF

           SET LS-PERIOD-IS-OPEN TO TRUE
           MOVE WS-LATEST-PERIOD TO LS-CLOSED-PERIOD

           IF WS-LATEST-PERIOD NOT = SPACES
              AND LS-EFF-DATE NUMERIC
               IF LS-EFF-DATE(1:6) <= WS-LATEST-PERIOD
                   SET LS-PERIOD-IS-CLOSED TO TRUE
               END-IF
           END-IF

           GOBACK.

       1000-LOAD-LATEST-PERIOD.
           SET WS-PERIODS-ARE-LOADED TO TRUE
           OPEN INPUT BALANCE-FILE
           IF WS-PBAL-STATUS NOT = "00"
               DISPLAY "TBLPLV: NO TBLPBAL PERIOD-BALANCE FILE, "
                   "NO PERIOD CLOSED"
           ELSE
               PERFORM UNTIL WS-PBAL-AT-EOF
                   READ BALANCE-FILE INTO WS-PBAL-RECORD
                       AT END
                           SET WS-PBAL-AT-EOF TO TRUE
                       NOT AT END
                           IF WS-PBAL-PERIOD > WS-LATEST-PERIOD
                               MOVE WS-PBAL-PERIOD
                                   TO WS-LATEST-PERIOD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BALANCE-FILE
               IF WS-LATEST-PERIOD NOT = SPACES
                   DISPLAY "TBLPLV: PERIODS CLOSED THROUGH "
                       WS-LATEST-PERIOD
               END-IF
           END-IF.
