      ******************************************************************
      *    PROGRAM-ID.  TBLCLOSE
      *    Month-end close: balance rollforward per branch and region
      *    and the closed-period lock.
      *
      *    There was no formal month-end: accounting rebuilt each
      *    branch's opening balance, movements and closing balance
      *    from TBLSUMM printouts and TBLGLR registers. This program
      *    proves, per branch and per region, that the opening balance
      *    plus the month's journalled movements equals the closing
      *    total on TBLIMAGE, prints the rollforward, and on a clean
      *    proof appends the period's balances to the TBLPBAL
      *    period-balance file (copybook PBALREC). The next month's
      *    close takes its opening balances from the latest period on
      *    that file, and from then on the callable TBLPLV tells the
      *    change paths the month is closed.
      *
      *    Inputs:
      *        TBLPBAL   the period-balance file - opening balances
      *                  are the closing balances of its latest period
      *        TBLJRNL   the month's maintenance journals (copybook
      *                  JRNLREC), concatenated; a record counts as a
      *                  movement of the period when its journal date
      *                  falls in the period, exactly the way TBLPOST
      *                  nets a night - the after-image amount arrives
      *                  at its branch, the before-image amount leaves
      *                  its branch - and records dated outside the
      *                  period are counted and skipped
      *        TBLIMAGE  the table image as it stood at month end
      *        TBLCLOSP  parameters, one KEYWORD=VALUE per record:
      *                  PERIOD=CCYYMM  the month to close, default
      *                                 the month before the run date
      *                  START=Y        first close only - there is no
      *                                 earlier period to roll forward
      *                                 from, so the image's closing
      *                                 totals are taken as the
      *                                 period's balances unproved
      *                  ACCEPT=Y       close the period even though
      *                                 branches are out of proof - set
      *                                 only once finance has approved
      *                                 the differences (see below)
      *
      *    The closes run in strict month order: a period already on
      *    TBLPBAL, or one that is not the month after its latest
      *    period, is refused with return code 8 and nothing written.
      *    A branch out of proof - a change that dodged the journal
      *    (a TBLLOAD full reload or a TBLGENK restore, say), a
      *    missing night's journal, or an image that is not the
      *    month-end one - is flagged on the TBLCLSR rollforward
      *    report, the period is NOT closed, and the run ends with
      *    return code 12. TBLPURGE journals every entry it archives
      *    as a DELETE, and TBLBACK every restore, so a month with a
      *    purge or a backout in it proves like any other.
      *
      *    Because the closes run in order, a month that cannot be
      *    proved would hold every later close - and the TBLPLV lock -
      *    back for good. Once the differences have been investigated
      *    and approved, the close is rerun with ACCEPT=Y: the period
      *    is closed anyway, each out-of-proof branch is written to
      *    TBLPBAL with its closing taken from TBLIMAGE and its
      *    difference carried on the record (flag A, see PBALREC),
      *    its TBLCLSR line is followed by a CLOSED WITH ACCEPTED
      *    DIFFERENCE line, the closing summary line says the same,
      *    and the run ends with return code 4. The next month then
      *    opens from the image's closing, as it must.
      *
      *    Every TBLPBAL write is checked. A failed write leaves part
      *    of the period on the file, so the report says PERIOD NOT
      *    CLOSED, the run ends with return code 16, and the period's
      *    records must be taken off TBLPBAL before the close is
      *    rerun - TBLPLV and the next close would otherwise read the
      *    partial period as closed.
      *
      *    Regions come from the TBLBRV branch-master lookup the way
      *    TBLSUMM rolls them up; a branch the master does not know
      *    rolls up under "????". Each branch books in its own
      *    currency, so the branch lines - and the balances written
      *    to TBLPBAL - are as booked, with the branch's currency
      *    shown, and the proof is made branch by branch in those
      *    units. The region lines and the grand total mix branches,
      *    so each branch is converted to the reporting currency at
      *    the latest rate in force at the period's month end
      *    (callable TBLFXV, one call per branch) before it is rolled
      *    up; the converted movement is the converted closing less
      *    the converted opening and difference, so a region line
      *    foots and shows a difference only where a branch is out of
      *    proof. A branch with no rate, or one whose currency TBLBRM
      *    cannot give, shows NO RATE, is left out of the region and
      *    grand amounts, and ends the run with return code 4 - its
      *    own proof still decides whether the period closes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TBLCLOSE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALANCE-FILE ASSIGN TO "TBLPBAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PBAL-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "TBLJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT TABLE-IMAGE-FILE ASSIGN TO "TBLIMAGE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMAGE-STATUS.

           SELECT PARAMETER-FILE ASSIGN TO "TBLCLOSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT REPORT-FILE ASSIGN TO "TBLCLSR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT STATS-FILE ASSIGN TO "TBLSTATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BALANCE-FILE.
       01  PBL-RECORD                     PIC X(95).

       FD  JOURNAL-FILE.
       01  JRN-RECORD                     PIC X(228).

       FD  TABLE-IMAGE-FILE.
       01  IMG-RECORD                     PIC X(80).

       FD  PARAMETER-FILE.
       01  PRM-RECORD                     PIC X(80).

       FD  REPORT-FILE.
       01  RPT-RECORD                     PIC X(132).

       FD  STATS-FILE.
       01  STA-RECORD                     PIC X(58).

       WORKING-STORAGE SECTION.
       COPY PBALREC.

       COPY JRNLREC.

       COPY ENTREC.

       COPY IMGHDR.

      *    The journalled before- and after-images, carved so the
      *    amount and branch the rollforward needs are addressable.
       01  WS-BEFORE-ENTRY.
           05  WS-BEFORE-KEY              PIC X(10).
           05  WS-BEFORE-AMOUNT           PIC S9(9)V99.
           05  WS-BEFORE-EFF-DATE         PIC X(8).
           05  WS-BEFORE-STATUS           PIC X(2).
           05  WS-BEFORE-BRANCH           PIC X(4).
           05  WS-BEFORE-DESC             PIC X(45).

       01  WS-AFTER-ENTRY.
           05  WS-AFTER-KEY               PIC X(10).
           05  WS-AFTER-AMOUNT            PIC S9(9)V99.
           05  WS-AFTER-EFF-DATE          PIC X(8).
           05  WS-AFTER-STATUS            PIC X(2).
           05  WS-AFTER-BRANCH            PIC X(4).
           05  WS-AFTER-DESC              PIC X(45).

      *    One rollforward cell per branch seen on the opening
      *    balances, the journal or the image. The amounts are
      *    signed - a branch can shrink.
       01  WS-BAL-AREA.
           05  WS-BAL-LIMIT               PIC 9(4) VALUE 500.
           05  WS-BAL-COUNT               PIC 9(4) VALUE 0.
           05  WS-BAL-CELL OCCURS 1 TO 500 TIMES
                        DEPENDING ON WS-BAL-COUNT.
               10  WS-BAL-BRANCH          PIC X(4).
               10  WS-BAL-REGION          PIC X(4).
               10  WS-BAL-OPENING         PIC S9(13)V99.
               10  WS-BAL-MOVEMENT        PIC S9(13)V99.
               10  WS-BAL-CLOSING         PIC S9(13)V99.
               10  WS-BAL-ENTRY-COUNT     PIC 9(5).

       01  WS-BAL-IDX                     PIC 9(4) VALUE 0.
       01  WS-WORK-BRANCH                 PIC X(4) VALUE SPACES.
       01  WS-CELL-FOUND-SWITCH           PIC X(1) VALUE "N".
           88  WS-CELL-WAS-FOUND          VALUE "Y".

      *    One accumulator cell per region, fed from the branch cells.
       01  WS-REGN-AREA.
           05  WS-REGN-LIMIT              PIC 9(2) VALUE 50.
           05  WS-REGN-COUNT              PIC 9(2) VALUE 0.
           05  WS-REGN-CELL OCCURS 1 TO 50 TIMES
                        DEPENDING ON WS-REGN-COUNT.
               10  WS-REGN-CODE           PIC X(4).
               10  WS-REGN-OPENING        PIC S9(13)V99.
               10  WS-REGN-MOVEMENT       PIC S9(13)V99.
               10  WS-REGN-CLOSING        PIC S9(13)V99.
               10  WS-REGN-DIFFERENCE     PIC S9(13)V99.

       01  WS-REGN-IDX                    PIC 9(2) VALUE 0.
       01  WS-REGN-FOUND-SWITCH           PIC X(1) VALUE "N".
           88  WS-REGN-WAS-FOUND          VALUE "Y".
       01  WS-BRANCH-VERDICT              PIC X(1) VALUE SPACES.
       01  WS-BRANCH-REGION               PIC X(4) VALUE SPACES.

      *    The TBLFXV answer for the branch in hand, the month-end
      *    as-of date it is asked for (CCYYMM31 - the latest rate
      *    dated in or before the month), and the branch's figures in
      *    the reporting currency.
       01  WS-RATE-DATE.
           05  WS-RATE-PERIOD             PIC X(6).
           05  FILLER                     PIC X(2) VALUE "31".
       01  WS-BRANCH-CURRENCY             PIC X(3) VALUE SPACES.
       01  WS-BRANCH-RATE                 PIC 9(5)V9(6) VALUE 0.
       01  WS-RATE-VERDICT                PIC X(1) VALUE SPACES.
           88  WS-BRANCH-HAS-RATE         VALUE "Y".
       01  WS-RATE-FLAG                   PIC X(7) VALUE SPACES.
       01  WS-NO-RATE-COUNT               PIC 9(5) VALUE 0.
       01  WS-RPT-OPENING                 PIC S9(13)V99 VALUE 0.
       01  WS-RPT-MOVEMENT                PIC S9(13)V99 VALUE 0.
       01  WS-RPT-CLOSING                 PIC S9(13)V99 VALUE 0.
       01  WS-RPT-DIFFERENCE              PIC S9(13)V99 VALUE 0.

      *    Parameters and the period bookkeeping.
       01  WS-PARM-RECORD                 PIC X(80).
       01  WS-PARM-KEYWORD                PIC X(10) VALUE SPACES.
       01  WS-PARM-VALUE                  PIC X(45) VALUE SPACES.
       01  WS-CLOSE-PERIOD.
           05  WS-CLOSE-YEAR              PIC 9(4).
           05  WS-CLOSE-MONTH             PIC 9(2).
       01  WS-PRIOR-PERIOD.
           05  WS-PRIOR-YEAR              PIC 9(4).
           05  WS-PRIOR-MONTH             PIC 9(2).
       01  WS-LATEST-PERIOD               PIC X(6) VALUE SPACES.
       01  WS-START-SWITCH                PIC X(1) VALUE "N".
           88  WS-START-CLOSE             VALUE "Y".
       01  WS-REFUSED-SWITCH              PIC X(1) VALUE "N".
           88  WS-CLOSE-REFUSED           VALUE "Y".
       01  WS-ACCEPT-SWITCH               PIC X(1) VALUE "N".
           88  WS-ACCEPT-DIFFERENCES      VALUE "Y".

       01  WS-PBAL-STATUS                 PIC X(2) VALUE SPACES.
       01  WS-JRNL-STATUS                 PIC X(2) VALUE SPACES.
       01  WS-IMAGE-STATUS                PIC X(2) VALUE SPACES.
       01  WS-PARM-STATUS                 PIC X(2) VALUE SPACES.
       01  WS-REPORT-STATUS               PIC X(2) VALUE SPACES.
       01  WS-RETURN-CODE                 PIC 9(2) VALUE 0.

       01  WS-PBAL-EOF-SWITCH             PIC X(1) VALUE "N".
           88  WS-PBAL-AT-EOF             VALUE "Y".
       01  WS-JRNL-EOF-SWITCH             PIC X(1) VALUE "N".
           88  WS-JRNL-AT-EOF             VALUE "Y".
       01  WS-IMAGE-EOF-SWITCH            PIC X(1) VALUE "N".
           88  WS-IMAGE-AT-EOF            VALUE "Y".
       01  WS-PARM-EOF-SWITCH             PIC X(1) VALUE "N".
           88  WS-PARM-AT-EOF             VALUE "Y".

       01  WS-JRNL-READ-COUNT             PIC 9(5) VALUE 0.
       01  WS-JRNL-USED-COUNT             PIC 9(5) VALUE 0.
       01  WS-JRNL-SKIPPED-COUNT          PIC 9(5) VALUE 0.
       01  WS-IMAGE-ENTRY-COUNT           PIC 9(5) VALUE 0.
       01  WS-OUT-OF-PROOF-COUNT          PIC 9(5) VALUE 0.
       01  WS-WRITTEN-COUNT               PIC 9(5) VALUE 0.
       01  WS-ACCEPTED-COUNT              PIC 9(5) VALUE 0.

      *    Proof work fields and the grand totals.
       01  WS-EXPECTED-CLOSING            PIC S9(13)V99 VALUE 0.
       01  WS-DIFFERENCE                  PIC S9(13)V99 VALUE 0.
       01  WS-GRAND-OPENING               PIC S9(13)V99 VALUE 0.
       01  WS-GRAND-MOVEMENT              PIC S9(13)V99 VALUE 0.
       01  WS-GRAND-CLOSING               PIC S9(13)V99 VALUE 0.
       01  WS-GRAND-DIFFERENCE            PIC S9(13)V99 VALUE 0.

      *    Edit fields so the report reads like money, not storage.
       01  WS-EDITED-OPENING              PIC -(12)9.99.
       01  WS-EDITED-MOVEMENT             PIC -(12)9.99.
       01  WS-EDITED-CLOSING              PIC -(12)9.99.
       01  WS-EDITED-DIFFERENCE           PIC -(12)9.99.
       01  WS-EDITED-COUNT                PIC ZZZZ9.
       01  WS-PROOF-FLAG                  PIC X(12) VALUE SPACES.

       01  WS-RUN-DATE                    PIC X(8) VALUE SPACES.

      *    End-of-job run statistics appended to TBLSTATS.
       COPY STATSREC.

       01  WS-STATS-STATUS                PIC X(2) VALUE SPACES.
       01  WS-STATS-STAMP.
           05  WS-STAMP-DATE              PIC X(8).
           05  WS-STAMP-TIME              PIC X(6).
           05  FILLER                     PIC X(7).

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 1300-LOAD-OPENING-BALANCES
           IF NOT WS-CLOSE-REFUSED
               PERFORM 2000-ROLL-UP-JOURNAL
               PERFORM 3000-TOTAL-IMAGE
               PERFORM 4000-PROVE-ROLLFORWARD
               PERFORM 5000-WRITE-PERIOD-BALANCES
           END-IF
           PERFORM 9000-TERMINATE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-STATS-STAMP
           MOVE WS-STAMP-DATE TO WS-STATS-START-DATE
           MOVE WS-STAMP-TIME TO WS-STATS-START-TIME
           MOVE WS-STAMP-DATE TO WS-RUN-DATE

      *    The default period is the month before the run date - the
      *    close runs in the first days of the following month.
           MOVE WS-RUN-DATE(1:6) TO WS-CLOSE-PERIOD
           IF WS-CLOSE-MONTH = 1
               MOVE 12 TO WS-CLOSE-MONTH
               SUBTRACT 1 FROM WS-CLOSE-YEAR
           ELSE
               SUBTRACT 1 FROM WS-CLOSE-MONTH
           END-IF

           PERFORM 1200-LOAD-PARAMETERS

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "TBLCLOSE: UNABLE TO OPEN TBLCLSR, STATUS="
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO RPT-RECORD
           STRING "MONTH-END ROLLFORWARD - PERIOD " WS-CLOSE-PERIOD
                   " - RUN DATE " WS-RUN-DATE
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD.

      *    An absent parameter file means the default period and an
      *    ordinary (not START) close.
       1200-LOAD-PARAMETERS.
           OPEN INPUT PARAMETER-FILE
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY "TBLCLOSE: NO TBLCLOSP PARAMETER FILE, "
                   "CLOSING PERIOD " WS-CLOSE-PERIOD
               SET WS-PARM-AT-EOF TO TRUE
           ELSE
               PERFORM UNTIL WS-PARM-AT-EOF
                   READ PARAMETER-FILE INTO WS-PARM-RECORD
                       AT END
                           SET WS-PARM-AT-EOF TO TRUE
                       NOT AT END
                           PERFORM 1210-APPLY-PARAMETER
                   END-READ
               END-PERFORM
               CLOSE PARAMETER-FILE
           END-IF.

       1210-APPLY-PARAMETER.
           IF WS-PARM-RECORD = SPACES
               CONTINUE
           ELSE
               MOVE SPACES TO WS-PARM-KEYWORD
               MOVE SPACES TO WS-PARM-VALUE
               UNSTRING WS-PARM-RECORD DELIMITED BY "="
                   INTO WS-PARM-KEYWORD, WS-PARM-VALUE
               EVALUATE WS-PARM-KEYWORD
                   WHEN "PERIOD"
                       IF WS-PARM-VALUE(1:6) NUMERIC
                          AND WS-PARM-VALUE(5:2) >= "01"
                          AND WS-PARM-VALUE(5:2) <= "12"
                           MOVE WS-PARM-VALUE(1:6) TO WS-CLOSE-PERIOD
                       ELSE
                           DISPLAY "TBLCLOSE: BAD PERIOD VALUE "
                               WS-PARM-VALUE(1:6)
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   WHEN "START"
                       IF WS-PARM-VALUE(1:1) = "Y"
                           SET WS-START-CLOSE TO TRUE
                       END-IF
                   WHEN "ACCEPT"
                       IF WS-PARM-VALUE(1:1) = "Y"
                           SET WS-ACCEPT-DIFFERENCES TO TRUE
                       END-IF
                   WHEN OTHER
                       DISPLAY "TBLCLOSE: UNRECOGNIZED PARAMETER "
                           WS-PARM-KEYWORD
                       MOVE 8 TO WS-RETURN-CODE
               END-EVALUATE
           END-IF.

      *    The opening balances are the closing balances of the
      *    latest period on TBLPBAL; the cells are reset whenever a
      *    later period turns up, so only the latest survives. The
      *    sequencing rules are applied once the latest is known.
       1300-LOAD-OPENING-BALANCES.
           OPEN INPUT BALANCE-FILE
           IF WS-PBAL-STATUS NOT = "00"
               SET WS-PBAL-AT-EOF TO TRUE
           ELSE
               PERFORM UNTIL WS-PBAL-AT-EOF
                   READ BALANCE-FILE INTO WS-PBAL-RECORD
                       AT END
                           SET WS-PBAL-AT-EOF TO TRUE
                       NOT AT END
                           PERFORM 1310-FILE-OPENING-BALANCE
                   END-READ
               END-PERFORM
               CLOSE BALANCE-FILE
           END-IF

           MOVE WS-CLOSE-PERIOD TO WS-PRIOR-PERIOD
           IF WS-PRIOR-MONTH = 1
               MOVE 12 TO WS-PRIOR-MONTH
               SUBTRACT 1 FROM WS-PRIOR-YEAR
           ELSE
               SUBTRACT 1 FROM WS-PRIOR-MONTH
           END-IF

           EVALUATE TRUE
               WHEN WS-LATEST-PERIOD = SPACES AND NOT WS-START-CLOSE
                   DISPLAY "TBLCLOSE: NO PERIOD HAS BEEN CLOSED, "
                       "THE FIRST CLOSE MUST RUN WITH START=Y"
                   SET WS-CLOSE-REFUSED TO TRUE
               WHEN WS-LATEST-PERIOD NOT = SPACES AND WS-START-CLOSE
                   DISPLAY "TBLCLOSE: START=Y REFUSED, PERIODS ARE "
                       "ALREADY CLOSED THROUGH " WS-LATEST-PERIOD
                   SET WS-CLOSE-REFUSED TO TRUE
               WHEN WS-LATEST-PERIOD NOT = SPACES
                AND WS-LATEST-PERIOD >= WS-CLOSE-PERIOD
                   DISPLAY "TBLCLOSE: PERIOD " WS-CLOSE-PERIOD
                       " IS ALREADY CLOSED"
                   SET WS-CLOSE-REFUSED TO TRUE
               WHEN WS-LATEST-PERIOD NOT = SPACES
                AND WS-LATEST-PERIOD NOT = WS-PRIOR-PERIOD
                   DISPLAY "TBLCLOSE: PERIOD " WS-PRIOR-PERIOD
                       " MUST BE CLOSED BEFORE " WS-CLOSE-PERIOD
                   SET WS-CLOSE-REFUSED TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-CLOSE-REFUSED
               MOVE "CLOSE REFUSED - NOTHING WRITTEN" TO RPT-RECORD
               WRITE RPT-RECORD
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               MOVE SPACES TO RPT-RECORD
               IF WS-START-CLOSE
                   STRING "FIRST CLOSE - OPENING POSITION TAKEN "
                           "FROM TBLIMAGE, NOT PROVED"
                           DELIMITED BY SIZE INTO RPT-RECORD
               ELSE
                   STRING "OPENING BALANCES FROM PERIOD "
                           WS-LATEST-PERIOD
                           DELIMITED BY SIZE INTO RPT-RECORD
               END-IF
               WRITE RPT-RECORD
           END-IF.

       1310-FILE-OPENING-BALANCE.
           IF WS-PBAL-PERIOD > WS-LATEST-PERIOD
               MOVE WS-PBAL-PERIOD TO WS-LATEST-PERIOD
               MOVE 0 TO WS-BAL-COUNT
           END-IF
           IF WS-PBAL-PERIOD = WS-LATEST-PERIOD
               MOVE WS-PBAL-BRANCH TO WS-WORK-BRANCH
               PERFORM 2200-FIND-OR-ADD-CELL
               ADD WS-PBAL-CLOSING TO WS-BAL-OPENING(WS-BAL-IDX)
           END-IF.

      *    One pass down the month's journals. Records dated outside
      *    the period belong to another close and are skipped. A
      *    START close proves nothing, so it takes no movements.
       2000-ROLL-UP-JOURNAL.
           IF WS-START-CLOSE
               SET WS-JRNL-AT-EOF TO TRUE
           ELSE
               OPEN INPUT JOURNAL-FILE
               IF WS-JRNL-STATUS NOT = "00"
                   DISPLAY "TBLCLOSE: UNABLE TO OPEN TBLJRNL, STATUS="
                       WS-JRNL-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM UNTIL WS-JRNL-AT-EOF
               READ JOURNAL-FILE INTO WS-JOURNAL-RECORD
                   AT END
                       SET WS-JRNL-AT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-JRNL-READ-COUNT
                       IF WS-JRNL-DATE(1:6) = WS-CLOSE-PERIOD
                           ADD 1 TO WS-JRNL-USED-COUNT
                           PERFORM 2100-POST-ONE-MOVEMENT
                       ELSE
                           ADD 1 TO WS-JRNL-SKIPPED-COUNT
                       END-IF
               END-READ
           END-PERFORM
           IF NOT WS-START-CLOSE
               CLOSE JOURNAL-FILE
           END-IF.

       2100-POST-ONE-MOVEMENT.
           MOVE WS-JRNL-BEFORE TO WS-BEFORE-ENTRY
           MOVE WS-JRNL-AFTER TO WS-AFTER-ENTRY
           IF WS-AFTER-ENTRY NOT = SPACES
               MOVE WS-AFTER-BRANCH TO WS-WORK-BRANCH
               PERFORM 2200-FIND-OR-ADD-CELL
               ADD WS-AFTER-AMOUNT TO WS-BAL-MOVEMENT(WS-BAL-IDX)
           END-IF
           IF WS-BEFORE-ENTRY NOT = SPACES
               MOVE WS-BEFORE-BRANCH TO WS-WORK-BRANCH
               PERFORM 2200-FIND-OR-ADD-CELL
               SUBTRACT WS-BEFORE-AMOUNT
                   FROM WS-BAL-MOVEMENT(WS-BAL-IDX)
           END-IF.

       2200-FIND-OR-ADD-CELL.
           MOVE "N" TO WS-CELL-FOUND-SWITCH
           PERFORM VARYING WS-BAL-IDX FROM 1 BY 1
                       UNTIL WS-BAL-IDX > WS-BAL-COUNT
                          OR WS-CELL-WAS-FOUND
               IF WS-BAL-BRANCH(WS-BAL-IDX) = WS-WORK-BRANCH
                   SET WS-CELL-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM

           IF WS-CELL-WAS-FOUND
               SUBTRACT 1 FROM WS-BAL-IDX
           ELSE
               IF WS-BAL-COUNT >= WS-BAL-LIMIT
                   DISPLAY "TBLCLOSE: MORE THAN " WS-BAL-LIMIT
                       " BRANCHES, CANNOT CLOSE"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-BAL-COUNT
               MOVE WS-BAL-COUNT TO WS-BAL-IDX
               MOVE WS-WORK-BRANCH TO WS-BAL-BRANCH(WS-BAL-IDX)
               MOVE SPACES TO WS-BAL-REGION(WS-BAL-IDX)
               MOVE 0 TO WS-BAL-OPENING(WS-BAL-IDX)
               MOVE 0 TO WS-BAL-MOVEMENT(WS-BAL-IDX)
               MOVE 0 TO WS-BAL-CLOSING(WS-BAL-IDX)
               MOVE 0 TO WS-BAL-ENTRY-COUNT(WS-BAL-IDX)
           END-IF.

      *    The month-end image, streamed the way TBLSUMM reads it:
      *    every entry's amount lands on its branch's closing total.
       3000-TOTAL-IMAGE.
           OPEN INPUT TABLE-IMAGE-FILE
           IF WS-IMAGE-STATUS NOT = "00"
               DISPLAY "TBLCLOSE: UNABLE TO OPEN TBLIMAGE, STATUS="
                   WS-IMAGE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ TABLE-IMAGE-FILE INTO WS-IMAGE-HEADER
               AT END
                   DISPLAY "TBLCLOSE: TBLIMAGE IS EMPTY, "
                       "NO HEADER RECORD"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           PERFORM UNTIL WS-IMAGE-AT-EOF
               READ TABLE-IMAGE-FILE INTO WS-ENT-RECORD
                   AT END
                       SET WS-IMAGE-AT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-IMAGE-ENTRY-COUNT
                       MOVE WS-ENT-BRANCH TO WS-WORK-BRANCH
                       PERFORM 2200-FIND-OR-ADD-CELL
                       ADD WS-ENT-AMOUNT TO WS-BAL-CLOSING(WS-BAL-IDX)
                       ADD 1 TO WS-BAL-ENTRY-COUNT(WS-BAL-IDX)
               END-READ
           END-PERFORM
           CLOSE TABLE-IMAGE-FILE.

      *    The proof, one branch at a time in branch order: opening
      *    plus movement must equal the image's closing total. On a
      *    START close the image is the position, so the opening is
      *    set to it and there is nothing to prove.
       4000-PROVE-ROLLFORWARD.
           IF WS-BAL-COUNT > 0
               SORT WS-BAL-CELL ASCENDING WS-BAL-BRANCH
           END-IF
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING "BRANCH REGION CCY  COUNT           OPENING"
                   "          MOVEMENT           CLOSING"
                   "        DIFFERENCE"
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD
           MOVE WS-CLOSE-PERIOD TO WS-RATE-PERIOD
           PERFORM VARYING WS-BAL-IDX FROM 1 BY 1
                       UNTIL WS-BAL-IDX > WS-BAL-COUNT
               IF WS-START-CLOSE
                   MOVE WS-BAL-CLOSING(WS-BAL-IDX)
                       TO WS-BAL-OPENING(WS-BAL-IDX)
               END-IF
               PERFORM 4100-PROVE-ONE-BRANCH
           END-PERFORM
           IF WS-NO-RATE-COUNT > 0 AND WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING "REGIONS AND GRAND TOTAL IN THE REPORTING CURRENCY"
                   " AT MONTH-END RATES"
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD
           PERFORM 4300-PRINT-REGION-SUMMARY
           PERFORM 4400-PRINT-GRAND-TOTALS.

       4100-PROVE-ONE-BRANCH.
           CALL "TBLBRV" USING WS-BAL-BRANCH(WS-BAL-IDX),
                   WS-BRANCH-VERDICT, WS-BRANCH-REGION
           IF WS-BRANCH-REGION = SPACES
               MOVE "????" TO WS-BRANCH-REGION
           END-IF
           MOVE WS-BRANCH-REGION TO WS-BAL-REGION(WS-BAL-IDX)

           COMPUTE WS-EXPECTED-CLOSING = WS-BAL-OPENING(WS-BAL-IDX)
               + WS-BAL-MOVEMENT(WS-BAL-IDX)
           COMPUTE WS-DIFFERENCE = WS-BAL-CLOSING(WS-BAL-IDX)
               - WS-EXPECTED-CLOSING
           IF WS-DIFFERENCE = 0
               MOVE SPACES TO WS-PROOF-FLAG
           ELSE
               MOVE "OUT OF PROOF" TO WS-PROOF-FLAG
               ADD 1 TO WS-OUT-OF-PROOF-COUNT
           END-IF

           CALL "TBLFXV" USING WS-BAL-BRANCH(WS-BAL-IDX),
                   WS-RATE-DATE, WS-BRANCH-CURRENCY, WS-BRANCH-RATE,
                   WS-RATE-VERDICT
           IF WS-BRANCH-HAS-RATE
               MOVE SPACES TO WS-RATE-FLAG
           ELSE
               MOVE "NO RATE" TO WS-RATE-FLAG
               ADD 1 TO WS-NO-RATE-COUNT
           END-IF

           MOVE WS-BAL-ENTRY-COUNT(WS-BAL-IDX) TO WS-EDITED-COUNT
           MOVE WS-BAL-OPENING(WS-BAL-IDX) TO WS-EDITED-OPENING
           MOVE WS-BAL-MOVEMENT(WS-BAL-IDX) TO WS-EDITED-MOVEMENT
           MOVE WS-BAL-CLOSING(WS-BAL-IDX) TO WS-EDITED-CLOSING
           MOVE WS-DIFFERENCE TO WS-EDITED-DIFFERENCE
           MOVE SPACES TO RPT-RECORD
           STRING WS-BAL-BRANCH(WS-BAL-IDX) "   "
                   WS-BAL-REGION(WS-BAL-IDX) "   "
                   WS-BRANCH-CURRENCY "  "
                   WS-EDITED-COUNT "  " WS-EDITED-OPENING "  "
                   WS-EDITED-MOVEMENT "  " WS-EDITED-CLOSING "  "
                   WS-EDITED-DIFFERENCE "  " WS-PROOF-FLAG "  "
                   WS-RATE-FLAG
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD
           IF WS-DIFFERENCE NOT = 0 AND WS-ACCEPT-DIFFERENCES
               MOVE SPACES TO RPT-RECORD
               STRING "       CLOSED WITH ACCEPTED DIFFERENCE "
                       WS-EDITED-DIFFERENCE
                       DELIMITED BY SIZE INTO RPT-RECORD
               WRITE RPT-RECORD
           END-IF

           IF WS-BRANCH-HAS-RATE
               COMPUTE WS-RPT-OPENING ROUNDED =
                   WS-BAL-OPENING(WS-BAL-IDX) * WS-BRANCH-RATE
               COMPUTE WS-RPT-CLOSING ROUNDED =
                   WS-BAL-CLOSING(WS-BAL-IDX) * WS-BRANCH-RATE
               COMPUTE WS-RPT-DIFFERENCE ROUNDED =
                   WS-DIFFERENCE * WS-BRANCH-RATE
               COMPUTE WS-RPT-MOVEMENT = WS-RPT-CLOSING
                   - WS-RPT-OPENING - WS-RPT-DIFFERENCE
               ADD WS-RPT-OPENING TO WS-GRAND-OPENING
               ADD WS-RPT-MOVEMENT TO WS-GRAND-MOVEMENT
               ADD WS-RPT-CLOSING TO WS-GRAND-CLOSING
               ADD WS-RPT-DIFFERENCE TO WS-GRAND-DIFFERENCE
               PERFORM 4200-ROLL-UP-TO-REGION
           END-IF.

       4200-ROLL-UP-TO-REGION.
           MOVE "N" TO WS-REGN-FOUND-SWITCH
           PERFORM VARYING WS-REGN-IDX FROM 1 BY 1
                       UNTIL WS-REGN-IDX > WS-REGN-COUNT
                          OR WS-REGN-WAS-FOUND
               IF WS-REGN-CODE(WS-REGN-IDX) = WS-BRANCH-REGION
                   SET WS-REGN-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-REGN-WAS-FOUND
               SUBTRACT 1 FROM WS-REGN-IDX
           ELSE
               IF WS-REGN-COUNT >= WS-REGN-LIMIT
                   DISPLAY "TBLCLOSE: MORE THAN " WS-REGN-LIMIT
                       " REGIONS, CANNOT CLOSE"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-REGN-COUNT
               MOVE WS-REGN-COUNT TO WS-REGN-IDX
               MOVE WS-BRANCH-REGION TO WS-REGN-CODE(WS-REGN-IDX)
               MOVE 0 TO WS-REGN-OPENING(WS-REGN-IDX)
               MOVE 0 TO WS-REGN-MOVEMENT(WS-REGN-IDX)
               MOVE 0 TO WS-REGN-CLOSING(WS-REGN-IDX)
               MOVE 0 TO WS-REGN-DIFFERENCE(WS-REGN-IDX)
           END-IF
           ADD WS-RPT-OPENING TO WS-REGN-OPENING(WS-REGN-IDX)
           ADD WS-RPT-MOVEMENT TO WS-REGN-MOVEMENT(WS-REGN-IDX)
           ADD WS-RPT-CLOSING TO WS-REGN-CLOSING(WS-REGN-IDX)
           ADD WS-RPT-DIFFERENCE TO WS-REGN-DIFFERENCE(WS-REGN-IDX).

      *    The region proof follows from the branch proofs, but the
      *    region cut is the one finance reads, so it is printed with
      *    its own difference column - the converted differences of
      *    its branches.
       4300-PRINT-REGION-SUMMARY.
           IF WS-REGN-COUNT > 0
               SORT WS-REGN-CELL ASCENDING WS-REGN-CODE
               MOVE SPACES TO RPT-RECORD
               STRING "REGION                  OPENING"
                       "          MOVEMENT           CLOSING"
                       "        DIFFERENCE"
                       DELIMITED BY SIZE INTO RPT-RECORD
               WRITE RPT-RECORD
               PERFORM VARYING WS-REGN-IDX FROM 1 BY 1
                           UNTIL WS-REGN-IDX > WS-REGN-COUNT
                   MOVE WS-REGN-DIFFERENCE(WS-REGN-IDX)
                       TO WS-DIFFERENCE
                   IF WS-DIFFERENCE = 0
                       MOVE SPACES TO WS-PROOF-FLAG
                   ELSE
                       MOVE "OUT OF PROOF" TO WS-PROOF-FLAG
                   END-IF
                   MOVE WS-REGN-OPENING(WS-REGN-IDX)
                       TO WS-EDITED-OPENING
                   MOVE WS-REGN-MOVEMENT(WS-REGN-IDX)
                       TO WS-EDITED-MOVEMENT
                   MOVE WS-REGN-CLOSING(WS-REGN-IDX)
                       TO WS-EDITED-CLOSING
                   MOVE WS-DIFFERENCE TO WS-EDITED-DIFFERENCE
                   MOVE SPACES TO RPT-RECORD
                   STRING WS-REGN-CODE(WS-REGN-IDX) "           "
                           WS-EDITED-OPENING "  " WS-EDITED-MOVEMENT
                           "  " WS-EDITED-CLOSING "  "
                           WS-EDITED-DIFFERENCE "  " WS-PROOF-FLAG
                           DELIMITED BY SIZE INTO RPT-RECORD
                   WRITE RPT-RECORD
               END-PERFORM
           END-IF.

       4400-PRINT-GRAND-TOTALS.
           MOVE WS-GRAND-OPENING TO WS-EDITED-OPENING
           MOVE WS-GRAND-MOVEMENT TO WS-EDITED-MOVEMENT
           MOVE WS-GRAND-CLOSING TO WS-EDITED-CLOSING
           MOVE WS-GRAND-DIFFERENCE TO WS-EDITED-DIFFERENCE
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING "GRAND TOTAL    " WS-EDITED-OPENING "  "
                   WS-EDITED-MOVEMENT "  " WS-EDITED-CLOSING "  "
                   WS-EDITED-DIFFERENCE
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD.

      *    Only a clean proof closes the period, unless ACCEPT=Y
      *    says the differences have been approved. The balances are
      *    appended - TBLPBAL is the standing record of every close -
      *    and status 35 just means this is the first close.
       5000-WRITE-PERIOD-BALANCES.
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           IF WS-OUT-OF-PROOF-COUNT > 0 AND NOT WS-ACCEPT-DIFFERENCES
               MOVE SPACES TO RPT-RECORD
               STRING "OUT OF PROOF - PERIOD " WS-CLOSE-PERIOD
                       " NOT CLOSED"
                       DELIMITED BY SIZE INTO RPT-RECORD
               WRITE RPT-RECORD
               DISPLAY "TBLCLOSE: " WS-OUT-OF-PROOF-COUNT
                   " BRANCHES OUT OF PROOF, PERIOD "
                   WS-CLOSE-PERIOD " NOT CLOSED"
               MOVE 12 TO WS-RETURN-CODE
           ELSE
               OPEN EXTEND BALANCE-FILE
               IF WS-PBAL-STATUS = "35"
                   OPEN OUTPUT BALANCE-FILE
               END-IF
               IF WS-PBAL-STATUS NOT = "00"
                   DISPLAY "TBLCLOSE: UNABLE TO OPEN TBLPBAL, STATUS="
                       WS-PBAL-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM VARYING WS-BAL-IDX FROM 1 BY 1
                           UNTIL WS-BAL-IDX > WS-BAL-COUNT
                              OR WS-PBAL-STATUS NOT = "00"
                   PERFORM 5100-WRITE-ONE-BALANCE
               END-PERFORM
               CLOSE BALANCE-FILE
               MOVE SPACES TO RPT-RECORD
               EVALUATE TRUE
                   WHEN WS-WRITTEN-COUNT < WS-BAL-COUNT
                       STRING "PERIOD " WS-CLOSE-PERIOD " NOT CLOSED - "
                               "TBLPBAL WRITE FAILED AFTER "
                               WS-WRITTEN-COUNT " BRANCH BALANCES, "
                               "REMOVE THEM BEFORE RERUNNING"
                               DELIMITED BY SIZE INTO RPT-RECORD
                       MOVE 16 TO WS-RETURN-CODE
                   WHEN WS-ACCEPTED-COUNT > 0
                       STRING "PERIOD " WS-CLOSE-PERIOD " CLOSED WITH "
                               "ACCEPTED DIFFERENCE - "
                               WS-WRITTEN-COUNT " BRANCH BALANCES "
                               "WRITTEN TO TBLPBAL, "
                               WS-ACCEPTED-COUNT " OUT OF PROOF"
                               DELIMITED BY SIZE INTO RPT-RECORD
                       DISPLAY "TBLCLOSE: PERIOD " WS-CLOSE-PERIOD
                           " CLOSED WITH ACCEPTED DIFFERENCE ON "
                           WS-ACCEPTED-COUNT " BRANCHES"
                       IF WS-RETURN-CODE < 4
                           MOVE 4 TO WS-RETURN-CODE
                       END-IF
                   WHEN OTHER
                       STRING "PERIOD " WS-CLOSE-PERIOD " CLOSED - "
                               WS-WRITTEN-COUNT " BRANCH BALANCES "
                               "WRITTEN TO TBLPBAL"
                               DELIMITED BY SIZE INTO RPT-RECORD
               END-EVALUATE
               WRITE RPT-RECORD
           END-IF.

      *    The closing is always the image's and the movement always
      *    the journal's; an accepted difference is carried beside
      *    them rather than folded into either.
       5100-WRITE-ONE-BALANCE.
           MOVE SPACES TO WS-PBAL-RECORD
           MOVE WS-CLOSE-PERIOD TO WS-PBAL-PERIOD
           MOVE WS-BAL-BRANCH(WS-BAL-IDX) TO WS-PBAL-BRANCH
           MOVE WS-BAL-REGION(WS-BAL-IDX) TO WS-PBAL-REGION
           MOVE WS-BAL-OPENING(WS-BAL-IDX) TO WS-PBAL-OPENING
           MOVE WS-BAL-MOVEMENT(WS-BAL-IDX) TO WS-PBAL-MOVEMENT
           MOVE WS-BAL-CLOSING(WS-BAL-IDX) TO WS-PBAL-CLOSING
           MOVE WS-BAL-ENTRY-COUNT(WS-BAL-IDX) TO WS-PBAL-ENTRY-COUNT
           MOVE WS-RUN-DATE TO WS-PBAL-CLOSE-DATE
           COMPUTE WS-PBAL-DIFFERENCE = WS-BAL-CLOSING(WS-BAL-IDX)
               - WS-BAL-OPENING(WS-BAL-IDX)
               - WS-BAL-MOVEMENT(WS-BAL-IDX)
           IF WS-PBAL-DIFFERENCE NOT = 0
               SET WS-PBAL-DIFF-ACCEPTED TO TRUE
           END-IF
           WRITE PBL-RECORD FROM WS-PBAL-RECORD
           IF WS-PBAL-STATUS = "00"
               ADD 1 TO WS-WRITTEN-COUNT
               IF WS-PBAL-DIFF-ACCEPTED
                   ADD 1 TO WS-ACCEPTED-COUNT
               END-IF
           ELSE
               DISPLAY "TBLCLOSE: TBLPBAL WRITE FAILED, STATUS="
                   WS-PBAL-STATUS " AT BRANCH "
                   WS-BAL-BRANCH(WS-BAL-IDX) ", PERIOD "
                   WS-CLOSE-PERIOD " NOT CLOSED"
           END-IF.

       9000-TERMINATE.
           MOVE SPACES TO RPT-RECORD
           STRING "JOURNAL RECORDS READ:          " WS-JRNL-READ-COUNT
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING "  IN THE PERIOD:               " WS-JRNL-USED-COUNT
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING "  OUTSIDE THE PERIOD, SKIPPED: "
                   WS-JRNL-SKIPPED-COUNT
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING "IMAGE ENTRIES:                 "
                   WS-IMAGE-ENTRY-COUNT
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING "BRANCHES OUT OF PROOF:         "
                   WS-OUT-OF-PROOF-COUNT
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING "BRANCHES WITH NO RATE:         "
                   WS-NO-RATE-COUNT
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD
           CLOSE REPORT-FILE
           DISPLAY "TBLCLOSE: PERIOD " WS-CLOSE-PERIOD ", "
               WS-BAL-COUNT " BRANCHES, " WS-JRNL-USED-COUNT
               " JOURNAL RECORDS, " WS-OUT-OF-PROOF-COUNT
               " OUT OF PROOF"
           DISPLAY "TBLCLOSE: RUN COMPLETE, RETURN CODE "
               WS-RETURN-CODE
           PERFORM 9100-WRITE-RUN-STATS.

      *    One TBLSTATS record per run. EXTEND keeps the history
      *    growing across jobs; status 35 just means no statistics
      *    file exists yet, so start one. A statistics failure is
      *    reported but never fails the business run.
       9100-WRITE-RUN-STATS.
           MOVE FUNCTION CURRENT-DATE TO WS-STATS-STAMP
           MOVE WS-STAMP-DATE TO WS-STATS-END-DATE
           MOVE WS-STAMP-TIME TO WS-STATS-END-TIME
           MOVE "TBLCLOSE" TO WS-STATS-PROGRAM
           MOVE WS-JRNL-READ-COUNT TO WS-STATS-READ-COUNT
           MOVE WS-IMAGE-ENTRY-COUNT TO WS-STATS-LOADED-COUNT
           MOVE WS-OUT-OF-PROOF-COUNT TO WS-STATS-REJECT-COUNT
           MOVE WS-WRITTEN-COUNT TO WS-STATS-CHANGED-COUNT
           MOVE WS-RETURN-CODE TO WS-STATS-RETURN-CODE
           OPEN EXTEND STATS-FILE
           IF WS-STATS-STATUS = "35"
               OPEN OUTPUT STATS-FILE
           END-IF
           IF WS-STATS-STATUS NOT = "00"
               DISPLAY "TBLCLOSE: UNABLE TO OPEN TBLSTATS, STATUS="
                   WS-STATS-STATUS
           ELSE
               WRITE STA-RECORD FROM WS-STATS-RECORD
               CLOSE STATS-FILE
           END-IF.
