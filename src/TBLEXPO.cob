      ******************************************************************
      *    PROGRAM-ID.  TBLEXPO
      *    Nightly branch exposure run: open business per branch and
      *    region against the branch exposure limits, with a breach
      *    file for the risk desk.
      *
      *    TBLSUMM prints every branch's totals, but nothing compared
      *    them with what each branch is allowed to carry - somebody
      *    had to know the limits and check by hand. Each branch on
      *    the TBLBRM master (copybook BRMREC) now carries an exposure
      *    limit and a warning percentage, set by TBLBRMNT LIMIT. This
      *    run reads the whole of TBLMAST and totals the open entries
      *    (status AC, PE or SU) for every branch, does the same for
      *    the prior image TBLIMGO - the generation TBLCOMP compares
      *    against - for the day-over-day change, and judges each
      *    branch with a limit:
      *        OVER     open amount above the limit
      *        WARNING  open amount above the warning percentage of
      *                 the limit, but not above the limit
      *    A branch with no limit (zero, or a master record written
      *    before limits existed) is totalled but never judged. The
      *    limit is in the branch's own currency, so the branch lines
      *    compare and print amounts as booked.
      *
      *    The TBLEXPR report lists the branches over their limit,
      *    then those over their warning level, then the rest, each
      *    with the open amount, the prior image's open amount, the
      *    change between them, the limit, the warning percentage and
      *    the percentage of the limit used. The branch totals then
      *    roll up to a region page, which mixes currencies and so is
      *    in the reporting currency: both days are converted at the
      *    rate in force on the run date (callable TBLFXV), so the
      *    change shows business, not the rate. A branch whose
      *    currency has no rate is left out of its region's amounts
      *    and marked NO RATE, as on TBLSUMM. A branch the master does
      *    not know rolls up under region "????".
      *
      *    Every OVER and WARNING branch is also written to the TBLEXPB
      *    breach file (copybook EXPBREC), rewritten each run - but
      *    only once every total has been taken, so a run that ends
      *    16 leaves the last good file in place - for the risk desk
      *    to load. TBLMERGE reads it through the callable
      *    TBLEXV and holds ADDs for a branch that is over its limit,
      *    so a limit raised during the day takes effect once this
      *    run, which only reads the table, has been run again.
      *
      *    Return code 4 means there is something to read: a branch
      *    over its limit or warning level, a branch with no rate, or
      *    no prior image or branch master to work from (the report
      *    says which). 16 means TBLMAST or an output file could not
      *    be opened, or the table holds more branches or regions than
      *    the run can total.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TBLEXPO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRANCH-FILE ASSIGN TO "TBLBRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRM-STATUS-CODE.

           SELECT MASTER-FILE ASSIGN TO "TBLMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MF-ENTRY-KEY
               FILE STATUS IS WS-MAST-STATUS.

           SELECT OLD-IMAGE-FILE ASSIGN TO "TBLIMGO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.

           SELECT REPORT-FILE ASSIGN TO "TBLEXPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT BREACH-FILE ASSIGN TO "TBLEXPB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPB-STATUS.

           SELECT STATS-FILE ASSIGN TO "TBLSTATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BRANCH-FILE.
       01  BRM-RECORD                     PIC X(80).

       FD  MASTER-FILE.
       01  MF-RECORD.
           05  MF-ENTRY-KEY               PIC X(10).
           05  MF-ENTRY-DATA              PIC X(70).

       FD  OLD-IMAGE-FILE.
       01  OLD-RECORD                     PIC X(80).

       FD  REPORT-FILE.
       01  RPT-RECORD                     PIC X(132).

       FD  BREACH-FILE.
       01  EXB-RECORD                     PIC X(100).

       FD  STATS-FILE.
       01  STA-RECORD                     PIC X(58).

       WORKING-STORAGE SECTION.
       COPY ENTREC.

       COPY BRMREC.

       COPY IMGHDR.

       COPY EXPBREC.

      *    One exposure cell per branch, from the master or found on
      *    either image, kept in branch-code order. The amounts carry
      *    four more digits than one entry can, as TBLSUMM's cells do.
       01  WS-EXP-AREA.
           05  WS-EXP-LIMIT-COUNT         PIC 9(3) VALUE 500.
           05  WS-EXP-COUNT               PIC 9(3) VALUE 0.
           05  WS-EXP-CELL OCCURS 500 TIMES.
               10  WS-EXP-BRANCH          PIC X(4).
               10  WS-EXP-REGION          PIC X(4).
               10  WS-EXP-CURRENCY        PIC X(3).
               10  WS-EXP-LIMIT           PIC 9(9)V99.
               10  WS-EXP-WARN-PCT        PIC 9(3).
               10  WS-EXP-OPEN-COUNT      PIC 9(5).
               10  WS-EXP-OPEN-AMOUNT     PIC S9(13)V99.
               10  WS-EXP-PRIOR-AMOUNT    PIC S9(13)V99.
               10  WS-EXP-USED-PCT        PIC 9(5).
               10  WS-EXP-LEVEL           PIC X(4).
                   88  WS-EXP-IS-OVER     VALUE "OVER".
                   88  WS-EXP-IS-WARNING  VALUE "WARN".
                   88  WS-EXP-IS-WITHIN   VALUE SPACES.
               10  WS-EXP-RATE            PIC 9(5)V9(6).
               10  WS-EXP-RATE-VERDICT    PIC X(1).
                   88  WS-EXP-HAS-RATE    VALUE "Y".

       01  WS-EXP-IDX                     PIC 9(3) VALUE 0.
       01  WS-WORK-BRANCH                 PIC X(4) VALUE SPACES.
       01  WS-CELL-FOUND-SWITCH           PIC X(1) VALUE "N".
           88  WS-CELL-WAS-FOUND          VALUE "Y".

      *    One cell per region, in the reporting currency.
       01  WS-REGN-AREA.
           05  WS-REGN-LIMIT              PIC 9(2) VALUE 50.
           05  WS-REGN-COUNT              PIC 9(2) VALUE 0.
           05  WS-REGN-CELL OCCURS 50 TIMES.
               10  WS-REGN-CODE           PIC X(4).
               10  WS-REGN-BRANCH-COUNT   PIC 9(4).
               10  WS-REGN-OPEN-AMOUNT    PIC S9(13)V99.
               10  WS-REGN-PRIOR-AMOUNT   PIC S9(13)V99.
               10  WS-REGN-OVER-COUNT     PIC 9(4).
               10  WS-REGN-WARN-COUNT     PIC 9(4).
               10  WS-REGN-NO-RATE-COUNT  PIC 9(4).

       01  WS-REGN-IDX                    PIC 9(2) VALUE 0.
       01  WS-REGN-FOUND-SWITCH           PIC X(1) VALUE "N".
           88  WS-REGN-WAS-FOUND          VALUE "Y".

      *    Judging one branch: the open amount and the warning level,
      *    both times 100 so the percentage needs no rounding, and the
      *    converted amounts for the region rollup.
       01  WS-OPEN-X100                   PIC S9(15)V99 VALUE 0.
       01  WS-WARN-X100                   PIC S9(15)V99 VALUE 0.
       01  WS-USED-WORK                   PIC S9(15) VALUE 0.
       01  WS-OPEN-RPT-AMOUNT             PIC S9(13)V99 VALUE 0.
       01  WS-PRIOR-RPT-AMOUNT            PIC S9(13)V99 VALUE 0.
       01  WS-RUN-DATE                    PIC X(8) VALUE SPACES.
       01  WS-LIST-LEVEL                  PIC X(4) VALUE SPACES.
       01  WS-SECTION-TITLE               PIC X(60) VALUE SPACES.

      *    One TBLEXPR branch line.
       01  WS-BRANCH-LINE.
           05  FILLER                     PIC X(2).
           05  WS-BL-BRANCH               PIC X(4).
           05  FILLER                     PIC X(1).
           05  WS-BL-REGION               PIC X(4).
           05  FILLER                     PIC X(1).
           05  WS-BL-CURRENCY             PIC X(3).
           05  FILLER                     PIC X(1).
           05  WS-BL-OPEN-AMOUNT          PIC -(12)9.99.
           05  FILLER                     PIC X(1).
           05  WS-BL-PRIOR-AMOUNT         PIC -(12)9.99.
           05  FILLER                     PIC X(1).
           05  WS-BL-CHANGE               PIC -(12)9.99.
           05  FILLER                     PIC X(1).
           05  WS-BL-LIMIT-TEXT           PIC X(14).
           05  FILLER                     PIC X(2).
           05  WS-BL-WARN-PCT             PIC ZZ9.
           05  FILLER                     PIC X(2).
           05  WS-BL-USED-PCT             PIC ZZZZ9.
           05  FILLER                     PIC X(39).

       01  WS-EDITED-LIMIT                PIC ZZZ,ZZZ,ZZ9.99.

      *    One TBLEXPR region line.
       01  WS-REGION-LINE.
           05  FILLER                     PIC X(2).
           05  WS-RL-REGION               PIC X(4).
           05  FILLER                     PIC X(2).
           05  WS-RL-BRANCH-COUNT         PIC ZZZ9.
           05  FILLER                     PIC X(1).
           05  WS-RL-OPEN-AMOUNT          PIC -(12)9.99.
           05  FILLER                     PIC X(1).
           05  WS-RL-PRIOR-AMOUNT         PIC -(12)9.99.
           05  FILLER                     PIC X(1).
           05  WS-RL-CHANGE               PIC -(12)9.99.
           05  FILLER                     PIC X(2).
           05  WS-RL-OVER-COUNT           PIC ZZZ9.
           05  FILLER                     PIC X(2).
           05  WS-RL-WARN-COUNT           PIC ZZZ9.
           05  FILLER                     PIC X(5).
           05  WS-RL-NO-RATE-COUNT        PIC ZZZ9.
           05  FILLER                     PIC X(48).

       01  WS-BRM-STATUS-CODE             PIC X(2) VALUE SPACES.
       01  WS-MAST-STATUS                 PIC X(2) VALUE SPACES.
       01  WS-OLD-STATUS                  PIC X(2) VALUE SPACES.
       01  WS-REPORT-STATUS               PIC X(2) VALUE SPACES.
       01  WS-EXPB-STATUS                 PIC X(2) VALUE SPACES.
       01  WS-RETURN-CODE                 PIC 9(2) VALUE 0.

       01  WS-BRM-EOF-SWITCH              PIC X(1) VALUE "N".
           88  WS-BRM-AT-EOF              VALUE "Y".
       01  WS-MAST-EOF-SWITCH             PIC X(1) VALUE "N".
           88  WS-MAST-AT-EOF             VALUE "Y".
       01  WS-OLD-EOF-SWITCH              PIC X(1) VALUE "N".
           88  WS-OLD-AT-EOF              VALUE "Y".
       01  WS-BRM-FOUND-SWITCH            PIC X(1) VALUE "N".
           88  WS-BRM-WAS-LOADED          VALUE "Y".
       01  WS-PRIOR-FOUND-SWITCH          PIC X(1) VALUE "N".
           88  WS-PRIOR-WAS-READ          VALUE "Y".

       01  WS-MAST-READ-COUNT             PIC 9(5) VALUE 0.
       01  WS-OPEN-ENTRY-COUNT            PIC 9(5) VALUE 0.
       01  WS-PRIOR-READ-COUNT            PIC 9(5) VALUE 0.
       01  WS-OVER-COUNT                  PIC 9(4) VALUE 0.
       01  WS-WARN-COUNT                  PIC 9(4) VALUE 0.
       01  WS-NO-RATE-COUNT               PIC 9(4) VALUE 0.
       01  WS-BREACH-WRITE-COUNT          PIC 9(5) VALUE 0.
       01  WS-LINES-LISTED                PIC 9(4) VALUE 0.
       01  WS-EDITED-COUNT                PIC ZZZZ9.

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
           PERFORM 2000-LOAD-BRANCH-MASTER
           PERFORM 3000-TOTAL-MASTER
           PERFORM 4000-TOTAL-PRIOR-IMAGE
           PERFORM 5000-JUDGE-BRANCHES
           PERFORM 6000-PRINT-BRANCHES
           PERFORM 7000-PRINT-REGIONS
           PERFORM 9000-TERMINATE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-STATS-STAMP
           MOVE WS-STAMP-DATE TO WS-STATS-START-DATE
           MOVE WS-STAMP-TIME TO WS-STATS-START-TIME
           MOVE WS-STAMP-DATE TO WS-RUN-DATE

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "TBLEXPO: UNABLE TO OPEN TBLEXPR, STATUS="
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO RPT-RECORD
           STRING "BRANCH EXPOSURE REPORT - RUN DATE " WS-RUN-DATE
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD.

      *    The master gives each branch its region, currency, limit
      *    and warning percentage. Without it every branch is still
      *    totalled, under region "????" with no limit to judge.
       2000-LOAD-BRANCH-MASTER.
           OPEN INPUT BRANCH-FILE
           IF WS-BRM-STATUS-CODE NOT = "00"
               DISPLAY "TBLEXPO: NO TBLBRM BRANCH MASTER, STATUS="
                   WS-BRM-STATUS-CODE ", NO LIMITS TO JUDGE"
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           ELSE
               SET WS-BRM-WAS-LOADED TO TRUE
               PERFORM UNTIL WS-BRM-AT-EOF
                   READ BRANCH-FILE INTO WS-BRANCH-RECORD
                       AT END
                           SET WS-BRM-AT-EOF TO TRUE
                       NOT AT END
                           MOVE WS-BRM-BRANCH TO WS-WORK-BRANCH
                           PERFORM 2100-FIND-OR-ADD-CELL
                           PERFORM 2200-TAKE-BRANCH-DETAILS
                   END-READ
               END-PERFORM
               CLOSE BRANCH-FILE
           END-IF.

      *    The cells stay in branch-code order, so a new one is
      *    slotted in at its position: everything after it shifts up
      *    one, starting from the tail so nothing is overwritten
      *    before it has been moved. A new cell starts with no limit
      *    and the unknown region until the master says otherwise.
       2100-FIND-OR-ADD-CELL.
           MOVE "N" TO WS-CELL-FOUND-SWITCH
           PERFORM VARYING WS-EXP-IDX FROM 1 BY 1
                       UNTIL WS-EXP-IDX > WS-EXP-COUNT
                          OR WS-CELL-WAS-FOUND
               IF WS-EXP-BRANCH(WS-EXP-IDX) = WS-WORK-BRANCH
                   SET WS-CELL-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM

           IF WS-CELL-WAS-FOUND
               SUBTRACT 1 FROM WS-EXP-IDX
           ELSE
               IF WS-EXP-COUNT >= WS-EXP-LIMIT-COUNT
                   DISPLAY "TBLEXPO: MORE THAN " WS-EXP-LIMIT-COUNT
                       " BRANCHES, CANNOT TOTAL EXPOSURE"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-EXP-COUNT
               PERFORM VARYING WS-EXP-IDX FROM WS-EXP-COUNT BY -1
                           UNTIL WS-EXP-IDX = 1
                              OR WS-EXP-BRANCH(WS-EXP-IDX - 1)
                                     < WS-WORK-BRANCH
                   MOVE WS-EXP-CELL(WS-EXP-IDX - 1)
                       TO WS-EXP-CELL(WS-EXP-IDX)
               END-PERFORM
               MOVE WS-WORK-BRANCH TO WS-EXP-BRANCH(WS-EXP-IDX)
               MOVE "????" TO WS-EXP-REGION(WS-EXP-IDX)
               MOVE SPACES TO WS-EXP-CURRENCY(WS-EXP-IDX)
               MOVE 0 TO WS-EXP-LIMIT(WS-EXP-IDX)
               MOVE 0 TO WS-EXP-WARN-PCT(WS-EXP-IDX)
               MOVE 0 TO WS-EXP-OPEN-COUNT(WS-EXP-IDX)
               MOVE 0 TO WS-EXP-OPEN-AMOUNT(WS-EXP-IDX)
               MOVE 0 TO WS-EXP-PRIOR-AMOUNT(WS-EXP-IDX)
               MOVE 0 TO WS-EXP-USED-PCT(WS-EXP-IDX)
               MOVE SPACES TO WS-EXP-LEVEL(WS-EXP-IDX)
               MOVE 0 TO WS-EXP-RATE(WS-EXP-IDX)
               MOVE "N" TO WS-EXP-RATE-VERDICT(WS-EXP-IDX)
           END-IF.

      *    A master record written before limits existed carries
      *    spaces in the limit fields: that branch has no limit.
       2200-TAKE-BRANCH-DETAILS.
           IF WS-BRM-REGION NOT = SPACES
               MOVE WS-BRM-REGION TO WS-EXP-REGION(WS-EXP-IDX)
           END-IF
           MOVE WS-BRM-CURRENCY TO WS-EXP-CURRENCY(WS-EXP-IDX)
           IF WS-BRM-EXPOSURE-LIMIT NUMERIC
               MOVE WS-BRM-EXPOSURE-LIMIT TO WS-EXP-LIMIT(WS-EXP-IDX)
           END-IF
           IF WS-BRM-WARN-PCT NUMERIC
               MOVE WS-BRM-WARN-PCT TO WS-EXP-WARN-PCT(WS-EXP-IDX)
           END-IF.

      *    One pass down the master in key order; only open business
      *    counts against a limit.
       3000-TOTAL-MASTER.
           OPEN INPUT MASTER-FILE
           IF WS-MAST-STATUS NOT = "00"
               DISPLAY "TBLEXPO: UNABLE TO OPEN TBLMAST, STATUS="
                   WS-MAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-MAST-AT-EOF
               READ MASTER-FILE
                   AT END
                       SET WS-MAST-AT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-MAST-READ-COUNT
                       MOVE MF-RECORD TO WS-ENT-RECORD
                       IF WS-ENT-STATUS = "AC" OR "PE" OR "SU"
                           ADD 1 TO WS-OPEN-ENTRY-COUNT
                           MOVE WS-ENT-BRANCH TO WS-WORK-BRANCH
                           PERFORM 2100-FIND-OR-ADD-CELL
                           ADD 1 TO WS-EXP-OPEN-COUNT(WS-EXP-IDX)
                           ADD WS-ENT-AMOUNT
                               TO WS-EXP-OPEN-AMOUNT(WS-EXP-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MASTER-FILE.

      *    The prior generation's open business, for the change. No
      *    prior image leaves every prior amount at zero and says so.
       4000-TOTAL-PRIOR-IMAGE.
           OPEN INPUT OLD-IMAGE-FILE
           IF WS-OLD-STATUS NOT = "00"
               DISPLAY "TBLEXPO: NO TBLIMGO PRIOR IMAGE, STATUS="
                   WS-OLD-STATUS ", NO DAY-OVER-DAY CHANGE"
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           ELSE
               READ OLD-IMAGE-FILE INTO WS-IMAGE-HEADER
                   AT END
                       SET WS-OLD-AT-EOF TO TRUE
                       DISPLAY "TBLEXPO: TBLIMGO IS EMPTY, "
                           "NO DAY-OVER-DAY CHANGE"
                       IF WS-RETURN-CODE < 4
                           MOVE 4 TO WS-RETURN-CODE
                       END-IF
                   NOT AT END
                       SET WS-PRIOR-WAS-READ TO TRUE
               END-READ
               PERFORM UNTIL WS-OLD-AT-EOF
                   READ OLD-IMAGE-FILE INTO WS-ENT-RECORD
                       AT END
                           SET WS-OLD-AT-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-PRIOR-READ-COUNT
                           IF WS-ENT-STATUS = "AC" OR "PE" OR "SU"
                               MOVE WS-ENT-BRANCH TO WS-WORK-BRANCH
                               PERFORM 2100-FIND-OR-ADD-CELL
                               ADD WS-ENT-AMOUNT
                                   TO WS-EXP-PRIOR-AMOUNT(WS-EXP-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OLD-IMAGE-FILE
           END-IF.

      *    Judge every branch against its limit and roll it up to its
      *    region, then write the breaches. TBLEXPB is only opened -
      *    and so only emptied - once every total has been taken: a
      *    run that stops short leaves the last good breach file in
      *    place, and TBLMERGE keeps holding against it.
       5000-JUDGE-BRANCHES.
           PERFORM VARYING WS-EXP-IDX FROM 1 BY 1
                       UNTIL WS-EXP-IDX > WS-EXP-COUNT
               IF WS-EXP-LIMIT(WS-EXP-IDX) > 0
                   PERFORM 5100-JUDGE-ONE-BRANCH
               END-IF
               PERFORM 5300-ROLL-UP-TO-REGION
           END-PERFORM
           OPEN OUTPUT BREACH-FILE
           IF WS-EXPB-STATUS NOT = "00"
               DISPLAY "TBLEXPO: UNABLE TO OPEN TBLEXPB, STATUS="
                   WS-EXPB-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-EXP-IDX FROM 1 BY 1
                       UNTIL WS-EXP-IDX > WS-EXP-COUNT
               IF NOT WS-EXP-IS-WITHIN(WS-EXP-IDX)
                   PERFORM 5200-WRITE-BREACH
               END-IF
           END-PERFORM.

      *    The open amount and the warning level are compared times
      *    100, so a warning percentage needs no rounding. The
      *    percentage used is whole, and a credit balance uses none.
       5100-JUDGE-ONE-BRANCH.
           COMPUTE WS-OPEN-X100 = WS-EXP-OPEN-AMOUNT(WS-EXP-IDX) * 100
           COMPUTE WS-WARN-X100 = WS-EXP-LIMIT(WS-EXP-IDX)
                                  * WS-EXP-WARN-PCT(WS-EXP-IDX)
           IF WS-OPEN-X100 > 0
               COMPUTE WS-USED-WORK =
                   WS-OPEN-X100 / WS-EXP-LIMIT(WS-EXP-IDX)
               IF WS-USED-WORK > 99999
                   MOVE 99999 TO WS-EXP-USED-PCT(WS-EXP-IDX)
               ELSE
                   MOVE WS-USED-WORK TO WS-EXP-USED-PCT(WS-EXP-IDX)
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-EXP-OPEN-AMOUNT(WS-EXP-IDX)
                        > WS-EXP-LIMIT(WS-EXP-IDX)
                   SET WS-EXP-IS-OVER(WS-EXP-IDX) TO TRUE
                   ADD 1 TO WS-OVER-COUNT
               WHEN WS-EXP-WARN-PCT(WS-EXP-IDX) > 0
                AND WS-OPEN-X100 > WS-WARN-X100
                   SET WS-EXP-IS-WARNING(WS-EXP-IDX) TO TRUE
                   ADD 1 TO WS-WARN-COUNT
           END-EVALUATE
           IF NOT WS-EXP-IS-WITHIN(WS-EXP-IDX)
              AND WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

       5200-WRITE-BREACH.
           MOVE SPACES TO WS-BREACH-RECORD
           MOVE WS-RUN-DATE TO WS-EXPB-RUN-DATE
           MOVE WS-EXP-BRANCH(WS-EXP-IDX) TO WS-EXPB-BRANCH
           MOVE WS-EXP-REGION(WS-EXP-IDX) TO WS-EXPB-REGION
           MOVE WS-EXP-CURRENCY(WS-EXP-IDX) TO WS-EXPB-CURRENCY
           MOVE WS-EXP-LEVEL(WS-EXP-IDX) TO WS-EXPB-LEVEL
           MOVE WS-EXP-LIMIT(WS-EXP-IDX) TO WS-EXPB-LIMIT
           MOVE WS-EXP-WARN-PCT(WS-EXP-IDX) TO WS-EXPB-WARN-PCT
           MOVE WS-EXP-OPEN-AMOUNT(WS-EXP-IDX) TO WS-EXPB-OPEN-AMOUNT
           MOVE WS-EXP-PRIOR-AMOUNT(WS-EXP-IDX)
               TO WS-EXPB-PRIOR-AMOUNT
           COMPUTE WS-EXPB-CHANGE = WS-EXP-OPEN-AMOUNT(WS-EXP-IDX)
                                  - WS-EXP-PRIOR-AMOUNT(WS-EXP-IDX)
           MOVE WS-EXP-USED-PCT(WS-EXP-IDX) TO WS-EXPB-USED-PCT
           WRITE EXB-RECORD FROM WS-BREACH-RECORD
           IF WS-EXPB-STATUS NOT = "00"
               DISPLAY "TBLEXPO: TBLEXPB WRITE FAILED, STATUS="
                   WS-EXPB-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-BREACH-WRITE-COUNT.

      *    Both days are converted at the run date's rate (one TBLFXV
      *    call per branch); a branch with no rate is counted against
      *    its region but left out of the region's amounts.
       5300-ROLL-UP-TO-REGION.
           CALL "TBLFXV" USING WS-EXP-BRANCH(WS-EXP-IDX), WS-RUN-DATE,
                   WS-EXP-CURRENCY(WS-EXP-IDX),
                   WS-EXP-RATE(WS-EXP-IDX),
                   WS-EXP-RATE-VERDICT(WS-EXP-IDX)

           MOVE "N" TO WS-REGN-FOUND-SWITCH
           PERFORM VARYING WS-REGN-IDX FROM 1 BY 1
                       UNTIL WS-REGN-IDX > WS-REGN-COUNT
                          OR WS-REGN-WAS-FOUND
               IF WS-REGN-CODE(WS-REGN-IDX) = WS-EXP-REGION(WS-EXP-IDX)
                   SET WS-REGN-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-REGN-WAS-FOUND
               SUBTRACT 1 FROM WS-REGN-IDX
           ELSE
               IF WS-REGN-COUNT >= WS-REGN-LIMIT
                   DISPLAY "TBLEXPO: MORE THAN " WS-REGN-LIMIT
                       " REGIONS, CANNOT TOTAL EXPOSURE"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-REGN-COUNT
               MOVE WS-REGN-COUNT TO WS-REGN-IDX
               MOVE WS-EXP-REGION(WS-EXP-IDX)
                   TO WS-REGN-CODE(WS-REGN-IDX)
               MOVE 0 TO WS-REGN-BRANCH-COUNT(WS-REGN-IDX)
               MOVE 0 TO WS-REGN-OPEN-AMOUNT(WS-REGN-IDX)
               MOVE 0 TO WS-REGN-PRIOR-AMOUNT(WS-REGN-IDX)
               MOVE 0 TO WS-REGN-OVER-COUNT(WS-REGN-IDX)
               MOVE 0 TO WS-REGN-WARN-COUNT(WS-REGN-IDX)
               MOVE 0 TO WS-REGN-NO-RATE-COUNT(WS-REGN-IDX)
           END-IF

           ADD 1 TO WS-REGN-BRANCH-COUNT(WS-REGN-IDX)
           IF WS-EXP-IS-OVER(WS-EXP-IDX)
               ADD 1 TO WS-REGN-OVER-COUNT(WS-REGN-IDX)
           END-IF
           IF WS-EXP-IS-WARNING(WS-EXP-IDX)
               ADD 1 TO WS-REGN-WARN-COUNT(WS-REGN-IDX)
           END-IF
           IF WS-EXP-HAS-RATE(WS-EXP-IDX)
               COMPUTE WS-OPEN-RPT-AMOUNT ROUNDED =
                   WS-EXP-OPEN-AMOUNT(WS-EXP-IDX)
                   * WS-EXP-RATE(WS-EXP-IDX)
               COMPUTE WS-PRIOR-RPT-AMOUNT ROUNDED =
                   WS-EXP-PRIOR-AMOUNT(WS-EXP-IDX)
                   * WS-EXP-RATE(WS-EXP-IDX)
               ADD WS-OPEN-RPT-AMOUNT
                   TO WS-REGN-OPEN-AMOUNT(WS-REGN-IDX)
               ADD WS-PRIOR-RPT-AMOUNT
                   TO WS-REGN-PRIOR-AMOUNT(WS-REGN-IDX)
           ELSE
               ADD 1 TO WS-REGN-NO-RATE-COUNT(WS-REGN-IDX)
               ADD 1 TO WS-NO-RATE-COUNT
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF.

      *    Three passes down the branch cells, one per level, so the
      *    breaches head the report.
       6000-PRINT-BRANCHES.
           IF NOT WS-BRM-WAS-LOADED
               MOVE SPACES TO RPT-RECORD
               WRITE RPT-RECORD
               MOVE "NO TBLBRM BRANCH MASTER - NO LIMITS JUDGED"
                   TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF
           IF NOT WS-PRIOR-WAS-READ
               MOVE SPACES TO RPT-RECORD
               WRITE RPT-RECORD
               MOVE "NO TBLIMGO PRIOR IMAGE - PRIOR AMOUNTS ARE ZERO"
                   TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF

           MOVE "OVER" TO WS-LIST-LEVEL
           MOVE "BRANCHES OVER EXPOSURE LIMIT" TO WS-SECTION-TITLE
           PERFORM 6100-PRINT-ONE-LEVEL
           MOVE "WARN" TO WS-LIST-LEVEL
           MOVE "BRANCHES OVER WARNING LEVEL" TO WS-SECTION-TITLE
           PERFORM 6100-PRINT-ONE-LEVEL
           MOVE SPACES TO WS-LIST-LEVEL
           MOVE "BRANCHES WITHIN LIMIT OR WITH NO LIMIT"
               TO WS-SECTION-TITLE
           PERFORM 6100-PRINT-ONE-LEVEL.

       6100-PRINT-ONE-LEVEL.
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE WS-SECTION-TITLE TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING "  BRCH REGN CCY      OPEN AMOUNT"
                   "     PRIOR AMOUNT           CHANGE"
                   "          LIMIT WARN  USED%"
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD
           MOVE 0 TO WS-LINES-LISTED
           PERFORM VARYING WS-EXP-IDX FROM 1 BY 1
                       UNTIL WS-EXP-IDX > WS-EXP-COUNT
               IF WS-EXP-LEVEL(WS-EXP-IDX) = WS-LIST-LEVEL
                   PERFORM 6200-PRINT-BRANCH-LINE
               END-IF
           END-PERFORM
           IF WS-LINES-LISTED = 0
               MOVE "  NONE" TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF.

       6200-PRINT-BRANCH-LINE.
           MOVE SPACES TO WS-BRANCH-LINE
           MOVE WS-EXP-BRANCH(WS-EXP-IDX) TO WS-BL-BRANCH
           MOVE WS-EXP-REGION(WS-EXP-IDX) TO WS-BL-REGION
           MOVE WS-EXP-CURRENCY(WS-EXP-IDX) TO WS-BL-CURRENCY
           MOVE WS-EXP-OPEN-AMOUNT(WS-EXP-IDX) TO WS-BL-OPEN-AMOUNT
           MOVE WS-EXP-PRIOR-AMOUNT(WS-EXP-IDX) TO WS-BL-PRIOR-AMOUNT
           COMPUTE WS-BL-CHANGE = WS-EXP-OPEN-AMOUNT(WS-EXP-IDX)
                                - WS-EXP-PRIOR-AMOUNT(WS-EXP-IDX)
           IF WS-EXP-LIMIT(WS-EXP-IDX) > 0
               MOVE WS-EXP-LIMIT(WS-EXP-IDX) TO WS-EDITED-LIMIT
               MOVE WS-EDITED-LIMIT TO WS-BL-LIMIT-TEXT
               MOVE WS-EXP-WARN-PCT(WS-EXP-IDX) TO WS-BL-WARN-PCT
               MOVE WS-EXP-USED-PCT(WS-EXP-IDX) TO WS-BL-USED-PCT
           ELSE
               MOVE "      NO LIMIT" TO WS-BL-LIMIT-TEXT
           END-IF
           WRITE RPT-RECORD FROM WS-BRANCH-LINE
           ADD 1 TO WS-LINES-LISTED.

       7000-PRINT-REGIONS.
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE "OPEN EXPOSURE BY REGION - REPORTING CURRENCY"
               TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING "  REGN  BRCH      OPEN AMOUNT     PRIOR AMOUNT"
                   "           CHANGE  OVER  WARN  NO RATE"
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD
           PERFORM VARYING WS-REGN-IDX FROM 1 BY 1
                       UNTIL WS-REGN-IDX > WS-REGN-COUNT
               MOVE SPACES TO WS-REGION-LINE
               MOVE WS-REGN-CODE(WS-REGN-IDX) TO WS-RL-REGION
               MOVE WS-REGN-BRANCH-COUNT(WS-REGN-IDX)
                   TO WS-RL-BRANCH-COUNT
               MOVE WS-REGN-OPEN-AMOUNT(WS-REGN-IDX)
                   TO WS-RL-OPEN-AMOUNT
               MOVE WS-REGN-PRIOR-AMOUNT(WS-REGN-IDX)
                   TO WS-RL-PRIOR-AMOUNT
               COMPUTE WS-RL-CHANGE = WS-REGN-OPEN-AMOUNT(WS-REGN-IDX)
                                    - WS-REGN-PRIOR-AMOUNT(WS-REGN-IDX)
               MOVE WS-REGN-OVER-COUNT(WS-REGN-IDX) TO WS-RL-OVER-COUNT
               MOVE WS-REGN-WARN-COUNT(WS-REGN-IDX) TO WS-RL-WARN-COUNT
               MOVE WS-REGN-NO-RATE-COUNT(WS-REGN-IDX)
                   TO WS-RL-NO-RATE-COUNT
               WRITE RPT-RECORD FROM WS-REGION-LINE
           END-PERFORM
           IF WS-REGN-COUNT = 0
               MOVE "  NONE" TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF.

       9000-TERMINATE.
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE WS-MAST-READ-COUNT TO WS-EDITED-COUNT
           MOVE SPACES TO RPT-RECORD
           STRING "TBLMAST ENTRIES READ:      " WS-EDITED-COUNT
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD
           MOVE WS-OPEN-ENTRY-COUNT TO WS-EDITED-COUNT
           MOVE SPACES TO RPT-RECORD
           STRING "OPEN ENTRIES TOTALLED:     " WS-EDITED-COUNT
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD
           MOVE WS-PRIOR-READ-COUNT TO WS-EDITED-COUNT
           MOVE SPACES TO RPT-RECORD
           STRING "TBLIMGO ENTRIES READ:      " WS-EDITED-COUNT
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD
           MOVE WS-OVER-COUNT TO WS-EDITED-COUNT
           MOVE SPACES TO RPT-RECORD
           STRING "BRANCHES OVER LIMIT:       " WS-EDITED-COUNT
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD
           MOVE WS-WARN-COUNT TO WS-EDITED-COUNT
           MOVE SPACES TO RPT-RECORD
           STRING "BRANCHES OVER WARNING:     " WS-EDITED-COUNT
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD
           IF WS-NO-RATE-COUNT > 0
               MOVE WS-NO-RATE-COUNT TO WS-EDITED-COUNT
               MOVE SPACES TO RPT-RECORD
               STRING "BRANCHES WITH NO RATE:     " WS-EDITED-COUNT
                       DELIMITED BY SIZE INTO RPT-RECORD
               WRITE RPT-RECORD
           END-IF

           CLOSE REPORT-FILE
           CLOSE BREACH-FILE
           DISPLAY "TBLEXPO: " WS-EXP-COUNT " BRANCHES, "
               WS-OVER-COUNT " OVER LIMIT, " WS-WARN-COUNT
               " OVER WARNING, " WS-BREACH-WRITE-COUNT
               " ON TBLEXPB"
           DISPLAY "TBLEXPO: RUN COMPLETE, RETURN CODE "
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
           MOVE "TBLEXPO" TO WS-STATS-PROGRAM
           MOVE WS-MAST-READ-COUNT TO WS-STATS-READ-COUNT
           MOVE WS-OPEN-ENTRY-COUNT TO WS-STATS-LOADED-COUNT
           MOVE 0 TO WS-STATS-REJECT-COUNT
           MOVE 0 TO WS-STATS-CHANGED-COUNT
           MOVE WS-RETURN-CODE TO WS-STATS-RETURN-CODE
           OPEN EXTEND STATS-FILE
           IF WS-STATS-STATUS = "35"
               OPEN OUTPUT STATS-FILE
           END-IF
           IF WS-STATS-STATUS NOT = "00"
               DISPLAY "TBLEXPO: UNABLE TO OPEN TBLSTATS, STATUS="
                   WS-STATS-STATUS
           ELSE
               WRITE STA-RECORD FROM WS-STATS-RECORD
               CLOSE STATS-FILE
           END-IF.
