      ******************************************************************
      *    PROGRAM-ID.  TBLFXV
      *    Callable currency and exchange-rate lookup for a branch,
      *    against the TBLBRM branch master (copybook BRMREC) and the
      *    TBLFXR exchange-rate file (copybook FXRREC).
      *
      *    CALL "TBLFXV" USING <branch code>, <as-of date CCYYMMDD>,
      *                          LS-CURRENCY, LS-RATE,
      *                          LS-RATE-VERDICT
      *
      *    WS-ENT-AMOUNT is booked in the currency of the entry's
      *    branch, so anything that adds amounts across branches has
      *    to convert them first. TBLSUMM, TBLAGE and TBLPOST call
      *    here once per branch: LS-CURRENCY comes back with the
      *    branch's currency code (spaces for the reporting currency)
      *    and LS-RATE with the reporting-currency value of one unit
      *    of it on the as-of date - the latest TBLFXR rate dated on
      *    or before that date. LS-RATE-VERDICT is Y when a rate was
      *    found (always, for the reporting currency, at 1) and N
      *    when the currency has no rate yet in force on the date;
      *    LS-RATE is then zero and the caller decides whether that
      *    stops the run (TBLPOST) or is reported (the reports).
      *
      *    Both files are loaded into storage on the first call and
      *    held for the rest of the run. A branch whose currency
      *    cannot be established - one the master does not know, one
      *    beyond the first 500 on it, or any branch when TBLBRM is
      *    missing - comes back N with spaces and a zero rate, the
      *    same as a missing rate: its money is in an unknown
      *    currency and must not be added in as reporting units. A
      *    missing TBLFXR is reported once and leaves every foreign
      *    currency without a rate.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TBLFXV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRANCH-FILE ASSIGN TO "TBLBRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRM-STATUS-CODE.

           SELECT RATE-FILE ASSIGN TO "TBLFXR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BRANCH-FILE.
       01  BRM-RECORD                     PIC X(80).

       FD  RATE-FILE.
       01  FXR-RECORD                     PIC X(80).

       WORKING-STORAGE SECTION.
       COPY BRMREC.

       COPY FXRREC.

      *    Each branch's currency, held from the first call on.
       01  WS-MASTER-AREA.
           05  WS-MASTER-LIMIT            PIC 9(3) VALUE 500.
           05  WS-MASTER-COUNT            PIC 9(3) VALUE 0.
           05  WS-MASTER-ENTRY OCCURS 500 TIMES.
               10  WS-MST-BRANCH          PIC X(4).
               10  WS-MST-CURRENCY        PIC X(3).

      *    Every dated rate on TBLFXR, held from the first call on.
       01  WS-RATE-AREA.
           05  WS-RATE-LIMIT              PIC 9(4) VALUE 2000.
           05  WS-RATE-COUNT              PIC 9(4) VALUE 0.
           05  WS-RATE-ENTRY OCCURS 2000 TIMES.
               10  WS-RTE-CURRENCY        PIC X(3).
               10  WS-RTE-EFF-DATE        PIC X(8).
               10  WS-RTE-RATE            PIC 9(5)V9(6).

       01  WS-BRM-STATUS-CODE             PIC X(2) VALUE SPACES.
       01  WS-FXR-STATUS                  PIC X(2) VALUE SPACES.
       01  WS-BRM-EOF-SWITCH              PIC X(1) VALUE "N".
           88  WS-BRM-AT-EOF              VALUE "Y".
       01  WS-FXR-EOF-SWITCH              PIC X(1) VALUE "N".
           88  WS-FXR-AT-EOF              VALUE "Y".
       01  WS-LOADED-SWITCH               PIC X(1) VALUE "N".
           88  WS-FILES-ARE-LOADED        VALUE "Y".
       01  WS-MST-IDX                     PIC 9(3) VALUE 0.
       01  WS-FOUND-IDX                   PIC 9(3) VALUE 0.
       01  WS-RTE-IDX                     PIC 9(4) VALUE 0.
       01  WS-BEST-DATE                   PIC X(8) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-BRANCH                      PIC X(4).
       01  LS-AS-OF-DATE                  PIC X(8).
       01  LS-CURRENCY                    PIC X(3).
       01  LS-RATE                        PIC 9(5)V9(6).
       01  LS-RATE-VERDICT                PIC X(1).
           88  LS-RATE-IS-FOUND           VALUE "Y".
           88  LS-RATE-IS-MISSING         VALUE "N".

       PROCEDURE DIVISION USING LS-BRANCH
                                 LS-AS-OF-DATE
                                 LS-CURRENCY
                                 LS-RATE
                                 LS-RATE-VERDICT.
       0000-MAIN-LOGIC.
           IF NOT WS-FILES-ARE-LOADED
               PERFORM 1000-LOAD-MASTER
               PERFORM 1200-LOAD-RATES
               SET WS-FILES-ARE-LOADED TO TRUE
           END-IF

           MOVE SPACES TO LS-CURRENCY
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-MST-IDX FROM 1 BY 1
                       UNTIL WS-MST-IDX > WS-MASTER-COUNT
                          OR WS-FOUND-IDX > 0
               IF WS-MST-BRANCH(WS-MST-IDX) = LS-BRANCH
                   MOVE WS-MST-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND-IDX = 0
               MOVE 0 TO LS-RATE
               SET LS-RATE-IS-MISSING TO TRUE
               GOBACK
           END-IF

           MOVE WS-MST-CURRENCY(WS-FOUND-IDX) TO LS-CURRENCY
           IF LS-CURRENCY = SPACES
               MOVE 1 TO LS-RATE
               SET LS-RATE-IS-FOUND TO TRUE
               GOBACK
           END-IF

      *    The rate in force is the latest one dated on or before the
      *    as-of date; one scan finds it whatever order the file is in.
           MOVE 0 TO LS-RATE
           MOVE SPACES TO WS-BEST-DATE
           PERFORM VARYING WS-RTE-IDX FROM 1 BY 1
                       UNTIL WS-RTE-IDX > WS-RATE-COUNT
               IF WS-RTE-CURRENCY(WS-RTE-IDX) = LS-CURRENCY
                  AND WS-RTE-EFF-DATE(WS-RTE-IDX) NOT > LS-AS-OF-DATE
                  AND WS-RTE-EFF-DATE(WS-RTE-IDX) > WS-BEST-DATE
                   MOVE WS-RTE-EFF-DATE(WS-RTE-IDX) TO WS-BEST-DATE
                   MOVE WS-RTE-RATE(WS-RTE-IDX) TO LS-RATE
               END-IF
           END-PERFORM

           IF LS-RATE > 0
               SET LS-RATE-IS-FOUND TO TRUE
           ELSE
               SET LS-RATE-IS-MISSING TO TRUE
           END-IF

           GOBACK.

       1000-LOAD-MASTER.
           OPEN INPUT BRANCH-FILE
           IF WS-BRM-STATUS-CODE NOT = "00"
               DISPLAY "TBLFXV: NO TBLBRM BRANCH MASTER, "
                   "NO BRANCH HAS A KNOWN CURRENCY THIS RUN"
           ELSE
               PERFORM UNTIL WS-BRM-AT-EOF
                   READ BRANCH-FILE INTO WS-BRANCH-RECORD
                       AT END
                           SET WS-BRM-AT-EOF TO TRUE
                       NOT AT END
                           PERFORM 1100-FILE-MASTER-ENTRY
                   END-READ
               END-PERFORM
               CLOSE BRANCH-FILE
           END-IF.

       1100-FILE-MASTER-ENTRY.
           IF WS-MASTER-COUNT >= WS-MASTER-LIMIT
               DISPLAY "TBLFXV: MORE THAN " WS-MASTER-LIMIT
                   " BRANCHES ON TBLBRM, EXTRAS HAVE NO RATE"
           ELSE
               ADD 1 TO WS-MASTER-COUNT
               MOVE WS-BRM-BRANCH TO WS-MST-BRANCH(WS-MASTER-COUNT)
               MOVE WS-BRM-CURRENCY
                   TO WS-MST-CURRENCY(WS-MASTER-COUNT)
           END-IF.

       1200-LOAD-RATES.
           OPEN INPUT RATE-FILE
           IF WS-FXR-STATUS NOT = "00"
               DISPLAY "TBLFXV: NO TBLFXR EXCHANGE-RATE FILE, "
                   "FOREIGN CURRENCIES HAVE NO RATE THIS RUN"
           ELSE
               PERFORM UNTIL WS-FXR-AT-EOF
                   READ RATE-FILE INTO WS-FXR-RECORD
                       AT END
                           SET WS-FXR-AT-EOF TO TRUE
                       NOT AT END
                           PERFORM 1300-FILE-RATE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE RATE-FILE
           END-IF.

      *    A rate that is not numeric is left off rather than read as
      *    garbage - the currency then shows as having no rate.
       1300-FILE-RATE-ENTRY.
           EVALUATE TRUE
               WHEN WS-FXR-RATE NOT NUMERIC
                   DISPLAY "TBLFXV: TBLFXR RATE FOR " WS-FXR-CURRENCY
                       " " WS-FXR-EFF-DATE " NOT NUMERIC, IGNORED"
               WHEN WS-RATE-COUNT >= WS-RATE-LIMIT
                   DISPLAY "TBLFXV: MORE THAN " WS-RATE-LIMIT
                       " RATES ON TBLFXR, EXTRAS IGNORED"
               WHEN OTHER
                   ADD 1 TO WS-RATE-COUNT
                   MOVE WS-FXR-CURRENCY
                       TO WS-RTE-CURRENCY(WS-RATE-COUNT)
                   MOVE WS-FXR-EFF-DATE
                       TO WS-RTE-EFF-DATE(WS-RATE-COUNT)
                   MOVE WS-FXR-RATE TO WS-RTE-RATE(WS-RATE-COUNT)
           END-EVALUATE.
