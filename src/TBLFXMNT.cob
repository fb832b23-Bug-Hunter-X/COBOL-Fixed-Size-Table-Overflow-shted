      ******************************************************************
      *    PROGRAM-ID.  TBLFXMNT
      *    Maintenance utility for the TBLFXR exchange-rate file.
      *
      *    Each branch on the TBLBRM master carries the currency it
      *    books in (copybook BRMREC) and TBLFXR (copybook FXRREC)
      *    says what a unit of each currency is worth in the reporting
      *    currency from a given date on. This utility keeps TBLFXR
      *    the way TBLBRMNT keeps the branch master beside it: it
      *    loads the file, applies a batch of commands read from
      *    SYSIN, and - if any command changed the rates - rewrites
      *    the file in currency / date order.
      *
      *    Each SYSIN record is fixed-column, matching WS-CMD-RECORD:
      *        cols  1- 8  command code, left-justified: SET, DROP or
      *                    LIST
      *        cols  9-11  currency code (WS-CMD-CURRENCY)
      *        cols 12-19  effective date CCYYMMDD (WS-CMD-EFF-DATE)
      *        cols 20-30  rate, eleven digits with six implied
      *                    decimal places (WS-CMD-RATE) - SET only
      *
      *    SET files the rate a currency takes from the given date on,
      *    replacing the rate already filed for that currency and date
      *    if there is one. DROP removes a currency's rate for a date
      *    (a rate keyed in error); the rate before it then stands
      *    again. LIST displays the whole file. A rate is never
      *    overwritten in place by a later one - a new rate is a new
      *    dated record - so any run can be repeated against the rate
      *    that was in force on its own date.
      *
      *    A SET with no currency code, a date that is not a real
      *    CCYYMMDD date, or a rate that is not numeric or is zero is
      *    rejected with return code 8 and the rest of the batch still
      *    applies.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TBLFXMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-FILE ASSIGN TO "TBLFXR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXR-STATUS.

           SELECT COMMAND-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMD-STATUS.

           SELECT STATS-FILE ASSIGN TO "TBLSTATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RATE-FILE.
       01  FXR-RECORD                     PIC X(80).

       FD  COMMAND-FILE.
       01  CMD-RECORD                     PIC X(30).

       FD  STATS-FILE.
       01  STA-RECORD                     PIC X(58).

       WORKING-STORAGE SECTION.
       COPY FXRREC.

      *    The rates held in storage so a SET can be slotted in at its
      *    currency / date position and the file rewritten in order.
      *    WS-RATE-SORT-KEY is the currency and date as they sit in
      *    the first twelve bytes of the record.
       01  WS-RATE-AREA.
           05  WS-RATE-LIMIT              PIC 9(4) VALUE 2000.
           05  WS-RATE-COUNT              PIC 9(4) VALUE 0.
           05  WS-RATE-ENTRY OCCURS 2000 TIMES
                                          PIC X(80).

       01  WS-RATE-SORT-KEY               PIC X(12) VALUE SPACES.

       01  WS-CMD-RECORD.
           05  WS-CMD-CODE                PIC X(8).
               88  WS-CMD-IS-SET          VALUE "SET".
               88  WS-CMD-IS-DROP         VALUE "DROP".
               88  WS-CMD-IS-LIST         VALUE "LIST".
           05  WS-CMD-CURRENCY            PIC X(3).
           05  WS-CMD-EFF-DATE.
               10  WS-CMD-EFF-YEAR        PIC X(4).
               10  WS-CMD-EFF-MONTH       PIC X(2).
               10  WS-CMD-EFF-DAY         PIC X(2).
           05  WS-CMD-EFF-DATE-NUM REDEFINES WS-CMD-EFF-DATE
                                          PIC 9(8).
           05  WS-CMD-RATE                PIC X(11).
           05  WS-CMD-RATE-VALUE REDEFINES WS-CMD-RATE
                                          PIC 9(5)V9(6).

       01  WS-FXR-STATUS                  PIC X(2) VALUE SPACES.
       01  WS-CMD-STATUS                  PIC X(2) VALUE SPACES.
       01  WS-RETURN-CODE                 PIC 9(2) VALUE 0.

       01  WS-FXR-EOF-SWITCH              PIC X(1) VALUE "N".
           88  WS-FXR-AT-EOF              VALUE "Y".
       01  WS-CMD-EOF-SWITCH              PIC X(1) VALUE "N".
           88  WS-CMD-AT-EOF              VALUE "Y".
       01  WS-CHANGED-SWITCH              PIC X(1) VALUE "N".
           88  WS-RATES-CHANGED           VALUE "Y".

       01  WS-RTE-IDX                     PIC 9(4) VALUE 0.
       01  WS-FOUND-IDX                   PIC 9(4) VALUE 0.
       01  WS-CMD-COUNT                   PIC 9(5) VALUE 0.
       01  WS-CMD-CHANGED                 PIC 9(5) VALUE 0.
       01  WS-CMD-FAILED                  PIC 9(5) VALUE 0.
       01  WS-REJECT-REASON               PIC X(24) VALUE SPACES.

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
           PERFORM 2000-PROCESS-COMMANDS
           PERFORM 3000-SAVE-IF-CHANGED
           PERFORM 9000-TERMINATE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-STATS-STAMP
           MOVE WS-STAMP-DATE TO WS-STATS-START-DATE
           MOVE WS-STAMP-TIME TO WS-STATS-START-TIME

           PERFORM 1100-LOAD-RATES

           OPEN INPUT COMMAND-FILE
           IF WS-CMD-STATUS NOT = "00"
               DISPLAY "TBLFXMNT: UNABLE TO OPEN SYSIN, STATUS="
                   WS-CMD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    An absent rate file is the first run, not an error - the
      *    first SET starts it.
       1100-LOAD-RATES.
           OPEN INPUT RATE-FILE
           IF WS-FXR-STATUS NOT = "00"
               DISPLAY "TBLFXMNT: NO TBLFXR YET, STARTING ONE"
           ELSE
               PERFORM UNTIL WS-FXR-AT-EOF
                   READ RATE-FILE
                       AT END
                           SET WS-FXR-AT-EOF TO TRUE
                       NOT AT END
                           IF WS-RATE-COUNT >= WS-RATE-LIMIT
                               DISPLAY "TBLFXMNT: MORE THAN "
                                   WS-RATE-LIMIT " RATES ON "
                                   "TBLFXR, CANNOT MAINTAIN"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-RATE-COUNT
                           MOVE FXR-RECORD
                               TO WS-RATE-ENTRY(WS-RATE-COUNT)
                   END-READ
               END-PERFORM
               CLOSE RATE-FILE
           END-IF.

       2000-PROCESS-COMMANDS.
           PERFORM UNTIL WS-CMD-AT-EOF
               READ COMMAND-FILE INTO WS-CMD-RECORD
                   AT END
                       SET WS-CMD-AT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CMD-COUNT
                       PERFORM 2100-DISPATCH-COMMAND
               END-READ
           END-PERFORM.

       2100-DISPATCH-COMMAND.
           PERFORM 2200-FIND-RATE
           EVALUATE TRUE
               WHEN WS-CMD-IS-SET
                   PERFORM 2300-SET-RATE
               WHEN WS-CMD-IS-DROP
                   PERFORM 2500-DROP-RATE
               WHEN WS-CMD-IS-LIST
                   PERFORM 2700-LIST-RATES
               WHEN OTHER
                   DISPLAY "TBLFXMNT: UNKNOWN COMMAND " WS-CMD-CODE
                   ADD 1 TO WS-CMD-FAILED
                   MOVE 16 TO WS-RETURN-CODE
           END-EVALUATE.

       2200-FIND-RATE.
           MOVE SPACES TO WS-FXR-RECORD
           MOVE WS-CMD-CURRENCY TO WS-FXR-CURRENCY
           MOVE WS-CMD-EFF-DATE TO WS-FXR-EFF-DATE
           MOVE WS-FXR-RECORD(1:12) TO WS-RATE-SORT-KEY
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-RTE-IDX FROM 1 BY 1
                       UNTIL WS-RTE-IDX > WS-RATE-COUNT
                          OR WS-FOUND-IDX > 0
               IF WS-RATE-ENTRY(WS-RTE-IDX)(1:12) = WS-RATE-SORT-KEY
                   MOVE WS-RTE-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

       2300-SET-RATE.
           PERFORM 2400-EDIT-SET-COMMAND
           EVALUATE TRUE
               WHEN WS-REJECT-REASON NOT = SPACES
                   DISPLAY "TBLFXMNT: SET " WS-CMD-CURRENCY " "
                       WS-CMD-EFF-DATE " REJECTED, " WS-REJECT-REASON
                   ADD 1 TO WS-CMD-FAILED
                   MOVE 8 TO WS-RETURN-CODE
               WHEN WS-FOUND-IDX > 0
                   MOVE WS-RATE-ENTRY(WS-FOUND-IDX) TO WS-FXR-RECORD
                   MOVE WS-CMD-RATE-VALUE TO WS-FXR-RATE
                   MOVE WS-FXR-RECORD TO WS-RATE-ENTRY(WS-FOUND-IDX)
                   ADD 1 TO WS-CMD-CHANGED
                   SET WS-RATES-CHANGED TO TRUE
                   DISPLAY "TBLFXMNT: SET " WS-CMD-CURRENCY " "
                       WS-CMD-EFF-DATE " APPLIED, RATE REPLACED"
               WHEN WS-RATE-COUNT >= WS-RATE-LIMIT
                   DISPLAY "TBLFXMNT: SET " WS-CMD-CURRENCY " "
                       WS-CMD-EFF-DATE " REJECTED, FILE AT LIMIT OF "
                       WS-RATE-LIMIT
                   ADD 1 TO WS-CMD-FAILED
                   MOVE 8 TO WS-RETURN-CODE
               WHEN OTHER
                   PERFORM 2350-INSERT-RATE
           END-EVALUATE.

      *    The file stays in currency / date order, so a new rate is
      *    slotted in at its position: everything after it shifts up
      *    one, starting from the tail so nothing is overwritten
      *    before it has been moved.
       2350-INSERT-RATE.
           ADD 1 TO WS-RATE-COUNT
           PERFORM VARYING WS-RTE-IDX FROM WS-RATE-COUNT BY -1
                       UNTIL WS-RTE-IDX = 1
                          OR WS-RATE-ENTRY(WS-RTE-IDX - 1)(1:12)
                                 NOT > WS-RATE-SORT-KEY
               MOVE WS-RATE-ENTRY(WS-RTE-IDX - 1)
                   TO WS-RATE-ENTRY(WS-RTE-IDX)
           END-PERFORM
           MOVE SPACES TO WS-FXR-RECORD
           MOVE WS-CMD-CURRENCY TO WS-FXR-CURRENCY
           MOVE WS-CMD-EFF-DATE TO WS-FXR-EFF-DATE
           MOVE WS-CMD-RATE-VALUE TO WS-FXR-RATE
           MOVE WS-FXR-RECORD TO WS-RATE-ENTRY(WS-RTE-IDX)
           ADD 1 TO WS-CMD-CHANGED
           SET WS-RATES-CHANGED TO TRUE
           DISPLAY "TBLFXMNT: SET " WS-CMD-CURRENCY " "
               WS-CMD-EFF-DATE " APPLIED".

       2400-EDIT-SET-COMMAND.
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
               WHEN WS-CMD-CURRENCY = SPACES
                   MOVE "NO CURRENCY CODE" TO WS-REJECT-REASON
               WHEN WS-CMD-EFF-DATE NOT NUMERIC
                   MOVE "DATE NOT NUMERIC" TO WS-REJECT-REASON
               WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-CMD-EFF-DATE-NUM)
                        NOT = 0
                   MOVE "DATE NOT A CALENDAR DATE" TO WS-REJECT-REASON
               WHEN WS-CMD-RATE NOT NUMERIC
                   MOVE "RATE NOT NUMERIC" TO WS-REJECT-REASON
               WHEN WS-CMD-RATE-VALUE = 0
                   MOVE "RATE IS ZERO" TO WS-REJECT-REASON
           END-EVALUATE.

       2500-DROP-RATE.
           IF WS-FOUND-IDX = 0
               DISPLAY "TBLFXMNT: DROP " WS-CMD-CURRENCY " "
                   WS-CMD-EFF-DATE " REJECTED, NO RATE FOR THAT DATE"
               ADD 1 TO WS-CMD-FAILED
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               PERFORM VARYING WS-RTE-IDX FROM WS-FOUND-IDX BY 1
                           UNTIL WS-RTE-IDX >= WS-RATE-COUNT
                   MOVE WS-RATE-ENTRY(WS-RTE-IDX + 1)
                       TO WS-RATE-ENTRY(WS-RTE-IDX)
               END-PERFORM
               SUBTRACT 1 FROM WS-RATE-COUNT
               ADD 1 TO WS-CMD-CHANGED
               SET WS-RATES-CHANGED TO TRUE
               DISPLAY "TBLFXMNT: DROP " WS-CMD-CURRENCY " "
                   WS-CMD-EFF-DATE " APPLIED"
           END-IF.

       2700-LIST-RATES.
           DISPLAY "TBLFXMNT: " WS-RATE-COUNT " RATES ON FILE"
           PERFORM VARYING WS-RTE-IDX FROM 1 BY 1
                       UNTIL WS-RTE-IDX > WS-RATE-COUNT
               MOVE WS-RATE-ENTRY(WS-RTE-IDX) TO WS-FXR-RECORD
               DISPLAY "TBLFXMNT:   " WS-FXR-CURRENCY " "
                   WS-FXR-EFF-DATE " " WS-FXR-RATE
           END-PERFORM.

       3000-SAVE-IF-CHANGED.
           IF WS-RATES-CHANGED
               OPEN OUTPUT RATE-FILE
               IF WS-FXR-STATUS NOT = "00"
                   DISPLAY "TBLFXMNT: UNABLE TO REWRITE TBLFXR, "
                       "STATUS=" WS-FXR-STATUS
                   MOVE 16 TO WS-RETURN-CODE
               ELSE
                   PERFORM VARYING WS-RTE-IDX FROM 1 BY 1
                               UNTIL WS-RTE-IDX > WS-RATE-COUNT
                       WRITE FXR-RECORD
                           FROM WS-RATE-ENTRY(WS-RTE-IDX)
                   END-PERFORM
                   CLOSE RATE-FILE
                   DISPLAY "TBLFXMNT: TBLFXR REWRITTEN, "
                       WS-RATE-COUNT " RATES"
               END-IF
           ELSE
               DISPLAY "TBLFXMNT: NO CHANGES APPLIED, "
                   "TBLFXR LEFT AS IS"
           END-IF.

       9000-TERMINATE.
           CLOSE COMMAND-FILE
           DISPLAY "TBLFXMNT: RUN COMPLETE, RETURN CODE "
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
           MOVE "TBLFXMNT" TO WS-STATS-PROGRAM
           MOVE WS-CMD-COUNT TO WS-STATS-READ-COUNT
           MOVE WS-RATE-COUNT TO WS-STATS-LOADED-COUNT
           MOVE WS-CMD-FAILED TO WS-STATS-REJECT-COUNT
           MOVE WS-CMD-CHANGED TO WS-STATS-CHANGED-COUNT
           MOVE WS-RETURN-CODE TO WS-STATS-RETURN-CODE
           OPEN EXTEND STATS-FILE
           IF WS-STATS-STATUS = "35"
               OPEN OUTPUT STATS-FILE
           END-IF
           IF WS-STATS-STATUS NOT = "00"
               DISPLAY "TBLFXMNT: UNABLE TO OPEN TBLSTATS, STATUS="
                   WS-STATS-STATUS
           ELSE
               WRITE STA-RECORD FROM WS-STATS-RECORD
               CLOSE STATS-FILE
           END-IF.
