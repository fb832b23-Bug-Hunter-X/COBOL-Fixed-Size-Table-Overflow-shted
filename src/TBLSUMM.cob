      *    the master does not know rolls up under "????" so a
      *    phantom code that slipped in before branch validation
      *    existed still shows somewhere visible.
      *
      *    Branches now book in their own currencies (WS-BRM-CURRENCY
      *    on the branch master), so amounts are no longer added
      *    across branches as booked. Each status line and branch
      *    total shows the amount as booked, the branch's currency
      *    and the amount converted to the reporting currency at the
      *    rate in force on the run date (callable TBLFXV, one call
      *    per branch/status cell); the region summary and the grand
      *    total, which mix branches, are in the reporting currency
      *    only. A branch whose currency has no rate on the run date,
      *    or is not known to TBLBRM, shows NO RATE, is left out of
      *    the converted totals, and ends the run with return code 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TBLSUMM.
               10  WS-SUMM-STATUS         PIC X(2).
               10  WS-SUMM-ENTRY-COUNT    PIC 9(5).
               10  WS-SUMM-AMOUNT         PIC S9(13)V99.
               10  WS-SUMM-CURRENCY       PIC X(3).
               10  WS-SUMM-RATE           PIC 9(5)V9(6).
               10  WS-SUMM-RATE-VERDICT   PIC X(1).

       01  WS-CELL-IDX                    PIC 9(4) VALUE 0.
       01  WS-CELL-FOUND-SWITCH           PIC X(1) VALUE "N".
           88  WS-CELL-WAS-FOUND          VALUE "Y".

      *    Control-break hold fields and the higher totals. The
      *    branch carries its amount as booked and converted; the
      *    region and grand totals are converted amounts only.
       01  WS-CURR-BRANCH                 PIC X(4) VALUE SPACES.
       01  WS-CURR-CURRENCY               PIC X(3) VALUE SPACES.
       01  WS-BRANCH-COUNT                PIC 9(5) VALUE 0.
       01  WS-BRANCH-AMOUNT               PIC S9(13)V99 VALUE 0.
       01  WS-BRANCH-RPT-AMOUNT           PIC S9(13)V99 VALUE 0.
       01  WS-BRANCH-RATE-SWITCH          PIC X(1) VALUE "Y".
           88  WS-BRANCH-HAS-RATE         VALUE "Y".
       01  WS-GRAND-COUNT                 PIC 9(5) VALUE 0.
       01  WS-GRAND-AMOUNT                PIC S9(13)V99 VALUE 0.

      *    Currency conversion: the run date the rates are taken at,
      *    the TBLFXV answer for the cell in hand, and the count of
      *    cells that could not be converted.
       01  WS-RUN-DATE                    PIC X(8) VALUE SPACES.
       01  WS-CELL-RPT-AMOUNT             PIC S9(13)V99 VALUE 0.
       01  WS-RATE-VERDICT                PIC X(1) VALUE SPACES.
           88  WS-RATE-IS-FOUND           VALUE "Y".
       01  WS-NO-RATE-COUNT               PIC 9(4) VALUE 0.

      *    One accumulator cell per region seen, fed at each branch
      *    break from the branch totals. The region comes from the
      *    TBLBRV branch-master lookup; a branch the master does not
      *    the totals.
       01  WS-EDITED-COUNT                PIC ZZZZ9.
       01  WS-EDITED-AMOUNT               PIC -(12)9.99.
       01  WS-EDITED-RPT-AMOUNT           PIC -(12)9.99.
       01  WS-RPT-AMOUNT-TEXT             PIC X(16) VALUE SPACES.

       01  WS-PAGE-NUMBER                 PIC 9(3) VALUE 0.

           MOVE FUNCTION CURRENT-DATE TO WS-STATS-STAMP
           MOVE WS-STAMP-DATE TO WS-STATS-START-DATE
           MOVE WS-STAMP-TIME TO WS-STATS-START-TIME
           MOVE WS-STAMP-DATE TO WS-RUN-DATE

           OPEN INPUT TABLE-IMAGE-FILE
           IF WS-IMAGE-STATUS NOT = "00"
                       ADD WS-ENT-AMOUNT
                           TO WS-SUMM-AMOUNT(WS-CELL-IDX)
                       ADD 1 TO WS-GRAND-COUNT
               END-READ
           END-PERFORM
           CLOSE TABLE-IMAGE-FILE
               MOVE WS-ENT-STATUS TO WS-SUMM-STATUS(WS-CELL-IDX)
               MOVE 0 TO WS-SUMM-ENTRY-COUNT(WS-CELL-IDX)
               MOVE 0 TO WS-SUMM-AMOUNT(WS-CELL-IDX)
               CALL "TBLFXV" USING WS-ENT-BRANCH, WS-RUN-DATE,
                       WS-SUMM-CURRENCY(WS-CELL-IDX),
                       WS-SUMM-RATE(WS-CELL-IDX),
                       WS-SUMM-RATE-VERDICT(WS-CELL-IDX)
           END-IF.

       3000-PRINT-SUMMARY.
               PERFORM 3200-PRINT-STATUS-LINE
               ADD WS-SUMM-ENTRY-COUNT(WS-CELL-IDX) TO WS-BRANCH-COUNT
               ADD WS-SUMM-AMOUNT(WS-CELL-IDX) TO WS-BRANCH-AMOUNT
               ADD WS-CELL-RPT-AMOUNT TO WS-BRANCH-RPT-AMOUNT
           END-PERFORM

           IF WS-SUMM-COUNT > 0
                   " - PAGE " WS-PAGE-NUMBER
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING "  STATUS      COUNT           AMOUNT"
                   "  CCY  REPORTING AMOUNT"
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD
           MOVE WS-SUMM-CURRENCY(WS-CELL-IDX) TO WS-CURR-CURRENCY
           MOVE "Y" TO WS-BRANCH-RATE-SWITCH.

       3200-PRINT-STATUS-LINE.
           PERFORM 3210-CONVERT-CELL
           MOVE WS-SUMM-ENTRY-COUNT(WS-CELL-IDX) TO WS-EDITED-COUNT
           MOVE WS-SUMM-AMOUNT(WS-CELL-IDX) TO WS-EDITED-AMOUNT
           MOVE SPACES TO RPT-RECORD
           STRING "  " WS-SUMM-STATUS(WS-CELL-IDX) "        "
                   WS-EDITED-COUNT "  " WS-EDITED-AMOUNT "  "
                   WS-SUMM-CURRENCY(WS-CELL-IDX) "  "
                   WS-RPT-AMOUNT-TEXT
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD.

      *    Convert one cell at its branch's rate. With no rate the
      *    cell converts to nothing, says so, and marks its branch.
       3210-CONVERT-CELL.
           MOVE WS-SUMM-RATE-VERDICT(WS-CELL-IDX) TO WS-RATE-VERDICT
           IF WS-RATE-IS-FOUND
               COMPUTE WS-CELL-RPT-AMOUNT ROUNDED =
                   WS-SUMM-AMOUNT(WS-CELL-IDX)
                   * WS-SUMM-RATE(WS-CELL-IDX)
               MOVE WS-CELL-RPT-AMOUNT TO WS-EDITED-RPT-AMOUNT
               MOVE WS-EDITED-RPT-AMOUNT TO WS-RPT-AMOUNT-TEXT
           ELSE
               MOVE 0 TO WS-CELL-RPT-AMOUNT
               MOVE "         NO RATE" TO WS-RPT-AMOUNT-TEXT
               MOVE "N" TO WS-BRANCH-RATE-SWITCH
               ADD 1 TO WS-NO-RATE-COUNT
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF.

       3300-PRINT-BRANCH-TOTALS.
           MOVE WS-BRANCH-COUNT TO WS-EDITED-COUNT
           MOVE WS-BRANCH-AMOUNT TO WS-EDITED-AMOUNT
           IF WS-BRANCH-HAS-RATE
               MOVE WS-BRANCH-RPT-AMOUNT TO WS-EDITED-RPT-AMOUNT
               MOVE WS-EDITED-RPT-AMOUNT TO WS-RPT-AMOUNT-TEXT
           ELSE
               MOVE "         NO RATE" TO WS-RPT-AMOUNT-TEXT
           END-IF
           MOVE SPACES TO RPT-RECORD
           STRING "  BRANCH " WS-CURR-BRANCH " TOTAL: "
                   WS-EDITED-COUNT "  " WS-EDITED-AMOUNT "  "
                   WS-CURR-CURRENCY "  " WS-RPT-AMOUNT-TEXT
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD
           PERFORM 3310-ROLL-UP-TO-REGION
           ADD WS-BRANCH-RPT-AMOUNT TO WS-GRAND-AMOUNT
           MOVE 0 TO WS-BRANCH-COUNT
           MOVE 0 TO WS-BRANCH-AMOUNT
           MOVE 0 TO WS-BRANCH-RPT-AMOUNT.

      *    The branch break is the one moment the branch totals are
      *    complete, so the region rollup happens here - one TBLBRV
               MOVE 0 TO WS-REGN-AMOUNT(WS-REGN-IDX)
           END-IF
           ADD WS-BRANCH-COUNT TO WS-REGN-ENTRY-COUNT(WS-REGN-IDX)
           ADD WS-BRANCH-RPT-AMOUNT TO WS-REGN-AMOUNT(WS-REGN-IDX).

       3400-PRINT-GRAND-TOTALS.
           MOVE WS-GRAND-COUNT TO WS-EDITED-COUNT
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           STRING "GRAND TOTAL: " WS-EDITED-COUNT " ENTRIES  "
                   WS-EDITED-AMOUNT " REPORTING CURRENCY"
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD
           IF WS-NO-RATE-COUNT > 0
               MOVE SPACES TO RPT-RECORD
               STRING "AMOUNTS WITH NO EXCHANGE RATE ON " WS-RUN-DATE
                       " ARE LEFT OUT OF THE REPORTING TOTALS"
                       DELIMITED BY SIZE INTO RPT-RECORD
               WRITE RPT-RECORD
           END-IF.

       3500-PRINT-REGION-SUMMARY.
           IF WS-REGN-COUNT > 0
               STRING "REGION SUMMARY - PAGE " WS-PAGE-NUMBER
                       DELIMITED BY SIZE INTO RPT-RECORD
               WRITE RPT-RECORD
               MOVE "  REGION      COUNT  REPORTING AMOUNT"
                   TO RPT-RECORD
               WRITE RPT-RECORD
               PERFORM VARYING WS-REGN-IDX FROM 1 BY 1
