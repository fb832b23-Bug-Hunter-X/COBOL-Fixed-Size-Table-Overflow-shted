      *    correctly, as TBLTREND's elapsed times do.
      *
      *    The report goes to TBLAGER.
      *
      *    Each branch books in its own currency (WS-BRM-CURRENCY on
      *    the branch master), so a branch page shows every bucket as
      *    booked, the branch's currency, and converted to the
      *    reporting currency at the rate in force on the run date
      *    (callable TBLFXV, one call per branch). The all-branches
      *    page mixes currencies and is in the reporting currency
      *    only. A branch whose currency has no rate on the run date,
      *    or is not known to TBLBRM, shows NO RATE, is left out of
      *    the all-branches amounts, and ends the run with return
      *    code 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TBLAGE.
           05  WS-CELL OCCURS 1 TO 200 TIMES
                        DEPENDING ON WS-CELL-COUNT.
               10  WS-CELL-BRANCH         PIC X(4).
               10  WS-CELL-CURRENCY       PIC X(3).
               10  WS-CELL-RATE           PIC 9(5)V9(6).
               10  WS-CELL-RATE-VERDICT   PIC X(1).
                   88  WS-CELL-HAS-RATE   VALUE "Y".
               10  WS-CELL-BUCKET OCCURS 4 TIMES.
                   15  WS-CELL-ENTRIES    PIC 9(5).
                   15  WS-CELL-AMOUNT     PIC S9(13)V99.

      *    The all-branches buckets: entry counts, and amounts in the
      *    reporting currency, fed as each branch page converts.
       01  WS-GRAND-AREA.
           05  WS-GRAND-BUCKET OCCURS 4 TIMES.
               10  WS-GRAND-ENTRIES       PIC 9(5).
      *    the buckets.
       01  WS-EDITED-COUNT                PIC ZZZZ9.
       01  WS-EDITED-AMOUNT               PIC -(12)9.99.
       01  WS-EDITED-RPT-AMOUNT           PIC -(12)9.99.
       01  WS-RPT-AMOUNT-TEXT             PIC X(16) VALUE SPACES.
       01  WS-BUCKET-RPT-AMOUNT           PIC S9(13)V99 VALUE 0.
       01  WS-NO-RATE-COUNT               PIC 9(4) VALUE 0.

      *    End-of-job run statistics appended to TBLSTATS.
       COPY STATSREC.
           MOVE WS-RUN-DATE TO WS-WORK-DATE
           COMPUTE WS-RUN-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
           PERFORM VARYING WS-INIT-IDX FROM 1 BY 1
                       UNTIL WS-INIT-IDX > 4
               MOVE 0 TO WS-GRAND-ENTRIES(WS-INIT-IDX)
               MOVE 0 TO WS-GRAND-AMOUNT(WS-INIT-IDX)
           END-PERFORM

           OPEN INPUT TABLE-IMAGE-FILE
           IF WS-IMAGE-STATUS NOT = "00"
               ADD WS-AGE-AMOUNT
                   TO WS-CELL-AMOUNT(WS-CELL-IDX, WS-BUCKET-IDX)
               ADD 1 TO WS-GRAND-ENTRIES(WS-BUCKET-IDX)
           ELSE
               ADD 1 TO WS-SKIPPED-COUNT
           END-IF.
               ADD 1 TO WS-CELL-COUNT
               MOVE WS-CELL-COUNT TO WS-CELL-IDX
               MOVE WS-AGE-BRANCH TO WS-CELL-BRANCH(WS-CELL-IDX)
               CALL "TBLFXV" USING WS-AGE-BRANCH, WS-RUN-DATE,
                       WS-CELL-CURRENCY(WS-CELL-IDX),
                       WS-CELL-RATE(WS-CELL-IDX),
                       WS-CELL-RATE-VERDICT(WS-CELL-IDX)
               PERFORM VARYING WS-INIT-IDX FROM 1 BY 1
                           UNTIL WS-INIT-IDX > 4
                   MOVE 0 TO WS-CELL-ENTRIES(WS-CELL-IDX,
                   " - PAGE " WS-PAGE-NUMBER
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING "  BUCKET          COUNT           AMOUNT"
                   "  CCY  REPORTING AMOUNT"
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD
           IF NOT WS-CELL-HAS-RATE(WS-CELL-IDX)
               ADD 1 TO WS-NO-RATE-COUNT
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF
           PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
                       UNTIL WS-BUCKET-IDX > 4
               MOVE WS-CELL-ENTRIES(WS-CELL-IDX, WS-BUCKET-IDX)
                   TO WS-EDITED-COUNT
               MOVE WS-CELL-AMOUNT(WS-CELL-IDX, WS-BUCKET-IDX)
                   TO WS-EDITED-AMOUNT
               PERFORM 3150-CONVERT-BUCKET
               PERFORM 3200-PRINT-BUCKET-LINE
           END-PERFORM.

      *    Convert one of the branch's buckets at the branch's rate
      *    and feed the all-branches bucket with the result. With no
      *    rate the bucket says so and adds nothing.
       3150-CONVERT-BUCKET.
           IF WS-CELL-HAS-RATE(WS-CELL-IDX)
               COMPUTE WS-BUCKET-RPT-AMOUNT ROUNDED =
                   WS-CELL-AMOUNT(WS-CELL-IDX, WS-BUCKET-IDX)
                   * WS-CELL-RATE(WS-CELL-IDX)
               ADD WS-BUCKET-RPT-AMOUNT
                   TO WS-GRAND-AMOUNT(WS-BUCKET-IDX)
               MOVE WS-BUCKET-RPT-AMOUNT TO WS-EDITED-RPT-AMOUNT
               MOVE WS-EDITED-RPT-AMOUNT TO WS-RPT-AMOUNT-TEXT
           ELSE
               MOVE "         NO RATE" TO WS-RPT-AMOUNT-TEXT
           END-IF.

       3200-PRINT-BUCKET-LINE.
           MOVE SPACES TO RPT-RECORD
           STRING "  " WS-BUCKET-NAME(WS-BUCKET-IDX) "    "
                   WS-EDITED-COUNT "  " WS-EDITED-AMOUNT "  "
                   WS-CELL-CURRENCY(WS-CELL-IDX) "  "
                   WS-RPT-AMOUNT-TEXT
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD.

                   " - PAGE " WS-PAGE-NUMBER
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD
           MOVE "  BUCKET          COUNT  REPORTING AMOUNT"
               TO RPT-RECORD
           WRITE RPT-RECORD
           PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
                   TO WS-EDITED-COUNT
               MOVE WS-GRAND-AMOUNT(WS-BUCKET-IDX)
                   TO WS-EDITED-AMOUNT
               MOVE SPACES TO RPT-RECORD
               STRING "  " WS-BUCKET-NAME(WS-BUCKET-IDX) "    "
                       WS-EDITED-COUNT "  " WS-EDITED-AMOUNT
                       DELIMITED BY SIZE INTO RPT-RECORD
               WRITE RPT-RECORD
           END-PERFORM
           IF WS-NO-RATE-COUNT > 0
               MOVE SPACES TO RPT-RECORD
               STRING "BRANCHES WITH NO EXCHANGE RATE ON "
                       WS-RUN-DATE " ARE LEFT OUT OF THE AMOUNTS ABOVE"
                       DELIMITED BY SIZE INTO RPT-RECORD
               WRITE RPT-RECORD
           END-IF
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE WS-AGED-COUNT TO WS-EDITED-COUNT
