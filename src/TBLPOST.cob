      *
      *    Every amount movement in the table used to be re-keyed into
      *    the ledger system by the accounting clerk the next morning,
      *    off the TBLCMPR compare report. Now that the maintenance
      *    paths journal to TBLJRNL with full before and after entry
      *    images - TBLINQ's UPDATEs and DELETEs, TBLMERGE's applied
      *    ADD, CHANGE and DELETE deltas and TBLBACK's restores, which
      *    journal the backed-out change in reverse - this program
      *    derives the night's net amount movement per branch straight
      *    from the journal: each record's after-image amount posts to
      *    its branch and its before-image amount posts away from its
      *    branch, so a CHANGE that moved an entry between branches
      *    lands on both sides automatically.
      *
      *    TBLLOAD reload rebuilds the image without journalling, so
      *    on reload nights this check is expected to fail and the
      *    postings must come from the compare report as before.
      *
      *    Branches book in their own currencies (WS-BRM-CURRENCY on
      *    the branch master), and the ledger takes the reporting
      *    currency. Each branch's net is converted at the rate in
      *    force on the run date (callable TBLFXV, TBLFXR rates) and
      *    the pairs post the converted amount; every posting record
      *    also carries the branch currency and the net as booked,
      *    and the register shows both. A branch with a movement and
      *    no rate for its currency on the run date, or whose currency
      *    TBLBRM cannot give (not on it, or no TBLBRM), stops the run:
      *    the missing rates are listed on the register, no posting
      *    record is written, and the return code is 16 - posting
      *    unconverted money would be worse than posting late. The
      *    proof against the images is made in amounts as booked,
      *    since that is what the journal and the images hold.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TBLPOST.
       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
       01  JRN-RECORD                     PIC X(228).

       FD  NEW-IMAGE-FILE.
       01  NEW-RECORD                     PIC X(80).
       01  OLD-RECORD                     PIC X(80).

       FD  POSTING-FILE.
       01  PST-RECORD                     PIC X(100).

       FD  REGISTER-FILE.
       01  RPT-RECORD                     PIC X(132).
                        DEPENDING ON WS-NET-COUNT.
               10  WS-NET-BRANCH          PIC X(4).
               10  WS-NET-AMOUNT          PIC S9(13)V99.
               10  WS-NET-CURRENCY        PIC X(3).
               10  WS-NET-RATE            PIC 9(5)V9(6).
               10  WS-NET-RATE-VERDICT    PIC X(1).
                   88  WS-NET-HAS-RATE    VALUE "Y".
               10  WS-NET-RPT-AMOUNT      PIC S9(13)V99.

      *    One TBLGLPF posting record: a DR or CR to an account, in
      *    fixed columns the ledger interface takes as is. The amount
      *    is in the reporting currency; the branch currency and the
      *    net as booked follow for the ledger's foreign-currency
      *    columns (spaces and the same amount for a branch booking in
      *    the reporting currency).
       01  WS-POST-RECORD.
           05  WS-POST-TYPE               PIC X(2).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-POST-AMOUNT             PIC 9(13)V99.
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-POST-DESC               PIC X(30).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-POST-CURRENCY           PIC X(3).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-POST-ORIG-AMOUNT        PIC 9(13)V99.
           05  FILLER                     PIC X(17) VALUE SPACES.

      *    The control-total trailer the interface reconciles with.
           05  WS-TRL-DEBITS              PIC 9(13)V99.
           05  FILLER                     PIC X(4) VALUE " CR=".
           05  WS-TRL-CREDITS             PIC 9(13)V99.
           05  FILLER                     PIC X(49) VALUE SPACES.

       01  WS-JRNL-STATUS                 PIC X(2) VALUE SPACES.
       01  WS-NEW-STATUS                  PIC X(2) VALUE SPACES.
           88  WS-IMAGE-AT-EOF            VALUE "Y".
       01  WS-CELL-FOUND-SWITCH           PIC X(1) VALUE "N".
           88  WS-CELL-WAS-FOUND          VALUE "Y".
       01  WS-RATE-MISSING-SWITCH         PIC X(1) VALUE "N".
           88  WS-RATE-IS-MISSING         VALUE "Y".

       01  WS-NET-IDX                     PIC 9(4) VALUE 0.
       01  WS-WORK-BRANCH                 PIC X(4) VALUE SPACES.

      *    Edit fields so the register reads like money, not storage.
       01  WS-EDITED-NET                  PIC +(13)9.99.
       01  WS-EDITED-ORIG-NET             PIC +(13)9.99.
       01  WS-EDITED-AMOUNT               PIC Z(12)9.99.

      *    End-of-job run statistics appended to TBLSTATS.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-ROLL-UP-JOURNAL
           PERFORM 2500-CONVERT-NETS
           PERFORM 3000-TOTAL-IMAGES
           IF WS-RATE-IS-MISSING
               PERFORM 4500-REPORT-POSTING-STOPPED
           ELSE
               PERFORM 4000-WRITE-POSTINGS
           END-IF
           PERFORM 5000-PROVE-POSTINGS
           PERFORM 9000-TERMINATE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STRING "GENERAL-LEDGER POSTING REGISTER - " WS-RUN-DATE
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING "  BRANCH  SIDE  REPORTING MOVEMENT"
                   " CCY  ORIGINAL MOVEMENT"
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD.

      *    One pass down the journal. Each record's images say it
               MOVE WS-NET-COUNT TO WS-NET-IDX
               MOVE WS-WORK-BRANCH TO WS-NET-BRANCH(WS-NET-IDX)
               MOVE 0 TO WS-NET-AMOUNT(WS-NET-IDX)
               MOVE 0 TO WS-NET-RPT-AMOUNT(WS-NET-IDX)
           END-IF.

      *    Every branch that moved is converted at its currency's rate
      *    on the run date. A branch whose movements cancelled out
      *    posts nothing and needs no rate; one that moved and has no
      *    rate is listed, and stops the posting.
       2500-CONVERT-NETS.
           PERFORM VARYING WS-NET-IDX FROM 1 BY 1
                       UNTIL WS-NET-IDX > WS-NET-COUNT
               IF WS-NET-AMOUNT(WS-NET-IDX) NOT = 0
                   CALL "TBLFXV" USING WS-NET-BRANCH(WS-NET-IDX),
                           WS-RUN-DATE, WS-NET-CURRENCY(WS-NET-IDX),
                           WS-NET-RATE(WS-NET-IDX),
                           WS-NET-RATE-VERDICT(WS-NET-IDX)
                   IF WS-NET-HAS-RATE(WS-NET-IDX)
                       COMPUTE WS-NET-RPT-AMOUNT(WS-NET-IDX) ROUNDED =
                           WS-NET-AMOUNT(WS-NET-IDX)
                           * WS-NET-RATE(WS-NET-IDX)
                   ELSE
                       PERFORM 2510-REPORT-MISSING-RATE
                   END-IF
               END-IF
           END-PERFORM.

       2510-REPORT-MISSING-RATE.
           SET WS-RATE-IS-MISSING TO TRUE
           MOVE 16 TO WS-RETURN-CODE
           IF WS-NET-CURRENCY(WS-NET-IDX) = SPACES
               DISPLAY "TBLPOST: NO CURRENCY ON TBLBRM FOR BRANCH "
                   WS-NET-BRANCH(WS-NET-IDX)
           ELSE
               DISPLAY "TBLPOST: NO EXCHANGE RATE FOR "
                   WS-NET-CURRENCY(WS-NET-IDX) " ON " WS-RUN-DATE
                   ", BRANCH " WS-NET-BRANCH(WS-NET-IDX)
           END-IF
           MOVE WS-NET-AMOUNT(WS-NET-IDX) TO WS-EDITED-ORIG-NET
           MOVE SPACES TO RPT-RECORD
           STRING "  " WS-NET-BRANCH(WS-NET-IDX)
                   "          NO RATE ON " WS-RUN-DATE " "
                   WS-NET-CURRENCY(WS-NET-IDX) "  "
                   WS-EDITED-ORIG-NET
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD.

      *    The day-over-day movement the postings must net to: the
      *    grand amount of tonight's image less the grand amount of
      *    last night's, both streamed the way TBLCOMP reads them.
       4000-WRITE-POSTINGS.
           PERFORM VARYING WS-NET-IDX FROM 1 BY 1
                       UNTIL WS-NET-IDX > WS-NET-COUNT
               IF WS-NET-RPT-AMOUNT(WS-NET-IDX) NOT = 0
                   PERFORM 4100-WRITE-ONE-PAIR
               END-IF
           END-PERFORM

       4100-WRITE-ONE-PAIR.
           ADD 1 TO WS-PAIR-COUNT
           MOVE WS-NET-RPT-AMOUNT(WS-NET-IDX) TO WS-EDITED-NET
           MOVE WS-NET-AMOUNT(WS-NET-IDX) TO WS-EDITED-ORIG-NET
           MOVE WS-NET-CURRENCY(WS-NET-IDX) TO WS-POST-CURRENCY
           IF WS-NET-RPT-AMOUNT(WS-NET-IDX) > 0
               MOVE "DR" TO WS-POST-TYPE
               MOVE WS-NET-BRANCH(WS-NET-IDX) TO WS-POST-ACCOUNT
               MOVE WS-RUN-DATE TO WS-POST-DATE
               MOVE WS-NET-RPT-AMOUNT(WS-NET-IDX) TO WS-POST-AMOUNT
               MOVE WS-NET-AMOUNT(WS-NET-IDX) TO WS-POST-ORIG-AMOUNT
               MOVE "BRANCH NET MOVEMENT" TO WS-POST-DESC
               WRITE PST-RECORD FROM WS-POST-RECORD
               MOVE "CR" TO WS-POST-TYPE
               ADD WS-POST-AMOUNT TO WS-CREDIT-TOTAL
               MOVE SPACES TO RPT-RECORD
               STRING "  " WS-NET-BRANCH(WS-NET-IDX) "    DR    "
                       WS-EDITED-NET "  " WS-POST-CURRENCY "  "
                       WS-EDITED-ORIG-NET
                       DELIMITED BY SIZE INTO RPT-RECORD
               WRITE RPT-RECORD
           ELSE
               MOVE "CR" TO WS-POST-TYPE
               MOVE WS-NET-BRANCH(WS-NET-IDX) TO WS-POST-ACCOUNT
               MOVE WS-RUN-DATE TO WS-POST-DATE
               COMPUTE WS-POST-AMOUNT =
                   0 - WS-NET-RPT-AMOUNT(WS-NET-IDX)
               COMPUTE WS-POST-ORIG-AMOUNT =
                   0 - WS-NET-AMOUNT(WS-NET-IDX)
               MOVE "BRANCH NET MOVEMENT" TO WS-POST-DESC
               WRITE PST-RECORD FROM WS-POST-RECORD
               MOVE "DR" TO WS-POST-TYPE
               ADD WS-POST-AMOUNT TO WS-CREDIT-TOTAL
               MOVE SPACES TO RPT-RECORD
               STRING "  " WS-NET-BRANCH(WS-NET-IDX) "    CR    "
                       WS-EDITED-NET "  " WS-POST-CURRENCY "  "
                       WS-EDITED-ORIG-NET
                       DELIMITED BY SIZE INTO RPT-RECORD
               WRITE RPT-RECORD
           END-IF.

      *    A missing rate leaves TBLGLPF empty - not even a trailer -
      *    so the ledger interface cannot load a partial night.
       4500-REPORT-POSTING-STOPPED.
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING "POSTING STOPPED - NO EXCHANGE RATE FOR THE "
                   "BRANCHES LISTED ABOVE"
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD
           DISPLAY "TBLPOST: POSTING STOPPED, MISSING EXCHANGE RATES".

      *    The proof: the journal's net movement must equal what the
      *    images say the table moved overnight. A mismatch means a
      *    change dodged the journal (or the journal is the wrong
           WRITE RPT-RECORD
           MOVE WS-NET-TOTAL TO WS-EDITED-NET
           MOVE SPACES TO RPT-RECORD
           STRING "NET BOOKED MOVEMENT:     " WS-EDITED-NET
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD
           MOVE WS-IMAGE-MOVEMENT TO WS-EDITED-NET
               WRITE RPT-RECORD
               DISPLAY "TBLPOST: POSTINGS DO NOT NET TO THE "
                   "DAY-OVER-DAY IMAGE MOVEMENT"
               IF WS-RETURN-CODE < 12
                   MOVE 12 TO WS-RETURN-CODE
               END-IF
           END-IF.

       9000-TERMINATE.
