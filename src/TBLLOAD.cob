      *    TBLVAL edit set), and a branch that is open on the TBLBRM
      *    branch master (the callable TBLBRV check). A record that
      *    fails an edit is written to the TBLERRS error report with
      *    a reason code and kept on the TBLSUSP suspense file
      *    (copybook SUSPREC) for the correction desk to fix and
      *    resubmit through TBLCORR; a record whose effective date is
      *    after the run date is parked on the TBLPEND warehouse
      *    (copybook PENDREC) for the TBLRELSE release run; and every
      *    attempt, whatever its outcome, is logged to the TBLAUDIT
      *    trail. Suspense items are queued like parks and reach
      *    TBLSUSP only after the image save, so a rerun or a
      *    checkpoint-restart replay suspends each reject once.
      *
      *    A record tagged **REVERSE* - the tag in columns 1-10, the
      *    original key in 11-20 and the new entry's key in 21-30 -
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "TBLSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE.
       01  STA-RECORD                     PIC X(58).

       FD  PENDING-FILE.
       01  PND-RECORD                     PIC X(122).

       FD  SUSPENSE-FILE.
       01  SUS-RECORD                     PIC X(149).

       WORKING-STORAGE SECTION.
      *    Control record layout shared by the **HEADER** / **TRAILER*
           05  WS-PRKQ-LIMIT              PIC 9(5) VALUE 5000.
           05  WS-PRKQ-COUNT              PIC 9(5) VALUE 0.
           05  WS-PRKQ-ENTRY OCCURS 5000 TIMES
                                          PIC X(122).

       01  WS-PRKQ-IDX                    PIC 9(5) VALUE 0.

      *    Suspense controls: the record shape the correction desk
      *    works from (copybook SUSPREC) and its queue. Rejects are
      *    queued exactly as parks are and only reach TBLSUSP after
      *    the image save - a checkpoint-restart replay regenerates
      *    the queue along with the TBLERRS lines, so each reject is
      *    suspended once whichever run finally completes.
       COPY SUSPREC.

       01  WS-SUSP-STATUS                 PIC X(2) VALUE SPACES.
       01  WS-SUSPEND-COUNT               PIC 9(5) VALUE 0.

       01  WS-SUSP-QUEUE-AREA.
           05  WS-SUSQ-LIMIT              PIC 9(5) VALUE 5000.
           05  WS-SUSQ-COUNT              PIC 9(5) VALUE 0.
           05  WS-SUSQ-ENTRY OCCURS 5000 TIMES
                                          PIC X(149).

       01  WS-SUSQ-IDX                    PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 4500-APPLY-REVERSALS
           PERFORM 6000-SAVE-TABLE-IMAGE
           PERFORM 6500-FLUSH-PARKED-ENTRIES
           PERFORM 6600-FLUSH-SUSPENSE-ENTRIES
           PERFORM 9000-TERMINATE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.
               STOP RUN
           END-IF

      *    The suspense file accumulates the same way - only TBLCORR
      *    takes items off it - so it is EXTENDed too.
           OPEN EXTEND SUSPENSE-FILE
           IF WS-SUSP-STATUS = "35"
               OPEN OUTPUT SUSPENSE-FILE
           END-IF
           IF WS-SUSP-STATUS NOT = "00"
               DISPLAY "TBLLOAD: UNABLE TO OPEN TBLSUSP, STATUS="
                   WS-SUSP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1300-NOTE-IMAGE-VERSION.

       1100-READ-HEADER-RECORD.
           IF WS-RETURN-CODE < 8
               MOVE 8 TO WS-RETURN-CODE
           END-IF
           IF NOT WS-EDIT-BAD-REVERSAL
              AND WS-AUDIT-ENTRY(1:10) NOT = WS-REVERSE-TAG
               PERFORM 2550-QUEUE-SUSPENSE-ENTRY
           END-IF
           MOVE "INVALID" TO WS-AUDIT-OUTCOME
           PERFORM 2200-WRITE-AUDIT-RECORD.

      *    A rejected detail - an edit failure or a duplicate key -
      *    is queued for TBLSUSP with its original image, reason and
      *    source, ready to resubmit as an ADD once the desk fixes
      *    it. Reversal records are not entry images and stay on
      *    TBLERRS only; the **REVERSE* record is simply re-keyed.
       2550-QUEUE-SUSPENSE-ENTRY.
           IF WS-SUSQ-COUNT >= WS-SUSQ-LIMIT
               DISPLAY "TBLLOAD: ENTRY " WS-AUDIT-ENTRY(1:10)
                   " NOT SUSPENDED, SUSPENSE QUEUE FULL"
               MOVE 12 TO WS-RETURN-CODE
           ELSE
               MOVE SPACES TO WS-SUSPENSE-RECORD
               MOVE "TRANSIN" TO WS-SUSP-SOURCE
               MOVE WS-RUN-DATE TO WS-SUSP-REJECT-DATE
               MOVE WS-EDIT-REASON TO WS-SUSP-REASON
               MOVE WS-EDIT-REASON-TEXT TO WS-SUSP-REASON-TEXT
               MOVE "ADD" TO WS-SUSP-ACTION
               MOVE WS-AUDIT-ENTRY TO WS-SUSP-IMAGE
               ADD 1 TO WS-SUSQ-COUNT
               MOVE WS-SUSPENSE-RECORD
                   TO WS-SUSQ-ENTRY(WS-SUSQ-COUNT)
           END-IF.

      *    The record is good business - it just is not due yet. It is
      *    queued as a ready-to-apply ADD for the TBLRELSE release
      *    run to feed TBLMERGE on its effective day; the queue only
               END-IF
           END-IF.

      *    The queued rejects reach TBLSUSP on the same terms as the
      *    parks: only a run whose image save went through suspends
      *    anything, so the winning rerun suspends each reject once.
       6600-FLUSH-SUSPENSE-ENTRIES.
           IF WS-VERSION-IS-STALE
               CONTINUE
           ELSE
               PERFORM VARYING WS-SUSQ-IDX FROM 1 BY 1
                           UNTIL WS-SUSQ-IDX > WS-SUSQ-COUNT
                              OR WS-SUSP-STATUS NOT = "00"
                   WRITE SUS-RECORD FROM WS-SUSQ-ENTRY(WS-SUSQ-IDX)
                   IF WS-SUSP-STATUS = "00"
                       ADD 1 TO WS-SUSPEND-COUNT
                   END-IF
               END-PERFORM
               IF WS-SUSP-STATUS NOT = "00"
                   DISPLAY "TBLLOAD: TBLSUSP WRITE FAILED, STATUS="
                       WS-SUSP-STATUS
                   MOVE 12 TO WS-RETURN-CODE
               END-IF
           END-IF.

       9000-TERMINATE.
           CLOSE TRANS-FILE
           CLOSE PRINT-FILE
           CLOSE AUDIT-FILE
           CLOSE ERROR-FILE
           CLOSE PENDING-FILE
           CLOSE SUSPENSE-FILE
           IF WS-PARK-COUNT > 0
               DISPLAY "TBLLOAD: " WS-PARK-COUNT
                   " FUTURE-DATED ENTRIES PARKED ON TBLPEND"
           END-IF
           IF WS-SUSPEND-COUNT > 0
               DISPLAY "TBLLOAD: " WS-SUSPEND-COUNT
                   " REJECTED ENTRIES KEPT ON TBLSUSP"
           END-IF
           IF WS-REVERSAL-COUNT > 0
               DISPLAY "TBLLOAD: " WS-REVERSAL-COUNT
                   " REVERSAL ENTRIES LOADED"
