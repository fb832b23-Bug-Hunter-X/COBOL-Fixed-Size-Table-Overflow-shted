      *                    entry's data for ADD and CHANGE; for
      *                    REVERS the first ten bytes name the
      *                    original entry being reversed
      *        cols 87-106 authorising reason (WS-DELTA-AUTH-REASON)
      *                    - CHANGE only, for a status move that
      *                    needs one; blank on files from writers
      *                    that stop at col 86
      *
      *    Several deltas may carry the same key - an ADD followed by
      *    a CHANGE of the new entry applies the way it reads. An ADD
      *    TBLRELSE release run - nothing reaches the image through a
      *    delta that a load would have stopped at the door.
      *
      *    An ADD or CHANGE that fails those edits, or an ADD of a key
      *    already present, is also kept on the TBLSUSP suspense file
      *    (copybook SUSPREC) with its original image and reason code,
      *    buffered like the parks, so the correction desk can fix it
      *    and resubmit it through TBLCORR rather than re-key it from
      *    the console log.
      *
      *    A CHANGE that moves the entry's status must make a move the
      *    TBLSTRN transition rules allow (callable TBLSTV, checked
      *    against the entry as the balance line holds it): a move
      *    with no rule, or one whose rule needs an authorising
      *    reason when cols 87-106 are blank, is rejected with reason
      *    E07 and return code 8, and goes to TBLSUSP with the reason
      *    it did carry, so the desk can add or correct the reason on
      *    a TBLCORR FIX or withdraw it. A parked CHANGE takes its
      *    reason to TBLPEND and is checked again when TBLRELSE hands
      *    it back, and a suspended one keeps it on TBLSUSP. The
      *    journal record of an applied CHANGE carries the reason.
      *
      *    An ADD for a branch over its exposure limit at the last
      *    TBLEXPO exposure run (callable TBLEXV, breach file TBLEXPB)
      *    is held for review rather than applied: it goes onto
      *    TBLSUSP with reason E08, is counted as held, and ends the
      *    run with return code 4 unless something worse happened.
      *    The desk resubmits it through TBLCORR once the limit has
      *    been raised or the branch is back inside it, or withdraws
      *    it; a resubmitted ADD for a branch still over its limit is
      *    simply held again. A future-dated ADD is parked first and
      *    checked when TBLRELSE hands it back. CHANGE, DELETE and
      *    REVERS deltas are never held - they do not add business.
      *
      *    A REVERS delta inserts a negating entry under the delta
      *    key: the original's amount with the sign flipped, the run
      *    date as effective date, the original's status and branch,
      *    TBLBACK backout both feed off it. A run that cannot open
      *    its journal does not get to change the table at all, and a
      *    delta that would overflow the journal buffer is refused.
      *    The journal names TBLMERGE as the maker of a delta and no
      *    checker - batch deltas are not subject to the TBLINQ
      *    maker-checker approval.
      *
      *    Once the TBLCLOSE month-end close has locked a month, an
      *    ADD or CHANGE carrying an effective date in it, and a
      *    CHANGE or DELETE of an entry already dated in it, is
      *    refused with return code 8 (callable TBLPLV, period file
      *    TBLPBAL) and listed on the TBLPLKR closed-period reject
      *    report (copybook PLKRREC), buffered like the parks - a
      *    back-dated delta cannot reopen numbers already reported to
      *    finance. A REVERS is dated the run date and stays the way
      *    to correct closed business.
      *
      *    The image header carries an update serial (see IMGHDR).
      *    The version noted from the image header is re-checked
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "TBLSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.

           SELECT LOCK-REJECT-FILE ASSIGN TO "TBLPLKR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLKR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TABLE-IMAGE-FILE.
       01  IMG-RECORD                     PIC X(80).

       FD  DELTA-FILE.
       01  DLT-RECORD                     PIC X(106).

       FD  MASTER-FILE.
       01  MF-RECORD.
       01  STA-RECORD                     PIC X(58).

       FD  PENDING-FILE.
       01  PND-RECORD                     PIC X(122).

       FD  JOURNAL-FILE.
       01  JRN-RECORD                     PIC X(228).

       FD  SUSPENSE-FILE.
       01  SUS-RECORD                     PIC X(149).

       FD  LOCK-REJECT-FILE.
       01  PLK-RECORD                     PIC X(132).

       WORKING-STORAGE SECTION.
       COPY IMGHDR.
               10  WS-DELTA-STATUS-CODE   PIC X(2).
               10  WS-DELTA-BRANCH        PIC X(4).
               10  FILLER                 PIC X(45).
           05  WS-DELTA-AUTH-REASON       PIC X(20).

      *    The balance line's working entry: the record being built
      *    for the current key, live only while WS-HOLD-IS-ACTIVE.

      *    Edit reason handed back by TBLVAL - spaces means the delta
      *    data passed every field edit - plus the verdict and region
      *    from the TBLBRV branch-master check. TBLSTV hands back
      *    E07 in the same field for a status move the transition
      *    rules refuse.
       01  WS-EDIT-REASON                 PIC X(3) VALUE SPACES.
           88  WS-DELTA-EDITS-PASSED      VALUE SPACES.
           88  WS-DELTA-DUPLICATE-KEY     VALUE "E04".
           88  WS-DELTA-BAD-BRANCH        VALUE "E05".
           88  WS-DELTA-BAD-STATUS-MOVE   VALUE "E07".
       01  WS-EDIT-REASON-TEXT            PIC X(24) VALUE SPACES.
       01  WS-BRANCH-VERDICT              PIC X(1) VALUE SPACES.
           88  WS-BRANCH-IS-GOOD          VALUE "Y".
       01  WS-BRANCH-REGION               PIC X(4) VALUE SPACES.

      *    The TBLEXV answer for an ADD's branch, and the ADDs held
      *    on TBLSUSP because the branch is over its exposure limit.
       01  WS-EXPOSURE-VERDICT            PIC X(1) VALUE SPACES.
           88  WS-BRANCH-IS-OVER-LIMIT    VALUE "O".
       01  WS-HELD-COUNT                  PIC 9(5) VALUE 0.

      *    Image version control: the update serial noted from the
      *    image header, and the stale switch set when the pre-write
      *    re-check finds another job got there first.
           05  WS-PEND-BUF-LIMIT          PIC 9(5) VALUE 5000.
           05  WS-PEND-BUF-COUNT          PIC 9(5) VALUE 0.
           05  WS-PEND-BUF-ENTRY OCCURS 5000 TIMES
                                          PIC X(122).

       01  WS-PEND-FLUSH-IDX              PIC 9(5) VALUE 0.

           05  WS-JRNL-BUF-LIMIT          PIC 9(5) VALUE 10000.
           05  WS-JRNL-BUF-COUNT          PIC 9(5) VALUE 0.
           05  WS-JRNL-BUF-ENTRY OCCURS 10000 TIMES
                                          PIC X(228).

       01  WS-JRNL-FLUSH-IDX              PIC 9(5) VALUE 0.

      *    Rejected ADD and CHANGE deltas kept for the correction desk
      *    (copybook SUSPREC), buffered the same way as the parks so a
      *    failed run or its rerun cannot suspend a delta twice.
       COPY SUSPREC.

       01  WS-SUSP-STATUS                 PIC X(2) VALUE SPACES.
       01  WS-SUSPEND-COUNT               PIC 9(5) VALUE 0.

       01  WS-SUSP-BUFFER-AREA.
           05  WS-SUSP-BUF-LIMIT          PIC 9(5) VALUE 5000.
           05  WS-SUSP-BUF-COUNT          PIC 9(5) VALUE 0.
           05  WS-SUSP-BUF-ENTRY OCCURS 5000 TIMES
                                          PIC X(149).

       01  WS-SUSP-FLUSH-IDX              PIC 9(5) VALUE 0.

      *    Closed-period lock: the TBLPLV verdict, the image that
      *    tripped it, and the TBLPLKR reject lines buffered the same
      *    way as the parks.
       COPY PLKRREC.

       01  WS-PLKR-STATUS                 PIC X(2) VALUE SPACES.
       01  WS-PERIOD-VERDICT              PIC X(1) VALUE SPACES.
           88  WS-PERIOD-IS-CLOSED        VALUE "N".
       01  WS-CLOSED-PERIOD               PIC X(6) VALUE SPACES.
       01  WS-LOCKED-SWITCH               PIC X(1) VALUE "N".
           88  WS-DELTA-IS-LOCKED         VALUE "Y".
       01  WS-LOCKED-WHICH-DATE           PIC X(3) VALUE SPACES.
       01  WS-LOCKED-EFF-DATE             PIC X(8) VALUE SPACES.
       01  WS-LOCKED-COUNT                PIC 9(5) VALUE 0.

       01  WS-PLKR-BUFFER-AREA.
           05  WS-PLKR-BUF-LIMIT          PIC 9(5) VALUE 5000.
           05  WS-PLKR-BUF-COUNT          PIC 9(5) VALUE 0.
           05  WS-PLKR-BUF-ENTRY OCCURS 5000 TIMES
                                          PIC X(132).

       01  WS-PLKR-FLUSH-IDX              PIC 9(5) VALUE 0.

      *    End-of-job run statistics appended to TBLSTATS.
       COPY STATSREC.

                   WS-JRNL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *    The suspense file accumulates across runs until TBLCORR
      *    works it off, so it is EXTENDed like the warehouse.
           OPEN EXTEND SUSPENSE-FILE
           IF WS-SUSP-STATUS = "35"
               OPEN OUTPUT SUSPENSE-FILE
           END-IF
           IF WS-SUSP-STATUS NOT = "00"
               DISPLAY "TBLMERGE: UNABLE TO OPEN TBLSUSP, STATUS="
                   WS-SUSP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *    The closed-period reject report is cumulative too - TBLINQ
      *    and TBLRELSE append to the same file.
           OPEN EXTEND LOCK-REJECT-FILE
           IF WS-PLKR-STATUS = "35"
               OPEN OUTPUT LOCK-REJECT-FILE
           END-IF
           IF WS-PLKR-STATUS NOT = "00"
               DISPLAY "TBLMERGE: UNABLE TO OPEN TBLPLKR, STATUS="
                   WS-PLKR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1100-NOTE-IMAGE-VERSION.

       2410-ADD-ENTRY.
           PERFORM 2500-VALIDATE-DELTA-DATA
           PERFORM 2550-CHECK-CLOSED-PERIOD
           PERFORM 2580-CHECK-EXPOSURE-LIMIT
           EVALUATE TRUE
               WHEN WS-HOLD-IS-ACTIVE
                   DISPLAY "TBLMERGE: ADD " WS-DELTA-KEY
                       " REJECTED, KEY ALREADY PRESENT"
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 8 TO WS-RETURN-CODE
                   SET WS-DELTA-DUPLICATE-KEY TO TRUE
                   MOVE "DUPLICATE KEY" TO WS-EDIT-REASON-TEXT
                   PERFORM 2650-SUSPEND-REJECTED-DELTA
               WHEN NOT WS-DELTA-EDITS-PASSED
                   DISPLAY "TBLMERGE: ADD " WS-DELTA-KEY
                       " REJECTED, " WS-EDIT-REASON-TEXT
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 8 TO WS-RETURN-CODE
                   PERFORM 2650-SUSPEND-REJECTED-DELTA
               WHEN WS-DELTA-IS-LOCKED
                   PERFORM 2560-REFUSE-LOCKED-DELTA
               WHEN WS-DELTA-EFF-DATE > WS-RUN-DATE
                   PERFORM 2600-PARK-FUTURE-DELTA
               WHEN WS-BRANCH-IS-OVER-LIMIT
                   PERFORM 2660-HOLD-OVER-LIMIT-ADD
               WHEN WS-JRNL-BUF-COUNT >= WS-JRNL-BUF-LIMIT
                   DISPLAY "TBLMERGE: ADD " WS-DELTA-KEY
                       " REFUSED, JOURNAL BUFFER FULL"

       2420-CHANGE-ENTRY.
           PERFORM 2500-VALIDATE-DELTA-DATA
           PERFORM 2550-CHECK-CLOSED-PERIOD
           IF WS-HOLD-IS-ACTIVE AND WS-DELTA-EDITS-PASSED
               PERFORM 2570-CHECK-STATUS-MOVE
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-HOLD-IS-ACTIVE
                   DISPLAY "TBLMERGE: CHANGE " WS-DELTA-KEY
                       " REJECTED, KEY NOT FOUND"
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 8 TO WS-RETURN-CODE
               WHEN WS-DELTA-BAD-STATUS-MOVE
                   DISPLAY "TBLMERGE: CHANGE " WS-DELTA-KEY
                       " REJECTED, " WS-EDIT-REASON-TEXT " "
                       WS-HOLD-STATUS " TO " WS-DELTA-STATUS-CODE
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 8 TO WS-RETURN-CODE
                   PERFORM 2650-SUSPEND-REJECTED-DELTA
               WHEN NOT WS-DELTA-EDITS-PASSED
                   DISPLAY "TBLMERGE: CHANGE " WS-DELTA-KEY
                       " REJECTED, " WS-EDIT-REASON-TEXT
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 8 TO WS-RETURN-CODE
                   PERFORM 2650-SUSPEND-REJECTED-DELTA
               WHEN WS-DELTA-IS-LOCKED
                   PERFORM 2560-REFUSE-LOCKED-DELTA
               WHEN WS-DELTA-EFF-DATE > WS-RUN-DATE
                   PERFORM 2600-PARK-FUTURE-DELTA
               WHEN WS-JRNL-BUF-COUNT >= WS-JRNL-BUF-LIMIT
                   MOVE WS-HOLD-ENTRY TO WS-JRNL-BEFORE
                   MOVE WS-DELTA-DATA TO WS-HOLD-DATA
                   MOVE WS-HOLD-ENTRY TO WS-JRNL-AFTER
                   MOVE WS-DELTA-AUTH-REASON TO WS-JRNL-REASON
                   PERFORM 2700-BUFFER-JOURNAL-RECORD
                   ADD 1 TO WS-CHANGE-COUNT
                   SET WS-TABLE-CHANGED TO TRUE
           END-EVALUATE.

       2430-DELETE-ENTRY.
           PERFORM 2550-CHECK-CLOSED-PERIOD
           EVALUATE TRUE
               WHEN NOT WS-HOLD-IS-ACTIVE
                   DISPLAY "TBLMERGE: DELETE " WS-DELTA-KEY
                       " REJECTED, KEY NOT FOUND"
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 8 TO WS-RETURN-CODE
               WHEN WS-DELTA-IS-LOCKED
                   PERFORM 2560-REFUSE-LOCKED-DELTA
               WHEN WS-JRNL-BUF-COUNT >= WS-JRNL-BUF-LIMIT
                   DISPLAY "TBLMERGE: DELETE " WS-DELTA-KEY
                       " REFUSED, JOURNAL BUFFER FULL"
               END-IF
           END-IF.

      *    The closed-period lock. A delta may not carry an entry into
      *    a closed month, nor move or remove one already dated in
      *    one, so the date a CHANGE or DELETE finds on the entry and
      *    the date an ADD or CHANGE would give it are both put to
      *    TBLPLV. A REVERS never comes here: it is dated the run
      *    date, which is always in an open month.
       2550-CHECK-CLOSED-PERIOD.
           MOVE "N" TO WS-LOCKED-SWITCH
           IF WS-HOLD-IS-ACTIVE
              AND (WS-DELTA-IS-CHANGE OR WS-DELTA-IS-DELETE)
               CALL "TBLPLV" USING WS-HOLD-EFF-DATE,
                       WS-PERIOD-VERDICT, WS-CLOSED-PERIOD
               IF WS-PERIOD-IS-CLOSED
                   SET WS-DELTA-IS-LOCKED TO TRUE
                   MOVE "OLD" TO WS-LOCKED-WHICH-DATE
                   MOVE WS-HOLD-EFF-DATE TO WS-LOCKED-EFF-DATE
               END-IF
           END-IF
           IF NOT WS-DELTA-IS-LOCKED
              AND (WS-DELTA-IS-ADD OR WS-DELTA-IS-CHANGE)
               CALL "TBLPLV" USING WS-DELTA-EFF-DATE,
                       WS-PERIOD-VERDICT, WS-CLOSED-PERIOD
               IF WS-PERIOD-IS-CLOSED
                   SET WS-DELTA-IS-LOCKED TO TRUE
                   MOVE "NEW" TO WS-LOCKED-WHICH-DATE
                   MOVE WS-DELTA-EFF-DATE TO WS-LOCKED-EFF-DATE
               END-IF
           END-IF.

       2560-REFUSE-LOCKED-DELTA.
           DISPLAY "TBLMERGE: " WS-DELTA-ACTION " " WS-DELTA-KEY
               " REJECTED, " WS-LOCKED-WHICH-DATE " EFF DATE "
               WS-LOCKED-EFF-DATE " IN CLOSED PERIOD"
           ADD 1 TO WS-REJECT-COUNT
           ADD 1 TO WS-LOCKED-COUNT
           MOVE 8 TO WS-RETURN-CODE
           IF WS-PLKR-BUF-COUNT >= WS-PLKR-BUF-LIMIT
               DISPLAY "TBLMERGE: " WS-DELTA-ACTION " " WS-DELTA-KEY
                   " NOT REPORTED, TBLPLKR BUFFER FULL"
               MOVE 12 TO WS-RETURN-CODE
           ELSE
               MOVE SPACES TO WS-PLKR-LINE
               MOVE WS-RUN-DATE TO WS-PLKR-RUN-DATE
               MOVE "TBLMERGE" TO WS-PLKR-PROGRAM
               MOVE WS-DELTA-ACTION TO WS-PLKR-ACTION
               MOVE WS-DELTA-KEY TO WS-PLKR-KEY
               MOVE WS-LOCKED-WHICH-DATE TO WS-PLKR-WHICH-DATE
               MOVE WS-LOCKED-EFF-DATE TO WS-PLKR-EFF-DATE
               MOVE "IN PERIOD CLOSED THROUGH" TO WS-PLKR-TEXT
               MOVE WS-CLOSED-PERIOD TO WS-PLKR-PERIOD
               ADD 1 TO WS-PLKR-BUF-COUNT
               MOVE WS-PLKR-LINE
                   TO WS-PLKR-BUF-ENTRY(WS-PLKR-BUF-COUNT)
           END-IF.

      *    The status transition rules: the status the entry holds now
      *    and the one the CHANGE would give it are put to TBLSTV with
      *    the delta's authorising reason. A refused move comes back
      *    as E07 in WS-EDIT-REASON.
       2570-CHECK-STATUS-MOVE.
           CALL "TBLSTV" USING WS-HOLD-STATUS, WS-DELTA-STATUS-CODE,
                   WS-DELTA-AUTH-REASON, WS-EDIT-REASON,
                   WS-EDIT-REASON-TEXT.

      *    Whether the ADD's branch was over its exposure limit at the
      *    last TBLEXPO run; the breach file is held in storage by
      *    TBLEXV, so this costs no I/O per delta.
       2580-CHECK-EXPOSURE-LIMIT.
           CALL "TBLEXV" USING WS-DELTA-BRANCH, WS-EXPOSURE-VERDICT.

      *    The delta is good business - it just is not due yet. It is
      *    parked exactly as keyed, buffered until the merge has run
      *    to completion, and the TBLRELSE release run feeds it back
               MOVE WS-DELTA-ACTION TO WS-PEND-ACTION
               MOVE WS-DELTA-KEY TO WS-PEND-KEY
               MOVE WS-DELTA-DATA TO WS-PEND-DATA
               MOVE WS-DELTA-AUTH-REASON TO WS-PEND-AUTH-REASON
               ADD 1 TO WS-PEND-BUF-COUNT
               MOVE WS-PENDING-RECORD
                   TO WS-PEND-BUF-ENTRY(WS-PEND-BUF-COUNT)
                   " PARKED ON TBLPEND UNTIL " WS-DELTA-EFF-DATE
           END-IF.

      *    A rejected ADD or CHANGE is kept for the correction desk:
      *    the delta's key and data are the original 80-byte entry
      *    image, its action is what TBLCORR resubmits it as, and its
      *    authorising reason goes with it.
       2650-SUSPEND-REJECTED-DELTA.
           IF WS-SUSP-BUF-COUNT >= WS-SUSP-BUF-LIMIT
               DISPLAY "TBLMERGE: " WS-DELTA-ACTION " " WS-DELTA-KEY
                   " NOT SUSPENDED, SUSPENSE BUFFER FULL"
               MOVE 12 TO WS-RETURN-CODE
           ELSE
               MOVE SPACES TO WS-SUSPENSE-RECORD
               MOVE "TBLDELTA" TO WS-SUSP-SOURCE
               MOVE WS-RUN-DATE TO WS-SUSP-REJECT-DATE
               MOVE WS-EDIT-REASON TO WS-SUSP-REASON
               MOVE WS-EDIT-REASON-TEXT TO WS-SUSP-REASON-TEXT
               MOVE WS-DELTA-ACTION TO WS-SUSP-ACTION
               MOVE WS-DELTA-KEY TO WS-SUSP-KEY
               MOVE WS-DELTA-DATA TO WS-SUSP-DATA
               MOVE WS-DELTA-AUTH-REASON TO WS-SUSP-AUTH-REASON
               ADD 1 TO WS-SUSP-BUF-COUNT
               MOVE WS-SUSPENSE-RECORD
                   TO WS-SUSP-BUF-ENTRY(WS-SUSP-BUF-COUNT)
           END-IF.

      *    Good data for a branch that is carrying more than it may:
      *    kept on the suspense file for the desk to review, not
      *    applied. It is not a reject - the delta is in order.
       2660-HOLD-OVER-LIMIT-ADD.
           DISPLAY "TBLMERGE: ADD " WS-DELTA-KEY " HELD FOR REVIEW, "
               "BRANCH " WS-DELTA-BRANCH " OVER EXPOSURE LIMIT"
           ADD 1 TO WS-HELD-COUNT
           IF WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           MOVE "E08" TO WS-EDIT-REASON
           MOVE "BRANCH OVER EXPOSURE LMT" TO WS-EDIT-REASON-TEXT
           PERFORM 2650-SUSPEND-REJECTED-DELTA.

      *    One journal record per applied delta, stamped the moment
      *    the delta is applied but held in storage: the records only
      *    reach TBLJRNL once the image save succeeds. The callers
           MOVE FUNCTION CURRENT-DATE TO WS-JRNL-STAMP
           MOVE WS-JRNL-STAMP-DATE TO WS-JRNL-DATE
           MOVE WS-JRNL-STAMP-TIME TO WS-JRNL-TIME
           MOVE "TBLMERGE" TO WS-JRNL-MAKER
           MOVE SPACES TO WS-JRNL-CHECKER
           IF NOT WS-DELTA-IS-CHANGE
               MOVE SPACES TO WS-JRNL-REASON
           END-IF
           ADD 1 TO WS-JRNL-BUF-COUNT
           MOVE WS-JOURNAL-RECORD
               TO WS-JRNL-BUF-ENTRY(WS-JRNL-BUF-COUNT).
               DISPLAY "TBLMERGE: NO CHANGES APPLIED, "
                   "TBLIMAGE LEFT AS IS"
           END-IF
           PERFORM 3400-FLUSH-PARKED-DELTAS
           PERFORM 3500-FLUSH-SUSPENDED-DELTAS
           PERFORM 3600-FLUSH-LOCK-REJECTS.

       3100-DERIVE-IMAGE-FROM-MASTER.
           OPEN INPUT MASTER-FILE
           END-IF
           MOVE 0 TO WS-PEND-BUF-COUNT.

      *    Append the run's rejected deltas to TBLSUSP - reached on
      *    the same terms as the parks, so a rerun after a failed
      *    merge suspends each reject once.
       3500-FLUSH-SUSPENDED-DELTAS.
           PERFORM VARYING WS-SUSP-FLUSH-IDX FROM 1 BY 1
                       UNTIL WS-SUSP-FLUSH-IDX > WS-SUSP-BUF-COUNT
                          OR WS-SUSP-STATUS NOT = "00"
               WRITE SUS-RECORD
                   FROM WS-SUSP-BUF-ENTRY(WS-SUSP-FLUSH-IDX)
               IF WS-SUSP-STATUS = "00"
                   ADD 1 TO WS-SUSPEND-COUNT
               END-IF
           END-PERFORM
           IF WS-SUSP-STATUS NOT = "00"
               DISPLAY "TBLMERGE: TBLSUSP WRITE FAILED, STATUS="
                   WS-SUSP-STATUS
               MOVE 12 TO WS-RETURN-CODE
           END-IF
           MOVE 0 TO WS-SUSP-BUF-COUNT.

      *    Append the run's closed-period refusals to TBLPLKR, on the
      *    same terms as the parks and the suspense items.
       3600-FLUSH-LOCK-REJECTS.
           PERFORM VARYING WS-PLKR-FLUSH-IDX FROM 1 BY 1
                       UNTIL WS-PLKR-FLUSH-IDX > WS-PLKR-BUF-COUNT
                          OR WS-PLKR-STATUS NOT = "00"
               WRITE PLK-RECORD
                   FROM WS-PLKR-BUF-ENTRY(WS-PLKR-FLUSH-IDX)
           END-PERFORM
           IF WS-PLKR-STATUS NOT = "00"
               DISPLAY "TBLMERGE: TBLPLKR WRITE FAILED, STATUS="
                   WS-PLKR-STATUS
               MOVE 12 TO WS-RETURN-CODE
           END-IF
           MOVE 0 TO WS-PLKR-BUF-COUNT.

       9000-TERMINATE.
           CLOSE PENDING-FILE
           CLOSE JOURNAL-FILE
           CLOSE SUSPENSE-FILE
           CLOSE LOCK-REJECT-FILE
           DISPLAY "TBLMERGE: " WS-ADD-COUNT " ADDED, "
               WS-CHANGE-COUNT " CHANGED, " WS-DELETE-COUNT
               " DELETED, " WS-REVERSE-COUNT " REVERSED, "
               WS-REJECT-COUNT " REJECTED, "
               WS-PARK-COUNT " PARKED, "
               WS-HELD-COUNT " HELD, "
               WS-SUSPEND-COUNT " SUSPENDED, "
               WS-LOCKED-COUNT " IN CLOSED PERIOD"
           DISPLAY "TBLMERGE: RUN COMPLETE, RETURN CODE "
               WS-RETURN-CODE
           PERFORM 9100-WRITE-RUN-STATS.
           MOVE "TBLMERGE" TO WS-STATS-PROGRAM
           ADD WS-ADD-COUNT WS-CHANGE-COUNT WS-DELETE-COUNT
               WS-REVERSE-COUNT WS-REJECT-COUNT WS-PARK-COUNT
               WS-HELD-COUNT GIVING WS-STATS-READ-COUNT
           MOVE WS-MERGED-COUNT TO WS-STATS-LOADED-COUNT
           MOVE WS-REJECT-COUNT TO WS-STATS-REJECT-COUNT
           ADD WS-ADD-COUNT WS-CHANGE-COUNT WS-DELETE-COUNT
