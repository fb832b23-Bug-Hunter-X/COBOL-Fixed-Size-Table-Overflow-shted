      *    (copybook PENDREC) instead of loading it weeks early. This
      *    program scans the warehouse, writes every parked transaction
      *    whose effective date has arrived to a TBLDELTA file in
      *    TBLMERGE's own fixed-column format - action, key, data,
      *    authorising reason -
      *    sorted into the ascending key order the merge's balance
      *    line insists on, so the nightly merge applies it as an
      *    ordinary delta, rewrites
      *    saying RELEASED or WAITING, with its source, park date and
      *    effective date, and a summary block of counts.
      *
      *    A matured entry whose effective date falls in a month the
      *    TBLCLOSE month-end close has since locked (callable TBLPLV,
      *    period file TBLPBAL) - a park left waiting past its close -
      *    is not released: it leaves the warehouse, is shown as
      *    LOCKED on TBLRELR and listed on the TBLPLKR closed-period
      *    reject report (copybook PLKRREC), and the run ends with
      *    return code 8. The park itself is appended to the TBLSUSP
      *    suspense file (copybook SUSPREC) with source TBLPEND and
      *    reason E09, so the correction desk re-dates it with a
      *    TBLCORR FIX or withdraws it there - nothing is re-keyed,
      *    and a parked CHANGE keeps its authorising reason. If the
      *    suspense write fails the park stays on TBLPEND, shown as
      *    LOCKED, KEPT, and the run ends with return code 12; the
      *    next night refuses it again. A TBLPLKR write that fails is
      *    reported with its status and also ends the run with return
      *    code 12.
      *
      *    The whole warehouse is held in storage for the pass so the
      *    slimmed-down TBLPEND can be rewritten in place - the same
      *    read-all, write-back shape TBLBACK uses on the journal.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT LOCK-REJECT-FILE ASSIGN TO "TBLPLKR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLKR-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "TBLSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.

           SELECT STATS-FILE ASSIGN TO "TBLSTATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-FILE.
       01  PND-RECORD                     PIC X(122).

       FD  DELTA-FILE.
       01  DLT-RECORD                     PIC X(106).

       SD  SORT-FILE.
       01  SRT-RECORD.
           05  SRT-ACTION                 PIC X(6).
           05  SRT-KEY                    PIC X(10).
           05  SRT-DATA                   PIC X(70).
           05  SRT-AUTH-REASON            PIC X(20).

       FD  REPORT-FILE.
       01  RPT-RECORD                     PIC X(132).

       FD  LOCK-REJECT-FILE.
       01  PLK-RECORD                     PIC X(132).

       FD  SUSPENSE-FILE.
       01  SUS-RECORD                     PIC X(149).

       FD  STATS-FILE.
       01  STA-RECORD                     PIC X(58).

           05  WS-HOLD-LIMIT              PIC 9(5) VALUE 5000.
           05  WS-HOLD-COUNT              PIC 9(5) VALUE 0.
           05  WS-HOLD-ENTRY OCCURS 5000 TIMES
                                          PIC X(122).

       01  WS-PEND-STATUS                 PIC X(2) VALUE SPACES.
       01  WS-DELTA-STATUS                PIC X(2) VALUE SPACES.
       01  WS-HOLD-IDX                    PIC 9(5) VALUE 0.
       01  WS-RELEASED-COUNT              PIC 9(5) VALUE 0.
       01  WS-WAITING-COUNT               PIC 9(5) VALUE 0.
       01  WS-LOCKED-COUNT                PIC 9(5) VALUE 0.
       01  WS-RUN-DATE                    PIC X(8) VALUE SPACES.
       01  WS-DISPOSITION                 PIC X(13) VALUE SPACES.

      *    Closed-period lock: the TBLPLV verdict and the TBLPLKR
      *    reject line.
       COPY PLKRREC.

       01  WS-PLKR-STATUS                 PIC X(2) VALUE SPACES.
       01  WS-PERIOD-VERDICT              PIC X(1) VALUE SPACES.
           88  WS-PERIOD-IS-CLOSED        VALUE "N".
       01  WS-CLOSED-PERIOD               PIC X(6) VALUE SPACES.

      *    A refused park goes to the correction desk's suspense file.
       COPY SUSPREC.

       01  WS-SUSP-STATUS                 PIC X(2) VALUE SPACES.

      *    End-of-job run statistics appended to TBLSTATS.
       COPY STATSREC.
               STOP RUN
           END-IF

      *    The closed-period reject report is cumulative - TBLMERGE
      *    and TBLINQ append to the same file.
           OPEN EXTEND LOCK-REJECT-FILE
           IF WS-PLKR-STATUS = "35"
               OPEN OUTPUT LOCK-REJECT-FILE
           END-IF
           IF WS-PLKR-STATUS NOT = "00"
               DISPLAY "TBLRELSE: UNABLE TO OPEN TBLPLKR, STATUS="
                   WS-PLKR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *    The suspense file accumulates until TBLCORR works it off,
      *    so it is EXTENDed the same way.
           OPEN EXTEND SUSPENSE-FILE
           IF WS-SUSP-STATUS = "35"
               OPEN OUTPUT SUSPENSE-FILE
           END-IF
           IF WS-SUSP-STATUS NOT = "00"
               DISPLAY "TBLRELSE: UNABLE TO OPEN TBLSUSP, STATUS="
                   WS-SUSP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO RPT-RECORD
           STRING "PENDING-TRANSACTION RELEASE REPORT - RUN DATE "
                   WS-RUN-DATE
      *    matured entry is released to the sort, a waiting one is
      *    compacted down over the gaps the released ones leave so the
      *    front of WS-HOLD-ENTRY is exactly what goes back to
      *    TBLPEND. A matured entry dated in a closed month goes
      *    neither way - it is refused and leaves the warehouse for
      *    the suspense file. Every entry gets a report line whichever
      *    way it goes.
       2000-RELEASE-MATURED.
           MOVE 0 TO WS-WAITING-COUNT
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                       UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
               MOVE WS-HOLD-ENTRY(WS-HOLD-IDX) TO WS-PENDING-RECORD
               IF WS-PEND-EFF-DATE <= WS-RUN-DATE
                   CALL "TBLPLV" USING WS-PEND-EFF-DATE,
                           WS-PERIOD-VERDICT, WS-CLOSED-PERIOD
                   IF WS-PERIOD-IS-CLOSED
                       MOVE "LOCKED" TO WS-DISPOSITION
                       PERFORM 2200-REFUSE-LOCKED-ENTRY
                   ELSE
                       ADD 1 TO WS-RELEASED-COUNT
                       RELEASE SRT-RECORD FROM WS-PEND-DELTA
                       MOVE "RELEASED" TO WS-DISPOSITION
                   END-IF
               ELSE
                   ADD 1 TO WS-WAITING-COUNT
                   MOVE WS-HOLD-ENTRY(WS-HOLD-IDX)
                       TO WS-HOLD-ENTRY(WS-WAITING-COUNT)
                   MOVE "WAITING" TO WS-DISPOSITION
               END-IF
               PERFORM 2100-WRITE-REPORT-LINE
           END-PERFORM
           MOVE WS-WAITING-COUNT TO WS-HOLD-COUNT.

       2100-WRITE-REPORT-LINE.
           MOVE SPACES TO RPT-RECORD
           STRING WS-DISPOSITION WS-PEND-SOURCE "  "
                   WS-PEND-PARK-DATE "  " WS-PEND-EFF-DATE "   "
                   WS-PEND-ACTION "  " WS-PEND-KEY
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD.

       2200-REFUSE-LOCKED-ENTRY.
           DISPLAY "TBLRELSE: " WS-PEND-ACTION " " WS-PEND-KEY
               " NOT RELEASED, EFF DATE " WS-PEND-EFF-DATE
               " IN CLOSED PERIOD"
           IF WS-RETURN-CODE < 8
               MOVE 8 TO WS-RETURN-CODE
           END-IF
           MOVE SPACES TO WS-PLKR-LINE
           MOVE WS-RUN-DATE TO WS-PLKR-RUN-DATE
           MOVE "TBLRELSE" TO WS-PLKR-PROGRAM
           MOVE WS-PEND-ACTION TO WS-PLKR-ACTION
           MOVE WS-PEND-KEY TO WS-PLKR-KEY
           MOVE "NEW" TO WS-PLKR-WHICH-DATE
           MOVE WS-PEND-EFF-DATE TO WS-PLKR-EFF-DATE
           MOVE "IN PERIOD CLOSED THROUGH" TO WS-PLKR-TEXT
           MOVE WS-CLOSED-PERIOD TO WS-PLKR-PERIOD
           WRITE PLK-RECORD FROM WS-PLKR-LINE
           IF WS-PLKR-STATUS NOT = "00"
               DISPLAY "TBLRELSE: TBLPLKR WRITE FAILED, STATUS="
                   WS-PLKR-STATUS ", " WS-PEND-KEY
                   " NOT ON THE REJECT REPORT"
               IF WS-RETURN-CODE < 12
                   MOVE 12 TO WS-RETURN-CODE
               END-IF
           END-IF
           PERFORM 2210-SUSPEND-LOCKED-ENTRY.

      *    The refused park goes on TBLSUSP in the shape TBLMERGE
      *    suspends a rejected delta, so TBLCORR can re-date it and
      *    resubmit it. A park that cannot be suspended is compacted
      *    back into the warehouse with the waiting entries rather
      *    than lost.
       2210-SUSPEND-LOCKED-ENTRY.
           MOVE SPACES TO WS-SUSPENSE-RECORD
           MOVE "TBLPEND" TO WS-SUSP-SOURCE
           MOVE WS-RUN-DATE TO WS-SUSP-REJECT-DATE
           MOVE "E09" TO WS-SUSP-REASON
           MOVE "EFF DATE IN CLOSED MONTH" TO WS-SUSP-REASON-TEXT
           MOVE WS-PEND-ACTION TO WS-SUSP-ACTION
           MOVE WS-PEND-KEY TO WS-SUSP-KEY
           MOVE WS-PEND-DATA TO WS-SUSP-DATA
           MOVE WS-PEND-AUTH-REASON TO WS-SUSP-AUTH-REASON
           WRITE SUS-RECORD FROM WS-SUSPENSE-RECORD
           IF WS-SUSP-STATUS = "00"
               ADD 1 TO WS-LOCKED-COUNT
           ELSE
               DISPLAY "TBLRELSE: TBLSUSP WRITE FAILED, STATUS="
                   WS-SUSP-STATUS ", " WS-PEND-KEY
                   " KEPT ON TBLPEND"
               IF WS-RETURN-CODE < 12
                   MOVE 12 TO WS-RETURN-CODE
               END-IF
               ADD 1 TO WS-WAITING-COUNT
               MOVE WS-HOLD-ENTRY(WS-HOLD-IDX)
                   TO WS-HOLD-ENTRY(WS-WAITING-COUNT)
               MOVE "LOCKED, KEPT" TO WS-DISPOSITION
           END-IF.

      *    The SORT output procedure: the released transactions go to
      *    TBLDELTA in ascending key order, because TBLMERGE's
      *    balance line rejects an out-of-sequence delta - and the
           STRING "ENTRIES STILL WAITING:        " WS-WAITING-COUNT
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING "ENTRIES LOCKED, CLOSED PERIOD:" WS-LOCKED-COUNT
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD
           CLOSE REPORT-FILE
           CLOSE LOCK-REJECT-FILE
           CLOSE SUSPENSE-FILE
           DISPLAY "TBLRELSE: " WS-RELEASED-COUNT " RELEASED, "
               WS-WAITING-COUNT " STILL WAITING, "
               WS-LOCKED-COUNT " LOCKED"
           DISPLAY "TBLRELSE: RUN COMPLETE, RETURN CODE "
               WS-RETURN-CODE
           PERFORM 9100-WRITE-RUN-STATS.
           MOVE WS-STAMP-DATE TO WS-STATS-END-DATE
           MOVE WS-STAMP-TIME TO WS-STATS-END-TIME
           MOVE "TBLRELSE" TO WS-STATS-PROGRAM
           ADD WS-RELEASED-COUNT WS-WAITING-COUNT WS-LOCKED-COUNT
               GIVING WS-STATS-READ-COUNT
           MOVE WS-RELEASED-COUNT TO WS-STATS-LOADED-COUNT
           MOVE WS-LOCKED-COUNT TO WS-STATS-REJECT-COUNT
           MOVE 0 TO WS-STATS-CHANGED-COUNT
           MOVE WS-RETURN-CODE TO WS-STATS-RETURN-CODE
           OPEN EXTEND STATS-FILE
