      ******************************************************************
      *    PROGRAM-ID.  TBLSTMV
      *    Nightly status-movement report by branch, from the
      *    journal.
      *
      *    Supervisors want to see how many items went into and out of
      *    each status - above all into and out of suspense (SU) -
      *    each day, branch by branch. TBLINQ, TBLMERGE, TBLCONS,
      *    TBLVRFY's repairs, TBLPURGE's purges and TBLBACK's restores
      *    journal to TBLJRNL (copybook JRNLREC) with full before and
      *    after entry images,
      *    so the movements are read straight off the journal the way
      *    TBLPOST reads the amount movements: a record whose
      *    before-image and after-image carry different statuses is
      *    one item out of the before status at the before branch and
      *    one item into the after status at the after branch. An ADD
      *    is an item into its status and a DELETE one out of it - a
      *    purge included. A backout journals its restores the other
      *    way round, so a night that backs a batch out shows the
      *    batch's movements and then their reversal. A change that
      *    leaves the status where it is - an amount correction, or a
      *    TBLCONS move between branches - is not a status movement
      *    and is only counted as read.
      *
      *    A TBLLOAD reload and a TBLGENK point-in-time restore
      *    rebuild the table without journalling, so whatever they
      *    change is not on this report.
      *
      *    Movements are rolled up by journal date and branch and the
      *    TBLSTMR report prints one line per day and branch with the
      *    items in and out of each status (AC, PE, SU, CL), a day
      *    total line under each day and an all-days total at the end.
      *    TBLJRNL may cover several days - it is written with EXTEND
      *    until it is cleared - and the DD may equally be pointed at
      *    the TBLJRNH journal history TBLJHIST keeps, for a longer
      *    window: its BATCH= header records (copybook JRNHREC) are
      *    skipped. A status not on the allowed list is counted as
      *    read and left out.
      *
      *    A missing TBLJRNL is a night with no maintenance, not an
      *    error: the report says so and the run ends with return
      *    code 4. More day/branch cells than the run can hold ends
      *    it with return code 16.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TBLSTMV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO "TBLJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT REPORT-FILE ASSIGN TO "TBLSTMR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT STATS-FILE ASSIGN TO "TBLSTATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
       01  JRN-RECORD                     PIC X(228).

       FD  REPORT-FILE.
       01  RPT-RECORD                     PIC X(132).

       FD  STATS-FILE.
       01  STA-RECORD                     PIC X(58).

       WORKING-STORAGE SECTION.
       COPY JRNLREC.

      *    The journalled before- and after-images, carved so the
      *    status and branch the movement needs are addressable.
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

      *    One movement cell per journal date and branch, held in
      *    date / branch order so the report walks straight down it.
      *    WS-MOV-CELL-KEY is the date and branch together, the order
      *    a new cell is slotted in by.
       01  WS-MOV-AREA.
           05  WS-MOV-LIMIT               PIC 9(4) VALUE 2000.
           05  WS-MOV-COUNT               PIC 9(4) VALUE 0.
           05  WS-MOV-CELL OCCURS 2000 TIMES.
               10  WS-MOV-CELL-KEY.
                   15  WS-MOV-DATE        PIC X(8).
                   15  WS-MOV-BRANCH      PIC X(4).
               10  WS-MOV-COUNTS.
                   15  WS-MOV-STATUS OCCURS 4 TIMES.
                       20  WS-MOV-IN      PIC 9(5).
                       20  WS-MOV-OUT     PIC 9(5).

      *    Day and all-days totals, the same shape as a cell's counts.
       01  WS-DAY-TOTAL-AREA.
           05  WS-DAY-STATUS OCCURS 4 TIMES.
               10  WS-DAY-IN              PIC 9(6).
               10  WS-DAY-OUT             PIC 9(6).
       01  WS-ALL-TOTAL-AREA.
           05  WS-ALL-STATUS OCCURS 4 TIMES.
               10  WS-ALL-IN              PIC 9(6).
               10  WS-ALL-OUT             PIC 9(6).

      *    One TBLSTMR detail or total line: the date, the branch (or
      *    the total's label), then items in and out of each status.
       01  WS-MOVE-LINE.
           05  FILLER                     PIC X(2).
           05  WS-ML-DATE                 PIC X(8).
           05  FILLER                     PIC X(2).
           05  WS-ML-LABEL                PIC X(9).
           05  WS-ML-STATUS OCCURS 4 TIMES.
               10  FILLER                 PIC X(2).
               10  WS-ML-IN               PIC ZZZZZ9.
               10  FILLER                 PIC X(1).
               10  WS-ML-OUT              PIC ZZZZZ9.
           05  FILLER                     PIC X(51).

       01  WS-JRNL-STATUS                 PIC X(2) VALUE SPACES.
       01  WS-REPORT-STATUS               PIC X(2) VALUE SPACES.
       01  WS-RETURN-CODE                 PIC 9(2) VALUE 0.

       01  WS-JRNL-EOF-SWITCH             PIC X(1) VALUE "N".
           88  WS-JRNL-AT-EOF             VALUE "Y".
       01  WS-JRNL-OPEN-SWITCH            PIC X(1) VALUE "N".
           88  WS-JRNL-IS-OPEN            VALUE "Y".
       01  WS-CELL-FOUND-SWITCH           PIC X(1) VALUE "N".
           88  WS-CELL-WAS-FOUND          VALUE "Y".

       01  WS-MOV-IDX                     PIC 9(4) VALUE 0.
       01  WS-STS-IDX                     PIC 9(1) VALUE 0.
       01  WS-WORK-CELL-KEY.
           05  WS-WORK-DATE               PIC X(8).
           05  WS-WORK-BRANCH             PIC X(4).
       01  WS-WORK-STATUS                 PIC X(2) VALUE SPACES.
       01  WS-PREV-DATE                   PIC X(8) VALUE SPACES.
       01  WS-RUN-DATE                    PIC X(8) VALUE SPACES.

       01  WS-JRNL-READ-COUNT             PIC 9(5) VALUE 0.
       01  WS-MOVEMENT-COUNT              PIC 9(5) VALUE 0.
       01  WS-NO-MOVE-COUNT               PIC 9(5) VALUE 0.
       01  WS-BAD-STATUS-COUNT            PIC 9(5) VALUE 0.
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
           IF WS-JRNL-IS-OPEN
               PERFORM 2000-ROLL-UP-JOURNAL
               CLOSE JOURNAL-FILE
           END-IF
           PERFORM 3000-WRITE-MOVEMENTS
           PERFORM 9000-TERMINATE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-STATS-STAMP
           MOVE WS-STAMP-DATE TO WS-STATS-START-DATE
           MOVE WS-STAMP-TIME TO WS-STATS-START-TIME
           MOVE WS-STAMP-DATE TO WS-RUN-DATE

           PERFORM VARYING WS-STS-IDX FROM 1 BY 1
                       UNTIL WS-STS-IDX > 4
               MOVE 0 TO WS-ALL-IN(WS-STS-IDX)
               MOVE 0 TO WS-ALL-OUT(WS-STS-IDX)
           END-PERFORM

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "TBLSTMV: UNABLE TO OPEN TBLSTMR, STATUS="
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO RPT-RECORD
           STRING "STATUS MOVEMENT REPORT BY BRANCH - RUN DATE "
                   WS-RUN-DATE
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           OPEN INPUT JOURNAL-FILE
           IF WS-JRNL-STATUS NOT = "00"
               DISPLAY "TBLSTMV: NO TBLJRNL, STATUS=" WS-JRNL-STATUS
                   ", NO MOVEMENTS TO REPORT"
               MOVE 4 TO WS-RETURN-CODE
               MOVE SPACES TO RPT-RECORD
               WRITE RPT-RECORD
               MOVE "NO TBLJRNL JOURNAL - NO MOVEMENTS TO REPORT"
                   TO RPT-RECORD
               WRITE RPT-RECORD
           ELSE
               SET WS-JRNL-IS-OPEN TO TRUE
           END-IF.

      *    One pass down the journal; history batch headers are not
      *    journal records and are passed over.
       2000-ROLL-UP-JOURNAL.
           PERFORM UNTIL WS-JRNL-AT-EOF
               READ JOURNAL-FILE INTO WS-JOURNAL-RECORD
                   AT END
                       SET WS-JRNL-AT-EOF TO TRUE
                   NOT AT END
                       IF WS-JOURNAL-RECORD(1:6) NOT = "BATCH="
                           ADD 1 TO WS-JRNL-READ-COUNT
                           PERFORM 2100-COUNT-ONE-RECORD
                       END-IF
               END-READ
           END-PERFORM.

      *    An image of spaces is the side an ADD or DELETE does not
      *    have; with both sides present the status has to differ for
      *    the record to be a movement at all.
       2100-COUNT-ONE-RECORD.
           MOVE WS-JRNL-BEFORE TO WS-BEFORE-ENTRY
           MOVE WS-JRNL-AFTER TO WS-AFTER-ENTRY
           IF WS-BEFORE-ENTRY NOT = SPACES
              AND WS-AFTER-ENTRY NOT = SPACES
              AND WS-BEFORE-STATUS = WS-AFTER-STATUS
               ADD 1 TO WS-NO-MOVE-COUNT
           ELSE
               ADD 1 TO WS-MOVEMENT-COUNT
               IF WS-BEFORE-ENTRY NOT = SPACES
                   MOVE WS-BEFORE-STATUS TO WS-WORK-STATUS
                   PERFORM 2300-FIND-STATUS-COLUMN
                   IF WS-STS-IDX > 0
                       MOVE WS-JRNL-DATE TO WS-WORK-DATE
                       MOVE WS-BEFORE-BRANCH TO WS-WORK-BRANCH
                       PERFORM 2200-FIND-OR-ADD-CELL
                       ADD 1 TO WS-MOV-OUT(WS-MOV-IDX, WS-STS-IDX)
                   END-IF
               END-IF
               IF WS-AFTER-ENTRY NOT = SPACES
                   MOVE WS-AFTER-STATUS TO WS-WORK-STATUS
                   PERFORM 2300-FIND-STATUS-COLUMN
                   IF WS-STS-IDX > 0
                       MOVE WS-JRNL-DATE TO WS-WORK-DATE
                       MOVE WS-AFTER-BRANCH TO WS-WORK-BRANCH
                       PERFORM 2200-FIND-OR-ADD-CELL
                       ADD 1 TO WS-MOV-IN(WS-MOV-IDX, WS-STS-IDX)
                   END-IF
               END-IF
           END-IF.

      *    The cells stay in date / branch order, so a new one is
      *    slotted in at its position: everything after it shifts up
      *    one, starting from the tail so nothing is overwritten
      *    before it has been moved.
       2200-FIND-OR-ADD-CELL.
           MOVE "N" TO WS-CELL-FOUND-SWITCH
           PERFORM VARYING WS-MOV-IDX FROM 1 BY 1
                       UNTIL WS-MOV-IDX > WS-MOV-COUNT
                          OR WS-CELL-WAS-FOUND
               IF WS-MOV-CELL-KEY(WS-MOV-IDX) = WS-WORK-CELL-KEY
                   SET WS-CELL-WAS-FOUND TO TRUE
               END-IF
           END-PERFORM

           IF WS-CELL-WAS-FOUND
               SUBTRACT 1 FROM WS-MOV-IDX
           ELSE
               IF WS-MOV-COUNT >= WS-MOV-LIMIT
                   DISPLAY "TBLSTMV: MORE THAN " WS-MOV-LIMIT
                       " DAY/BRANCH CELLS IN THE JOURNAL, CANNOT "
                       "REPORT"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-MOV-COUNT
               PERFORM VARYING WS-MOV-IDX FROM WS-MOV-COUNT BY -1
                           UNTIL WS-MOV-IDX = 1
                              OR WS-MOV-CELL-KEY(WS-MOV-IDX - 1)
                                     < WS-WORK-CELL-KEY
                   MOVE WS-MOV-CELL(WS-MOV-IDX - 1)
                       TO WS-MOV-CELL(WS-MOV-IDX)
               END-PERFORM
               MOVE WS-WORK-CELL-KEY TO WS-MOV-CELL-KEY(WS-MOV-IDX)
               MOVE ZEROS TO WS-MOV-COUNTS(WS-MOV-IDX)
           END-IF.

      *    WS-STS-IDX comes back zero for a status not on the list.
       2300-FIND-STATUS-COLUMN.
           MOVE 0 TO WS-STS-IDX
           EVALUATE WS-WORK-STATUS
               WHEN "AC"
                   MOVE 1 TO WS-STS-IDX
               WHEN "PE"
                   MOVE 2 TO WS-STS-IDX
               WHEN "SU"
                   MOVE 3 TO WS-STS-IDX
               WHEN "CL"
                   MOVE 4 TO WS-STS-IDX
               WHEN OTHER
                   ADD 1 TO WS-BAD-STATUS-COUNT
           END-EVALUATE.

      *    A control break on the date: each day's branch lines, then
      *    the day's total line.
       3000-WRITE-MOVEMENTS.
           IF WS-JRNL-IS-OPEN
               MOVE SPACES TO RPT-RECORD
               WRITE RPT-RECORD
               MOVE SPACES TO RPT-RECORD
               STRING "  DATE      BRANCH      AC-IN AC-OUT"
                       "   PE-IN PE-OUT   SU-IN SU-OUT"
                       "   CL-IN CL-OUT"
                       DELIMITED BY SIZE INTO RPT-RECORD
               WRITE RPT-RECORD
               PERFORM VARYING WS-MOV-IDX FROM 1 BY 1
                           UNTIL WS-MOV-IDX > WS-MOV-COUNT
                   IF WS-MOV-DATE(WS-MOV-IDX) NOT = WS-PREV-DATE
                       IF WS-MOV-IDX > 1
                           PERFORM 3200-WRITE-DAY-TOTAL
                       END-IF
                       MOVE WS-MOV-DATE(WS-MOV-IDX) TO WS-PREV-DATE
                       PERFORM 3050-CLEAR-DAY-TOTAL
                   END-IF
                   PERFORM 3100-WRITE-CELL-LINE
               END-PERFORM
               IF WS-MOV-COUNT > 0
                   PERFORM 3200-WRITE-DAY-TOTAL
               END-IF
               PERFORM 3300-WRITE-ALL-DAYS-TOTAL
           END-IF.

       3050-CLEAR-DAY-TOTAL.
           PERFORM VARYING WS-STS-IDX FROM 1 BY 1
                       UNTIL WS-STS-IDX > 4
               MOVE 0 TO WS-DAY-IN(WS-STS-IDX)
               MOVE 0 TO WS-DAY-OUT(WS-STS-IDX)
           END-PERFORM.

       3100-WRITE-CELL-LINE.
           MOVE SPACES TO WS-MOVE-LINE
           MOVE WS-MOV-DATE(WS-MOV-IDX) TO WS-ML-DATE
           MOVE WS-MOV-BRANCH(WS-MOV-IDX) TO WS-ML-LABEL
           PERFORM VARYING WS-STS-IDX FROM 1 BY 1
                       UNTIL WS-STS-IDX > 4
               MOVE WS-MOV-IN(WS-MOV-IDX, WS-STS-IDX)
                   TO WS-ML-IN(WS-STS-IDX)
               MOVE WS-MOV-OUT(WS-MOV-IDX, WS-STS-IDX)
                   TO WS-ML-OUT(WS-STS-IDX)
               ADD WS-MOV-IN(WS-MOV-IDX, WS-STS-IDX)
                   TO WS-DAY-IN(WS-STS-IDX)
               ADD WS-MOV-OUT(WS-MOV-IDX, WS-STS-IDX)
                   TO WS-DAY-OUT(WS-STS-IDX)
           END-PERFORM
           WRITE RPT-RECORD FROM WS-MOVE-LINE.

       3200-WRITE-DAY-TOTAL.
           MOVE SPACES TO WS-MOVE-LINE
           MOVE WS-PREV-DATE TO WS-ML-DATE
           MOVE "DAY TOTAL" TO WS-ML-LABEL
           PERFORM VARYING WS-STS-IDX FROM 1 BY 1
                       UNTIL WS-STS-IDX > 4
               MOVE WS-DAY-IN(WS-STS-IDX) TO WS-ML-IN(WS-STS-IDX)
               MOVE WS-DAY-OUT(WS-STS-IDX) TO WS-ML-OUT(WS-STS-IDX)
               ADD WS-DAY-IN(WS-STS-IDX) TO WS-ALL-IN(WS-STS-IDX)
               ADD WS-DAY-OUT(WS-STS-IDX) TO WS-ALL-OUT(WS-STS-IDX)
           END-PERFORM
           WRITE RPT-RECORD FROM WS-MOVE-LINE
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD.

       3300-WRITE-ALL-DAYS-TOTAL.
           MOVE SPACES TO WS-MOVE-LINE
           MOVE "ALL DAYS" TO WS-ML-DATE
           MOVE "TOTAL" TO WS-ML-LABEL
           PERFORM VARYING WS-STS-IDX FROM 1 BY 1
                       UNTIL WS-STS-IDX > 4
               MOVE WS-ALL-IN(WS-STS-IDX) TO WS-ML-IN(WS-STS-IDX)
               MOVE WS-ALL-OUT(WS-STS-IDX) TO WS-ML-OUT(WS-STS-IDX)
           END-PERFORM
           WRITE RPT-RECORD FROM WS-MOVE-LINE.

       9000-TERMINATE.
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE WS-JRNL-READ-COUNT TO WS-EDITED-COUNT
           MOVE SPACES TO RPT-RECORD
           STRING "JOURNAL RECORDS READ:      " WS-EDITED-COUNT
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD
           MOVE WS-MOVEMENT-COUNT TO WS-EDITED-COUNT
           MOVE SPACES TO RPT-RECORD
           STRING "STATUS MOVEMENTS:          " WS-EDITED-COUNT
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD
           MOVE WS-NO-MOVE-COUNT TO WS-EDITED-COUNT
           MOVE SPACES TO RPT-RECORD
           STRING "CHANGES WITH NO MOVEMENT:  " WS-EDITED-COUNT
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD
           IF WS-BAD-STATUS-COUNT > 0
               MOVE WS-BAD-STATUS-COUNT TO WS-EDITED-COUNT
               MOVE SPACES TO RPT-RECORD
               STRING "STATUSES NOT ON THE LIST:  " WS-EDITED-COUNT
                       DELIMITED BY SIZE INTO RPT-RECORD
               WRITE RPT-RECORD
           END-IF
           CLOSE REPORT-FILE
           DISPLAY "TBLSTMV: " WS-JRNL-READ-COUNT " JOURNAL RECORDS, "
               WS-MOVEMENT-COUNT " STATUS MOVEMENTS"
           DISPLAY "TBLSTMV: RUN COMPLETE, RETURN CODE "
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
           MOVE "TBLSTMV" TO WS-STATS-PROGRAM
           MOVE WS-JRNL-READ-COUNT TO WS-STATS-READ-COUNT
           MOVE WS-MOV-COUNT TO WS-STATS-LOADED-COUNT
           MOVE WS-BAD-STATUS-COUNT TO WS-STATS-REJECT-COUNT
           MOVE WS-MOVEMENT-COUNT TO WS-STATS-CHANGED-COUNT
           MOVE WS-RETURN-CODE TO WS-STATS-RETURN-CODE
           OPEN EXTEND STATS-FILE
           IF WS-STATS-STATUS = "35"
               OPEN OUTPUT STATS-FILE
           END-IF
           IF WS-STATS-STATUS NOT = "00"
               DISPLAY "TBLSTMV: UNABLE TO OPEN TBLSTATS, STATUS="
                   WS-STATS-STATUS
           ELSE
               WRITE STA-RECORD FROM WS-STATS-RECORD
               CLOSE STATS-FILE
           END-IF.
