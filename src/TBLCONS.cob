      ******************************************************************
      *    PROGRAM-ID.  TBLCONS
      *    Branch consolidation - moves the open entries of a closed
      *    branch to its successor branch.
      *
      *    When TBLBRMNT closes a branch, the entries already booked to
      *    it stay where they are: TBLAGE keeps aging them under a
      *    branch nobody answers for, and any CHANGE against one of
      *    them fails the TBLBRV open-branch check on the way in. This
      *    run takes each closed branch and the open branch that is
      *    taking over its business, and reassigns every open entry
      *    (status AC, PE or SU) on the table from the one to the
      *    other. Closed (CL) entries are history and stay with the
      *    branch that booked them.
      *
      *    Each SYSIN record names one consolidation, fixed-column:
      *        cols  1- 4  the closed branch
      *        cols  6- 9  its successor
      *    Several may be given in one run. A request is refused with
      *    return code 8 - and the rest still run - when the closed
      *    branch is not on TBLBRM or not closed, when the successor
      *    is not on TBLBRM or not open, when the successor books in
      *    another currency (the moved amounts would silently change
      *    currency), when the two are the same, when the closed
      *    branch is named twice, or when the branch master already
      *    records a different successor for it (a REOPEN through
      *    TBLBRMNT clears that, see BRMREC).
      *
      *    Every move is journalled to TBLJRNL (copybook JRNLREC) as a
      *    CHANGE with the full before and after images, maker
      *    TBLCONS: TBLPOST posts the movement out of the closed
      *    branch's account and into the successor's the same night,
      *    and running TBLBACK against the consolidation's journal
      *    puts a wrong consolidation back. Once the entries have
      *    moved, the successor is recorded on the closed branch's
      *    TBLBRM record (WS-BRM-SUCCESSOR).
      *
      *    The run follows TBLPURGE's shape - a series of sequential
      *    passes, nothing but the journal held in storage:
      *        pass 1  TBLIMAGE - decide and count the moves, print
      *                the transfer register detail
      *        pass 2  TBLIMAGE - write the rebuilt TBLMAST with the
      *                moved entries re-branched, journalling each
      *        pass 3  TBLMAST  - derive TBLIMAGE from the master,
      *                header first
      *    The image header carries an update serial (see IMGHDR): the
      *    version noted at the start is re-checked after pass 1,
      *    BEFORE anything is written, and on a mismatch the run is
      *    abandoned with return code 12 - no master, image, journal
      *    or branch-master change. The journal records are held in
      *    storage until the image save succeeds, as in TBLMERGE, so
      *    TBLJRNL never describes a move the image does not hold.
      *    A failed TBLBRM write is reported at the branch it stopped
      *    on and ends the run with return code 16 - the branch master
      *    is then incomplete and must be restored before anything
      *    else runs against it.
      *
      *    The transfer register (TBLCONR) lists each request and its
      *    disposition, every entry moved, and the count and amount
      *    moved out of and into each branch.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TBLCONS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TABLE-IMAGE-FILE ASSIGN TO "TBLIMAGE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMAGE-STATUS.

           SELECT MASTER-FILE ASSIGN TO "TBLMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MF-ENTRY-KEY
               FILE STATUS IS WS-MAST-STATUS.

           SELECT BRANCH-FILE ASSIGN TO "TBLBRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRM-STATUS-CODE.

           SELECT REQUEST-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "TBLJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT REPORT-FILE ASSIGN TO "TBLCONR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT STATS-FILE ASSIGN TO "TBLSTATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TABLE-IMAGE-FILE.
       01  IMG-RECORD                     PIC X(80).

       FD  MASTER-FILE.
       01  MF-RECORD.
           05  MF-ENTRY-KEY               PIC X(10).
           05  MF-ENTRY-DATA              PIC X(70).

       FD  BRANCH-FILE.
       01  BRM-RECORD                     PIC X(80).

       FD  REQUEST-FILE.
       01  REQ-RECORD                     PIC X(9).

       FD  JOURNAL-FILE.
       01  JRN-RECORD                     PIC X(228).

       FD  REPORT-FILE.
       01  RPT-RECORD                     PIC X(132).

       FD  STATS-FILE.
       01  STA-RECORD                     PIC X(58).

       WORKING-STORAGE SECTION.
       COPY ENTREC.

       COPY IMGHDR.

       COPY BRMREC.

       01  WS-REQ-RECORD.
           05  WS-REQ-CLOSED              PIC X(4).
           05  FILLER                     PIC X(1).
           05  WS-REQ-SUCCESSOR           PIC X(4).

      *    The branch master held in storage, as TBLBRMNT holds it,
      *    so each request can be checked against it and the
      *    successors recorded in one ordered rewrite.
       01  WS-BRANCH-AREA.
           05  WS-BRANCH-LIMIT            PIC 9(3) VALUE 500.
           05  WS-BRANCH-COUNT            PIC 9(3) VALUE 0.
           05  WS-BRANCH-ENTRY OCCURS 500 TIMES
                                          PIC X(80).

      *    The accepted consolidations, with what each moved.
       01  WS-PAIR-AREA.
           05  WS-PAIR-LIMIT              PIC 9(3) VALUE 50.
           05  WS-PAIR-COUNT              PIC 9(3) VALUE 0.
           05  WS-PAIR-ENTRY OCCURS 50 TIMES.
               10  WS-PAIR-CLOSED         PIC X(4).
               10  WS-PAIR-SUCCESSOR      PIC X(4).
               10  WS-PAIR-CLOSED-IDX     PIC 9(3).

      *    Counts and amounts moved out of and into each branch the
      *    run touched, for the register totals. Two closed branches
      *    may share a successor, so this is keyed by branch rather
      *    than by request.
       01  WS-TOTAL-AREA.
           05  WS-TOTAL-LIMIT             PIC 9(3) VALUE 100.
           05  WS-TOTAL-COUNT             PIC 9(3) VALUE 0.
           05  WS-TOTAL-ENTRY OCCURS 100 TIMES.
               10  WS-TOT-BRANCH          PIC X(4).
               10  WS-TOT-OUT-COUNT       PIC 9(5).
               10  WS-TOT-OUT-AMOUNT      PIC S9(13)V99.
               10  WS-TOT-IN-COUNT        PIC 9(5).
               10  WS-TOT-IN-AMOUNT       PIC S9(13)V99.

      *    One journal record per moved entry, held in storage until
      *    the image save succeeds - the buffered-journal shape
      *    TBLMERGE uses. Pass 1 proves the moves fit before pass 2
      *    starts.
       COPY JRNLREC.

       01  WS-JRNL-STAMP.
           05  WS-JRNL-STAMP-DATE         PIC X(8).
           05  WS-JRNL-STAMP-TIME         PIC X(6).
           05  FILLER                     PIC X(7).

       01  WS-JRNL-BUFFER-AREA.
           05  WS-JRNL-BUF-LIMIT          PIC 9(5) VALUE 10000.
           05  WS-JRNL-BUF-COUNT          PIC 9(5) VALUE 0.
           05  WS-JRNL-BUF-ENTRY OCCURS 10000 TIMES
                                          PIC X(228).

       01  WS-JRNL-FLUSH-IDX              PIC 9(5) VALUE 0.

       01  WS-IMAGE-STATUS                PIC X(2) VALUE SPACES.
       01  WS-MAST-STATUS                 PIC X(2) VALUE SPACES.
       01  WS-BRM-STATUS-CODE             PIC X(2) VALUE SPACES.
       01  WS-REQ-STATUS                  PIC X(2) VALUE SPACES.
       01  WS-JRNL-STATUS                 PIC X(2) VALUE SPACES.
       01  WS-REPORT-STATUS               PIC X(2) VALUE SPACES.
       01  WS-RETURN-CODE                 PIC 9(2) VALUE 0.

       01  WS-IMAGE-EOF-SWITCH            PIC X(1) VALUE "N".
           88  WS-IMAGE-AT-EOF            VALUE "Y".
       01  WS-MAST-EOF-SWITCH             PIC X(1) VALUE "N".
           88  WS-MAST-AT-EOF             VALUE "Y".
       01  WS-BRM-EOF-SWITCH              PIC X(1) VALUE "N".
           88  WS-BRM-AT-EOF              VALUE "Y".
       01  WS-REQ-EOF-SWITCH              PIC X(1) VALUE "N".
           88  WS-REQ-AT-EOF              VALUE "Y".
       01  WS-MOVE-SWITCH                 PIC X(1) VALUE "N".
           88  WS-ENTRY-IS-MOVED          VALUE "Y".
       01  WS-REFUSED-SWITCH              PIC X(1) VALUE "N".
           88  WS-RUN-IS-REFUSED          VALUE "Y".

       01  WS-BRM-IDX                     PIC 9(3) VALUE 0.
       01  WS-FOUND-IDX                   PIC 9(3) VALUE 0.
       01  WS-CLOSED-IDX                  PIC 9(3) VALUE 0.
       01  WS-PAIR-IDX                    PIC 9(3) VALUE 0.
       01  WS-DUP-IDX                     PIC 9(3) VALUE 0.
       01  WS-MOVE-IDX                    PIC 9(3) VALUE 0.
       01  WS-TOT-IDX                     PIC 9(3) VALUE 0.
       01  WS-TOTAL-BRANCH                PIC X(4) VALUE SPACES.
       01  WS-LOOKUP-BRANCH               PIC X(4) VALUE SPACES.
       01  WS-REFUSAL-REASON              PIC X(40) VALUE SPACES.
       01  WS-CLOSED-CURRENCY             PIC X(3) VALUE SPACES.

       01  WS-REQ-COUNT                   PIC 9(5) VALUE 0.
       01  WS-REFUSED-COUNT               PIC 9(5) VALUE 0.
       01  WS-ENTRY-COUNT                 PIC 9(5) VALUE 0.
       01  WS-MOVE-COUNT                  PIC 9(5) VALUE 0.
       01  WS-WRITE-COUNT                 PIC 9(5) VALUE 0.
       01  WS-MOVE-AMOUNT                 PIC S9(13)V99 VALUE 0.
       01  WS-NET-AMOUNT                  PIC S9(13)V99 VALUE 0.

       01  WS-EDITED-AMOUNT               PIC -(12)9.99.
       01  WS-EDITED-OUT-AMOUNT           PIC -(12)9.99.
       01  WS-EDITED-IN-AMOUNT            PIC -(12)9.99.
       01  WS-EDITED-NET-AMOUNT           PIC -(12)9.99.
       01  WS-EDITED-OUT-COUNT            PIC ZZZZ9.
       01  WS-EDITED-IN-COUNT             PIC ZZZZ9.

      *    Image version control: the update serial noted at start,
      *    and the stale switch set when the pre-write re-check finds
      *    another job got there first.
       01  WS-VERSION-AT-LOAD             PIC 9(8) VALUE 0.
       01  WS-VERSION-NOW                 PIC 9(8) VALUE 0.
       01  WS-VERSION-STALE-SWITCH        PIC X(1) VALUE "N".
           88  WS-VERSION-IS-STALE        VALUE "Y".

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
           IF WS-PAIR-COUNT > 0
               PERFORM 2000-COUNT-MOVES
               PERFORM 2700-RECHECK-IMAGE-VERSION
               PERFORM 3000-SAVE-TABLE-IMAGE
               PERFORM 4000-RECORD-SUCCESSORS
           END-IF
           PERFORM 5000-PRINT-TOTALS
           PERFORM 9000-TERMINATE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-STATS-STAMP
           MOVE WS-STAMP-DATE TO WS-STATS-START-DATE
           MOVE WS-STAMP-TIME TO WS-STATS-START-TIME

           PERFORM 1100-NOTE-IMAGE-VERSION

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "TBLCONS: UNABLE TO OPEN TBLCONR, STATUS="
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *    The journal is the posting and backout trail - a run that
      *    cannot journal its moves does not get to make any.
           OPEN EXTEND JOURNAL-FILE
           IF WS-JRNL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           IF WS-JRNL-STATUS NOT = "00"
               DISPLAY "TBLCONS: UNABLE TO OPEN TBLJRNL, STATUS="
                   WS-JRNL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO RPT-RECORD
           STRING "BRANCH CONSOLIDATION TRANSFER REGISTER - RUN DATE "
                   WS-STAMP-DATE
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE "CLOSED  SUCCESSOR  DISPOSITION" TO RPT-RECORD
           WRITE RPT-RECORD

           PERFORM 1200-LOAD-BRANCH-MASTER
           PERFORM 1300-LOAD-REQUESTS.

      *    Note the update serial on TBLIMAGE before any pass; the
      *    re-check after the counting pass proves nothing rewrote
      *    the image while the moves were being decided.
       1100-NOTE-IMAGE-VERSION.
           OPEN INPUT TABLE-IMAGE-FILE
           IF WS-IMAGE-STATUS NOT = "00"
               DISPLAY "TBLCONS: UNABLE TO OPEN TBLIMAGE, STATUS="
                   WS-IMAGE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ TABLE-IMAGE-FILE INTO WS-IMAGE-HEADER
               AT END
                   DISPLAY "TBLCONS: TBLIMAGE IS EMPTY, "
                       "NO HEADER RECORD"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF WS-IMAGE-VERSION NUMERIC
               MOVE WS-IMAGE-VERSION TO WS-VERSION-AT-LOAD
           ELSE
               MOVE 0 TO WS-VERSION-AT-LOAD
           END-IF
           CLOSE TABLE-IMAGE-FILE.

      *    Unlike TBLBRV, this run cannot pass everything when the
      *    branch master is missing - whether a branch is closed is
      *    the whole question - so no TBLBRM is fatal.
       1200-LOAD-BRANCH-MASTER.
           OPEN INPUT BRANCH-FILE
           IF WS-BRM-STATUS-CODE NOT = "00"
               DISPLAY "TBLCONS: UNABLE TO OPEN TBLBRM, STATUS="
                   WS-BRM-STATUS-CODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-BRM-AT-EOF
               READ BRANCH-FILE
                   AT END
                       SET WS-BRM-AT-EOF TO TRUE
                   NOT AT END
                       IF WS-BRANCH-COUNT >= WS-BRANCH-LIMIT
                           DISPLAY "TBLCONS: MORE THAN "
                               WS-BRANCH-LIMIT " BRANCHES ON "
                               "TBLBRM, CANNOT CONSOLIDATE"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-BRANCH-COUNT
                       MOVE BRM-RECORD
                           TO WS-BRANCH-ENTRY(WS-BRANCH-COUNT)
               END-READ
           END-PERFORM
           CLOSE BRANCH-FILE.

       1300-LOAD-REQUESTS.
           OPEN INPUT REQUEST-FILE
           IF WS-REQ-STATUS NOT = "00"
               DISPLAY "TBLCONS: UNABLE TO OPEN SYSIN, STATUS="
                   WS-REQ-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-REQ-AT-EOF
               READ REQUEST-FILE INTO WS-REQ-RECORD
                   AT END
                       SET WS-REQ-AT-EOF TO TRUE
                   NOT AT END
                       IF WS-REQ-RECORD NOT = SPACES
                           ADD 1 TO WS-REQ-COUNT
                           PERFORM 1400-VALIDATE-REQUEST
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REQUEST-FILE
           IF WS-REQ-COUNT = 0
               DISPLAY "TBLCONS: NO CONSOLIDATION REQUESTED ON SYSIN"
               MOVE "NO CONSOLIDATION REQUESTED" TO RPT-RECORD
               WRITE RPT-RECORD
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF.

      *    A request is accepted only when every check passes; the
      *    first failing check names the refusal on the register.
       1400-VALIDATE-REQUEST.
           MOVE SPACES TO WS-REFUSAL-REASON
           MOVE WS-REQ-CLOSED TO WS-LOOKUP-BRANCH
           PERFORM 1410-FIND-BRANCH
           MOVE WS-FOUND-IDX TO WS-CLOSED-IDX
           IF WS-CLOSED-IDX > 0
               MOVE WS-BRANCH-ENTRY(WS-CLOSED-IDX) TO WS-BRANCH-RECORD
           ELSE
               MOVE SPACES TO WS-BRANCH-RECORD
           END-IF
           MOVE 0 TO WS-DUP-IDX
           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                       UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
               IF WS-PAIR-CLOSED(WS-PAIR-IDX) = WS-REQ-CLOSED
                   MOVE WS-PAIR-IDX TO WS-DUP-IDX
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-REQ-CLOSED = SPACES
                 OR WS-REQ-SUCCESSOR = SPACES
                   MOVE "INCOMPLETE REQUEST" TO WS-REFUSAL-REASON
               WHEN WS-REQ-CLOSED = WS-REQ-SUCCESSOR
                   MOVE "SUCCESSOR IS THE SAME BRANCH"
                       TO WS-REFUSAL-REASON
               WHEN WS-CLOSED-IDX = 0
                   MOVE "BRANCH NOT ON TBLBRM" TO WS-REFUSAL-REASON
               WHEN NOT WS-BRM-IS-CLOSED
                   MOVE "BRANCH IS NOT CLOSED" TO WS-REFUSAL-REASON
               WHEN WS-BRM-SUCCESSOR NOT = SPACES
                AND WS-BRM-SUCCESSOR NOT = WS-REQ-SUCCESSOR
                   STRING "ALREADY CONSOLIDATED TO "
                           WS-BRM-SUCCESSOR
                           DELIMITED BY SIZE INTO WS-REFUSAL-REASON
               WHEN WS-DUP-IDX > 0
                   MOVE "BRANCH ALREADY REQUESTED" TO WS-REFUSAL-REASON
               WHEN WS-PAIR-COUNT >= WS-PAIR-LIMIT
                   MOVE "TOO MANY REQUESTS THIS RUN"
                       TO WS-REFUSAL-REASON
               WHEN OTHER
                   PERFORM 1420-CHECK-SUCCESSOR
           END-EVALUATE

           MOVE SPACES TO RPT-RECORD
           IF WS-REFUSAL-REASON = SPACES
               ADD 1 TO WS-PAIR-COUNT
               MOVE WS-REQ-CLOSED TO WS-PAIR-CLOSED(WS-PAIR-COUNT)
               MOVE WS-REQ-SUCCESSOR
                   TO WS-PAIR-SUCCESSOR(WS-PAIR-COUNT)
               MOVE WS-CLOSED-IDX TO WS-PAIR-CLOSED-IDX(WS-PAIR-COUNT)
               STRING WS-REQ-CLOSED "    " WS-REQ-SUCCESSOR
                       "       ACCEPTED"
                       DELIMITED BY SIZE INTO RPT-RECORD
           ELSE
               ADD 1 TO WS-REFUSED-COUNT
               MOVE 8 TO WS-RETURN-CODE
               DISPLAY "TBLCONS: " WS-REQ-CLOSED " TO "
                   WS-REQ-SUCCESSOR " REFUSED, " WS-REFUSAL-REASON
               STRING WS-REQ-CLOSED "    " WS-REQ-SUCCESSOR
                       "       REFUSED - " WS-REFUSAL-REASON
                       DELIMITED BY SIZE INTO RPT-RECORD
           END-IF
           WRITE RPT-RECORD.

      *    Look WS-LOOKUP-BRANCH up on the in-storage branch master.
       1410-FIND-BRANCH.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-BRM-IDX FROM 1 BY 1
                       UNTIL WS-BRM-IDX > WS-BRANCH-COUNT
                          OR WS-FOUND-IDX > 0
               IF WS-BRANCH-ENTRY(WS-BRM-IDX)(1:4) = WS-LOOKUP-BRANCH
                   MOVE WS-BRM-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

       1420-CHECK-SUCCESSOR.
           MOVE WS-BRM-CURRENCY TO WS-CLOSED-CURRENCY
           MOVE WS-REQ-SUCCESSOR TO WS-LOOKUP-BRANCH
           PERFORM 1410-FIND-BRANCH
           IF WS-FOUND-IDX = 0
               MOVE "SUCCESSOR NOT ON TBLBRM" TO WS-REFUSAL-REASON
           ELSE
               MOVE WS-BRANCH-ENTRY(WS-FOUND-IDX) TO WS-BRANCH-RECORD
               EVALUATE TRUE
                   WHEN NOT WS-BRM-IS-OPEN
                       MOVE "SUCCESSOR IS NOT OPEN" TO WS-REFUSAL-REASON
                   WHEN WS-BRM-CURRENCY NOT = WS-CLOSED-CURRENCY
                       MOVE "SUCCESSOR BOOKS IN ANOTHER CURRENCY"
                           TO WS-REFUSAL-REASON
               END-EVALUATE
           END-IF.

      *    Pass 1: every entry gets its move decided; the moved ones
      *    are counted into the branch totals and listed on the
      *    register. Nothing is written but the register, so a stale
      *    image still gets an honest account of what WOULD have
      *    moved.
       2000-COUNT-MOVES.
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING "KEY         FROM  TO    STATUS  EFF DATE"
                   "            AMOUNT"
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD
           PERFORM 2500-OPEN-IMAGE-PAST-HEADER
           PERFORM UNTIL WS-IMAGE-AT-EOF
               READ TABLE-IMAGE-FILE INTO WS-ENT-RECORD
                   AT END
                       SET WS-IMAGE-AT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ENTRY-COUNT
                       PERFORM 2100-DECIDE-MOVE
                       IF WS-ENTRY-IS-MOVED
                           ADD 1 TO WS-MOVE-COUNT
                           ADD WS-ENT-AMOUNT TO WS-MOVE-AMOUNT
                           PERFORM 2200-ADD-TO-TOTALS
                           PERFORM 2300-WRITE-MOVE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TABLE-IMAGE-FILE
           IF WS-MOVE-COUNT > WS-JRNL-BUF-LIMIT
               SET WS-RUN-IS-REFUSED TO TRUE
               DISPLAY "TBLCONS: " WS-MOVE-COUNT " ENTRIES TO MOVE, "
                   "MORE THAN THE " WS-JRNL-BUF-LIMIT
                   " THAT CAN BE JOURNALLED, NOTHING WRITTEN"
               MOVE SPACES TO RPT-RECORD
               WRITE RPT-RECORD
               STRING "RUN ABANDONED: MORE THAN " WS-JRNL-BUF-LIMIT
                       " ENTRIES TO MOVE - NOTHING WRITTEN"
                       DELIMITED BY SIZE INTO RPT-RECORD
               WRITE RPT-RECORD
               MOVE 16 TO WS-RETURN-CODE
           END-IF.

      *    An entry moves when it is still open (AC, PE or SU) and is
      *    booked to a branch being consolidated; WS-MOVE-IDX names
      *    the request. A pure function of the record and the
      *    requests, so every pass that re-decides it gets the same
      *    answer.
       2100-DECIDE-MOVE.
           MOVE "N" TO WS-MOVE-SWITCH
           MOVE 0 TO WS-MOVE-IDX
           IF WS-ENT-STATUS = "AC" OR "PE" OR "SU"
               PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                           UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
                              OR WS-ENTRY-IS-MOVED
                   IF WS-PAIR-CLOSED(WS-PAIR-IDX) = WS-ENT-BRANCH
                       SET WS-ENTRY-IS-MOVED TO TRUE
                       MOVE WS-PAIR-IDX TO WS-MOVE-IDX
                   END-IF
               END-PERFORM
           END-IF.

       2200-ADD-TO-TOTALS.
           MOVE WS-PAIR-CLOSED(WS-MOVE-IDX) TO WS-TOTAL-BRANCH
           PERFORM 2210-FIND-OR-ADD-TOTAL
           ADD 1 TO WS-TOT-OUT-COUNT(WS-TOT-IDX)
           ADD WS-ENT-AMOUNT TO WS-TOT-OUT-AMOUNT(WS-TOT-IDX)
           MOVE WS-PAIR-SUCCESSOR(WS-MOVE-IDX) TO WS-TOTAL-BRANCH
           PERFORM 2210-FIND-OR-ADD-TOTAL
           ADD 1 TO WS-TOT-IN-COUNT(WS-TOT-IDX)
           ADD WS-ENT-AMOUNT TO WS-TOT-IN-AMOUNT(WS-TOT-IDX).

      *    At most two branches per request, so the 100-branch table
      *    can never fill from 50 requests.
       2210-FIND-OR-ADD-TOTAL.
           MOVE 0 TO WS-TOT-IDX
           PERFORM VARYING WS-BRM-IDX FROM 1 BY 1
                       UNTIL WS-BRM-IDX > WS-TOTAL-COUNT
                          OR WS-TOT-IDX > 0
               IF WS-TOT-BRANCH(WS-BRM-IDX) = WS-TOTAL-BRANCH
                   MOVE WS-BRM-IDX TO WS-TOT-IDX
               END-IF
           END-PERFORM
           IF WS-TOT-IDX = 0
               ADD 1 TO WS-TOTAL-COUNT
               MOVE WS-TOTAL-COUNT TO WS-TOT-IDX
               MOVE WS-TOTAL-BRANCH TO WS-TOT-BRANCH(WS-TOT-IDX)
               MOVE 0 TO WS-TOT-OUT-COUNT(WS-TOT-IDX)
               MOVE 0 TO WS-TOT-OUT-AMOUNT(WS-TOT-IDX)
               MOVE 0 TO WS-TOT-IN-COUNT(WS-TOT-IDX)
               MOVE 0 TO WS-TOT-IN-AMOUNT(WS-TOT-IDX)
           END-IF.

       2300-WRITE-MOVE-LINE.
           MOVE WS-ENT-AMOUNT TO WS-EDITED-AMOUNT
           MOVE SPACES TO RPT-RECORD
           STRING WS-ENT-KEY "  " WS-ENT-BRANCH "  "
                   WS-PAIR-SUCCESSOR(WS-MOVE-IDX) "  "
                   WS-ENT-STATUS "      " WS-ENT-EFF-DATE "  "
                   WS-EDITED-AMOUNT
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD.

      *    Every streaming pass starts the same way: open the image
      *    and step past its header record.
       2500-OPEN-IMAGE-PAST-HEADER.
           MOVE "N" TO WS-IMAGE-EOF-SWITCH
           OPEN INPUT TABLE-IMAGE-FILE
           IF WS-IMAGE-STATUS NOT = "00"
               DISPLAY "TBLCONS: UNABLE TO OPEN TBLIMAGE, STATUS="
                   WS-IMAGE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ TABLE-IMAGE-FILE INTO WS-IMAGE-HEADER
               AT END
                   SET WS-IMAGE-AT-EOF TO TRUE
           END-READ.

      *    The moment of truth for concurrent runs, taken BEFORE the
      *    master, the image, the journal or the branch master is
      *    touched: if the serial on TBLIMAGE no longer matches what
      *    this run started from, another job rewrote the image in
      *    between and nothing this run decided may be written.
       2700-RECHECK-IMAGE-VERSION.
           MOVE 0 TO WS-VERSION-NOW
           MOVE "N" TO WS-IMAGE-EOF-SWITCH
           OPEN INPUT TABLE-IMAGE-FILE
           IF WS-IMAGE-STATUS = "00"
               READ TABLE-IMAGE-FILE INTO WS-IMAGE-HEADER
                   AT END
                       CONTINUE
               END-READ
               IF WS-IMAGE-VERSION NUMERIC
                   MOVE WS-IMAGE-VERSION TO WS-VERSION-NOW
               END-IF
               CLOSE TABLE-IMAGE-FILE
           END-IF
           IF WS-VERSION-NOW NOT = WS-VERSION-AT-LOAD
               SET WS-VERSION-IS-STALE TO TRUE
               DISPLAY "TBLCONS: TBLIMAGE IS NOW VERSION "
                   WS-VERSION-NOW " BUT THIS RUN LOADED "
                   WS-VERSION-AT-LOAD ", NOTHING WRITTEN"
               MOVE SPACES TO RPT-RECORD
               WRITE RPT-RECORD
               STRING "RUN ABANDONED: TBLIMAGE IS NOW VERSION "
                       WS-VERSION-NOW " BUT THIS RUN LOADED "
                       WS-VERSION-AT-LOAD
                       " - NO ENTRY MOVED"
                       DELIMITED BY SIZE INTO RPT-RECORD
               WRITE RPT-RECORD
               MOVE 12 TO WS-RETURN-CODE
           END-IF.

      *    Passes 2 and 3, run only when something moves: the master
      *    is rebuilt from the image with the moved entries re-
      *    branched, the image is derived from the master, and only
      *    then does the journal reach TBLJRNL. With nothing to move
      *    the master, the image and its serial are left as found.
       3000-SAVE-TABLE-IMAGE.
           EVALUATE TRUE
               WHEN WS-VERSION-IS-STALE
               WHEN WS-RUN-IS-REFUSED
                   CONTINUE
               WHEN WS-MOVE-COUNT = 0
                   DISPLAY "TBLCONS: NO OPEN ENTRIES TO MOVE, "
                       "TBLIMAGE LEFT AS IS"
               WHEN OTHER
                   PERFORM 3100-REBUILD-MASTER
                   PERFORM 3200-DERIVE-IMAGE-FROM-MASTER
                   PERFORM 3300-FLUSH-JOURNAL-RECORDS
           END-EVALUATE.

       3100-REBUILD-MASTER.
           OPEN OUTPUT MASTER-FILE
           IF WS-MAST-STATUS NOT = "00"
               DISPLAY "TBLCONS: UNABLE TO REBUILD TBLMAST, STATUS="
                   WS-MAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2500-OPEN-IMAGE-PAST-HEADER
           PERFORM UNTIL WS-IMAGE-AT-EOF
               READ TABLE-IMAGE-FILE INTO WS-ENT-RECORD
                   AT END
                       SET WS-IMAGE-AT-EOF TO TRUE
                   NOT AT END
                       PERFORM 2100-DECIDE-MOVE
                       IF WS-ENTRY-IS-MOVED
                           PERFORM 3110-MOVE-ENTRY
                       END-IF
                       MOVE WS-ENT-RECORD TO MF-RECORD
                       WRITE MF-RECORD
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE TABLE-IMAGE-FILE
           CLOSE MASTER-FILE.

      *    Re-branch the entry and journal the move as a CHANGE, with
      *    the entry as it was and as it now is. Pass 1 proved there
      *    is buffer room for every move.
       3110-MOVE-ENTRY.
           MOVE SPACES TO WS-JOURNAL-RECORD
           MOVE "CHANGE" TO WS-JRNL-COMMAND
           MOVE WS-ENT-KEY TO WS-JRNL-KEY
           MOVE WS-ENT-RECORD TO WS-JRNL-BEFORE
           MOVE WS-PAIR-SUCCESSOR(WS-MOVE-IDX) TO WS-ENT-BRANCH
           MOVE WS-ENT-RECORD TO WS-JRNL-AFTER
           MOVE FUNCTION CURRENT-DATE TO WS-JRNL-STAMP
           MOVE WS-JRNL-STAMP-DATE TO WS-JRNL-DATE
           MOVE WS-JRNL-STAMP-TIME TO WS-JRNL-TIME
           MOVE "TBLCONS" TO WS-JRNL-MAKER
           MOVE SPACES TO WS-JRNL-CHECKER
           ADD 1 TO WS-JRNL-BUF-COUNT
           MOVE WS-JOURNAL-RECORD
               TO WS-JRNL-BUF-ENTRY(WS-JRNL-BUF-COUNT).

       3200-DERIVE-IMAGE-FROM-MASTER.
           OPEN INPUT MASTER-FILE
           IF WS-MAST-STATUS NOT = "00"
               DISPLAY "TBLCONS: UNABLE TO REREAD TBLMAST, STATUS="
                   WS-MAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT TABLE-IMAGE-FILE
           IF WS-IMAGE-STATUS NOT = "00"
               DISPLAY "TBLCONS: UNABLE TO REOPEN TBLIMAGE, "
                   "STATUS=" WS-IMAGE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-IMAGE-HEADER
           MOVE "COUNT=" TO WS-IMAGE-TAG
           MOVE " VERSION=" TO WS-IMAGE-VERSION-TAG
           MOVE WS-ENTRY-COUNT TO WS-IMAGE-COUNT
           ADD 1 WS-VERSION-AT-LOAD GIVING WS-IMAGE-VERSION
           WRITE IMG-RECORD FROM WS-IMAGE-HEADER
           MOVE 0 TO WS-WRITE-COUNT
           PERFORM UNTIL WS-MAST-AT-EOF
               READ MASTER-FILE
                   AT END
                       SET WS-MAST-AT-EOF TO TRUE
                   NOT AT END
                       WRITE IMG-RECORD FROM MF-RECORD
                       ADD 1 TO WS-WRITE-COUNT
               END-READ
           END-PERFORM
           CLOSE MASTER-FILE
           CLOSE TABLE-IMAGE-FILE
           IF WS-WRITE-COUNT NOT = WS-ENTRY-COUNT
               DISPLAY "TBLCONS: MASTER YIELDED " WS-WRITE-COUNT
                   " ENTRIES BUT PASS 1 READ " WS-ENTRY-COUNT
               MOVE 12 TO WS-RETURN-CODE
           END-IF
           DISPLAY "TBLCONS: TBLIMAGE REWRITTEN, "
               WS-WRITE-COUNT " ENTRIES".

      *    Append the run's buffered journal records to TBLJRNL - only
      *    ever reached after the image save succeeded, so the journal
      *    and the image cannot disagree about what moved.
       3300-FLUSH-JOURNAL-RECORDS.
           PERFORM VARYING WS-JRNL-FLUSH-IDX FROM 1 BY 1
                       UNTIL WS-JRNL-FLUSH-IDX > WS-JRNL-BUF-COUNT
                          OR WS-JRNL-STATUS NOT = "00"
               WRITE JRN-RECORD
                   FROM WS-JRNL-BUF-ENTRY(WS-JRNL-FLUSH-IDX)
           END-PERFORM
           IF WS-JRNL-STATUS NOT = "00"
               DISPLAY "TBLCONS: JOURNAL WRITE FAILED, STATUS="
                   WS-JRNL-STATUS
               MOVE 12 TO WS-RETURN-CODE
           END-IF
           MOVE 0 TO WS-JRNL-BUF-COUNT.

      *    With the entries across, each consolidated branch's record
      *    on TBLBRM names its successor. A request that found nothing
      *    left to move is recorded just the same - the branch has
      *    still been consolidated. The master is rewritten whole, in
      *    the order it was read, the way TBLBRMNT rewrites it.
       4000-RECORD-SUCCESSORS.
           IF WS-VERSION-IS-STALE OR WS-RUN-IS-REFUSED
               CONTINUE
           ELSE
               PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                           UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
                   MOVE WS-PAIR-CLOSED-IDX(WS-PAIR-IDX)
                       TO WS-CLOSED-IDX
                   MOVE WS-BRANCH-ENTRY(WS-CLOSED-IDX)
                       TO WS-BRANCH-RECORD
                   MOVE WS-PAIR-SUCCESSOR(WS-PAIR-IDX)
                       TO WS-BRM-SUCCESSOR
                   MOVE WS-BRANCH-RECORD
                       TO WS-BRANCH-ENTRY(WS-CLOSED-IDX)
               END-PERFORM
               OPEN OUTPUT BRANCH-FILE
               IF WS-BRM-STATUS-CODE NOT = "00"
                   DISPLAY "TBLCONS: UNABLE TO REWRITE TBLBRM, "
                       "STATUS=" WS-BRM-STATUS-CODE
                   MOVE 16 TO WS-RETURN-CODE
               ELSE
                   PERFORM VARYING WS-BRM-IDX FROM 1 BY 1
                               UNTIL WS-BRM-IDX > WS-BRANCH-COUNT
                                  OR WS-BRM-STATUS-CODE NOT = "00"
                       WRITE BRM-RECORD
                           FROM WS-BRANCH-ENTRY(WS-BRM-IDX)
                       IF WS-BRM-STATUS-CODE NOT = "00"
                           DISPLAY "TBLCONS: TBLBRM WRITE FAILED, "
                               "STATUS=" WS-BRM-STATUS-CODE
                               " AT BRANCH "
                               WS-BRANCH-ENTRY(WS-BRM-IDX)(1:4)
                               ", BRANCH MASTER INCOMPLETE"
                           MOVE 16 TO WS-RETURN-CODE
                       END-IF
                   END-PERFORM
                   IF WS-BRM-STATUS-CODE = "00"
                       DISPLAY "TBLCONS: TBLBRM REWRITTEN, "
                           WS-PAIR-COUNT " SUCCESSORS RECORDED"
                   END-IF
                   CLOSE BRANCH-FILE
               END-IF
           END-IF.

      *    The register closes with what moved out of and into each
      *    branch - the closed branch shows the count and amount it
      *    gave up, the successor what it took on - and the run total.
       5000-PRINT-TOTALS.
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING "BRANCH    OUT        AMOUNT OUT"
                   "     IN         AMOUNT IN               NET"
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD
           PERFORM VARYING WS-TOT-IDX FROM 1 BY 1
                       UNTIL WS-TOT-IDX > WS-TOTAL-COUNT
               PERFORM 5100-WRITE-BRANCH-TOTAL
           END-PERFORM
           MOVE WS-MOVE-COUNT TO WS-EDITED-OUT-COUNT
           MOVE WS-MOVE-AMOUNT TO WS-EDITED-OUT-AMOUNT
           MOVE SPACES TO RPT-RECORD
           STRING "TOTAL   " WS-EDITED-OUT-COUNT "  "
                   WS-EDITED-OUT-AMOUNT
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING "REQUESTS ACCEPTED: " WS-PAIR-COUNT
                   "   REFUSED: " WS-REFUSED-COUNT
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD
           IF WS-VERSION-IS-STALE OR WS-RUN-IS-REFUSED
               MOVE SPACES TO RPT-RECORD
               STRING "NO ENTRY WAS MOVED - THE TOTALS ABOVE ARE "
                       "WHAT WOULD HAVE MOVED"
                       DELIMITED BY SIZE INTO RPT-RECORD
               WRITE RPT-RECORD
           END-IF.

       5100-WRITE-BRANCH-TOTAL.
           SUBTRACT WS-TOT-OUT-AMOUNT(WS-TOT-IDX)
               FROM WS-TOT-IN-AMOUNT(WS-TOT-IDX)
               GIVING WS-NET-AMOUNT
           MOVE WS-TOT-OUT-COUNT(WS-TOT-IDX) TO WS-EDITED-OUT-COUNT
           MOVE WS-TOT-OUT-AMOUNT(WS-TOT-IDX) TO WS-EDITED-OUT-AMOUNT
           MOVE WS-TOT-IN-COUNT(WS-TOT-IDX) TO WS-EDITED-IN-COUNT
           MOVE WS-TOT-IN-AMOUNT(WS-TOT-IDX) TO WS-EDITED-IN-AMOUNT
           MOVE WS-NET-AMOUNT TO WS-EDITED-NET-AMOUNT
           MOVE SPACES TO RPT-RECORD
           STRING WS-TOT-BRANCH(WS-TOT-IDX) "    "
                   WS-EDITED-OUT-COUNT "  " WS-EDITED-OUT-AMOUNT "  "
                   WS-EDITED-IN-COUNT "  " WS-EDITED-IN-AMOUNT "  "
                   WS-EDITED-NET-AMOUNT
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD.

       9000-TERMINATE.
           CLOSE REPORT-FILE
           CLOSE JOURNAL-FILE
           DISPLAY "TBLCONS: " WS-PAIR-COUNT " CONSOLIDATIONS, "
               WS-MOVE-COUNT " ENTRIES MOVED, "
               WS-REFUSED-COUNT " REQUESTS REFUSED"
           DISPLAY "TBLCONS: RUN COMPLETE, RETURN CODE "
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
           MOVE "TBLCONS" TO WS-STATS-PROGRAM
           MOVE WS-ENTRY-COUNT TO WS-STATS-READ-COUNT
           MOVE WS-WRITE-COUNT TO WS-STATS-LOADED-COUNT
           MOVE WS-REFUSED-COUNT TO WS-STATS-REJECT-COUNT
           IF WS-VERSION-IS-STALE OR WS-RUN-IS-REFUSED
               MOVE 0 TO WS-STATS-CHANGED-COUNT
           ELSE
               MOVE WS-MOVE-COUNT TO WS-STATS-CHANGED-COUNT
           END-IF
           MOVE WS-RETURN-CODE TO WS-STATS-RETURN-CODE
           OPEN EXTEND STATS-FILE
           IF WS-STATS-STATUS = "35"
               OPEN OUTPUT STATS-FILE
           END-IF
           IF WS-STATS-STATUS NOT = "00"
               DISPLAY "TBLCONS: UNABLE TO OPEN TBLSTATS, STATUS="
                   WS-STATS-STATUS
           ELSE
               WRITE STA-RECORD FROM WS-STATS-RECORD
               CLOSE STATS-FILE
           END-IF.
