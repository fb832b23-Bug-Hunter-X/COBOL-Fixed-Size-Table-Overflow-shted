      ******************************************************************
      *    PROGRAM-ID.  TBLTRACE
      *    Entry lifecycle trace: one chronological timeline per key
      *    from every file that records something happening to an
      *    entry.
      *
      *    When a branch disputed an entry, its history had to be
      *    pieced together by hand from five places - TBLAUDIT for how
      *    it arrived, the journals for each change, TBLPEND for
      *    whether it was parked, TBLACAT for when it was purged and
      *    TBLGENS for what it looked like on a given night - while
      *    TBLHIST only says where the entry is now. This program
      *    reads all five and prints, for each key asked about, every
      *    event in date and time order with the program it came from,
      *    its outcome and the before and after images:
      *
      *        TBLAUDIT  TBLLOAD's audit trail - how each record
      *                  arrived (ACCEPTED, INVALID, REFUSED, PARKED,
      *                  QUEUED, REVERSAL) with the record as
      *                  submitted. A **REVERSE* record is an event
      *                  for both the key reversed and the new key.
      *                  TBLLOAD rewrites the trail every run, so
      *                  TBLAUDIT may be pointed at the retained
      *                  trails of as many loads as are wanted.
      *        TBLJRNH   the journal history TBLJHIST accumulates -
      *                  every ADD, CHANGE, DELETE and UPDATE with
      *                  its before and after images, the program or
      *                  operator that made it, the checker who
      *                  approved it and any authorising reason
      *                  given for a status move.
      *        TBLPEND   entries still parked for a later effective
      *                  date, by TBLLOAD or TBLMERGE. Once released
      *                  a park leaves TBLPEND and the entry shows up
      *                  instead as TBLMERGE's ADD on the journal.
      *        TBLACAT   the archive catalog - when TBLPURGE removed
      *                  the entry, to which archive and why.
      *        TBLGENS   TBLGENK's image generations - the entry as
      *                  each kept generation holds it. A generation
      *                  is an event only when the entry first
      *                  appears in one, looks different from the
      *                  generation before, or has dropped out.
      *
      *    What to trace comes from the TBLTRCP parameter file, one
      *    KEYWORD=VALUE per record:
      *        KEY=kkkkkkkkkk        a single key
      *        FROMKEY=kkkkkkkkkk    the first key of a range
      *        TOKEY=kkkkkkkkkk      the last key of a range (default
      *                              the FROMKEY, one key)
      *        FROMDATE=ccyymmdd     events on or after (default all)
      *        TODATE=ccyymmdd       events on or before (default all)
      *    A run with no key to trace ends with return code 16.
      *
      *    Every source's events in range are released to a file SORT
      *    on key, date and time - the sort is stable, so events
      *    stamped alike keep the order above - and the output
      *    procedure prints the TBLTRCR report one key at a time. A
      *    missing source is reported in the summary and the rest are
      *    still traced, since a partial answer beats none; return
      *    code 4 says a source was missing or nothing was found.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TBLTRACE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO "TBLTRCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "TBLAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "TBLJRNH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT PENDING-FILE ASSIGN TO "TBLPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.

           SELECT ARCHIVE-CATALOG-FILE ASSIGN TO "TBLACAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACAT-STATUS.

           SELECT STORE-FILE ASSIGN TO "TBLGENS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STORE-STATUS.

           SELECT SORT-FILE ASSIGN TO "TBLTSRTW".

           SELECT REPORT-FILE ASSIGN TO "TBLTRCR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT STATS-FILE ASSIGN TO "TBLSTATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETER-FILE.
       01  PRM-RECORD                     PIC X(80).

       FD  AUDIT-FILE.
       01  AUD-RECORD                     PIC X(121).

       FD  HISTORY-FILE.
       01  JRH-RECORD                     PIC X(228).

       FD  PENDING-FILE.
       01  PND-RECORD                     PIC X(122).

       FD  ARCHIVE-CATALOG-FILE.
       01  CAT-RECORD                     PIC X(50).

       FD  STORE-FILE.
       01  GST-RECORD                     PIC X(80).

       SD  SORT-FILE.
       01  SRT-RECORD.
           05  SRT-KEY                    PIC X(10).
           05  SRT-DATE                   PIC X(8).
           05  SRT-TIME                   PIC X(6).
           05  SRT-DATA                   PIC X(248).

       FD  REPORT-FILE.
       01  RPT-RECORD                     PIC X(132).

       FD  STATS-FILE.
       01  STA-RECORD                     PIC X(58).

       WORKING-STORAGE SECTION.
       COPY JRNLREC.

       COPY JRNHREC.

       COPY PENDREC.

       COPY ACATREC.

      *    One TBLAUDIT line as TBLLOAD writes it:
      *    ccyymmdd-hhmmss OUTCOME  SEQ=nnnnn ENTRY=<record>.
       01  WS-AUDIT-LINE.
           05  WS-AUD-DATE                PIC X(8).
           05  FILLER                     PIC X(1).
           05  WS-AUD-TIME                PIC X(6).
           05  FILLER                     PIC X(1).
           05  WS-AUD-OUTCOME             PIC X(8).
           05  FILLER                     PIC X(5).
           05  WS-AUD-SEQ                 PIC X(5).
           05  FILLER                     PIC X(7).
           05  WS-AUD-ENTRY.
               10  WS-AUD-KEY             PIC X(10).
               10  WS-AUD-ORIG-KEY        PIC X(10).
               10  WS-AUD-NEW-KEY         PIC X(10).
               10  FILLER                 PIC X(50).

       01  WS-REVERSE-TAG                 PIC X(10) VALUE "**REVERSE*".

      *    One TBLGENS generation header, as TBLGENK writes it.
       01  WS-GEN-HEADER.
           05  WS-GEN-TAG                 PIC X(4).
           05  WS-GEN-SERIAL              PIC 9(8).
           05  FILLER                     PIC X(6).
           05  WS-GEN-DATE                PIC X(8).
           05  FILLER                     PIC X(6).
           05  WS-GEN-TIME                PIC X(6).
           05  FILLER                     PIC X(7).
           05  WS-GEN-COUNT               PIC 9(5).
           05  FILLER                     PIC X(9).
           05  WS-GEN-VERSION             PIC 9(8).
           05  FILLER                     PIC X(13).

      *    One event on an entry's timeline - released to the sort on
      *    key, date and time, and returned from it for printing.
       01  WS-EVENT.
           05  WS-EVT-KEY                 PIC X(10).
           05  WS-EVT-DATE                PIC X(8).
           05  WS-EVT-TIME                PIC X(6).
           05  WS-EVT-SOURCE              PIC X(8).
           05  WS-EVT-OUTCOME             PIC X(10).
           05  WS-EVT-DETAIL              PIC X(50).
           05  WS-EVT-BEFORE              PIC X(80).
           05  WS-EVT-AFTER               PIC X(80).
           05  WS-EVT-REASON              PIC X(20).

      *    The entry as the last generation that held it looked, for
      *    each key in range met on TBLGENS - so a generation is only
      *    an event when the entry appears, changes or drops out.
       01  WS-GEN-STATE-AREA.
           05  WS-GST-LIMIT               PIC 9(4) VALUE 1000.
           05  WS-GST-COUNT               PIC 9(4) VALUE 0.
           05  WS-GST-ENTRY OCCURS 1000 TIMES.
               10  WS-GST-KEY             PIC X(10).
               10  WS-GST-IMAGE           PIC X(80).
               10  WS-GST-LAST-SERIAL     PIC 9(8).
               10  WS-GST-PRESENT         PIC X(1).
                   88  WS-GST-IS-PRESENT  VALUE "Y".

      *    What each source gave the trace, for the summary.
       01  WS-SOURCE-AREA.
           05  WS-SOURCE-ENTRY OCCURS 5 TIMES.
               10  WS-SRC-NAME            PIC X(8).
               10  WS-SRC-AVAILABLE       PIC X(1).
                   88  WS-SRC-IS-AVAILABLE VALUE "Y".
               10  WS-SRC-READ            PIC 9(7).
               10  WS-SRC-EVENTS          PIC 9(5).
       01  WS-SRC-IDX                     PIC 9(1) VALUE 0.
       01  WS-SRC-AUDIT                   PIC 9(1) VALUE 1.
       01  WS-SRC-HISTORY                 PIC 9(1) VALUE 2.
       01  WS-SRC-PEND                    PIC 9(1) VALUE 3.
       01  WS-SRC-ACAT                    PIC 9(1) VALUE 4.
       01  WS-SRC-STORE                   PIC 9(1) VALUE 5.

       01  WS-PARM-RECORD                 PIC X(80).
       01  WS-PARM-KEYWORD                PIC X(10) VALUE SPACES.
       01  WS-PARM-VALUE                  PIC X(45) VALUE SPACES.

       01  WS-FROM-KEY                    PIC X(10) VALUE SPACES.
       01  WS-TO-KEY                      PIC X(10) VALUE SPACES.
       01  WS-FROM-DATE                   PIC X(8) VALUE "00000000".
       01  WS-TO-DATE                     PIC X(8) VALUE "99999999".
       01  WS-CHECK-KEY                   PIC X(10) VALUE SPACES.

       01  WS-PARM-STATUS                 PIC X(2) VALUE SPACES.
       01  WS-AUDIT-STATUS                PIC X(2) VALUE SPACES.
       01  WS-HISTORY-STATUS              PIC X(2) VALUE SPACES.
       01  WS-PEND-STATUS                 PIC X(2) VALUE SPACES.
       01  WS-ACAT-STATUS                 PIC X(2) VALUE SPACES.
       01  WS-STORE-STATUS                PIC X(2) VALUE SPACES.
       01  WS-REPORT-STATUS               PIC X(2) VALUE SPACES.
       01  WS-RETURN-CODE                 PIC 9(2) VALUE 0.

       01  WS-PARM-EOF-SWITCH             PIC X(1) VALUE "N".
           88  WS-PARM-AT-EOF             VALUE "Y".
       01  WS-AUDIT-EOF-SWITCH            PIC X(1) VALUE "N".
           88  WS-AUDIT-AT-EOF            VALUE "Y".
       01  WS-HISTORY-EOF-SWITCH          PIC X(1) VALUE "N".
           88  WS-HISTORY-AT-EOF          VALUE "Y".
       01  WS-PEND-EOF-SWITCH             PIC X(1) VALUE "N".
           88  WS-PEND-AT-EOF             VALUE "Y".
       01  WS-ACAT-EOF-SWITCH             PIC X(1) VALUE "N".
           88  WS-ACAT-AT-EOF             VALUE "Y".
       01  WS-STORE-EOF-SWITCH            PIC X(1) VALUE "N".
           88  WS-STORE-AT-EOF            VALUE "Y".
       01  WS-SORT-EOF-SWITCH             PIC X(1) VALUE "N".
           88  WS-SORT-AT-EOF             VALUE "Y".
       01  WS-KEY-RANGE-SWITCH            PIC X(1) VALUE "N".
           88  WS-KEY-IN-RANGE            VALUE "Y".
       01  WS-GST-FULL-SWITCH             PIC X(1) VALUE "N".
           88  WS-GST-IS-FULL             VALUE "Y".

       01  WS-BATCH-SERIAL                PIC 9(8) VALUE 0.
       01  WS-OPEN-GEN-SERIAL             PIC 9(8) VALUE 0.
       01  WS-OPEN-GEN-DATE               PIC X(8) VALUE SPACES.
       01  WS-OPEN-GEN-TIME               PIC X(6) VALUE SPACES.
       01  WS-OPEN-GEN-VERSION            PIC 9(8) VALUE 0.
       01  WS-GST-IDX                     PIC 9(4) VALUE 0.
       01  WS-FOUND-IDX                   PIC 9(4) VALUE 0.

       01  WS-PREV-KEY                    PIC X(10) VALUE LOW-VALUES.
       01  WS-KEY-COUNT                   PIC 9(5) VALUE 0.
       01  WS-KEY-EVENTS                  PIC 9(5) VALUE 0.
       01  WS-EVENT-COUNT                 PIC 9(5) VALUE 0.
       01  WS-RECORDS-READ                PIC 9(7) VALUE 0.

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
           SORT SORT-FILE ASCENDING KEY SRT-KEY SRT-DATE SRT-TIME
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 2000-GATHER-EVENTS
               OUTPUT PROCEDURE IS 5000-PRINT-TIMELINES
           PERFORM 6000-WRITE-SUMMARY
           PERFORM 9000-TERMINATE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-STATS-STAMP
           MOVE WS-STAMP-DATE TO WS-STATS-START-DATE
           MOVE WS-STAMP-TIME TO WS-STATS-START-TIME

           MOVE "TBLAUDIT" TO WS-SRC-NAME(WS-SRC-AUDIT)
           MOVE "TBLJRNH"  TO WS-SRC-NAME(WS-SRC-HISTORY)
           MOVE "TBLPEND"  TO WS-SRC-NAME(WS-SRC-PEND)
           MOVE "TBLACAT"  TO WS-SRC-NAME(WS-SRC-ACAT)
           MOVE "TBLGENS"  TO WS-SRC-NAME(WS-SRC-STORE)
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                       UNTIL WS-SRC-IDX > 5
               MOVE "Y" TO WS-SRC-AVAILABLE(WS-SRC-IDX)
               MOVE 0 TO WS-SRC-READ(WS-SRC-IDX)
               MOVE 0 TO WS-SRC-EVENTS(WS-SRC-IDX)
           END-PERFORM

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "TBLTRACE: UNABLE TO OPEN TBLTRCR, STATUS="
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1200-LOAD-PARAMETERS

           MOVE SPACES TO RPT-RECORD
           STRING "ENTRY LIFECYCLE TRACE - KEYS " WS-FROM-KEY
                   " THRU " WS-TO-KEY " - DATES " WS-FROM-DATE
                   " THRU " WS-TO-DATE
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD.

      *    There is no sensible default for what to trace - a run
      *    over every key in the table would be a print nobody reads -
      *    so a parameter file that names no key stops the run.
       1200-LOAD-PARAMETERS.
           OPEN INPUT PARAMETER-FILE
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY "TBLTRACE: UNABLE TO OPEN TBLTRCP, STATUS="
                   WS-PARM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-PARM-AT-EOF
               READ PARAMETER-FILE INTO WS-PARM-RECORD
                   AT END
                       SET WS-PARM-AT-EOF TO TRUE
                   NOT AT END
                       PERFORM 1210-APPLY-PARAMETER
               END-READ
           END-PERFORM
           CLOSE PARAMETER-FILE

           IF WS-FROM-KEY = SPACES
               DISPLAY "TBLTRACE: NO KEY= OR FROMKEY= ON TBLTRCP, "
                   "NOTHING TO TRACE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-TO-KEY = SPACES
               MOVE WS-FROM-KEY TO WS-TO-KEY
           END-IF
           IF WS-TO-KEY < WS-FROM-KEY OR WS-TO-DATE < WS-FROM-DATE
               DISPLAY "TBLTRACE: RANGE ENDS BEFORE IT STARTS, "
                   "NOTHING TO TRACE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1210-APPLY-PARAMETER.
           IF WS-PARM-RECORD = SPACES
               CONTINUE
           ELSE
               MOVE SPACES TO WS-PARM-KEYWORD
               MOVE SPACES TO WS-PARM-VALUE
               UNSTRING WS-PARM-RECORD DELIMITED BY "="
                   INTO WS-PARM-KEYWORD, WS-PARM-VALUE
               EVALUATE WS-PARM-KEYWORD
                   WHEN "KEY"
                       MOVE WS-PARM-VALUE(1:10) TO WS-FROM-KEY
                       MOVE WS-PARM-VALUE(1:10) TO WS-TO-KEY
                   WHEN "FROMKEY"
                       MOVE WS-PARM-VALUE(1:10) TO WS-FROM-KEY
                   WHEN "TOKEY"
                       MOVE WS-PARM-VALUE(1:10) TO WS-TO-KEY
                   WHEN "FROMDATE"
                       IF WS-PARM-VALUE(1:8) NUMERIC
                           MOVE WS-PARM-VALUE(1:8) TO WS-FROM-DATE
                       ELSE
                           DISPLAY "TBLTRACE: BAD FROMDATE VALUE "
                               WS-PARM-VALUE(1:8)
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   WHEN "TODATE"
                       IF WS-PARM-VALUE(1:8) NUMERIC
                           MOVE WS-PARM-VALUE(1:8) TO WS-TO-DATE
                       ELSE
                           DISPLAY "TBLTRACE: BAD TODATE VALUE "
                               WS-PARM-VALUE(1:8)
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   WHEN OTHER
                       DISPLAY "TBLTRACE: UNRECOGNIZED PARAMETER "
                           WS-PARM-KEYWORD
                       MOVE 8 TO WS-RETURN-CODE
               END-EVALUATE
           END-IF.

      *    The SORT input procedure: each source in turn is read
      *    through and its events in range are released from in here,
      *    where a RELEASE is legal.
       2000-GATHER-EVENTS.
           PERFORM 2100-GATHER-AUDIT-EVENTS
           PERFORM 2200-GATHER-JOURNAL-EVENTS
           PERFORM 2300-GATHER-PARK-EVENTS
           PERFORM 2400-GATHER-PURGE-EVENTS
           PERFORM 2500-GATHER-GENERATION-EVENTS.

       2100-GATHER-AUDIT-EVENTS.
           MOVE WS-SRC-AUDIT TO WS-SRC-IDX
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               PERFORM 2900-NOTE-SOURCE-MISSING
           ELSE
               PERFORM UNTIL WS-AUDIT-AT-EOF
                   READ AUDIT-FILE INTO WS-AUDIT-LINE
                       AT END
                           SET WS-AUDIT-AT-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-SRC-READ(WS-SRC-AUDIT)
                           PERFORM 2110-FILE-AUDIT-LINE
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.

      *    A **REVERSE* line carries two keys and is an event on both
      *    timelines; any other line is an event on its entry's key.
       2110-FILE-AUDIT-LINE.
           MOVE SPACES TO WS-EVENT
           MOVE WS-AUD-DATE TO WS-EVT-DATE
           MOVE WS-AUD-TIME TO WS-EVT-TIME
           MOVE "TBLLOAD" TO WS-EVT-SOURCE
           MOVE WS-AUD-OUTCOME TO WS-EVT-OUTCOME
           IF WS-AUD-KEY = WS-REVERSE-TAG
               MOVE WS-AUD-ORIG-KEY TO WS-EVT-KEY
               STRING "LOAD SEQ " WS-AUD-SEQ " REVERSED BY "
                       WS-AUD-NEW-KEY
                       DELIMITED BY SIZE INTO WS-EVT-DETAIL
               PERFORM 2950-RELEASE-EVENT
               MOVE WS-AUD-NEW-KEY TO WS-EVT-KEY
               MOVE SPACES TO WS-EVT-DETAIL
               STRING "LOAD SEQ " WS-AUD-SEQ " REVERSES "
                       WS-AUD-ORIG-KEY
                       DELIMITED BY SIZE INTO WS-EVT-DETAIL
               PERFORM 2950-RELEASE-EVENT
           ELSE
               MOVE WS-AUD-KEY TO WS-EVT-KEY
               STRING "LOAD SEQ " WS-AUD-SEQ
                       DELIMITED BY SIZE INTO WS-EVT-DETAIL
               MOVE WS-AUD-ENTRY TO WS-EVT-AFTER
               PERFORM 2950-RELEASE-EVENT
           END-IF.

      *    BATCH= headers only name the batch the journal records
      *    behind them came in; every other record is one change.
       2200-GATHER-JOURNAL-EVENTS.
           MOVE WS-SRC-HISTORY TO WS-SRC-IDX
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
               PERFORM 2900-NOTE-SOURCE-MISSING
           ELSE
               PERFORM UNTIL WS-HISTORY-AT-EOF
                   READ HISTORY-FILE
                       AT END
                           SET WS-HISTORY-AT-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-SRC-READ(WS-SRC-HISTORY)
                           PERFORM 2210-FILE-JOURNAL-RECORD
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.

      *    A batch path journals under its own program name; anything
      *    else was made at the TBLINQ terminal by the operator named.
      *    Journals from before the maker was recorded say neither.
       2210-FILE-JOURNAL-RECORD.
           IF JRH-RECORD(1:6) = "BATCH="
               MOVE JRH-RECORD TO WS-JRNH-HEADER
               MOVE WS-JRNH-SERIAL TO WS-BATCH-SERIAL
           ELSE
               MOVE JRH-RECORD TO WS-JOURNAL-RECORD
               MOVE SPACES TO WS-EVENT
               MOVE WS-JRNL-KEY TO WS-EVT-KEY
               MOVE WS-JRNL-DATE TO WS-EVT-DATE
               MOVE WS-JRNL-TIME TO WS-EVT-TIME
               MOVE WS-JRNL-COMMAND TO WS-EVT-OUTCOME
               MOVE WS-JRNL-BEFORE TO WS-EVT-BEFORE
               MOVE WS-JRNL-AFTER TO WS-EVT-AFTER
               MOVE WS-JRNL-REASON TO WS-EVT-REASON
               EVALUATE TRUE
                   WHEN WS-JRNL-MAKER(1:3) = "TBL"
                       MOVE WS-JRNL-MAKER TO WS-EVT-SOURCE
                       STRING "JOURNAL BATCH " WS-BATCH-SERIAL
                               DELIMITED BY SIZE INTO WS-EVT-DETAIL
                   WHEN WS-JRNL-MAKER = SPACES
                       MOVE "JOURNAL" TO WS-EVT-SOURCE
                       STRING "JOURNAL BATCH " WS-BATCH-SERIAL
                               " MAKER NOT RECORDED"
                               DELIMITED BY SIZE INTO WS-EVT-DETAIL
                   WHEN WS-JRNL-CHECKER = SPACES
                       MOVE "TBLINQ" TO WS-EVT-SOURCE
                       STRING "JOURNAL BATCH " WS-BATCH-SERIAL
                               " BY " WS-JRNL-MAKER
                               DELIMITED BY SIZE INTO WS-EVT-DETAIL
                   WHEN OTHER
                       MOVE "TBLINQ" TO WS-EVT-SOURCE
                       STRING "JOURNAL BATCH " WS-BATCH-SERIAL
                               " BY " WS-JRNL-MAKER
                               " CHECKED " WS-JRNL-CHECKER
                               DELIMITED BY SIZE INTO WS-EVT-DETAIL
               END-EVALUATE
               PERFORM 2950-RELEASE-EVENT
           END-IF.

      *    A park carries only its date, so it sorts ahead of the
      *    day's stamped events.
       2300-GATHER-PARK-EVENTS.
           MOVE WS-SRC-PEND TO WS-SRC-IDX
           OPEN INPUT PENDING-FILE
           IF WS-PEND-STATUS NOT = "00"
               PERFORM 2900-NOTE-SOURCE-MISSING
           ELSE
               PERFORM UNTIL WS-PEND-AT-EOF
                   READ PENDING-FILE INTO WS-PENDING-RECORD
                       AT END
                           SET WS-PEND-AT-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-SRC-READ(WS-SRC-PEND)
                           PERFORM 2310-FILE-PARK
                   END-READ
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF.

       2310-FILE-PARK.
           MOVE SPACES TO WS-EVENT
           MOVE WS-PEND-KEY TO WS-EVT-KEY
           MOVE WS-PEND-PARK-DATE TO WS-EVT-DATE
           IF WS-PEND-SOURCE = "TRANSIN"
               MOVE "TBLLOAD" TO WS-EVT-SOURCE
           ELSE
               MOVE "TBLMERGE" TO WS-EVT-SOURCE
           END-IF
           MOVE "PARKED" TO WS-EVT-OUTCOME
           STRING "WAITING " WS-PEND-ACTION " EFFECTIVE "
                   WS-PEND-EFF-DATE
                   DELIMITED BY SIZE INTO WS-EVT-DETAIL
           MOVE WS-PEND-KEY TO WS-EVT-AFTER(1:10)
           MOVE WS-PEND-DATA TO WS-EVT-AFTER(11:70)
           PERFORM 2950-RELEASE-EVENT.

       2400-GATHER-PURGE-EVENTS.
           MOVE WS-SRC-ACAT TO WS-SRC-IDX
           OPEN INPUT ARCHIVE-CATALOG-FILE
           IF WS-ACAT-STATUS NOT = "00"
               PERFORM 2900-NOTE-SOURCE-MISSING
           ELSE
               PERFORM UNTIL WS-ACAT-AT-EOF
                   READ ARCHIVE-CATALOG-FILE INTO WS-ACAT-RECORD
                       AT END
                           SET WS-ACAT-AT-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-SRC-READ(WS-SRC-ACAT)
                           PERFORM 2410-FILE-PURGE
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-CATALOG-FILE
           END-IF.

       2410-FILE-PURGE.
           MOVE SPACES TO WS-EVENT
           MOVE WS-ACAT-KEY TO WS-EVT-KEY
           MOVE WS-ACAT-PURGE-DATE TO WS-EVT-DATE
           MOVE "TBLPURGE" TO WS-EVT-SOURCE
           MOVE "PURGED" TO WS-EVT-OUTCOME
           STRING "ARCHIVE " WS-ACAT-ARCHID " " WS-ACAT-REASON
                   DELIMITED BY SIZE INTO WS-EVT-DETAIL
           PERFORM 2950-RELEASE-EVENT.

      *    The store is walked a generation at a time. Every key in
      *    range is followed through all the generations - the date
      *    range only decides which of its events are released - so
      *    an entry that changed before FROMDATE is still compared
      *    against how it looked then.
       2500-GATHER-GENERATION-EVENTS.
           MOVE WS-SRC-STORE TO WS-SRC-IDX
           OPEN INPUT STORE-FILE
           IF WS-STORE-STATUS NOT = "00"
               PERFORM 2900-NOTE-SOURCE-MISSING
           ELSE
               PERFORM UNTIL WS-STORE-AT-EOF
                   READ STORE-FILE
                       AT END
                           SET WS-STORE-AT-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-SRC-READ(WS-SRC-STORE)
                           PERFORM 2510-FILE-STORE-RECORD
                   END-READ
               END-PERFORM
               CLOSE STORE-FILE
               PERFORM 2530-CLOSE-GENERATION
           END-IF.

       2510-FILE-STORE-RECORD.
           IF GST-RECORD(1:4) = "GEN="
               PERFORM 2530-CLOSE-GENERATION
               MOVE GST-RECORD TO WS-GEN-HEADER
               MOVE WS-GEN-SERIAL TO WS-OPEN-GEN-SERIAL
               MOVE WS-GEN-DATE TO WS-OPEN-GEN-DATE
               MOVE WS-GEN-TIME TO WS-OPEN-GEN-TIME
               MOVE WS-GEN-VERSION TO WS-OPEN-GEN-VERSION
           ELSE
               MOVE GST-RECORD(1:10) TO WS-CHECK-KEY
               PERFORM 2910-CHECK-KEY-RANGE
               IF WS-KEY-IN-RANGE
                   PERFORM 2520-FILE-GENERATION-ENTRY
               END-IF
           END-IF.

      *    An entry is an event in a generation when it is new to the
      *    store, back after dropping out, or different from the
      *    generation before; otherwise it is only noted as present.
       2520-FILE-GENERATION-ENTRY.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-GST-IDX FROM 1 BY 1
                       UNTIL WS-GST-IDX > WS-GST-COUNT
                          OR WS-FOUND-IDX > 0
               IF WS-GST-KEY(WS-GST-IDX) = WS-CHECK-KEY
                   MOVE WS-GST-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND-IDX = 0
               IF WS-GST-COUNT >= WS-GST-LIMIT
                   IF NOT WS-GST-IS-FULL
                       DISPLAY "TBLTRACE: MORE THAN " WS-GST-LIMIT
                           " KEYS IN RANGE ON TBLGENS, LATER KEYS "
                           "HAVE NO GENERATION EVENTS"
                       SET WS-GST-IS-FULL TO TRUE
                       IF WS-RETURN-CODE < 4
                           MOVE 4 TO WS-RETURN-CODE
                       END-IF
                   END-IF
               ELSE
                   ADD 1 TO WS-GST-COUNT
                   MOVE WS-GST-COUNT TO WS-FOUND-IDX
                   MOVE WS-CHECK-KEY TO WS-GST-KEY(WS-FOUND-IDX)
                   MOVE SPACES TO WS-GST-IMAGE(WS-FOUND-IDX)
                   MOVE "N" TO WS-GST-PRESENT(WS-FOUND-IDX)
               END-IF
           END-IF

           IF WS-FOUND-IDX > 0
               IF NOT WS-GST-IS-PRESENT(WS-FOUND-IDX)
                  OR WS-GST-IMAGE(WS-FOUND-IDX) NOT = GST-RECORD
                   MOVE SPACES TO WS-EVENT
                   MOVE WS-CHECK-KEY TO WS-EVT-KEY
                   MOVE WS-OPEN-GEN-DATE TO WS-EVT-DATE
                   MOVE WS-OPEN-GEN-TIME TO WS-EVT-TIME
                   MOVE "TBLGENK" TO WS-EVT-SOURCE
                   EVALUATE TRUE
                       WHEN WS-GST-IMAGE(WS-FOUND-IDX) = SPACES
                           MOVE "IN STORE" TO WS-EVT-OUTCOME
                       WHEN NOT WS-GST-IS-PRESENT(WS-FOUND-IDX)
                           MOVE "BACK" TO WS-EVT-OUTCOME
                       WHEN OTHER
                           MOVE "CHANGED" TO WS-EVT-OUTCOME
                   END-EVALUATE
                   STRING "GENERATION " WS-OPEN-GEN-SERIAL
                           " VERSION " WS-OPEN-GEN-VERSION
                           DELIMITED BY SIZE INTO WS-EVT-DETAIL
                   MOVE WS-GST-IMAGE(WS-FOUND-IDX) TO WS-EVT-BEFORE
                   MOVE GST-RECORD TO WS-EVT-AFTER
                   PERFORM 2950-RELEASE-EVENT
               END-IF
               MOVE GST-RECORD TO WS-GST-IMAGE(WS-FOUND-IDX)
               MOVE WS-OPEN-GEN-SERIAL
                   TO WS-GST-LAST-SERIAL(WS-FOUND-IDX)
               MOVE "Y" TO WS-GST-PRESENT(WS-FOUND-IDX)
           END-IF.

      *    At the end of each generation, a key held by the one
      *    before but not by this one has dropped out of the store.
       2530-CLOSE-GENERATION.
           IF WS-OPEN-GEN-SERIAL > 0
               PERFORM VARYING WS-GST-IDX FROM 1 BY 1
                           UNTIL WS-GST-IDX > WS-GST-COUNT
                   IF WS-GST-IS-PRESENT(WS-GST-IDX)
                      AND WS-GST-LAST-SERIAL(WS-GST-IDX)
                          NOT = WS-OPEN-GEN-SERIAL
                       PERFORM 2540-RELEASE-DROPOUT
                   END-IF
               END-PERFORM
           END-IF.

       2540-RELEASE-DROPOUT.
           MOVE SPACES TO WS-EVENT
           MOVE WS-GST-KEY(WS-GST-IDX) TO WS-EVT-KEY
           MOVE WS-OPEN-GEN-DATE TO WS-EVT-DATE
           MOVE WS-OPEN-GEN-TIME TO WS-EVT-TIME
           MOVE "TBLGENK" TO WS-EVT-SOURCE
           MOVE "NOT IN" TO WS-EVT-OUTCOME
           STRING "GENERATION " WS-OPEN-GEN-SERIAL
                   " VERSION " WS-OPEN-GEN-VERSION
                   DELIMITED BY SIZE INTO WS-EVT-DETAIL
           MOVE WS-GST-IMAGE(WS-GST-IDX) TO WS-EVT-BEFORE
           MOVE "N" TO WS-GST-PRESENT(WS-GST-IDX)
           PERFORM 2950-RELEASE-EVENT.

      *    A source that cannot be opened leaves a hole in every
      *    timeline; the rest are still traced and the summary says
      *    which source was missing.
       2900-NOTE-SOURCE-MISSING.
           MOVE "N" TO WS-SRC-AVAILABLE(WS-SRC-IDX)
           DISPLAY "TBLTRACE: NO " WS-SRC-NAME(WS-SRC-IDX)
               ", TRACED WITHOUT IT"
           IF WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

       2910-CHECK-KEY-RANGE.
           IF WS-CHECK-KEY >= WS-FROM-KEY
              AND WS-CHECK-KEY <= WS-TO-KEY
               SET WS-KEY-IN-RANGE TO TRUE
           ELSE
               MOVE "N" TO WS-KEY-RANGE-SWITCH
           END-IF.

      *    Every event passes through here: released when its key
      *    and date are both in range, counted against its source.
       2950-RELEASE-EVENT.
           MOVE WS-EVT-KEY TO WS-CHECK-KEY
           PERFORM 2910-CHECK-KEY-RANGE
           IF WS-KEY-IN-RANGE
              AND WS-EVT-DATE >= WS-FROM-DATE
              AND WS-EVT-DATE <= WS-TO-DATE
               RELEASE SRT-RECORD FROM WS-EVENT
               ADD 1 TO WS-SRC-EVENTS(WS-SRC-IDX)
               ADD 1 TO WS-EVENT-COUNT
           END-IF.

      *    The SORT output procedure: the events come back in key,
      *    date and time order and print as one timeline per key.
       5000-PRINT-TIMELINES.
           PERFORM UNTIL WS-SORT-AT-EOF
               RETURN SORT-FILE INTO WS-EVENT
                   AT END
                       SET WS-SORT-AT-EOF TO TRUE
                   NOT AT END
                       PERFORM 5100-PRINT-EVENT
               END-RETURN
           END-PERFORM
           IF WS-KEY-COUNT > 0
               PERFORM 5300-END-TIMELINE
           END-IF.

       5100-PRINT-EVENT.
           IF WS-EVT-KEY NOT = WS-PREV-KEY
               IF WS-KEY-COUNT > 0
                   PERFORM 5300-END-TIMELINE
               END-IF
               PERFORM 5200-START-TIMELINE
           END-IF
           ADD 1 TO WS-KEY-EVENTS

           MOVE SPACES TO RPT-RECORD
           STRING "  " WS-EVT-DATE " " WS-EVT-TIME "  "
                   WS-EVT-SOURCE "  " WS-EVT-OUTCOME "  "
                   WS-EVT-DETAIL
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD
           IF WS-EVT-BEFORE NOT = SPACES
               MOVE SPACES TO RPT-RECORD
               STRING "BEFORE: " WS-EVT-BEFORE
                       DELIMITED BY SIZE INTO RPT-RECORD(20:)
               WRITE RPT-RECORD
           END-IF
           IF WS-EVT-AFTER NOT = SPACES
               MOVE SPACES TO RPT-RECORD
               STRING "AFTER:  " WS-EVT-AFTER
                       DELIMITED BY SIZE INTO RPT-RECORD(20:)
               WRITE RPT-RECORD
           END-IF
           IF WS-EVT-REASON NOT = SPACES
               MOVE SPACES TO RPT-RECORD
               STRING "REASON: " WS-EVT-REASON
                       DELIMITED BY SIZE INTO RPT-RECORD(20:)
               WRITE RPT-RECORD
           END-IF.

       5200-START-TIMELINE.
           ADD 1 TO WS-KEY-COUNT
           MOVE 0 TO WS-KEY-EVENTS
           MOVE WS-EVT-KEY TO WS-PREV-KEY
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING "KEY " WS-EVT-KEY
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING "  DATE     TIME    SOURCE    OUTCOME     "
                   "DETAIL"
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD.

       5300-END-TIMELINE.
           MOVE SPACES TO RPT-RECORD
           STRING "  " WS-KEY-EVENTS " EVENTS FOR KEY " WS-PREV-KEY
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD.

       6000-WRITE-SUMMARY.
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           IF WS-EVENT-COUNT = 0
               MOVE SPACES TO RPT-RECORD
               STRING "NO EVENTS FOUND FOR KEYS " WS-FROM-KEY
                       " THRU " WS-TO-KEY
                       DELIMITED BY SIZE INTO RPT-RECORD
               WRITE RPT-RECORD
               DISPLAY "TBLTRACE: NO EVENTS FOUND FOR KEYS "
                   WS-FROM-KEY " THRU " WS-TO-KEY
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                       UNTIL WS-SRC-IDX > 5
               MOVE SPACES TO RPT-RECORD
               IF WS-SRC-IS-AVAILABLE(WS-SRC-IDX)
                   STRING "SOURCE " WS-SRC-NAME(WS-SRC-IDX) "  "
                           WS-SRC-READ(WS-SRC-IDX) " RECORDS READ  "
                           WS-SRC-EVENTS(WS-SRC-IDX) " EVENTS"
                           DELIMITED BY SIZE INTO RPT-RECORD
               ELSE
                   STRING "SOURCE " WS-SRC-NAME(WS-SRC-IDX) "  "
                           "NOT AVAILABLE - TIMELINES MAY BE "
                           "INCOMPLETE"
                           DELIMITED BY SIZE INTO RPT-RECORD
               END-IF
               WRITE RPT-RECORD
               ADD WS-SRC-READ(WS-SRC-IDX) TO WS-RECORDS-READ
           END-PERFORM
           MOVE SPACES TO RPT-RECORD
           STRING "KEYS TRACED: " WS-KEY-COUNT
                   "  EVENTS: " WS-EVENT-COUNT
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD.

       9000-TERMINATE.
           CLOSE REPORT-FILE
           DISPLAY "TBLTRACE: " WS-KEY-COUNT " KEYS, " WS-EVENT-COUNT
               " EVENTS"
           DISPLAY "TBLTRACE: RUN COMPLETE, RETURN CODE "
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
           MOVE "TBLTRACE" TO WS-STATS-PROGRAM
           IF WS-RECORDS-READ > 99999
               MOVE 99999 TO WS-STATS-READ-COUNT
           ELSE
               MOVE WS-RECORDS-READ TO WS-STATS-READ-COUNT
           END-IF
           MOVE WS-EVENT-COUNT TO WS-STATS-LOADED-COUNT
           MOVE 0 TO WS-STATS-REJECT-COUNT
           MOVE 0 TO WS-STATS-CHANGED-COUNT
           MOVE WS-RETURN-CODE TO WS-STATS-RETURN-CODE
           OPEN EXTEND STATS-FILE
           IF WS-STATS-STATUS = "35"
               OPEN OUTPUT STATS-FILE
           END-IF
           IF WS-STATS-STATUS NOT = "00"
               DISPLAY "TBLTRACE: UNABLE TO OPEN TBLSTATS, STATUS="
                   WS-STATS-STATUS
           ELSE
               WRITE STA-RECORD FROM WS-STATS-RECORD
               CLOSE STATS-FILE
           END-IF.
