      ******************************************************************
      *    PROGRAM-ID.  TBLVRFY
      *    Table integrity verifier - proves the indexed master and
      *    the flat image agree, and repairs one from the other.
      *
      *    Every writer keeps TBLMAST and TBLIMAGE in step, but not
      *    every failure does: after an RC 12 run of TBLINQ or TBLBACK
      *    the master has been changed and the image has not, and the
      *    first anyone heard of it was TBLHIST (keyed, on the master)
      *    answering differently from TBLEXTR (flat, on the image).
      *    This run walks the two key by key - the master in key order
      *    by construction, the image proved as it is read - the same
      *    balance line TBLRECON walks, the low key deciding. The
      *    report on TBLVRFR:
      *        MASTER ONLY       a key on TBLMAST the image lacks
      *        IMAGE ONLY        a key on TBLIMAGE the master lacks
      *        DATA DIFFERS      same key, different entry data -
      *                          both sides printed
      *        OUT OF SEQUENCE   an image key not above its
      *                          predecessor (a duplicate included);
      *                          it cannot be matched in one pass and
      *                          is skipped, the adjacent-key check
      *                          TBLMERGE applies to TBLDELTA
      *        FAILS EDIT        an entry TBLVAL no longer passes
      *        BRANCH CLOSED     an open entry (AC, PE or SU) whose
      *        BRANCH UNKNOWN    branch TBLBRV now reports closed, or
      *                          does not know - closed (CL) entries
      *                          are history and stay with the branch
      *                          that booked them, as in TBLCONS
      *    plus the image header's COUNT= proved against the entries
      *    actually on the image. Edits run on the image's copy of an
      *    entry, the master's where the image has none, and both
      *    where the two differ.
      *
      *    Return codes, for TBLNIGHT to gate the reporting steps on:
      *        0   the two sides agree and every entry is clean
      *        4   the two sides agree, but entries fail an edit or
      *            sit on a closed branch - the data is as the table
      *            holds it and the reports will say so
      *        8   the two sides disagree (or a repair was refused) -
      *            reports run on the image now would contradict the
      *            keyed readers
      *        12  a repair found the image rewritten under it
      *        16  a file could not be opened, or a bad parameter
      *    The step goes on TBLPLAN straight after the night's load or
      *    merge and ahead of TBLCOMP and the other reporting steps,
      *    with a tolerated return code of 04.
      *
      *    The mode comes from the command line, the way TBLNIGHT
      *    takes its function:
      *        VERIFY (or nothing)  report only, nothing written
      *        REPAIR IMAGE         TBLIMAGE is authoritative: the
      *                             master is rebuilt from it, and the
      *                             image re-derived from the master
      *                             with its COUNT= put right
      *        REPAIR MASTER        TBLMAST is authoritative: the
      *                             image is re-derived from it
      *    A repair always runs the full verification first and prints
      *    what it found, so the report is the record of what the
      *    repair changed; with nothing to repair nothing is written.
      *    It follows the writers' rules (see IMGHDR): the version
      *    noted at the start is re-checked before anything is
      *    written, and the rewritten image carries version plus one.
      *    An image out of sequence cannot be authoritative - REPAIR
      *    IMAGE refuses it with return code 8; REPAIR MASTER is the
      *    way to put it right.
      *
      *    A master-authoritative repair changes what the image holds,
      *    so it is journalled to TBLJRNL (copybook JRNLREC) like any
      *    other change, maker TBLVRFY: an ADD for each master-only
      *    key, a DELETE for each image-only or out-of-sequence
      *    record, a CHANGE from the image's data to the master's for
      *    each difference - so TBLPOST's proof against the images
      *    still holds the next night, and the repair shows on the
      *    ledger as the movement it is. The journal records are held
      *    in storage until the image is saved, as in TBLMERGE. An
      *    image-authoritative repair leaves the image's entries as
      *    they were and journals nothing.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TBLVRFY.
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

           SELECT JOURNAL-FILE ASSIGN TO "TBLJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT REPORT-FILE ASSIGN TO "TBLVRFR"
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

       FD  JOURNAL-FILE.
       01  JRN-RECORD                     PIC X(228).

       FD  REPORT-FILE.
       01  RPT-RECORD                     PIC X(132).

       FD  STATS-FILE.
       01  STA-RECORD                     PIC X(58).

       WORKING-STORAGE SECTION.
      *    The entry being edited, whichever side it came from.
       COPY ENTREC.

       COPY IMGHDR.

      *    The two sides of the balance line; HIGH-VALUES in a key at
      *    EOF drains the other side without special cases.
       01  WS-MAST-ENTRY.
           05  WS-MAST-KEY                PIC X(10).
           05  WS-MAST-DATA               PIC X(70).

       01  WS-IMG-ENTRY.
           05  WS-IMG-KEY                 PIC X(10).
           05  WS-IMG-DATA                PIC X(70).

       01  WS-PREV-IMG-KEY                PIC X(10) VALUE LOW-VALUES.

      *    One journal record per change a master-authoritative repair
      *    makes to the image, held in storage until the image save
      *    succeeds - the buffered-journal shape TBLMERGE uses.
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
       01  WS-JRNL-FULL-SWITCH            PIC X(1) VALUE "N".
           88  WS-JRNL-IS-FULL            VALUE "Y".

       01  WS-IMAGE-STATUS                PIC X(2) VALUE SPACES.
       01  WS-MAST-STATUS                 PIC X(2) VALUE SPACES.
       01  WS-JRNL-STATUS                 PIC X(2) VALUE SPACES.
       01  WS-REPORT-STATUS               PIC X(2) VALUE SPACES.
       01  WS-RETURN-CODE                 PIC 9(2) VALUE 0.

       01  WS-IMAGE-EOF-SWITCH            PIC X(1) VALUE "N".
           88  WS-IMAGE-AT-EOF            VALUE "Y".
       01  WS-IMAGE-GOOD-SWITCH           PIC X(1) VALUE "N".
           88  WS-IMAGE-USABLE            VALUE "Y".
       01  WS-MAST-EOF-SWITCH             PIC X(1) VALUE "N".
           88  WS-MAST-AT-EOF             VALUE "Y".
       01  WS-MAST-MISSING-SWITCH         PIC X(1) VALUE "N".
           88  WS-MAST-IS-MISSING         VALUE "Y".

      *    The command line carved into its words.
       01  WS-PARM-LINE                   PIC X(40) VALUE SPACES.
       01  WS-PARM-VERB                   PIC X(8) VALUE SPACES.
           88  WS-VERB-IS-VERIFY          VALUE "VERIFY" SPACES.
           88  WS-VERB-IS-REPAIR          VALUE "REPAIR".
       01  WS-PARM-SIDE                   PIC X(8) VALUE SPACES.
       01  WS-MODE-SWITCH                 PIC X(1) VALUE "V".
           88  WS-MODE-IS-VERIFY          VALUE "V".
           88  WS-REPAIR-FROM-IMAGE       VALUE "I".
           88  WS-REPAIR-FROM-MASTER      VALUE "M".

      *    The image header as noted at the start: its update serial
      *    and the entry count it claims.
       01  WS-VERSION-AT-LOAD             PIC 9(8) VALUE 0.
       01  WS-VERSION-NOW                 PIC 9(8) VALUE 0.
       01  WS-VERSION-STALE-SWITCH        PIC X(1) VALUE "N".
           88  WS-VERSION-IS-STALE        VALUE "Y".
       01  WS-HEADER-COUNT                PIC 9(5) VALUE 0.
       01  WS-HEADER-OK-SWITCH            PIC X(1) VALUE "N".
           88  WS-HEADER-COUNT-IS-VALID   VALUE "Y".
       01  WS-COUNT-BAD-SWITCH            PIC X(1) VALUE "N".
           88  WS-COUNT-IS-WRONG          VALUE "Y".

      *    The edit of one entry: the side it came from, and what
      *    TBLVAL and TBLBRV made of it.
       01  WS-EDIT-SIDE                   PIC X(6) VALUE SPACES.
       01  WS-EDIT-REASON                 PIC X(3) VALUE SPACES.
       01  WS-EDIT-REASON-TEXT            PIC X(24) VALUE SPACES.
       01  WS-BRANCH-VERDICT              PIC X(1) VALUE SPACES.
           88  WS-BRANCH-IS-GOOD          VALUE "Y".
       01  WS-BRANCH-REGION               PIC X(4) VALUE SPACES.

      *    Entries on each side, and the tallies of every finding.
       01  WS-MAST-ENTRY-COUNT            PIC 9(5) VALUE 0.
       01  WS-IMAGE-ENTRY-COUNT           PIC 9(5) VALUE 0.
       01  WS-MATCHED-COUNT               PIC 9(5) VALUE 0.
       01  WS-MASTER-ONLY-COUNT           PIC 9(5) VALUE 0.
       01  WS-IMAGE-ONLY-COUNT            PIC 9(5) VALUE 0.
       01  WS-DATA-DIFF-COUNT             PIC 9(5) VALUE 0.
       01  WS-OUT-OF-SEQ-COUNT            PIC 9(5) VALUE 0.
       01  WS-EDIT-FAIL-COUNT             PIC 9(5) VALUE 0.
       01  WS-CLOSED-BRANCH-COUNT         PIC 9(5) VALUE 0.
       01  WS-DISAGREE-COUNT              PIC 9(5) VALUE 0.
       01  WS-CONTENT-COUNT               PIC 9(5) VALUE 0.
       01  WS-REPAIR-COUNT                PIC 9(5) VALUE 0.
       01  WS-WRITE-COUNT                 PIC 9(5) VALUE 0.
       01  WS-EXPECTED-COUNT              PIC 9(5) VALUE 0.
       01  WS-REPAIR-DONE-SWITCH          PIC X(1) VALUE "N".
           88  WS-REPAIR-WAS-DONE         VALUE "Y".
       01  WS-REFUSED-SWITCH              PIC X(1) VALUE "N".
           88  WS-REPAIR-IS-REFUSED       VALUE "Y".

       01  WS-RUN-DATE                    PIC X(8) VALUE SPACES.

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
           PERFORM 2000-WALK-BOTH-SIDES
           PERFORM 3000-PROVE-HEADER-COUNT
           PERFORM 4000-REPAIR-TABLE
           PERFORM 5000-PRINT-SUMMARY
           PERFORM 9000-TERMINATE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-STATS-STAMP
           MOVE WS-STAMP-DATE TO WS-STATS-START-DATE
           MOVE WS-STAMP-TIME TO WS-STATS-START-TIME
           MOVE WS-STAMP-DATE TO WS-RUN-DATE

           ACCEPT WS-PARM-LINE FROM COMMAND-LINE
           UNSTRING WS-PARM-LINE DELIMITED BY ALL " "
               INTO WS-PARM-VERB, WS-PARM-SIDE
           EVALUATE TRUE
               WHEN WS-VERB-IS-VERIFY
                   SET WS-MODE-IS-VERIFY TO TRUE
               WHEN WS-VERB-IS-REPAIR AND WS-PARM-SIDE = "IMAGE"
                   SET WS-REPAIR-FROM-IMAGE TO TRUE
               WHEN WS-VERB-IS-REPAIR AND WS-PARM-SIDE = "MASTER"
                   SET WS-REPAIR-FROM-MASTER TO TRUE
               WHEN OTHER
                   DISPLAY "TBLVRFY: PARAMETER MUST BE VERIFY, "
                       "REPAIR IMAGE OR REPAIR MASTER"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           PERFORM 1100-NOTE-IMAGE-HEADER

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "TBLVRFY: UNABLE TO OPEN TBLVRFR, STATUS="
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-REPAIR-FROM-MASTER
               OPEN EXTEND JOURNAL-FILE
               IF WS-JRNL-STATUS = "35"
                   OPEN OUTPUT JOURNAL-FILE
               END-IF
               IF WS-JRNL-STATUS NOT = "00"
                   DISPLAY "TBLVRFY: UNABLE TO OPEN TBLJRNL, STATUS="
                       WS-JRNL-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           MOVE SPACES TO RPT-RECORD
           STRING "TABLE INTEGRITY VERIFICATION - TBLMAST VERSUS "
                   "TBLIMAGE - " WS-RUN-DATE
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD
           EVALUATE TRUE
               WHEN WS-REPAIR-FROM-IMAGE
                   MOVE "MODE: REPAIR - TBLIMAGE IS AUTHORITATIVE"
                       TO RPT-RECORD
               WHEN WS-REPAIR-FROM-MASTER
                   MOVE "MODE: REPAIR - TBLMAST IS AUTHORITATIVE"
                       TO RPT-RECORD
               WHEN OTHER
                   MOVE "MODE: VERIFY ONLY" TO RPT-RECORD
           END-EVALUATE
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE "FINDING           KEY         SIDE    DETAIL"
               TO RPT-RECORD
           WRITE RPT-RECORD

           PERFORM 1200-OPEN-MASTER.

      *    Note the update serial and the claimed count before the
      *    walk; a repair re-checks the serial before it writes.
       1100-NOTE-IMAGE-HEADER.
           OPEN INPUT TABLE-IMAGE-FILE
           IF WS-IMAGE-STATUS NOT = "00"
               DISPLAY "TBLVRFY: UNABLE TO OPEN TBLIMAGE, STATUS="
                   WS-IMAGE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ TABLE-IMAGE-FILE INTO WS-IMAGE-HEADER
               AT END
                   DISPLAY "TBLVRFY: TBLIMAGE IS EMPTY, "
                       "NO HEADER RECORD"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF WS-IMAGE-VERSION NUMERIC
               MOVE WS-IMAGE-VERSION TO WS-VERSION-AT-LOAD
           ELSE
               MOVE 0 TO WS-VERSION-AT-LOAD
           END-IF
           IF WS-IMAGE-TAG = "COUNT=" AND WS-IMAGE-COUNT NUMERIC
               MOVE WS-IMAGE-COUNT TO WS-HEADER-COUNT
               SET WS-HEADER-COUNT-IS-VALID TO TRUE
           END-IF
           CLOSE TABLE-IMAGE-FILE.

      *    A master that is not there at all is the extreme case of
      *    disagreement, not a reason to stop: every image key is
      *    then reported IMAGE ONLY, and REPAIR IMAGE rebuilds it.
       1200-OPEN-MASTER.
           OPEN INPUT MASTER-FILE
           EVALUATE WS-MAST-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   SET WS-MAST-IS-MISSING TO TRUE
                   SET WS-MAST-AT-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-MAST-KEY
                   DISPLAY "TBLVRFY: NO TBLMAST, EVERY IMAGE ENTRY "
                       "IS UNMATCHED"
                   MOVE "TBLMAST IS MISSING" TO RPT-RECORD
                   WRITE RPT-RECORD
               WHEN OTHER
                   DISPLAY "TBLVRFY: UNABLE TO OPEN TBLMAST, STATUS="
                       WS-MAST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      *    The balance line: the low key decides. A key on one side
      *    only is reported and edited from the side that has it; a
      *    key on both is proved on its data.
       2000-WALK-BOTH-SIDES.
           PERFORM 2500-OPEN-IMAGE-PAST-HEADER
           IF NOT WS-MAST-IS-MISSING
               PERFORM 2100-READ-MASTER-ENTRY
           END-IF
           PERFORM 2200-READ-IMAGE-ENTRY
           PERFORM UNTIL WS-MAST-AT-EOF AND WS-IMAGE-AT-EOF
               EVALUATE TRUE
                   WHEN WS-MAST-KEY < WS-IMG-KEY
                       PERFORM 2300-REPORT-MASTER-ONLY
                       PERFORM 2100-READ-MASTER-ENTRY
                   WHEN WS-MAST-KEY > WS-IMG-KEY
                       PERFORM 2400-REPORT-IMAGE-ONLY
                       PERFORM 2200-READ-IMAGE-ENTRY
                   WHEN OTHER
                       PERFORM 2450-PROVE-MATCHED-KEY
                       PERFORM 2100-READ-MASTER-ENTRY
                       PERFORM 2200-READ-IMAGE-ENTRY
               END-EVALUATE
           END-PERFORM
           CLOSE TABLE-IMAGE-FILE
           IF NOT WS-MAST-IS-MISSING
               CLOSE MASTER-FILE
           END-IF.

       2100-READ-MASTER-ENTRY.
           READ MASTER-FILE INTO WS-MAST-ENTRY
               AT END
                   SET WS-MAST-AT-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-MAST-KEY
               NOT AT END
                   ADD 1 TO WS-MAST-ENTRY-COUNT
           END-READ.

      *    An image key not above its predecessor cannot be matched
      *    in one pass: it is reported and skipped, and the read goes
      *    on until a usable record (or EOF) comes up.
       2200-READ-IMAGE-ENTRY.
           MOVE "N" TO WS-IMAGE-GOOD-SWITCH
           PERFORM UNTIL WS-IMAGE-USABLE OR WS-IMAGE-AT-EOF
               READ TABLE-IMAGE-FILE INTO WS-IMG-ENTRY
                   AT END
                       SET WS-IMAGE-AT-EOF TO TRUE
                       MOVE HIGH-VALUES TO WS-IMG-KEY
                   NOT AT END
                       ADD 1 TO WS-IMAGE-ENTRY-COUNT
                       IF WS-IMG-KEY NOT > WS-PREV-IMG-KEY
                           PERFORM 2250-REPORT-OUT-OF-SEQ
                       ELSE
                           MOVE WS-IMG-KEY TO WS-PREV-IMG-KEY
                           SET WS-IMAGE-USABLE TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       2250-REPORT-OUT-OF-SEQ.
           ADD 1 TO WS-OUT-OF-SEQ-COUNT
           ADD 1 TO WS-DISAGREE-COUNT
           MOVE SPACES TO RPT-RECORD
           STRING "OUT OF SEQUENCE   " WS-IMG-KEY "  IMAGE   FOLLOWS "
                   WS-PREV-IMG-KEY
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD
           IF WS-REPAIR-FROM-MASTER
               MOVE SPACES TO WS-JOURNAL-RECORD
               MOVE "DELETE" TO WS-JRNL-COMMAND
               MOVE WS-IMG-KEY TO WS-JRNL-KEY
               MOVE WS-IMG-ENTRY TO WS-JRNL-BEFORE
               PERFORM 2800-BUFFER-JOURNAL-RECORD
           END-IF.

       2300-REPORT-MASTER-ONLY.
           ADD 1 TO WS-MASTER-ONLY-COUNT
           ADD 1 TO WS-DISAGREE-COUNT
           MOVE SPACES TO RPT-RECORD
           STRING "MASTER ONLY       " WS-MAST-KEY "  MASTER  "
                   WS-MAST-DATA
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD
           MOVE WS-MAST-ENTRY TO WS-ENT-RECORD
           MOVE "MASTER" TO WS-EDIT-SIDE
           PERFORM 2600-EDIT-ENTRY
           IF WS-REPAIR-FROM-MASTER
               MOVE SPACES TO WS-JOURNAL-RECORD
               MOVE "ADD" TO WS-JRNL-COMMAND
               MOVE WS-MAST-KEY TO WS-JRNL-KEY
               MOVE WS-MAST-ENTRY TO WS-JRNL-AFTER
               PERFORM 2800-BUFFER-JOURNAL-RECORD
           END-IF.

       2400-REPORT-IMAGE-ONLY.
           ADD 1 TO WS-IMAGE-ONLY-COUNT
           ADD 1 TO WS-DISAGREE-COUNT
           MOVE SPACES TO RPT-RECORD
           STRING "IMAGE ONLY        " WS-IMG-KEY "  IMAGE   "
                   WS-IMG-DATA
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD
           MOVE WS-IMG-ENTRY TO WS-ENT-RECORD
           MOVE "IMAGE" TO WS-EDIT-SIDE
           PERFORM 2600-EDIT-ENTRY
           IF WS-REPAIR-FROM-MASTER
               MOVE SPACES TO WS-JOURNAL-RECORD
               MOVE "DELETE" TO WS-JRNL-COMMAND
               MOVE WS-IMG-KEY TO WS-JRNL-KEY
               MOVE WS-IMG-ENTRY TO WS-JRNL-BEFORE
               PERFORM 2800-BUFFER-JOURNAL-RECORD
           END-IF.

       2450-PROVE-MATCHED-KEY.
           IF WS-MAST-DATA = WS-IMG-DATA
               ADD 1 TO WS-MATCHED-COUNT
               MOVE WS-IMG-ENTRY TO WS-ENT-RECORD
               MOVE "IMAGE" TO WS-EDIT-SIDE
               PERFORM 2600-EDIT-ENTRY
           ELSE
               ADD 1 TO WS-DATA-DIFF-COUNT
               ADD 1 TO WS-DISAGREE-COUNT
               MOVE SPACES TO RPT-RECORD
               STRING "DATA DIFFERS      " WS-MAST-KEY "  MASTER  "
                       WS-MAST-DATA
                       DELIMITED BY SIZE INTO RPT-RECORD
               WRITE RPT-RECORD
               MOVE SPACES TO RPT-RECORD
               STRING "                  " WS-IMG-KEY "  IMAGE   "
                       WS-IMG-DATA
                       DELIMITED BY SIZE INTO RPT-RECORD
               WRITE RPT-RECORD
               MOVE WS-MAST-ENTRY TO WS-ENT-RECORD
               MOVE "MASTER" TO WS-EDIT-SIDE
               PERFORM 2600-EDIT-ENTRY
               MOVE WS-IMG-ENTRY TO WS-ENT-RECORD
               MOVE "IMAGE" TO WS-EDIT-SIDE
               PERFORM 2600-EDIT-ENTRY
               IF WS-REPAIR-FROM-MASTER
                   MOVE SPACES TO WS-JOURNAL-RECORD
                   MOVE "CHANGE" TO WS-JRNL-COMMAND
                   MOVE WS-IMG-KEY TO WS-JRNL-KEY
                   MOVE WS-IMG-ENTRY TO WS-JRNL-BEFORE
                   MOVE WS-MAST-ENTRY TO WS-JRNL-AFTER
                   PERFORM 2800-BUFFER-JOURNAL-RECORD
               END-IF
           END-IF.

      *    Every streaming pass over the image starts the same way:
      *    open it and step past its header record.
       2500-OPEN-IMAGE-PAST-HEADER.
           MOVE "N" TO WS-IMAGE-EOF-SWITCH
           OPEN INPUT TABLE-IMAGE-FILE
           IF WS-IMAGE-STATUS NOT = "00"
               DISPLAY "TBLVRFY: UNABLE TO OPEN TBLIMAGE, STATUS="
                   WS-IMAGE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ TABLE-IMAGE-FILE INTO WS-IMAGE-HEADER
               AT END
                   SET WS-IMAGE-AT-EOF TO TRUE
           END-READ.

      *    The same edits every ingest path applies - TBLVAL on the
      *    fields, TBLBRV on the branch - against the entry as the
      *    table holds it today. Rules and the branch master move on;
      *    an entry that was good when it arrived may not be now.
       2600-EDIT-ENTRY.
           CALL "TBLVAL" USING WS-ENT-DATA, WS-EDIT-REASON,
                   WS-EDIT-REASON-TEXT
           IF WS-EDIT-REASON NOT = SPACES
               ADD 1 TO WS-EDIT-FAIL-COUNT
               ADD 1 TO WS-CONTENT-COUNT
               MOVE SPACES TO RPT-RECORD
               STRING "FAILS EDIT        " WS-ENT-KEY "  "
                       WS-EDIT-SIDE "  " WS-EDIT-REASON " "
                       WS-EDIT-REASON-TEXT
                       DELIMITED BY SIZE INTO RPT-RECORD
               WRITE RPT-RECORD
           END-IF
           IF NOT WS-ENT-IS-CLOSED
               CALL "TBLBRV" USING WS-ENT-BRANCH, WS-BRANCH-VERDICT,
                       WS-BRANCH-REGION
               IF NOT WS-BRANCH-IS-GOOD
                   ADD 1 TO WS-CLOSED-BRANCH-COUNT
                   ADD 1 TO WS-CONTENT-COUNT
                   MOVE SPACES TO RPT-RECORD
                   IF WS-BRANCH-REGION = SPACES
                       STRING "BRANCH UNKNOWN    " WS-ENT-KEY "  "
                               WS-EDIT-SIDE "  BRANCH " WS-ENT-BRANCH
                               " STATUS " WS-ENT-STATUS
                               DELIMITED BY SIZE INTO RPT-RECORD
                   ELSE
                       STRING "BRANCH CLOSED     " WS-ENT-KEY "  "
                               WS-EDIT-SIDE "  BRANCH " WS-ENT-BRANCH
                               " STATUS " WS-ENT-STATUS
                               DELIMITED BY SIZE INTO RPT-RECORD
                   END-IF
                   WRITE RPT-RECORD
               END-IF
           END-IF.

      *    The serial on TBLIMAGE must still be the one noted at the
      *    start, or another job rewrote the image during the walk
      *    and nothing this run found may be written over it.
       2700-RECHECK-IMAGE-VERSION.
           MOVE 0 TO WS-VERSION-NOW
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
               DISPLAY "TBLVRFY: TBLIMAGE IS NOW VERSION "
                   WS-VERSION-NOW " BUT THIS RUN LOADED "
                   WS-VERSION-AT-LOAD ", NOTHING WRITTEN"
               MOVE SPACES TO RPT-RECORD
               WRITE RPT-RECORD
               STRING "REPAIR ABANDONED: TBLIMAGE IS NOW VERSION "
                       WS-VERSION-NOW " BUT THIS RUN LOADED "
                       WS-VERSION-AT-LOAD
                       " - NO MASTER OR IMAGE WRITTEN"
                       DELIMITED BY SIZE INTO RPT-RECORD
               WRITE RPT-RECORD
               MOVE 12 TO WS-RETURN-CODE
           END-IF.

      *    A repair journal that would not fit is noted here and the
      *    repair refused before anything is written.
       2800-BUFFER-JOURNAL-RECORD.
           IF WS-JRNL-BUF-COUNT >= WS-JRNL-BUF-LIMIT
               SET WS-JRNL-IS-FULL TO TRUE
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-JRNL-STAMP
               MOVE WS-JRNL-STAMP-DATE TO WS-JRNL-DATE
               MOVE WS-JRNL-STAMP-TIME TO WS-JRNL-TIME
               MOVE "TBLVRFY" TO WS-JRNL-MAKER
               MOVE SPACES TO WS-JRNL-CHECKER
               ADD 1 TO WS-JRNL-BUF-COUNT
               MOVE WS-JOURNAL-RECORD
                   TO WS-JRNL-BUF-ENTRY(WS-JRNL-BUF-COUNT)
           END-IF.

      *    The header must claim exactly the entries the image holds -
      *    out-of-sequence records included, since they are there.
       3000-PROVE-HEADER-COUNT.
           IF NOT WS-HEADER-COUNT-IS-VALID
               SET WS-COUNT-IS-WRONG TO TRUE
               MOVE SPACES TO RPT-RECORD
               STRING "HEADER COUNT      TBLIMAGE HEADER HAS NO "
                       "NUMERIC COUNT=, " WS-IMAGE-ENTRY-COUNT
                       " ENTRIES PRESENT"
                       DELIMITED BY SIZE INTO RPT-RECORD
               WRITE RPT-RECORD
           ELSE
               IF WS-HEADER-COUNT NOT = WS-IMAGE-ENTRY-COUNT
                   SET WS-COUNT-IS-WRONG TO TRUE
                   MOVE SPACES TO RPT-RECORD
                   STRING "HEADER COUNT      TBLIMAGE HEADER SAYS "
                           "COUNT=" WS-HEADER-COUNT " BUT "
                           WS-IMAGE-ENTRY-COUNT " ENTRIES PRESENT"
                           DELIMITED BY SIZE INTO RPT-RECORD
                   WRITE RPT-RECORD
               END-IF
           END-IF
           IF WS-COUNT-IS-WRONG
               ADD 1 TO WS-DISAGREE-COUNT
           END-IF.

      *    The repair, when one was asked for and there is something
      *    to repair: the serial re-check first, then the refusals,
      *    then the rewrite from whichever side the operator named.
       4000-REPAIR-TABLE.
           EVALUATE TRUE
               WHEN WS-MODE-IS-VERIFY
                   CONTINUE
               WHEN WS-DISAGREE-COUNT = 0
                   DISPLAY "TBLVRFY: BOTH SIDES AGREE, NOTHING "
                       "TO REPAIR"
               WHEN OTHER
                   PERFORM 2700-RECHECK-IMAGE-VERSION
                   IF NOT WS-VERSION-IS-STALE
                       PERFORM 4050-CHECK-REPAIR-ALLOWED
                   END-IF
                   IF NOT WS-VERSION-IS-STALE
                      AND NOT WS-REPAIR-IS-REFUSED
                       IF WS-REPAIR-FROM-IMAGE
                           PERFORM 4100-REBUILD-MASTER
                       ELSE
                           MOVE WS-MAST-ENTRY-COUNT
                               TO WS-EXPECTED-COUNT
                       END-IF
                       PERFORM 4200-DERIVE-IMAGE-FROM-MASTER
                       IF WS-REPAIR-FROM-MASTER
                           PERFORM 4300-FLUSH-JOURNAL-RECORDS
                       END-IF
                       SET WS-REPAIR-WAS-DONE TO TRUE
                       MOVE WS-DISAGREE-COUNT TO WS-REPAIR-COUNT
                   END-IF
           END-EVALUATE.

       4050-CHECK-REPAIR-ALLOWED.
           EVALUATE TRUE
               WHEN WS-REPAIR-FROM-IMAGE AND WS-OUT-OF-SEQ-COUNT > 0
                   SET WS-REPAIR-IS-REFUSED TO TRUE
                   MOVE SPACES TO RPT-RECORD
                   WRITE RPT-RECORD
                   MOVE SPACES TO RPT-RECORD
                   STRING "REPAIR REFUSED: TBLIMAGE IS OUT OF "
                           "SEQUENCE AND CANNOT BE AUTHORITATIVE - "
                           "REPAIR MASTER INSTEAD"
                           DELIMITED BY SIZE INTO RPT-RECORD
                   WRITE RPT-RECORD
               WHEN WS-REPAIR-FROM-MASTER AND WS-MAST-IS-MISSING
                   SET WS-REPAIR-IS-REFUSED TO TRUE
                   MOVE SPACES TO RPT-RECORD
                   WRITE RPT-RECORD
                   MOVE SPACES TO RPT-RECORD
                   STRING "REPAIR REFUSED: THERE IS NO TBLMAST TO "
                           "REPAIR FROM"
                           DELIMITED BY SIZE INTO RPT-RECORD
                   WRITE RPT-RECORD
               WHEN WS-JRNL-IS-FULL
                   SET WS-REPAIR-IS-REFUSED TO TRUE
                   MOVE SPACES TO RPT-RECORD
                   WRITE RPT-RECORD
                   MOVE SPACES TO RPT-RECORD
                   STRING "REPAIR REFUSED: MORE THAN "
                           WS-JRNL-BUF-LIMIT
                           " CHANGES TO JOURNAL - NOTHING WRITTEN"
                           DELIMITED BY SIZE INTO RPT-RECORD
                   WRITE RPT-RECORD
           END-EVALUATE
           IF WS-REPAIR-IS-REFUSED
               DISPLAY "TBLVRFY: REPAIR REFUSED, NOTHING WRITTEN"
               IF WS-RETURN-CODE < 8
                   MOVE 8 TO WS-RETURN-CODE
               END-IF
           END-IF.

      *    The image is authoritative: every entry on it goes to a
      *    rebuilt master. The walk proved the image in sequence, so
      *    the indexed writes are one sequential sweep.
       4100-REBUILD-MASTER.
           OPEN OUTPUT MASTER-FILE
           IF WS-MAST-STATUS NOT = "00"
               DISPLAY "TBLVRFY: UNABLE TO REBUILD TBLMAST, STATUS="
                   WS-MAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO WS-EXPECTED-COUNT
           PERFORM 2500-OPEN-IMAGE-PAST-HEADER
           PERFORM UNTIL WS-IMAGE-AT-EOF
               READ TABLE-IMAGE-FILE INTO WS-IMG-ENTRY
                   AT END
                       SET WS-IMAGE-AT-EOF TO TRUE
                   NOT AT END
                       MOVE WS-IMG-ENTRY TO MF-RECORD
                       WRITE MF-RECORD
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-EXPECTED-COUNT
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE TABLE-IMAGE-FILE
           CLOSE MASTER-FILE.

      *    Either way the image is then derived from the master,
      *    header first, with its count taken from the entries
      *    actually written and its serial moved on by one.
       4200-DERIVE-IMAGE-FROM-MASTER.
           MOVE "N" TO WS-MAST-EOF-SWITCH
           OPEN INPUT MASTER-FILE
           IF WS-MAST-STATUS NOT = "00"
               DISPLAY "TBLVRFY: UNABLE TO REREAD TBLMAST, STATUS="
                   WS-MAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT TABLE-IMAGE-FILE
           IF WS-IMAGE-STATUS NOT = "00"
               DISPLAY "TBLVRFY: UNABLE TO REOPEN TBLIMAGE, "
                   "STATUS=" WS-IMAGE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-IMAGE-HEADER
           MOVE "COUNT=" TO WS-IMAGE-TAG
           MOVE " VERSION=" TO WS-IMAGE-VERSION-TAG
           MOVE WS-EXPECTED-COUNT TO WS-IMAGE-COUNT
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
           IF WS-WRITE-COUNT NOT = WS-EXPECTED-COUNT
               DISPLAY "TBLVRFY: MASTER YIELDED " WS-WRITE-COUNT
                   " ENTRIES BUT " WS-EXPECTED-COUNT " WERE EXPECTED"
               MOVE 12 TO WS-RETURN-CODE
           END-IF
           DISPLAY "TBLVRFY: TBLIMAGE REWRITTEN, "
               WS-WRITE-COUNT " ENTRIES".

      *    Append the repair's journal records to TBLJRNL - only ever
      *    reached after the image save, so the journal and the image
      *    cannot disagree about what the repair changed.
       4300-FLUSH-JOURNAL-RECORDS.
           PERFORM VARYING WS-JRNL-FLUSH-IDX FROM 1 BY 1
                       UNTIL WS-JRNL-FLUSH-IDX > WS-JRNL-BUF-COUNT
                          OR WS-JRNL-STATUS NOT = "00"
               WRITE JRN-RECORD
                   FROM WS-JRNL-BUF-ENTRY(WS-JRNL-FLUSH-IDX)
           END-PERFORM
           IF WS-JRNL-STATUS NOT = "00"
               DISPLAY "TBLVRFY: JOURNAL WRITE FAILED, STATUS="
                   WS-JRNL-STATUS
               MOVE 12 TO WS-RETURN-CODE
           END-IF.

       5000-PRINT-SUMMARY.
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING "ENTRIES ON TBLMAST:      " WS-MAST-ENTRY-COUNT
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING "ENTRIES ON TBLIMAGE:     " WS-IMAGE-ENTRY-COUNT
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING "MATCHED:                 " WS-MATCHED-COUNT
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING "MASTER ONLY:             " WS-MASTER-ONLY-COUNT
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING "IMAGE ONLY:              " WS-IMAGE-ONLY-COUNT
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING "DATA DIFFERS:            " WS-DATA-DIFF-COUNT
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING "OUT OF SEQUENCE:         " WS-OUT-OF-SEQ-COUNT
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING "FAILS EDIT:              " WS-EDIT-FAIL-COUNT
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING "BRANCH CLOSED OR UNKNOWN:" WS-CLOSED-BRANCH-COUNT
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

      *    The return code follows the worst finding that still
      *    stands: a completed repair has put the disagreements right
      *    (the content findings are in the data and remain).
           EVALUATE TRUE
               WHEN WS-DISAGREE-COUNT > 0 AND NOT WS-REPAIR-WAS-DONE
                   MOVE "TBLMAST AND TBLIMAGE DISAGREE - SEE FINDINGS"
                       TO RPT-RECORD
                   WRITE RPT-RECORD
                   IF WS-RETURN-CODE < 8
                       MOVE 8 TO WS-RETURN-CODE
                   END-IF
               WHEN WS-REPAIR-WAS-DONE AND WS-REPAIR-FROM-IMAGE
                   MOVE "REPAIRED - TBLMAST REBUILT FROM TBLIMAGE"
                       TO RPT-RECORD
                   WRITE RPT-RECORD
               WHEN WS-REPAIR-WAS-DONE
                   MOVE "REPAIRED - TBLIMAGE REBUILT FROM TBLMAST"
                       TO RPT-RECORD
                   WRITE RPT-RECORD
               WHEN OTHER
                   MOVE "TBLMAST AND TBLIMAGE AGREE" TO RPT-RECORD
                   WRITE RPT-RECORD
           END-EVALUATE
           IF WS-CONTENT-COUNT > 0
               MOVE "ENTRIES FAIL EDITS OR SIT ON A CLOSED BRANCH"
                   TO RPT-RECORD
               WRITE RPT-RECORD
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF.

       9000-TERMINATE.
           CLOSE REPORT-FILE
           IF WS-REPAIR-FROM-MASTER
               CLOSE JOURNAL-FILE
           END-IF
           DISPLAY "TBLVRFY: " WS-MAST-ENTRY-COUNT " ON TBLMAST, "
               WS-IMAGE-ENTRY-COUNT " ON TBLIMAGE, "
               WS-DISAGREE-COUNT " DISAGREEMENTS, "
               WS-CONTENT-COUNT " CONTENT FINDINGS"
           DISPLAY "TBLVRFY: RUN COMPLETE, RETURN CODE "
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
           MOVE "TBLVRFY" TO WS-STATS-PROGRAM
           MOVE WS-IMAGE-ENTRY-COUNT TO WS-STATS-READ-COUNT
           MOVE WS-MATCHED-COUNT TO WS-STATS-LOADED-COUNT
           ADD WS-DISAGREE-COUNT WS-CONTENT-COUNT
               GIVING WS-STATS-REJECT-COUNT
           MOVE WS-REPAIR-COUNT TO WS-STATS-CHANGED-COUNT
           MOVE WS-RETURN-CODE TO WS-STATS-RETURN-CODE
           OPEN EXTEND STATS-FILE
           IF WS-STATS-STATUS = "35"
               OPEN OUTPUT STATS-FILE
           END-IF
           IF WS-STATS-STATUS NOT = "00"
               DISPLAY "TBLVRFY: UNABLE TO OPEN TBLSTATS, STATUS="
                   WS-STATS-STATUS
           ELSE
               WRITE STA-RECORD FROM WS-STATS-RECORD
               CLOSE STATS-FILE
           END-IF.
