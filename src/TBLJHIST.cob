      ******************************************************************
      *    PROGRAM-ID.  TBLJHIST
      *    Journal history keeper: adds the TBLJRNL maintenance
      *    journal to the cumulative journal history TBLJRNH.
      *
      *    TBLJRNL only ever holds the journal of the batch at hand -
      *    the journal file is the unit of backout (see TBLBACK) and is
      *    replaced batch by batch - so the before and after images of
      *    a change made last month were gone by the time anyone asked
      *    what happened to an entry. This
      *    program, run after TBLPOST as the last step that reads the
      *    journal, copies it onto TBLJRNH behind a BATCH= header
      *    (copybook JRNHREC) naming the batch's serial, when it was
      *    added, which journal it came from and which of that
      *    journal's records it carries. TBLTRACE reads the history
      *    back to build an entry's timeline.
      *
      *    The history is read once first, for two things: the next
      *    batch serial, and how much of today's journal is already
      *    on it. A journal is named by the stamp of its first record;
      *    if batches from the same journal are already on the
      *    history, only the records past the last one they carry are
      *    added, so rerunning the step - or running it again after
      *    further writers have extended TBLJRNL - never adds a record
      *    twice. Each batch's record count is proved against its
      *    header on the way through; a history whose counts lie is
      *    not added to (return code 12).
      *
      *    Return codes: 0 when records were added or the journal is
      *    empty, 4 when there is no TBLJRNL or everything on it is
      *    already on the history, 12 for a history that fails its
      *    proof, 16 when a file cannot be opened.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TBLJHIST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO "TBLJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "TBLJRNH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT STATS-FILE ASSIGN TO "TBLSTATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
       01  JRN-RECORD                     PIC X(228).

       FD  HISTORY-FILE.
       01  JRH-RECORD                     PIC X(228).

       FD  STATS-FILE.
       01  STA-RECORD                     PIC X(58).

       WORKING-STORAGE SECTION.
       COPY JRNLREC.

       COPY JRNHREC.

       01  WS-JOURNAL-STATUS              PIC X(2) VALUE SPACES.
       01  WS-HISTORY-STATUS              PIC X(2) VALUE SPACES.
       01  WS-RETURN-CODE                 PIC 9(2) VALUE 0.

       01  WS-JOURNAL-EOF-SWITCH          PIC X(1) VALUE "N".
           88  WS-JOURNAL-AT-EOF          VALUE "Y".
       01  WS-HISTORY-EOF-SWITCH          PIC X(1) VALUE "N".
           88  WS-HISTORY-AT-EOF          VALUE "Y".
       01  WS-JOURNAL-PRESENT-SWITCH      PIC X(1) VALUE "Y".
           88  WS-JOURNAL-IS-PRESENT      VALUE "Y".

      *    What the history says about today's journal.
       01  WS-JOURNAL-STAMP               PIC X(14) VALUE SPACES.
       01  WS-JOURNAL-COUNT               PIC 9(5) VALUE 0.
       01  WS-LAST-SERIAL                 PIC 9(8) VALUE 0.
       01  WS-TAKEN-THRU                  PIC 9(5) VALUE 0.
       01  WS-BATCH-COUNT                 PIC 9(5) VALUE 0.
       01  WS-HISTORY-RECORDS             PIC 9(7) VALUE 0.
       01  WS-OPEN-BATCH-COUNT            PIC 9(5) VALUE 0.
       01  WS-OPEN-BATCH-SEEN             PIC 9(5) VALUE 0.
       01  WS-OPEN-BATCH-SERIAL           PIC 9(8) VALUE 0.

       01  WS-JOURNAL-POSITION            PIC 9(5) VALUE 0.
       01  WS-ADDED-COUNT                 PIC 9(5) VALUE 0.

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
           PERFORM 2000-SIZE-JOURNAL
           IF WS-JOURNAL-IS-PRESENT AND WS-JOURNAL-COUNT > 0
               PERFORM 3000-LOAD-HISTORY-DIRECTORY
               EVALUATE TRUE
                   WHEN WS-RETURN-CODE >= 12
                       CONTINUE
                   WHEN WS-TAKEN-THRU >= WS-JOURNAL-COUNT
                       DISPLAY "TBLJHIST: ALL " WS-JOURNAL-COUNT
                           " JOURNAL RECORDS ALREADY ON TBLJRNH, "
                           "NOTHING ADDED"
                       MOVE 4 TO WS-RETURN-CODE
                   WHEN OTHER
                       PERFORM 4000-APPEND-BATCH
               END-EVALUATE
           END-IF
           PERFORM 9000-TERMINATE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-STATS-STAMP
           MOVE WS-STAMP-DATE TO WS-STATS-START-DATE
           MOVE WS-STAMP-TIME TO WS-STATS-START-TIME.

      *    Pass 1 over the journal: how many records it holds and the
      *    stamp of the first, which names the journal. A missing
      *    journal is reported, not treated as a failure - there may
      *    simply have been no maintenance today.
       2000-SIZE-JOURNAL.
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "TBLJHIST: NO TBLJRNL JOURNAL, STATUS="
                   WS-JOURNAL-STATUS ", NOTHING ADDED"
               MOVE "N" TO WS-JOURNAL-PRESENT-SWITCH
               MOVE 4 TO WS-RETURN-CODE
           ELSE
               PERFORM UNTIL WS-JOURNAL-AT-EOF
                   READ JOURNAL-FILE INTO WS-JOURNAL-RECORD
                       AT END
                           SET WS-JOURNAL-AT-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-JOURNAL-COUNT
                           IF WS-JOURNAL-COUNT = 1
                               MOVE WS-JRNL-DATE
                                   TO WS-JOURNAL-STAMP(1:8)
                               MOVE WS-JRNL-TIME
                                   TO WS-JOURNAL-STAMP(9:6)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
               IF WS-JOURNAL-COUNT = 0
                   DISPLAY "TBLJHIST: TBLJRNL IS EMPTY, NOTHING ADDED"
               END-IF
           END-IF.

      *    Pass 1 over the history: the last batch serial, and the
      *    highest journal position already taken from a journal with
      *    today's journal's stamp. An absent history is simply one
      *    with no batches yet.
       3000-LOAD-HISTORY-DIRECTORY.
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "TBLJHIST: NO TBLJRNH HISTORY YET, STARTING ONE"
           ELSE
               PERFORM UNTIL WS-HISTORY-AT-EOF
                   READ HISTORY-FILE
                       AT END
                           SET WS-HISTORY-AT-EOF TO TRUE
                       NOT AT END
                           PERFORM 3100-FILE-HISTORY-RECORD
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
               PERFORM 3200-PROVE-OPEN-BATCH
           END-IF
           DISPLAY "TBLJHIST: " WS-BATCH-COUNT " BATCHES ON TBLJRNH, "
               WS-HISTORY-RECORDS " JOURNAL RECORDS".

       3100-FILE-HISTORY-RECORD.
           IF JRH-RECORD(1:6) = "BATCH="
               PERFORM 3200-PROVE-OPEN-BATCH
               MOVE JRH-RECORD TO WS-JRNH-HEADER
               ADD 1 TO WS-BATCH-COUNT
               MOVE WS-JRNH-SERIAL TO WS-LAST-SERIAL
               MOVE WS-JRNH-SERIAL TO WS-OPEN-BATCH-SERIAL
               MOVE WS-JRNH-COUNT TO WS-OPEN-BATCH-COUNT
               MOVE 0 TO WS-OPEN-BATCH-SEEN
               IF WS-JRNH-JOURNAL-STAMP = WS-JOURNAL-STAMP
                  AND WS-JRNH-THRU > WS-TAKEN-THRU
                   MOVE WS-JRNH-THRU TO WS-TAKEN-THRU
               END-IF
           ELSE
               IF WS-BATCH-COUNT = 0
                   DISPLAY "TBLJHIST: TBLJRNH DOES NOT START WITH A "
                       "BATCH= HEADER, NOT ADDED TO"
                   MOVE 12 TO WS-RETURN-CODE
               END-IF
               ADD 1 TO WS-OPEN-BATCH-SEEN
               ADD 1 TO WS-HISTORY-RECORDS
           END-IF.

      *    The batch whose records were last being counted - closed
      *    out by the next BATCH= header or by end of file.
       3200-PROVE-OPEN-BATCH.
           IF WS-BATCH-COUNT > 0
              AND WS-OPEN-BATCH-SEEN NOT = WS-OPEN-BATCH-COUNT
               DISPLAY "TBLJHIST: BATCH " WS-OPEN-BATCH-SERIAL
                   " HEADER SAYS " WS-OPEN-BATCH-COUNT
                   " RECORDS BUT " WS-OPEN-BATCH-SEEN
                   " ARE PRESENT, NOT ADDED TO"
               MOVE 12 TO WS-RETURN-CODE
           END-IF.

      *    Pass 2 over the journal: the records past the last position
      *    already taken go onto the history behind a new BATCH=
      *    header. EXTEND keeps the history growing; status 35 means
      *    there is no history yet, so start one.
       4000-APPEND-BATCH.
           OPEN EXTEND HISTORY-FILE
           IF WS-HISTORY-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
           END-IF
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "TBLJHIST: UNABLE TO OPEN TBLJRNH, STATUS="
                   WS-HISTORY-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "TBLJHIST: UNABLE TO REOPEN TBLJRNL, STATUS="
                   WS-JOURNAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO WS-JRNH-HEADER
           MOVE "BATCH=" TO WS-JRNH-TAG
           MOVE " ADDED=" TO WS-JRNH-HEADER(15:7)
           MOVE " JOURNAL=" TO WS-JRNH-HEADER(36:9)
           MOVE " FROM=" TO WS-JRNH-HEADER(59:6)
           MOVE " THRU=" TO WS-JRNH-HEADER(70:6)
           MOVE " COUNT=" TO WS-JRNH-HEADER(81:7)
           ADD 1 WS-LAST-SERIAL GIVING WS-JRNH-SERIAL
           MOVE WS-STAMP-DATE TO WS-JRNH-ADD-DATE
           MOVE WS-STAMP-TIME TO WS-JRNH-ADD-TIME
           MOVE WS-JOURNAL-STAMP TO WS-JRNH-JOURNAL-STAMP
           ADD 1 WS-TAKEN-THRU GIVING WS-JRNH-FROM
           MOVE WS-JOURNAL-COUNT TO WS-JRNH-THRU
           SUBTRACT WS-TAKEN-THRU FROM WS-JOURNAL-COUNT
               GIVING WS-JRNH-COUNT
           WRITE JRH-RECORD FROM WS-JRNH-HEADER

           MOVE "N" TO WS-JOURNAL-EOF-SWITCH
           MOVE 0 TO WS-JOURNAL-POSITION
           PERFORM UNTIL WS-JOURNAL-AT-EOF
               READ JOURNAL-FILE
                   AT END
                       SET WS-JOURNAL-AT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-JOURNAL-POSITION
                       IF WS-JOURNAL-POSITION > WS-TAKEN-THRU
                           WRITE JRH-RECORD FROM JRN-RECORD
                           ADD 1 TO WS-ADDED-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE
           CLOSE HISTORY-FILE

           DISPLAY "TBLJHIST: BATCH " WS-JRNH-SERIAL " ADDED, "
               WS-ADDED-COUNT " JOURNAL RECORDS (" WS-JRNH-FROM
               " THRU " WS-JRNH-THRU ")".

       9000-TERMINATE.
           DISPLAY "TBLJHIST: RUN COMPLETE, RETURN CODE "
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
           MOVE "TBLJHIST" TO WS-STATS-PROGRAM
           MOVE WS-JOURNAL-COUNT TO WS-STATS-READ-COUNT
           MOVE WS-ADDED-COUNT TO WS-STATS-LOADED-COUNT
           MOVE 0 TO WS-STATS-REJECT-COUNT
           MOVE 0 TO WS-STATS-CHANGED-COUNT
           MOVE WS-RETURN-CODE TO WS-STATS-RETURN-CODE
           OPEN EXTEND STATS-FILE
           IF WS-STATS-STATUS = "35"
               OPEN OUTPUT STATS-FILE
           END-IF
           IF WS-STATS-STATUS NOT = "00"
               DISPLAY "TBLJHIST: UNABLE TO OPEN TBLSTATS, STATUS="
                   WS-STATS-STATUS
           ELSE
               WRITE STA-RECORD FROM WS-STATS-RECORD
               CLOSE STATS-FILE
           END-IF.
