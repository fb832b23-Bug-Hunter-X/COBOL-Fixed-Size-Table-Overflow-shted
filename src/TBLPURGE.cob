      *    key is registered on the cumulative TBLACAT catalog
      *    (copybook ACATREC) so TBLHIST can resolve a key to its
      *    archive without mounting files one by one.
      *
      *    Every purged entry is also journalled to TBLJRNL (copybook
      *    JRNLREC) as a DELETE with its full before image, maker
      *    TBLPURGE, so the entries leaving the table are movements
      *    like any other: TBLPOST's proof against the images and the
      *    TBLCLOSE month-end rollforward both balance on a purge
      *    night, and TBLSTMV counts the entries out. The records are
      *    held in storage and reach the journal only after the image
      *    save succeeds, as in TBLCONS; a purge of more entries than
      *    the buffer holds is abandoned with return code 16 before
      *    anything is written. TBLBACK against a purge's journal
      *    puts the entries back on the table, but the archive and
      *    the catalog still carry them.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TBLPURGE.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACAT-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "TBLJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TABLE-IMAGE-FILE.
       FD  CATALOG-FILE.
       01  CAT-RECORD                     PIC X(50).

       FD  JOURNAL-FILE.
       01  JRN-RECORD                     PIC X(228).

       WORKING-STORAGE SECTION.
       COPY ENTREC.

       01  WS-ACAT-STATUS                 PIC X(2) VALUE SPACES.
       01  WS-ARCHIVE-ID                  PIC X(15) VALUE SPACES.

      *    One journal record per purged entry, held in storage until
      *    the image save succeeds - the buffered-journal shape
      *    TBLCONS uses. Pass 1 proves the purges fit before pass 2
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
       01  WS-JRNL-STATUS                 PIC X(2) VALUE SPACES.

       01  WS-PARM-RECORD                 PIC X(80).
       01  WS-PARM-KEYWORD                PIC X(10) VALUE SPACES.
       01  WS-PARM-VALUE                  PIC X(45) VALUE SPACES.
           88  WS-PARM-AT-EOF             VALUE "Y".
       01  WS-PURGE-SWITCH                PIC X(1) VALUE "N".
           88  WS-ENTRY-IS-PURGED         VALUE "Y".
       01  WS-REFUSED-SWITCH              PIC X(1) VALUE "N".
           88  WS-RUN-IS-REFUSED          VALUE "Y".

       01  WS-ARCH-COUNT                  PIC 9(5) VALUE 0.
       01  WS-KEEP-COUNT                  PIC 9(5) VALUE 0.
               STOP RUN
           END-IF

      *    The journal is the posting and backout trail - a run that
      *    cannot journal its purges does not get to make any.
           OPEN EXTEND JOURNAL-FILE
           IF WS-JRNL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           IF WS-JRNL-STATUS NOT = "00"
               DISPLAY "TBLPURGE: UNABLE TO OPEN TBLJRNL, STATUS="
                   WS-JRNL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1200-LOAD-PARAMETERS

           MOVE SPACES TO RPT-RECORD
                       PERFORM 2200-WRITE-DISPOSITION-LINE
               END-READ
           END-PERFORM
           CLOSE TABLE-IMAGE-FILE
           IF WS-ARCH-COUNT > WS-JRNL-BUF-LIMIT
               SET WS-RUN-IS-REFUSED TO TRUE
               DISPLAY "TBLPURGE: " WS-ARCH-COUNT " ENTRIES TO PURGE, "
                   "MORE THAN THE " WS-JRNL-BUF-LIMIT
                   " THAT CAN BE JOURNALLED, NOTHING WRITTEN"
               MOVE SPACES TO RPT-RECORD
               WRITE RPT-RECORD
               STRING "RUN ABANDONED: MORE THAN " WS-JRNL-BUF-LIMIT
                       " ENTRIES TO PURGE - NO ARCHIVE OR IMAGE WRITTEN"
                       DELIMITED BY SIZE INTO RPT-RECORD
               WRITE RPT-RECORD
               MOVE 16 TO WS-RETURN-CODE
           END-IF.

      *    Closed entries go regardless of age; anything else goes
      *    only when its effective date is strictly older than the
           END-IF.

       3000-SAVE-ARCHIVE.
           IF WS-VERSION-IS-STALE OR WS-RUN-IS-REFUSED
               CONTINUE
           ELSE
               PERFORM 3100-WRITE-ARCHIVE-FILE
                       IF WS-ENTRY-IS-PURGED
                           WRITE ARC-RECORD FROM WS-ENT-RECORD
                           PERFORM 3200-REGISTER-ARCHIVED-KEY
                           PERFORM 3300-JOURNAL-PURGED-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-PURGE-REASON TO WS-ACAT-REASON
           WRITE CAT-RECORD FROM WS-ACAT-RECORD.

      *    The purge is journalled as a DELETE with the entry as it
      *    left the table. Pass 1 proved there is buffer room for
      *    every purged entry.
       3300-JOURNAL-PURGED-ENTRY.
           MOVE SPACES TO WS-JOURNAL-RECORD
           MOVE "DELETE" TO WS-JRNL-COMMAND
           MOVE WS-ENT-KEY TO WS-JRNL-KEY
           MOVE WS-ENT-RECORD TO WS-JRNL-BEFORE
           MOVE FUNCTION CURRENT-DATE TO WS-JRNL-STAMP
           MOVE WS-JRNL-STAMP-DATE TO WS-JRNL-DATE
           MOVE WS-JRNL-STAMP-TIME TO WS-JRNL-TIME
           MOVE "TBLPURGE" TO WS-JRNL-MAKER
           MOVE SPACES TO WS-JRNL-CHECKER
           ADD 1 TO WS-JRNL-BUF-COUNT
           MOVE WS-JOURNAL-RECORD
               TO WS-JRNL-BUF-ENTRY(WS-JRNL-BUF-COUNT).

      *    Passes 3 and 4: the kept entries stream into a rebuilt
      *    master - still in key order, so the indexed writes are
      *    one sequential sweep - and the slimmed image is then
      *    derived from the master, header first. Keyed readers and
      *    the flat image can never disagree about what survived.
       4000-SAVE-TABLE-IMAGE.
           IF WS-VERSION-IS-STALE OR WS-RUN-IS-REFUSED
               CONTINUE
           ELSE
               PERFORM 4100-REBUILD-MASTER
               PERFORM 4200-DERIVE-IMAGE-FROM-MASTER
               PERFORM 4300-FLUSH-JOURNAL-RECORDS
           END-IF.

       4100-REBUILD-MASTER.
               MOVE 12 TO WS-RETURN-CODE
           END-IF.

      *    Append the run's buffered journal records to TBLJRNL - only
      *    ever reached after the image save succeeded, so the journal
      *    and the image cannot disagree about what was purged.
       4300-FLUSH-JOURNAL-RECORDS.
           PERFORM VARYING WS-JRNL-FLUSH-IDX FROM 1 BY 1
                       UNTIL WS-JRNL-FLUSH-IDX > WS-JRNL-BUF-COUNT
                          OR WS-JRNL-STATUS NOT = "00"
               WRITE JRN-RECORD
                   FROM WS-JRNL-BUF-ENTRY(WS-JRNL-FLUSH-IDX)
           END-PERFORM
           IF WS-JRNL-STATUS NOT = "00"
               DISPLAY "TBLPURGE: JOURNAL WRITE FAILED, STATUS="
                   WS-JRNL-STATUS
               MOVE 12 TO WS-RETURN-CODE
           END-IF
           MOVE 0 TO WS-JRNL-BUF-COUNT.

       5000-PRINT-SUMMARY.
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD
           IF WS-ARCH-COUNT > 0 AND NOT WS-VERSION-IS-STALE
                                AND NOT WS-RUN-IS-REFUSED
               MOVE SPACES TO RPT-RECORD
               STRING "ARCHIVE IDENTIFIER:        " WS-ARCHIVE-ID
                       DELIMITED BY SIZE INTO RPT-RECORD

       9000-TERMINATE.
           CLOSE REPORT-FILE
           CLOSE JOURNAL-FILE
           DISPLAY "TBLPURGE: " WS-ARCH-COUNT " PURGED, "
               WS-KEEP-COUNT " KEPT"
           DISPLAY "TBLPURGE: RUN COMPLETE, RETURN CODE "
