      *    is a rerun, not a scramble for last night's copy of
      *    TBLIMAGE.
      *
      *    A backout is a change like any other, so every restore it
      *    applies is journalled back onto the end of the same
      *    TBLJRNL with maker TBLBACK, the images the other way round:
      *    a backed-out UPDATE or CHANGE is journalled as a CHANGE
      *    from the entry as it stood to the before-image restored
      *    over it, a re-inserted DELETE as an ADD and a removed ADD
      *    as a DELETE, with the authorising reason on any restore
      *    whose status move needed it. TBLPOST then posts the
      *    reversal (a wrong TBLCONS consolidation undone here moves
      *    its amounts back between branches in the ledger too),
      *    TBLSTMV counts the status movements and TBLTRACE shows the
      *    backout in the entry's history. The records are held until
      *    the image has been rewritten and are appended only then; a
      *    run abandoned on a stale image journals nothing, and a
      *    journal write failure ends the run with return code 12.
      *    The records TBLBACK itself wrote are passed over when the
      *    journal is loaded, so a rerun against the same TBLJRNL
      *    finds the batch already backed out - every record skipped
      *    on its after-image proof - rather than undoing the backout.
      *
      *    The backout used to shuffle an in-storage WS-TABLE; it now
      *    works keyed against the indexed TBLMAST - one READ,
      *    REWRITE, WRITE or DELETE per journal record - and the
      *    longer matches the table is reported and skipped with
      *    return code 8, and the rest of the journal still applies.
      *
      *    Restoring a before-image can move the entry's status back -
      *    from SU to AC, say, or from CL back to AC - so a restore is
      *    held to the TBLSTRN status transition rules like any other
      *    change (callable TBLSTV): the move from the status the
      *    entry carries now to the status it is restored to must
      *    have a rule. A move whose rule needs an authorising reason
      *    takes it from the command line, the first 20 characters of
      *    which are the reason for the whole run, and every restore
      *    that needed it is listed with its key, the from and to
      *    statuses and that reason, so the supervisor can see what
      *    the reason was used for. A refused restore is reported
      *    with reason E07 and skipped with return code 8 like a
      *    mismatch. Re-inserting a deleted entry and removing an
      *    added one are not status moves and are not checked.
      *
      *    The operator points TBLJRNL at the journal of the batch to
      *    be backed out (and only that batch) - the journal file is
      *    the unit of backout. Once the master is restored the flat
           05  MF-ENTRY-DATA              PIC X(70).

       FD  JOURNAL-FILE.
       01  JRN-RECORD                     PIC X(228).

       FD  STATS-FILE.
       01  STA-RECORD                     PIC X(58).
           05  WS-JRNL-LIMIT              PIC 9(5) VALUE 10000.
           05  WS-JRNL-COUNT              PIC 9(5) VALUE 0.
           05  WS-JRNL-ENTRY OCCURS 10000 TIMES
                                          PIC X(228).

       01  WS-IMAGE-STATUS                PIC X(2) VALUE SPACES.
       01  WS-MAST-STATUS                 PIC X(2) VALUE SPACES.
       01  WS-CHANGED-SWITCH              PIC X(1) VALUE "N".
           88  WS-TABLE-CHANGED           VALUE "Y".

      *    The restores this run applied, journalled the other way
      *    round and held until the image has been rewritten. No run
      *    can apply more restores than the journal it read holds.
       01  WS-JRNL-STAMP.
           05  WS-JRNL-STAMP-DATE         PIC X(8).
           05  WS-JRNL-STAMP-TIME         PIC X(6).
           05  FILLER                     PIC X(7).

       01  WS-JRNL-BUFFER-AREA.
           05  WS-JRNL-BUF-COUNT          PIC 9(5) VALUE 0.
           05  WS-JRNL-BUF-ENTRY OCCURS 10000 TIMES
                                          PIC X(228).
       01  WS-JRNL-FLUSH-IDX              PIC 9(5) VALUE 0.
       01  WS-BACKOUT-COMMAND             PIC X(8) VALUE SPACES.
       01  WS-PASSED-OVER-COUNT           PIC 9(5) VALUE 0.

       01  WS-JRNL-IDX                    PIC 9(5) VALUE 0.
       01  WS-BACKOUT-COUNT               PIC 9(5) VALUE 0.
       01  WS-SKIPPED-COUNT               PIC 9(5) VALUE 0.
           05  WS-STAMP-TIME              PIC X(6).
           05  FILLER                     PIC X(7).

      *    The status transition check: the run's authorising reason
      *    from the command line, the status the entry carries now and
      *    the one the restore would give it, and TBLSTV's answer.
       01  WS-PARM-LINE                   PIC X(40) VALUE SPACES.
       01  WS-AUTH-REASON                 PIC X(20) VALUE SPACES.
       01  WS-STATUS-NOW                  PIC X(2) VALUE SPACES.
       01  WS-STATUS-RESTORED             PIC X(2) VALUE SPACES.
       01  WS-EDIT-REASON                 PIC X(3) VALUE SPACES.
           88  WS-STATUS-MOVE-ALLOWED     VALUE SPACES.
       01  WS-EDIT-REASON-TEXT            PIC X(24) VALUE SPACES.
       01  WS-NO-REASON                   PIC X(20) VALUE SPACES.
       01  WS-PROBE-REASON                PIC X(3) VALUE SPACES.
       01  WS-PROBE-REASON-TEXT           PIC X(24) VALUE SPACES.
       01  WS-REASON-USED-SWITCH          PIC X VALUE "N".
           88  WS-REASON-WAS-NEEDED       VALUE "Y".

      *    The journalled before- and after-images, re-carved so the
      *    key and data halves can be handled separately on re-insert
      *    and on the after-image consistency check.
           MOVE WS-STAMP-DATE TO WS-STATS-START-DATE
           MOVE WS-STAMP-TIME TO WS-STATS-START-TIME

           ACCEPT WS-PARM-LINE FROM COMMAND-LINE
           MOVE WS-PARM-LINE TO WS-AUTH-REASON

           PERFORM 1100-NOTE-IMAGE-HEADER

           OPEN INPUT JOURNAL-FILE
           PERFORM 1200-LOAD-JOURNAL
           CLOSE JOURNAL-FILE

      *    The restores go back onto the end of the same journal.
           OPEN EXTEND JOURNAL-FILE
           IF WS-JRNL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           IF WS-JRNL-STATUS NOT = "00"
               DISPLAY "TBLBACK: UNABLE TO EXTEND TBLJRNL, STATUS="
                   WS-JRNL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *    The master is the table now - there is no in-storage
      *    fallback to fall back to.
           OPEN I-O MASTER-FILE
                   AT END
                       SET WS-JRNL-AT-EOF TO TRUE
                   NOT AT END
                       PERFORM 1210-HOLD-JOURNAL-RECORD
               END-READ
           END-PERFORM
           DISPLAY "TBLBACK: " WS-JRNL-COUNT
               " JOURNAL RECORDS TO BACK OUT"
           IF WS-PASSED-OVER-COUNT > 0
               DISPLAY "TBLBACK: " WS-PASSED-OVER-COUNT
                   " RECORDS OF AN EARLIER BACKOUT PASSED OVER"
           END-IF.

      *    A record an earlier TBLBACK run wrote is the backout of
      *    this very journal, not part of the batch.
       1210-HOLD-JOURNAL-RECORD.
           MOVE JRN-RECORD TO WS-JOURNAL-RECORD
           IF WS-JRNL-MAKER = "TBLBACK"
               ADD 1 TO WS-PASSED-OVER-COUNT
           ELSE
               IF WS-JRNL-COUNT >= WS-JRNL-LIMIT
                   DISPLAY "TBLBACK: JOURNAL EXCEEDS "
                       WS-JRNL-LIMIT " RECORDS, CANNOT BACK "
                       "OUT IN ONE RUN"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-JRNL-COUNT
               MOVE JRN-RECORD TO WS-JRNL-ENTRY(WS-JRNL-COUNT)
           END-IF.

      *    Last change first: a key touched twice in the batch has to
      *    get its images peeled off in reverse or the earlier before-
               MOVE WS-JRNL-ENTRY(WS-JRNL-IDX) TO WS-JOURNAL-RECORD
               MOVE WS-JRNL-BEFORE TO WS-BEFORE-ENTRY
               MOVE WS-JRNL-AFTER TO WS-AFTER-ENTRY
               MOVE "N" TO WS-REASON-USED-SWITCH
               EVALUATE WS-JRNL-COMMAND
                   WHEN "UPDATE"
                       PERFORM 2100-BACK-OUT-UPDATE

      *    An UPDATE and a TBLMERGE CHANGE journal the same way, so
      *    they back out the same way: prove the entry still carries
      *    the after-image and that the status it would go back to is
      *    a move the transition rules allow, then restore the
      *    before-image over it.
       2100-BACK-OUT-UPDATE.
           MOVE WS-JRNL-KEY TO MF-ENTRY-KEY
           READ MASTER-FILE
                       ADD 1 TO WS-SKIPPED-COUNT
                       MOVE 8 TO WS-RETURN-CODE
                   ELSE
                       PERFORM 2110-CHECK-STATUS-MOVE
                       IF WS-STATUS-MOVE-ALLOWED
                           PERFORM 2120-RESTORE-BEFORE-IMAGE
                       ELSE
                           DISPLAY "TBLBACK: " WS-JRNL-COMMAND
                               " BACKOUT " WS-JRNL-KEY " SKIPPED, "
                               WS-EDIT-REASON " " WS-EDIT-REASON-TEXT
                               " " WS-STATUS-NOW " TO "
                               WS-STATUS-RESTORED
                           ADD 1 TO WS-SKIPPED-COUNT
                           MOVE 8 TO WS-RETURN-CODE
                       END-IF
                   END-IF
           END-READ.

      *    The status sits at offset 20 of the 70-byte entry data
      *    (copybook ENTREC). A move allowed with the run's reason is
      *    asked again without one: if that is refused, the rule
      *    needed the reason and the restore is listed with it.
       2110-CHECK-STATUS-MOVE.
           MOVE "N" TO WS-REASON-USED-SWITCH
           MOVE MF-ENTRY-DATA(20:2) TO WS-STATUS-NOW
           MOVE WS-BEFORE-DATA(20:2) TO WS-STATUS-RESTORED
           CALL "TBLSTV" USING WS-STATUS-NOW, WS-STATUS-RESTORED,
                   WS-AUTH-REASON, WS-EDIT-REASON,
                   WS-EDIT-REASON-TEXT
           IF WS-STATUS-MOVE-ALLOWED
              AND WS-AUTH-REASON NOT = SPACES
              AND WS-STATUS-NOW NOT = WS-STATUS-RESTORED
               CALL "TBLSTV" USING WS-STATUS-NOW, WS-STATUS-RESTORED,
                       WS-NO-REASON, WS-PROBE-REASON,
                       WS-PROBE-REASON-TEXT
               IF WS-PROBE-REASON NOT = SPACES
                   SET WS-REASON-WAS-NEEDED TO TRUE
               END-IF
           END-IF.

       2120-RESTORE-BEFORE-IMAGE.
           MOVE WS-BEFORE-DATA TO MF-ENTRY-DATA
           REWRITE MF-RECORD
               INVALID KEY
                   DISPLAY "TBLBACK: TBLMAST REWRITE "
                       "FAILED, STATUS=" WS-MAST-STATUS
                   ADD 1 TO WS-SKIPPED-COUNT
                   MOVE 12 TO WS-RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-BACKOUT-COUNT
                   SET WS-TABLE-CHANGED TO TRUE
                   IF WS-REASON-WAS-NEEDED
                       DISPLAY "TBLBACK: " WS-JRNL-COMMAND " BACKOUT "
                           WS-JRNL-KEY " RESTORED " WS-STATUS-NOW
                           " TO " WS-STATUS-RESTORED
                           " AUTHORISED: " WS-AUTH-REASON
                   END-IF
                   MOVE "CHANGE" TO WS-BACKOUT-COMMAND
                   PERFORM 2400-JOURNAL-RESTORE
           END-REWRITE.

      *    Re-inserting a deleted entry is a keyed WRITE; a key that
      *    is somehow already back in the table is skipped rather
      *    than overwritten.
                   ADD 1 TO WS-BACKOUT-COUNT
                   ADD 1 TO WS-NET-CHANGE
                   SET WS-TABLE-CHANGED TO TRUE
                   MOVE "ADD" TO WS-BACKOUT-COMMAND
                   PERFORM 2400-JOURNAL-RESTORE
           END-WRITE.

      *    Backing out an ADD removes the entry it inserted - after
                               ADD 1 TO WS-BACKOUT-COUNT
                               SUBTRACT 1 FROM WS-NET-CHANGE
                               SET WS-TABLE-CHANGED TO TRUE
                               MOVE "DELETE" TO WS-BACKOUT-COMMAND
                               PERFORM 2400-JOURNAL-RESTORE
                       END-DELETE
                   END-IF
           END-READ.

      *    Every restore reverses the journalled change, so its own
      *    journal record is the original with the images swapped:
      *    what the batch left becomes the before-image and what it
      *    found becomes the after-image (spaces either side for a
      *    re-insert or a removal, as ADD and DELETE journal them).
       2400-JOURNAL-RESTORE.
           MOVE SPACES TO WS-JOURNAL-RECORD
           MOVE WS-BACKOUT-COMMAND TO WS-JRNL-COMMAND
           MOVE FUNCTION CURRENT-DATE TO WS-JRNL-STAMP
           MOVE WS-JRNL-STAMP-DATE TO WS-JRNL-DATE
           MOVE WS-JRNL-STAMP-TIME TO WS-JRNL-TIME
           IF WS-BACKOUT-COMMAND = "ADD"
               MOVE WS-BEFORE-KEY TO WS-JRNL-KEY
           ELSE
               MOVE WS-AFTER-KEY TO WS-JRNL-KEY
           END-IF
           MOVE WS-AFTER-ENTRY TO WS-JRNL-BEFORE
           MOVE WS-BEFORE-ENTRY TO WS-JRNL-AFTER
           MOVE "TBLBACK" TO WS-JRNL-MAKER
           MOVE SPACES TO WS-JRNL-CHECKER
           IF WS-REASON-WAS-NEEDED
               MOVE WS-AUTH-REASON TO WS-JRNL-REASON
           END-IF
           ADD 1 TO WS-JRNL-BUF-COUNT
           MOVE WS-JOURNAL-RECORD
               TO WS-JRNL-BUF-ENTRY(WS-JRNL-BUF-COUNT).

       3000-SAVE-IF-CHANGED.
           IF WS-TABLE-CHANGED
               PERFORM 3200-RECHECK-IMAGE-VERSION
           END-IF
           IF WS-TABLE-CHANGED AND NOT WS-VERSION-IS-STALE
               PERFORM 3100-DERIVE-IMAGE-FROM-MASTER
               PERFORM 3300-FLUSH-JOURNAL-RECORDS
           ELSE
               IF NOT WS-TABLE-CHANGED
                   DISPLAY "TBLBACK: NOTHING BACKED OUT, "
               MOVE 12 TO WS-RETURN-CODE
           END-IF.

      *    Append the run's restores to TBLJRNL - only once the image
      *    is rewritten, so an abandoned run journals nothing.
       3300-FLUSH-JOURNAL-RECORDS.
           PERFORM VARYING WS-JRNL-FLUSH-IDX FROM 1 BY 1
                       UNTIL WS-JRNL-FLUSH-IDX > WS-JRNL-BUF-COUNT
                          OR WS-JRNL-STATUS NOT = "00"
               WRITE JRN-RECORD
                   FROM WS-JRNL-BUF-ENTRY(WS-JRNL-FLUSH-IDX)
           END-PERFORM
           IF WS-JRNL-STATUS NOT = "00"
               DISPLAY "TBLBACK: JOURNAL WRITE FAILED, STATUS="
                   WS-JRNL-STATUS
               MOVE 12 TO WS-RETURN-CODE
           END-IF
           MOVE 0 TO WS-JRNL-BUF-COUNT.

       9000-TERMINATE.
           CLOSE MASTER-FILE
           CLOSE JOURNAL-FILE
           DISPLAY "TBLBACK: " WS-BACKOUT-COUNT " BACKED OUT, "
               WS-SKIPPED-COUNT " SKIPPED"
           DISPLAY "TBLBACK: RUN COMPLETE, RETURN CODE "
