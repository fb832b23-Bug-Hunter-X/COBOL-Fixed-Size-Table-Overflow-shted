      ******************************************************************
      *    PROGRAM-ID.  TBLCORR
      *    Correction and resubmit run for the TBLSUSP suspense file.
      *
      *    A TRANSIN detail that fails the TBLLOAD edits, or a TBLDELTA
      *    ADD or CHANGE that fails the TBLMERGE edits, used to leave
      *    nothing behind but a TBLERRS print line or a console
      *    message, and the desk re-keyed the fixes by hand into a
      *    fresh TBLDELTA - losing a few every month. Both programs now
      *    keep the rejected record on TBLSUSP (copybook SUSPREC) with
      *    its original image, reason code, source and reject date,
      *    and TBLRELSE adds the matured parks it refuses because
      *    their month is closed (E09, re-dated here by a FIX).
      *    This program works that file: it applies the desk's fixes,
      *    re-edits each corrected record through the same callable
      *    TBLVAL edit set and TBLBRV branch-master check every ingest
      *    path uses, writes the fixes that pass to a TBLDELTA file for
      *    TBLMERGE, and takes them off the suspense file.
      *
      *    Each SYSIN record is fixed-column, matching WS-CMD-RECORD:
      *        cols  1- 8  command code, left-justified: FIX or
      *                    WITHDRAW
      *        cols  9-18  key of the suspended item (WS-CMD-SUSP-KEY)
      *        cols 19-26  its reject date, CCYYMMDD - blank takes the
      *                    oldest suspended item carrying the key
      *        cols 27-32  FIX: the action to resubmit as, ADD or
      *                    CHANGE - blank keeps the suspended action
      *        cols 33-42  FIX: the corrected key - blank keeps the
      *                    suspended key (a duplicate-key reject is
      *                    usually fixed by re-keying it here)
      *        cols 43-112 FIX: the corrected entry data, in the
      *                    ENTREC layout - blank keeps the suspended
      *                    data (an E08 exposure hold is resubmitted
      *                    unchanged once its branch is back within
      *                    its limit)
      *        cols 113-132 FIX: the authorising reason for a CHANGE's
      *                    status move - blank keeps the reason the
      *                    suspended item carried (an E07 refusal for
      *                    want of a reason is fixed by adding it here)
      *
      *    A FIX that passes the edits leaves the suspense file and
      *    goes out as a TBLDELTA record in TBLMERGE's own fixed-column
      *    format; one that fails stays suspended and is reported with
      *    the reason it failed. WITHDRAW takes an item off the file
      *    with nothing resubmitted - the desk's decision that it is
      *    not business - and is printed on the register like any
      *    other disposition, so nothing leaves the file unrecorded.
      *    Duplicate-key and key-not-found questions are TBLMERGE's to
      *    answer against the table it merges into: a fix that still
      *    collides there is simply suspended again.
      *
      *    The fixes are released to a file SORT and the output
      *    procedure writes TBLDELTA in the ascending key order the
      *    merge's balance line insists on - the same shape TBLRELSE
      *    uses for matured parks - and the sort is stable, so two
      *    fixes of one key apply in the order the desk keyed them.
      *    A fix that cannot be written to TBLDELTA stays suspended,
      *    and the run ends with return code 16.
      *
      *    The whole suspense file is held in storage so it can be
      *    rewritten with only the items still open. The TBLSUSR
      *    report lists every command's disposition, then every item
      *    still uncorrected after the age limit - AGEDAYS=nnn on the
      *    TBLCORP parameter file, one KEYWORD=VALUE per record,
      *    default 30 days - with its source, reason and age, so
      *    nothing rejected can quietly disappear. Return code 8 means
      *    a command failed, 4 that items are over the age limit; a
      *    failed TBLSUSP rewrite is reported at the key it stopped on
      *    and ends the run with return code 16.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TBLCORR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE-FILE ASSIGN TO "TBLSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.

           SELECT COMMAND-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMD-STATUS.

           SELECT PARAMETER-FILE ASSIGN TO "TBLCORP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT DELTA-FILE ASSIGN TO "TBLDELTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELTA-STATUS.

           SELECT SORT-FILE ASSIGN TO "TBLCSRTW".

           SELECT REPORT-FILE ASSIGN TO "TBLSUSR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT STATS-FILE ASSIGN TO "TBLSTATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-FILE.
       01  SUS-RECORD                     PIC X(149).

       FD  COMMAND-FILE.
       01  CMD-RECORD                     PIC X(132).

       FD  PARAMETER-FILE.
       01  PRM-RECORD                     PIC X(80).

       FD  DELTA-FILE.
       01  DLT-RECORD                     PIC X(106).

       SD  SORT-FILE.
       01  SRT-RECORD.
           05  SRT-DELTA.
               10  SRT-ACTION             PIC X(6).
               10  SRT-KEY                PIC X(10).
               10  SRT-DATA               PIC X(70).
               10  SRT-AUTH-REASON        PIC X(20).
           05  SRT-HOLD-IDX               PIC 9(5).

       FD  REPORT-FILE.
       01  RPT-RECORD                     PIC X(132).

       FD  STATS-FILE.
       01  STA-RECORD                     PIC X(58).

       WORKING-STORAGE SECTION.
       COPY SUSPREC.

      *    The suspense file held in storage for the pass, with an
      *    open/resolved flag per item, so the file can be rewritten
      *    with only the items still open.
       01  WS-HOLD-AREA.
           05  WS-HOLD-LIMIT              PIC 9(5) VALUE 5000.
           05  WS-HOLD-COUNT              PIC 9(5) VALUE 0.
           05  WS-HOLD-ENTRY OCCURS 5000 TIMES.
               10  WS-HOLD-STATE          PIC X(1).
                   88  WS-HOLD-IS-OPEN    VALUE "O".
                   88  WS-HOLD-IS-RESOLVED
                                          VALUE "R".
               10  WS-HOLD-RECORD         PIC X(149).

       01  WS-CMD-RECORD.
           05  WS-CMD-CODE                PIC X(8).
               88  WS-CMD-IS-FIX          VALUE "FIX".
               88  WS-CMD-IS-WITHDRAW     VALUE "WITHDRAW".
           05  WS-CMD-SUSP-KEY            PIC X(10).
           05  WS-CMD-REJECT-DATE         PIC X(8).
           05  WS-CMD-ACTION              PIC X(6).
           05  WS-CMD-KEY                 PIC X(10).
           05  WS-CMD-DATA                PIC X(70).
           05  WS-CMD-AUTH-REASON         PIC X(20).

      *    The resubmitted delta, in TBLMERGE's fixed-column format,
      *    with the data carved far enough for the branch check.
       01  WS-FIX-DELTA.
           05  WS-FIX-ACTION              PIC X(6).
               88  WS-FIX-ACTION-VALID    VALUE "ADD" "CHANGE".
           05  WS-FIX-KEY                 PIC X(10).
           05  WS-FIX-DATA.
               10  WS-FIX-AMOUNT          PIC S9(9)V99.
               10  WS-FIX-EFF-DATE        PIC X(8).
               10  WS-FIX-STATUS-CODE     PIC X(2).
               10  WS-FIX-BRANCH          PIC X(4).
               10  FILLER                 PIC X(45).
           05  WS-FIX-AUTH-REASON         PIC X(20).

       01  WS-PARM-RECORD                 PIC X(80).
       01  WS-PARM-KEYWORD                PIC X(10) VALUE SPACES.
       01  WS-PARM-VALUE                  PIC X(45) VALUE SPACES.
       01  WS-AGE-LIMIT                   PIC 9(3) VALUE 30.

       01  WS-SUSP-STATUS                 PIC X(2) VALUE SPACES.
       01  WS-CMD-STATUS                  PIC X(2) VALUE SPACES.
       01  WS-PARM-STATUS                 PIC X(2) VALUE SPACES.
       01  WS-DELTA-STATUS                PIC X(2) VALUE SPACES.
       01  WS-REPORT-STATUS               PIC X(2) VALUE SPACES.
       01  WS-RETURN-CODE                 PIC 9(2) VALUE 0.

       01  WS-SUSP-EOF-SWITCH             PIC X(1) VALUE "N".
           88  WS-SUSP-AT-EOF             VALUE "Y".
       01  WS-CMD-EOF-SWITCH              PIC X(1) VALUE "N".
           88  WS-CMD-AT-EOF              VALUE "Y".
       01  WS-PARM-EOF-SWITCH             PIC X(1) VALUE "N".
           88  WS-PARM-AT-EOF             VALUE "Y".
       01  WS-SORT-EOF-SWITCH             PIC X(1) VALUE "N".
           88  WS-SORT-AT-EOF             VALUE "Y".
       01  WS-DELTA-FAILED-SWITCH         PIC X(1) VALUE "N".
           88  WS-DELTA-WRITE-FAILED      VALUE "Y".

      *    Edit reason handed back by TBLVAL - spaces means the fix
      *    passed every field edit - plus the verdict and region from
      *    the TBLBRV branch-master check.
       01  WS-EDIT-REASON                 PIC X(3) VALUE SPACES.
           88  WS-FIX-EDITS-PASSED        VALUE SPACES.
           88  WS-FIX-BAD-BRANCH          VALUE "E05".
       01  WS-EDIT-REASON-TEXT            PIC X(24) VALUE SPACES.
       01  WS-BRANCH-VERDICT              PIC X(1) VALUE SPACES.
           88  WS-BRANCH-IS-GOOD          VALUE "Y".
       01  WS-BRANCH-REGION               PIC X(4) VALUE SPACES.

       01  WS-HOLD-IDX                    PIC 9(5) VALUE 0.
       01  WS-FOUND-IDX                   PIC 9(5) VALUE 0.
       01  WS-OPEN-COUNT                  PIC 9(5) VALUE 0.
       01  WS-CMD-COUNT                   PIC 9(5) VALUE 0.
       01  WS-FIXED-COUNT                 PIC 9(5) VALUE 0.
       01  WS-WITHDRAWN-COUNT             PIC 9(5) VALUE 0.
       01  WS-CMD-FAILED                  PIC 9(5) VALUE 0.
       01  WS-OVERDUE-COUNT               PIC 9(5) VALUE 0.
       01  WS-DISPOSITION                 PIC X(11) VALUE SPACES.

      *    Age-in-days work fields, the TBLAGE way.
       01  WS-RUN-DATE                    PIC X(8) VALUE SPACES.
       01  WS-WORK-DATE                   PIC 9(8) VALUE 0.
       01  WS-RUN-DAYS                    PIC 9(7) VALUE 0.
       01  WS-REJECT-DAYS                 PIC 9(7) VALUE 0.
       01  WS-AGE-DAYS                    PIC S9(7) VALUE 0.
       01  WS-EDITED-AGE                  PIC ZZZZ9.

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
           SORT SORT-FILE ASCENDING KEY SRT-KEY
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 2000-APPLY-CORRECTIONS
               OUTPUT PROCEDURE IS 2500-WRITE-SORTED-DELTAS
           PERFORM 3000-REWRITE-SUSPENSE
           PERFORM 4000-REPORT-AGED-ITEMS
           PERFORM 9000-TERMINATE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-STATS-STAMP
           MOVE WS-STAMP-DATE TO WS-STATS-START-DATE
           MOVE WS-STAMP-TIME TO WS-STATS-START-TIME
           MOVE WS-STAMP-DATE TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO WS-WORK-DATE
           COMPUTE WS-RUN-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)

           PERFORM 1100-LOAD-SUSPENSE
           PERFORM 1200-LOAD-PARAMETERS

           OPEN INPUT COMMAND-FILE
           IF WS-CMD-STATUS NOT = "00"
               DISPLAY "TBLCORR: UNABLE TO OPEN SYSIN, STATUS="
                   WS-CMD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT DELTA-FILE
           IF WS-DELTA-STATUS NOT = "00"
               DISPLAY "TBLCORR: UNABLE TO OPEN TBLDELTA, STATUS="
                   WS-DELTA-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "TBLCORR: UNABLE TO OPEN TBLSUSR, STATUS="
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO RPT-RECORD
           STRING "SUSPENSE CORRECTION REGISTER - RUN DATE "
                   WS-RUN-DATE
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING "DISPOSITION  SUSP KEY    REJECTED  ACTION  "
                   "NEW KEY     REASON"
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD.

      *    An absent suspense file just means nothing has been
      *    rejected yet; the desk's deck can only fail against it.
       1100-LOAD-SUSPENSE.
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSP-STATUS NOT = "00"
               DISPLAY "TBLCORR: NO TBLSUSP SUSPENSE FILE, "
                   "NOTHING SUSPENDED"
               SET WS-SUSP-AT-EOF TO TRUE
           ELSE
               PERFORM UNTIL WS-SUSP-AT-EOF
                   READ SUSPENSE-FILE
                       AT END
                           SET WS-SUSP-AT-EOF TO TRUE
                       NOT AT END
                           IF WS-HOLD-COUNT >= WS-HOLD-LIMIT
                               DISPLAY "TBLCORR: SUSPENSE FILE EXCEEDS "
                                   WS-HOLD-LIMIT " RECORDS, CANNOT "
                                   "WORK IT IN ONE RUN"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-HOLD-COUNT
                           MOVE "O" TO WS-HOLD-STATE(WS-HOLD-COUNT)
                           MOVE SUS-RECORD
                               TO WS-HOLD-RECORD(WS-HOLD-COUNT)
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
           END-IF.

      *    An absent parameter file means the default age limit.
       1200-LOAD-PARAMETERS.
           OPEN INPUT PARAMETER-FILE
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY "TBLCORR: NO TBLCORP PARAMETER FILE, "
                   "AGE LIMIT " WS-AGE-LIMIT " DAYS"
               SET WS-PARM-AT-EOF TO TRUE
           ELSE
               PERFORM UNTIL WS-PARM-AT-EOF
                   READ PARAMETER-FILE INTO WS-PARM-RECORD
                       AT END
                           SET WS-PARM-AT-EOF TO TRUE
                       NOT AT END
                           PERFORM 1210-APPLY-PARAMETER
                   END-READ
               END-PERFORM
               CLOSE PARAMETER-FILE
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
                   WHEN "AGEDAYS"
                       IF WS-PARM-VALUE(1:3) NUMERIC
                           MOVE WS-PARM-VALUE(1:3) TO WS-AGE-LIMIT
                       ELSE
                           DISPLAY "TBLCORR: BAD AGEDAYS VALUE "
                               WS-PARM-VALUE(1:3) ", USING DEFAULT "
                               WS-AGE-LIMIT
                       END-IF
                   WHEN OTHER
                       DISPLAY "TBLCORR: UNRECOGNIZED PARAMETER "
                           WS-PARM-KEYWORD
                       MOVE 8 TO WS-RETURN-CODE
               END-EVALUATE
           END-IF.

      *    The SORT input procedure: every command in the desk's deck
      *    is matched to its suspended item and dispatched; a fix that
      *    passes is released to the sort from in here, where a
      *    RELEASE is legal.
       2000-APPLY-CORRECTIONS.
           PERFORM UNTIL WS-CMD-AT-EOF
               READ COMMAND-FILE INTO WS-CMD-RECORD
                   AT END
                       SET WS-CMD-AT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CMD-COUNT
                       PERFORM 2100-DISPATCH-COMMAND
               END-READ
           END-PERFORM.

       2100-DISPATCH-COMMAND.
           MOVE SPACES TO WS-EDIT-REASON-TEXT
           MOVE SPACES TO WS-FIX-DELTA
           PERFORM 2200-FIND-SUSPENDED-ITEM
           EVALUATE TRUE
               WHEN NOT WS-CMD-IS-FIX AND NOT WS-CMD-IS-WITHDRAW
                   DISPLAY "TBLCORR: UNKNOWN COMMAND " WS-CMD-CODE
                   ADD 1 TO WS-CMD-FAILED
                   MOVE 16 TO WS-RETURN-CODE
               WHEN WS-FOUND-IDX = 0
                   DISPLAY "TBLCORR: " WS-CMD-CODE " " WS-CMD-SUSP-KEY
                       " REJECTED, NO SUCH SUSPENDED ITEM"
                   ADD 1 TO WS-CMD-FAILED
                   IF WS-RETURN-CODE < 8
                       MOVE 8 TO WS-RETURN-CODE
                   END-IF
                   MOVE "NOT FOUND" TO WS-DISPOSITION
                   MOVE "NO SUCH SUSPENDED ITEM" TO WS-EDIT-REASON-TEXT
                   PERFORM 2900-WRITE-REGISTER-LINE
               WHEN WS-CMD-IS-WITHDRAW
                   PERFORM 2400-WITHDRAW-ITEM
               WHEN OTHER
                   PERFORM 2300-FIX-ITEM
           END-EVALUATE.

      *    The oldest still-open item carrying the key - on the given
      *    reject date when the desk named one. An item resolved
      *    earlier in the same deck cannot be matched twice.
       2200-FIND-SUSPENDED-ITEM.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                       UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
                          OR WS-FOUND-IDX > 0
               MOVE WS-HOLD-RECORD(WS-HOLD-IDX) TO WS-SUSPENSE-RECORD
               IF WS-HOLD-IS-OPEN(WS-HOLD-IDX)
                  AND WS-SUSP-KEY = WS-CMD-SUSP-KEY
                  AND (WS-CMD-REJECT-DATE = SPACES
                       OR WS-CMD-REJECT-DATE = WS-SUSP-REJECT-DATE)
                   MOVE WS-HOLD-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND-IDX > 0
               MOVE WS-HOLD-RECORD(WS-FOUND-IDX) TO WS-SUSPENSE-RECORD
           ELSE
               MOVE SPACES TO WS-SUSPENSE-RECORD
               MOVE WS-CMD-REJECT-DATE TO WS-SUSP-REJECT-DATE
           END-IF.

      *    The corrected record is built from the suspended item with
      *    the desk's changes laid over it, and has to pass the same
      *    edits that rejected it before it goes anywhere.
       2300-FIX-ITEM.
           MOVE WS-SUSP-ACTION TO WS-FIX-ACTION
           IF WS-CMD-ACTION NOT = SPACES
               MOVE WS-CMD-ACTION TO WS-FIX-ACTION
           END-IF
           MOVE WS-SUSP-KEY TO WS-FIX-KEY
           IF WS-CMD-KEY NOT = SPACES
               MOVE WS-CMD-KEY TO WS-FIX-KEY
           END-IF
           MOVE WS-SUSP-DATA TO WS-FIX-DATA
           IF WS-CMD-DATA NOT = SPACES
               MOVE WS-CMD-DATA TO WS-FIX-DATA
           END-IF
           MOVE WS-SUSP-AUTH-REASON TO WS-FIX-AUTH-REASON
           IF WS-CMD-AUTH-REASON NOT = SPACES
               MOVE WS-CMD-AUTH-REASON TO WS-FIX-AUTH-REASON
           END-IF
           PERFORM 2310-VALIDATE-FIX
           EVALUATE TRUE
               WHEN NOT WS-FIX-ACTION-VALID
                   DISPLAY "TBLCORR: FIX " WS-CMD-SUSP-KEY
                       " REJECTED, ACTION " WS-FIX-ACTION
                       " IS NOT ADD OR CHANGE"
                   ADD 1 TO WS-CMD-FAILED
                   IF WS-RETURN-CODE < 8
                       MOVE 8 TO WS-RETURN-CODE
                   END-IF
                   MOVE "FAILED" TO WS-DISPOSITION
                   MOVE "ACTION NOT ADD OR CHANGE"
                       TO WS-EDIT-REASON-TEXT
                   PERFORM 2900-WRITE-REGISTER-LINE
               WHEN NOT WS-FIX-EDITS-PASSED
                   DISPLAY "TBLCORR: FIX " WS-CMD-SUSP-KEY
                       " REJECTED, " WS-EDIT-REASON-TEXT
                   ADD 1 TO WS-CMD-FAILED
                   IF WS-RETURN-CODE < 8
                       MOVE 8 TO WS-RETURN-CODE
                   END-IF
                   MOVE "FAILED" TO WS-DISPOSITION
                   PERFORM 2900-WRITE-REGISTER-LINE
               WHEN OTHER
                   MOVE WS-FIX-DELTA TO SRT-DELTA
                   MOVE WS-FOUND-IDX TO SRT-HOLD-IDX
                   RELEASE SRT-RECORD
                   MOVE "R" TO WS-HOLD-STATE(WS-FOUND-IDX)
                   ADD 1 TO WS-FIXED-COUNT
                   MOVE "RESUBMITTED" TO WS-DISPOSITION
                   MOVE SPACES TO WS-EDIT-REASON-TEXT
                   PERFORM 2900-WRITE-REGISTER-LINE
           END-EVALUATE.

      *    The same edit set every ingest path applies, through the
      *    same callable subprograms - TBLVAL for the field edits,
      *    TBLBRV for the branch master.
       2310-VALIDATE-FIX.
           CALL "TBLVAL" USING WS-FIX-DATA, WS-EDIT-REASON,
                   WS-EDIT-REASON-TEXT
           IF WS-FIX-EDITS-PASSED
               CALL "TBLBRV" USING WS-FIX-BRANCH, WS-BRANCH-VERDICT,
                       WS-BRANCH-REGION
               IF NOT WS-BRANCH-IS-GOOD
                   SET WS-FIX-BAD-BRANCH TO TRUE
                   MOVE "UNKNOWN OR CLOSED BRANCH"
                       TO WS-EDIT-REASON-TEXT
               END-IF
           END-IF.

       2400-WITHDRAW-ITEM.
           MOVE "R" TO WS-HOLD-STATE(WS-FOUND-IDX)
           ADD 1 TO WS-WITHDRAWN-COUNT
           MOVE "WITHDRAWN" TO WS-DISPOSITION
           MOVE WS-SUSP-REASON-TEXT TO WS-EDIT-REASON-TEXT
           PERFORM 2900-WRITE-REGISTER-LINE.

       2900-WRITE-REGISTER-LINE.
           MOVE SPACES TO RPT-RECORD
           STRING WS-DISPOSITION "  " WS-CMD-SUSP-KEY "  "
                   WS-SUSP-REJECT-DATE "  " WS-FIX-ACTION "  "
                   WS-FIX-KEY "  " WS-EDIT-REASON-TEXT
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD.

      *    The SORT output procedure: the resubmitted fixes go to
      *    TBLDELTA in ascending key order, because TBLMERGE's balance
      *    line rejects an out-of-sequence delta. Once a write fails
      *    no more are tried: that fix and every one behind it go back
      *    on the suspense file, so nothing leaves it that did not
      *    reach TBLDELTA.
       2500-WRITE-SORTED-DELTAS.
           PERFORM UNTIL WS-SORT-AT-EOF
               RETURN SORT-FILE
                   AT END
                       SET WS-SORT-AT-EOF TO TRUE
                   NOT AT END
                       PERFORM 2510-WRITE-ONE-DELTA
               END-RETURN
           END-PERFORM.

       2510-WRITE-ONE-DELTA.
           IF NOT WS-DELTA-WRITE-FAILED
               WRITE DLT-RECORD FROM SRT-DELTA
               IF WS-DELTA-STATUS NOT = "00"
                   DISPLAY "TBLCORR: WRITE TO TBLDELTA FAILED, STATUS="
                       WS-DELTA-STATUS
                   SET WS-DELTA-WRITE-FAILED TO TRUE
                   MOVE 16 TO WS-RETURN-CODE
               END-IF
           END-IF
           IF WS-DELTA-WRITE-FAILED
               MOVE "O" TO WS-HOLD-STATE(SRT-HOLD-IDX)
               SUBTRACT 1 FROM WS-FIXED-COUNT
               MOVE WS-HOLD-RECORD(SRT-HOLD-IDX) TO WS-SUSPENSE-RECORD
               MOVE WS-SUSP-KEY TO WS-CMD-SUSP-KEY
               MOVE SRT-DELTA TO WS-FIX-DELTA
               MOVE "NOT WRITTEN" TO WS-DISPOSITION
               MOVE "TBLDELTA WRITE FAILED" TO WS-EDIT-REASON-TEXT
               PERFORM 2900-WRITE-REGISTER-LINE
           END-IF.

      *    The suspense file is rewritten with only the items still
      *    open, so a resubmitted fix can never be resubmitted twice.
       3000-REWRITE-SUSPENSE.
           MOVE 0 TO WS-OPEN-COUNT
           OPEN OUTPUT SUSPENSE-FILE
           IF WS-SUSP-STATUS NOT = "00"
               DISPLAY "TBLCORR: UNABLE TO REWRITE TBLSUSP, STATUS="
                   WS-SUSP-STATUS
               MOVE 16 TO WS-RETURN-CODE
           ELSE
               PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                           UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
                              OR WS-SUSP-STATUS NOT = "00"
                   IF WS-HOLD-IS-OPEN(WS-HOLD-IDX)
                       PERFORM 3100-WRITE-OPEN-ITEM
                   END-IF
               END-PERFORM
               CLOSE SUSPENSE-FILE
           END-IF.

      *    A failed write loses this item and every open one behind
      *    it, so the run stops writing and says so - only what reached
      *    the file is counted as open.
       3100-WRITE-OPEN-ITEM.
           WRITE SUS-RECORD FROM WS-HOLD-RECORD(WS-HOLD-IDX)
           IF WS-SUSP-STATUS = "00"
               ADD 1 TO WS-OPEN-COUNT
           ELSE
               MOVE WS-HOLD-RECORD(WS-HOLD-IDX) TO WS-SUSPENSE-RECORD
               DISPLAY "TBLCORR: TBLSUSP WRITE FAILED, STATUS="
                   WS-SUSP-STATUS " AT KEY " WS-SUSP-KEY
                   ", OPEN ITEMS FROM HERE ON NOT REWRITTEN"
               MOVE 16 TO WS-RETURN-CODE
           END-IF.

      *    Every item still open after the age limit is listed with
      *    its age, oldest first as the file holds them.
       4000-REPORT-AGED-ITEMS.
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING "ITEMS UNCORRECTED AFTER " WS-AGE-LIMIT " DAYS"
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING "SOURCE    REJECTED    AGE  REASON  "
                   "                          ACTION  KEY"
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                       UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
               IF WS-HOLD-IS-OPEN(WS-HOLD-IDX)
                   MOVE WS-HOLD-RECORD(WS-HOLD-IDX)
                       TO WS-SUSPENSE-RECORD
                   PERFORM 4100-AGE-ONE-ITEM
               END-IF
           END-PERFORM
           IF WS-OVERDUE-COUNT > 0 AND WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

      *    A reject date that is not a date cannot be aged, so it is
      *    listed as overdue rather than hidden.
       4100-AGE-ONE-ITEM.
           IF WS-SUSP-REJECT-DATE NUMERIC
               MOVE WS-SUSP-REJECT-DATE TO WS-WORK-DATE
               COMPUTE WS-REJECT-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
               COMPUTE WS-AGE-DAYS = WS-RUN-DAYS - WS-REJECT-DAYS
           ELSE
               MOVE 99999 TO WS-AGE-DAYS
           END-IF
           IF WS-AGE-DAYS > WS-AGE-LIMIT
               ADD 1 TO WS-OVERDUE-COUNT
               MOVE WS-AGE-DAYS TO WS-EDITED-AGE
               MOVE SPACES TO RPT-RECORD
               STRING WS-SUSP-SOURCE "  " WS-SUSP-REJECT-DATE "  "
                       WS-EDITED-AGE "  " WS-SUSP-REASON " "
                       WS-SUSP-REASON-TEXT "  " WS-SUSP-ACTION "  "
                       WS-SUSP-KEY
                       DELIMITED BY SIZE INTO RPT-RECORD
               WRITE RPT-RECORD
           END-IF.

       9000-TERMINATE.
           CLOSE COMMAND-FILE
           CLOSE DELTA-FILE
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING "FIXES RESUBMITTED TO TBLDELTA: " WS-FIXED-COUNT
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING "ITEMS WITHDRAWN:               " WS-WITHDRAWN-COUNT
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING "COMMANDS FAILED:               " WS-CMD-FAILED
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING "ITEMS STILL SUSPENDED:         " WS-OPEN-COUNT
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING "ITEMS OVER THE AGE LIMIT:      " WS-OVERDUE-COUNT
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD
           CLOSE REPORT-FILE
           DISPLAY "TBLCORR: " WS-FIXED-COUNT " RESUBMITTED, "
               WS-WITHDRAWN-COUNT " WITHDRAWN, " WS-CMD-FAILED
               " FAILED, " WS-OPEN-COUNT " STILL SUSPENDED, "
               WS-OVERDUE-COUNT " OVER " WS-AGE-LIMIT " DAYS"
           DISPLAY "TBLCORR: RUN COMPLETE, RETURN CODE "
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
           MOVE "TBLCORR" TO WS-STATS-PROGRAM
           MOVE WS-CMD-COUNT TO WS-STATS-READ-COUNT
           MOVE WS-FIXED-COUNT TO WS-STATS-LOADED-COUNT
           MOVE WS-CMD-FAILED TO WS-STATS-REJECT-COUNT
           ADD WS-FIXED-COUNT WS-WITHDRAWN-COUNT
               GIVING WS-STATS-CHANGED-COUNT
           MOVE WS-RETURN-CODE TO WS-STATS-RETURN-CODE
           OPEN EXTEND STATS-FILE
           IF WS-STATS-STATUS = "35"
               OPEN OUTPUT STATS-FILE
           END-IF
           IF WS-STATS-STATUS NOT = "00"
               DISPLAY "TBLCORR: UNABLE TO OPEN TBLSTATS, STATUS="
                   WS-STATS-STATUS
           ELSE
               WRITE STA-RECORD FROM WS-STATS-RECORD
               CLOSE STATS-FILE
           END-IF.
