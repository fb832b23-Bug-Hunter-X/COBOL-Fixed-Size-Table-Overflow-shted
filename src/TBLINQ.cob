      *
      *    Each SYSIN record is fixed-column, matching WS-CMD-RECORD:
      *        cols  1- 8  command code, left-justified: LOOKUPK,
      *                    UPDATE, DELETE, APPROVE or REJECT
      *        cols  9-13  the old index field, no longer used
      *        cols 14-23  key (WS-CMD-KEY, PIC X(10))
      *        cols 24-93  data (WS-CMD-DATA, PIC X(70)) - used by
      *                    UPDATE as the entry's new data
      *        cols 94-113 authorising reason (WS-CMD-AUTH-REASON)
      *                    - UPDATE only, for a status move that
      *                    needs one
      *
      *    UPDATE data goes through the same callable TBLVAL edit set
      *    and TBLBRV branch-master check as every other ingest path.
      *    An UPDATE that changes the entry's status must also make a
      *    move the TBLSTRN transition rules allow (callable TBLSTV):
      *    a move with no rule, or one whose rule needs an authorising
      *    reason when cols 94-113 are blank, is rejected with reason
      *    E07 and return code 8. The reason is staged with an item
      *    that needs approval, the move is checked again when the
      *    item is approved, and the journal record carries it.
      *
      *    Maker-checker: the run's operator ID is the first word of
      *    the command line, and a run without one may only look
      *    entries up. An UPDATE where the entry's amount before or
      *    after the change exceeds the approval amount, and every
      *    DELETE, is not applied - it is staged on the TBLAPPR
      *    pending-approval file (copybook APPRREC) with its maker,
      *    the time, and the before and requested after images, one
      *    item per key at a time. A later run under a DIFFERENT
      *    operator ID then APPROVEs or REJECTs the item by key - no
      *    operator can check an item of their own. An approval is
      *    applied only while the entry still matches the before-image
      *    the maker saw, and an approved UPDATE is re-edited before
      *    it is applied; either failure disposes of the item. The
      *    journal record of an approved change names both the maker
      *    and the checker; a change small enough to go straight
      *    through names the operator as maker and no checker.
      *
      *    The TBLINQP parameter file, one KEYWORD=VALUE per record,
      *    sets the limits - both optional:
      *        APPRAMT=nnnnnnnnn  approval amount, whole units, default
      *                           000010000
      *        APPRDAYS=nnn       days an item may wait for approval,
      *                           default 005
      *    At the start of every run an item that has waited longer
      *    than APPRDAYS expires and leaves the file. Expired,
      *    rejected and superseded items, approvals that fail the
      *    edits, and approvals refused because the checker is the
      *    maker are all listed on the TBLAPPX exceptions report, so
      *    no staged change disappears unrecorded; an expiry sets
      *    return code 4.
      *
      *    Once the TBLCLOSE month-end close has locked a month, an
      *    UPDATE that would give an entry an effective date in it,
      *    and an UPDATE or DELETE of an entry already dated in it,
      *    is refused with return code 8 (callable TBLPLV, period
      *    file TBLPBAL) and listed on the TBLPLKR closed-period
      *    reject report (copybook PLKRREC) - a TBLPLKR write that
      *    fails ends the run with return code 12. An APPROVE is held
      *    to the same rule when it is applied - the month may have
      *    closed while the item waited - and a locked item leaves
      *    the approval file and is listed on TBLAPPX as well.
      *
      *    Every change-making command journals the command, a
      *    timestamp, and the full before and after entry images
      *    master has already been REWRITten or DELETEd by then and
      *    is NOT rolled back on an abandoned image write, so after
      *    an RC 12 run TBLMAST is not authoritative until the next
      *    writer rebuilds it. Items approved in an abandoned run go
      *    back on TBLAPPR still awaiting approval - their change never
      *    reached the image or the journal - so the checker approves
      *    them again once the image is sound.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TBLINQ.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT APPROVAL-FILE ASSIGN TO "TBLAPPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPR-STATUS.

           SELECT PARAMETER-FILE ASSIGN TO "TBLINQP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT EXCEPTION-FILE ASSIGN TO "TBLAPPX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-STATUS.

           SELECT LOCK-REJECT-FILE ASSIGN TO "TBLPLKR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLKR-STATUS.

           SELECT STATS-FILE ASSIGN TO "TBLSTATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATS-STATUS.
       01  IMG-RECORD                     PIC X(80).

       FD  COMMAND-FILE.
       01  CMD-RECORD                     PIC X(113).

       FD  MASTER-FILE.
       01  MF-RECORD.
           05  MF-ENTRY-DATA              PIC X(70).

       FD  JOURNAL-FILE.
       01  JRN-RECORD                     PIC X(228).

       FD  APPROVAL-FILE.
       01  APR-RECORD                     PIC X(220).

       FD  PARAMETER-FILE.
       01  PRM-RECORD                     PIC X(80).

       FD  EXCEPTION-FILE.
       01  RPT-RECORD                     PIC X(132).

       FD  LOCK-REJECT-FILE.
       01  PLK-RECORD                     PIC X(132).

       FD  STATS-FILE.
       01  STA-RECORD                     PIC X(58).

       COPY JRNLREC.

       COPY APPRREC.

      *    The pending-approval file held in storage for the run, with
      *    a state per item - P pending from an earlier run, N staged
      *    by this one, A approved and applied, X disposed of (expired,
      *    rejected, superseded or failed) - so the file can be
      *    rewritten with only the items still open.
       01  WS-APPR-HOLD-AREA.
           05  WS-APPR-HOLD-LIMIT         PIC 9(5) VALUE 1000.
           05  WS-APPR-HOLD-COUNT         PIC 9(5) VALUE 0.
           05  WS-APPR-HOLD-ENTRY OCCURS 1000 TIMES.
               10  WS-APPR-HOLD-STATE     PIC X(1).
                   88  WS-APPR-HOLD-IS-OPEN
                                          VALUE "P" "N".
                   88  WS-APPR-HOLD-IS-OLD
                                          VALUE "P".
               10  WS-APPR-HOLD-RECORD    PIC X(220).

       01  WS-APPR-IDX                    PIC 9(5) VALUE 0.
       01  WS-FOUND-IDX                   PIC 9(5) VALUE 0.

      *    The entry as it stood before an UPDATE, carved so its
      *    amount can be held against the approval amount, its
      *    effective date against the closed periods and its status
      *    against the transition rules.
       01  WS-BEFORE-ENTRY.
           05  WS-BEFORE-KEY              PIC X(10).
           05  WS-BEFORE-AMOUNT           PIC S9(9)V99.
           05  WS-BEFORE-EFF-DATE         PIC X(8).
           05  WS-BEFORE-STATUS           PIC X(2).
           05  FILLER                     PIC X(49).

      *    Closed-period lock: the dates put to TBLPLV, its verdict,
      *    and the image that tripped it, for the TBLPLKR line.
       COPY PLKRREC.

       01  WS-PLKR-STATUS                 PIC X(2) VALUE SPACES.
       01  WS-PLKR-FAILED-SWITCH          PIC X(1) VALUE "N".
           88  WS-PLKR-WRITE-FAILED       VALUE "Y".
       01  WS-LOCK-OLD-DATE               PIC X(8) VALUE SPACES.
       01  WS-LOCK-NEW-DATE               PIC X(8) VALUE SPACES.
       01  WS-LOCK-ACTION                 PIC X(8) VALUE SPACES.
       01  WS-PERIOD-VERDICT              PIC X(1) VALUE SPACES.
           88  WS-PERIOD-IS-CLOSED        VALUE "N".
       01  WS-CLOSED-PERIOD               PIC X(6) VALUE SPACES.
       01  WS-LOCKED-SWITCH               PIC X(1) VALUE "N".
           88  WS-ENTRY-IS-LOCKED         VALUE "Y".
       01  WS-LOCKED-WHICH-DATE           PIC X(3) VALUE SPACES.
       01  WS-LOCKED-EFF-DATE             PIC X(8) VALUE SPACES.
       01  WS-LOCKED-COUNT                PIC 9(5) VALUE 0.

      *    The run's operator ID, first word of the command line.
       01  WS-PARM-LINE                   PIC X(40) VALUE SPACES.
       01  WS-OPERATOR-ID                 PIC X(8) VALUE SPACES.

      *    TBLINQP parameters and their defaults.
       01  WS-PARM-RECORD                 PIC X(80).
       01  WS-PARM-KEYWORD                PIC X(10) VALUE SPACES.
       01  WS-PARM-VALUE                  PIC X(45) VALUE SPACES.
       01  WS-APPROVAL-AMOUNT             PIC 9(9)V99 VALUE 10000.
       01  WS-APPROVAL-DAYS               PIC 9(3) VALUE 5.
       01  WS-CHECK-AMOUNT                PIC S9(9)V99 VALUE 0.

      *    Exceptions report line fields.
       01  WS-DISPOSITION                 PIC X(11) VALUE SPACES.
       01  WS-EXCP-CHECKER                PIC X(8) VALUE SPACES.
       01  WS-EXCP-NOTE                   PIC X(30) VALUE SPACES.

      *    Age-in-days work fields for the expiry pass, the TBLAGE
      *    way.
       01  WS-RUN-DATE                    PIC X(8) VALUE SPACES.
       01  WS-WORK-DATE                   PIC 9(8) VALUE 0.
       01  WS-RUN-DAYS                    PIC 9(7) VALUE 0.
       01  WS-STAGE-DAYS                  PIC 9(7) VALUE 0.
       01  WS-AGE-DAYS                    PIC S9(7) VALUE 0.

      *    Timestamp work area for journal records, same carve-up of
      *    FUNCTION CURRENT-DATE as TBLLOAD's audit trail uses.
       01  WS-CURRENT-DATE-TIME.
           05  WS-JRNL-BUF-LIMIT          PIC 9(5) VALUE 10000.
           05  WS-JRNL-BUF-COUNT          PIC 9(5) VALUE 0.
           05  WS-JRNL-BUF-ENTRY OCCURS 10000 TIMES
                                          PIC X(228).

       01  WS-JRNL-FLUSH-IDX              PIC 9(5) VALUE 0.

               88  WS-CMD-IS-LOOKUPK      VALUE "LOOKUPK".
               88  WS-CMD-IS-UPDATE       VALUE "UPDATE".
               88  WS-CMD-IS-DELETE       VALUE "DELETE".
               88  WS-CMD-IS-APPROVE      VALUE "APPROVE".
               88  WS-CMD-IS-REJECT       VALUE "REJECT".
               88  WS-CMD-NEEDS-OPERATOR  VALUE "UPDATE" "DELETE"
                                                "APPROVE" "REJECT".
           05  WS-CMD-INDEX               PIC 9(5).
           05  WS-CMD-KEY                 PIC X(10).
           05  WS-CMD-DATA.
               10  WS-CMD-STATUS-CODE     PIC X(2).
               10  WS-CMD-BRANCH          PIC X(4).
               10  FILLER                 PIC X(45).
           05  WS-CMD-AUTH-REASON         PIC X(20).

       01  WS-IMAGE-STATUS                PIC X(2) VALUE SPACES.
       01  WS-CMD-STATUS                  PIC X(2) VALUE SPACES.
       01  WS-MAST-STATUS                 PIC X(2) VALUE SPACES.
       01  WS-JRNL-STATUS                 PIC X(2) VALUE SPACES.
       01  WS-APPR-STATUS                 PIC X(2) VALUE SPACES.
       01  WS-PARM-STATUS                 PIC X(2) VALUE SPACES.
       01  WS-EXCP-STATUS                 PIC X(2) VALUE SPACES.
       01  WS-RETURN-CODE                 PIC 9(2) VALUE 0.

      *    Edit reason handed back by TBLVAL - spaces means the
      *    command's data passed every field edit - plus the verdict
      *    and region from the TBLBRV branch-master check. TBLSTV
      *    hands back E07 in the same field for a status move the
      *    transition rules refuse.
       01  WS-EDIT-REASON                 PIC X(3) VALUE SPACES.
           88  WS-CMD-EDITS-PASSED        VALUE SPACES.
           88  WS-CMD-BAD-BRANCH          VALUE "E05".
           88  WS-CMD-BAD-STATUS-MOVE     VALUE "E07".
       01  WS-EDIT-REASON-TEXT            PIC X(24) VALUE SPACES.
       01  WS-BRANCH-VERDICT              PIC X(1) VALUE SPACES.
           88  WS-BRANCH-IS-GOOD          VALUE "Y".
       01  WS-CMD-CHANGED                 PIC 9(5) VALUE 0.
       01  WS-CMD-FAILED                  PIC 9(5) VALUE 0.
       01  WS-DELETE-COUNT                PIC 9(5) VALUE 0.
       01  WS-STAGED-COUNT                PIC 9(5) VALUE 0.
       01  WS-APPROVED-COUNT              PIC 9(5) VALUE 0.
       01  WS-REJECTED-COUNT              PIC 9(5) VALUE 0.
       01  WS-EXPIRED-COUNT               PIC 9(5) VALUE 0.
       01  WS-EXCEPTION-COUNT             PIC 9(5) VALUE 0.
       01  WS-PENDING-COUNT               PIC 9(5) VALUE 0.

      *    The image entry count noted at the start; the rewrite's
      *    header carries it less the entries deleted this run.
           88  WS-MAST-AT-EOF             VALUE "Y".
       01  WS-CHANGED-SWITCH              PIC X(1) VALUE "N".
           88  WS-TABLE-CHANGED           VALUE "Y".
       01  WS-APPR-EOF-SWITCH             PIC X(1) VALUE "N".
           88  WS-APPR-AT-EOF             VALUE "Y".
       01  WS-PARM-EOF-SWITCH             PIC X(1) VALUE "N".
           88  WS-PARM-AT-EOF             VALUE "Y".
       01  WS-APPR-CHANGED-SWITCH         PIC X(1) VALUE "N".
           88  WS-APPR-FILE-CHANGED       VALUE "Y".
       01  WS-NEEDS-APPROVAL-SWITCH       PIC X(1) VALUE "N".
           88  WS-NEEDS-APPROVAL          VALUE "Y".
       01  WS-STILL-CURRENT-SWITCH        PIC X(1) VALUE "N".
           88  WS-ENTRY-STILL-CURRENT     VALUE "Y".
       01  WS-APPLIED-SWITCH              PIC X(1) VALUE "N".
           88  WS-CHANGE-APPLIED          VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-JRNL-STAMP-DATE TO WS-STATS-START-DATE
           MOVE WS-JRNL-STAMP-TIME TO WS-STATS-START-TIME
           MOVE WS-JRNL-STAMP-DATE TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO WS-WORK-DATE
           COMPUTE WS-RUN-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)

      *    The operator ID is the first word of the command line; a
      *    run without one can still look entries up.
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE
           UNSTRING WS-PARM-LINE DELIMITED BY ALL " "
               INTO WS-OPERATOR-ID
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "TBLINQ: NO OPERATOR ID, LOOKUPS ONLY"
           ELSE
               DISPLAY "TBLINQ: OPERATOR " WS-OPERATOR-ID
           END-IF

           PERFORM 1100-NOTE-IMAGE-HEADER

                   WS-JRNL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *    The closed-period reject report is cumulative - TBLMERGE
      *    and TBLRELSE append to the same file.
           OPEN EXTEND LOCK-REJECT-FILE
           IF WS-PLKR-STATUS = "35"
               OPEN OUTPUT LOCK-REJECT-FILE
           END-IF
           IF WS-PLKR-STATUS NOT = "00"
               DISPLAY "TBLINQ: UNABLE TO OPEN TBLPLKR, STATUS="
                   WS-PLKR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1200-LOAD-PARAMETERS
           PERFORM 1300-LOAD-APPROVAL-FILE

           OPEN OUTPUT EXCEPTION-FILE
           IF WS-EXCP-STATUS NOT = "00"
               DISPLAY "TBLINQ: UNABLE TO OPEN TBLAPPX, STATUS="
                   WS-EXCP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO RPT-RECORD
           STRING "MAINTENANCE APPROVAL EXCEPTIONS - RUN DATE "
                   WS-RUN-DATE " - OPERATOR " WS-OPERATOR-ID
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING "DISPOSITION  KEY         COMMAND   MAKER     "
                   "STAGED    CHECKER   NOTE"
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD

           PERFORM 1400-EXPIRE-STALE-ITEMS.

      *    The image header gives the run its version serial and the
      *    entry count the end-of-job rewrite starts from.
           END-IF
           CLOSE TABLE-IMAGE-FILE.

      *    An absent parameter file means the default approval amount
      *    and expiry days.
       1200-LOAD-PARAMETERS.
           OPEN INPUT PARAMETER-FILE
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY "TBLINQ: NO TBLINQP PARAMETER FILE, "
                   "APPROVAL AMOUNT " WS-APPROVAL-AMOUNT
                   " EXPIRY " WS-APPROVAL-DAYS " DAYS"
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
                   WHEN "APPRAMT"
                       IF WS-PARM-VALUE(1:9) NUMERIC
                           MOVE WS-PARM-VALUE(1:9)
                               TO WS-APPROVAL-AMOUNT
                       ELSE
                           DISPLAY "TBLINQ: BAD APPRAMT VALUE "
                               WS-PARM-VALUE(1:9) ", USING DEFAULT "
                               WS-APPROVAL-AMOUNT
                       END-IF
                   WHEN "APPRDAYS"
                       IF WS-PARM-VALUE(1:3) NUMERIC
                           MOVE WS-PARM-VALUE(1:3) TO WS-APPROVAL-DAYS
                       ELSE
                           DISPLAY "TBLINQ: BAD APPRDAYS VALUE "
                               WS-PARM-VALUE(1:3) ", USING DEFAULT "
                               WS-APPROVAL-DAYS
                       END-IF
                   WHEN OTHER
                       DISPLAY "TBLINQ: UNRECOGNIZED PARAMETER "
                           WS-PARM-KEYWORD
                       MOVE 8 TO WS-RETURN-CODE
               END-EVALUATE
           END-IF.

      *    An absent pending-approval file just means nothing is
      *    waiting; it is created the first time something is staged.
       1300-LOAD-APPROVAL-FILE.
           OPEN INPUT APPROVAL-FILE
           IF WS-APPR-STATUS NOT = "00"
               DISPLAY "TBLINQ: NO TBLAPPR FILE, NOTHING AWAITING "
                   "APPROVAL"
               SET WS-APPR-AT-EOF TO TRUE
           ELSE
               PERFORM UNTIL WS-APPR-AT-EOF
                   READ APPROVAL-FILE
                       AT END
                           SET WS-APPR-AT-EOF TO TRUE
                       NOT AT END
                           IF WS-APPR-HOLD-COUNT >= WS-APPR-HOLD-LIMIT
                               DISPLAY "TBLINQ: TBLAPPR EXCEEDS "
                                   WS-APPR-HOLD-LIMIT " RECORDS, "
                                   "CANNOT WORK IT IN ONE RUN"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-APPR-HOLD-COUNT
                           MOVE "P" TO
                               WS-APPR-HOLD-STATE(WS-APPR-HOLD-COUNT)
                           MOVE APR-RECORD TO
                               WS-APPR-HOLD-RECORD(WS-APPR-HOLD-COUNT)
                   END-READ
               END-PERFORM
               CLOSE APPROVAL-FILE
           END-IF.

      *    An item left waiting longer than the expiry days is taken
      *    off the file before any command can approve it, and listed.
      *    A stage date that is not a date cannot be aged, so it
      *    expires rather than waiting forever.
       1400-EXPIRE-STALE-ITEMS.
           PERFORM VARYING WS-APPR-IDX FROM 1 BY 1
                       UNTIL WS-APPR-IDX > WS-APPR-HOLD-COUNT
               MOVE WS-APPR-HOLD-RECORD(WS-APPR-IDX)
                   TO WS-APPROVAL-RECORD
               IF WS-APPR-STAGE-DATE NUMERIC
                   MOVE WS-APPR-STAGE-DATE TO WS-WORK-DATE
                   COMPUTE WS-STAGE-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
                   COMPUTE WS-AGE-DAYS = WS-RUN-DAYS - WS-STAGE-DAYS
               ELSE
                   MOVE 99999 TO WS-AGE-DAYS
               END-IF
               IF WS-AGE-DAYS > WS-APPROVAL-DAYS
                   MOVE "X" TO WS-APPR-HOLD-STATE(WS-APPR-IDX)
                   SET WS-APPR-FILE-CHANGED TO TRUE
                   ADD 1 TO WS-EXPIRED-COUNT
                   MOVE "EXPIRED" TO WS-DISPOSITION
                   MOVE SPACES TO WS-EXCP-CHECKER
                   MOVE SPACES TO WS-EXCP-NOTE
                   STRING "NOT APPROVED WITHIN " WS-APPROVAL-DAYS
                           " DAYS"
                           DELIMITED BY SIZE INTO WS-EXCP-NOTE
                   PERFORM 2990-WRITE-EXCEPTION-LINE
               END-IF
           END-PERFORM
           IF WS-EXPIRED-COUNT > 0
               DISPLAY "TBLINQ: " WS-EXPIRED-COUNT " ITEMS EXPIRED "
                   "UNAPPROVED, SEE TBLAPPX"
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF.

       2000-PROCESS-COMMANDS.
           PERFORM UNTIL WS-CMD-AT-EOF
               READ COMMAND-FILE INTO WS-CMD-RECORD
               END-READ
           END-PERFORM.

      *    Anything that changes the table, or signs a change off,
      *    must say who is doing it.
       2100-DISPATCH-COMMAND.
           IF WS-CMD-NEEDS-OPERATOR AND WS-OPERATOR-ID = SPACES
               DISPLAY "TBLINQ: " WS-CMD-CODE " " WS-CMD-KEY
                   " REFUSED, NO OPERATOR ID"
               ADD 1 TO WS-CMD-FAILED
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               EVALUATE TRUE
                   WHEN WS-CMD-IS-LOOKUPK
                       PERFORM 2300-LOOKUP-BY-KEY
                   WHEN WS-CMD-IS-UPDATE
                       PERFORM 2400-UPDATE-ENTRY
                   WHEN WS-CMD-IS-DELETE
                       PERFORM 2500-DELETE-ENTRY
                   WHEN WS-CMD-IS-APPROVE
                       PERFORM 2900-APPROVE-ITEM
                   WHEN WS-CMD-IS-REJECT
                       PERFORM 2950-REJECT-ITEM
                   WHEN WS-CMD-IS-LOOKUP
                       DISPLAY "TBLINQ: LOOKUP BY INDEX RETIRED WITH "
                           "THE IN-STORAGE TABLE, USE LOOKUPK"
                       ADD 1 TO WS-CMD-FAILED
                       MOVE 8 TO WS-RETURN-CODE
                   WHEN OTHER
                       DISPLAY "TBLINQ: UNKNOWN COMMAND " WS-CMD-CODE
                       ADD 1 TO WS-CMD-FAILED
                       MOVE 16 TO WS-RETURN-CODE
               END-EVALUATE
           END-IF.

       2300-LOOKUP-BY-KEY.
           MOVE WS-CMD-KEY TO MF-ENTRY-KEY
               END-IF
           END-IF.

      *    An UPDATE that moves an amount over the approval amount -
      *    either the amount it replaces or the amount it puts in - is
      *    staged for a checker instead of applied. One touching a
      *    closed month, or making a status move the transition rules
      *    refuse, is rejected before it gets that far.
       2410-REWRITE-MASTER-ENTRY.
           MOVE WS-CMD-KEY TO MF-ENTRY-KEY
           READ MASTER-FILE
                   ADD 1 TO WS-CMD-FAILED
                   MOVE 8 TO WS-RETURN-CODE
               NOT INVALID KEY
                   MOVE MF-RECORD TO WS-BEFORE-ENTRY
                   MOVE WS-BEFORE-EFF-DATE TO WS-LOCK-OLD-DATE
                   MOVE WS-CMD-EFF-DATE TO WS-LOCK-NEW-DATE
                   PERFORM 2750-CHECK-CLOSED-PERIOD
                   PERFORM 2770-CHECK-STATUS-MOVE
                   PERFORM 2420-CHECK-APPROVAL-AMOUNT
                   EVALUATE TRUE
                       WHEN WS-ENTRY-IS-LOCKED
                           MOVE WS-CMD-CODE TO WS-LOCK-ACTION
                           PERFORM 2760-REFUSE-LOCKED-CHANGE
                       WHEN WS-CMD-BAD-STATUS-MOVE
                           DISPLAY "TBLINQ: UPDATE " WS-CMD-KEY
                               " REJECTED, " WS-EDIT-REASON-TEXT
                               " " WS-BEFORE-STATUS " TO "
                               WS-CMD-STATUS-CODE
                           ADD 1 TO WS-CMD-FAILED
                           MOVE 8 TO WS-RETURN-CODE
                       WHEN WS-NEEDS-APPROVAL
                           PERFORM 2800-STAGE-FOR-APPROVAL
                       WHEN OTHER
                           MOVE WS-OPERATOR-ID TO WS-JRNL-MAKER
                           MOVE SPACES TO WS-JRNL-CHECKER
                           PERFORM 2430-APPLY-UPDATE
                   END-EVALUATE
           END-READ.

      *    An old amount that is not numeric cannot be weighed, so it
      *    is treated as over the approval amount.
       2420-CHECK-APPROVAL-AMOUNT.
           MOVE "N" TO WS-NEEDS-APPROVAL-SWITCH
           MOVE MF-RECORD TO WS-BEFORE-ENTRY
           IF WS-BEFORE-AMOUNT NOT NUMERIC
               SET WS-NEEDS-APPROVAL TO TRUE
           ELSE
               MOVE WS-BEFORE-AMOUNT TO WS-CHECK-AMOUNT
               IF WS-CHECK-AMOUNT < 0
                   MULTIPLY -1 BY WS-CHECK-AMOUNT
               END-IF
               IF WS-CHECK-AMOUNT > WS-APPROVAL-AMOUNT
                   SET WS-NEEDS-APPROVAL TO TRUE
               END-IF
           END-IF
           MOVE WS-CMD-AMOUNT TO WS-CHECK-AMOUNT
           IF WS-CHECK-AMOUNT < 0
               MULTIPLY -1 BY WS-CHECK-AMOUNT
           END-IF
           IF WS-CHECK-AMOUNT > WS-APPROVAL-AMOUNT
               SET WS-NEEDS-APPROVAL TO TRUE
           END-IF.

      *    Apply an UPDATE to the entry just read into MF-RECORD, with
      *    WS-CMD-DATA as its new data; the caller has set the maker
      *    and checker the journal record carries, and the
      *    authorising reason in WS-CMD-AUTH-REASON.
       2430-APPLY-UPDATE.
           MOVE "N" TO WS-APPLIED-SWITCH
           MOVE "UPDATE" TO WS-JRNL-COMMAND
           MOVE WS-CMD-AUTH-REASON TO WS-JRNL-REASON
           MOVE MF-ENTRY-KEY TO WS-JRNL-KEY
           MOVE MF-RECORD TO WS-JRNL-BEFORE
           MOVE WS-CMD-DATA TO MF-ENTRY-DATA
           MOVE MF-RECORD TO WS-JRNL-AFTER
           REWRITE MF-RECORD
               INVALID KEY
                   DISPLAY "TBLINQ: TBLMAST REWRITE FAILED, "
                       "STATUS=" WS-MAST-STATUS
                   ADD 1 TO WS-CMD-FAILED
                   MOVE 12 TO WS-RETURN-CODE
               NOT INVALID KEY
                   PERFORM 2600-BUFFER-JOURNAL-RECORD
                   SET WS-TABLE-CHANGED TO TRUE
                   SET WS-CHANGE-APPLIED TO TRUE
                   ADD 1 TO WS-CMD-CHANGED
                   DISPLAY "TBLINQ: UPDATE " WS-JRNL-KEY " APPLIED"
           END-REWRITE.

      *    Every DELETE goes to a checker: it is only staged here, and
      *    2530 applies it once it is approved.
       2500-DELETE-ENTRY.
           MOVE WS-CMD-KEY TO MF-ENTRY-KEY
           READ MASTER-FILE
               INVALID KEY
                   DISPLAY "TBLINQ: DELETE " WS-CMD-KEY
                       " NOT FOUND"
                   ADD 1 TO WS-CMD-FAILED
                   MOVE 8 TO WS-RETURN-CODE
               NOT INVALID KEY
                   MOVE MF-RECORD TO WS-BEFORE-ENTRY
                   MOVE WS-BEFORE-EFF-DATE TO WS-LOCK-OLD-DATE
                   MOVE SPACES TO WS-LOCK-NEW-DATE
                   PERFORM 2750-CHECK-CLOSED-PERIOD
                   IF WS-ENTRY-IS-LOCKED
                       MOVE WS-CMD-CODE TO WS-LOCK-ACTION
                       PERFORM 2760-REFUSE-LOCKED-CHANGE
                   ELSE
                       PERFORM 2800-STAGE-FOR-APPROVAL
                   END-IF
           END-READ.

      *    Apply a DELETE to the entry just read into MF-RECORD; the
      *    caller has set the maker and checker.
       2530-APPLY-DELETE.
           MOVE "N" TO WS-APPLIED-SWITCH
           MOVE "DELETE" TO WS-JRNL-COMMAND
           MOVE MF-ENTRY-KEY TO WS-JRNL-KEY
           MOVE MF-RECORD TO WS-JRNL-BEFORE
           MOVE SPACES TO WS-JRNL-AFTER
           MOVE SPACES TO WS-JRNL-REASON
           DELETE MASTER-FILE
               INVALID KEY
                   DISPLAY "TBLINQ: TBLMAST DELETE "
                       "FAILED, STATUS=" WS-MAST-STATUS
                   ADD 1 TO WS-CMD-FAILED
                   MOVE 12 TO WS-RETURN-CODE
               NOT INVALID KEY
                   PERFORM 2600-BUFFER-JOURNAL-RECORD
                   SET WS-TABLE-CHANGED TO TRUE
                   SET WS-CHANGE-APPLIED TO TRUE
                   ADD 1 TO WS-CMD-CHANGED
                   ADD 1 TO WS-DELETE-COUNT
                   DISPLAY "TBLINQ: DELETE " WS-JRNL-KEY " APPLIED"
           END-DELETE.

      *    One journal record per change, stamped the moment the
      *    change is made but held in storage: the records only reach
      *    TBLJRNL once the image save succeeds, so the journal never
               END-IF
           END-IF.

      *    The closed-period lock: the entry's current effective date
      *    (WS-LOCK-OLD-DATE) and the one the change would give it
      *    (WS-LOCK-NEW-DATE, spaces for a DELETE) are both put to
      *    TBLPLV - a change may neither reach into a closed month
      *    nor move an entry out of one.
       2750-CHECK-CLOSED-PERIOD.
           MOVE "N" TO WS-LOCKED-SWITCH
           CALL "TBLPLV" USING WS-LOCK-OLD-DATE, WS-PERIOD-VERDICT,
                   WS-CLOSED-PERIOD
           IF WS-PERIOD-IS-CLOSED
               SET WS-ENTRY-IS-LOCKED TO TRUE
               MOVE "OLD" TO WS-LOCKED-WHICH-DATE
               MOVE WS-LOCK-OLD-DATE TO WS-LOCKED-EFF-DATE
           ELSE
               CALL "TBLPLV" USING WS-LOCK-NEW-DATE,
                       WS-PERIOD-VERDICT, WS-CLOSED-PERIOD
               IF WS-PERIOD-IS-CLOSED
                   SET WS-ENTRY-IS-LOCKED TO TRUE
                   MOVE "NEW" TO WS-LOCKED-WHICH-DATE
                   MOVE WS-LOCK-NEW-DATE TO WS-LOCKED-EFF-DATE
               END-IF
           END-IF.

      *    The status transition rules: the entry's current status
      *    (WS-BEFORE-STATUS) and the one the UPDATE would give it are
      *    put to TBLSTV with the command's authorising reason. A
      *    refused move comes back as E07 in WS-EDIT-REASON.
       2770-CHECK-STATUS-MOVE.
           CALL "TBLSTV" USING WS-BEFORE-STATUS, WS-CMD-STATUS-CODE,
                   WS-CMD-AUTH-REASON, WS-EDIT-REASON,
                   WS-EDIT-REASON-TEXT.

      *    Refuse the change named in WS-LOCK-ACTION and list it on
      *    TBLPLKR.
       2760-REFUSE-LOCKED-CHANGE.
           DISPLAY "TBLINQ: " WS-LOCK-ACTION " " WS-CMD-KEY
               " REJECTED, " WS-LOCKED-WHICH-DATE " EFF DATE "
               WS-LOCKED-EFF-DATE " IN CLOSED PERIOD"
           ADD 1 TO WS-CMD-FAILED
           ADD 1 TO WS-LOCKED-COUNT
           IF WS-RETURN-CODE < 8
               MOVE 8 TO WS-RETURN-CODE
           END-IF
           MOVE SPACES TO WS-PLKR-LINE
           MOVE WS-RUN-DATE TO WS-PLKR-RUN-DATE
           MOVE "TBLINQ" TO WS-PLKR-PROGRAM
           MOVE WS-LOCK-ACTION TO WS-PLKR-ACTION
           MOVE WS-CMD-KEY TO WS-PLKR-KEY
           MOVE WS-LOCKED-WHICH-DATE TO WS-PLKR-WHICH-DATE
           MOVE WS-LOCKED-EFF-DATE TO WS-PLKR-EFF-DATE
           MOVE "IN PERIOD CLOSED THROUGH" TO WS-PLKR-TEXT
           MOVE WS-CLOSED-PERIOD TO WS-PLKR-PERIOD
           WRITE PLK-RECORD FROM WS-PLKR-LINE
           IF WS-PLKR-STATUS NOT = "00"
               DISPLAY "TBLINQ: TBLPLKR WRITE FAILED, STATUS="
                   WS-PLKR-STATUS ", " WS-CMD-KEY
                   " NOT ON THE REJECT REPORT"
               SET WS-PLKR-WRITE-FAILED TO TRUE
           END-IF.

      *    Stage the UPDATE or DELETE in hand against the entry just
      *    read into MF-RECORD. One item per key: a second change to a
      *    key already waiting would leave the checker approving
      *    against a before-image that can no longer be true.
       2800-STAGE-FOR-APPROVAL.
           MOVE WS-CMD-KEY TO WS-APPR-KEY
           PERFORM 2850-FIND-OPEN-ITEM
           EVALUATE TRUE
               WHEN WS-FOUND-IDX > 0
                   DISPLAY "TBLINQ: " WS-CMD-CODE " " WS-CMD-KEY
                       " REFUSED, ALREADY AWAITING APPROVAL"
                   ADD 1 TO WS-CMD-FAILED
                   MOVE 8 TO WS-RETURN-CODE
               WHEN WS-APPR-HOLD-COUNT >= WS-APPR-HOLD-LIMIT
                   DISPLAY "TBLINQ: " WS-CMD-CODE " " WS-CMD-KEY
                       " REFUSED, TBLAPPR IS FULL"
                   ADD 1 TO WS-CMD-FAILED
                   MOVE 12 TO WS-RETURN-CODE
               WHEN OTHER
                   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
                   MOVE SPACES TO WS-APPROVAL-RECORD
                   MOVE WS-CMD-CODE TO WS-APPR-COMMAND
                   MOVE WS-CMD-KEY TO WS-APPR-KEY
                   MOVE WS-OPERATOR-ID TO WS-APPR-MAKER
                   MOVE WS-JRNL-STAMP-DATE TO WS-APPR-STAGE-DATE
                   MOVE WS-JRNL-STAMP-TIME TO WS-APPR-STAGE-TIME
                   MOVE MF-RECORD TO WS-APPR-BEFORE
                   IF WS-APPR-IS-UPDATE
                       MOVE WS-CMD-DATA TO MF-ENTRY-DATA
                       MOVE MF-RECORD TO WS-APPR-AFTER
                       MOVE WS-CMD-AUTH-REASON TO WS-APPR-REASON
                   END-IF
                   ADD 1 TO WS-APPR-HOLD-COUNT
                   MOVE "N" TO WS-APPR-HOLD-STATE(WS-APPR-HOLD-COUNT)
                   MOVE WS-APPROVAL-RECORD
                       TO WS-APPR-HOLD-RECORD(WS-APPR-HOLD-COUNT)
                   SET WS-APPR-FILE-CHANGED TO TRUE
                   ADD 1 TO WS-STAGED-COUNT
                   DISPLAY "TBLINQ: " WS-CMD-CODE " " WS-CMD-KEY
                       " STAGED FOR APPROVAL"
           END-EVALUATE.

      *    Find the open item for WS-APPR-KEY; WS-FOUND-IDX is zero
      *    when nothing for the key is waiting.
       2850-FIND-OPEN-ITEM.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-APPR-IDX FROM 1 BY 1
                       UNTIL WS-APPR-IDX > WS-APPR-HOLD-COUNT
                          OR WS-FOUND-IDX > 0
               IF WS-APPR-HOLD-IS-OPEN(WS-APPR-IDX)
                  AND WS-APPR-HOLD-RECORD(WS-APPR-IDX)(9:10)
                      = WS-APPR-KEY
                   MOVE WS-APPR-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

      *    A checker's approval: refused outright when the checker is
      *    the maker, otherwise the item is applied only against the
      *    entry the maker saw - anything else is superseded.
       2900-APPROVE-ITEM.
           MOVE WS-CMD-KEY TO WS-APPR-KEY
           PERFORM 2850-FIND-OPEN-ITEM
           IF WS-FOUND-IDX = 0
               DISPLAY "TBLINQ: APPROVE " WS-CMD-KEY
                   " REFUSED, NOTHING AWAITING APPROVAL"
               ADD 1 TO WS-CMD-FAILED
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               MOVE WS-APPR-HOLD-RECORD(WS-FOUND-IDX)
                   TO WS-APPROVAL-RECORD
               EVALUATE TRUE
                   WHEN WS-APPR-MAKER = WS-OPERATOR-ID
                       DISPLAY "TBLINQ: APPROVE " WS-CMD-KEY
                           " REFUSED, CHECKER IS THE MAKER"
                       ADD 1 TO WS-CMD-FAILED
                       MOVE 8 TO WS-RETURN-CODE
                       MOVE "REFUSED" TO WS-DISPOSITION
                       MOVE WS-OPERATOR-ID TO WS-EXCP-CHECKER
                       MOVE "CHECKER IS THE MAKER" TO WS-EXCP-NOTE
                       PERFORM 2990-WRITE-EXCEPTION-LINE
                   WHEN WS-JRNL-BUF-COUNT >= WS-JRNL-BUF-LIMIT
                       DISPLAY "TBLINQ: APPROVE " WS-CMD-KEY
                           " REFUSED, JOURNAL BUFFER FULL"
                       ADD 1 TO WS-CMD-FAILED
                       MOVE 12 TO WS-RETURN-CODE
                   WHEN OTHER
                       PERFORM 2910-APPLY-APPROVED-ITEM
               END-EVALUATE
           END-IF.

      *    An item whose master I/O fails stays open for another try.
      *    One whose month has closed since it was staged is locked
      *    out like any other change and leaves the file.
       2910-APPLY-APPROVED-ITEM.
           MOVE "N" TO WS-STILL-CURRENT-SWITCH
           MOVE "N" TO WS-APPLIED-SWITCH
           MOVE WS-APPR-KEY TO MF-ENTRY-KEY
           READ MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF MF-RECORD = WS-APPR-BEFORE
                       SET WS-ENTRY-STILL-CURRENT TO TRUE
                   END-IF
           END-READ
           MOVE WS-OPERATOR-ID TO WS-EXCP-CHECKER
           IF NOT WS-ENTRY-STILL-CURRENT
               DISPLAY "TBLINQ: APPROVE " WS-CMD-KEY
                   " SUPERSEDED, ENTRY CHANGED SINCE STAGED"
               ADD 1 TO WS-CMD-FAILED
               MOVE 8 TO WS-RETURN-CODE
               MOVE "SUPERSEDED" TO WS-DISPOSITION
               MOVE "ENTRY CHANGED SINCE STAGED" TO WS-EXCP-NOTE
               PERFORM 2990-WRITE-EXCEPTION-LINE
               MOVE "X" TO WS-APPR-HOLD-STATE(WS-FOUND-IDX)
               SET WS-APPR-FILE-CHANGED TO TRUE
           ELSE
               MOVE WS-APPR-BEFORE TO WS-BEFORE-ENTRY
               MOVE WS-BEFORE-EFF-DATE TO WS-LOCK-OLD-DATE
               MOVE SPACES TO WS-LOCK-NEW-DATE
               IF WS-APPR-IS-UPDATE
                   MOVE WS-APPR-AFTER(22:8) TO WS-LOCK-NEW-DATE
               END-IF
               PERFORM 2750-CHECK-CLOSED-PERIOD
               EVALUATE TRUE
                   WHEN WS-ENTRY-IS-LOCKED
                       MOVE WS-APPR-COMMAND TO WS-LOCK-ACTION
                       PERFORM 2760-REFUSE-LOCKED-CHANGE
                       MOVE "LOCKED" TO WS-DISPOSITION
                       MOVE "EFF DATE IN CLOSED PERIOD"
                           TO WS-EXCP-NOTE
                       PERFORM 2990-WRITE-EXCEPTION-LINE
                       MOVE "X" TO WS-APPR-HOLD-STATE(WS-FOUND-IDX)
                       SET WS-APPR-FILE-CHANGED TO TRUE
                   WHEN WS-APPR-IS-UPDATE
                       MOVE WS-APPR-MAKER TO WS-JRNL-MAKER
                       MOVE WS-OPERATOR-ID TO WS-JRNL-CHECKER
                       PERFORM 2920-APPLY-APPROVED-UPDATE
                   WHEN OTHER
                       MOVE WS-APPR-MAKER TO WS-JRNL-MAKER
                       MOVE WS-OPERATOR-ID TO WS-JRNL-CHECKER
                       PERFORM 2530-APPLY-DELETE
               END-EVALUATE
           END-IF
           IF WS-CHANGE-APPLIED
               MOVE "A" TO WS-APPR-HOLD-STATE(WS-FOUND-IDX)
               SET WS-APPR-FILE-CHANGED TO TRUE
               ADD 1 TO WS-APPROVED-COUNT
           END-IF.

      *    The edits are re-run at approval time: the branch master
      *    and the status transition rules may have changed since the
      *    item was staged.
       2920-APPLY-APPROVED-UPDATE.
           MOVE WS-APPR-AFTER(11:70) TO WS-CMD-DATA
           MOVE WS-APPR-REASON TO WS-CMD-AUTH-REASON
           PERFORM 2700-VALIDATE-CMD-DATA
           IF WS-CMD-EDITS-PASSED
               PERFORM 2770-CHECK-STATUS-MOVE
           END-IF
           IF NOT WS-CMD-EDITS-PASSED
               DISPLAY "TBLINQ: APPROVE " WS-CMD-KEY
                   " FAILED, " WS-EDIT-REASON-TEXT
               ADD 1 TO WS-CMD-FAILED
               MOVE 8 TO WS-RETURN-CODE
               MOVE "FAILED EDIT" TO WS-DISPOSITION
               MOVE WS-EDIT-REASON-TEXT TO WS-EXCP-NOTE
               PERFORM 2990-WRITE-EXCEPTION-LINE
               MOVE "X" TO WS-APPR-HOLD-STATE(WS-FOUND-IDX)
               SET WS-APPR-FILE-CHANGED TO TRUE
           ELSE
               PERFORM 2430-APPLY-UPDATE
           END-IF.

      *    A checker's rejection takes the item off the file unapplied
      *    and lists it.
       2950-REJECT-ITEM.
           MOVE WS-CMD-KEY TO WS-APPR-KEY
           PERFORM 2850-FIND-OPEN-ITEM
           IF WS-FOUND-IDX = 0
               DISPLAY "TBLINQ: REJECT " WS-CMD-KEY
                   " REFUSED, NOTHING AWAITING APPROVAL"
               ADD 1 TO WS-CMD-FAILED
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               MOVE WS-APPR-HOLD-RECORD(WS-FOUND-IDX)
                   TO WS-APPROVAL-RECORD
               MOVE WS-OPERATOR-ID TO WS-EXCP-CHECKER
               IF WS-APPR-MAKER = WS-OPERATOR-ID
                   DISPLAY "TBLINQ: REJECT " WS-CMD-KEY
                       " REFUSED, CHECKER IS THE MAKER"
                   ADD 1 TO WS-CMD-FAILED
                   MOVE 8 TO WS-RETURN-CODE
                   MOVE "REFUSED" TO WS-DISPOSITION
                   MOVE "CHECKER IS THE MAKER" TO WS-EXCP-NOTE
               ELSE
                   MOVE "X" TO WS-APPR-HOLD-STATE(WS-FOUND-IDX)
                   SET WS-APPR-FILE-CHANGED TO TRUE
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY "TBLINQ: " WS-APPR-COMMAND " " WS-CMD-KEY
                       " REJECTED BY CHECKER"
                   MOVE "REJECTED" TO WS-DISPOSITION
                   MOVE "REJECTED BY CHECKER" TO WS-EXCP-NOTE
               END-IF
               PERFORM 2990-WRITE-EXCEPTION-LINE
           END-IF.

      *    One exceptions line for the item in WS-APPROVAL-RECORD.
       2990-WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE SPACES TO RPT-RECORD
           STRING WS-DISPOSITION "  " WS-APPR-KEY "  "
                   WS-APPR-COMMAND "  " WS-APPR-MAKER "  "
                   WS-APPR-STAGE-DATE "  " WS-EXCP-CHECKER "  "
                   WS-EXCP-NOTE
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD.

       3000-SAVE-IF-CHANGED.
           IF WS-TABLE-CHANGED
               PERFORM 3100-RECHECK-IMAGE-VERSION
               DISPLAY "TBLINQ: " WS-JRNL-BUF-COUNT " JOURNAL RECORDS"
                   " DISCARDED, CHANGES NEVER REACHED TBLIMAGE"
               MOVE 0 TO WS-CMD-CHANGED
           END-IF
           IF WS-VERSION-IS-STALE
               PERFORM 3400-REOPEN-APPROVED-ITEMS
           END-IF
           IF WS-APPR-FILE-CHANGED
               PERFORM 3500-REWRITE-APPROVAL-FILE
           END-IF.

      *    The moment of truth for concurrent runs: if the serial on
           DISPLAY "TBLINQ: TBLIMAGE REWRITTEN, " WS-COUNT-NOW
               " ENTRIES".

      *    An abandoned image write throws the journal away, so an item
      *    approved this run has left no record of its change: it goes
      *    back to pending rather than off the file.
       3400-REOPEN-APPROVED-ITEMS.
           PERFORM VARYING WS-APPR-IDX FROM 1 BY 1
                       UNTIL WS-APPR-IDX > WS-APPR-HOLD-COUNT
               IF WS-APPR-HOLD-STATE(WS-APPR-IDX) = "A"
                   MOVE "P" TO WS-APPR-HOLD-STATE(WS-APPR-IDX)
                   SUBTRACT 1 FROM WS-APPROVED-COUNT
                   MOVE WS-APPR-HOLD-RECORD(WS-APPR-IDX)
                       TO WS-APPROVAL-RECORD
                   DISPLAY "TBLINQ: APPROVED " WS-APPR-COMMAND " "
                       WS-APPR-KEY " NOT SAVED, LEFT AWAITING APPROVAL"
               END-IF
           END-PERFORM.

      *    The pending-approval file is rewritten with only the items
      *    still open - those waiting from earlier runs and those
      *    staged by this one - so an approved, rejected or expired
      *    item can never be approved a second time.
       3500-REWRITE-APPROVAL-FILE.
           MOVE 0 TO WS-PENDING-COUNT
           OPEN OUTPUT APPROVAL-FILE
           IF WS-APPR-STATUS NOT = "00"
               DISPLAY "TBLINQ: UNABLE TO REWRITE TBLAPPR, STATUS="
                   WS-APPR-STATUS
               MOVE 16 TO WS-RETURN-CODE
           ELSE
               PERFORM VARYING WS-APPR-IDX FROM 1 BY 1
                           UNTIL WS-APPR-IDX > WS-APPR-HOLD-COUNT
                   IF WS-APPR-HOLD-IS-OPEN(WS-APPR-IDX)
                       WRITE APR-RECORD
                           FROM WS-APPR-HOLD-RECORD(WS-APPR-IDX)
                       ADD 1 TO WS-PENDING-COUNT
                   END-IF
               END-PERFORM
               CLOSE APPROVAL-FILE
           END-IF.

       9000-TERMINATE.
           CLOSE COMMAND-FILE
           CLOSE JOURNAL-FILE
           CLOSE MASTER-FILE
           IF NOT WS-APPR-FILE-CHANGED
               PERFORM VARYING WS-APPR-IDX FROM 1 BY 1
                           UNTIL WS-APPR-IDX > WS-APPR-HOLD-COUNT
                   IF WS-APPR-HOLD-IS-OPEN(WS-APPR-IDX)
                       ADD 1 TO WS-PENDING-COUNT
                   END-IF
               END-PERFORM
           END-IF
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING "ITEMS STAGED THIS RUN:         " WS-STAGED-COUNT
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING "ITEMS APPROVED AND APPLIED:    " WS-APPROVED-COUNT
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING "ITEMS REJECTED:                " WS-REJECTED-COUNT
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING "ITEMS EXPIRED:                 " WS-EXPIRED-COUNT
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING "EXCEPTIONS LISTED:             " WS-EXCEPTION-COUNT
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING "ITEMS STILL AWAITING APPROVAL: " WS-PENDING-COUNT
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD
           CLOSE EXCEPTION-FILE
           CLOSE LOCK-REJECT-FILE
           DISPLAY "TBLINQ: " WS-STAGED-COUNT " STAGED, "
               WS-APPROVED-COUNT " APPROVED, " WS-REJECTED-COUNT
               " REJECTED, " WS-EXPIRED-COUNT " EXPIRED, "
               WS-PENDING-COUNT " AWAITING APPROVAL, "
               WS-LOCKED-COUNT " IN CLOSED PERIOD"
      *    A refusal missing from TBLPLKR outranks any later command's
      *    return code.
           IF WS-PLKR-WRITE-FAILED AND WS-RETURN-CODE < 12
               MOVE 12 TO WS-RETURN-CODE
           END-IF
           DISPLAY "TBLINQ: RUN COMPLETE, RETURN CODE " WS-RETURN-CODE
           PERFORM 9100-WRITE-RUN-STATS.

