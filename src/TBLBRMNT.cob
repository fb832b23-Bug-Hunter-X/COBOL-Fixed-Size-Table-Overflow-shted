      *    The branch master (copybook BRMREC) is the reference file
      *    the callable TBLBRV validator checks every ingested branch
      *    code against, and the source of the region rollup on the
      *    TBLSUMM report. This utility is its maintenance path: it
      *    loads TBLBRM, applies a batch of commands read from SYSIN,
      *    and - if any command changed the master - rewrites the file
      *    in branch-code order. The only other writer is the TBLCONS
      *    consolidation run, which records a closed branch's
      *    successor (WS-BRM-SUCCESSOR) once it has moved the branch's
      *    open entries across.
      *
      *    Each SYSIN record is fixed-column, matching WS-CMD-RECORD:
      *        cols  1- 8  command code, left-justified: ADD, CHANGE,
      *                    CLOSE, REOPEN, LIMIT or LIST
      *        cols  9-12  branch code (WS-CMD-BRANCH)
      *        cols 13-42  branch name (WS-CMD-NAME) - ADD, CHANGE
      *        cols 43-46  region code (WS-CMD-REGION) - ADD, CHANGE
      *        cols 47-49  currency code (WS-CMD-CURRENCY) - ADD,
      *                    CHANGE; spaces for the reporting currency
      *        cols 50-60  exposure limit (WS-CMD-LIMIT) - LIMIT; 11
      *                    digits, the last two the decimals, in the
      *                    branch's own currency
      *        cols 61-63  warning percentage (WS-CMD-WARN-PCT) -
      *                    LIMIT; 000-100
      *
      *    ADD creates an open branch (rejected when the code already
      *    exists), CHANGE replaces an existing branch's name, region
      *    and currency, CLOSE and REOPEN flip the open/closed flag, and
      *    LIST displays the whole master. A branch is never deleted:
      *    closing it keeps its name and region resolvable for the
      *    history that carries its code, while TBLBRV rejects new
      *    business against it. REOPEN also clears any successor a
      *    consolidation recorded, so a branch that was consolidated
      *    by mistake can be closed again and re-consolidated to the
      *    right successor. LIST shows the currency ahead of the name
      *    and the successor after it. The currency's dated exchange
      *    rates are kept beside this file on TBLFXR, by TBLFXMNT.
      *
      *    LIMIT sets the branch's exposure limit and warning
      *    percentage for the nightly TBLEXPO exposure run; both are
      *    zero-filled, and a zero limit takes the limit off again.
      *    ADD starts a branch with no limit, and CHANGE leaves the
      *    limit alone. LIST shows the limit and percentage last.
      *
      *    The master is kept in ascending branch-code order, the way
      *    TBLMAST entries are kept in key order: an ADD is inserted
       01  BRM-RECORD                     PIC X(80).

       FD  COMMAND-FILE.
       01  CMD-RECORD                     PIC X(63).

       FD  STATS-FILE.
       01  STA-RECORD                     PIC X(58).
               88  WS-CMD-IS-CLOSE        VALUE "CLOSE".
               88  WS-CMD-IS-REOPEN       VALUE "REOPEN".
               88  WS-CMD-IS-LIST         VALUE "LIST".
               88  WS-CMD-IS-LIMIT        VALUE "LIMIT".
           05  WS-CMD-BRANCH              PIC X(4).
           05  WS-CMD-NAME                PIC X(30).
           05  WS-CMD-REGION              PIC X(4).
           05  WS-CMD-CURRENCY            PIC X(3).
           05  WS-CMD-LIMIT               PIC 9(9)V99.
           05  WS-CMD-WARN-PCT            PIC 9(3).

       01  WS-BRM-STATUS-CODE             PIC X(2) VALUE SPACES.
       01  WS-CMD-STATUS                  PIC X(2) VALUE SPACES.
       01  WS-CMD-CHANGED                 PIC 9(5) VALUE 0.
       01  WS-CMD-FAILED                  PIC 9(5) VALUE 0.

      *    The limit and percentage as LIST shows them; a branch
      *    written before limits existed shows zero.
       01  WS-LIST-LIMIT                  PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-LIST-WARN-PCT               PIC ZZ9.

      *    End-of-job run statistics appended to TBLSTATS.
       COPY STATSREC.

                   PERFORM 2600-REOPEN-BRANCH
               WHEN WS-CMD-IS-LIST
                   PERFORM 2700-LIST-MASTER
               WHEN WS-CMD-IS-LIMIT
                   PERFORM 2800-SET-LIMIT
               WHEN OTHER
                   DISPLAY "TBLBRMNT: UNKNOWN COMMAND " WS-CMD-CODE
                   ADD 1 TO WS-CMD-FAILED
                   MOVE WS-CMD-BRANCH TO WS-BRM-BRANCH
                   MOVE WS-CMD-NAME TO WS-BRM-NAME
                   MOVE WS-CMD-REGION TO WS-BRM-REGION
                   MOVE WS-CMD-CURRENCY TO WS-BRM-CURRENCY
                   MOVE "O" TO WS-BRM-STATUS
                   MOVE 0 TO WS-BRM-EXPOSURE-LIMIT
                   MOVE 0 TO WS-BRM-WARN-PCT
                   MOVE WS-BRANCH-RECORD
                       TO WS-MASTER-ENTRY(WS-MST-IDX)
                   ADD 1 TO WS-CMD-CHANGED
               MOVE WS-MASTER-ENTRY(WS-FOUND-IDX) TO WS-BRANCH-RECORD
               MOVE WS-CMD-NAME TO WS-BRM-NAME
               MOVE WS-CMD-REGION TO WS-BRM-REGION
               MOVE WS-CMD-CURRENCY TO WS-BRM-CURRENCY
               MOVE WS-BRANCH-RECORD TO WS-MASTER-ENTRY(WS-FOUND-IDX)
               ADD 1 TO WS-CMD-CHANGED
               SET WS-MASTER-CHANGED TO TRUE
           ELSE
               MOVE WS-MASTER-ENTRY(WS-FOUND-IDX) TO WS-BRANCH-RECORD
               MOVE "O" TO WS-BRM-STATUS
               MOVE SPACES TO WS-BRM-SUCCESSOR
               MOVE WS-BRANCH-RECORD TO WS-MASTER-ENTRY(WS-FOUND-IDX)
               ADD 1 TO WS-CMD-CHANGED
               SET WS-MASTER-CHANGED TO TRUE
           PERFORM VARYING WS-MST-IDX FROM 1 BY 1
                       UNTIL WS-MST-IDX > WS-MASTER-COUNT
               MOVE WS-MASTER-ENTRY(WS-MST-IDX) TO WS-BRANCH-RECORD
               MOVE 0 TO WS-LIST-LIMIT
               MOVE 0 TO WS-LIST-WARN-PCT
               IF WS-BRM-EXPOSURE-LIMIT NUMERIC
                   MOVE WS-BRM-EXPOSURE-LIMIT TO WS-LIST-LIMIT
               END-IF
               IF WS-BRM-WARN-PCT NUMERIC
                   MOVE WS-BRM-WARN-PCT TO WS-LIST-WARN-PCT
               END-IF
               DISPLAY "TBLBRMNT:   " WS-BRM-BRANCH " "
                   WS-BRM-STATUS " " WS-BRM-REGION " "
                   WS-BRM-CURRENCY " " WS-BRM-NAME " "
                   WS-BRM-SUCCESSOR " " WS-LIST-LIMIT " "
                   WS-LIST-WARN-PCT
           END-PERFORM.

      *    A zero limit clears the percentage with it - there is
      *    nothing left to warn against.
       2800-SET-LIMIT.
           EVALUATE TRUE
               WHEN WS-FOUND-IDX = 0
                   DISPLAY "TBLBRMNT: LIMIT " WS-CMD-BRANCH
                       " REJECTED, BRANCH NOT ON MASTER"
                   ADD 1 TO WS-CMD-FAILED
                   MOVE 8 TO WS-RETURN-CODE
               WHEN WS-CMD-LIMIT NOT NUMERIC
                   DISPLAY "TBLBRMNT: LIMIT " WS-CMD-BRANCH
                       " REJECTED, LIMIT NOT NUMERIC"
                   ADD 1 TO WS-CMD-FAILED
                   MOVE 8 TO WS-RETURN-CODE
               WHEN WS-CMD-WARN-PCT NOT NUMERIC
                 OR WS-CMD-WARN-PCT > 100
                   DISPLAY "TBLBRMNT: LIMIT " WS-CMD-BRANCH
                       " REJECTED, WARNING PERCENTAGE NOT 000-100"
                   ADD 1 TO WS-CMD-FAILED
                   MOVE 8 TO WS-RETURN-CODE
               WHEN OTHER
                   MOVE WS-MASTER-ENTRY(WS-FOUND-IDX)
                       TO WS-BRANCH-RECORD
                   MOVE WS-CMD-LIMIT TO WS-BRM-EXPOSURE-LIMIT
                   IF WS-CMD-LIMIT = 0
                       MOVE 0 TO WS-BRM-WARN-PCT
                   ELSE
                       MOVE WS-CMD-WARN-PCT TO WS-BRM-WARN-PCT
                   END-IF
                   MOVE WS-BRANCH-RECORD
                       TO WS-MASTER-ENTRY(WS-FOUND-IDX)
                   ADD 1 TO WS-CMD-CHANGED
                   SET WS-MASTER-CHANGED TO TRUE
                   DISPLAY "TBLBRMNT: LIMIT " WS-CMD-BRANCH " APPLIED"
           END-EVALUATE.

       3000-SAVE-IF-CHANGED.
           IF WS-MASTER-CHANGED
               OPEN OUTPUT BRANCH-FILE
