      ******************************************************************
      *    PROGRAM-ID.  TBLEXV
      *    Callable exposure-limit check for a branch, against the
      *    TBLEXPB breach file (copybook EXPBREC) the nightly TBLEXPO
      *    exposure run writes.
      *
      *    CALL "TBLEXV" USING <branch code>, LS-EXPOSURE-VERDICT
      *
      *    TBLMERGE calls here for every ADD that has passed its
      *    edits: LS-EXPOSURE-VERDICT comes back O when the branch
      *    was over its exposure limit at the last exposure run, so
      *    the ADD is held for review instead of applied, and Y
      *    otherwise - a branch only over its warning level, or not
      *    on the file at all, takes new business as before. Raising
      *    the limit through TBLBRMNT and rerunning TBLEXPO, which
      *    only reads the table, lifts the hold.
      *
      *    The file is read on the first call and held in storage. A
      *    missing TBLEXPB means no exposure run has been made yet and
      *    every branch passes, the way a missing TBLBRM lets every
      *    branch through TBLBRV.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TBLEXV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BREACH-FILE ASSIGN TO "TBLEXPB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPB-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BREACH-FILE.
       01  EXB-RECORD                     PIC X(100).

       WORKING-STORAGE SECTION.
       COPY EXPBREC.

      *    The branches over their limit, held in storage. Only OVER
      *    records are kept - a warning does not stop business - and
      *    the limit matches the most branches TBLBRMNT can hold.
       01  WS-OVER-AREA.
           05  WS-OVER-LIMIT              PIC 9(3) VALUE 500.
           05  WS-OVER-COUNT              PIC 9(3) VALUE 0.
           05  WS-OVER-BRANCH OCCURS 500 TIMES
                                          PIC X(4).

       01  WS-OVER-IDX                    PIC 9(3) VALUE 0.
       01  WS-FOUND-IDX                   PIC 9(3) VALUE 0.
       01  WS-EXPB-STATUS                 PIC X(2) VALUE SPACES.
       01  WS-EXPB-EOF-SWITCH             PIC X(1) VALUE "N".
           88  WS-EXPB-AT-EOF             VALUE "Y".
       01  WS-LOADED-SWITCH               PIC X(1) VALUE "N".
           88  WS-BREACHES-ARE-LOADED     VALUE "Y".

       LINKAGE SECTION.
       01  LS-BRANCH                      PIC X(4).
       01  LS-EXPOSURE-VERDICT            PIC X(1).
           88  LS-EXPOSURE-IS-WITHIN      VALUE "Y".
           88  LS-EXPOSURE-IS-OVER        VALUE "O".

       PROCEDURE DIVISION USING LS-BRANCH
                                 LS-EXPOSURE-VERDICT.
       0000-MAIN-LOGIC.
           IF NOT WS-BREACHES-ARE-LOADED
               PERFORM 1000-LOAD-BREACHES
           END-IF

           SET LS-EXPOSURE-IS-WITHIN TO TRUE
           PERFORM 2000-FIND-BRANCH
           IF WS-FOUND-IDX > 0
               SET LS-EXPOSURE-IS-OVER TO TRUE
           END-IF

           GOBACK.

       1000-LOAD-BREACHES.
           SET WS-BREACHES-ARE-LOADED TO TRUE
           OPEN INPUT BREACH-FILE
           IF WS-EXPB-STATUS NOT = "00"
               DISPLAY "TBLEXV: NO TBLEXPB BREACH FILE, "
                   "EXPOSURE LIMITS NOT CHECKED"
           ELSE
               PERFORM UNTIL WS-EXPB-AT-EOF
                   READ BREACH-FILE INTO WS-BREACH-RECORD
                       AT END
                           SET WS-EXPB-AT-EOF TO TRUE
                       NOT AT END
                           IF WS-EXPB-IS-OVER
                               PERFORM 1100-HOLD-BREACH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BREACH-FILE
           END-IF.

       1100-HOLD-BREACH.
           IF WS-OVER-COUNT >= WS-OVER-LIMIT
               DISPLAY "TBLEXV: MORE THAN " WS-OVER-LIMIT
                   " BRANCHES OVER LIMIT ON TBLEXPB, BRANCH "
                   WS-EXPB-BRANCH " IGNORED"
           ELSE
               ADD 1 TO WS-OVER-COUNT
               MOVE WS-EXPB-BRANCH TO WS-OVER-BRANCH(WS-OVER-COUNT)
           END-IF.

       2000-FIND-BRANCH.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-OVER-IDX FROM 1 BY 1
                       UNTIL WS-OVER-IDX > WS-OVER-COUNT
                          OR WS-FOUND-IDX > 0
               IF WS-OVER-BRANCH(WS-OVER-IDX) = LS-BRANCH
                   MOVE WS-OVER-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.
