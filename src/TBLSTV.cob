      ******************************************************************
      *    PROGRAM-ID.  TBLSTV
      *    Callable status-transition check against the TBLSTRN rule
      *    file (copybook STRNREC).
      *
      *    CALL "TBLSTV" USING <status now>, <status asked for>,
      *                          <authorising reason X(20)>,
      *                          LS-EDIT-REASON, LS-REASON-TEXT
      *
      *    TBLVAL only proves a status is on the allowed list, so on
      *    its own it would let a change take a CL entry straight back
      *    to AC or skip the suspense review. Every path that changes
      *    an existing entry - TBLINQ's UPDATE, TBLMERGE's CHANGE and
      *    TBLBACK's restores - calls here with the entry's current
      *    status and the status the change would leave it in.
      *    LS-EDIT-REASON returns spaces when the move is allowed, or
      *    E07 with a printable description in LS-REASON-TEXT: the
      *    move has no rule, or its rule needs an authorising reason
      *    and the caller supplied none. A change that leaves the
      *    status where it is always passes (TBLVAL has already edited
      *    the status itself).
      *
      *    The file is read on the first call and held in storage. A
      *    missing or empty TBLSTRN means no rules have been set up
      *    yet and every move passes, the way a missing TBLBRM lets
      *    every branch through TBLBRV.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TBLSTV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULE-FILE ASSIGN TO "TBLSTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STRN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RULE-FILE.
       01  STR-RECORD                     PIC X(80).

       WORKING-STORAGE SECTION.
       COPY STRNREC.

      *    The rules held in storage: at most one per from / to pair,
      *    so the limit is well past the twelve moves four statuses
      *    can make.
       01  WS-RULE-AREA.
           05  WS-RULE-LIMIT              PIC 9(3) VALUE 100.
           05  WS-RULE-COUNT              PIC 9(3) VALUE 0.
           05  WS-RULE-ENTRY OCCURS 100 TIMES.
               10  WS-RULE-FROM           PIC X(2).
               10  WS-RULE-TO             PIC X(2).
               10  WS-RULE-AUTH-FLAG      PIC X(1).
                   88  WS-RULE-NEEDS-REASON
                                          VALUE "Y".

       01  WS-RULE-IDX                    PIC 9(3) VALUE 0.
       01  WS-FOUND-IDX                   PIC 9(3) VALUE 0.
       01  WS-STRN-STATUS                 PIC X(2) VALUE SPACES.
       01  WS-STRN-EOF-SWITCH             PIC X(1) VALUE "N".
           88  WS-STRN-AT-EOF             VALUE "Y".
       01  WS-LOADED-SWITCH               PIC X(1) VALUE "N".
           88  WS-RULES-ARE-LOADED        VALUE "Y".

       LINKAGE SECTION.
       01  LS-FROM-STATUS                 PIC X(2).
       01  LS-TO-STATUS                   PIC X(2).
       01  LS-AUTH-REASON                 PIC X(20).
       01  LS-EDIT-REASON                 PIC X(3).
       01  LS-REASON-TEXT                 PIC X(24).

       PROCEDURE DIVISION USING LS-FROM-STATUS
                                 LS-TO-STATUS
                                 LS-AUTH-REASON
                                 LS-EDIT-REASON
                                 LS-REASON-TEXT.
       0000-MAIN-LOGIC.
           IF NOT WS-RULES-ARE-LOADED
               PERFORM 1000-LOAD-RULES
           END-IF

           MOVE SPACES TO LS-EDIT-REASON
           MOVE SPACES TO LS-REASON-TEXT

           IF WS-RULE-COUNT > 0
              AND LS-FROM-STATUS NOT = LS-TO-STATUS
               PERFORM 2000-FIND-RULE
               EVALUATE TRUE
                   WHEN WS-FOUND-IDX = 0
                       MOVE "E07" TO LS-EDIT-REASON
                       MOVE "STATUS MOVE NOT ALLOWED"
                           TO LS-REASON-TEXT
                   WHEN WS-RULE-NEEDS-REASON(WS-FOUND-IDX)
                    AND LS-AUTH-REASON = SPACES
                       MOVE "E07" TO LS-EDIT-REASON
                       MOVE "STATUS MOVE NEEDS REASON"
                           TO LS-REASON-TEXT
               END-EVALUATE
           END-IF

           GOBACK.

       1000-LOAD-RULES.
           SET WS-RULES-ARE-LOADED TO TRUE
           OPEN INPUT RULE-FILE
           IF WS-STRN-STATUS NOT = "00"
               DISPLAY "TBLSTV: NO TBLSTRN TRANSITION RULES, "
                   "STATUS MOVES NOT CHECKED"
           ELSE
               PERFORM UNTIL WS-STRN-AT-EOF
                   READ RULE-FILE INTO WS-STRN-RECORD
                       AT END
                           SET WS-STRN-AT-EOF TO TRUE
                       NOT AT END
                           PERFORM 1100-HOLD-RULE
                   END-READ
               END-PERFORM
               CLOSE RULE-FILE
               IF WS-RULE-COUNT = 0
                   DISPLAY "TBLSTV: TBLSTRN IS EMPTY, "
                       "STATUS MOVES NOT CHECKED"
               END-IF
           END-IF.

       1100-HOLD-RULE.
           IF WS-RULE-COUNT >= WS-RULE-LIMIT
               DISPLAY "TBLSTV: MORE THAN " WS-RULE-LIMIT
                   " RULES ON TBLSTRN, RULE "
                   WS-STRN-FROM-STATUS " TO " WS-STRN-TO-STATUS
                   " IGNORED"
           ELSE
               ADD 1 TO WS-RULE-COUNT
               MOVE WS-STRN-FROM-STATUS
                   TO WS-RULE-FROM(WS-RULE-COUNT)
               MOVE WS-STRN-TO-STATUS TO WS-RULE-TO(WS-RULE-COUNT)
               MOVE WS-STRN-AUTH-FLAG
                   TO WS-RULE-AUTH-FLAG(WS-RULE-COUNT)
           END-IF.

       2000-FIND-RULE.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                       UNTIL WS-RULE-IDX > WS-RULE-COUNT
                          OR WS-FOUND-IDX > 0
               IF WS-RULE-FROM(WS-RULE-IDX) = LS-FROM-STATUS
                  AND WS-RULE-TO(WS-RULE-IDX) = LS-TO-STATUS
                   MOVE WS-RULE-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.
