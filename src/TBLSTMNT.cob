      ******************************************************************
      *    PROGRAM-ID.  TBLSTMNT
      *    Maintenance utility for the TBLSTRN status-transition rule
      *    file.
      *
      *    TBLSTRN (copybook STRNREC) lists the status moves an
      *    existing entry may make - from AC to SU, from SU to AC and
      *    so on - and which of them need an authorising reason; the
      *    callable TBLSTV enforces it for TBLINQ, TBLMERGE and
      *    TBLBACK. This utility keeps the file the way TBLFXMNT keeps
      *    the rate file: it loads the file, applies a batch of
      *    commands read from SYSIN, and - if any command changed the
      *    rules - rewrites the file in from / to order.
      *
      *    Each SYSIN record is fixed-column, matching WS-CMD-RECORD:
      *        cols  1- 8  command code, left-justified: SET, DROP or
      *                    LIST
      *        cols  9-10  status moved from (WS-CMD-FROM-STATUS)
      *        cols 11-12  status moved to (WS-CMD-TO-STATUS)
      *        cols 13     Y if the move needs an authorising reason,
      *                    N or blank if not (WS-CMD-AUTH-FLAG) - SET
      *                    only
      *        cols 14-43  description (WS-CMD-DESC) - SET only
      *
      *    SET allows a move, replacing the rule already filed for the
      *    same pair if there is one (so the same command changes a
      *    move's reason flag). DROP removes a pair's rule, and the
      *    move is then refused. LIST displays the whole file.
      *
      *    A SET or DROP whose statuses are not both on the allowed
      *    list, or name the same status twice (a change that leaves
      *    the status alone needs no rule), or a SET whose reason flag
      *    is not Y, N or blank, is rejected with return code 8 and
      *    the rest of the batch still applies.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TBLSTMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULE-FILE ASSIGN TO "TBLSTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STRN-STATUS.

           SELECT COMMAND-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMD-STATUS.

           SELECT STATS-FILE ASSIGN TO "TBLSTATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RULE-FILE.
       01  STR-RECORD                     PIC X(80).

       FD  COMMAND-FILE.
       01  CMD-RECORD                     PIC X(43).

       FD  STATS-FILE.
       01  STA-RECORD                     PIC X(58).

       WORKING-STORAGE SECTION.
       COPY STRNREC.

      *    The rules held in storage so a SET can be slotted in at its
      *    from / to position and the file rewritten in order.
      *    WS-RULE-SORT-KEY is the two statuses as they sit in the
      *    first five bytes of the record.
       01  WS-RULE-AREA.
           05  WS-RULE-LIMIT              PIC 9(3) VALUE 100.
           05  WS-RULE-COUNT              PIC 9(3) VALUE 0.
           05  WS-RULE-ENTRY OCCURS 100 TIMES
                                          PIC X(80).

       01  WS-RULE-SORT-KEY               PIC X(5) VALUE SPACES.

       01  WS-CMD-RECORD.
           05  WS-CMD-CODE                PIC X(8).
               88  WS-CMD-IS-SET          VALUE "SET".
               88  WS-CMD-IS-DROP         VALUE "DROP".
               88  WS-CMD-IS-LIST         VALUE "LIST".
           05  WS-CMD-FROM-STATUS         PIC X(2).
               88  WS-CMD-FROM-VALID      VALUE "AC" "PE" "SU" "CL".
           05  WS-CMD-TO-STATUS           PIC X(2).
               88  WS-CMD-TO-VALID        VALUE "AC" "PE" "SU" "CL".
           05  WS-CMD-AUTH-FLAG           PIC X(1).
               88  WS-CMD-AUTH-VALID      VALUE "Y" "N" " ".
           05  WS-CMD-DESC                PIC X(30).

       01  WS-STRN-STATUS                 PIC X(2) VALUE SPACES.
       01  WS-CMD-STATUS                  PIC X(2) VALUE SPACES.
       01  WS-RETURN-CODE                 PIC 9(2) VALUE 0.

       01  WS-STRN-EOF-SWITCH             PIC X(1) VALUE "N".
           88  WS-STRN-AT-EOF             VALUE "Y".
       01  WS-CMD-EOF-SWITCH              PIC X(1) VALUE "N".
           88  WS-CMD-AT-EOF              VALUE "Y".
       01  WS-CHANGED-SWITCH              PIC X(1) VALUE "N".
           88  WS-RULES-CHANGED           VALUE "Y".

       01  WS-RUL-IDX                     PIC 9(3) VALUE 0.
       01  WS-FOUND-IDX                   PIC 9(3) VALUE 0.
       01  WS-CMD-COUNT                   PIC 9(5) VALUE 0.
       01  WS-CMD-CHANGED                 PIC 9(5) VALUE 0.
       01  WS-CMD-FAILED                  PIC 9(5) VALUE 0.
       01  WS-REJECT-REASON               PIC X(24) VALUE SPACES.

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
           PERFORM 2000-PROCESS-COMMANDS
           PERFORM 3000-SAVE-IF-CHANGED
           PERFORM 9000-TERMINATE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-STATS-STAMP
           MOVE WS-STAMP-DATE TO WS-STATS-START-DATE
           MOVE WS-STAMP-TIME TO WS-STATS-START-TIME

           PERFORM 1100-LOAD-RULES

           OPEN INPUT COMMAND-FILE
           IF WS-CMD-STATUS NOT = "00"
               DISPLAY "TBLSTMNT: UNABLE TO OPEN SYSIN, STATUS="
                   WS-CMD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    An absent rule file is the first run, not an error - the
      *    first SET starts it.
       1100-LOAD-RULES.
           OPEN INPUT RULE-FILE
           IF WS-STRN-STATUS NOT = "00"
               DISPLAY "TBLSTMNT: NO TBLSTRN YET, STARTING ONE"
           ELSE
               PERFORM UNTIL WS-STRN-AT-EOF
                   READ RULE-FILE
                       AT END
                           SET WS-STRN-AT-EOF TO TRUE
                       NOT AT END
                           IF WS-RULE-COUNT >= WS-RULE-LIMIT
                               DISPLAY "TBLSTMNT: MORE THAN "
                                   WS-RULE-LIMIT " RULES ON "
                                   "TBLSTRN, CANNOT MAINTAIN"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-RULE-COUNT
                           MOVE STR-RECORD
                               TO WS-RULE-ENTRY(WS-RULE-COUNT)
                   END-READ
               END-PERFORM
               CLOSE RULE-FILE
           END-IF.

       2000-PROCESS-COMMANDS.
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
           PERFORM 2200-FIND-RULE
           EVALUATE TRUE
               WHEN WS-CMD-IS-SET
                   PERFORM 2300-SET-RULE
               WHEN WS-CMD-IS-DROP
                   PERFORM 2500-DROP-RULE
               WHEN WS-CMD-IS-LIST
                   PERFORM 2700-LIST-RULES
               WHEN OTHER
                   DISPLAY "TBLSTMNT: UNKNOWN COMMAND " WS-CMD-CODE
                   ADD 1 TO WS-CMD-FAILED
                   MOVE 16 TO WS-RETURN-CODE
           END-EVALUATE.

       2200-FIND-RULE.
           MOVE SPACES TO WS-STRN-RECORD
           MOVE WS-CMD-FROM-STATUS TO WS-STRN-FROM-STATUS
           MOVE WS-CMD-TO-STATUS TO WS-STRN-TO-STATUS
           MOVE WS-STRN-RECORD(1:5) TO WS-RULE-SORT-KEY
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-RUL-IDX FROM 1 BY 1
                       UNTIL WS-RUL-IDX > WS-RULE-COUNT
                          OR WS-FOUND-IDX > 0
               IF WS-RULE-ENTRY(WS-RUL-IDX)(1:5) = WS-RULE-SORT-KEY
                   MOVE WS-RUL-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

       2300-SET-RULE.
           PERFORM 2400-EDIT-RULE-COMMAND
           EVALUATE TRUE
               WHEN WS-REJECT-REASON NOT = SPACES
                   DISPLAY "TBLSTMNT: SET " WS-CMD-FROM-STATUS " TO "
                       WS-CMD-TO-STATUS " REJECTED, " WS-REJECT-REASON
                   ADD 1 TO WS-CMD-FAILED
                   MOVE 8 TO WS-RETURN-CODE
               WHEN WS-FOUND-IDX > 0
                   PERFORM 2360-BUILD-RULE
                   MOVE WS-STRN-RECORD TO WS-RULE-ENTRY(WS-FOUND-IDX)
                   ADD 1 TO WS-CMD-CHANGED
                   SET WS-RULES-CHANGED TO TRUE
                   DISPLAY "TBLSTMNT: SET " WS-CMD-FROM-STATUS " TO "
                       WS-CMD-TO-STATUS " APPLIED, RULE REPLACED"
               WHEN WS-RULE-COUNT >= WS-RULE-LIMIT
                   DISPLAY "TBLSTMNT: SET " WS-CMD-FROM-STATUS " TO "
                       WS-CMD-TO-STATUS " REJECTED, FILE AT LIMIT OF "
                       WS-RULE-LIMIT
                   ADD 1 TO WS-CMD-FAILED
                   MOVE 8 TO WS-RETURN-CODE
               WHEN OTHER
                   PERFORM 2350-INSERT-RULE
           END-EVALUATE.

      *    The file stays in from / to order, so a new rule is slotted
      *    in at its position: everything after it shifts up one,
      *    starting from the tail so nothing is overwritten before it
      *    has been moved.
       2350-INSERT-RULE.
           ADD 1 TO WS-RULE-COUNT
           PERFORM VARYING WS-RUL-IDX FROM WS-RULE-COUNT BY -1
                       UNTIL WS-RUL-IDX = 1
                          OR WS-RULE-ENTRY(WS-RUL-IDX - 1)(1:5)
                                 NOT > WS-RULE-SORT-KEY
               MOVE WS-RULE-ENTRY(WS-RUL-IDX - 1)
                   TO WS-RULE-ENTRY(WS-RUL-IDX)
           END-PERFORM
           PERFORM 2360-BUILD-RULE
           MOVE WS-STRN-RECORD TO WS-RULE-ENTRY(WS-RUL-IDX)
           ADD 1 TO WS-CMD-CHANGED
           SET WS-RULES-CHANGED TO TRUE
           DISPLAY "TBLSTMNT: SET " WS-CMD-FROM-STATUS " TO "
               WS-CMD-TO-STATUS " APPLIED".

       2360-BUILD-RULE.
           MOVE SPACES TO WS-STRN-RECORD
           MOVE WS-CMD-FROM-STATUS TO WS-STRN-FROM-STATUS
           MOVE WS-CMD-TO-STATUS TO WS-STRN-TO-STATUS
           IF WS-CMD-AUTH-FLAG = "Y"
               MOVE "Y" TO WS-STRN-AUTH-FLAG
           ELSE
               MOVE "N" TO WS-STRN-AUTH-FLAG
           END-IF
           MOVE WS-CMD-DESC TO WS-STRN-DESC.

       2400-EDIT-RULE-COMMAND.
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
               WHEN NOT WS-CMD-FROM-VALID
                   MOVE "FROM STATUS NOT VALID" TO WS-REJECT-REASON
               WHEN NOT WS-CMD-TO-VALID
                   MOVE "TO STATUS NOT VALID" TO WS-REJECT-REASON
               WHEN WS-CMD-FROM-STATUS = WS-CMD-TO-STATUS
                   MOVE "STATUS DOES NOT MOVE" TO WS-REJECT-REASON
               WHEN WS-CMD-IS-SET AND NOT WS-CMD-AUTH-VALID
                   MOVE "REASON FLAG NOT Y OR N" TO WS-REJECT-REASON
           END-EVALUATE.

       2500-DROP-RULE.
           PERFORM 2400-EDIT-RULE-COMMAND
           EVALUATE TRUE
               WHEN WS-REJECT-REASON NOT = SPACES
                   DISPLAY "TBLSTMNT: DROP " WS-CMD-FROM-STATUS " TO "
                       WS-CMD-TO-STATUS " REJECTED, " WS-REJECT-REASON
                   ADD 1 TO WS-CMD-FAILED
                   MOVE 8 TO WS-RETURN-CODE
               WHEN WS-FOUND-IDX = 0
                   DISPLAY "TBLSTMNT: DROP " WS-CMD-FROM-STATUS " TO "
                       WS-CMD-TO-STATUS " REJECTED, NO RULE FOR THAT "
                       "MOVE"
                   ADD 1 TO WS-CMD-FAILED
                   MOVE 8 TO WS-RETURN-CODE
               WHEN OTHER
                   PERFORM VARYING WS-RUL-IDX FROM WS-FOUND-IDX BY 1
                               UNTIL WS-RUL-IDX >= WS-RULE-COUNT
                       MOVE WS-RULE-ENTRY(WS-RUL-IDX + 1)
                           TO WS-RULE-ENTRY(WS-RUL-IDX)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-RULE-COUNT
                   ADD 1 TO WS-CMD-CHANGED
                   SET WS-RULES-CHANGED TO TRUE
                   DISPLAY "TBLSTMNT: DROP " WS-CMD-FROM-STATUS " TO "
                       WS-CMD-TO-STATUS " APPLIED"
           END-EVALUATE.

       2700-LIST-RULES.
           DISPLAY "TBLSTMNT: " WS-RULE-COUNT " RULES ON FILE"
           PERFORM VARYING WS-RUL-IDX FROM 1 BY 1
                       UNTIL WS-RUL-IDX > WS-RULE-COUNT
               MOVE WS-RULE-ENTRY(WS-RUL-IDX) TO WS-STRN-RECORD
               IF WS-STRN-NEEDS-REASON
                   DISPLAY "TBLSTMNT:   " WS-STRN-FROM-STATUS " TO "
                       WS-STRN-TO-STATUS "  REASON NEEDED  "
                       WS-STRN-DESC
               ELSE
                   DISPLAY "TBLSTMNT:   " WS-STRN-FROM-STATUS " TO "
                       WS-STRN-TO-STATUS "                 "
                       WS-STRN-DESC
               END-IF
           END-PERFORM.

       3000-SAVE-IF-CHANGED.
           IF WS-RULES-CHANGED
               OPEN OUTPUT RULE-FILE
               IF WS-STRN-STATUS NOT = "00"
                   DISPLAY "TBLSTMNT: UNABLE TO REWRITE TBLSTRN, "
                       "STATUS=" WS-STRN-STATUS
                   MOVE 16 TO WS-RETURN-CODE
               ELSE
                   PERFORM VARYING WS-RUL-IDX FROM 1 BY 1
                               UNTIL WS-RUL-IDX > WS-RULE-COUNT
                       WRITE STR-RECORD
                           FROM WS-RULE-ENTRY(WS-RUL-IDX)
                   END-PERFORM
                   CLOSE RULE-FILE
                   DISPLAY "TBLSTMNT: TBLSTRN REWRITTEN, "
                       WS-RULE-COUNT " RULES"
               END-IF
           ELSE
               DISPLAY "TBLSTMNT: NO CHANGES APPLIED, "
                   "TBLSTRN LEFT AS IS"
           END-IF.

       9000-TERMINATE.
           CLOSE COMMAND-FILE
           DISPLAY "TBLSTMNT: RUN COMPLETE, RETURN CODE "
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
           MOVE "TBLSTMNT" TO WS-STATS-PROGRAM
           MOVE WS-CMD-COUNT TO WS-STATS-READ-COUNT
           MOVE WS-RULE-COUNT TO WS-STATS-LOADED-COUNT
           MOVE WS-CMD-FAILED TO WS-STATS-REJECT-COUNT
           MOVE WS-CMD-CHANGED TO WS-STATS-CHANGED-COUNT
           MOVE WS-RETURN-CODE TO WS-STATS-RETURN-CODE
           OPEN EXTEND STATS-FILE
           IF WS-STATS-STATUS = "35"
               OPEN OUTPUT STATS-FILE
           END-IF
           IF WS-STATS-STATUS NOT = "00"
               DISPLAY "TBLSTMNT: UNABLE TO OPEN TBLSTATS, STATUS="
                   WS-STATS-STATUS
           ELSE
               WRITE STA-RECORD FROM WS-STATS-RECORD
               CLOSE STATS-FILE
           END-IF.
