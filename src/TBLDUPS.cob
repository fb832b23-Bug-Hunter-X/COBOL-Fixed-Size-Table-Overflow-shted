      ******************************************************************
      *    PROGRAM-ID.  TBLDUPS
      *    Nightly suspect-duplicate scan of the table, across keys and
      *    against the purge archive catalog.
      *
      *    TBLLOAD only catches the same key twice, through its
      *    adjacent-key compare. The duplicates that actually cost
      *    money come in under different keys: the same business
      *    posted twice - same branch, same amount, same effective
      *    date, a description keyed a little differently. This
      *    program reads the whole of TBLMAST, sorts it on branch,
      *    amount and effective date, and within every run of entries
      *    sharing all three scores each pair of descriptions for how
      *    closely they match:
      *        100   the descriptions are identical
      *        0-99  word overlap - twice the words the two share over
      *              the words in both, as a percentage, so "RENT MAY
      *              UNIT 4" against "RENT MAY UNIT 4 DUP" scores 88
      *    A pair scoring at or above the minimum score is printed for
      *    review on the TBLDUPR report, grouped under the branch,
      *    amount and date they share.
      *
      *    The same pass flags every live key that is also registered
      *    on the TBLACAT archive catalog (copybook ACATREC) - an ADD
      *    that reused a key TBLPURGE already archived, which leaves
      *    TBLHIST answering for the live entry and hiding the
      *    archived one. The catalog is held in storage sorted by key
      *    and walked alongside the master, which reads in key order.
      *
      *    Reviewers clear a pair that is NOT a duplicate by adding it
      *    to the TBLDUPC cleared file, one pair per record, fixed-
      *    column:
      *        cols  1-10  one key of the pair
      *        cols 12-21  the other key, in either order
      *        cols 23-30  reviewer
      *        cols 32-39  date cleared, CCYYMMDD
      *        cols 41-80  note
      *    A cleared pair is never reported again; a group is only
      *    printed while it still has an uncleared pair in it, and the
      *    number suppressed is shown in the summary. An absent
      *    TBLDUPC means nothing has been cleared yet.
      *
      *    The TBLDUPP parameter file, one KEYWORD=VALUE per record,
      *    is optional:
      *        MINSCORE=nnn   lowest score reported, 000-100, default
      *                       050
      *
      *    The run ends with return code 4 when anything was reported
      *    for review, 0 on a clean table. A run of more than
      *    WS-GRP-LIMIT entries sharing one branch, amount and date is
      *    scored on its first WS-GRP-LIMIT and flagged on the report.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TBLDUPS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO "TBLMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MF-ENTRY-KEY
               FILE STATUS IS WS-MAST-STATUS.

           SELECT CATALOG-FILE ASSIGN TO "TBLACAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACAT-STATUS.

           SELECT CLEARED-FILE ASSIGN TO "TBLDUPC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLR-STATUS.

           SELECT PARAMETER-FILE ASSIGN TO "TBLDUPP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT SORT-FILE ASSIGN TO "TBLDSRTW".

           SELECT REPORT-FILE ASSIGN TO "TBLDUPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT STATS-FILE ASSIGN TO "TBLSTATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
       01  MF-RECORD.
           05  MF-ENTRY-KEY               PIC X(10).
           05  MF-ENTRY-DATA              PIC X(70).

       FD  CATALOG-FILE.
       01  CAT-RECORD                     PIC X(50).

       FD  CLEARED-FILE.
       01  CLR-RECORD                     PIC X(80).

       FD  PARAMETER-FILE.
       01  PRM-RECORD                     PIC X(80).

       SD  SORT-FILE.
       01  SRT-RECORD.
           05  SRT-BRANCH                 PIC X(4).
           05  SRT-AMOUNT                 PIC S9(9)V99.
           05  SRT-EFF-DATE               PIC X(8).
           05  SRT-KEY                    PIC X(10).
           05  SRT-STATUS                 PIC X(2).
           05  SRT-DESC                   PIC X(45).

       FD  REPORT-FILE.
       01  RPT-RECORD                     PIC X(132).

       FD  STATS-FILE.
       01  STA-RECORD                     PIC X(58).

       WORKING-STORAGE SECTION.
       COPY ENTREC.

       COPY ACATREC.

      *    The catalog held in storage and sorted by key, so the
      *    master's ascending keys can walk it in one pass.
       01  WS-CAT-AREA.
           05  WS-CAT-LIMIT               PIC 9(5) VALUE 30000.
           05  WS-CAT-COUNT               PIC 9(5) VALUE 0.
           05  WS-CAT-ENTRY OCCURS 1 TO 30000 TIMES
                        DEPENDING ON WS-CAT-COUNT.
               10  WS-CAT-KEY             PIC X(10).
               10  WS-CAT-REST            PIC X(40).

       01  WS-CAT-IDX                     PIC 9(5) VALUE 1.
       01  WS-CAT-DONE-SWITCH             PIC X(1) VALUE "N".
           88  WS-CAT-WALK-DONE           VALUE "Y".

      *    One TBLDUPC cleared pair, and the pairs held in storage
      *    with the lower key first whichever way they were keyed.
       01  WS-CLEARED-RECORD.
           05  WS-CLR-IN-KEY-A            PIC X(10).
           05  FILLER                     PIC X(1).
           05  WS-CLR-IN-KEY-B            PIC X(10).
           05  FILLER                     PIC X(1).
           05  WS-CLR-IN-REVIEWER         PIC X(8).
           05  FILLER                     PIC X(1).
           05  WS-CLR-IN-DATE             PIC X(8).
           05  FILLER                     PIC X(1).
           05  WS-CLR-IN-NOTE             PIC X(40).

       01  WS-CLR-AREA.
           05  WS-CLR-LIMIT               PIC 9(5) VALUE 5000.
           05  WS-CLR-COUNT               PIC 9(5) VALUE 0.
           05  WS-CLR-ENTRY OCCURS 5000 TIMES.
               10  WS-CLR-KEY-A           PIC X(10).
               10  WS-CLR-KEY-B           PIC X(10).

       01  WS-CLR-IDX                     PIC 9(5) VALUE 0.
       01  WS-CLEARED-SWITCH              PIC X(1) VALUE "N".
           88  WS-PAIR-IS-CLEARED         VALUE "Y".

      *    The run of sorted entries sharing one branch, amount and
      *    effective date - the candidates scored against each other.
       01  WS-GRP-BRANCH                  PIC X(4) VALUE SPACES.
       01  WS-GRP-AMOUNT                  PIC S9(9)V99 VALUE 0.
       01  WS-GRP-EFF-DATE                PIC X(8) VALUE SPACES.
       01  WS-GRP-AREA.
           05  WS-GRP-LIMIT               PIC 9(3) VALUE 200.
           05  WS-GRP-COUNT               PIC 9(3) VALUE 0.
           05  WS-GRP-ENTRY OCCURS 200 TIMES.
               10  WS-GRP-KEY             PIC X(10).
               10  WS-GRP-STATUS          PIC X(2).
               10  WS-GRP-DESC            PIC X(45).

       01  WS-GRP-OVERFLOW-SWITCH         PIC X(1) VALUE "N".
           88  WS-GROUP-OVERFLOWED        VALUE "Y".
       01  WS-GRP-PRINTED-SWITCH          PIC X(1) VALUE "N".
           88  WS-GROUP-WAS-PRINTED       VALUE "Y".
       01  WS-IDX-A                       PIC 9(3) VALUE 0.
       01  WS-IDX-B                       PIC 9(3) VALUE 0.
       01  WS-IDX-B-START                 PIC 9(3) VALUE 0.

      *    Description scoring work: each description split into its
      *    words, and a used flag per word so a word of one is matched
      *    to at most one word of the other.
       01  WS-DESC-A                      PIC X(45) VALUE SPACES.
       01  WS-DESC-B                      PIC X(45) VALUE SPACES.
       01  WS-WORDS-A.
           05  WS-WORD-A OCCURS 10 TIMES  PIC X(20).
       01  WS-WORDS-B.
           05  WS-WORD-B OCCURS 10 TIMES  PIC X(20).
       01  WS-USED-B.
           05  WS-USED-B-FLAG OCCURS 10 TIMES
                                          PIC X(1).
       01  WS-WORD-COUNT-A                PIC 9(2) VALUE 0.
       01  WS-WORD-COUNT-B                PIC 9(2) VALUE 0.
       01  WS-COMMON-COUNT                PIC 9(2) VALUE 0.
       01  WS-WORD-IDX                    PIC 9(2) VALUE 0.
       01  WS-MATCH-IDX                   PIC 9(2) VALUE 0.
       01  WS-MATCH-SWITCH                PIC X(1) VALUE "N".
           88  WS-WORD-MATCHED            VALUE "Y".
       01  WS-SCORE                       PIC 9(3) VALUE 0.
       01  WS-MIN-SCORE                   PIC 9(3) VALUE 50.

      *    Parameters.
       01  WS-PARM-RECORD                 PIC X(80).
       01  WS-PARM-KEYWORD                PIC X(10) VALUE SPACES.
       01  WS-PARM-VALUE                  PIC X(45) VALUE SPACES.

       01  WS-MAST-STATUS                 PIC X(2) VALUE SPACES.
       01  WS-ACAT-STATUS                 PIC X(2) VALUE SPACES.
       01  WS-CLR-STATUS                  PIC X(2) VALUE SPACES.
       01  WS-PARM-STATUS                 PIC X(2) VALUE SPACES.
       01  WS-REPORT-STATUS               PIC X(2) VALUE SPACES.
       01  WS-RETURN-CODE                 PIC 9(2) VALUE 0.

       01  WS-MAST-EOF-SWITCH             PIC X(1) VALUE "N".
           88  WS-MAST-AT-EOF             VALUE "Y".
       01  WS-ACAT-EOF-SWITCH             PIC X(1) VALUE "N".
           88  WS-ACAT-AT-EOF             VALUE "Y".
       01  WS-CLR-EOF-SWITCH              PIC X(1) VALUE "N".
           88  WS-CLR-AT-EOF              VALUE "Y".
       01  WS-PARM-EOF-SWITCH             PIC X(1) VALUE "N".
           88  WS-PARM-AT-EOF             VALUE "Y".
       01  WS-SORT-EOF-SWITCH             PIC X(1) VALUE "N".
           88  WS-SORT-AT-EOF             VALUE "Y".

       01  WS-READ-COUNT                  PIC 9(5) VALUE 0.
       01  WS-CATALOG-HIT-COUNT           PIC 9(5) VALUE 0.
       01  WS-GROUP-COUNT                 PIC 9(5) VALUE 0.
       01  WS-PAIR-COUNT                  PIC 9(5) VALUE 0.
       01  WS-SUPPRESSED-COUNT            PIC 9(5) VALUE 0.
       01  WS-OVERFLOW-COUNT              PIC 9(5) VALUE 0.

       01  WS-EDITED-AMOUNT               PIC -(9)9.99.
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
           SORT SORT-FILE
               ASCENDING KEY SRT-BRANCH SRT-AMOUNT SRT-EFF-DATE
                             SRT-KEY
               INPUT PROCEDURE IS 2000-SCAN-MASTER
               OUTPUT PROCEDURE IS 3000-FIND-SUSPECT-GROUPS
           PERFORM 9000-TERMINATE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-STATS-STAMP
           MOVE WS-STAMP-DATE TO WS-STATS-START-DATE
           MOVE WS-STAMP-TIME TO WS-STATS-START-TIME
           MOVE WS-STAMP-DATE TO WS-RUN-DATE

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "TBLDUPS: UNABLE TO OPEN TBLDUPR, STATUS="
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1200-LOAD-PARAMETERS
           PERFORM 1300-LOAD-CATALOG
           PERFORM 1400-LOAD-CLEARED-PAIRS

           MOVE SPACES TO RPT-RECORD
           STRING "SUSPECT DUPLICATE REVIEW - RUN DATE " WS-RUN-DATE
                   " - MINIMUM SCORE " WS-MIN-SCORE
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE "LIVE KEYS ALSO ON THE TBLACAT ARCHIVE CATALOG"
               TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING "KEY         BRANCH  AMOUNT          EFF DATE  "
                   "ARCHIVE          PURGED    REASON"
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD.

      *    An absent parameter file means the default minimum score.
       1200-LOAD-PARAMETERS.
           OPEN INPUT PARAMETER-FILE
           IF WS-PARM-STATUS NOT = "00"
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
                   WHEN "MINSCORE"
                       IF WS-PARM-VALUE(1:3) NUMERIC
                          AND WS-PARM-VALUE(1:3) <= "100"
                           MOVE WS-PARM-VALUE(1:3) TO WS-MIN-SCORE
                       ELSE
                           DISPLAY "TBLDUPS: BAD MINSCORE VALUE "
                               WS-PARM-VALUE(1:3)
                           MOVE 8 TO WS-RETURN-CODE
                       END-IF
                   WHEN OTHER
                       DISPLAY "TBLDUPS: UNRECOGNIZED PARAMETER "
                           WS-PARM-KEYWORD
                       MOVE 8 TO WS-RETURN-CODE
               END-EVALUATE
           END-IF.

      *    No catalog only means no purge has registered anything yet.
       1300-LOAD-CATALOG.
           OPEN INPUT CATALOG-FILE
           IF WS-ACAT-STATUS NOT = "00"
               DISPLAY "TBLDUPS: NO TBLACAT CATALOG, "
                   "NO ARCHIVED KEYS TO CHECK"
           ELSE
               PERFORM UNTIL WS-ACAT-AT-EOF
                   READ CATALOG-FILE INTO CAT-RECORD
                       AT END
                           SET WS-ACAT-AT-EOF TO TRUE
                       NOT AT END
                           IF WS-CAT-COUNT >= WS-CAT-LIMIT
                               DISPLAY "TBLDUPS: CATALOG EXCEEDS "
                                   WS-CAT-LIMIT " RECORDS, "
                                   "CANNOT SEARCH"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-CAT-COUNT
                           MOVE CAT-RECORD
                               TO WS-CAT-ENTRY(WS-CAT-COUNT)
                   END-READ
               END-PERFORM
               CLOSE CATALOG-FILE
               IF WS-CAT-COUNT > 0
                   SORT WS-CAT-ENTRY ASCENDING WS-CAT-KEY
               END-IF
           END-IF.

      *    No cleared file only means nothing has been cleared yet.
       1400-LOAD-CLEARED-PAIRS.
           OPEN INPUT CLEARED-FILE
           IF WS-CLR-STATUS NOT = "00"
               DISPLAY "TBLDUPS: NO TBLDUPC CLEARED FILE, "
                   "NO PAIRS CLEARED"
           ELSE
               PERFORM UNTIL WS-CLR-AT-EOF
                   READ CLEARED-FILE INTO WS-CLEARED-RECORD
                       AT END
                           SET WS-CLR-AT-EOF TO TRUE
                       NOT AT END
                           PERFORM 1410-FILE-CLEARED-PAIR
                   END-READ
               END-PERFORM
               CLOSE CLEARED-FILE
           END-IF.

       1410-FILE-CLEARED-PAIR.
           IF WS-CLR-IN-KEY-A = SPACES OR WS-CLR-IN-KEY-B = SPACES
               CONTINUE
           ELSE
               IF WS-CLR-COUNT >= WS-CLR-LIMIT
                   DISPLAY "TBLDUPS: CLEARED FILE EXCEEDS "
                       WS-CLR-LIMIT " PAIRS, CANNOT SCAN"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CLR-COUNT
               IF WS-CLR-IN-KEY-A < WS-CLR-IN-KEY-B
                   MOVE WS-CLR-IN-KEY-A TO WS-CLR-KEY-A(WS-CLR-COUNT)
                   MOVE WS-CLR-IN-KEY-B TO WS-CLR-KEY-B(WS-CLR-COUNT)
               ELSE
                   MOVE WS-CLR-IN-KEY-B TO WS-CLR-KEY-A(WS-CLR-COUNT)
                   MOVE WS-CLR-IN-KEY-A TO WS-CLR-KEY-B(WS-CLR-COUNT)
               END-IF
           END-IF.

      *    The SORT input procedure, one pass down the master in key
      *    order: each entry is checked against the catalog and
      *    released to the sort on branch, amount and date.
       2000-SCAN-MASTER.
           OPEN INPUT MASTER-FILE
           IF WS-MAST-STATUS NOT = "00"
               DISPLAY "TBLDUPS: UNABLE TO OPEN TBLMAST, STATUS="
                   WS-MAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-MAST-AT-EOF
               READ MASTER-FILE
                   AT END
                       SET WS-MAST-AT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       MOVE MF-RECORD TO WS-ENT-RECORD
                       PERFORM 2100-CHECK-CATALOG
                       MOVE WS-ENT-BRANCH TO SRT-BRANCH
                       MOVE WS-ENT-AMOUNT TO SRT-AMOUNT
                       MOVE WS-ENT-EFF-DATE TO SRT-EFF-DATE
                       MOVE WS-ENT-KEY TO SRT-KEY
                       MOVE WS-ENT-STATUS TO SRT-STATUS
                       MOVE WS-ENT-DESC TO SRT-DESC
                       RELEASE SRT-RECORD
               END-READ
           END-PERFORM
           CLOSE MASTER-FILE.

      *    The balance line against the sorted catalog: catalog keys
      *    below the live key are passed over, every catalog record
      *    for the live key is reported - a key archived more than
      *    once has several.
       2100-CHECK-CATALOG.
           MOVE "N" TO WS-CAT-DONE-SWITCH
           PERFORM UNTIL WS-CAT-WALK-DONE
               IF WS-CAT-IDX > WS-CAT-COUNT
                   SET WS-CAT-WALK-DONE TO TRUE
               ELSE
                   EVALUATE TRUE
                       WHEN WS-CAT-KEY(WS-CAT-IDX) < WS-ENT-KEY
                           ADD 1 TO WS-CAT-IDX
                       WHEN WS-CAT-KEY(WS-CAT-IDX) = WS-ENT-KEY
                           PERFORM 2200-REPORT-CATALOG-HIT
                           ADD 1 TO WS-CAT-IDX
                       WHEN OTHER
                           SET WS-CAT-WALK-DONE TO TRUE
                   END-EVALUATE
               END-IF
           END-PERFORM.

       2200-REPORT-CATALOG-HIT.
           MOVE WS-CAT-ENTRY(WS-CAT-IDX) TO WS-ACAT-RECORD
           ADD 1 TO WS-CATALOG-HIT-COUNT
           MOVE WS-ENT-AMOUNT TO WS-EDITED-AMOUNT
           MOVE SPACES TO RPT-RECORD
           STRING WS-ENT-KEY "  " WS-ENT-BRANCH "    "
                   WS-EDITED-AMOUNT "  " WS-ENT-EFF-DATE "  "
                   WS-ACAT-ARCHID "  " WS-ACAT-PURGE-DATE "  "
                   WS-ACAT-REASON
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD
           IF WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

      *    The SORT output procedure: entries come back grouped on
      *    branch, amount and date, and each group is scored as soon
      *    as the next one starts.
       3000-FIND-SUSPECT-GROUPS.
           MOVE SPACES TO RPT-RECORD
           STRING "CATALOG HITS: " WS-CATALOG-HIT-COUNT
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE "SUSPECT DUPLICATES - SAME BRANCH, AMOUNT AND DATE"
               TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE 0 TO WS-GRP-COUNT
           PERFORM UNTIL WS-SORT-AT-EOF
               RETURN SORT-FILE
                   AT END
                       SET WS-SORT-AT-EOF TO TRUE
                   NOT AT END
                       IF WS-GRP-COUNT > 0
                          AND (SRT-BRANCH NOT = WS-GRP-BRANCH
                            OR SRT-AMOUNT NOT = WS-GRP-AMOUNT
                            OR SRT-EFF-DATE NOT = WS-GRP-EFF-DATE)
                           PERFORM 3100-SCORE-GROUP
                           MOVE 0 TO WS-GRP-COUNT
                       END-IF
                       PERFORM 3050-ADD-TO-GROUP
               END-RETURN
           END-PERFORM
           IF WS-GRP-COUNT > 0
               PERFORM 3100-SCORE-GROUP
           END-IF.

       3050-ADD-TO-GROUP.
           IF WS-GRP-COUNT = 0
               MOVE SRT-BRANCH TO WS-GRP-BRANCH
               MOVE SRT-AMOUNT TO WS-GRP-AMOUNT
               MOVE SRT-EFF-DATE TO WS-GRP-EFF-DATE
               MOVE "N" TO WS-GRP-OVERFLOW-SWITCH
           END-IF
           IF WS-GRP-COUNT >= WS-GRP-LIMIT
               SET WS-GROUP-OVERFLOWED TO TRUE
           ELSE
               ADD 1 TO WS-GRP-COUNT
               MOVE SRT-KEY TO WS-GRP-KEY(WS-GRP-COUNT)
               MOVE SRT-STATUS TO WS-GRP-STATUS(WS-GRP-COUNT)
               MOVE SRT-DESC TO WS-GRP-DESC(WS-GRP-COUNT)
           END-IF.

      *    Every pair in the group is scored; a pair at or over the
      *    minimum score is reported unless a reviewer has cleared
      *    it. The group heading is only printed with its first
      *    reported pair.
       3100-SCORE-GROUP.
           MOVE "N" TO WS-GRP-PRINTED-SWITCH
           PERFORM VARYING WS-IDX-A FROM 1 BY 1
                       UNTIL WS-IDX-A >= WS-GRP-COUNT
               ADD 1 WS-IDX-A GIVING WS-IDX-B-START
               PERFORM VARYING WS-IDX-B FROM WS-IDX-B-START BY 1
                           UNTIL WS-IDX-B > WS-GRP-COUNT
                   PERFORM 3200-SCORE-ONE-PAIR
               END-PERFORM
           END-PERFORM
           IF WS-GROUP-OVERFLOWED
               ADD 1 TO WS-OVERFLOW-COUNT
               MOVE WS-GRP-AMOUNT TO WS-EDITED-AMOUNT
               MOVE SPACES TO RPT-RECORD
               STRING "  MORE THAN " WS-GRP-LIMIT " ENTRIES FOR "
                       WS-GRP-BRANCH " " WS-EDITED-AMOUNT " "
                       WS-GRP-EFF-DATE " - ONLY THE FIRST "
                       WS-GRP-LIMIT " WERE SCORED"
                       DELIMITED BY SIZE INTO RPT-RECORD
               WRITE RPT-RECORD
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF.

       3200-SCORE-ONE-PAIR.
           MOVE WS-GRP-DESC(WS-IDX-A) TO WS-DESC-A
           MOVE WS-GRP-DESC(WS-IDX-B) TO WS-DESC-B
           PERFORM 3300-SCORE-DESCRIPTIONS
           IF WS-SCORE >= WS-MIN-SCORE
               PERFORM 3400-CHECK-CLEARED
               IF WS-PAIR-IS-CLEARED
                   ADD 1 TO WS-SUPPRESSED-COUNT
               ELSE
                   PERFORM 3500-PRINT-PAIR
               END-IF
           END-IF.

      *    Identical descriptions score 100; otherwise the score is
      *    the shared words as a share of all the words in both.
       3300-SCORE-DESCRIPTIONS.
           IF WS-DESC-A = WS-DESC-B
               MOVE 100 TO WS-SCORE
           ELSE
               MOVE SPACES TO WS-WORDS-A
               MOVE SPACES TO WS-WORDS-B
               MOVE SPACES TO WS-USED-B
               UNSTRING WS-DESC-A DELIMITED BY ALL " "
                   INTO WS-WORD-A(1) WS-WORD-A(2) WS-WORD-A(3)
                        WS-WORD-A(4) WS-WORD-A(5) WS-WORD-A(6)
                        WS-WORD-A(7) WS-WORD-A(8) WS-WORD-A(9)
                        WS-WORD-A(10)
               UNSTRING WS-DESC-B DELIMITED BY ALL " "
                   INTO WS-WORD-B(1) WS-WORD-B(2) WS-WORD-B(3)
                        WS-WORD-B(4) WS-WORD-B(5) WS-WORD-B(6)
                        WS-WORD-B(7) WS-WORD-B(8) WS-WORD-B(9)
                        WS-WORD-B(10)
               MOVE 0 TO WS-WORD-COUNT-A
               MOVE 0 TO WS-WORD-COUNT-B
               MOVE 0 TO WS-COMMON-COUNT
               PERFORM VARYING WS-WORD-IDX FROM 1 BY 1
                           UNTIL WS-WORD-IDX > 10
                   IF WS-WORD-B(WS-WORD-IDX) NOT = SPACES
                       ADD 1 TO WS-WORD-COUNT-B
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-WORD-IDX FROM 1 BY 1
                           UNTIL WS-WORD-IDX > 10
                   IF WS-WORD-A(WS-WORD-IDX) NOT = SPACES
                       ADD 1 TO WS-WORD-COUNT-A
                       PERFORM 3310-MATCH-ONE-WORD
                   END-IF
               END-PERFORM
               IF WS-WORD-COUNT-A + WS-WORD-COUNT-B = 0
                   MOVE 0 TO WS-SCORE
               ELSE
                   COMPUTE WS-SCORE = (200 * WS-COMMON-COUNT)
                       / (WS-WORD-COUNT-A + WS-WORD-COUNT-B)
               END-IF
           END-IF.

       3310-MATCH-ONE-WORD.
           MOVE "N" TO WS-MATCH-SWITCH
           PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
                       UNTIL WS-MATCH-IDX > 10
                          OR WS-WORD-MATCHED
               IF WS-USED-B-FLAG(WS-MATCH-IDX) = SPACE
                  AND WS-WORD-B(WS-MATCH-IDX) NOT = SPACES
                  AND WS-WORD-B(WS-MATCH-IDX) = WS-WORD-A(WS-WORD-IDX)
                   SET WS-WORD-MATCHED TO TRUE
                   MOVE "Y" TO WS-USED-B-FLAG(WS-MATCH-IDX)
                   ADD 1 TO WS-COMMON-COUNT
               END-IF
           END-PERFORM.

      *    The group arrives in key order, so the pair's lower key is
      *    always WS-IDX-A - the order the cleared pairs are held in.
       3400-CHECK-CLEARED.
           MOVE "N" TO WS-CLEARED-SWITCH
           PERFORM VARYING WS-CLR-IDX FROM 1 BY 1
                       UNTIL WS-CLR-IDX > WS-CLR-COUNT
                          OR WS-PAIR-IS-CLEARED
               IF WS-CLR-KEY-A(WS-CLR-IDX) = WS-GRP-KEY(WS-IDX-A)
                  AND WS-CLR-KEY-B(WS-CLR-IDX) = WS-GRP-KEY(WS-IDX-B)
                   SET WS-PAIR-IS-CLEARED TO TRUE
               END-IF
           END-PERFORM.

       3500-PRINT-PAIR.
           IF NOT WS-GROUP-WAS-PRINTED
               SET WS-GROUP-WAS-PRINTED TO TRUE
               ADD 1 TO WS-GROUP-COUNT
               MOVE WS-GRP-AMOUNT TO WS-EDITED-AMOUNT
               MOVE SPACES TO RPT-RECORD
               WRITE RPT-RECORD
               MOVE SPACES TO RPT-RECORD
               STRING "GROUP " WS-GROUP-COUNT "  BRANCH "
                       WS-GRP-BRANCH "  AMOUNT " WS-EDITED-AMOUNT
                       "  EFF DATE " WS-GRP-EFF-DATE
                       DELIMITED BY SIZE INTO RPT-RECORD
               WRITE RPT-RECORD
           END-IF
           ADD 1 TO WS-PAIR-COUNT
           MOVE SPACES TO RPT-RECORD
           STRING "  SCORE " WS-SCORE "  " WS-GRP-KEY(WS-IDX-A) "  "
                   WS-GRP-STATUS(WS-IDX-A) "  " WS-GRP-DESC(WS-IDX-A)
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING "             " WS-GRP-KEY(WS-IDX-B) "  "
                   WS-GRP-STATUS(WS-IDX-B) "  " WS-GRP-DESC(WS-IDX-B)
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD
           IF WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

       9000-TERMINATE.
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING "ENTRIES SCANNED:               " WS-READ-COUNT
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING "LIVE KEYS ON THE CATALOG:      "
                   WS-CATALOG-HIT-COUNT
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING "SUSPECT GROUPS REPORTED:       " WS-GROUP-COUNT
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING "SUSPECT PAIRS REPORTED:        " WS-PAIR-COUNT
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING "PAIRS SUPPRESSED AS CLEARED:   " WS-SUPPRESSED-COUNT
                   DELIMITED BY SIZE INTO RPT-RECORD
           WRITE RPT-RECORD
           CLOSE REPORT-FILE
           DISPLAY "TBLDUPS: " WS-READ-COUNT " SCANNED, "
               WS-PAIR-COUNT " SUSPECT PAIRS IN " WS-GROUP-COUNT
               " GROUPS, " WS-SUPPRESSED-COUNT " CLEARED, "
               WS-CATALOG-HIT-COUNT " CATALOG HITS"
           DISPLAY "TBLDUPS: RUN COMPLETE, RETURN CODE "
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
           MOVE "TBLDUPS" TO WS-STATS-PROGRAM
           MOVE WS-READ-COUNT TO WS-STATS-READ-COUNT
           MOVE WS-PAIR-COUNT TO WS-STATS-LOADED-COUNT
           MOVE WS-CATALOG-HIT-COUNT TO WS-STATS-REJECT-COUNT
           MOVE 0 TO WS-STATS-CHANGED-COUNT
           MOVE WS-RETURN-CODE TO WS-STATS-RETURN-CODE
           OPEN EXTEND STATS-FILE
           IF WS-STATS-STATUS = "35"
               OPEN OUTPUT STATS-FILE
           END-IF
           IF WS-STATS-STATUS NOT = "00"
               DISPLAY "TBLDUPS: UNABLE TO OPEN TBLSTATS, STATUS="
                   WS-STATS-STATUS
           ELSE
               WRITE STA-RECORD FROM WS-STATS-RECORD
               CLOSE STATS-FILE
           END-IF.
