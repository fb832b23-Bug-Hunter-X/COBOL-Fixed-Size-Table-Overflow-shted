      ******************************************************************
      *    PBALREC.CPY
      *    Layout of one TBLPBAL period-balance record. The TBLCLOSE
      *    month-end close appends one per branch for every period it
      *    closes - the branch's region, its opening balance, the
      *    month's journalled movement, its closing balance on
      *    TBLIMAGE and the number of entries behind it - and the next
      *    month's close takes its opening balances from the latest
      *    period on the file. The callable TBLPLV reads the same file
      *    to tell the change paths (TBLMERGE, TBLINQ, TBLRELSE) which
      *    months are closed. All of them COPY this so the file is
      *    written and read from one authoritative shape.
      *
      *    WS-PBAL-PERIOD is the closed month, CCYYMM. The file is
      *    cumulative across closes and is only ever appended to, so
      *    it is also the record of what was reported to finance.
      *
      *    A period closed with ACCEPT=Y carries its out-of-proof
      *    branches with WS-PBAL-PROOF-FLAG A and the accepted
      *    difference in WS-PBAL-DIFFERENCE: the closing is still the
      *    TBLIMAGE total and the movement still the journalled one,
      *    so opening plus movement plus difference is the closing. A
      *    proved branch has the flag blank; records written before
      *    the difference was added are 80 bytes and read back with
      *    both blank, so the difference is only to be read under
      *    the flag.
      ******************************************************************
       01  WS-PBAL-RECORD.
           05  WS-PBAL-PERIOD             PIC X(6).
           05  WS-PBAL-BRANCH             PIC X(4).
           05  WS-PBAL-REGION             PIC X(4).
           05  WS-PBAL-OPENING            PIC S9(13)V99.
           05  WS-PBAL-MOVEMENT           PIC S9(13)V99.
           05  WS-PBAL-CLOSING            PIC S9(13)V99.
           05  WS-PBAL-ENTRY-COUNT        PIC 9(5).
           05  WS-PBAL-CLOSE-DATE         PIC X(8).
           05  WS-PBAL-PROOF-FLAG         PIC X(1).
               88  WS-PBAL-DIFF-ACCEPTED  VALUE "A".
           05  FILLER                     PIC X(7).
           05  WS-PBAL-DIFFERENCE         PIC S9(13)V99.
