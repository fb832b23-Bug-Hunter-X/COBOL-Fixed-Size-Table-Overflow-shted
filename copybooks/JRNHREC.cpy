      ******************************************************************
      *    JRNHREC.CPY
      *    Layout of the batch header record on the TBLJRNH journal
      *    history. TBLJHIST appends TBLJRNL to the history behind one
      *    of these, and TBLTRACE reads the history back; both COPY
      *    this so the history is written and read from one
      *    authoritative shape.
      *
      *    The history holds journal batches back to back, the way
      *    TBLGENS holds generations: a BATCH= header, then COUNT
      *    journal records in TBLJRNL's own layout (copybook JRNLREC).
      *    The BATCH= tag can never collide with a journal record,
      *    which starts with its command (ADD, CHANGE, DELETE,
      *    UPDATE).
      *
      *    WS-JRNH-JOURNAL-STAMP is the date and time of the first
      *    record on the TBLJRNL the batch was taken from - it names
      *    that journal - and FROM/THRU are the positions on it of
      *    the records the batch carries. TBLJRNL is written with
      *    EXTEND and can grow across runs before it is cleared, so a
      *    later batch from the same journal starts at the position
      *    after the last one taken and nothing is added twice.
      ******************************************************************
       01  WS-JRNH-HEADER.
           05  WS-JRNH-TAG                PIC X(6) VALUE "BATCH=".
           05  WS-JRNH-SERIAL             PIC 9(8).
           05  FILLER                     PIC X(7) VALUE " ADDED=".
           05  WS-JRNH-ADD-DATE           PIC X(8).
           05  WS-JRNH-ADD-TIME           PIC X(6).
           05  FILLER                     PIC X(9) VALUE " JOURNAL=".
           05  WS-JRNH-JOURNAL-STAMP      PIC X(14).
           05  FILLER                     PIC X(6) VALUE " FROM=".
           05  WS-JRNH-FROM               PIC 9(5).
           05  FILLER                     PIC X(6) VALUE " THRU=".
           05  WS-JRNH-THRU               PIC 9(5).
           05  FILLER                     PIC X(7) VALUE " COUNT=".
           05  WS-JRNH-COUNT              PIC 9(5).
           05  FILLER                     PIC X(136) VALUE SPACES.
