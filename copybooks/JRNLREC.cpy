      *    every change-making command (UPDATE, DELETE) and TBLMERGE
      *    one for every applied delta (ADD, CHANGE, DELETE); TBLBACK
      *    reads them in reverse to re-apply the before-images and
      *    back a bad batch out, journalling each restore in turn as
      *    the reversing ADD, CHANGE or DELETE with maker TBLBACK, and
      *    TBLPOST derives the night's ledger postings from them. The
      *    batch maintenance runs journal their changes the same way,
      *    each with its own program name as maker: TBLCONS a CHANGE
      *    for every entry it moves to a successor branch, TBLPURGE a
      *    DELETE for every entry it purges, and TBLVRFY the ADD,
      *    CHANGE or DELETE of every master-authoritative repair.
      *    Every program that writes or reads the journal COPYs this
      *    so it is written and replayed from one authoritative shape.
      *
      *    TBLJHIST copies each journal onto the cumulative journal
      *    history TBLJRNH in this same layout (behind the batch
      *    headers of copybook JRNHREC), and TBLTRACE reads the
      *    history back to build an entry's timeline.
      *
      *    WS-JRNL-AFTER is the entry as it looked after the command -
      *    spaces for a DELETE, which has no after-image.
      *
      *    WS-JRNL-MAKER is the operator ID that asked for the change
      *    (the program name for a batch path such as TBLMERGE) and
      *    WS-JRNL-CHECKER the operator ID that approved it - spaces
      *    when the change needed no second pair of eyes (see the
      *    TBLINQ approval amount). Journals written before the two
      *    IDs were added read back with both fields blank.
      *
      *    WS-JRNL-REASON is the authorising reason a change gave for
      *    a status move the TBLSTRN transition rules only allow with
      *    one (see the callable TBLSTV) - reopening a closed entry,
      *    say. It is spaces for every other change, and journals
      *    written before it was added read back with it blank.
      ******************************************************************
       01  WS-JOURNAL-RECORD.
           05  WS-JRNL-COMMAND            PIC X(8).
           05  WS-JRNL-KEY                PIC X(10).
           05  WS-JRNL-BEFORE             PIC X(80).
           05  WS-JRNL-AFTER              PIC X(80).
           05  WS-JRNL-MAKER              PIC X(8).
           05  WS-JRNL-CHECKER            PIC X(8).
           05  WS-JRNL-REASON             PIC X(20).
