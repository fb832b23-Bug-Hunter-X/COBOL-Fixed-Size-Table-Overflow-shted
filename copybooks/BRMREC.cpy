      *    maintenance utility) writes them, the callable TBLBRV
      *    validator reads them to decide whether an entry's branch
      *    code names a real, open branch, and TBLSUMM reads the
      *    region field to roll branch pages up to region totals.
      *    Every program that reads or writes the file COPYs this so
      *    the reference master is written and read from one
      *    authoritative shape.
      *
      *    WS-BRM-STATUS is O for an open branch, C for a closed one:
      *    a closed branch stays on the master so history still
      *    resolves its name and region, but new business carrying it
      *    is rejected at every ingest path.
      *
      *    WS-BRM-SUCCESSOR names the open branch a closed branch's
      *    business was consolidated into. The TBLCONS consolidation
      *    run sets it when it moves the closed branch's open entries
      *    across; it is spaces for an open branch and for a closed
      *    branch not yet consolidated, and TBLBRMNT clears it again
      *    on REOPEN.
      *
      *    WS-BRM-CURRENCY is the currency the branch books in, a
      *    three-letter code with a dated rate on TBLFXR (copybook
      *    FXRREC); spaces for a branch booking in the reporting
      *    currency. The callable TBLFXV reads it so TBLSUMM, TBLAGE
      *    and TBLPOST can show each amount converted as well as as
      *    booked.
      *
      *    WS-BRM-EXPOSURE-LIMIT is the most open business (AC, PE and
      *    SU entries) the branch may carry, in the branch's own
      *    currency, and WS-BRM-WARN-PCT the percentage of it at which
      *    the nightly TBLEXPO exposure run starts warning. Both are
      *    set by TBLBRMNT LIMIT. A zero limit means none is set and
      *    the branch is never in breach; records written before the
      *    two fields were added carry spaces there, and readers treat
      *    anything non-numeric as zero.
      ******************************************************************
       01  WS-BRANCH-RECORD.
           05  WS-BRM-BRANCH              PIC X(4).
           05  WS-BRM-STATUS              PIC X(1).
               88  WS-BRM-IS-OPEN         VALUE "O".
               88  WS-BRM-IS-CLOSED       VALUE "C".
           05  WS-BRM-SUCCESSOR           PIC X(4).
           05  WS-BRM-CURRENCY            PIC X(3).
           05  WS-BRM-EXPOSURE-LIMIT      PIC 9(9)V99.
           05  WS-BRM-WARN-PCT            PIC 9(3).
           05  FILLER                     PIC X(20).
