      ******************************************************************
      *    PLKRREC.CPY
      *    Layout of one TBLPLKR closed-period reject line. Once the
      *    TBLCLOSE month-end close has locked a month (see PBALREC
      *    and the callable TBLPLV), TBLMERGE, TBLINQ and TBLRELSE
      *    refuse any change that would put, move or take away an
      *    entry dated in it, and each refusal is listed here so the
      *    business owner can see what was turned away and re-date it
      *    into an open month. All three COPY this so the report reads
      *    the same whichever path refused the change.
      *
      *    WS-PLKR-WHICH-DATE says which image tripped the lock - NEW
      *    for the effective date the change would carry, OLD for the
      *    date the entry already has (a change or delete of an entry
      *    sitting in a closed month is refused just the same).
      *    WS-PLKR-PERIOD is the latest closed period at the time.
      *
      *    The report is cumulative: each program appends its lines
      *    and the file is cleared by operations once it is worked.
      ******************************************************************
       01  WS-PLKR-LINE.
           05  WS-PLKR-RUN-DATE           PIC X(8).
           05  FILLER                     PIC X(2).
           05  WS-PLKR-PROGRAM            PIC X(8).
           05  FILLER                     PIC X(2).
           05  WS-PLKR-ACTION             PIC X(8).
           05  FILLER                     PIC X(2).
           05  WS-PLKR-KEY                PIC X(10).
           05  FILLER                     PIC X(2).
           05  WS-PLKR-WHICH-DATE         PIC X(3).
           05  FILLER                     PIC X(1).
           05  WS-PLKR-EFF-DATE           PIC X(8).
           05  FILLER                     PIC X(2).
           05  WS-PLKR-TEXT               PIC X(24).
           05  FILLER                     PIC X(1).
           05  WS-PLKR-PERIOD             PIC X(6).
           05  FILLER                     PIC X(45).
