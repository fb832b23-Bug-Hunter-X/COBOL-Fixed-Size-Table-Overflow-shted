      *    reason code - E01 amount, E02 date, E03 status - with a
      *    printable description in LS-REASON-TEXT. (E04, duplicate
      *    key, stays with the callers: only they can see the rest of
      *    the table.) The status edit only proves the status is on
      *    the list; whether an existing entry may move from one
      *    status to another is the TBLSTRN transition rules' business
      *    (callable TBLSTV, reason E07).
      *
      *    TBLLOAD edits every TRANSIN detail record through here, and
      *    TBLMERGE and TBLINQ edit delta and command data the same
