      *    the release report can show how long an entry waited.
      *    WS-PEND-DELTA is a ready-to-apply TBLMERGE transaction - a
      *    parked TRANSIN detail is carried as an ADD - so the release
      *    run only has to copy it out, never reconstruct it. That
      *    includes WS-PEND-AUTH-REASON, the authorising reason a
      *    parked CHANGE gave for a status move (see the callable
      *    TBLSTV), which goes back to TBLMERGE with it; records
      *    parked before it was added read back with it blank.
      ******************************************************************
       01  WS-PENDING-RECORD.
           05  WS-PEND-SOURCE             PIC X(8).
                   15  WS-PEND-AMOUNT     PIC S9(9)V99.
                   15  WS-PEND-EFF-DATE   PIC X(8).
                   15  FILLER             PIC X(51).
               10  WS-PEND-AUTH-REASON    PIC X(20).
