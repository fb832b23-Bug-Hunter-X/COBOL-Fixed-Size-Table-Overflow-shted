      ******************************************************************
      *    SUSPREC.CPY
      *    Layout of one TBLSUSP suspense record. A TRANSIN detail that
      *    fails the TBLLOAD edits, or a TBLDELTA ADD or CHANGE that
      *    fails the TBLMERGE edits, is kept here - not just printed -
      *    so the correction desk can fix it and resubmit it through
      *    TBLCORR instead of re-keying it from a listing. So is a
      *    matured TBLPEND park that TBLRELSE refuses because its
      *    effective date falls in a closed month. TBLLOAD, TBLMERGE,
      *    TBLRELSE and TBLCORR all COPY this so the suspense file is
      *    written and worked from one authoritative shape.
      *
      *    WS-SUSP-SOURCE names the ingest path that rejected the
      *    record (TRANSIN, TBLDELTA or TBLPEND) and
      *    WS-SUSP-REJECT-DATE says when, so the aging report can show
      *    how long an item has sat uncorrected. WS-SUSP-REASON is the
      *    edit reason code - E01 amount, E02 date, E03 status, E04
      *    duplicate key, E05 unknown or closed branch, E07 a CHANGE
      *    whose status move the TBLSTRN transition rules refused, E08
      *    an ADD held because its branch is over its exposure limit,
      *    E09 a park dated in a closed month - with its text. The
      *    desk adds the missing authorising reason to an E07 item or
      *    withdraws it, resubmits an E08 item unchanged once the
      *    limit is raised or the exposure has come down, and re-dates
      *    an E09 item into an open month (a parked DELETE can only be
      *    withdrawn, since TBLCORR resubmits ADDs and CHANGEs).
      *    WS-SUSP-ACTION is the TBLMERGE action the record would
      *    resubmit as (a TRANSIN detail is carried as an ADD) and
      *    WS-SUSP-IMAGE is the original 80-byte entry image exactly
      *    as it arrived.
      *
      *    WS-SUSP-AUTH-REASON is the authorising reason a suspended
      *    CHANGE carried for its status move (see the callable
      *    TBLSTV), kept so TBLCORR resubmits it with the change; the
      *    desk supplies or corrects it on the FIX when an E07 refusal
      *    was for want of one. Records suspended before it was added
      *    read back with it blank.
      *
      *    The file is cumulative: the rejecting programs append, and
      *    only TBLCORR takes an item off it, once it is corrected or
      *    withdrawn by the desk.
      ******************************************************************
       01  WS-SUSPENSE-RECORD.
           05  WS-SUSP-SOURCE             PIC X(8).
           05  WS-SUSP-REJECT-DATE        PIC X(8).
           05  WS-SUSP-REASON             PIC X(3).
           05  WS-SUSP-REASON-TEXT        PIC X(24).
           05  WS-SUSP-ACTION             PIC X(6).
           05  WS-SUSP-IMAGE.
               10  WS-SUSP-KEY            PIC X(10).
               10  WS-SUSP-DATA           PIC X(70).
           05  WS-SUSP-AUTH-REASON        PIC X(20).
