      ******************************************************************
      *    APPRREC.CPY
      *    Layout of one TBLAPPR pending-approval record. A TBLINQ
      *    UPDATE over the approval amount, and every TBLINQ DELETE,
      *    is staged here by its maker instead of being applied, and
      *    waits for a TBLINQ run under a different operator ID to
      *    APPROVE or REJECT it. Only an approved item reaches TBLMAST
      *    and the TBLJRNL journal, which then names both the maker
      *    and the checker.
      *
      *    WS-APPR-BEFORE is the entry as it stood when the item was
      *    staged: an approval is only applied when the entry still
      *    looks exactly like that, so a checker can never sign off a
      *    change against data the maker never saw. WS-APPR-AFTER is
      *    the entry the maker asked for - spaces for a DELETE, which
      *    has no after-image. WS-APPR-STAGE-DATE drives the expiry of
      *    items nobody approved in time.
      *
      *    WS-APPR-REASON is the authorising reason the maker gave
      *    with an UPDATE, for a status move the TBLSTRN transition
      *    rules only allow with one; the move is checked again when
      *    the item is approved, and the reason goes to the journal
      *    with the change. Items staged before it was added read
      *    back with it blank.
      ******************************************************************
       01  WS-APPROVAL-RECORD.
           05  WS-APPR-COMMAND            PIC X(8).
               88  WS-APPR-IS-UPDATE      VALUE "UPDATE".
               88  WS-APPR-IS-DELETE      VALUE "DELETE".
           05  WS-APPR-KEY                PIC X(10).
           05  WS-APPR-MAKER              PIC X(8).
           05  WS-APPR-STAGE-DATE         PIC X(8).
           05  WS-APPR-STAGE-TIME         PIC X(6).
           05  WS-APPR-BEFORE             PIC X(80).
           05  WS-APPR-AFTER              PIC X(80).
           05  WS-APPR-REASON             PIC X(20).
