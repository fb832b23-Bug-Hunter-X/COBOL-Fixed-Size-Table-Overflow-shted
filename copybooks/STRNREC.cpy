      ******************************************************************
      *    STRNREC.CPY
      *    Layout of one TBLSTRN status-transition rule. Each record
      *    allows one move of an existing entry from one status to
      *    another (AC, PE, SU, CL - the ENTREC list); a move with no
      *    rule on the file is not allowed. The TBLSTMNT maintenance
      *    utility writes the file and the callable TBLSTV reads it
      *    for every path that changes an existing entry, so both
      *    COPY this.
      *
      *    WS-STRN-AUTH-FLAG Y marks a move that is allowed only with
      *    an authorising reason - reopening a closed entry, say - and
      *    the change path has to carry the reason through to the
      *    journal. Spaces or N is an ordinary move. A change that
      *    leaves the status where it is needs no rule. The file is
      *    kept in from / to order.
      ******************************************************************
       01  WS-STRN-RECORD.
           05  WS-STRN-FROM-STATUS        PIC X(2).
           05  FILLER                     PIC X(1).
           05  WS-STRN-TO-STATUS          PIC X(2).
           05  FILLER                     PIC X(1).
           05  WS-STRN-AUTH-FLAG          PIC X(1).
               88  WS-STRN-NEEDS-REASON   VALUE "Y".
           05  FILLER                     PIC X(1).
           05  WS-STRN-DESC               PIC X(30).
           05  FILLER                     PIC X(42).
