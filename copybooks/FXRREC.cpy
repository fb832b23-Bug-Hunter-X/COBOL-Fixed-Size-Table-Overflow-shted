      ******************************************************************
      *    FXRREC.CPY
      *    Layout of one TBLFXR exchange-rate record. Each branch on
      *    the TBLBRM master carries the currency it books in (see
      *    BRMREC); this file says what one unit of each currency is
      *    worth in the reporting currency from a given date on. The
      *    TBLFXMNT maintenance utility writes it and the callable
      *    TBLFXV reads it for TBLSUMM, TBLAGE and TBLPOST, so all
      *    of them COPY this.
      *
      *    WS-FXR-EFF-DATE is the first date, CCYYMMDD, the rate
      *    applies to; it stands until a later-dated record for the
      *    same currency takes over, so a rate is entered once per
      *    change, not once per day. WS-FXR-RATE is reporting-
      *    currency units per one unit of WS-FXR-CURRENCY, six
      *    decimal places. The file is kept in currency / date order.
      *
      *    The reporting currency itself needs no record: a branch
      *    whose currency is spaces books in it and converts at 1.
      ******************************************************************
       01  WS-FXR-RECORD.
           05  WS-FXR-CURRENCY            PIC X(3).
           05  FILLER                     PIC X(1).
           05  WS-FXR-EFF-DATE            PIC X(8).
           05  FILLER                     PIC X(1).
           05  WS-FXR-RATE                PIC 9(5)V9(6).
           05  FILLER                     PIC X(56).
