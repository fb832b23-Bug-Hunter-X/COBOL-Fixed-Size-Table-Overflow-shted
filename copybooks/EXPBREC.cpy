      ******************************************************************
      *    EXPBREC.CPY
      *    Layout of one TBLEXPB exposure-breach record. The nightly
      *    TBLEXPO exposure run rewrites the file every night with one
      *    record for each branch whose open business (AC, PE and SU
      *    entries on TBLMAST) is over its warning level or over its
      *    exposure limit on the TBLBRM branch master, for the risk
      *    desk to load. The callable TBLEXV reads it back so TBLMERGE
      *    can hold ADDs for a branch that is over its limit. All
      *    three COPY this so the file is written and read from one
      *    authoritative shape.
      *
      *    WS-EXPB-LEVEL is OVER for a branch over its limit and WARN
      *    for one over its warning percentage but still inside the
      *    limit. The limit, the open amount, the open amount on the
      *    prior image (TBLIMGO) and the change between them are all
      *    in the branch's own currency, WS-EXPB-CURRENCY (spaces for
      *    the reporting currency). WS-EXPB-USED-PCT is the open amount
      *    as a whole percentage of the limit.
      ******************************************************************
       01  WS-BREACH-RECORD.
           05  WS-EXPB-RUN-DATE           PIC X(8).
           05  WS-EXPB-BRANCH             PIC X(4).
           05  WS-EXPB-REGION             PIC X(4).
           05  WS-EXPB-CURRENCY           PIC X(3).
           05  WS-EXPB-LEVEL              PIC X(4).
               88  WS-EXPB-IS-OVER        VALUE "OVER".
               88  WS-EXPB-IS-WARNING     VALUE "WARN".
           05  WS-EXPB-LIMIT              PIC 9(9)V99.
           05  WS-EXPB-WARN-PCT           PIC 9(3).
           05  WS-EXPB-OPEN-AMOUNT        PIC S9(13)V99.
           05  WS-EXPB-PRIOR-AMOUNT       PIC S9(13)V99.
           05  WS-EXPB-CHANGE             PIC S9(13)V99.
           05  WS-EXPB-USED-PCT           PIC 9(5).
           05  FILLER                     PIC X(13).
