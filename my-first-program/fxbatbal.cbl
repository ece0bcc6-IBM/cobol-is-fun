      * morning hand-reconciliation used to cover:
      *   - the transaction extract FXTXNX against the converted
      *     file FXCONVRT, record for record;
      *   - FXCONVRT's CONVERTED+TRIANGLD / unpriced (NOT FOUND,
      *     TOO OLD, BAD DATE) status split against the
      *     posted+exception / skipped counts FXPOST
      *     left on its control file FXPOSTCT;
      *   - the FXSORTED and FXNAMSRT *TRAILER* counts and sums
      *     against each file's own detail records - the details
           05  FX-TXN-PRICE      PIC S9(7)V99.
           05  FX-TXN-CURRENCY   PIC X(3).
           05  FX-TXN-PAIR       PIC X(50).
           05  FX-TXN-VALUE-DATE PIC X(8).
           05  FILLER            PIC X(3).
      *
      * FXCONV's converted-transactions output - counted whole and
           05  FX-CONV-ORIG-PRICE  PIC $$,$$$,$$9.99.
           05  FX-CONV-ORIG-CCY    PIC X(3).
           05  FX-CONV-RATE-NAME   PIC X(50).
           05  FX-CONV-RATE        PIC $$,$$$,$$9.999999.
           05  FX-CONV-NEW-PRICE   PIC $$,$$$,$$9.99.
           05  FX-CONV-STATUS      PIC X(10).
           05  FX-CONV-MID-RATE    PIC $$,$$$,$$9.999999.
           05  FX-CONV-TIER        PIC X(2).
           05  FX-CONV-SPREAD-BPS  PIC 9(3)V99.
           05  FX-CONV-MARKUP      PIC $$,$$$,$$9.99.
           05  FX-CONV-VALUE-DATE  PIC X(8).
           05  FX-CONV-RATE-DATE   PIC X(8).
      *
      * FXSORT's price-sorted rate list, header and trailer included
       FD  FXLIST-SORTED RECORDING MODE F.
       01  PRINT-REC.
           05  FX-NAME-S      PIC X(50).
           05  FX-PRICE-S     PIC $$,$$$,$$9.999999.
           05  FILLER PIC X(13).
       01  FX-SORTED-TRAILER REDEFINES PRINT-REC.
           05  FX-TRAILER-TAG   PIC X(10).
           05  FX-TRAILER-COUNT PIC 9(9).
           05  FX-TRAILER-SUM   PIC S9(9)V9(6).
           05  FILLER           PIC X(46).
      *
      * FXSORT's name-ordered rate list, same conventions
       FD  FXLIST-NAMESORT RECORDING MODE F.
       01  FX-NAMESORT-REC.
           05  FX-NAME-NS     PIC X(50).
           05  FX-PRICE-NS    PIC $$,$$$,$$9.999999.
           05  FILLER PIC X(13).
       01  FX-NAMESORT-TRAILER REDEFINES FX-NAMESORT-REC.
           05  FX-NS-TRAILER-TAG   PIC X(10).
           05  FX-NS-TRAILER-COUNT PIC 9(9).
           05  FX-NS-TRAILER-SUM   PIC S9(9)V9(6).
           05  FILLER              PIC X(46).
      *
      * FXPOST's control counts - same layout as fx-post-ctl-rec
      * over there
           05  FX-CTL-SKIPPED      PIC 9(9).
      *
       FD  FX-BAL-RPT RECORDING MODE F.
       01  FX-BAL-RPT-REC     PIC X(110).
      *
      * shared durable audit trail - see copybooks/FXAUDIT.cpy
       FD  FX-AUDIT-FILE.
           05  BAL-NS-DTL-COUNT   PIC 9(9) COMP VALUE ZERO.
           05  BAL-BREAK-COUNT    PIC 9(7) COMP VALUE ZERO.
           05  BAL-POINT-COUNT    PIC 9(7) COMP VALUE ZERO.
       01  BAL-SRT-DTL-SUM        PIC S9(11)V9(6) COMP-3 VALUE ZERO.
       01  BAL-NS-DTL-SUM         PIC S9(11)V9(6) COMP-3 VALUE ZERO.
       01  BAL-SRT-TRL-COUNT      PIC 9(9) COMP VALUE ZERO.
       01  BAL-SRT-TRL-SUM        PIC S9(11)V9(6) COMP-3 VALUE ZERO.
       01  BAL-NS-TRL-COUNT       PIC 9(9) COMP VALUE ZERO.
       01  BAL-NS-TRL-SUM         PIC S9(11)V9(6) COMP-3 VALUE ZERO.
       01  BAL-PRICE-WORK         PIC S9(9)V9(6) COMP-3.
      * FXPOST's counts off the control file, de-edited once
       01  BAL-CTL-POSTED         PIC 9(9) COMP VALUE ZERO.
       01  BAL-CTL-EXCEPT         PIC 9(9) COMP VALUE ZERO.
      *
      * the two sides of the control point being written, loaded by
      * the caller before COMPARE-ONE-POINT
       01  BAL-EXPECTED           PIC S9(11)V9(6) COMP-3 VALUE ZERO.
       01  BAL-ACTUAL             PIC S9(11)V9(6) COMP-3 VALUE ZERO.
       01  BAL-POINT-NAME         PIC X(40) VALUE SPACES.
      *
       01  BAL-HEADING-LINE.
       01  BAL-DETAIL-LINE.
           05  BAL-DL-POINT       PIC X(40).
           05  FILLER             PIC X(1) VALUE SPACE.
           05  BAL-DL-EXPECT      PIC Z,ZZZ,ZZZ,ZZ9.999999-.
           05  FILLER             PIC X(1) VALUE SPACE.
           05  BAL-DL-ACTUAL      PIC Z,ZZZ,ZZZ,ZZ9.999999-.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  BAL-DL-VERDICT     PIC X(14).
      *
           COMPUTE BAL-ACTUAL = BAL-CTL-POSTED + BAL-CTL-EXCEPT
           PERFORM COMPARE-ONE-POINT

           MOVE 'FXCONVRT UNPRICED VS FXPOST SKIPPED'
               TO BAL-POINT-NAME
           MOVE BAL-NOTFOUND-COUNT TO BAL-EXPECTED
           MOVE BAL-CTL-SKIPPED    TO BAL-ACTUAL
