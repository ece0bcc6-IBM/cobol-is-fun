       SD  FXLIST-WORK.
       01  FX-REC.
           05 FX-NAME-W      PIC X(50).
           05 FX-PRICE-W     PIC $$,$$$,$$9.999999.
           05 FILLER PIC X(13).
      *
       FD  FXLIST-MERGE RECORDING MODE F.
       01 FX-MERG.
           05 FX-NAME-M      PIC X(50).
           05 FX-PRICE-M     PIC $$,$$$,$$9.999999.
           05 FILLER PIC X(13).

       FD  FXLIST-SORTED RECORDING MODE F.
       01  PRINT-REC.
           05  FX-NAME-S      PIC X(50).
           05  FX-PRICE-S     PIC $$,$$$,$$9.999999.
           05  FILLER PIC X(13).
      * control-totals trailer, written once after the last detail
      * record so a reader of FXLIST-SORTED can confirm its own
      * record count and price total without a separate report
       01  FX-SORTED-TRAILER REDEFINES PRINT-REC.
           05  FX-TRAILER-TAG   PIC X(10).
           05  FX-TRAILER-COUNT PIC 9(9).
           05  FX-TRAILER-SUM   PIC S9(9)V9(6).
           05  FILLER           PIC X(46).
      * business-date header, written once ahead of the first detail
      * record so the rate loaders downstream can refuse a stale
      * file instead of quietly pricing a night off yesterday's
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
       01  FX-NAMESORT-HEADER REDEFINES FX-NAMESORT-REC.
           05  FX-NS-HEADER-TAG    PIC X(10).
           05  FX-NS-HEADER-DATE   PIC X(8).
       FD  FXLIST-B RECORDING MODE F.
       01  BOSS-FIELDS.
           05  FX-NAME-B      PIC X(50).
           05  FX-PRICE-B     PIC $$,$$$,$$9.999999.
           05  FILLER PIC X(13).
      *
       FD  FXLIST-M RECORDING MODE F.
       01  MXR-FIELDS.
           05  FX-NAME-MX      PIC X(50).
           05  FX-PRICE-MX     PIC $$,$$$,$$9.999999.
           05  FILLER PIC X(13).
      *
       FD  FXLIST-J RECORDING MODE F.
       01  JHS-FIELDS.
           05  FX-NAME-I       PIC X(50).
           05  FX-PRICE-I     PIC $$,$$$,$$9.999999.
           05  FILLER PIC X(13).
      *
       FD  FXLIST-L RECORDING MODE F.
       01  LON-FIELDS.
           05  FX-NAME-L       PIC X(50).
           05  FX-PRICE-L     PIC $$,$$$,$$9.999999.
           05  FILLER PIC X(13).
      *
       FD  FXLIST-RECON RECORDING MODE F.
      * wide enough for the full FX-RECON-DETAIL-LINE (96 bytes) -
      * the shorter summary/mismatch/reject count lines just pad out
      * with trailing spaces
       01  FX-RECON-REC      PIC X(96).
      *
      * validated copies of the three desk feeds - only records whose
      * price passed VALIDATE-FX-PRICE are written here, and these are
       FD  FXLIST-VB RECORDING MODE F.
       01  FX-VB-REC.
           05  FX-NAME-VB     PIC X(50).
           05  FX-PRICE-VB    PIC $$,$$$,$$9.999999.
           05  FILLER PIC X(13).
      *
       FD  FXLIST-VM RECORDING MODE F.
       01  FX-VM-REC.
           05  FX-NAME-VM     PIC X(50).
           05  FX-PRICE-VM    PIC $$,$$$,$$9.999999.
           05  FILLER PIC X(13).
      *
       FD  FXLIST-VJ RECORDING MODE F.
       01  FX-VJ-REC.
           05  FX-NAME-VJ     PIC X(50).
           05  FX-PRICE-VJ    PIC $$,$$$,$$9.999999.
           05  FILLER PIC X(13).
      *
       FD  FXLIST-VL RECORDING MODE F.
       01  FX-VL-REC.
           05  FX-NAME-VL     PIC X(50).
           05  FX-PRICE-VL    PIC $$,$$$,$$9.999999.
           05  FILLER PIC X(13).
      *
       FD  FXLIST-REJECT RECORDING MODE F.
       01  FX-REJECT-REC      PIC X(80).
                   ASCENDING KEY IS FX-B-NAME
                   INDEXED BY FX-B-IDX.
               10  FX-B-NAME     PIC X(50).
               10  FX-B-PRICE    PIC $$,$$$,$$9.999999.
       01  FX-MX-TABLE.
           05  FX-MX-ENTRY OCCURS 5000 TIMES
                   ASCENDING KEY IS FX-MX-NAME
                   INDEXED BY FX-MX-IDX.
               10  FX-MX-NAME    PIC X(50).
               10  FX-MX-PRICE   PIC $$,$$$,$$9.999999.
       01  FX-J-TABLE.
           05  FX-J-ENTRY OCCURS 5000 TIMES
                   ASCENDING KEY IS FX-J-NAME
                   INDEXED BY FX-J-IDX.
               10  FX-J-NAME     PIC X(50).
               10  FX-J-PRICE    PIC $$,$$$,$$9.999999.
       01  FX-L-TABLE.
           05  FX-L-ENTRY OCCURS 5000 TIMES
                   ASCENDING KEY IS FX-L-NAME
                   INDEXED BY FX-L-IDX.
               10  FX-L-NAME     PIC X(50).
               10  FX-L-PRICE    PIC $$,$$$,$$9.999999.
      *
       01  FX-RECON-DETAIL-LINE.
           05  FX-RD-NAME        PIC X(50).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  FX-RD-SRC-1       PIC X(4).
           05  FX-RD-PRICE-1     PIC $$,$$$,$$9.999999.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  FX-RD-SRC-2       PIC X(4).
           05  FX-RD-PRICE-2     PIC $$,$$$,$$9.999999.
      *
       01  FX-RECON-SUMMARY-LINE.
           05  FILLER            PIC X(20) VALUE
      * price validation - any FX-PRICE that isn't a valid,
      * non-negative amount is rejected instead of entering the MERGE
       01  FX-REJECT-COUNT       PIC 9(7) COMP VALUE ZERO.
       01  FX-PRICE-CHECK        PIC $$,$$$,$$9.999999.
       01  FX-PRICE-NUMERIC      PIC S9(9)V9(6) COMP-3.
       01  FX-PRICE-VALID-SW     PIC X VALUE 'Y'.
           88  FX-PRICE-IS-VALID     VALUE 'Y'.
           88  FX-PRICE-IS-INVALID   VALUE 'N'.
       01  FX-REJECT-LINE.
           05  FX-REJ-SOURCE     PIC X(10).
           05  FX-REJ-NAME       PIC X(50).
           05  FX-REJ-PRICE      PIC $$,$$$,$$9.999999.
           05  FILLER            PIC X(3) VALUE SPACES.
      *
       01  FX-RECON-REJECT-LINE.
           05  FILLER            PIC X(30) VALUE
       01  FX-SORT-EOF           PIC X VALUE 'N'.
           88  FX-SORT-AT-EOF        VALUE 'Y'.
       01  FX-SORT-OUT-COUNT     PIC 9(9) COMP VALUE ZERO.
       01  FX-SORT-OUT-SUM       PIC S9(9)V9(6) COMP-3 VALUE ZERO.
       01  FX-SORT-PRICE-NUMERIC PIC S9(9)V9(6) COMP-3.
      *
      * accumulated while FXLIST-MERGE is copied to the name-ordered
      * FXNAMSRT output, for that file's control-totals trailer
       01  FX-NAME-COPY-EOF      PIC X VALUE 'N'.
           88  FX-NAME-COPY-AT-EOF   VALUE 'Y'.
       01  FX-NAME-OUT-COUNT     PIC 9(9) COMP VALUE ZERO.
       01  FX-NAME-OUT-SUM       PIC S9(9)V9(6) COMP-3 VALUE ZERO.
      *
      * restart support - on large volumes RECONCILE-SOURCES and the
      * MERGE can be skipped on a rerun once FXLIST-MERGE already
