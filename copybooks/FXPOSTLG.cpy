      *-----------------------------------------------------------
      * FXPOSTLG - cumulative posting ledger record layout.
      *
      * Indexed on account number, transaction UID and posting
      * date. Written by FXPOST for every posting it applies to the
      * client master, and read back by FXPOST itself before each
      * posting so a rerun cannot charge the same key twice. A
      * posting later backed out by FXREVERS stays on the ledger,
      * marked reversed with the date and reason of the reversal,
      * so the ledger still answers "what happened to this
      * transaction" and the reversed key still blocks a re-post.
      *-----------------------------------------------------------
       01  FX-PLG-REC.
           05  FX-PLG-KEY.
               10  FX-PLG-ACCOUNT  PIC 9(12).
               10  FX-PLG-UID      PIC 9(5).
               10  FX-PLG-DATE     PIC X(8).
           05  FX-PLG-AMOUNT       PIC $$,$$$,$$9.99.
           05  FX-PLG-TIME         PIC X(6).
      * the currency bucket the amount was charged against - blank
      * on postings made before the ledger carried it, which are
      * taken to be the client's home currency
           05  FX-PLG-CCY          PIC X(3).
           05  FX-PLG-REV-FLAG     PIC X(1).
               88  FX-PLG-REVERSED     VALUE 'R'.
           05  FX-PLG-REV-DATE     PIC X(8).
           05  FX-PLG-REV-REASON   PIC X(4).
      * the spread markup inside FX-PLG-AMOUNT, in the same
      * currency, so the GL journal can split client flow between
      * conversion clearing and FX revenue
           05  FX-PLG-MARKUP       PIC $$,$$$,$$9.99.
           05  FILLER              PIC X(7).
