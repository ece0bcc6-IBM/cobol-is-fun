           SELECT FXLIST-NAMESORT ASSIGN TO FXNAMSRT.
           SELECT FX-TXN-EXTRACT  ASSIGN TO FXTXNX.
           SELECT FX-CONVERTED   ASSIGN TO FXCONVRT.
           SELECT FX-RATE-HIST   ASSIGN TO FXRATEHS.
           SELECT FX-HIST-WORK   ASSIGN TO CNVWRK.
           SELECT FX-SPREAD-FILE ASSIGN TO FXSPREAD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLT-MASTER     ASSIGN TO CLTMST
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CLT-MST-ACCOUNT.
           SELECT FX-AUDIT-FILE  ASSIGN TO FXAUDIT
               ORGANIZATION IS LINE SEQUENTIAL.
      *-------------
       FD  FXLIST-NAMESORT RECORDING MODE F.
       01  FX-NAMESORT-REC.
           05  FX-NAME-S      PIC X(50).
           05  FX-PRICE-S     PIC $$,$$$,$$9.999999.
           05  FILLER PIC X(13).
      *
      * one client transaction per record - FX-TXN-PAIR names the
      * FXLIST-SORTED entry whose rate converts FX-TXN-PRICE.
      * FX-TXN-VALUE-DATE is the date the trade was dealt (YYYYMMDD,
      * blank when the feed gave none, which is priced as today's)
       FD  FX-TXN-EXTRACT RECORDING MODE F.
       01  FX-TXN-REC.
           05  FX-TXN-ACCOUNT    PIC 9(12).
           05  FX-TXN-PRICE      PIC S9(7)V99.
           05  FX-TXN-CURRENCY   PIC X(3).
           05  FX-TXN-PAIR       PIC X(50).
           05  FX-TXN-VALUE-DATE PIC X(8).
           05  FILLER            PIC X(3).
      *
      * FX-CONV-RATE is the client rate the transaction was priced
      * at - the desk mid rate marked up by the client's spread;
      * the mid rate, the tier and spread that applied, and the
      * markup earned (client amount less the amount at mid, in the
      * converted currency) follow the status. The trade's value
      * date and the business date of the rates actually used come
      * last - tonight's stamp date for a current trade, the
      * FXRATEHS date for a back-dated one.
       FD  FX-CONVERTED RECORDING MODE F.
       01  FX-CONV-REC.
           05  FX-CONV-ACCOUNT     PIC 9(12).
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
      * FXBLESS's durable rate history - same layout as fx-hist-rec
      * over there, one blessed rate per name per business date
       FD  FX-RATE-HIST RECORDING MODE F.
       01  FX-HIST-REC.
           05  FX-HIST-NAME    PIC X(50).
           05  FX-HIST-DATE    PIC X(8).
           05  FX-HIST-PRICE   PIC $$,$$$,$$9.999999.
           05  FILLER          PIC X(5).
      *
      * sort work file - FXRATEHS rearranged into name and date
      * order, so each name's rates sit together in the table
       SD  FX-HIST-WORK.
       01  FX-HSTW-REC.
           05  FX-HSTW-NAME    PIC X(50).
           05  FX-HSTW-DATE    PIC X(8).
           05  FX-HSTW-PRICE   PIC $$,$$$,$$9.999999.
           05  FILLER          PIC X(5).
      *
      * the spread schedule - one row per pricing tier and currency
      * pair giving the markup in basis points over the mid rate.
      * A pair of '*' is that tier's default row and a tier of '**'
      * applies to any tier, so the '**' / '*' row is the house
      * default that every unmatched transaction falls back to.
       FD  FX-SPREAD-FILE.
       01  FX-SPR-REC.
           05  FX-SPR-TIER         PIC X(2).
           05  FX-SPR-PAIR         PIC X(50).
           05  FX-SPR-BPS          PIC 9(3)V99.
      *
      * indexed client master - see copybooks/CLTMST.cpy - read
      * only for the client's pricing tier
       FD  CLT-MASTER.
           COPY CLTMST.
      *
      * shared durable audit trail - see copybooks/FXAUDIT.cpy
       FD  FX-AUDIT-FILE.
                   ASCENDING KEY IS FX-RATE-NAME
                   INDEXED BY FX-RATE-IDX.
               10  FX-RATE-NAME    PIC X(50).
               10  FX-RATE-PRICE   PIC $$,$$$,$$9.999999.
      * FXNAMSRT ends in a control-totals trailer record (see
      * FXSORT) tagged with this literal in place of a rate
      * name - it is not a rate and must not be loaded into the table
               88  FX-TRIANGLE-FOUND  VALUE 'Y'.
           05  FX-STAMP-SEEN-SW   PIC X VALUE 'N'.
               88  FX-STAMP-SEEN      VALUE 'Y'.
           05  FX-SPREAD-EOF      PIC X VALUE 'N'.
               88  FX-SPREAD-AT-EOF   VALUE 'Y'.
           05  FX-SPREAD-FOUND-SW PIC X VALUE 'N'.
               88  FX-SPREAD-FOUND    VALUE 'Y'.
           05  FX-HIST-EOF        PIC X VALUE 'N'.
               88  FX-HIST-AT-EOF     VALUE 'Y'.
           05  FX-HIST-FULL-SW    PIC X VALUE 'N'.
               88  FX-HIST-FULL       VALUE 'Y'.
      * how the current transaction's value date is to be priced
           05  FX-DATE-SW         PIC X VALUE 'T'.
               88  FX-PRICE-TONIGHT   VALUE 'T'.
               88  FX-PRICE-FROM-HIST VALUE 'H'.
               88  FX-DATE-TOO-OLD    VALUE 'O'.
               88  FX-DATE-INVALID    VALUE 'X'.
      *
       01  FX-CONV-COUNTERS.
           05  FX-CONVERTED-COUNT PIC 9(7) COMP VALUE ZERO.
           05  FX-TRIANGLE-COUNT  PIC 9(7) COMP VALUE ZERO.
           05  FX-NOTFOUND-COUNT  PIC 9(7) COMP VALUE ZERO.
           05  FX-MARKED-UP-COUNT PIC 9(7) COMP VALUE ZERO.
           05  FX-NO-SPREAD-COUNT PIC 9(7) COMP VALUE ZERO.
           05  FX-BACK-DATED-COUNT PIC 9(7) COMP VALUE ZERO.
           05  FX-TOO-OLD-COUNT   PIC 9(7) COMP VALUE ZERO.
           05  FX-BAD-DATE-COUNT  PIC 9(7) COMP VALUE ZERO.
           05  FX-HIST-DROP-COUNT PIC 9(7) COMP VALUE ZERO.
      *
      * FXRATEHS observations for the back-dated transactions, in
      * ascending name and business date order: every rate inside
      * the back-value window, plus each name's latest rate from
      * before it - a trade at the start of the window may fall on
      * a day with no run and take that earlier rate. Searched by
      * halving the way SEARCH ALL searches the rate table, but for
      * the last entry at or before the name and value date rather
      * than an equal one. Sized as FXVOLRPT's window table is.
       01  FX-HIST-TABLE.
           05  FX-HIST-ENTRY OCCURS 30000 TIMES
                   INDEXED BY FX-HIST-IDX.
               10  FX-HIST-T-NAME  PIC X(50).
               10  FX-HIST-T-DATE  PIC X(8).
               10  FX-HIST-T-PRICE PIC S9(9)V9(6) COMP-3.
       01  FX-HIST-COUNT          PIC 9(7) COMP VALUE ZERO.
       01  FX-HIST-LOW            PIC 9(7) COMP VALUE ZERO.
       01  FX-HIST-HIGH           PIC 9(7) COMP VALUE ZERO.
       01  FX-HIST-MID            PIC 9(7) COMP VALUE ZERO.
       01  FX-HIST-BEST           PIC 9(7) COMP VALUE ZERO.
      *
      * back-value window in days - second word of the operator
      * parameter, defaulting to 30. A trade whose value date is
      * further back than this is refused as TOO OLD rather than
      * priced at tonight's rate.
       01  FX-HIST-WINDOW-PARM    PIC X(8) VALUE SPACES.
       01  FX-HIST-WINDOW-DAYS    PIC 9(3) VALUE 30.
       01  FX-HIST-CUTOFF-DATE    PIC X(8).
       01  FX-DATE-N              PIC 9(8).
       01  FX-DATE-INT-WORK       PIC S9(9) COMP.
      *
      * the date the current transaction is priced for, and the
      * rate found for it by LOOKUP-MID-RATE with that rate's own
      * business date
       01  FX-VALUE-DATE          PIC X(8).
       01  FX-LOOKUP-PRICE        PIC S9(9)V9(6) COMP-3.
       01  FX-LOOKUP-DATE         PIC X(8).
       01  FX-LEG1-DATE           PIC X(8).
      *
      * FXSPREAD loaded whole; it is a short hand-maintained
      * schedule, so lookups scan it the way FXREVAL scans its
      * rate table
       01  FX-SPREAD-TABLE.
           05  FX-SPREAD-ENTRY OCCURS 500 TIMES
                   INDEXED BY FX-SPREAD-IDX.
               10  FX-SPREAD-TIER  PIC X(2).
               10  FX-SPREAD-PAIR  PIC X(50).
               10  FX-SPREAD-BPS   PIC 9(3)V99 COMP-3.
       01  FX-SPREAD-COUNT        PIC 9(7) COMP VALUE ZERO.
       01  FX-ANY-TIER            PIC X(2) VALUE '**'.
       01  FX-ANY-PAIR            PIC X(50) VALUE '*'.
       01  FX-SPREAD-KEY-TIER     PIC X(2).
       01  FX-SPREAD-KEY-PAIR     PIC X(50).
       01  FX-SPREAD-BPS-WORK     PIC 9(3)V99 COMP-3 VALUE ZERO.
      * the transaction's client tier off CLTMST - an account not
      * on the master is priced as an untiered client
       01  FX-CLIENT-TIER         PIC X(2) VALUE SPACES.
      *
      * rate lookups go through LOOKUP-RATE-BY-NAME, which leaves
      * the matched entry's subscript in FX-RATE-MATCH-SUB - the
      * from the rate table, the conversion is attempted through
      * the base currency (GBP/JPY from GBP/USD and USD/JPY). The
      * base is an operator parameter, as FXSORT's restart parm is,
      * defaulting to USD when the command line is empty. The
      * command line is 'BBB NNN' - base currency, then the
      * back-value window in days.
       01  FX-CONV-PARM           PIC X(20) VALUE SPACES.
       01  FX-BASE-CCY-PARM       PIC X(8) VALUE SPACES.
       01  FX-BASE-CCY            PIC X(3) VALUE 'USD'.
       01  FX-TXN-CCY-1           PIC X(3).
       01  FX-TXN-CCY-2           PIC X(3).
       01  FX-LEG1-NAME           PIC X(50).
       01  FX-LEG2-NAME           PIC X(50).
       01  FX-LEG1-RATE           PIC S9(9)V9(6) COMP-3.
       01  FX-LEG2-RATE           PIC S9(9)V9(6) COMP-3.
       01  FX-LEGS-USED           PIC X(50).
      *
       01  FX-TXN-PRICE-NUMERIC   PIC S9(9)V99 COMP-3.
       01  FX-RATE-NUMERIC        PIC S9(9)V9(6) COMP-3.
       01  FX-NEW-PRICE-NUMERIC   PIC S9(9)V99 COMP-3.
       01  FX-CLIENT-RATE-NUMERIC PIC S9(9)V9(6) COMP-3.
       01  FX-MID-PRICE-NUMERIC   PIC S9(9)V99 COMP-3.
       01  FX-MARKUP-NUMERIC      PIC S9(9)V99 COMP-3.
      *
       01  FX-CURRENT-TIMESTAMP   PIC X(21).

           MOVE FUNCTION CURRENT-DATE TO FX-CURRENT-TIMESTAMP
           MOVE FX-CURRENT-TIMESTAMP(1:8) TO FX-PROCESS-DATE

           ACCEPT FX-CONV-PARM FROM COMMAND-LINE
           UNSTRING FX-CONV-PARM DELIMITED BY ALL SPACE
               INTO FX-BASE-CCY-PARM FX-HIST-WINDOW-PARM
           END-UNSTRING
           IF FX-BASE-CCY-PARM NOT = SPACES
               MOVE FX-BASE-CCY-PARM(1:3) TO FX-BASE-CCY
           END-IF
           IF FX-HIST-WINDOW-PARM NOT = SPACES
               IF FUNCTION TEST-NUMVAL(FX-HIST-WINDOW-PARM) = 0
                   COMPUTE FX-HIST-WINDOW-DAYS =
                       FUNCTION NUMVAL(FX-HIST-WINDOW-PARM)
               ELSE
                   DISPLAY "WINDOW PARM NOT NUMERIC - USING 30"
               END-IF
           END-IF
           DISPLAY "CROSS-RATE BASE CURRENCY: " FX-BASE-CCY
           DISPLAY "BACK-VALUE WINDOW:        " FX-HIST-WINDOW-DAYS
               " DAYS"

           DISPLAY "LOADING FX RATE TABLE"
           PERFORM LOAD-RATE-TABLE
           PERFORM VERIFY-RATE-STAMP

           DISPLAY "LOADING RATE HISTORY"
           PERFORM LOAD-HISTORY-WINDOW

           DISPLAY "LOADING CLIENT SPREAD SCHEDULE"
           PERFORM LOAD-SPREAD-TABLE

           DISPLAY "CONVERTING CLIENT TRANSACTIONS"
           PERFORM CONVERT-TRANSACTIONS

           DISPLAY "TRANSACTIONS CONVERTED: " FX-CONVERTED-COUNT
           DISPLAY "TRIANGULATED:           " FX-TRIANGLE-COUNT
           DISPLAY "RATES NOT FOUND:        " FX-NOTFOUND-COUNT
           DISPLAY "MARKED UP AT SPREAD:    " FX-MARKED-UP-COUNT
           DISPLAY "NO SPREAD ROW (AT MID): " FX-NO-SPREAD-COUNT
           DISPLAY "PRICED FROM HISTORY:    " FX-BACK-DATED-COUNT
           DISPLAY "VALUE DATE TOO OLD:     " FX-TOO-OLD-COUNT
           DISPLAY "VALUE DATE INVALID:     " FX-BAD-DATE-COUNT

           PERFORM CLOSE-STOP
           .
           CLOSE FX-AUDIT-FILE
           .

      *----------------------------------------------------------
      * Loads the FXRATEHS observations a back-dated transaction
      * may be priced from: every business date from the window
      * cutoff up to the day before tonight's (tonight's own rates
      * come from FXNAMSRT), and for each name the last date before
      * the cutoff. The history arrives in business date order, a
      * night at a time, so it is sorted into name and date order
      * on the way in. FXHSKEEP keeps the history to its retention
      * period; a window too large for the table is called out and
      * the run marked REJECTS rather than some dates silently
      * missing.
      *----------------------------------------------------------
       LOAD-HISTORY-WINDOW.
           COMPUTE FX-DATE-N = FUNCTION NUMVAL(FX-PROCESS-DATE)
           COMPUTE FX-DATE-INT-WORK =
               FUNCTION INTEGER-OF-DATE(FX-DATE-N)
               - FX-HIST-WINDOW-DAYS
           COMPUTE FX-DATE-N =
               FUNCTION DATE-OF-INTEGER(FX-DATE-INT-WORK)
           MOVE FX-DATE-N TO FX-HIST-CUTOFF-DATE

           SORT FX-HIST-WORK
               ON ASCENDING KEY FX-HSTW-NAME FX-HSTW-DATE
               WITH DUPLICATES IN ORDER
               USING FX-RATE-HIST
               OUTPUT PROCEDURE IS LOAD-SORTED-HISTORY

           DISPLAY "HISTORY CUTOFF DATE:    " FX-HIST-CUTOFF-DATE
           DISPLAY "HISTORY RATES LOADED:   " FX-HIST-COUNT
           IF FX-HIST-FULL
               DISPLAY "HISTORY TABLE FULL - RATES NOT LOADED: "
                   FX-HIST-DROP-COUNT
           END-IF
           .

      * SORT output procedure - the name/date-ordered history
       LOAD-SORTED-HISTORY.
           RETURN FX-HIST-WORK
               AT END SET FX-HIST-AT-EOF TO TRUE
           END-RETURN
           PERFORM LOAD-ONE-HIST-RECORD UNTIL FX-HIST-AT-EOF
           .

      * a name's rates before the cutoff come through oldest first,
      * each replacing the one before, so only the latest is kept
       LOAD-ONE-HIST-RECORD.
           IF FX-HSTW-DATE IS NUMERIC
              AND FX-HSTW-DATE < FX-PROCESS-DATE
               IF FX-HSTW-DATE < FX-HIST-CUTOFF-DATE
                  AND FX-HIST-COUNT > ZERO
                  AND FX-HIST-T-NAME(FX-HIST-COUNT) = FX-HSTW-NAME
                  AND FX-HIST-T-DATE(FX-HIST-COUNT)
                      < FX-HIST-CUTOFF-DATE
                   MOVE FX-HSTW-DATE TO FX-HIST-T-DATE(FX-HIST-COUNT)
                   COMPUTE FX-HIST-T-PRICE(FX-HIST-COUNT) =
                       FUNCTION NUMVAL-C(FX-HSTW-PRICE)
               ELSE
                   IF FX-HIST-COUNT < 30000
                       ADD 1 TO FX-HIST-COUNT
                       MOVE FX-HSTW-NAME
                           TO FX-HIST-T-NAME(FX-HIST-COUNT)
                       MOVE FX-HSTW-DATE
                           TO FX-HIST-T-DATE(FX-HIST-COUNT)
                       COMPUTE FX-HIST-T-PRICE(FX-HIST-COUNT) =
                           FUNCTION NUMVAL-C(FX-HSTW-PRICE)
                   ELSE
                       SET FX-HIST-FULL TO TRUE
                       ADD 1 TO FX-HIST-DROP-COUNT
                   END-IF
               END-IF
           END-IF
           RETURN FX-HIST-WORK
               AT END SET FX-HIST-AT-EOF TO TRUE
           END-RETURN
           .

      *----------------------------------------------------------
      * Loads the FXSPREAD markup schedule. A schedule with no
      * house default row is allowed but called out, since every
      * transaction that matches no row is then priced at mid.
      *----------------------------------------------------------
       LOAD-SPREAD-TABLE.
           OPEN INPUT FX-SPREAD-FILE
           READ FX-SPREAD-FILE
               AT END SET FX-SPREAD-AT-EOF TO TRUE
           END-READ
           PERFORM LOAD-SPREAD-ENTRY UNTIL FX-SPREAD-AT-EOF
           CLOSE FX-SPREAD-FILE
           DISPLAY "SPREAD ROWS LOADED:     " FX-SPREAD-COUNT

           MOVE FX-ANY-TIER TO FX-SPREAD-KEY-TIER
           MOVE FX-ANY-PAIR TO FX-SPREAD-KEY-PAIR
           PERFORM FIND-SPREAD-ROW
           IF NOT FX-SPREAD-FOUND
               DISPLAY "NO DEFAULT SPREAD ROW - UNMATCHED PAIRS "
                   "WILL BE PRICED AT MID"
           END-IF
           .

      * a hand-keyed row whose spread is short or blank would price
      * with garbage, so it is refused rather than loaded
       LOAD-SPREAD-ENTRY.
           IF FX-SPR-BPS IS NOT NUMERIC
               DISPLAY "SPREAD NOT NUMERIC - ROW REJECTED: "
                   FX-SPR-TIER " " FX-SPR-PAIR
           ELSE
               IF FX-SPREAD-COUNT < 500
                   ADD 1 TO FX-SPREAD-COUNT
                   MOVE FX-SPR-TIER TO FX-SPREAD-TIER(FX-SPREAD-COUNT)
                   MOVE FX-SPR-PAIR TO FX-SPREAD-PAIR(FX-SPREAD-COUNT)
                   MOVE FX-SPR-BPS  TO FX-SPREAD-BPS(FX-SPREAD-COUNT)
               ELSE
                   DISPLAY "SPREAD TABLE FULL - ROW IGNORED: "
                       FX-SPR-TIER " " FX-SPR-PAIR
               END-IF
           END-IF
           READ FX-SPREAD-FILE
               AT END SET FX-SPREAD-AT-EOF TO TRUE
           END-READ
           .

       CONVERT-TRANSACTIONS.
           OPEN INPUT  FX-TXN-EXTRACT
           OPEN INPUT  CLT-MASTER
           OPEN OUTPUT FX-CONVERTED
           READ FX-TXN-EXTRACT
               AT END SET FX-TXN-AT-EOF TO TRUE
           END-READ
           PERFORM CONVERT-ONE-TRANSACTION UNTIL FX-TXN-AT-EOF
           CLOSE FX-TXN-EXTRACT
           CLOSE CLT-MASTER
           CLOSE FX-CONVERTED
           .

       CONVERT-ONE-TRANSACTION.
           PERFORM FIND-CLIENT-TIER

           MOVE FX-TXN-ACCOUNT  TO FX-CONV-ACCOUNT
           MOVE FX-TXN-UID      TO FX-CONV-UID
           MOVE FX-TXN-PRICE    TO FX-CONV-ORIG-PRICE
           MOVE FX-TXN-CURRENCY TO FX-CONV-ORIG-CCY
           MOVE FX-TXN-PAIR     TO FX-CONV-RATE-NAME
           MOVE FX-CLIENT-TIER  TO FX-CONV-TIER
           MOVE ZERO            TO FX-CONV-SPREAD-BPS
           MOVE ZERO            TO FX-CONV-MARKUP
           MOVE SPACES          TO FX-CONV-RATE-DATE

           PERFORM SET-PRICING-DATE
           MOVE FX-VALUE-DATE   TO FX-CONV-VALUE-DATE

           IF FX-DATE-TOO-OLD OR FX-DATE-INVALID
               MOVE ZERO        TO FX-CONV-RATE
               MOVE ZERO        TO FX-CONV-MID-RATE
               MOVE ZERO        TO FX-CONV-NEW-PRICE
               IF FX-DATE-TOO-OLD
                   MOVE 'TOO OLD'  TO FX-CONV-STATUS
                   ADD 1 TO FX-TOO-OLD-COUNT
               ELSE
                   MOVE 'BAD DATE' TO FX-CONV-STATUS
                   ADD 1 TO FX-BAD-DATE-COUNT
               END-IF
               DISPLAY "VALUE DATE REFUSED: ACCOUNT " FX-TXN-ACCOUNT
                   " UID " FX-TXN-UID " DATE '" FX-TXN-VALUE-DATE
                   "' - " FX-CONV-STATUS
           ELSE
               PERFORM PRICE-ONE-TRANSACTION
           END-IF

           WRITE FX-CONV-REC

           READ FX-TXN-EXTRACT
               AT END SET FX-TXN-AT-EOF TO TRUE
           END-READ
           .

      *----------------------------------------------------------
      * Decides which rates the transaction is priced from. A blank
      * value date, or one of today or later (a forward-dated deal
      * is booked at spot), takes tonight's FXNAMSRT rates as
      * before. An earlier date is priced from FXRATEHS, provided
      * it falls inside the back-value window - anything older is
      * refused as TOO OLD. A name with no rate on or before the
      * value date comes out NOT FOUND. A date that is not a real
      * YYYYMMDD calendar date is refused as BAD DATE.
      *----------------------------------------------------------
       SET-PRICING-DATE.
           SET FX-PRICE-TONIGHT TO TRUE
           MOVE FX-TXN-VALUE-DATE TO FX-VALUE-DATE
           IF FX-TXN-VALUE-DATE = SPACES
               MOVE FX-PROCESS-DATE TO FX-VALUE-DATE
           ELSE
               IF FX-TXN-VALUE-DATE IS NOT NUMERIC
                   SET FX-DATE-INVALID TO TRUE
               ELSE
                   MOVE FX-TXN-VALUE-DATE TO FX-DATE-N
                   IF FUNCTION TEST-DATE-YYYYMMDD(FX-DATE-N) NOT = 0
                       SET FX-DATE-INVALID TO TRUE
                   ELSE
                       IF FX-VALUE-DATE < FX-PROCESS-DATE
                           IF FX-VALUE-DATE < FX-HIST-CUTOFF-DATE
                               SET FX-DATE-TOO-OLD TO TRUE
                           ELSE
                               SET FX-PRICE-FROM-HIST TO TRUE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

      *----------------------------------------------------------
      * Prices one transaction whose value date can be priced: the
      * quoted pair direct, a same-currency pair at par, or a
      * cross-rate through the base currency - all off tonight's
      * table or off the history, as SET-PRICING-DATE decided.
      *----------------------------------------------------------
       PRICE-ONE-TRANSACTION.
           MOVE FX-TXN-PAIR TO FX-LOOKUP-NAME
           PERFORM LOOKUP-MID-RATE

           IF FX-RATE-FOUND
               MOVE FX-LOOKUP-PRICE TO FX-RATE-NUMERIC
               MOVE FX-LOOKUP-DATE  TO FX-CONV-RATE-DATE
               PERFORM PRICE-AT-CLIENT-RATE
               MOVE 'CONVERTED' TO FX-CONV-STATUS
               ADD 1 TO FX-CONVERTED-COUNT
               PERFORM COUNT-BACK-DATED
           ELSE
      * a same-currency pair (AAA/AAA, as the parse step derives
      * for a transaction already in the client's currency) has no
              AND FX-TXN-PAIR(1:3) = FX-TXN-PAIR(5:3)
               MOVE 1 TO FX-RATE-NUMERIC
               MOVE FX-RATE-NUMERIC TO FX-CONV-RATE
               MOVE FX-RATE-NUMERIC TO FX-CONV-MID-RATE
               COMPUTE FX-TXN-PRICE-NUMERIC = FX-TXN-PRICE
               MOVE FX-TXN-PRICE-NUMERIC TO FX-CONV-NEW-PRICE
               MOVE FX-VALUE-DATE TO FX-CONV-RATE-DATE
               MOVE 'CONVERTED' TO FX-CONV-STATUS
               ADD 1 TO FX-CONVERTED-COUNT
           ELSE
               PERFORM TRIANGULATE-RATE
               IF FX-TRIANGLE-FOUND
                   MOVE FX-LEGS-USED TO FX-CONV-RATE-NAME
                   MOVE FX-LOOKUP-DATE TO FX-CONV-RATE-DATE
                   PERFORM PRICE-AT-CLIENT-RATE
                   MOVE 'TRIANGLD' TO FX-CONV-STATUS
                   ADD 1 TO FX-TRIANGLE-COUNT
                   PERFORM COUNT-BACK-DATED
               ELSE
                   MOVE ZERO        TO FX-CONV-RATE
                   MOVE ZERO        TO FX-CONV-MID-RATE
                   MOVE ZERO        TO FX-CONV-NEW-PRICE
                   MOVE 'NOT FOUND' TO FX-CONV-STATUS
                   ADD 1 TO FX-NOTFOUND-COUNT
               END-IF
           END-IF
           END-IF
           .

       COUNT-BACK-DATED.
           IF FX-PRICE-FROM-HIST
               ADD 1 TO FX-BACK-DATED-COUNT
           END-IF
           .

      *----------------------------------------------------------
      * Prices the transaction at the client rate: the mid rate in
      * FX-RATE-NUMERIC (direct or cross) is marked up by the
      * client's spread for the quoted pair, the converted amount
      * is rounded to cents at the client rate, and the markup is
      * the difference from the same amount converted at mid.
      *----------------------------------------------------------
       PRICE-AT-CLIENT-RATE.
           PERFORM LOOKUP-CLIENT-SPREAD
           COMPUTE FX-CLIENT-RATE-NUMERIC ROUNDED =
               FX-RATE-NUMERIC * (10000 + FX-SPREAD-BPS-WORK) / 10000
           COMPUTE FX-TXN-PRICE-NUMERIC = FX-TXN-PRICE
           COMPUTE FX-MID-PRICE-NUMERIC ROUNDED =
               FX-TXN-PRICE-NUMERIC * FX-RATE-NUMERIC
           COMPUTE FX-NEW-PRICE-NUMERIC ROUNDED =
               FX-TXN-PRICE-NUMERIC * FX-CLIENT-RATE-NUMERIC
           COMPUTE FX-MARKUP-NUMERIC =
               FX-NEW-PRICE-NUMERIC - FX-MID-PRICE-NUMERIC
           MOVE FX-RATE-NUMERIC        TO FX-CONV-MID-RATE
           MOVE FX-CLIENT-RATE-NUMERIC TO FX-CONV-RATE
           MOVE FX-SPREAD-BPS-WORK     TO FX-CONV-SPREAD-BPS
           MOVE FX-NEW-PRICE-NUMERIC   TO FX-CONV-NEW-PRICE
           MOVE FX-MARKUP-NUMERIC      TO FX-CONV-MARKUP
           IF FX-SPREAD-BPS-WORK > ZERO
               ADD 1 TO FX-MARKED-UP-COUNT
           END-IF
           .

       FIND-CLIENT-TIER.
           MOVE FX-TXN-ACCOUNT TO CLT-MST-ACCOUNT
           READ CLT-MASTER
               INVALID KEY
                   MOVE SPACES TO FX-CLIENT-TIER
               NOT INVALID KEY
                   MOVE CLT-MST-TIER TO FX-CLIENT-TIER
           END-READ
           .

      *----------------------------------------------------------
      * Most specific row wins: the client's tier for this pair,
      * then the tier's default, then any tier for this pair, then
      * the house default. With no row at all the spread is zero
      * and the transaction goes through at mid.
      *----------------------------------------------------------
       LOOKUP-CLIENT-SPREAD.
           MOVE FX-CLIENT-TIER TO FX-SPREAD-KEY-TIER
           MOVE FX-TXN-PAIR    TO FX-SPREAD-KEY-PAIR
           PERFORM FIND-SPREAD-ROW
           IF NOT FX-SPREAD-FOUND
               MOVE FX-ANY-PAIR TO FX-SPREAD-KEY-PAIR
               PERFORM FIND-SPREAD-ROW
           END-IF
           IF NOT FX-SPREAD-FOUND
               MOVE FX-ANY-TIER TO FX-SPREAD-KEY-TIER
               MOVE FX-TXN-PAIR TO FX-SPREAD-KEY-PAIR
               PERFORM FIND-SPREAD-ROW
           END-IF
           IF NOT FX-SPREAD-FOUND
               MOVE FX-ANY-PAIR TO FX-SPREAD-KEY-PAIR
               PERFORM FIND-SPREAD-ROW
           END-IF
           IF NOT FX-SPREAD-FOUND
               MOVE ZERO TO FX-SPREAD-BPS-WORK
               ADD 1 TO FX-NO-SPREAD-COUNT
           END-IF
           .

       FIND-SPREAD-ROW.
           MOVE 'N' TO FX-SPREAD-FOUND-SW
           PERFORM CHECK-SPREAD-ENTRY
               VARYING FX-SPREAD-IDX FROM 1 BY 1
               UNTIL FX-SPREAD-IDX > FX-SPREAD-COUNT
                  OR FX-SPREAD-FOUND
           .

       CHECK-SPREAD-ENTRY.
           IF FX-SPREAD-TIER(FX-SPREAD-IDX) = FX-SPREAD-KEY-TIER
              AND FX-SPREAD-PAIR(FX-SPREAD-IDX) = FX-SPREAD-KEY-PAIR
               SET FX-SPREAD-FOUND TO TRUE
               MOVE FX-SPREAD-BPS(FX-SPREAD-IDX) TO FX-SPREAD-BPS-WORK
           END-IF
           .

      *----------------------------------------------------------
      * Finds the mid rate for FX-LOOKUP-NAME at the transaction's
      * pricing date, leaving it in FX-LOOKUP-PRICE with its own
      * business date in FX-LOOKUP-DATE: tonight's table for a
      * current trade, otherwise the history's blessed rate for the
      * value date or, when the name was not blessed that day (no
      * run, or no desk quoted it), the nearest earlier date.
      *----------------------------------------------------------
       LOOKUP-MID-RATE.
           IF FX-PRICE-FROM-HIST
               PERFORM LOOKUP-HIST-BY-NAME
           ELSE
               PERFORM LOOKUP-RATE-BY-NAME
               IF FX-RATE-FOUND
                   COMPUTE FX-LOOKUP-PRICE = FUNCTION NUMVAL-C
                       (FX-RATE-PRICE(FX-RATE-MATCH-SUB))
                   MOVE FX-STAMP-DATE TO FX-LOOKUP-DATE
               END-IF
           END-IF
           .

      * halves the name/date-ordered table down to the last entry
      * at or before this name and value date; if that entry is the
      * name's, it is the latest rate the name had by then
       LOOKUP-HIST-BY-NAME.
           MOVE 'N' TO FX-RATE-FOUND-SW
           MOVE SPACES TO FX-LOOKUP-DATE
           MOVE 1 TO FX-HIST-LOW
           MOVE FX-HIST-COUNT TO FX-HIST-HIGH
           MOVE ZERO TO FX-HIST-BEST
           PERFORM PROBE-HIST-ENTRY
               UNTIL FX-HIST-LOW > FX-HIST-HIGH
           IF FX-HIST-BEST > ZERO
               IF FX-HIST-T-NAME(FX-HIST-BEST) = FX-LOOKUP-NAME
                   SET FX-RATE-FOUND TO TRUE
                   MOVE FX-HIST-T-DATE(FX-HIST-BEST)  TO FX-LOOKUP-DATE
                   MOVE FX-HIST-T-PRICE(FX-HIST-BEST) TO FX-LOOKUP-PRICE
               END-IF
           END-IF
           .

       PROBE-HIST-ENTRY.
           COMPUTE FX-HIST-MID = (FX-HIST-LOW + FX-HIST-HIGH) / 2
           IF FX-HIST-T-NAME(FX-HIST-MID) < FX-LOOKUP-NAME
              OR (FX-HIST-T-NAME(FX-HIST-MID) = FX-LOOKUP-NAME
                  AND FX-HIST-T-DATE(FX-HIST-MID) <= FX-VALUE-DATE)
               MOVE FX-HIST-MID TO FX-HIST-BEST
               COMPUTE FX-HIST-LOW = FX-HIST-MID + 1
           ELSE
               COMPUTE FX-HIST-HIGH = FX-HIST-MID - 1
           END-IF
           .

      * binary search over the name-keyed table - on a 100k
      * transaction night this is the difference between a scan of
      * up to FX-RATE-COUNT entries per lookup and about a dozen
               INTO FX-LEG2-NAME

           MOVE FX-LEG1-NAME TO FX-LOOKUP-NAME
           PERFORM LOOKUP-MID-RATE
           IF FX-RATE-FOUND
               MOVE FX-LOOKUP-PRICE TO FX-LEG1-RATE
               MOVE FX-LOOKUP-DATE  TO FX-LEG1-DATE
               MOVE FX-LEG2-NAME TO FX-LOOKUP-NAME
               PERFORM LOOKUP-MID-RATE
               IF FX-RATE-FOUND
                   MOVE FX-LOOKUP-PRICE TO FX-LEG2-RATE
      * a cross priced from history is only as current as the
      * older of its two legs, so that is the rate date shown
                   IF FX-LEG1-DATE < FX-LOOKUP-DATE
                       MOVE FX-LEG1-DATE TO FX-LOOKUP-DATE
                   END-IF
                   COMPUTE FX-RATE-NUMERIC ROUNDED =
                       FX-LEG1-RATE * FX-LEG2-RATE
                   MOVE SPACES TO FX-LEGS-USED
      * operations summary can see that conversion actually ran -
      * a night on which FXPOST and FXSTMT process a stale FXCONVRT
      * must not show all green. Transactions whose rate was not
      * found or whose value date was refused, and a history
      * window too large to load whole, mark the run REJECTS.
      *----------------------------------------------------------
       WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO FX-CURRENT-TIMESTAMP
               TO FX-AUDIT-INPUT-DESC
           COMPUTE FX-AUDIT-REC-COUNT =
               FX-CONVERTED-COUNT + FX-TRIANGLE-COUNT +
               FX-NOTFOUND-COUNT + FX-TOO-OLD-COUNT +
               FX-BAD-DATE-COUNT
           IF FX-NOTFOUND-COUNT > 0
              OR FX-TOO-OLD-COUNT > 0
              OR FX-BAD-DATE-COUNT > 0
              OR FX-HIST-FULL
               MOVE 'REJECTS' TO FX-AUDIT-STATUS
           ELSE
               MOVE 'SUCCESS' TO FX-AUDIT-STATUS
