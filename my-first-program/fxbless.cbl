      * BOSS, MXR, JHS, LON. FXBLESSD carries the same record layout
      * as FXSORTED, including the *TRAILER* control-totals record,
      * so downstream rate loaders can read either file.
      *
      * Every desk's candidate quote for every name is also appended
      * to the durable quote history FXQUOTHS with the price blessed
      * and whether it was the one chosen, so FXQSCORE can score the
      * desks' feeds over any window instead of one night's report.

      *-----------------------
       IDENTIFICATION DIVISION.
           SELECT FXLIST-VL     ASSIGN TO VALL.
           SELECT FX-BLESSED    ASSIGN TO FXBLESSD.
           SELECT FX-RATE-HIST  ASSIGN TO FXRATEHS.
           SELECT FX-QUOTE-HIST ASSIGN TO FXQUOTHS.
           SELECT FX-BLESS-RPT  ASSIGN TO FXBLSRPT.
           SELECT FX-AUDIT-FILE ASSIGN TO FXAUDIT
               ORGANIZATION IS LINE SEQUENTIAL.
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
      * one blessed quote per name - same layout as FXSORTED so a
      * rate loader can read either file, trailer included
       FD  FX-BLESSED RECORDING MODE F.
       01  FX-BLESSED-REC.
           05  FX-NAME-BL     PIC X(50).
           05  FX-PRICE-BL    PIC $$,$$$,$$9.999999.
           05  FILLER PIC X(13).
       01  FX-BLESSED-TRAILER REDEFINES FX-BLESSED-REC.
           05  FX-BL-TRAILER-TAG   PIC X(10).
           05  FX-BL-TRAILER-COUNT PIC 9(9).
           05  FX-BL-TRAILER-SUM   PIC S9(9)V9(6).
           05  FILLER              PIC X(46).
      * business-date header, first record, same convention as
      * FXSORT stamps on FXSORTED and FXNAMSRT - the rate loaders
      * downstream verify it against their processing date
       01  FX-HIST-REC.
           05  FX-HIST-NAME    PIC X(50).
           05  FX-HIST-DATE    PIC X(8).
           05  FX-HIST-PRICE   PIC $$,$$$,$$9.999999.
           05  FILLER          PIC X(5).
      *
      * durable per-desk quote history - one record per desk
      * quote that was a candidate for a name, with the price
      * blessed for the name that night; read by FXQSCORE
       FD  FX-QUOTE-HIST RECORDING MODE F.
       01  FX-QHIST-REC.
           05  FX-QHIST-NAME    PIC X(50).
           05  FX-QHIST-DATE    PIC X(8).
           05  FX-QHIST-DESK    PIC X(4).
           05  FX-QHIST-QUOTED  PIC $$,$$$,$$9.999999.
           05  FX-QHIST-BLESSED PIC $$,$$$,$$9.999999.
           05  FX-QHIST-CHOSEN  PIC X(1).
           05  FILLER           PIC X(3).
      *
       FD  FX-BLESS-RPT RECORDING MODE F.
       01  FX-BLESS-RPT-REC   PIC X(100).
           05  BLS-QUOTE-ENTRY OCCURS 4 TIMES
                   INDEXED BY BLS-Q-IDX.
               10  BLS-Q-DESK     PIC X(4).
               10  BLS-Q-PRICE-N  PIC S9(9)V9(6) COMP-3.
       01  BLS-QUOTE-COUNT        PIC 9(1) COMP VALUE ZERO.
       01  BLS-CHOSEN-SUB         PIC 9(1) COMP VALUE ZERO.
       01  BLS-RULE-USED          PIC X(8).
      * extra records consumed (and reported discarded) rather than
      * left behind to seed a second blessed record for the name
       01  BLS-DESK-TAKEN         PIC X VALUE 'N'.
       01  BLS-EXTRA-PRICE        PIC S9(9)V9(6) COMP-3.
      *
      * bubble-sort work fields for the (at most four) quotes
       01  BLS-SORT-I             PIC 9(1) COMP VALUE ZERO.
       01  BLS-SORT-J             PIC 9(1) COMP VALUE ZERO.
       01  BLS-SWAP-DESK          PIC X(4).
       01  BLS-SWAP-PRICE         PIC S9(9)V9(6) COMP-3.
      *
       01  BLS-CURRENT-NAME       PIC X(50).
      *
           05  BLS-HIST-ENTRY OCCURS 5000 TIMES
                   INDEXED BY BLS-H-IDX.
               10  BLS-H-NAME     PIC X(50).
               10  BLS-H-PRICE    PIC S9(9)V9(6) COMP-3.
       01  BLS-HIST-SWITCHES.
           05  BLS-HIST-EOF       PIC X VALUE 'N'.
               88  BLS-HIST-AT-EOF    VALUE 'Y'.
           05  BLS-HIST-DUP-SW    PIC X VALUE 'N'.
               88  BLS-HIST-HAS-TODAY VALUE 'Y'.
           05  BLS-QHIST-EOF      PIC X VALUE 'N'.
               88  BLS-QHIST-AT-EOF   VALUE 'Y'.
           05  BLS-QHIST-DUP-SW   PIC X VALUE 'N'.
               88  BLS-QHIST-HAS-TODAY VALUE 'Y'.
      *
       01  BLS-COUNTERS.
           05  BLS-NAME-COUNT     PIC 9(7) COMP VALUE ZERO.
           05  BLS-MEDIAN-COUNT   PIC 9(7) COMP VALUE ZERO.
           05  BLS-PRIORITY-COUNT PIC 9(7) COMP VALUE ZERO.
           05  BLS-QHIST-COUNT    PIC 9(7) COMP VALUE ZERO.
       01  BLS-OUT-SUM            PIC S9(9)V9(6) COMP-3 VALUE ZERO.
      *
       01  BLS-RPT-LINE.
           05  BLS-RL-NAME        PIC X(50).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  BLS-RL-DESK        PIC X(4).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  BLS-RL-PRICE       PIC $$,$$$,$$9.999999.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  BLS-RL-VERDICT     PIC X(10).
           05  FILLER             PIC X(2) VALUE SPACES.
           OPEN OUTPUT FX-BLESSED
           OPEN OUTPUT FX-BLESS-RPT

           PERFORM OPEN-QUOTE-HISTORY
           PERFORM WRITE-BLESSED-HEADER

           PERFORM READ-DESK-B
           CLOSE FXLIST-VL
           CLOSE FX-BLESSED
           CLOSE FX-BLESS-RPT
           IF NOT BLS-QHIST-HAS-TODAY
               CLOSE FX-QUOTE-HIST
           END-IF

           DISPLAY "NAMES BLESSED:     " BLS-NAME-COUNT
           DISPLAY "BY MEDIAN:         " BLS-MEDIAN-COUNT
           DISPLAY "BY DESK PRIORITY:  " BLS-PRIORITY-COUNT
           DISPLAY "QUOTES TO HISTORY: " BLS-QHIST-COUNT

           DISPLAY "APPENDING RATE HISTORY"
           PERFORM APPEND-RATE-HISTORY
           WRITE FX-HIST-REC
           .

      *----------------------------------------------------------
      * Opens the durable FXQUOTHS quote history for tonight's
      * append. As for FXRATEHS, the history is read first and the
      * append skipped when today's date is already on it, so a
      * rerun does not double the day's quotes in the scorecard.
      *----------------------------------------------------------
       OPEN-QUOTE-HISTORY.
           OPEN INPUT FX-QUOTE-HIST
           READ FX-QUOTE-HIST
               AT END SET BLS-QHIST-AT-EOF TO TRUE
           END-READ
           PERFORM CHECK-ONE-QHIST-DATE UNTIL BLS-QHIST-AT-EOF
           CLOSE FX-QUOTE-HIST

           IF BLS-QHIST-HAS-TODAY
               DISPLAY "FXQUOTHS ALREADY CARRIES " FX-BUSINESS-DATE
                   " - APPEND SKIPPED"
           ELSE
               OPEN EXTEND FX-QUOTE-HIST
           END-IF
           .

       CHECK-ONE-QHIST-DATE.
           IF FX-QHIST-DATE = FX-BUSINESS-DATE
               SET BLS-QHIST-HAS-TODAY TO TRUE
           END-IF
           READ FX-QUOTE-HIST
               AT END SET BLS-QHIST-AT-EOF TO TRUE
           END-READ
           .

      * one candidate quote of the name just composed, beside the
      * price blessed for it
       WRITE-ONE-QHIST-RECORD.
           MOVE SPACES TO FX-QHIST-REC
           MOVE BLS-CURRENT-NAME TO FX-QHIST-NAME
           MOVE FX-BUSINESS-DATE TO FX-QHIST-DATE
           MOVE BLS-Q-DESK(BLS-Q-IDX) TO FX-QHIST-DESK
           MOVE BLS-Q-PRICE-N(BLS-Q-IDX) TO FX-QHIST-QUOTED
           MOVE BLS-Q-PRICE-N(BLS-CHOSEN-SUB) TO FX-QHIST-BLESSED
           IF BLS-Q-IDX = BLS-CHOSEN-SUB
               MOVE 'Y' TO FX-QHIST-CHOSEN
           ELSE
               MOVE 'N' TO FX-QHIST-CHOSEN
           END-IF
           WRITE FX-QHIST-REC
           ADD 1 TO BLS-QHIST-COUNT
           .

       READ-DESK-B.
           READ FXLIST-VB
               AT END SET BLS-B-AT-EOF TO TRUE
           PERFORM REPORT-NAME-QUOTES
               VARYING BLS-Q-IDX FROM 1 BY 1
               UNTIL BLS-Q-IDX > BLS-QUOTE-COUNT
           IF NOT BLS-QHIST-HAS-TODAY
               PERFORM WRITE-ONE-QHIST-RECORD
                   VARYING BLS-Q-IDX FROM 1 BY 1
                   UNTIL BLS-Q-IDX > BLS-QUOTE-COUNT
           END-IF
           .

      * desks are gathered in priority order (BOSS, MXR, JHS,
