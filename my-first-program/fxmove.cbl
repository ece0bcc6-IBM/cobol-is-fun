       FD  FXLIST-SORTED RECORDING MODE F.
       01  PRINT-REC.
           05  FX-NAME-S      PIC X(50).
           05  FX-PRICE-S     PIC $$,$$$,$$9.999999.
           05  FILLER PIC X(13).
      *
      * the prior run's FXSORTED, same layout
       FD  FXLIST-PRIOR RECORDING MODE F.
       01  FX-PRIOR-REC.
           05  FX-NAME-P      PIC X(50).
           05  FX-PRICE-P     PIC $$,$$$,$$9.999999.
           05  FILLER PIC X(13).
      *
       FD  FX-MOVE-RPT RECORDING MODE F.
       01  FX-MOVE-RPT-REC    PIC X(110).
      *
      * shared durable audit trail - see copybooks/FXAUDIT.cpy
       FD  FX-AUDIT-FILE.
           05  MOVE-T-ENTRY OCCURS 5000 TIMES
                   INDEXED BY MOVE-T-IDX.
               10  MOVE-T-NAME    PIC X(50).
               10  MOVE-T-PRICE   PIC S9(9)V9(6) COMP-3.
               10  MOVE-T-DUP     PIC X.
       01  MOVE-T-COUNT           PIC 9(7) COMP VALUE ZERO.
      *
           05  MOVE-P-ENTRY OCCURS 5000 TIMES
                   INDEXED BY MOVE-P-IDX.
               10  MOVE-P-NAME    PIC X(50).
               10  MOVE-P-PRICE   PIC S9(9)V9(6) COMP-3.
               10  MOVE-P-MATCHED PIC X.
               10  MOVE-P-DUP     PIC X.
       01  MOVE-P-COUNT           PIC 9(7) COMP VALUE ZERO.
           05  MOVE-R-ENTRY OCCURS 5000 TIMES
                   INDEXED BY MOVE-R-IDX.
               10  MOVE-R-NAME    PIC X(50).
               10  MOVE-R-OLD     PIC S9(9)V9(6) COMP-3.
               10  MOVE-R-NEW     PIC S9(9)V9(6) COMP-3.
               10  MOVE-R-PCT     PIC S9(3)V99 COMP-3.
               10  MOVE-R-ALERT   PIC X.
                   88  MOVE-R-IS-ALERT VALUE 'Y'.
       01  MOVE-DETAIL-LINE.
           05  MOVE-DL-NAME       PIC X(50).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  MOVE-DL-OLD        PIC $$,$$$,$$9.999999.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  MOVE-DL-NEW        PIC $$,$$$,$$9.999999.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  MOVE-DL-PCT        PIC +++9.99.
           05  FILLER             PIC X(2) VALUE SPACES.
       01  MOVE-ONE-PRICE-LINE.
           05  MOVE-OP-NAME       PIC X(50).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  MOVE-OP-PRICE      PIC $$,$$$,$$9.999999.
      *
       01  MOVE-SUMMARY-LINE.
           05  MOVE-SM-TEXT       PIC X(24).
