       FD  FXLIST-SORTED RECORDING MODE F.
       01  PRINT-REC.
           05  FX-NAME-S      PIC X(50).
           05  FX-PRICE-S     PIC $$,$$$,$$9.999999.
           05  FILLER PIC X(13).
      *
      * json_parse_prod's client extract - same layout as
      * client-extract-rec over there
           05  FX-RATE-ENTRY OCCURS 5000 TIMES
                   INDEXED BY FX-RATE-IDX.
               10  FX-RATE-NAME    PIC X(50).
               10  FX-RATE-PRICE   PIC $$,$$$,$$9.999999.
       01  FX-RATE-COUNT          PIC 9(7) COMP VALUE ZERO.
       01  FX-TRAILER-TAG-CHECK   PIC X(10) VALUE '*TRAILER*'.
      * FXSORTED opens with a business-date header record (see
                   INDEXED BY EXP-IDX.
               10  EXP-CCY         PIC X(3).
               10  EXP-ORIG-TOTAL  PIC S9(11)V99 COMP-3.
               10  EXP-RATE        PIC S9(9)V9(6) COMP-3.
               10  EXP-RATE-SW     PIC X.
                   88  EXP-HAS-RATE    VALUE 'Y'.
       01  EXP-CCY-COUNT          PIC 9(3) COMP VALUE ZERO.
       01  EXP-COL-HEADS.
           05  FILLER             PIC X(5)  VALUE 'CCY'.
           05  FILLER             PIC X(19) VALUE 'ORIGINAL TOTAL'.
           05  FILLER             PIC X(19) VALUE 'RATE'.
           05  FILLER             PIC X(16) VALUE 'REVALUED'.
      *
       01  EXP-DETAIL-LINE.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  EXP-DL-ORIG        PIC $$,$$$,$$$,$$9.99CR.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  EXP-DL-RATE        PIC $$,$$$,$$9.999999.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  EXP-DL-REVAL       PIC $$,$$$,$$$,$$9.99CR.
           05  FILLER             PIC X(2) VALUE SPACES.
