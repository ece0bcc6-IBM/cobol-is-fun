       01  FX-HIST-REC.
           05  FX-HIST-NAME    PIC X(50).
           05  FX-HIST-DATE    PIC X(8).
           05  FX-HIST-PRICE   PIC $$,$$$,$$9.999999.
           05  FILLER          PIC X(5).
      *
       FD  FX-VOL-RPT RECORDING MODE F.
       01  FX-VOL-RPT-REC     PIC X(132).
                   INDEXED BY VOL-H-IDX.
               10  VOL-H-NAME     PIC X(50).
               10  VOL-H-DATE-INT PIC S9(9) COMP.
               10  VOL-H-PRICE    PIC S9(9)V9(6) COMP-3.
               10  VOL-H-USED     PIC X.
       01  VOL-H-COUNT            PIC 9(7) COMP VALUE ZERO.
       01  VOL-H-SCAN-SUB         PIC 9(7) COMP VALUE ZERO.
           05  VOL-N-ENTRY OCCURS 100 TIMES
                   INDEXED BY VOL-N-IDX.
               10  VOL-N-DATE-INT PIC S9(9) COMP.
               10  VOL-N-PRICE    PIC S9(9)V9(6) COMP-3.
       01  VOL-N-COUNT            PIC 9(3) COMP VALUE ZERO.
      * every observation of the current name, stored or not - the
      * count the report line and the average are computed over
       01  VOL-SORT-I             PIC 9(3) COMP VALUE ZERO.
       01  VOL-SORT-J             PIC 9(3) COMP VALUE ZERO.
       01  VOL-SWAP-DATE          PIC S9(9) COMP.
       01  VOL-SWAP-PRICE         PIC S9(9)V9(6) COMP-3.
      *
       01  VOL-SWITCHES.
           05  VOL-HIST-EOF       PIC X VALUE 'N'.
           05  VOL-OBS-COUNT      PIC 9(7) COMP VALUE ZERO.
      *
       01  VOL-CURRENT-NAME       PIC X(50).
       01  VOL-HIGH               PIC S9(9)V9(6) COMP-3.
       01  VOL-LOW                PIC S9(9)V9(6) COMP-3.
       01  VOL-SUM                PIC S9(11)V9(6) COMP-3.
       01  VOL-AVG                PIC S9(9)V9(6) COMP-3.
       01  VOL-MOVE-WORK          PIC S9(9)V9(6) COMP-3.
       01  VOL-MAX-MOVE           PIC S9(9)V9(6) COMP-3.
      *
       01  VOL-DATE-INT-WORK      PIC S9(9) COMP.
       01  VOL-TODAY-INT          PIC S9(9) COMP.
       01  VOL-COL-HEADS.
           05  FILLER             PIC X(52) VALUE 'NAME'.
           05  FILLER             PIC X(6)  VALUE 'OBS'.
           05  FILLER             PIC X(19) VALUE 'HIGH'.
           05  FILLER             PIC X(19) VALUE 'LOW'.
           05  FILLER             PIC X(19) VALUE 'AVERAGE'.
           05  FILLER             PIC X(14) VALUE 'LARGEST MOVE'.
      *
       01  VOL-DETAIL-LINE.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  VOL-DL-OBS         PIC ZZZ9.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  VOL-DL-HIGH        PIC $$,$$$,$$9.999999.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  VOL-DL-LOW         PIC $$,$$$,$$9.999999.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  VOL-DL-AVG         PIC $$,$$$,$$9.999999.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  VOL-DL-MOVE        PIC +$,$$$,$$9.999999.
      *
       01  VOL-SUMMARY-LINE.
           05  VOL-SM-TEXT        PIC X(24).
