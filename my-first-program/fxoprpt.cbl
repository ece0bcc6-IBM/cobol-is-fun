               10  OPS-AUD-STATUS  PIC X(8).
       01  OPS-AUD-COUNT-TOTAL    PIC 9(7) COMP VALUE ZERO.
      *
      * the jobs expected to run every processing day; CLTMAINT and
      * SIMAINT are maintenance-driven and FXREVAL month-end, so
      * none of them is held to the daily schedule
       01  OPS-EXPECTED-JOBS.
           05  FILLER             PIC X(8) VALUE 'FXSORT'.
           05  FILLER             PIC X(8) VALUE 'FXMOVE'.
           05  FILLER             PIC X(8) VALUE 'FXPOST'.
           05  FILLER             PIC X(8) VALUE 'FXSTMT'.
           05  FILLER             PIC X(8) VALUE 'FXBATBAL'.
           05  FILLER             PIC X(8) VALUE 'FXREVRPT'.
           05  FILLER             PIC X(8) VALUE 'FXGLJRNL'.
           05  FILLER             PIC X(8) VALUE 'FXCMPMON'.
           05  FILLER             PIC X(8) VALUE 'FXSIGEN'.
       01  OPS-EXPECTED-TABLE REDEFINES OPS-EXPECTED-JOBS.
           05  OPS-EXP-JOB        PIC X(8) OCCURS 12 TIMES
                   INDEXED BY OPS-EXP-IDX.
       01  OPS-EXPECTED-COUNT     PIC 9(2) COMP VALUE 12.
      *
      * up to three distinct trail dates before the requested one,
      * newest first, for the record-count trend section
           WRITE FX-OPS-RPT-REC
           PERFORM CHECK-ONE-EXPECTED-JOB
               VARYING OPS-EXP-IDX FROM 1 BY 1
               UNTIL OPS-EXP-IDX > OPS-EXPECTED-COUNT

           MOVE SPACES TO FX-OPS-RPT-REC
           WRITE FX-OPS-RPT-REC
           WRITE FX-OPS-RPT-REC
           PERFORM WRITE-ONE-TREND-LINE
               VARYING OPS-EXP-IDX FROM 1 BY 1
               UNTIL OPS-EXP-IDX > OPS-EXPECTED-COUNT

           MOVE SPACES TO FX-OPS-RPT-REC
           WRITE FX-OPS-RPT-REC
