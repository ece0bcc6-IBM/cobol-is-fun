      * client on CLTXTRCT, showing the account holder's name and
      * address, the opening balance, every transaction FXCONV wrote
      * to FXCONVRT for that account (original price, currency, rate
      * applied and the business date of that rate - earlier than
      * the run date for a back-dated trade - converted amount,
      * status), a closing balance line, per-account totals, and a
      * grand-total page at the end. The report file FXSTMTRP is
      * formatted to be handed to client services as-is.
      *
      * The converted file is read exactly once: FXCONVRT is SORTed
      * by account (duplicates kept in arrival order, so a
      * opened and closed at the same figure. A client somehow
      * absent from the master falls back to the old single
      * opening/closing pair off the extract.
      *
      * Postings backed out by FXREVERS since the last statement
      * run are waiting on FXREVPND; each prints on its client's
      * statement as its own REVERSAL line after the transactions
      * (and goes to the extract as an R record), and is then
      * dropped from the file. A reversal for a client with no
      * statement tonight is kept on FXREVPND for the next one.

      *-----------------------
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STMT-EXTRACT   ASSIGN TO FXSTMTEX
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FX-REV-PEND    ASSIGN TO FXREVPND
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FX-AUDIT-FILE  ASSIGN TO FXAUDIT
               ORGANIZATION IS LINE SEQUENTIAL.
      *-------------
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
      * sort work file - FXCONVRT rearranged into ascending account
      * order for the one-pass statement walk
           05  FX-CONW-ORIG-PRICE  PIC $$,$$$,$$9.99.
           05  FX-CONW-ORIG-CCY    PIC X(3).
           05  FX-CONW-RATE-NAME   PIC X(50).
           05  FX-CONW-RATE        PIC $$,$$$,$$9.999999.
           05  FX-CONW-NEW-PRICE   PIC $$,$$$,$$9.99.
           05  FX-CONW-STATUS      PIC X(10).
           05  FX-CONW-MID-RATE    PIC $$,$$$,$$9.999999.
           05  FX-CONW-TIER        PIC X(2).
           05  FX-CONW-SPREAD-BPS  PIC 9(3)V99.
           05  FX-CONW-MARKUP      PIC $$,$$$,$$9.99.
           05  FX-CONW-VALUE-DATE  PIC X(8).
           05  FX-CONW-RATE-DATE   PIC X(8).
      *
       FD  STMT-REPORT.
       01  STMT-PRINT-REC          PIC X(132).
       FD  STMT-EXTRACT.
       01  STMT-EXTRACT-REC        PIC X(200).
      *
      * FXREVERS's reversals not yet shown on a statement - same
      * layout as fx-rvp-rec over there
       FD  FX-REV-PEND.
       01  FX-RVP-REC.
           05  FX-RVP-ACCOUNT      PIC 9(12).
           05  FX-RVP-UID          PIC 9(5).
           05  FX-RVP-POST-DATE    PIC X(8).
           05  FX-RVP-REV-DATE     PIC X(8).
           05  FX-RVP-AMOUNT       PIC $$,$$$,$$9.99.
           05  FX-RVP-CCY          PIC X(3).
           05  FX-RVP-REASON       PIC X(4).
           05  FX-RVP-REASON-DESC  PIC X(24).
      *
      * shared durable audit trail - see copybooks/FXAUDIT.cpy
       FD  FX-AUDIT-FILE.
           COPY FXAUDIT.
       01  STMT-MST-FOUND-SW       PIC X VALUE 'N'.
           88  STMT-MST-FOUND          VALUE 'Y'.
      *
      * FXREVPND loaded into memory once; each entry is flagged as
      * its statement prints it, and whatever is left unprinted is
      * written back for the next run
       01  RVP-TABLE.
           05  RVP-ENTRY OCCURS 5000 TIMES
                   INDEXED BY RVP-IDX.
               10  RVP-ACCOUNT     PIC 9(12).
               10  RVP-UID         PIC 9(5).
               10  RVP-POST-DATE   PIC X(8).
               10  RVP-REV-DATE    PIC X(8).
               10  RVP-AMOUNT      PIC $$,$$$,$$9.99.
               10  RVP-CCY         PIC X(3).
               10  RVP-REASON      PIC X(4).
               10  RVP-REASON-DESC PIC X(24).
               10  RVP-PRINTED-SW  PIC X.
                   88  RVP-PRINTED     VALUE 'Y'.
       01  RVP-COUNT               PIC 9(7) COMP VALUE ZERO.
       01  RVP-HELD-COUNT          PIC 9(7) COMP VALUE ZERO.
       01  RVP-SWITCHES.
           05  RVP-EOF             PIC X VALUE 'N'.
               88  RVP-AT-EOF          VALUE 'Y'.
           05  RVP-OVERFLOW-SW     PIC X VALUE 'N'.
               88  RVP-OVERFLOWED      VALUE 'Y'.
      *
      * extract work fields - amounts go out as plain signed
      * numbers, not the $-edited print pictures
       01  STMT-EX-ACCOUNT         PIC 9(12).
       01  STMT-EX-AMOUNT-2        PIC -9(9).99.
       01  STMT-EX-AMOUNT-3        PIC -9(9).99.
       01  STMT-EX-AMOUNT-WORK     PIC S9(9)V99 COMP-3.
      * the applied rate keeps its six decimal places on the extract
       01  STMT-EX-RATE            PIC -9(9).9(6).
       01  STMT-EX-RATE-WORK       PIC S9(9)V9(6) COMP-3.
       01  STMT-EX-REC-COUNT       PIC 9(9) COMP VALUE ZERO.
      *
       01  FX-STMT-SWITCHES.
           05  STMT-ACCT-TXN-COUNT PIC 9(7)  COMP VALUE ZERO.
           05  STMT-TOTAL-TXNS     PIC 9(7)  COMP VALUE ZERO.
           05  STMT-TOTAL-ACCTS    PIC 9(7)  COMP VALUE ZERO.
           05  STMT-ACCT-RVS-COUNT PIC 9(7)  COMP VALUE ZERO.
           05  STMT-TOTAL-RVS      PIC 9(7)  COMP VALUE ZERO.
       01  STMT-ACCT-CONV-TOTAL    PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  STMT-GRAND-CONV-TOTAL   PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  STMT-CLOSING-BALANCE    PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  FILLER              PIC X(7)  VALUE 'TXID'.
           05  FILLER              PIC X(15) VALUE 'ORIG PRICE'.
           05  FILLER              PIC X(5)  VALUE 'CCY'.
           05  FILLER              PIC X(19) VALUE 'RATE APPLIED'.
           05  FILLER              PIC X(10) VALUE 'RATE DATE'.
           05  FILLER              PIC X(15) VALUE 'CONVERTED'.
           05  FILLER              PIC X(10) VALUE 'STATUS'.
      *
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  STMT-DT-CCY         PIC X(3).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  STMT-DT-RATE        PIC X(17).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  STMT-DT-RATE-DATE   PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  STMT-DT-NEW         PIC $$,$$$,$$9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  STMT-DT-STATUS      PIC X(10).
      *
       01  STMT-RVS-DETAIL-LINE.
           05  STMT-RV-UID         PIC 9(5).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(10) VALUE 'REVERSAL'.
           05  STMT-RV-AMOUNT      PIC X(13).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  STMT-RV-CCY         PIC X(3).
           05  FILLER              PIC X(9)  VALUE '  POSTED '.
           05  STMT-RV-POST-DATE   PIC X(8).
           05  FILLER              PIC X(11) VALUE '  REVERSED '.
           05  STMT-RV-REV-DATE    PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  STMT-RV-DESC        PIC X(24).
      *
       01  STMT-ACCT-TOTAL-LINE.
           05  FILLER              PIC X(20) VALUE
           05  FILLER              PIC X(20) VALUE
               'TOTAL CONVERTED:'.
           05  STMT-GT-AMOUNT      PIC $$,$$$,$$$,$$9.99.
       01  STMT-GRAND-LINE-4.
           05  FILLER              PIC X(20) VALUE
               'REVERSALS:'.
           05  STMT-GT-RVS         PIC ZZZ,ZZ9.
      *
       01  FX-CURRENT-TIMESTAMP    PIC X(21).

           DISPLAY "LOADING POSTED BUCKET OPENINGS"
           PERFORM LOAD-POSTED-BUCKETS

           DISPLAY "LOADING PENDING REVERSALS"
           PERFORM LOAD-PENDING-REVERSALS

           DISPLAY "PRINTING CLIENT STATEMENTS"
           PERFORM FORMAT-RUN-DATE
           OPEN INPUT  CLT-MASTER
           CLOSE CLT-MASTER
           CLOSE STMT-REPORT
           CLOSE STMT-EXTRACT
           PERFORM REWRITE-PENDING-REVERSALS

           DISPLAY "STATEMENTS PRINTED: " STMT-TOTAL-ACCTS
           DISPLAY "REVERSALS PRINTED:  " STMT-TOTAL-RVS
           DISPLAY "REVERSALS HELD:     " RVP-HELD-COUNT
           DISPLAY "NO-CLIENT RECORDS:  " STMT-ORPHAN-COUNT
           DISPLAY "EXTRACT RECORDS:    " STMT-EX-REC-COUNT

           PERFORM CLOSE-STOP
           .

       LOAD-PENDING-REVERSALS.
           OPEN INPUT FX-REV-PEND
           READ FX-REV-PEND
               AT END SET RVP-AT-EOF TO TRUE
           END-READ
           PERFORM LOAD-ONE-PENDING-REVERSAL UNTIL RVP-AT-EOF
           CLOSE FX-REV-PEND
           .

       LOAD-ONE-PENDING-REVERSAL.
           IF RVP-COUNT < 5000
               ADD 1 TO RVP-COUNT
               MOVE FX-RVP-ACCOUNT     TO RVP-ACCOUNT(RVP-COUNT)
               MOVE FX-RVP-UID         TO RVP-UID(RVP-COUNT)
               MOVE FX-RVP-POST-DATE   TO RVP-POST-DATE(RVP-COUNT)
               MOVE FX-RVP-REV-DATE    TO RVP-REV-DATE(RVP-COUNT)
               MOVE FX-RVP-AMOUNT      TO RVP-AMOUNT(RVP-COUNT)
               MOVE FX-RVP-CCY         TO RVP-CCY(RVP-COUNT)
               MOVE FX-RVP-REASON      TO RVP-REASON(RVP-COUNT)
               MOVE FX-RVP-REASON-DESC TO RVP-REASON-DESC(RVP-COUNT)
               MOVE 'N' TO RVP-PRINTED-SW(RVP-COUNT)
           ELSE
               SET RVP-OVERFLOWED TO TRUE
           END-IF
           READ FX-REV-PEND
               AT END SET RVP-AT-EOF TO TRUE
           END-READ
           .

      *----------------------------------------------------------
      * Puts back on FXREVPND only the reversals no statement
      * printed tonight, so each one appears on exactly one
      * statement. A file too big for the table is left whole -
      * the reversals it printed tonight would print again, but
      * none that it could not hold is lost.
      *----------------------------------------------------------
       REWRITE-PENDING-REVERSALS.
           IF RVP-OVERFLOWED
               DISPLAY "REVERSAL TABLE FULL - FXREVPND LEFT AS IS"
           END-IF
           IF RVP-COUNT > ZERO AND NOT RVP-OVERFLOWED
               OPEN OUTPUT FX-REV-PEND
               PERFORM WRITE-ONE-HELD-REVERSAL
                   VARYING RVP-IDX FROM 1 BY 1
                   UNTIL RVP-IDX > RVP-COUNT
               CLOSE FX-REV-PEND
           END-IF
           .

       WRITE-ONE-HELD-REVERSAL.
           IF NOT RVP-PRINTED(RVP-IDX)
               ADD 1 TO RVP-HELD-COUNT
               MOVE SPACES TO FX-RVP-REC
               MOVE RVP-ACCOUNT(RVP-IDX)     TO FX-RVP-ACCOUNT
               MOVE RVP-UID(RVP-IDX)         TO FX-RVP-UID
               MOVE RVP-POST-DATE(RVP-IDX)   TO FX-RVP-POST-DATE
               MOVE RVP-REV-DATE(RVP-IDX)    TO FX-RVP-REV-DATE
               MOVE RVP-AMOUNT(RVP-IDX)      TO FX-RVP-AMOUNT
               MOVE RVP-CCY(RVP-IDX)         TO FX-RVP-CCY
               MOVE RVP-REASON(RVP-IDX)      TO FX-RVP-REASON
               MOVE RVP-REASON-DESC(RVP-IDX) TO FX-RVP-REASON-DESC
               WRITE FX-RVP-REC
           END-IF
           .

       LOAD-POSTED-BUCKETS.
           OPEN INPUT CLT-POSTED
           READ CLT-POSTED
               UNTIL FX-CONV-AT-EOF
                  OR FX-CONW-ACCOUNT NOT = CLT-ACCOUNT(STMT-CLT-SUB)

           MOVE ZERO TO STMT-ACCT-RVS-COUNT
           PERFORM PRINT-ONE-REVERSAL-LINE
               VARYING RVP-IDX FROM 1 BY 1
               UNTIL RVP-IDX > RVP-COUNT

           MOVE SPACES TO STMT-PRINT-REC
           PERFORM PRINT-STMT-LINE
           MOVE STMT-ACCT-TXN-COUNT  TO STMT-AT-COUNT
           COMPUTE STMT-EX-AMOUNT-WORK =
               FUNCTION NUMVAL-C(FX-CONW-ORIG-PRICE)
           MOVE STMT-EX-AMOUNT-WORK TO STMT-EX-AMOUNT-1
           COMPUTE STMT-EX-RATE-WORK =
               FUNCTION NUMVAL-C(FX-CONW-RATE)
           MOVE STMT-EX-RATE-WORK TO STMT-EX-RATE
           MOVE STMT-NEW-PRICE-WORK TO STMT-EX-AMOUNT-3
           MOVE SPACES TO STMT-EXTRACT-REC
           STRING 'D'                  DELIMITED BY SIZE
                  '|'                  DELIMITED BY SIZE
                  FX-CONW-ORIG-CCY     DELIMITED BY SIZE
                  '|'                  DELIMITED BY SIZE
                  STMT-EX-RATE         DELIMITED BY SIZE
                  '|'                  DELIMITED BY SIZE
                  STMT-EX-AMOUNT-3     DELIMITED BY SIZE
                  '|'                  DELIMITED BY SIZE
                  FX-CONW-STATUS       DELIMITED BY SIZE
                  '|'                  DELIMITED BY SIZE
                  FX-CONW-RATE-DATE    DELIMITED BY SIZE
               INTO STMT-EXTRACT-REC
           WRITE STMT-EXTRACT-REC
           ADD 1 TO STMT-EX-REC-COUNT
           .

      * a reversal pending for this client prints as its own line,
      * under a one-off heading ahead of the first one
       PRINT-ONE-REVERSAL-LINE.
           IF RVP-ACCOUNT(RVP-IDX) = CLT-ACCOUNT(STMT-CLT-SUB)
              AND NOT RVP-PRINTED(RVP-IDX)
               IF STMT-ACCT-RVS-COUNT = ZERO
                   MOVE SPACES TO STMT-PRINT-REC
                   PERFORM PRINT-STMT-LINE
                   MOVE 'REVERSALS' TO STMT-PRINT-REC
                   PERFORM PRINT-STMT-LINE
               END-IF
               ADD 1 TO STMT-ACCT-RVS-COUNT
               ADD 1 TO STMT-TOTAL-RVS
               MOVE RVP-UID(RVP-IDX)         TO STMT-RV-UID
               MOVE RVP-AMOUNT(RVP-IDX)      TO STMT-RV-AMOUNT
               MOVE RVP-CCY(RVP-IDX)         TO STMT-RV-CCY
               MOVE RVP-POST-DATE(RVP-IDX)   TO STMT-RV-POST-DATE
               MOVE RVP-REV-DATE(RVP-IDX)    TO STMT-RV-REV-DATE
               MOVE RVP-REASON-DESC(RVP-IDX) TO STMT-RV-DESC
               MOVE STMT-RVS-DETAIL-LINE TO STMT-PRINT-REC
               PERFORM PRINT-STMT-LINE
               PERFORM WRITE-EXTRACT-REVERSAL
               MOVE 'Y' TO RVP-PRINTED-SW(RVP-IDX)
           END-IF
           .

      * one reversal extract record per reversal printed - the
      * original posting's UID, amount, currency and date, then
      * the reversal date and reason code
       WRITE-EXTRACT-REVERSAL.
           MOVE CLT-ACCOUNT(STMT-CLT-SUB) TO STMT-EX-ACCOUNT
           COMPUTE STMT-EX-AMOUNT-WORK =
               FUNCTION NUMVAL-C(RVP-AMOUNT(RVP-IDX))
           MOVE STMT-EX-AMOUNT-WORK TO STMT-EX-AMOUNT-1
           MOVE SPACES TO STMT-EXTRACT-REC
           STRING 'R'                    DELIMITED BY SIZE
                  '|'                    DELIMITED BY SIZE
                  STMT-EX-ACCOUNT        DELIMITED BY SIZE
                  '|'                    DELIMITED BY SIZE
                  RVP-UID(RVP-IDX)       DELIMITED BY SIZE
                  '|'                    DELIMITED BY SIZE
                  STMT-EX-AMOUNT-1       DELIMITED BY SIZE
                  '|'                    DELIMITED BY SIZE
                  RVP-CCY(RVP-IDX)       DELIMITED BY SIZE
                  '|'                    DELIMITED BY SIZE
                  RVP-POST-DATE(RVP-IDX) DELIMITED BY SIZE
                  '|'                    DELIMITED BY SIZE
                  RVP-REV-DATE(RVP-IDX)  DELIMITED BY SIZE
                  '|'                    DELIMITED BY SIZE
                  RVP-REASON(RVP-IDX)    DELIMITED BY SIZE
               INTO STMT-EXTRACT-REC
           WRITE STMT-EXTRACT-REC
           ADD 1 TO STMT-EX-REC-COUNT
           MOVE FX-CONW-ORIG-PRICE TO STMT-DT-ORIG
           MOVE FX-CONW-ORIG-CCY   TO STMT-DT-CCY
           MOVE FX-CONW-RATE       TO STMT-DT-RATE
           MOVE FX-CONW-RATE-DATE  TO STMT-DT-RATE-DATE
           COMPUTE STMT-NEW-PRICE-WORK =
               FUNCTION NUMVAL-C(FX-CONW-NEW-PRICE)
           MOVE STMT-NEW-PRICE-WORK TO STMT-DT-NEW
           MOVE STMT-GRAND-CONV-TOTAL TO STMT-GT-AMOUNT
           MOVE STMT-GRAND-LINE-3 TO STMT-PRINT-REC
           PERFORM PRINT-STMT-LINE
           MOVE STMT-TOTAL-RVS TO STMT-GT-RVS
           MOVE STMT-GRAND-LINE-4 TO STMT-PRINT-REC
           PERFORM PRINT-STMT-LINE
           .

      *----------------------------------------------------------
