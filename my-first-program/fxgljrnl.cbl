      ******************************************************************
      * Copyright 2020 IBM Corp. All Rights Reserved.
      *
      * Licensed under the Apache License, Version 2.0 (the "License");
      * you may not use this file except in compliance with the License.
      * You may obtain a copy of the License at
      * http://www.apache.org/licenses/LICENSE-2.0
      *
      * Unless required by applicable law or agreed to in writing,
      * software distributed under the License is distributed on an
      * "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY KIND,
      * either express or implied.
      * See the License for the specific language governing permissions
      * and limitations under the License.
      ******************************************************************

      * General ledger journal, run after FXPOST: turns the business
      * day's postings into balanced double-entry journal lines for
      * the finance system, replacing the re-keying of FXSTMT's
      * grand-total page. Per currency:
      *   - the client liability account is debited with the
      *     movement FXPOST actually made to the client buckets -
      *     opening less closing, summed off CLTPOSTD;
      *   - the FX conversion clearing account is credited with the
      *     day's FXPOSTLG postings net of spread markup, and the FX
      *     revenue account with the markup itself;
      *   - postings reversed by FXREVERS on the business date are
      *     journaled the other way round off the same ledger.
      * The two sides come from independent sources, so a currency
      * whose ledger postings do not agree with the bucket movements
      * does not net to zero. GL account numbers come from the
      * control file FXGLMAP (line type and currency, with '***'
      * as the any-currency row).
      *
      * FXGLJRNL carries a header with the business date, the
      * detail lines, and one trailer per currency with its debit
      * and credit totals. A currency that does not net to zero, or
      * a line with no GL account mapped, is flagged on its trailer,
      * recorded on FXAUDIT as REJECTS and ends the step with return
      * code 8, so the scheduler holds the transmission to finance.
      * The business date is the command-line parameter (YYYYMMDD),
      * defaulting to today - FXPOST's posting date.

      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    FXGLJRNL.
       AUTHOR.        Jeff Bisti.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FX-POST-LEDGER ASSIGN TO FXPOSTLG
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS FX-PLG-KEY.
           SELECT CLT-POSTED     ASSIGN TO CLTPOSTD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLT-MASTER     ASSIGN TO CLTMST
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CLT-MST-ACCOUNT.
           SELECT FX-GL-MAP      ASSIGN TO FXGLMAP
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FX-GL-JOURNAL  ASSIGN TO FXGLJRNL.
           SELECT FX-AUDIT-FILE  ASSIGN TO FXAUDIT
               ORGANIZATION IS LINE SEQUENTIAL.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      * cumulative posting ledger - see copybooks/FXPOSTLG.cpy -
      * swept end to end in key order
       FD  FX-POST-LEDGER.
           COPY FXPOSTLG.
      *
      * FXPOST's per-account/currency opening and closing values -
      * same layout as clt-posted-rec over there
       FD  CLT-POSTED.
       01  CLT-POSTED-REC.
           05  CLT-PST-ACCOUNT     PIC 9(12).
           05  CLT-PST-CCY         PIC X(3).
           05  CLT-PST-OPENING     PIC $$,$$$,$$9.99CR.
           05  CLT-PST-CLOSING     PIC $$,$$$,$$9.99CR.
      *
      * indexed client master - see copybooks/CLTMST.cpy - read only
      * for the home currency of a ledger entry that predates the
      * ledger's currency field
       FD  CLT-MASTER.
           COPY CLTMST.
      *
      * GL account mapping, maintained by finance: line type
      * (LIAB client liability, CLRG FX conversion clearing, REVN
      * FX revenue), currency or '***' for any, GL account
       FD  FX-GL-MAP.
       01  FX-GLM-REC.
           05  FX-GLM-TYPE         PIC X(4).
           05  FX-GLM-CCY          PIC X(3).
           05  FX-GLM-ACCOUNT      PIC X(12).
      *
      * the journal handed to the finance system - a header, the
      * detail lines and a trailer per currency, told apart by the
      * record type in the first byte
       FD  FX-GL-JOURNAL RECORDING MODE F.
       01  FX-GLJ-HDR-REC.
           05  FX-GLJ-H-TYPE       PIC X(1).
           05  FX-GLJ-H-DATE       PIC X(8).
           05  FX-GLJ-H-SOURCE     PIC X(8).
           05  FX-GLJ-H-CREATED    PIC X(14).
           05  FILLER              PIC X(69).
       01  FX-GLJ-DTL-REC.
           05  FX-GLJ-D-TYPE       PIC X(1).
           05  FX-GLJ-D-DATE       PIC X(8).
           05  FX-GLJ-D-LINE       PIC 9(6).
           05  FX-GLJ-D-ACCOUNT    PIC X(12).
           05  FX-GLJ-D-CCY        PIC X(3).
           05  FX-GLJ-D-DRCR       PIC X(2).
           05  FX-GLJ-D-AMOUNT     PIC 9(13)V99.
           05  FX-GLJ-D-DESC       PIC X(30).
           05  FILLER              PIC X(23).
       01  FX-GLJ-TRL-REC.
           05  FX-GLJ-T-TYPE       PIC X(1).
           05  FX-GLJ-T-DATE       PIC X(8).
           05  FX-GLJ-T-CCY        PIC X(3).
           05  FX-GLJ-T-LINES      PIC 9(6).
           05  FX-GLJ-T-DEBITS     PIC 9(13)V99.
           05  FX-GLJ-T-CREDITS    PIC 9(13)V99.
           05  FX-GLJ-T-NET        PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
           05  FX-GLJ-T-STATUS     PIC X(14).
           05  FILLER              PIC X(22).
      *
      * shared durable audit trail - see copybooks/FXAUDIT.cpy
       FD  FX-AUDIT-FILE.
           COPY FXAUDIT.
      *
      *-------------------
       WORKING-STORAGE SECTION.
      *-------------------
      * business date - operator parameter, defaulting to today
       01  GL-DATE-PARM            PIC X(8) VALUE SPACES.
       01  GL-BUSINESS-DATE        PIC X(8).
      *
       01  GL-MAP-TABLE.
           05  GL-MAP-ENTRY OCCURS 500 TIMES
                   INDEXED BY GL-MAP-IDX.
               10  GL-MAP-TYPE     PIC X(4).
               10  GL-MAP-CCY      PIC X(3).
               10  GL-MAP-ACCOUNT  PIC X(12).
       01  GL-MAP-COUNT            PIC 9(7) COMP VALUE ZERO.
      *
      * the day's figures per currency, in order of first appearance
       01  GL-CCY-TABLE.
           05  GL-C-ENTRY OCCURS 100 TIMES
                   INDEXED BY GL-C-IDX.
               10  GL-C-CCY        PIC X(3).
               10  GL-C-MOVEMENT   PIC S9(13)V99 COMP-3.
               10  GL-C-POSTED     PIC S9(13)V99 COMP-3.
               10  GL-C-MARKUP     PIC S9(13)V99 COMP-3.
               10  GL-C-REVERSED   PIC S9(13)V99 COMP-3.
               10  GL-C-REV-MARKUP PIC S9(13)V99 COMP-3.
       01  GL-C-COUNT-USED         PIC 9(7) COMP VALUE ZERO.
       01  GL-C-MATCH-SUB          PIC 9(7) COMP VALUE ZERO.
      *
       01  GL-SWITCHES.
           05  GL-PLG-EOF          PIC X VALUE 'N'.
               88  GL-PLG-AT-EOF       VALUE 'Y'.
           05  GL-PST-EOF          PIC X VALUE 'N'.
               88  GL-PST-AT-EOF       VALUE 'Y'.
           05  GL-MAP-EOF          PIC X VALUE 'N'.
               88  GL-MAP-AT-EOF       VALUE 'Y'.
           05  GL-CCY-FOUND-SW     PIC X VALUE 'N'.
               88  GL-CCY-FOUND        VALUE 'Y'.
           05  GL-MAP-FOUND-SW     PIC X VALUE 'N'.
               88  GL-MAP-FOUND        VALUE 'Y'.
      *
       01  GL-COUNTERS.
           05  GL-PLG-READ-COUNT   PIC 9(7) COMP VALUE ZERO.
           05  GL-PLG-POSTED-COUNT PIC 9(7) COMP VALUE ZERO.
           05  GL-PLG-REV-COUNT    PIC 9(7) COMP VALUE ZERO.
           05  GL-PST-COUNT        PIC 9(7) COMP VALUE ZERO.
           05  GL-LINE-COUNT       PIC 9(7) COMP VALUE ZERO.
           05  GL-CCY-LINE-COUNT   PIC 9(7) COMP VALUE ZERO.
           05  GL-UNMAPPED-COUNT   PIC 9(7) COMP VALUE ZERO.
           05  GL-UNBAL-COUNT      PIC 9(7) COMP VALUE ZERO.
           05  GL-OVERFLOW-COUNT   PIC 9(7) COMP VALUE ZERO.
      *
      * the currency being accumulated into, and the amounts being
      * accumulated
       01  GL-WORK-CCY             PIC X(3).
       01  GL-AMOUNT-WORK          PIC S9(9)V99 COMP-3.
       01  GL-MARKUP-WORK          PIC S9(9)V99 COMP-3.
       01  GL-OPENING-WORK         PIC S9(9)V99 COMP-3.
       01  GL-CLOSING-WORK         PIC S9(9)V99 COMP-3.
      *
      * one journal line to write: its line type and description,
      * and a signed amount - positive is a debit, negative a credit
       01  GL-LINE-TYPE            PIC X(4).
       01  GL-LINE-DESC            PIC X(30).
       01  GL-LINE-AMOUNT          PIC S9(13)V99 COMP-3.
       01  GL-CCY-DEBITS           PIC S9(13)V99 COMP-3.
       01  GL-CCY-CREDITS          PIC S9(13)V99 COMP-3.
       01  GL-CCY-NET              PIC S9(13)V99 COMP-3.
      *
       01  FX-CURRENT-TIMESTAMP    PIC X(21).

      *------------------
       PROCEDURE DIVISION.
      *------------------

       PROCESS-RECORDS.
           MOVE FUNCTION CURRENT-DATE TO FX-CURRENT-TIMESTAMP
           ACCEPT GL-DATE-PARM FROM COMMAND-LINE
           IF GL-DATE-PARM IS NUMERIC
               MOVE GL-DATE-PARM TO GL-BUSINESS-DATE
           ELSE
               MOVE FX-CURRENT-TIMESTAMP(1:8) TO GL-BUSINESS-DATE
           END-IF
           DISPLAY "GL JOURNAL FOR BUSINESS DATE " GL-BUSINESS-DATE

           PERFORM LOAD-GL-MAP
           PERFORM SUM-BUCKET-MOVEMENTS
           PERFORM SUM-LEDGER-POSTINGS
           PERFORM WRITE-GL-JOURNAL

           DISPLAY "LEDGER RECORDS READ:    " GL-PLG-READ-COUNT
           DISPLAY "POSTINGS JOURNALED:     " GL-PLG-POSTED-COUNT
           DISPLAY "REVERSALS JOURNALED:    " GL-PLG-REV-COUNT
           DISPLAY "BUCKET MOVEMENTS READ:  " GL-PST-COUNT
           DISPLAY "JOURNAL LINES WRITTEN:  " GL-LINE-COUNT
           DISPLAY "UNMAPPED JOURNAL LINES: " GL-UNMAPPED-COUNT
           DISPLAY "UNBALANCED CURRENCIES:  " GL-UNBAL-COUNT
           IF GL-OVERFLOW-COUNT > 0
               DISPLAY "CURRENCY TABLE FULL:    " GL-OVERFLOW-COUNT
           END-IF
           IF GL-UNBAL-COUNT > 0
              OR GL-UNMAPPED-COUNT > 0
              OR GL-OVERFLOW-COUNT > 0
               DISPLAY "JOURNAL NOT BALANCED - HOLD TRANSMISSION"
                   " (RC=8)"
               MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM CLOSE-STOP
           .

       LOAD-GL-MAP.
           OPEN INPUT FX-GL-MAP
           READ FX-GL-MAP
               AT END SET GL-MAP-AT-EOF TO TRUE
           END-READ
           PERFORM LOAD-ONE-GL-MAP UNTIL GL-MAP-AT-EOF
           CLOSE FX-GL-MAP
           .

       LOAD-ONE-GL-MAP.
           IF FX-GLM-TYPE NOT = SPACES
              AND GL-MAP-COUNT < 500
               ADD 1 TO GL-MAP-COUNT
               MOVE FX-GLM-TYPE    TO GL-MAP-TYPE(GL-MAP-COUNT)
               MOVE FX-GLM-CCY     TO GL-MAP-CCY(GL-MAP-COUNT)
               MOVE FX-GLM-ACCOUNT TO GL-MAP-ACCOUNT(GL-MAP-COUNT)
           END-IF
           READ FX-GL-MAP
               AT END SET GL-MAP-AT-EOF TO TRUE
           END-READ
           .

      * what FXPOST's postings did to the client buckets - the
      * liability side of the journal
       SUM-BUCKET-MOVEMENTS.
           OPEN INPUT CLT-POSTED
           READ CLT-POSTED
               AT END SET GL-PST-AT-EOF TO TRUE
           END-READ
           PERFORM SUM-ONE-BUCKET-MOVEMENT UNTIL GL-PST-AT-EOF
           CLOSE CLT-POSTED
           .

       SUM-ONE-BUCKET-MOVEMENT.
           ADD 1 TO GL-PST-COUNT
           MOVE CLT-PST-CCY TO GL-WORK-CCY
           PERFORM FIND-CCY-ENTRY
           IF GL-CCY-FOUND
               COMPUTE GL-OPENING-WORK =
                   FUNCTION NUMVAL-C(CLT-PST-OPENING)
               COMPUTE GL-CLOSING-WORK =
                   FUNCTION NUMVAL-C(CLT-PST-CLOSING)
               COMPUTE GL-C-MOVEMENT(GL-C-MATCH-SUB) =
                   GL-C-MOVEMENT(GL-C-MATCH-SUB)
                   + GL-OPENING-WORK - GL-CLOSING-WORK
           END-IF
           READ CLT-POSTED
               AT END SET GL-PST-AT-EOF TO TRUE
           END-READ
           .

      *----------------------------------------------------------
      * One sweep of the whole ledger: entries posted on the
      * business date feed the clearing and revenue side, entries
      * reversed on the business date feed the reversal lines. An
      * entry posted and reversed the same day counts in both.
      *----------------------------------------------------------
       SUM-LEDGER-POSTINGS.
           OPEN INPUT FX-POST-LEDGER
           OPEN INPUT CLT-MASTER
           READ FX-POST-LEDGER NEXT RECORD
               AT END SET GL-PLG-AT-EOF TO TRUE
           END-READ
           PERFORM SUM-ONE-LEDGER-ENTRY UNTIL GL-PLG-AT-EOF
           CLOSE FX-POST-LEDGER
           CLOSE CLT-MASTER
           .

       SUM-ONE-LEDGER-ENTRY.
           ADD 1 TO GL-PLG-READ-COUNT
           MOVE 'N' TO GL-CCY-FOUND-SW
           IF FX-PLG-DATE = GL-BUSINESS-DATE
              OR (FX-PLG-REVERSED
                  AND FX-PLG-REV-DATE = GL-BUSINESS-DATE)
               PERFORM DERIVE-LEDGER-CCY
               PERFORM FIND-CCY-ENTRY
               COMPUTE GL-AMOUNT-WORK =
                   FUNCTION NUMVAL-C(FX-PLG-AMOUNT)
               COMPUTE GL-MARKUP-WORK =
                   FUNCTION NUMVAL-C(FX-PLG-MARKUP)
           END-IF
           IF GL-CCY-FOUND
              AND FX-PLG-DATE = GL-BUSINESS-DATE
               ADD 1 TO GL-PLG-POSTED-COUNT
               ADD GL-AMOUNT-WORK TO GL-C-POSTED(GL-C-MATCH-SUB)
               ADD GL-MARKUP-WORK TO GL-C-MARKUP(GL-C-MATCH-SUB)
           END-IF
           IF GL-CCY-FOUND
              AND FX-PLG-REVERSED
              AND FX-PLG-REV-DATE = GL-BUSINESS-DATE
               ADD 1 TO GL-PLG-REV-COUNT
               ADD GL-AMOUNT-WORK TO GL-C-REVERSED(GL-C-MATCH-SUB)
               ADD GL-MARKUP-WORK
                   TO GL-C-REV-MARKUP(GL-C-MATCH-SUB)
           END-IF
           READ FX-POST-LEDGER NEXT RECORD
               AT END SET GL-PLG-AT-EOF TO TRUE
           END-READ
           .

      * an entry written before the ledger carried its currency
      * went to the client's home currency
       DERIVE-LEDGER-CCY.
           IF FX-PLG-CCY NOT = SPACES
               MOVE FX-PLG-CCY TO GL-WORK-CCY
           ELSE
               MOVE '???' TO GL-WORK-CCY
               MOVE FX-PLG-ACCOUNT TO CLT-MST-ACCOUNT
               READ CLT-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE CLT-MST-CCY TO GL-WORK-CCY
               END-READ
           END-IF
           .

       FIND-CCY-ENTRY.
           MOVE 'N' TO GL-CCY-FOUND-SW
           PERFORM CHECK-ONE-CCY-ENTRY
               VARYING GL-C-IDX FROM 1 BY 1
               UNTIL GL-C-IDX > GL-C-COUNT-USED
                  OR GL-CCY-FOUND
           IF NOT GL-CCY-FOUND
               IF GL-C-COUNT-USED < 100
                   ADD 1 TO GL-C-COUNT-USED
                   MOVE GL-C-COUNT-USED TO GL-C-MATCH-SUB
                   MOVE GL-WORK-CCY TO GL-C-CCY(GL-C-MATCH-SUB)
                   MOVE ZERO TO GL-C-MOVEMENT(GL-C-MATCH-SUB)
                   MOVE ZERO TO GL-C-POSTED(GL-C-MATCH-SUB)
                   MOVE ZERO TO GL-C-MARKUP(GL-C-MATCH-SUB)
                   MOVE ZERO TO GL-C-REVERSED(GL-C-MATCH-SUB)
                   MOVE ZERO TO GL-C-REV-MARKUP(GL-C-MATCH-SUB)
                   SET GL-CCY-FOUND TO TRUE
               ELSE
                   ADD 1 TO GL-OVERFLOW-COUNT
               END-IF
           END-IF
           .

       CHECK-ONE-CCY-ENTRY.
           IF GL-C-CCY(GL-C-IDX) = GL-WORK-CCY
               SET GL-CCY-FOUND TO TRUE
               SET GL-C-MATCH-SUB TO GL-C-IDX
           END-IF
           .

      *----------------------------------------------------------
      * The journal itself: header, then for each currency its
      * detail lines followed by its trailer.
      *----------------------------------------------------------
       WRITE-GL-JOURNAL.
           OPEN OUTPUT FX-GL-JOURNAL
           MOVE SPACES TO FX-GLJ-HDR-REC
           MOVE 'H'              TO FX-GLJ-H-TYPE
           MOVE GL-BUSINESS-DATE TO FX-GLJ-H-DATE
           MOVE 'FXPOST'         TO FX-GLJ-H-SOURCE
           MOVE FX-CURRENT-TIMESTAMP(1:14) TO FX-GLJ-H-CREATED
           WRITE FX-GLJ-HDR-REC
           PERFORM WRITE-ONE-CCY-JOURNAL
               VARYING GL-C-IDX FROM 1 BY 1
               UNTIL GL-C-IDX > GL-C-COUNT-USED
           CLOSE FX-GL-JOURNAL
           .

      *----------------------------------------------------------
      * Postings: DR client liability with the bucket movement,
      * CR conversion clearing with the postings net of markup,
      * CR FX revenue with the markup. Reversals: CR client
      * liability, DR clearing and DR revenue the same way.
      *----------------------------------------------------------
       WRITE-ONE-CCY-JOURNAL.
           MOVE GL-C-CCY(GL-C-IDX) TO GL-WORK-CCY
           MOVE ZERO TO GL-CCY-LINE-COUNT
           MOVE ZERO TO GL-CCY-DEBITS
           MOVE ZERO TO GL-CCY-CREDITS

           MOVE 'LIAB' TO GL-LINE-TYPE
           MOVE 'FX CLIENT POSTINGS' TO GL-LINE-DESC
           MOVE GL-C-MOVEMENT(GL-C-IDX) TO GL-LINE-AMOUNT
           PERFORM WRITE-JOURNAL-LINE

           MOVE 'CLRG' TO GL-LINE-TYPE
           MOVE 'FX CONVERSION CLEARING' TO GL-LINE-DESC
           COMPUTE GL-LINE-AMOUNT =
               GL-C-MARKUP(GL-C-IDX) - GL-C-POSTED(GL-C-IDX)
           PERFORM WRITE-JOURNAL-LINE

           MOVE 'REVN' TO GL-LINE-TYPE
           MOVE 'FX SPREAD REVENUE' TO GL-LINE-DESC
           COMPUTE GL-LINE-AMOUNT = 0 - GL-C-MARKUP(GL-C-IDX)
           PERFORM WRITE-JOURNAL-LINE

           MOVE 'LIAB' TO GL-LINE-TYPE
           MOVE 'FX POSTING REVERSALS' TO GL-LINE-DESC
           COMPUTE GL-LINE-AMOUNT = 0 - GL-C-REVERSED(GL-C-IDX)
           PERFORM WRITE-JOURNAL-LINE

           MOVE 'CLRG' TO GL-LINE-TYPE
           MOVE 'FX CLEARING REVERSALS' TO GL-LINE-DESC
           COMPUTE GL-LINE-AMOUNT =
               GL-C-REVERSED(GL-C-IDX) - GL-C-REV-MARKUP(GL-C-IDX)
           PERFORM WRITE-JOURNAL-LINE

           MOVE 'REVN' TO GL-LINE-TYPE
           MOVE 'FX REVENUE REVERSALS' TO GL-LINE-DESC
           MOVE GL-C-REV-MARKUP(GL-C-IDX) TO GL-LINE-AMOUNT
           PERFORM WRITE-JOURNAL-LINE

           COMPUTE GL-CCY-NET = GL-CCY-DEBITS - GL-CCY-CREDITS
           MOVE SPACES TO FX-GLJ-TRL-REC
           MOVE 'T'               TO FX-GLJ-T-TYPE
           MOVE GL-BUSINESS-DATE  TO FX-GLJ-T-DATE
           MOVE GL-WORK-CCY       TO FX-GLJ-T-CCY
           MOVE GL-CCY-LINE-COUNT TO FX-GLJ-T-LINES
           MOVE GL-CCY-DEBITS     TO FX-GLJ-T-DEBITS
           MOVE GL-CCY-CREDITS    TO FX-GLJ-T-CREDITS
           MOVE GL-CCY-NET        TO FX-GLJ-T-NET
           IF GL-CCY-NET = ZERO
               MOVE 'BALANCED'       TO FX-GLJ-T-STATUS
           ELSE
               MOVE 'OUT OF BALANCE' TO FX-GLJ-T-STATUS
               ADD 1 TO GL-UNBAL-COUNT
               DISPLAY "OUT OF BALANCE: " GL-WORK-CCY
                   " NET " FX-GLJ-T-NET
           END-IF
           WRITE FX-GLJ-TRL-REC
           .

      * a zero amount makes no line; a negative one is a credit
       WRITE-JOURNAL-LINE.
           IF GL-LINE-AMOUNT NOT = ZERO
               ADD 1 TO GL-LINE-COUNT
               ADD 1 TO GL-CCY-LINE-COUNT
               MOVE SPACES TO FX-GLJ-DTL-REC
               MOVE 'D'              TO FX-GLJ-D-TYPE
               MOVE GL-BUSINESS-DATE TO FX-GLJ-D-DATE
               MOVE GL-LINE-COUNT    TO FX-GLJ-D-LINE
               MOVE GL-WORK-CCY      TO FX-GLJ-D-CCY
               MOVE GL-LINE-DESC     TO FX-GLJ-D-DESC
               PERFORM FIND-GL-ACCOUNT
               IF GL-LINE-AMOUNT > ZERO
                   MOVE 'DR' TO FX-GLJ-D-DRCR
                   MOVE GL-LINE-AMOUNT TO FX-GLJ-D-AMOUNT
                   ADD GL-LINE-AMOUNT TO GL-CCY-DEBITS
               ELSE
                   MOVE 'CR' TO FX-GLJ-D-DRCR
                   COMPUTE FX-GLJ-D-AMOUNT = 0 - GL-LINE-AMOUNT
                   SUBTRACT GL-LINE-AMOUNT FROM GL-CCY-CREDITS
               END-IF
               WRITE FX-GLJ-DTL-REC
           END-IF
           .

      * line type and currency first, then the type's '***' row
       FIND-GL-ACCOUNT.
           MOVE 'N' TO GL-MAP-FOUND-SW
           PERFORM CHECK-ONE-GL-MAP
               VARYING GL-MAP-IDX FROM 1 BY 1
               UNTIL GL-MAP-IDX > GL-MAP-COUNT
                  OR GL-MAP-FOUND
           IF NOT GL-MAP-FOUND
               PERFORM CHECK-ONE-GL-DEFAULT
                   VARYING GL-MAP-IDX FROM 1 BY 1
                   UNTIL GL-MAP-IDX > GL-MAP-COUNT
                      OR GL-MAP-FOUND
           END-IF
           IF NOT GL-MAP-FOUND
               MOVE 'UNMAPPED' TO FX-GLJ-D-ACCOUNT
               ADD 1 TO GL-UNMAPPED-COUNT
               DISPLAY "NO GL ACCOUNT FOR " GL-LINE-TYPE
                   " " GL-WORK-CCY
           END-IF
           .

       CHECK-ONE-GL-MAP.
           IF GL-MAP-TYPE(GL-MAP-IDX) = GL-LINE-TYPE
              AND GL-MAP-CCY(GL-MAP-IDX) = GL-WORK-CCY
               SET GL-MAP-FOUND TO TRUE
               MOVE GL-MAP-ACCOUNT(GL-MAP-IDX) TO FX-GLJ-D-ACCOUNT
           END-IF
           .

       CHECK-ONE-GL-DEFAULT.
           IF GL-MAP-TYPE(GL-MAP-IDX) = GL-LINE-TYPE
              AND GL-MAP-CCY(GL-MAP-IDX) = '***'
               SET GL-MAP-FOUND TO TRUE
               MOVE GL-MAP-ACCOUNT(GL-MAP-IDX) TO FX-GLJ-D-ACCOUNT
           END-IF
           .

      *----------------------------------------------------------
      * Appends one durable audit record for this run to the shared
      * FXAUDIT file, as the other batch steps do; a journal that
      * does not balance is recorded as REJECTS.
      *----------------------------------------------------------
       WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO FX-CURRENT-TIMESTAMP
           OPEN EXTEND FX-AUDIT-FILE
           MOVE SPACES TO FX-AUDIT-REC
           MOVE 'FXGLJRNL' TO FX-AUDIT-JOB-NAME
           MOVE FX-CURRENT-TIMESTAMP(1:8) TO FX-AUDIT-RUN-DATE
           MOVE FX-CURRENT-TIMESTAMP(9:6) TO FX-AUDIT-RUN-TIME
           MOVE 'FXPOSTLG + CLTPOSTD GL JOURNAL'
               TO FX-AUDIT-INPUT-DESC
           MOVE GL-LINE-COUNT TO FX-AUDIT-REC-COUNT
           IF GL-UNBAL-COUNT > 0
              OR GL-UNMAPPED-COUNT > 0
              OR GL-OVERFLOW-COUNT > 0
               MOVE 'REJECTS' TO FX-AUDIT-STATUS
           ELSE
               MOVE 'SUCCESS' TO FX-AUDIT-STATUS
           END-IF
           WRITE FX-AUDIT-REC
           CLOSE FX-AUDIT-FILE
           .

       CLOSE-STOP.
           PERFORM WRITE-AUDIT-RECORD
           DISPLAY "NOW I'M STOPPING".
           STOP RUN.
