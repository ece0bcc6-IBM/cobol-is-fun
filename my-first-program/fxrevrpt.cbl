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

      * Daily FX revenue, run after FXPOST: totals the spread markup
      * earned on client flow - the difference between each client's
      * marked-up amount and the same amount at the desk mid rate -
      * by pricing tier, by currency pair and by account, printing
      * FXREVRPT for finance. Revenue is what FXPOST actually posted
      * today, the same figure FXGLJRNL books to the FX revenue
      * account: FXCONV's converted transactions FXCONVRT, and the
      * carried-forward exceptions FXRECYCI that FXPOST retried
      * tonight, count only when their account / UID / today's
      * posting date key is on the posting ledger FXPOSTLG, and the
      * markup is taken from the ledger entry. A transaction FXPOST
      * turned away - account closed, frozen or not on the client
      * file, or a duplicate posting - earns nothing tonight; a
      * frozen account's transaction counts on the night it posts.
      * Markup is earned in the converted (target) currency of each
      * transaction, so every total is kept per currency and a
      * closing section gives the day's markup by currency alone.
      * Only CONVERTED and TRIANGLD records carry a client price;
      * anything else is read and counted but earns nothing.

      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    FXREVRPT.
       AUTHOR.        Jeff Bisti.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FX-CONVERTED  ASSIGN TO FXCONVRT.
           SELECT FX-RECYC-IN   ASSIGN TO FXRECYCI.
           SELECT FX-POST-LEDGER ASSIGN TO FXPOSTLG
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS FX-PLG-KEY.
           SELECT FX-REV-RPT    ASSIGN TO FXREVRPT.
           SELECT FX-AUDIT-FILE ASSIGN TO FXAUDIT
               ORGANIZATION IS LINE SEQUENTIAL.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      * FXCONV's converted-transactions output - same layout as
      * fx-conv-rec over there
       FD  FX-CONVERTED RECORDING MODE F.
       01  FX-CONV-REC.
           05  FX-CONV-ACCOUNT     PIC 9(12).
           05  FX-CONV-UID         PIC 9(5).
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
      * the carried-forward exceptions FXPOST retried tonight - the
      * FXCONVRT record image plus FXPOST's carry bookkeeping
       FD  FX-RECYC-IN RECORDING MODE F.
       01  FX-RCYI-REC.
           05  FX-RCYI-CONV-IMAGE  PIC X(176).
           05  FX-RCYI-CYCLES      PIC 9(3).
           05  FX-RCYI-FIRST-DATE  PIC X(8).
      *
      * cumulative posting ledger - see copybooks/FXPOSTLG.cpy
       FD  FX-POST-LEDGER.
           COPY FXPOSTLG.
      *
       FD  FX-REV-RPT RECORDING MODE F.
       01  FX-REV-RPT-REC     PIC X(100).
      *
      * shared durable audit trail - see copybooks/FXAUDIT.cpy
       FD  FX-AUDIT-FILE.
           COPY FXAUDIT.
      *
      *-------------------
       WORKING-STORAGE SECTION.
      *-------------------
      * one accumulator table per reporting view, each keyed on its
      * own key plus the markup currency and filled in order of
      * first appearance, in the style of FXREVAL's currency buckets
       01  REV-TIER-TABLE.
           05  REV-T-ENTRY OCCURS 200 TIMES
                   INDEXED BY REV-T-IDX.
               10  REV-T-TIER     PIC X(2).
               10  REV-T-CCY      PIC X(3).
               10  REV-T-COUNT    PIC 9(7) COMP.
               10  REV-T-MARKUP   PIC S9(11)V99 COMP-3.
       01  REV-T-COUNT-USED       PIC 9(7) COMP VALUE ZERO.
      *
       01  REV-PAIR-TABLE.
           05  REV-P-ENTRY OCCURS 2000 TIMES
                   INDEXED BY REV-P-IDX.
               10  REV-P-PAIR     PIC X(50).
               10  REV-P-CCY      PIC X(3).
               10  REV-P-COUNT    PIC 9(7) COMP.
               10  REV-P-MARKUP   PIC S9(11)V99 COMP-3.
       01  REV-P-COUNT-USED       PIC 9(7) COMP VALUE ZERO.
      *
       01  REV-ACCT-TABLE.
           05  REV-A-ENTRY OCCURS 10000 TIMES
                   INDEXED BY REV-A-IDX.
               10  REV-A-ACCOUNT  PIC 9(12).
               10  REV-A-TIER     PIC X(2).
               10  REV-A-CCY      PIC X(3).
               10  REV-A-COUNT    PIC 9(7) COMP.
               10  REV-A-MARKUP   PIC S9(11)V99 COMP-3.
       01  REV-A-COUNT-USED       PIC 9(7) COMP VALUE ZERO.
      *
       01  REV-CCY-TABLE.
           05  REV-C-ENTRY OCCURS 100 TIMES
                   INDEXED BY REV-C-IDX.
               10  REV-C-CCY      PIC X(3).
               10  REV-C-COUNT    PIC 9(7) COMP.
               10  REV-C-MARKUP   PIC S9(13)V99 COMP-3.
       01  REV-C-COUNT-USED       PIC 9(7) COMP VALUE ZERO.
       01  REV-MATCH-SUB          PIC 9(7) COMP VALUE ZERO.
      *
      * the ledger keys already credited tonight - a transaction
      * that came in twice posted once, and counts once
       01  REV-KEY-TABLE.
           05  REV-K-ENTRY OCCURS 10000 TIMES
                   INDEXED BY REV-K-IDX.
               10  REV-K-ACCOUNT  PIC 9(12).
               10  REV-K-UID      PIC 9(5).
       01  REV-K-COUNT-USED       PIC 9(7) COMP VALUE ZERO.
      *
       01  REV-SWITCHES.
           05  FX-CONV-EOF        PIC X VALUE 'N'.
               88  FX-CONV-AT-EOF     VALUE 'Y'.
           05  FX-RECYC-EOF       PIC X VALUE 'N'.
               88  FX-RECYC-AT-EOF    VALUE 'Y'.
           05  REV-FOUND-SW       PIC X VALUE 'N'.
               88  REV-FOUND          VALUE 'Y'.
           05  REV-POSTED-SW      PIC X VALUE 'N'.
               88  REV-POSTED-TODAY   VALUE 'Y'.
      *
       01  REV-COUNTERS.
           05  REV-READ-COUNT     PIC 9(7) COMP VALUE ZERO.
           05  REV-RECYC-COUNT    PIC 9(7) COMP VALUE ZERO.
           05  REV-PRICED-COUNT   PIC 9(7) COMP VALUE ZERO.
           05  REV-POSTED-COUNT   PIC 9(7) COMP VALUE ZERO.
           05  REV-NOT-POSTED-COUNT PIC 9(7) COMP VALUE ZERO.
           05  REV-MARKUP-COUNT   PIC 9(7) COMP VALUE ZERO.
           05  REV-UNPRICED-COUNT PIC 9(7) COMP VALUE ZERO.
           05  REV-OVERFLOW-COUNT PIC 9(7) COMP VALUE ZERO.
      *
      * the transaction in hand, off FXCONVRT or FXRECYCI - same
      * layout as fx-conv-rec
       01  REV-CUR-REC.
           05  REV-CUR-ACCOUNT     PIC 9(12).
           05  REV-CUR-UID         PIC 9(5).
           05  REV-CUR-ORIG-PRICE  PIC $$,$$$,$$9.99.
           05  REV-CUR-ORIG-CCY    PIC X(3).
           05  REV-CUR-RATE-NAME   PIC X(50).
           05  REV-CUR-RATE        PIC $$,$$$,$$9.999999.
           05  REV-CUR-NEW-PRICE   PIC $$,$$$,$$9.99.
           05  REV-CUR-STATUS      PIC X(10).
           05  REV-CUR-MID-RATE    PIC $$,$$$,$$9.999999.
           05  REV-CUR-TIER        PIC X(2).
           05  REV-CUR-SPREAD-BPS  PIC 9(3)V99.
           05  REV-CUR-MARKUP      PIC $$,$$$,$$9.99.
           05  REV-CUR-VALUE-DATE  PIC X(8).
           05  REV-CUR-RATE-DATE   PIC X(8).
      *
      * FXPOST's posting date - today
       01  REV-POSTING-DATE       PIC X(8).
      *
      * the current record's markup, its currency and the pair it
      * is reported under - a cross rate's legs (AAA/BAS+BAS/BBB)
      * are folded back to the AAA/BBB pair the client dealt
       01  REV-MARKUP-WORK        PIC S9(9)V99 COMP-3.
       01  REV-MARKUP-CCY         PIC X(3).
       01  REV-PAIR-WORK          PIC X(50).
      *
       01  REV-HEADING-LINE.
           05  FILLER             PIC X(28) VALUE
               'DAILY FX REVENUE REPORT FOR'.
           05  REV-HD-DATE        PIC X(8).
      *
       01  REV-COL-HEADS.
           05  REV-CH-KEY         PIC X(52).
           05  FILLER             PIC X(5)  VALUE 'CCY'.
           05  FILLER             PIC X(9)  VALUE '   TXNS'.
           05  FILLER             PIC X(18) VALUE '            MARKUP'.
      *
       01  REV-DETAIL-LINE.
           05  REV-DL-KEY         PIC X(50).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  REV-DL-CCY         PIC X(3).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  REV-DL-COUNT       PIC ZZZ,ZZ9.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  REV-DL-MARKUP      PIC $$$,$$$,$$$,$$9.99.
      *
      * the key column as the account view prints it
       01  REV-ACCT-KEY.
           05  REV-AK-ACCOUNT     PIC 9(12).
           05  FILLER             PIC X(7) VALUE '  TIER '.
           05  REV-AK-TIER        PIC X(2).
      *
       01  REV-SUMMARY-LINE.
           05  REV-SM-TEXT        PIC X(24).
           05  REV-SM-COUNT       PIC ZZZ,ZZ9.
      *
       01  FX-CURRENT-TIMESTAMP   PIC X(21).

      *------------------
       PROCEDURE DIVISION.
      *------------------

       PROCESS-RECORDS.
           MOVE FUNCTION CURRENT-DATE TO FX-CURRENT-TIMESTAMP
           MOVE FX-CURRENT-TIMESTAMP(1:8) TO REV-POSTING-DATE

           DISPLAY "SUMMARISING MARKUP POSTED ON " REV-POSTING-DATE
           OPEN INPUT FX-POST-LEDGER
           PERFORM ACCUMULATE-RECYCLED
           PERFORM ACCUMULATE-MARKUP
           CLOSE FX-POST-LEDGER

           PERFORM WRITE-REVENUE-REPORT

           DISPLAY "TRANSACTIONS READ:  " REV-READ-COUNT
           DISPLAY "RECYCLED READ:      " REV-RECYC-COUNT
           DISPLAY "CLIENT PRICED:      " REV-PRICED-COUNT
           DISPLAY "POSTED TODAY:       " REV-POSTED-COUNT
           DISPLAY "NOT POSTED:         " REV-NOT-POSTED-COUNT
           DISPLAY "WITH MARKUP:        " REV-MARKUP-COUNT
           DISPLAY "NOT PRICED:         " REV-UNPRICED-COUNT

           PERFORM CLOSE-STOP
           .

      * FXPOST retries the carry-forward ahead of the fresh input,
      * and so does this
       ACCUMULATE-RECYCLED.
           OPEN INPUT FX-RECYC-IN
           READ FX-RECYC-IN
               AT END SET FX-RECYC-AT-EOF TO TRUE
           END-READ
           PERFORM ACCUMULATE-ONE-RECYCLED UNTIL FX-RECYC-AT-EOF
           CLOSE FX-RECYC-IN
           .

       ACCUMULATE-ONE-RECYCLED.
           ADD 1 TO REV-RECYC-COUNT
           MOVE FX-RCYI-CONV-IMAGE TO REV-CUR-REC
           PERFORM ACCUMULATE-CURRENT-TXN
           READ FX-RECYC-IN
               AT END SET FX-RECYC-AT-EOF TO TRUE
           END-READ
           .

       ACCUMULATE-MARKUP.
           OPEN INPUT FX-CONVERTED
           READ FX-CONVERTED
               AT END SET FX-CONV-AT-EOF TO TRUE
           END-READ
           PERFORM ACCUMULATE-ONE-TXN UNTIL FX-CONV-AT-EOF
           CLOSE FX-CONVERTED
           .

       ACCUMULATE-ONE-TXN.
           ADD 1 TO REV-READ-COUNT
           MOVE FX-CONV-REC TO REV-CUR-REC
           PERFORM ACCUMULATE-CURRENT-TXN
           READ FX-CONVERTED
               AT END SET FX-CONV-AT-EOF TO TRUE
           END-READ
           .

      *----------------------------------------------------------
      * One transaction into each of the four views, if FXPOST
      * posted it today. A transaction priced at the client rate
      * with no spread on its row still counts in its tier and
      * pair, so the report shows flow priced at mid as well as
      * what it earned.
      *----------------------------------------------------------
       ACCUMULATE-CURRENT-TXN.
           IF REV-CUR-STATUS = 'CONVERTED'
              OR REV-CUR-STATUS = 'TRIANGLD'
               ADD 1 TO REV-PRICED-COUNT
               PERFORM CHECK-POSTED-TODAY
               IF REV-POSTED-TODAY
                   ADD 1 TO REV-POSTED-COUNT
                   COMPUTE REV-MARKUP-WORK =
                       FUNCTION NUMVAL-C(FX-PLG-MARKUP)
                   IF REV-MARKUP-WORK NOT = ZERO
                       ADD 1 TO REV-MARKUP-COUNT
                   END-IF
                   PERFORM DERIVE-MARKUP-KEYS
                   PERFORM ADD-TO-TIER-VIEW
                   PERFORM ADD-TO-PAIR-VIEW
                   PERFORM ADD-TO-ACCOUNT-VIEW
                   PERFORM ADD-TO-CCY-VIEW
               ELSE
                   ADD 1 TO REV-NOT-POSTED-COUNT
               END-IF
           ELSE
               ADD 1 TO REV-UNPRICED-COUNT
           END-IF
           .

      * posted today means a ledger entry under today's posting
      * date that no earlier record has already been credited with
       CHECK-POSTED-TODAY.
           MOVE 'N' TO REV-POSTED-SW
           MOVE REV-CUR-ACCOUNT  TO FX-PLG-ACCOUNT
           MOVE REV-CUR-UID      TO FX-PLG-UID
           MOVE REV-POSTING-DATE TO FX-PLG-DATE
           READ FX-POST-LEDGER
               INVALID KEY CONTINUE
               NOT INVALID KEY SET REV-POSTED-TODAY TO TRUE
           END-READ
           IF REV-POSTED-TODAY
               MOVE 'N' TO REV-FOUND-SW
               PERFORM FIND-CREDITED-KEY
                   VARYING REV-K-IDX FROM 1 BY 1
                   UNTIL REV-K-IDX > REV-K-COUNT-USED OR REV-FOUND
               IF REV-FOUND
                   MOVE 'N' TO REV-POSTED-SW
               ELSE
                   IF REV-K-COUNT-USED < 10000
                       ADD 1 TO REV-K-COUNT-USED
                       MOVE REV-CUR-ACCOUNT
                           TO REV-K-ACCOUNT(REV-K-COUNT-USED)
                       MOVE REV-CUR-UID
                           TO REV-K-UID(REV-K-COUNT-USED)
                   ELSE
                       ADD 1 TO REV-OVERFLOW-COUNT
                   END-IF
               END-IF
           END-IF
           .

       FIND-CREDITED-KEY.
           IF REV-K-ACCOUNT(REV-K-IDX) = REV-CUR-ACCOUNT
              AND REV-K-UID(REV-K-IDX) = REV-CUR-UID
               SET REV-FOUND TO TRUE
           END-IF
           .

      * the markup currency is the bucket the ledger says the
      * posting landed in; an entry from before the ledger carried
      * it is found the way FXPOST finds the bucket
       DERIVE-MARKUP-KEYS.
           IF REV-CUR-RATE-NAME(8:1) = '+'
               MOVE REV-CUR-RATE-NAME(13:3) TO REV-MARKUP-CCY
               MOVE SPACES TO REV-PAIR-WORK
               STRING REV-CUR-RATE-NAME(1:3)  DELIMITED BY SIZE
                      '/'                     DELIMITED BY SIZE
                      REV-CUR-RATE-NAME(13:3) DELIMITED BY SIZE
                   INTO REV-PAIR-WORK
           ELSE
               MOVE REV-CUR-RATE-NAME TO REV-PAIR-WORK
               IF REV-CUR-RATE-NAME(4:1) = '/'
                  AND REV-CUR-RATE-NAME(8:43) = SPACES
                   MOVE REV-CUR-RATE-NAME(5:3) TO REV-MARKUP-CCY
               ELSE
                   MOVE '???' TO REV-MARKUP-CCY
               END-IF
           END-IF
           IF FX-PLG-CCY NOT = SPACES
               MOVE FX-PLG-CCY TO REV-MARKUP-CCY
           END-IF
           .

       ADD-TO-TIER-VIEW.
           MOVE 'N' TO REV-FOUND-SW
           PERFORM FIND-TIER-ENTRY
               VARYING REV-T-IDX FROM 1 BY 1
               UNTIL REV-T-IDX > REV-T-COUNT-USED OR REV-FOUND
           IF NOT REV-FOUND
               IF REV-T-COUNT-USED < 200
                   ADD 1 TO REV-T-COUNT-USED
                   MOVE REV-T-COUNT-USED TO REV-MATCH-SUB
                   MOVE REV-CUR-TIER   TO REV-T-TIER(REV-MATCH-SUB)
                   MOVE REV-MARKUP-CCY TO REV-T-CCY(REV-MATCH-SUB)
                   MOVE ZERO TO REV-T-COUNT(REV-MATCH-SUB)
                   MOVE ZERO TO REV-T-MARKUP(REV-MATCH-SUB)
                   SET REV-FOUND TO TRUE
               ELSE
                   ADD 1 TO REV-OVERFLOW-COUNT
               END-IF
           END-IF
           IF REV-FOUND
               ADD 1 TO REV-T-COUNT(REV-MATCH-SUB)
               ADD REV-MARKUP-WORK TO REV-T-MARKUP(REV-MATCH-SUB)
           END-IF
           .

       FIND-TIER-ENTRY.
           IF REV-T-TIER(REV-T-IDX) = REV-CUR-TIER
              AND REV-T-CCY(REV-T-IDX) = REV-MARKUP-CCY
               SET REV-FOUND TO TRUE
               SET REV-MATCH-SUB TO REV-T-IDX
           END-IF
           .

       ADD-TO-PAIR-VIEW.
           MOVE 'N' TO REV-FOUND-SW
           PERFORM FIND-PAIR-ENTRY
               VARYING REV-P-IDX FROM 1 BY 1
               UNTIL REV-P-IDX > REV-P-COUNT-USED OR REV-FOUND
           IF NOT REV-FOUND
               IF REV-P-COUNT-USED < 2000
                   ADD 1 TO REV-P-COUNT-USED
                   MOVE REV-P-COUNT-USED TO REV-MATCH-SUB
                   MOVE REV-PAIR-WORK  TO REV-P-PAIR(REV-MATCH-SUB)
                   MOVE REV-MARKUP-CCY TO REV-P-CCY(REV-MATCH-SUB)
                   MOVE ZERO TO REV-P-COUNT(REV-MATCH-SUB)
                   MOVE ZERO TO REV-P-MARKUP(REV-MATCH-SUB)
                   SET REV-FOUND TO TRUE
               ELSE
                   ADD 1 TO REV-OVERFLOW-COUNT
               END-IF
           END-IF
           IF REV-FOUND
               ADD 1 TO REV-P-COUNT(REV-MATCH-SUB)
               ADD REV-MARKUP-WORK TO REV-P-MARKUP(REV-MATCH-SUB)
           END-IF
           .

       FIND-PAIR-ENTRY.
           IF REV-P-PAIR(REV-P-IDX) = REV-PAIR-WORK
              AND REV-P-CCY(REV-P-IDX) = REV-MARKUP-CCY
               SET REV-FOUND TO TRUE
               SET REV-MATCH-SUB TO REV-P-IDX
           END-IF
           .

       ADD-TO-ACCOUNT-VIEW.
           MOVE 'N' TO REV-FOUND-SW
           PERFORM FIND-ACCOUNT-ENTRY
               VARYING REV-A-IDX FROM 1 BY 1
               UNTIL REV-A-IDX > REV-A-COUNT-USED OR REV-FOUND
           IF NOT REV-FOUND
               IF REV-A-COUNT-USED < 10000
                   ADD 1 TO REV-A-COUNT-USED
                   MOVE REV-A-COUNT-USED TO REV-MATCH-SUB
                   MOVE REV-CUR-ACCOUNT TO REV-A-ACCOUNT(REV-MATCH-SUB)
                   MOVE REV-CUR-TIER    TO REV-A-TIER(REV-MATCH-SUB)
                   MOVE REV-MARKUP-CCY  TO REV-A-CCY(REV-MATCH-SUB)
                   MOVE ZERO TO REV-A-COUNT(REV-MATCH-SUB)
                   MOVE ZERO TO REV-A-MARKUP(REV-MATCH-SUB)
                   SET REV-FOUND TO TRUE
               ELSE
                   ADD 1 TO REV-OVERFLOW-COUNT
               END-IF
           END-IF
           IF REV-FOUND
               ADD 1 TO REV-A-COUNT(REV-MATCH-SUB)
               ADD REV-MARKUP-WORK TO REV-A-MARKUP(REV-MATCH-SUB)
           END-IF
           .

       FIND-ACCOUNT-ENTRY.
           IF REV-A-ACCOUNT(REV-A-IDX) = REV-CUR-ACCOUNT
              AND REV-A-CCY(REV-A-IDX) = REV-MARKUP-CCY
               SET REV-FOUND TO TRUE
               SET REV-MATCH-SUB TO REV-A-IDX
           END-IF
           .

       ADD-TO-CCY-VIEW.
           MOVE 'N' TO REV-FOUND-SW
           PERFORM FIND-CCY-ENTRY
               VARYING REV-C-IDX FROM 1 BY 1
               UNTIL REV-C-IDX > REV-C-COUNT-USED OR REV-FOUND
           IF NOT REV-FOUND
               IF REV-C-COUNT-USED < 100
                   ADD 1 TO REV-C-COUNT-USED
                   MOVE REV-C-COUNT-USED TO REV-MATCH-SUB
                   MOVE REV-MARKUP-CCY TO REV-C-CCY(REV-MATCH-SUB)
                   MOVE ZERO TO REV-C-COUNT(REV-MATCH-SUB)
                   MOVE ZERO TO REV-C-MARKUP(REV-MATCH-SUB)
                   SET REV-FOUND TO TRUE
               ELSE
                   ADD 1 TO REV-OVERFLOW-COUNT
               END-IF
           END-IF
           IF REV-FOUND
               ADD 1 TO REV-C-COUNT(REV-MATCH-SUB)
               ADD REV-MARKUP-WORK TO REV-C-MARKUP(REV-MATCH-SUB)
           END-IF
           .

       FIND-CCY-ENTRY.
           IF REV-C-CCY(REV-C-IDX) = REV-MARKUP-CCY
               SET REV-FOUND TO TRUE
               SET REV-MATCH-SUB TO REV-C-IDX
           END-IF
           .

      *----------------------------------------------------------
      * The revenue report: markup by tier, by currency pair and
      * by account, each line in its own markup currency, then the
      * day's total markup per currency and the run counts.
      *----------------------------------------------------------
       WRITE-REVENUE-REPORT.
           OPEN OUTPUT FX-REV-RPT
           MOVE FX-CURRENT-TIMESTAMP(1:8) TO REV-HD-DATE
           MOVE SPACES TO FX-REV-RPT-REC
           MOVE REV-HEADING-LINE TO FX-REV-RPT-REC
           WRITE FX-REV-RPT-REC

           MOVE 'MARKUP BY PRICING TIER' TO REV-CH-KEY
           PERFORM WRITE-SECTION-HEADS
           PERFORM WRITE-ONE-TIER-LINE
               VARYING REV-T-IDX FROM 1 BY 1
               UNTIL REV-T-IDX > REV-T-COUNT-USED

           MOVE 'MARKUP BY CURRENCY PAIR' TO REV-CH-KEY
           PERFORM WRITE-SECTION-HEADS
           PERFORM WRITE-ONE-PAIR-LINE
               VARYING REV-P-IDX FROM 1 BY 1
               UNTIL REV-P-IDX > REV-P-COUNT-USED

           MOVE 'MARKUP BY ACCOUNT' TO REV-CH-KEY
           PERFORM WRITE-SECTION-HEADS
           PERFORM WRITE-ONE-ACCOUNT-LINE
               VARYING REV-A-IDX FROM 1 BY 1
               UNTIL REV-A-IDX > REV-A-COUNT-USED

           MOVE 'TOTAL MARKUP BY CURRENCY' TO REV-CH-KEY
           PERFORM WRITE-SECTION-HEADS
           PERFORM WRITE-ONE-CCY-LINE
               VARYING REV-C-IDX FROM 1 BY 1
               UNTIL REV-C-IDX > REV-C-COUNT-USED

           MOVE SPACES TO FX-REV-RPT-REC
           WRITE FX-REV-RPT-REC
           MOVE 'TRANSACTIONS READ     :' TO REV-SM-TEXT
           MOVE REV-READ-COUNT TO REV-SM-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'RECYCLED READ         :' TO REV-SM-TEXT
           MOVE REV-RECYC-COUNT TO REV-SM-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'CLIENT PRICED         :' TO REV-SM-TEXT
           MOVE REV-PRICED-COUNT TO REV-SM-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'POSTED TODAY          :' TO REV-SM-TEXT
           MOVE REV-POSTED-COUNT TO REV-SM-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'NOT POSTED            :' TO REV-SM-TEXT
           MOVE REV-NOT-POSTED-COUNT TO REV-SM-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'WITH MARKUP           :' TO REV-SM-TEXT
           MOVE REV-MARKUP-COUNT TO REV-SM-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'NOT PRICED            :' TO REV-SM-TEXT
           MOVE REV-UNPRICED-COUNT TO REV-SM-COUNT
           PERFORM WRITE-SUMMARY-LINE
           IF REV-OVERFLOW-COUNT > 0
               MOVE 'TABLE OVERFLOWS       :' TO REV-SM-TEXT
               MOVE REV-OVERFLOW-COUNT TO REV-SM-COUNT
               PERFORM WRITE-SUMMARY-LINE
           END-IF
           CLOSE FX-REV-RPT
           .

       WRITE-SECTION-HEADS.
           MOVE SPACES TO FX-REV-RPT-REC
           WRITE FX-REV-RPT-REC
           MOVE SPACES TO FX-REV-RPT-REC
           MOVE REV-COL-HEADS TO FX-REV-RPT-REC
           WRITE FX-REV-RPT-REC
           .

       WRITE-ONE-TIER-LINE.
           MOVE SPACES TO REV-DL-KEY
           IF REV-T-TIER(REV-T-IDX) = SPACES
               MOVE '(NO TIER)' TO REV-DL-KEY
           ELSE
               MOVE REV-T-TIER(REV-T-IDX) TO REV-DL-KEY
           END-IF
           MOVE REV-T-CCY(REV-T-IDX)    TO REV-DL-CCY
           MOVE REV-T-COUNT(REV-T-IDX)  TO REV-DL-COUNT
           MOVE REV-T-MARKUP(REV-T-IDX) TO REV-DL-MARKUP
           PERFORM WRITE-DETAIL-LINE
           .

       WRITE-ONE-PAIR-LINE.
           MOVE REV-P-PAIR(REV-P-IDX)   TO REV-DL-KEY
           MOVE REV-P-CCY(REV-P-IDX)    TO REV-DL-CCY
           MOVE REV-P-COUNT(REV-P-IDX)  TO REV-DL-COUNT
           MOVE REV-P-MARKUP(REV-P-IDX) TO REV-DL-MARKUP
           PERFORM WRITE-DETAIL-LINE
           .

       WRITE-ONE-ACCOUNT-LINE.
           MOVE REV-A-ACCOUNT(REV-A-IDX) TO REV-AK-ACCOUNT
           MOVE REV-A-TIER(REV-A-IDX)    TO REV-AK-TIER
           MOVE REV-ACCT-KEY             TO REV-DL-KEY
           MOVE REV-A-CCY(REV-A-IDX)     TO REV-DL-CCY
           MOVE REV-A-COUNT(REV-A-IDX)   TO REV-DL-COUNT
           MOVE REV-A-MARKUP(REV-A-IDX)  TO REV-DL-MARKUP
           PERFORM WRITE-DETAIL-LINE
           .

       WRITE-ONE-CCY-LINE.
           MOVE SPACES                  TO REV-DL-KEY
           MOVE REV-C-CCY(REV-C-IDX)    TO REV-DL-CCY
           MOVE REV-C-COUNT(REV-C-IDX)  TO REV-DL-COUNT
           MOVE REV-C-MARKUP(REV-C-IDX) TO REV-DL-MARKUP
           PERFORM WRITE-DETAIL-LINE
           .

       WRITE-DETAIL-LINE.
           MOVE SPACES TO FX-REV-RPT-REC
           MOVE REV-DETAIL-LINE TO FX-REV-RPT-REC
           WRITE FX-REV-RPT-REC
           .

       WRITE-SUMMARY-LINE.
           MOVE SPACES TO FX-REV-RPT-REC
           MOVE REV-SUMMARY-LINE TO FX-REV-RPT-REC
           WRITE FX-REV-RPT-REC
           .

      *----------------------------------------------------------
      * Appends one durable audit record for this run to the shared
      * FXAUDIT file, as the other batch steps do. A view whose
      * table filled up means some markup is missing from the
      * report, and marks the run REJECTS.
      *----------------------------------------------------------
       WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO FX-CURRENT-TIMESTAMP
           OPEN EXTEND FX-AUDIT-FILE
           MOVE SPACES TO FX-AUDIT-REC
           MOVE 'FXREVRPT' TO FX-AUDIT-JOB-NAME
           MOVE FX-CURRENT-TIMESTAMP(1:8) TO FX-AUDIT-RUN-DATE
           MOVE FX-CURRENT-TIMESTAMP(9:6) TO FX-AUDIT-RUN-TIME
           MOVE 'FXPOSTLG MARKUP BY TIER/PAIR/ACCOUNT'
               TO FX-AUDIT-INPUT-DESC
           MOVE REV-POSTED-COUNT TO FX-AUDIT-REC-COUNT
           IF REV-OVERFLOW-COUNT > 0
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
