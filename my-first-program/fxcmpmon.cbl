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

      * Transaction monitoring for compliance, run after FXCONV and
      * FXPOST. Every converted transaction is valued in a single
      * reporting currency the way FXREVAL values balances - the
      * CCY/REPORTING rate off FXSORTED, at par when already in the
      * reporting currency - and screened against four rules:
      *   LRGE - a single transaction over the single-transaction
      *          limit;
      *   VCNT - an account with more transactions tonight than the
      *          daily count limit;
      *   VTOT - an account whose transactions tonight total more
      *          than the daily value limit;
      *   STRC - an account with repeated postings just below the
      *          single-transaction limit (within the near-limit
      *          band) across the last N days of FXPOSTLG.
      * Limits, band, lookback and repeat count come from the
      * control file FXMONPRM, maintained by compliance; a limit of
      * zero switches its rule off, and a field left blank keeps
      * the default below.
      *
      * Every alert is written to the case file FXMONCAS (account,
      * UID, rule, amounts, dates) for compliance's case system and
      * listed on the review report FXMONRPT, with the transactions
      * that could not be valued for want of a rate. The FXAUDIT
      * record carries the number of alerts raised and the status
      * ALERTS when any fired. Alerts are for review - they do not
      * hold the batch, so the step ends with return code zero
      * unless the rate file is stale.

      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    FXCMPMON.
       AUTHOR.        Jeff Bisti.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FXLIST-SORTED  ASSIGN TO FXSORTED.
           SELECT FX-CONVERTED   ASSIGN TO FXCONVRT.
           SELECT FXMON-WORK     ASSIGN TO MONWRK.
           SELECT FX-POST-LEDGER ASSIGN TO FXPOSTLG
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS FX-PLG-KEY.
           SELECT CLT-MASTER     ASSIGN TO CLTMST
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CLT-MST-ACCOUNT.
           SELECT FX-MON-PARM    ASSIGN TO FXMONPRM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FX-MON-CASES   ASSIGN TO FXMONCAS.
           SELECT FX-MON-RPT     ASSIGN TO FXMONRPT.
           SELECT FX-AUDIT-FILE  ASSIGN TO FXAUDIT
               ORGANIZATION IS LINE SEQUENTIAL.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
      * FXSORT's price-sorted rate list, trailer included
       FD  FXLIST-SORTED RECORDING MODE F.
       01  PRINT-REC.
           05  FX-NAME-S      PIC X(50).
           05  FX-PRICE-S     PIC $$,$$$,$$9.999999.
           05  FILLER PIC X(13).
      *
      * FXCONV's converted-transactions output
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
      * sort work file - FXCONVRT rearranged into ascending account
      * order so each account's day can be totalled in one pass
       SD  FXMON-WORK.
       01  FX-MONW-REC.
           05  FX-MONW-ACCOUNT     PIC 9(12).
           05  FX-MONW-UID         PIC 9(5).
           05  FX-MONW-ORIG-PRICE  PIC $$,$$$,$$9.99.
           05  FX-MONW-ORIG-CCY    PIC X(3).
           05  FX-MONW-RATE-NAME   PIC X(50).
           05  FX-MONW-RATE        PIC $$,$$$,$$9.999999.
           05  FX-MONW-NEW-PRICE   PIC $$,$$$,$$9.99.
           05  FX-MONW-STATUS      PIC X(10).
           05  FX-MONW-MID-RATE    PIC $$,$$$,$$9.999999.
           05  FX-MONW-TIER        PIC X(2).
           05  FX-MONW-SPREAD-BPS  PIC 9(3)V99.
           05  FX-MONW-MARKUP      PIC $$,$$$,$$9.99.
           05  FX-MONW-VALUE-DATE  PIC X(8).
           05  FX-MONW-RATE-DATE   PIC X(8).
      *
      * cumulative posting ledger - see copybooks/FXPOSTLG.cpy -
      * swept in key order, so each account's entries arrive
      * together
       FD  FX-POST-LEDGER.
           COPY FXPOSTLG.
      *
      * indexed client master - see copybooks/CLTMST.cpy - read only
      * for the home currency of a ledger entry that predates the
      * ledger's currency field
       FD  CLT-MASTER.
           COPY CLTMST.
      *
      * monitoring parameters, one record maintained by compliance:
      * reporting currency, single-transaction limit, daily count
      * and daily value limits, the near-limit band as a percentage
      * under the single limit, the lookback in days and the number
      * of near-limit postings that makes a pattern. Amounts are in
      * the reporting currency.
       FD  FX-MON-PARM.
       01  FX-MPR-REC.
           05  FX-MPR-REP-CCY      PIC X(3).
           05  FX-MPR-SINGLE-LIMIT PIC 9(9)V99.
           05  FX-MPR-DAILY-COUNT  PIC 9(5).
           05  FX-MPR-DAILY-TOTAL  PIC 9(9)V99.
           05  FX-MPR-BAND-PCT     PIC 9(2)V99.
           05  FX-MPR-LOOKBACK     PIC 9(3).
           05  FX-MPR-REPEATS      PIC 9(3).
      *
      * one record per alert for compliance's case system; the UID
      * is zero on the account-level rules, and the original amount
      * is only set on a single-transaction alert
       FD  FX-MON-CASES RECORDING MODE F.
       01  FX-CASE-REC.
           05  FX-CASE-RUN-DATE    PIC X(8).
           05  FX-CASE-ACCOUNT     PIC 9(12).
           05  FX-CASE-UID         PIC 9(5).
           05  FX-CASE-RULE        PIC X(4).
           05  FX-CASE-ORIG-AMOUNT PIC $$,$$$,$$9.99.
           05  FX-CASE-ORIG-CCY    PIC X(3).
           05  FX-CASE-REP-AMOUNT  PIC $$$,$$$,$$$,$$9.99.
           05  FX-CASE-REP-CCY     PIC X(3).
           05  FX-CASE-LIMIT       PIC $$$,$$$,$$$,$$9.99.
           05  FX-CASE-TXN-COUNT   PIC 9(5).
           05  FX-CASE-LIMIT-COUNT PIC 9(5).
           05  FX-CASE-FIRST-DATE  PIC X(8).
           05  FX-CASE-LAST-DATE   PIC X(8).
           05  FILLER              PIC X(10).
      *
       FD  FX-MON-RPT RECORDING MODE F.
       01  FX-MON-RPT-REC          PIC X(132).
      *
      * shared durable audit trail - see copybooks/FXAUDIT.cpy
       FD  FX-AUDIT-FILE.
           COPY FXAUDIT.
      *
      *-------------------
       WORKING-STORAGE SECTION.
      *-------------------
      * FXSORTED loaded into memory once, searched by name the first
      * time each currency is seen
       01  FX-RATE-TABLE.
           05  FX-RATE-ENTRY OCCURS 5000 TIMES
                   INDEXED BY FX-RATE-IDX.
               10  FX-RATE-NAME    PIC X(50).
               10  FX-RATE-PRICE   PIC $$,$$$,$$9.999999.
       01  FX-RATE-COUNT          PIC 9(7) COMP VALUE ZERO.
       01  FX-TRAILER-TAG-CHECK   PIC X(10) VALUE '*TRAILER*'.
       01  FX-HEADER-TAG-CHECK    PIC X(10) VALUE '*HEADER*'.
       01  FX-STAMP-DATE          PIC X(8) VALUE SPACES.
       01  FX-PROCESS-DATE        PIC X(8).
       01  FX-LOOKUP-NAME         PIC X(50).
       01  FX-RATE-MATCH-SUB      PIC 9(7) COMP VALUE ZERO.
      *
      * the CCY/REPORTING rate of every currency seen, looked up
      * once and remembered, as FXREVAL's currency buckets do
       01  MON-CCY-TABLE.
           05  MON-C-ENTRY OCCURS 100 TIMES
                   INDEXED BY MON-C-IDX.
               10  MON-C-CCY       PIC X(3).
               10  MON-C-RATE      PIC S9(9)V9(6) COMP-3.
               10  MON-C-RATE-SW   PIC X.
                   88  MON-C-HAS-RATE  VALUE 'Y'.
       01  MON-C-COUNT-USED       PIC 9(3) COMP VALUE ZERO.
       01  MON-C-MATCH-SUB        PIC 9(3) COMP VALUE ZERO.
      *
      * tonight's transactions that could not be valued, held for
      * the foot of the report - they were not screened
       01  MON-NOVAL-TABLE.
           05  MON-NV-ENTRY OCCURS 5000 TIMES
                   INDEXED BY MON-NV-IDX.
               10  MON-NV-ACCOUNT  PIC 9(12).
               10  MON-NV-UID      PIC 9(5).
               10  MON-NV-AMOUNT   PIC S9(9)V99 COMP-3.
               10  MON-NV-CCY      PIC X(3).
       01  MON-NOVAL-COUNT        PIC 9(7) COMP VALUE ZERO.
      *
      * monitoring parameters - the defaults stand for any field
      * FXMONPRM leaves blank
       01  MON-REP-CCY            PIC X(3) VALUE 'USD'.
       01  MON-SINGLE-LIMIT       PIC S9(9)V99 COMP-3 VALUE 10000.
       01  MON-DAILY-COUNT        PIC 9(5) COMP VALUE 20.
       01  MON-DAILY-TOTAL        PIC S9(9)V99 COMP-3 VALUE 50000.
       01  MON-BAND-PCT           PIC 9(2)V99 VALUE 10.
       01  MON-LOOKBACK-DAYS      PIC 9(3) VALUE 10.
       01  MON-REPEAT-COUNT       PIC 9(3) VALUE 3.
      * the bottom of the near-limit band, and the first posting
      * date inside the lookback
       01  MON-BAND-FLOOR         PIC S9(9)V99 COMP-3.
       01  MON-CUTOFF-DATE        PIC X(8).
       01  MON-DATE-N             PIC 9(8).
       01  MON-DATE-INT-WORK      PIC S9(9) COMP.
      *
       01  MON-SWITCHES.
           05  FX-RATE-EOF        PIC X VALUE 'N'.
               88  FX-RATE-AT-EOF     VALUE 'Y'.
           05  FX-STAMP-SEEN-SW   PIC X VALUE 'N'.
               88  FX-STAMP-SEEN      VALUE 'Y'.
           05  FX-RATE-FOUND-SW   PIC X VALUE 'N'.
               88  FX-RATE-FOUND      VALUE 'Y'.
           05  MON-PARM-EOF       PIC X VALUE 'N'.
               88  MON-PARM-AT-EOF    VALUE 'Y'.
           05  MON-CONV-EOF       PIC X VALUE 'N'.
               88  MON-CONV-AT-EOF    VALUE 'Y'.
           05  MON-PLG-EOF        PIC X VALUE 'N'.
               88  MON-PLG-AT-EOF     VALUE 'Y'.
           05  MON-CCY-FOUND-SW   PIC X VALUE 'N'.
               88  MON-CCY-FOUND      VALUE 'Y'.
           05  MON-VALUED-SW      PIC X VALUE 'N'.
               88  MON-VALUED         VALUE 'Y'.
      *
       01  MON-COUNTERS.
           05  MON-CONV-READ-COUNT PIC 9(7) COMP VALUE ZERO.
           05  MON-CONV-VALUED     PIC 9(7) COMP VALUE ZERO.
           05  MON-CONV-UNPRICED   PIC 9(7) COMP VALUE ZERO.
           05  MON-PLG-READ-COUNT  PIC 9(7) COMP VALUE ZERO.
           05  MON-PLG-WINDOW      PIC 9(7) COMP VALUE ZERO.
           05  MON-PLG-NEAR-LIMIT  PIC 9(7) COMP VALUE ZERO.
           05  MON-PLG-NOVAL       PIC 9(7) COMP VALUE ZERO.
           05  MON-ALERT-COUNT     PIC 9(7) COMP VALUE ZERO.
           05  MON-LRGE-COUNT      PIC 9(7) COMP VALUE ZERO.
           05  MON-VCNT-COUNT      PIC 9(7) COMP VALUE ZERO.
           05  MON-VTOT-COUNT      PIC 9(7) COMP VALUE ZERO.
           05  MON-STRC-COUNT      PIC 9(7) COMP VALUE ZERO.
           05  MON-OVERFLOW-COUNT  PIC 9(7) COMP VALUE ZERO.
      *
      * one amount to value: its currency and amount in, the
      * reporting-currency equivalent out when MON-VALUED
       01  MON-VAL-CCY            PIC X(3).
       01  MON-VAL-AMOUNT         PIC S9(9)V99 COMP-3.
       01  MON-VAL-REP            PIC S9(11)V99 COMP-3.
      *
      * the account being screened and its running figures
       01  MON-CUR-ACCOUNT        PIC 9(12).
       01  MON-ACCT-COUNT         PIC 9(5) COMP VALUE ZERO.
       01  MON-ACCT-TOTAL         PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  MON-NEAR-COUNT         PIC 9(5) COMP VALUE ZERO.
       01  MON-NEAR-TOTAL         PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  MON-NEAR-FIRST         PIC X(8).
       01  MON-NEAR-LAST          PIC X(8).
      *
      * the alert being raised - set by the rule, written by
      * RAISE-ALERT to the case file and the report alike
       01  MON-ALERT.
           05  MON-AL-RULE        PIC X(4).
           05  MON-AL-UID         PIC 9(5).
           05  MON-AL-ORIG        PIC S9(9)V99 COMP-3.
           05  MON-AL-ORIG-CCY    PIC X(3).
           05  MON-AL-REP         PIC S9(11)V99 COMP-3.
           05  MON-AL-LIMIT       PIC S9(11)V99 COMP-3.
           05  MON-AL-COUNT       PIC 9(5) COMP.
           05  MON-AL-LIMIT-COUNT PIC 9(5) COMP.
           05  MON-AL-FIRST       PIC X(8).
           05  MON-AL-LAST        PIC X(8).
      *
       01  MON-EDIT-AMOUNT        PIC $$$,$$$,$$$,$$9.99.
       01  MON-EDIT-ORIG          PIC $$,$$$,$$9.99.
       01  MON-EDIT-COUNT         PIC ZZZ,ZZ9.
      *
       01  MON-HEADING-LINE.
           05  FILLER              PIC X(36) VALUE
               'FX TRANSACTION MONITORING REVIEW'.
           05  FILLER              PIC X(10) VALUE 'RUN DATE: '.
           05  MON-HD-DATE         PIC X(8).
           05  FILLER              PIC X(19) VALUE
               '   REPORTING CCY: '.
           05  MON-HD-CCY          PIC X(3).
      *
       01  MON-PARM-LINE.
           05  MON-PL-TEXT         PIC X(30).
           05  MON-PL-VALUE        PIC X(18).
      *
       01  MON-COL-HEADS.
           05  FILLER              PIC X(6)  VALUE 'RULE'.
           05  FILLER              PIC X(14) VALUE 'ACCOUNT'.
           05  FILLER              PIC X(7)  VALUE 'UID'.
           05  FILLER              PIC X(14) VALUE 'ORIG AMOUNT'.
           05  FILLER              PIC X(5)  VALUE 'CCY'.
           05  FILLER              PIC X(20) VALUE 'REPORTING AMOUNT'.
           05  FILLER              PIC X(20) VALUE 'LIMIT'.
           05  FILLER              PIC X(9)  VALUE 'COUNT'.
           05  FILLER              PIC X(10) VALUE 'FIRST'.
           05  FILLER              PIC X(8)  VALUE 'LAST'.
      *
       01  MON-DETAIL-LINE.
           05  MON-DL-RULE         PIC X(4).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  MON-DL-ACCOUNT      PIC 9(12).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  MON-DL-UID          PIC X(5).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  MON-DL-ORIG         PIC X(13).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  MON-DL-ORIG-CCY     PIC X(3).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  MON-DL-REP          PIC X(18).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  MON-DL-LIMIT        PIC X(18).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  MON-DL-COUNT        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  MON-DL-FIRST        PIC X(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  MON-DL-LAST         PIC X(8).
      *
       01  MON-NOVAL-LINE.
           05  MON-NL-ACCOUNT      PIC 9(12).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  MON-NL-UID          PIC 9(5).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  MON-NL-AMOUNT       PIC $$,$$$,$$9.99CR.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  MON-NL-CCY          PIC X(3).
      *
       01  MON-SUMMARY-LINE.
           05  MON-SM-TEXT         PIC X(24).
           05  MON-SM-COUNT        PIC ZZZ,ZZ9.
      *
       01  MON-SIGNOFF-LINE-1.
           05  FILLER              PIC X(50) VALUE
               'REVIEWED BY:  ______________________  DATE: ______'.
       01  MON-SIGNOFF-LINE-2.
           05  FILLER              PIC X(50) VALUE
               'APPROVED BY:  ______________________  DATE: ______'.
      *
       01  FX-CURRENT-TIMESTAMP    PIC X(21).

      *------------------
       PROCEDURE DIVISION.
      *------------------

       PROCESS-RECORDS.
           MOVE FUNCTION CURRENT-DATE TO FX-CURRENT-TIMESTAMP
           MOVE FX-CURRENT-TIMESTAMP(1:8) TO FX-PROCESS-DATE

           PERFORM LOAD-MONITOR-PARMS
           DISPLAY "REPORTING CURRENCY: " MON-REP-CCY

           DISPLAY "LOADING FX RATE TABLE"
           PERFORM LOAD-RATE-TABLE
           PERFORM VERIFY-RATE-STAMP

           OPEN OUTPUT FX-MON-CASES
           OPEN OUTPUT FX-MON-RPT
           PERFORM WRITE-REPORT-HEADINGS

           DISPLAY "SCREENING CONVERTED TRANSACTIONS"
           SORT FXMON-WORK
               ON ASCENDING KEY FX-MONW-ACCOUNT IN FX-MONW-REC
               WITH DUPLICATES IN ORDER
               USING FX-CONVERTED
               OUTPUT PROCEDURE IS SCREEN-CONVERTED

           DISPLAY "SCREENING POSTING LEDGER LOOKBACK"
           PERFORM SCREEN-LEDGER-WINDOW

           PERFORM WRITE-REPORT-FOOTING
           CLOSE FX-MON-CASES
           CLOSE FX-MON-RPT

           DISPLAY "TRANSACTIONS READ:      " MON-CONV-READ-COUNT
           DISPLAY "TRANSACTIONS VALUED:    " MON-CONV-VALUED
           DISPLAY "NOT VALUED (NO RATE):   " MON-NOVAL-COUNT
           DISPLAY "LEDGER ENTRIES READ:    " MON-PLG-READ-COUNT
           DISPLAY "IN LOOKBACK WINDOW:     " MON-PLG-WINDOW
           DISPLAY "NEAR-LIMIT POSTINGS:    " MON-PLG-NEAR-LIMIT
           DISPLAY "ALERTS RAISED:          " MON-ALERT-COUNT
           IF MON-OVERFLOW-COUNT > 0
               DISPLAY "TABLE FULL - ITEMS LOST: " MON-OVERFLOW-COUNT
           END-IF

           PERFORM CLOSE-STOP
           .

      *----------------------------------------------------------
      * Reads the FXMONPRM parameter record over the defaults. Any
      * field blank or not numeric keeps its default, so compliance
      * need only key the values it wants to change.
      *----------------------------------------------------------
       LOAD-MONITOR-PARMS.
           OPEN INPUT FX-MON-PARM
           READ FX-MON-PARM
               AT END SET MON-PARM-AT-EOF TO TRUE
           END-READ
           IF NOT MON-PARM-AT-EOF
               IF FX-MPR-REP-CCY NOT = SPACES
                   MOVE FX-MPR-REP-CCY TO MON-REP-CCY
               END-IF
               IF FX-MPR-SINGLE-LIMIT IS NUMERIC
                   MOVE FX-MPR-SINGLE-LIMIT TO MON-SINGLE-LIMIT
               END-IF
               IF FX-MPR-DAILY-COUNT IS NUMERIC
                   MOVE FX-MPR-DAILY-COUNT TO MON-DAILY-COUNT
               END-IF
               IF FX-MPR-DAILY-TOTAL IS NUMERIC
                   MOVE FX-MPR-DAILY-TOTAL TO MON-DAILY-TOTAL
               END-IF
               IF FX-MPR-BAND-PCT IS NUMERIC
                   MOVE FX-MPR-BAND-PCT TO MON-BAND-PCT
               END-IF
               IF FX-MPR-LOOKBACK IS NUMERIC
                   MOVE FX-MPR-LOOKBACK TO MON-LOOKBACK-DAYS
               END-IF
               IF FX-MPR-REPEATS IS NUMERIC
                   MOVE FX-MPR-REPEATS TO MON-REPEAT-COUNT
               END-IF
           ELSE
               DISPLAY "FXMONPRM EMPTY - DEFAULT LIMITS USED"
           END-IF
           CLOSE FX-MON-PARM

           COMPUTE MON-BAND-FLOOR ROUNDED =
               MON-SINGLE-LIMIT * (100 - MON-BAND-PCT) / 100
           COMPUTE MON-DATE-N = FUNCTION NUMVAL(FX-PROCESS-DATE)
           COMPUTE MON-DATE-INT-WORK =
               FUNCTION INTEGER-OF-DATE(MON-DATE-N)
               - MON-LOOKBACK-DAYS + 1
           COMPUTE MON-DATE-N =
               FUNCTION DATE-OF-INTEGER(MON-DATE-INT-WORK)
           MOVE MON-DATE-N TO MON-CUTOFF-DATE
           .

       LOAD-RATE-TABLE.
           OPEN INPUT FXLIST-SORTED
           READ FXLIST-SORTED
               AT END SET FX-RATE-AT-EOF TO TRUE
           END-READ
           PERFORM LOAD-RATE-ENTRY UNTIL FX-RATE-AT-EOF
           CLOSE FXLIST-SORTED
           .

       LOAD-RATE-ENTRY.
           IF FX-NAME-S(1:10) = FX-HEADER-TAG-CHECK
               SET FX-STAMP-SEEN TO TRUE
               MOVE FX-NAME-S(11:8) TO FX-STAMP-DATE
           ELSE
               IF FX-NAME-S(1:10) NOT = FX-TRAILER-TAG-CHECK
                   ADD 1 TO FX-RATE-COUNT
                   MOVE FX-NAME-S  TO FX-RATE-NAME(FX-RATE-COUNT)
                   MOVE FX-PRICE-S TO FX-RATE-PRICE(FX-RATE-COUNT)
               END-IF
           END-IF
           READ FXLIST-SORTED
               AT END SET FX-RATE-AT-EOF TO TRUE
           END-READ
           .

      *----------------------------------------------------------
      * Stops the run cold when the loaded rate file does not carry
      * today's business-date stamp, as FXREVAL does - valuing the
      * night's flow at a stale rate would move transactions across
      * the limits. The failure goes on the audit trail first.
      *----------------------------------------------------------
       VERIFY-RATE-STAMP.
           IF NOT FX-STAMP-SEEN
              OR FX-STAMP-DATE NOT = FX-PROCESS-DATE
               DISPLAY "FXSORTED STAMP '" FX-STAMP-DATE "' IS NOT "
                   "PROCESSING DATE " FX-PROCESS-DATE
               DISPLAY "STALE RATE FILE - RUN STOPPED (RC=12)"
               PERFORM WRITE-STALE-AUDIT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       WRITE-STALE-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO FX-CURRENT-TIMESTAMP
           OPEN EXTEND FX-AUDIT-FILE
           MOVE SPACES TO FX-AUDIT-REC
           MOVE 'FXCMPMON' TO FX-AUDIT-JOB-NAME
           MOVE FX-CURRENT-TIMESTAMP(1:8) TO FX-AUDIT-RUN-DATE
           MOVE FX-CURRENT-TIMESTAMP(9:6) TO FX-AUDIT-RUN-TIME
           MOVE 'FXSORTED NOT STAMPED FOR TODAY - STOP'
               TO FX-AUDIT-INPUT-DESC
           MOVE ZERO TO FX-AUDIT-REC-COUNT
           MOVE 'FAILURE' TO FX-AUDIT-STATUS
           WRITE FX-AUDIT-REC
           CLOSE FX-AUDIT-FILE
           .

      * the report opens with the limits in force, so the reviewer
      * sees what each alert was measured against
       WRITE-REPORT-HEADINGS.
           MOVE FX-PROCESS-DATE TO MON-HD-DATE
           MOVE MON-REP-CCY TO MON-HD-CCY
           MOVE SPACES TO FX-MON-RPT-REC
           MOVE MON-HEADING-LINE TO FX-MON-RPT-REC
           WRITE FX-MON-RPT-REC
           MOVE SPACES TO FX-MON-RPT-REC
           WRITE FX-MON-RPT-REC

           MOVE 'LRGE SINGLE TXN LIMIT:' TO MON-PL-TEXT
           MOVE MON-SINGLE-LIMIT TO MON-EDIT-AMOUNT
           MOVE MON-EDIT-AMOUNT TO MON-PL-VALUE
           PERFORM WRITE-PARM-LINE
           MOVE 'VCNT DAILY COUNT LIMIT:' TO MON-PL-TEXT
           MOVE MON-DAILY-COUNT TO MON-EDIT-COUNT
           MOVE MON-EDIT-COUNT TO MON-PL-VALUE
           PERFORM WRITE-PARM-LINE
           MOVE 'VTOT DAILY VALUE LIMIT:' TO MON-PL-TEXT
           MOVE MON-DAILY-TOTAL TO MON-EDIT-AMOUNT
           MOVE MON-EDIT-AMOUNT TO MON-PL-VALUE
           PERFORM WRITE-PARM-LINE
           MOVE 'STRC NEAR-LIMIT FROM:' TO MON-PL-TEXT
           MOVE MON-BAND-FLOOR TO MON-EDIT-AMOUNT
           MOVE MON-EDIT-AMOUNT TO MON-PL-VALUE
           PERFORM WRITE-PARM-LINE
           MOVE 'STRC LOOKBACK FROM DATE:' TO MON-PL-TEXT
           MOVE MON-CUTOFF-DATE TO MON-PL-VALUE
           PERFORM WRITE-PARM-LINE
           MOVE 'STRC REPEATS TO ALERT:' TO MON-PL-TEXT
           MOVE MON-REPEAT-COUNT TO MON-EDIT-COUNT
           MOVE MON-EDIT-COUNT TO MON-PL-VALUE
           PERFORM WRITE-PARM-LINE

           MOVE SPACES TO FX-MON-RPT-REC
           WRITE FX-MON-RPT-REC
           MOVE SPACES TO FX-MON-RPT-REC
           MOVE MON-COL-HEADS TO FX-MON-RPT-REC
           WRITE FX-MON-RPT-REC
           .

       WRITE-PARM-LINE.
           MOVE SPACES TO FX-MON-RPT-REC
           MOVE MON-PARM-LINE TO FX-MON-RPT-REC
           WRITE FX-MON-RPT-REC
           .

      *----------------------------------------------------------
      * SORT output procedure - the account-sorted converted
      * records come back one at a time; each account's run of
      * records is screened transaction by transaction for the
      * single limit and then, as a whole, for the daily limits.
      *----------------------------------------------------------
       SCREEN-CONVERTED.
           RETURN FXMON-WORK
               AT END SET MON-CONV-AT-EOF TO TRUE
           END-RETURN
           PERFORM SCREEN-ONE-ACCOUNT UNTIL MON-CONV-AT-EOF
           .

       SCREEN-ONE-ACCOUNT.
           MOVE FX-MONW-ACCOUNT TO MON-CUR-ACCOUNT
           MOVE ZERO TO MON-ACCT-COUNT
           MOVE ZERO TO MON-ACCT-TOTAL
           PERFORM SCREEN-ONE-CONVERTED
               UNTIL MON-CONV-AT-EOF
                  OR FX-MONW-ACCOUNT NOT = MON-CUR-ACCOUNT
           PERFORM CHECK-DAILY-LIMITS
           .

      * only transactions FXCONV actually priced are client flow;
      * the rest were never posted and are only counted
       SCREEN-ONE-CONVERTED.
           ADD 1 TO MON-CONV-READ-COUNT
           IF FX-MONW-STATUS = 'CONVERTED'
              OR FX-MONW-STATUS = 'TRIANGLD'
               MOVE FX-MONW-ORIG-CCY TO MON-VAL-CCY
               COMPUTE MON-VAL-AMOUNT =
                   FUNCTION NUMVAL-C(FX-MONW-ORIG-PRICE)
               PERFORM VALUE-IN-REPORTING-CCY
               IF MON-VALUED
                   ADD 1 TO MON-CONV-VALUED
                   ADD 1 TO MON-ACCT-COUNT
                   ADD MON-VAL-REP TO MON-ACCT-TOTAL
                   IF MON-SINGLE-LIMIT > ZERO
                      AND MON-VAL-REP > MON-SINGLE-LIMIT
                       PERFORM RAISE-LARGE-ALERT
                   END-IF
               ELSE
                   PERFORM HOLD-UNVALUED-TXN
               END-IF
           ELSE
               ADD 1 TO MON-CONV-UNPRICED
           END-IF
           RETURN FXMON-WORK
               AT END SET MON-CONV-AT-EOF TO TRUE
           END-RETURN
           .

       RAISE-LARGE-ALERT.
           MOVE 'LRGE'             TO MON-AL-RULE
           MOVE FX-MONW-UID        TO MON-AL-UID
           MOVE MON-VAL-AMOUNT     TO MON-AL-ORIG
           MOVE FX-MONW-ORIG-CCY   TO MON-AL-ORIG-CCY
           MOVE MON-VAL-REP        TO MON-AL-REP
           MOVE MON-SINGLE-LIMIT   TO MON-AL-LIMIT
           MOVE 1                  TO MON-AL-COUNT
           MOVE ZERO               TO MON-AL-LIMIT-COUNT
           IF FX-MONW-VALUE-DATE NOT = SPACES
               MOVE FX-MONW-VALUE-DATE TO MON-AL-FIRST
           ELSE
               MOVE FX-PROCESS-DATE    TO MON-AL-FIRST
           END-IF
           MOVE MON-AL-FIRST       TO MON-AL-LAST
           ADD 1 TO MON-LRGE-COUNT
           PERFORM RAISE-ALERT
           .

       CHECK-DAILY-LIMITS.
           IF MON-DAILY-COUNT > ZERO
              AND MON-ACCT-COUNT > MON-DAILY-COUNT
               MOVE 'VCNT'          TO MON-AL-RULE
               MOVE ZERO            TO MON-AL-LIMIT
               MOVE MON-DAILY-COUNT TO MON-AL-LIMIT-COUNT
               ADD 1 TO MON-VCNT-COUNT
               PERFORM RAISE-DAILY-ALERT
           END-IF
           IF MON-DAILY-TOTAL > ZERO
              AND MON-ACCT-TOTAL > MON-DAILY-TOTAL
               MOVE 'VTOT'          TO MON-AL-RULE
               MOVE MON-DAILY-TOTAL TO MON-AL-LIMIT
               MOVE ZERO            TO MON-AL-LIMIT-COUNT
               ADD 1 TO MON-VTOT-COUNT
               PERFORM RAISE-DAILY-ALERT
           END-IF
           .

       RAISE-DAILY-ALERT.
           MOVE ZERO            TO MON-AL-UID
           MOVE ZERO            TO MON-AL-ORIG
           MOVE SPACES          TO MON-AL-ORIG-CCY
           MOVE MON-ACCT-TOTAL  TO MON-AL-REP
           MOVE MON-ACCT-COUNT  TO MON-AL-COUNT
           MOVE FX-PROCESS-DATE TO MON-AL-FIRST
           MOVE FX-PROCESS-DATE TO MON-AL-LAST
           PERFORM RAISE-ALERT
           .

       HOLD-UNVALUED-TXN.
           IF MON-NOVAL-COUNT < 5000
               ADD 1 TO MON-NOVAL-COUNT
               MOVE MON-CUR-ACCOUNT TO MON-NV-ACCOUNT(MON-NOVAL-COUNT)
               MOVE FX-MONW-UID     TO MON-NV-UID(MON-NOVAL-COUNT)
               MOVE MON-VAL-AMOUNT  TO MON-NV-AMOUNT(MON-NOVAL-COUNT)
               MOVE MON-VAL-CCY     TO MON-NV-CCY(MON-NOVAL-COUNT)
           ELSE
               ADD 1 TO MON-OVERFLOW-COUNT
           END-IF
           .

      *----------------------------------------------------------
      * One sweep of the posting ledger in key order. For each
      * account, the postings inside the lookback that were not
      * reversed are valued, and those falling in the near-limit
      * band - at or under the single limit but no more than the
      * band below it - are counted; enough of them is a pattern.
      * Tonight's postings are already on the ledger, since FXPOST
      * runs ahead of this step.
      *----------------------------------------------------------
       SCREEN-LEDGER-WINDOW.
           OPEN INPUT FX-POST-LEDGER
           OPEN INPUT CLT-MASTER
           READ FX-POST-LEDGER NEXT RECORD
               AT END SET MON-PLG-AT-EOF TO TRUE
           END-READ
           PERFORM SCREEN-ONE-LEDGER-ACCOUNT UNTIL MON-PLG-AT-EOF
           CLOSE FX-POST-LEDGER
           CLOSE CLT-MASTER
           .

       SCREEN-ONE-LEDGER-ACCOUNT.
           MOVE FX-PLG-ACCOUNT TO MON-CUR-ACCOUNT
           MOVE ZERO   TO MON-NEAR-COUNT
           MOVE ZERO   TO MON-NEAR-TOTAL
           MOVE SPACES TO MON-NEAR-FIRST
           MOVE SPACES TO MON-NEAR-LAST
           PERFORM SCREEN-ONE-LEDGER-ENTRY
               UNTIL MON-PLG-AT-EOF
                  OR FX-PLG-ACCOUNT NOT = MON-CUR-ACCOUNT
           IF MON-REPEAT-COUNT > ZERO
              AND MON-SINGLE-LIMIT > ZERO
              AND MON-NEAR-COUNT >= MON-REPEAT-COUNT
               MOVE 'STRC'           TO MON-AL-RULE
               MOVE ZERO             TO MON-AL-UID
               MOVE ZERO             TO MON-AL-ORIG
               MOVE SPACES           TO MON-AL-ORIG-CCY
               MOVE MON-NEAR-TOTAL   TO MON-AL-REP
               MOVE MON-SINGLE-LIMIT TO MON-AL-LIMIT
               MOVE MON-NEAR-COUNT   TO MON-AL-COUNT
               MOVE MON-REPEAT-COUNT TO MON-AL-LIMIT-COUNT
               MOVE MON-NEAR-FIRST   TO MON-AL-FIRST
               MOVE MON-NEAR-LAST    TO MON-AL-LAST
               ADD 1 TO MON-STRC-COUNT
               PERFORM RAISE-ALERT
           END-IF
           .

       SCREEN-ONE-LEDGER-ENTRY.
           ADD 1 TO MON-PLG-READ-COUNT
           IF FX-PLG-DATE >= MON-CUTOFF-DATE
              AND FX-PLG-DATE <= FX-PROCESS-DATE
              AND NOT FX-PLG-REVERSED
               ADD 1 TO MON-PLG-WINDOW
               PERFORM DERIVE-LEDGER-CCY
               COMPUTE MON-VAL-AMOUNT =
                   FUNCTION NUMVAL-C(FX-PLG-AMOUNT)
               PERFORM VALUE-IN-REPORTING-CCY
               IF MON-VALUED
                   IF MON-VAL-REP >= MON-BAND-FLOOR
                      AND MON-VAL-REP <= MON-SINGLE-LIMIT
                       PERFORM COUNT-NEAR-LIMIT
                   END-IF
               ELSE
                   ADD 1 TO MON-PLG-NOVAL
               END-IF
           END-IF
           READ FX-POST-LEDGER NEXT RECORD
               AT END SET MON-PLG-AT-EOF TO TRUE
           END-READ
           .

      * the ledger is keyed account/UID/date, so an account's
      * postings do not arrive in date order - the first and last
      * dates are kept as the lowest and highest seen
       COUNT-NEAR-LIMIT.
           ADD 1 TO MON-PLG-NEAR-LIMIT
           ADD 1 TO MON-NEAR-COUNT
           ADD MON-VAL-REP TO MON-NEAR-TOTAL
           IF MON-NEAR-FIRST = SPACES
              OR FX-PLG-DATE < MON-NEAR-FIRST
               MOVE FX-PLG-DATE TO MON-NEAR-FIRST
           END-IF
           IF FX-PLG-DATE > MON-NEAR-LAST
               MOVE FX-PLG-DATE TO MON-NEAR-LAST
           END-IF
           .

      * an entry written before the ledger carried its currency
      * went to the client's home currency
       DERIVE-LEDGER-CCY.
           IF FX-PLG-CCY NOT = SPACES
               MOVE FX-PLG-CCY TO MON-VAL-CCY
           ELSE
               MOVE '???' TO MON-VAL-CCY
               MOVE FX-PLG-ACCOUNT TO CLT-MST-ACCOUNT
               READ CLT-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE CLT-MST-CCY TO MON-VAL-CCY
               END-READ
           END-IF
           .

      *----------------------------------------------------------
      * Values MON-VAL-AMOUNT in MON-VAL-CCY into the reporting
      * currency. The rate is looked up the first time the currency
      * is seen and remembered, at par for the reporting currency
      * itself; a currency with no CCY/REPORTING rate leaves the
      * amount unvalued.
      *----------------------------------------------------------
       VALUE-IN-REPORTING-CCY.
           MOVE 'N' TO MON-VALUED-SW
           MOVE 'N' TO MON-CCY-FOUND-SW
           PERFORM FIND-ONE-CCY-RATE
               VARYING MON-C-IDX FROM 1 BY 1
               UNTIL MON-C-IDX > MON-C-COUNT-USED
                  OR MON-CCY-FOUND
           IF NOT MON-CCY-FOUND
               PERFORM OPEN-CCY-RATE
           END-IF
           IF MON-CCY-FOUND
               IF MON-C-HAS-RATE(MON-C-MATCH-SUB)
                   COMPUTE MON-VAL-REP ROUNDED =
                       MON-VAL-AMOUNT * MON-C-RATE(MON-C-MATCH-SUB)
                   SET MON-VALUED TO TRUE
               END-IF
           END-IF
           .

       FIND-ONE-CCY-RATE.
           IF MON-C-CCY(MON-C-IDX) = MON-VAL-CCY
               SET MON-CCY-FOUND TO TRUE
               SET MON-C-MATCH-SUB TO MON-C-IDX
           END-IF
           .

       OPEN-CCY-RATE.
           IF MON-C-COUNT-USED < 100
               ADD 1 TO MON-C-COUNT-USED
               MOVE MON-C-COUNT-USED TO MON-C-MATCH-SUB
               SET MON-CCY-FOUND TO TRUE
               MOVE MON-VAL-CCY TO MON-C-CCY(MON-C-MATCH-SUB)
               IF MON-VAL-CCY = MON-REP-CCY
                   MOVE 1 TO MON-C-RATE(MON-C-MATCH-SUB)
                   MOVE 'Y' TO MON-C-RATE-SW(MON-C-MATCH-SUB)
               ELSE
                   MOVE SPACES TO FX-LOOKUP-NAME
                   STRING MON-VAL-CCY DELIMITED BY SIZE
                          '/'         DELIMITED BY SIZE
                          MON-REP-CCY DELIMITED BY SIZE
                       INTO FX-LOOKUP-NAME
                   PERFORM LOOKUP-RATE-BY-NAME
                   IF FX-RATE-FOUND
                       COMPUTE MON-C-RATE(MON-C-MATCH-SUB) =
                           FUNCTION NUMVAL-C
                               (FX-RATE-PRICE(FX-RATE-MATCH-SUB))
                       MOVE 'Y' TO MON-C-RATE-SW(MON-C-MATCH-SUB)
                   ELSE
                       MOVE ZERO TO MON-C-RATE(MON-C-MATCH-SUB)
                       MOVE 'N' TO MON-C-RATE-SW(MON-C-MATCH-SUB)
                   END-IF
               END-IF
           ELSE
               ADD 1 TO MON-OVERFLOW-COUNT
           END-IF
           .

       LOOKUP-RATE-BY-NAME.
           MOVE 'N' TO FX-RATE-FOUND-SW
           PERFORM FIND-RATE-ENTRY
               VARYING FX-RATE-IDX FROM 1 BY 1
               UNTIL FX-RATE-IDX > FX-RATE-COUNT OR FX-RATE-FOUND
           .

       FIND-RATE-ENTRY.
           IF FX-RATE-NAME(FX-RATE-IDX) = FX-LOOKUP-NAME
               SET FX-RATE-FOUND TO TRUE
               SET FX-RATE-MATCH-SUB TO FX-RATE-IDX
           END-IF
           .

      *----------------------------------------------------------
      * One alert, as set up in MON-ALERT by the rule that fired,
      * onto the case file and the review report.
      *----------------------------------------------------------
       RAISE-ALERT.
           ADD 1 TO MON-ALERT-COUNT

           MOVE SPACES TO FX-CASE-REC
           MOVE FX-PROCESS-DATE    TO FX-CASE-RUN-DATE
           MOVE MON-CUR-ACCOUNT    TO FX-CASE-ACCOUNT
           MOVE MON-AL-UID         TO FX-CASE-UID
           MOVE MON-AL-RULE        TO FX-CASE-RULE
           MOVE MON-AL-ORIG        TO FX-CASE-ORIG-AMOUNT
           MOVE MON-AL-ORIG-CCY    TO FX-CASE-ORIG-CCY
           MOVE MON-AL-REP         TO FX-CASE-REP-AMOUNT
           MOVE MON-REP-CCY        TO FX-CASE-REP-CCY
           MOVE MON-AL-LIMIT       TO FX-CASE-LIMIT
           MOVE MON-AL-COUNT       TO FX-CASE-TXN-COUNT
           MOVE MON-AL-LIMIT-COUNT TO FX-CASE-LIMIT-COUNT
           MOVE MON-AL-FIRST       TO FX-CASE-FIRST-DATE
           MOVE MON-AL-LAST        TO FX-CASE-LAST-DATE
           WRITE FX-CASE-REC

           MOVE MON-AL-RULE     TO MON-DL-RULE
           MOVE MON-CUR-ACCOUNT TO MON-DL-ACCOUNT
           IF MON-AL-RULE = 'LRGE'
               MOVE MON-AL-UID  TO MON-DL-UID
               MOVE MON-AL-ORIG TO MON-EDIT-ORIG
               MOVE MON-EDIT-ORIG TO MON-DL-ORIG
           ELSE
               MOVE SPACES TO MON-DL-UID
               MOVE SPACES TO MON-DL-ORIG
           END-IF
           MOVE MON-AL-ORIG-CCY TO MON-DL-ORIG-CCY
           MOVE MON-AL-REP      TO MON-EDIT-AMOUNT
           MOVE MON-EDIT-AMOUNT TO MON-DL-REP
           IF MON-AL-RULE = 'VCNT'
               MOVE MON-AL-LIMIT-COUNT TO MON-EDIT-COUNT
               MOVE MON-EDIT-COUNT TO MON-DL-LIMIT
           ELSE
               MOVE MON-AL-LIMIT    TO MON-EDIT-AMOUNT
               MOVE MON-EDIT-AMOUNT TO MON-DL-LIMIT
           END-IF
           MOVE MON-AL-COUNT    TO MON-DL-COUNT
           MOVE MON-AL-FIRST    TO MON-DL-FIRST
           MOVE MON-AL-LAST     TO MON-DL-LAST
           MOVE SPACES TO FX-MON-RPT-REC
           MOVE MON-DETAIL-LINE TO FX-MON-RPT-REC
           WRITE FX-MON-RPT-REC
           .

      *----------------------------------------------------------
      * Foot of the review report: the transactions that could not
      * be valued (and so were not screened), the counts per rule
      * and the reviewer's sign-off.
      *----------------------------------------------------------
       WRITE-REPORT-FOOTING.
           MOVE SPACES TO FX-MON-RPT-REC
           WRITE FX-MON-RPT-REC
           MOVE 'TRANSACTIONS NOT VALUED - NO RATE TO REPORTING CCY'
               TO FX-MON-RPT-REC
           WRITE FX-MON-RPT-REC
           PERFORM WRITE-ONE-NOVAL-LINE
               VARYING MON-NV-IDX FROM 1 BY 1
               UNTIL MON-NV-IDX > MON-NOVAL-COUNT

           MOVE SPACES TO FX-MON-RPT-REC
           WRITE FX-MON-RPT-REC
           MOVE 'TRANSACTIONS READ     :' TO MON-SM-TEXT
           MOVE MON-CONV-READ-COUNT TO MON-SM-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'TRANSACTIONS SCREENED :' TO MON-SM-TEXT
           MOVE MON-CONV-VALUED TO MON-SM-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'NOT PRICED BY FXCONV  :' TO MON-SM-TEXT
           MOVE MON-CONV-UNPRICED TO MON-SM-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'NOT VALUED (NO RATE)  :' TO MON-SM-TEXT
           MOVE MON-NOVAL-COUNT TO MON-SM-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'LEDGER IN LOOKBACK    :' TO MON-SM-TEXT
           MOVE MON-PLG-WINDOW TO MON-SM-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'LEDGER NOT VALUED     :' TO MON-SM-TEXT
           MOVE MON-PLG-NOVAL TO MON-SM-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'NEAR-LIMIT POSTINGS   :' TO MON-SM-TEXT
           MOVE MON-PLG-NEAR-LIMIT TO MON-SM-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'LRGE ALERTS           :' TO MON-SM-TEXT
           MOVE MON-LRGE-COUNT TO MON-SM-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'VCNT ALERTS           :' TO MON-SM-TEXT
           MOVE MON-VCNT-COUNT TO MON-SM-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'VTOT ALERTS           :' TO MON-SM-TEXT
           MOVE MON-VTOT-COUNT TO MON-SM-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'STRC ALERTS           :' TO MON-SM-TEXT
           MOVE MON-STRC-COUNT TO MON-SM-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'TOTAL ALERTS          :' TO MON-SM-TEXT
           MOVE MON-ALERT-COUNT TO MON-SM-COUNT
           PERFORM WRITE-SUMMARY-LINE
           IF MON-OVERFLOW-COUNT > 0
               MOVE 'TABLE FULL - NOT SHOWN:' TO MON-SM-TEXT
               MOVE MON-OVERFLOW-COUNT TO MON-SM-COUNT
               PERFORM WRITE-SUMMARY-LINE
           END-IF

           MOVE SPACES TO FX-MON-RPT-REC
           WRITE FX-MON-RPT-REC
           MOVE SPACES TO FX-MON-RPT-REC
           MOVE MON-SIGNOFF-LINE-1 TO FX-MON-RPT-REC
           WRITE FX-MON-RPT-REC
           MOVE SPACES TO FX-MON-RPT-REC
           WRITE FX-MON-RPT-REC
           MOVE SPACES TO FX-MON-RPT-REC
           MOVE MON-SIGNOFF-LINE-2 TO FX-MON-RPT-REC
           WRITE FX-MON-RPT-REC
           .

       WRITE-ONE-NOVAL-LINE.
           MOVE MON-NV-ACCOUNT(MON-NV-IDX) TO MON-NL-ACCOUNT
           MOVE MON-NV-UID(MON-NV-IDX)     TO MON-NL-UID
           MOVE MON-NV-AMOUNT(MON-NV-IDX)  TO MON-NL-AMOUNT
           MOVE MON-NV-CCY(MON-NV-IDX)     TO MON-NL-CCY
           MOVE SPACES TO FX-MON-RPT-REC
           MOVE MON-NOVAL-LINE TO FX-MON-RPT-REC
           WRITE FX-MON-RPT-REC
           .

       WRITE-SUMMARY-LINE.
           MOVE SPACES TO FX-MON-RPT-REC
           MOVE MON-SUMMARY-LINE TO FX-MON-RPT-REC
           WRITE FX-MON-RPT-REC
           .

      *----------------------------------------------------------
      * Appends one durable audit record for this run to the shared
      * FXAUDIT file, as the other batch steps do. The record count
      * is the number of alerts raised; any alert marks the run
      * ALERTS, and otherwise transactions left unvalued or lost to
      * a full table mark it REJECTS.
      *----------------------------------------------------------
       WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO FX-CURRENT-TIMESTAMP
           OPEN EXTEND FX-AUDIT-FILE
           MOVE SPACES TO FX-AUDIT-REC
           MOVE 'FXCMPMON' TO FX-AUDIT-JOB-NAME
           MOVE FX-CURRENT-TIMESTAMP(1:8) TO FX-AUDIT-RUN-DATE
           MOVE FX-CURRENT-TIMESTAMP(9:6) TO FX-AUDIT-RUN-TIME
           MOVE 'FXCONVRT/FXPOSTLG SCREENED - ALERTS'
               TO FX-AUDIT-INPUT-DESC
           MOVE MON-ALERT-COUNT TO FX-AUDIT-REC-COUNT
           IF MON-ALERT-COUNT > 0
               MOVE 'ALERTS' TO FX-AUDIT-STATUS
           ELSE
               IF MON-NOVAL-COUNT > 0
                  OR MON-PLG-NOVAL > 0
                  OR MON-OVERFLOW-COUNT > 0
                   MOVE 'REJECTS' TO FX-AUDIT-STATUS
               ELSE
                   MOVE 'SUCCESS' TO FX-AUDIT-STATUS
               END-IF
           END-IF
           WRITE FX-AUDIT-REC
           CLOSE FX-AUDIT-FILE
           .

       CLOSE-STOP.
           PERFORM WRITE-AUDIT-RECORD
           DISPLAY "NOW I'M STOPPING".
           STOP RUN.
